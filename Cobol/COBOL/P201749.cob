      *******************************************************
      * BACKUP E RESTAURACAO POR GERACOES DOS ARQUIVOS DE    *
      * DADOS DO SISTEMA (CAMIGO, CCONTRIB, CEVENTO,         *
      * CPRESENC, AUDITAMI, CPAGTOS, CRECIBOS, CTABVALS,     *
      * COPERADO, CINGRESS, CDOCBANC, CCOBRANC, PROPINAT,    *
      * NOTUCTRL E NOTUHIST). CADA EXECUCAO DE BACKUP        *
      * DESCARREGA CADA ARQUIVO PARA UMA GERACAO SEQUENCIAL  *
      * DATADA (TTTAAAAMMDD.BAK, NO MOLDE DAS GERACOES       *
      * MENSAIS DO ARQAUDIT), CONFERE A COPIA POR CONTAGEM   *
      * DE REGISTROS E RODA A ROTACAO AUTOMATICA, MANTENDO O *
      * NUMERO CONFIGURADO DE GERACOES NO CONTROLE           *
      * BACKCTRL.DAT. A RESTAURACAO LISTA AS GERACOES        *
      * DISPONIVEIS, EXIGE SUPERVISOR E RECARREGA O ARQUIVO  *
      * ESCOLHIDO, RECUSANDO GERACAO GRAVADA NO LAYOUT       *
      * ANTERIOR DO REGISTRO. CADA BACKUP E RESTAURACAO E    *
      * REGISTRADO EM BACKAMI.LOG COM OPERADOR, DATA E       *
      * CONTAGENS                                            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT AUDITAMI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-AUDIT.
       SELECT INGRES
                    COPY INGRESEL.
       SELECT DOCBANC
                    COPY DOCBASEL.
       SELECT COBRAN
                    COPY COBRASEL.
       SELECT PROPOS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-PRP.
       SELECT NOTUCT ASSIGN TO DISK
                    ORGANIZATION IS RELATIVE
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-NCT.
       SELECT NOTUHI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-NHS.
      *
      * GERACOES DE BACKUP: UMA DESCARGA SEQUENCIAL POR ARQUIVO,
      * TODAS COM O NOME MONTADO EM W-GER-NOME (TAG + DATA + .BAK)
       SELECT GOPERA ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-GER.
       SELECT GINGRE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-GER.
       SELECT GDOCBA ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-GER.
       SELECT GCOBRA ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-GER.
       SELECT GPROPI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-GER.
       SELECT GNOTCT ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-GER.
       SELECT GNOTHI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-GER.
      *
       SELECT BACKCTRL ASSIGN TO DISK
                    ORGANIZATION IS RELATIVE
               VALUE OF FILE-ID IS "AUDITAMI.DAT".
       01 REGAUDIT.
                COPY REGAUDIT.
      *
       FD INGRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CINGRESS.DAT".
       01 REGINGRE.
                COPY REGINGRE REPLACING ==:TAG:== BY == ==.
      *
       FD DOCBANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CDOCBANC.DAT".
       01 REGDOCBA.
                COPY REGDOCBA REPLACING ==:TAG:== BY == ==.
      *
       FD COBRAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CCOBRANC.DAT".
       01 REGCOBRA.
                COPY REGCOBRA REPLACING ==:TAG:== BY == ==.
      *
       FD PROPOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROPINAT.DAT".
       01 REGPROPI.
                COPY REGPROPI REPLACING ==:TAG:== BY == ==.
      *
       FD NOTUCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTUCTRL.DAT".
       01 REGNOTCT.
                COPY REGNOTCT REPLACING ==:TAG:== BY == ==.
      *
       FD NOTUHI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTUHIST.DAT".
       01 REGNOTUR.
                COPY REGNOTUR REPLACING ==:TAG:== BY == ==.
      *
       FD GAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-GER-NOME.
       01 REG-GOPERA.
                COPY REGOPERA REPLACING ==:TAG:== BY ==GOP-==.
      *
       FD GINGRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-GER-NOME.
       01 REG-GINGRE.
                COPY REGINGRE REPLACING ==:TAG:== BY ==GIN-==.
      *
       FD GDOCBA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-GER-NOME.
       01 REG-GDOCBA.
                COPY REGDOCBA REPLACING ==:TAG:== BY ==GDB-==.
      *
       FD GCOBRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-GER-NOME.
       01 REG-GCOBRA.
                COPY REGCOBRA REPLACING ==:TAG:== BY ==GCB-==.
      *
       FD GPROPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-GER-NOME.
       01 REG-GPROPI.
                COPY REGPROPI REPLACING ==:TAG:== BY ==GPP-==.
      *
       FD GNOTCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-GER-NOME.
       01 REG-GNOTCT.
                COPY REGNOTCT REPLACING ==:TAG:== BY ==GNC-==.
      *
       FD GNOTHI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-GER-NOME.
       01 REG-GNOTHI.
                COPY REGNOTUR REPLACING ==:TAG:== BY ==GNH-==.
      *
      * REGISTRO UNICO DE CONTROLE DAS GERACOES: NUMERO MAXIMO DE
      * GERACOES MANTIDAS E AS DATAS DAS GERACOES EXISTENTES
       77 ST-TAB       PIC X(02) VALUE "00".
       77 ST-OPE       PIC X(02) VALUE "00".
       77 ST-AUDIT     PIC X(02) VALUE "00".
       77 ST-ING       PIC X(02) VALUE "00".
       77 ST-DOB       PIC X(02) VALUE "00".
       77 ST-COB       PIC X(02) VALUE "00".
       77 ST-PRP       PIC X(02) VALUE "00".
       77 ST-NCT       PIC X(02) VALUE "00".
       77 ST-NHS       PIC X(02) VALUE "00".
       77 ST-GER       PIC X(02) VALUE "00".
       77 ST-CTL       PIC X(02) VALUE "00".
       77 ST-LOG       PIC X(02) VALUE "00".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-IXF        PIC 9(02) VALUE ZEROS.
       77 W-IXG        PIC 9(01) VALUE ZEROS.
       77 W-IXV        PIC 9(01) VALUE ZEROS.
       77 W-MAX-NOVO   PIC 9(01) VALUE ZEROS.
       77 W-TOT-OK     PIC 9(02) VALUE ZEROS.
       77 W-TOT-PUL    PIC 9(02) VALUE ZEROS.
       77 W-TOT-ERR    PIC 9(02) VALUE ZEROS.
       77 W-TOT-REG    PIC 9(07) VALUE ZEROS.
      *
      * OPERADOR E NIVEL JA IDENTIFICADOS NO MENU (MENUAMI); A
      * RESTAURACAO EXIGE NIVEL SUPERVISOR - FORA DO MENU, CODIGO E
          05 FILLER          PIC X(04) VALUE ".BAK".
      *
      * TABELA DOS ARQUIVOS COBERTOS PELO BACKUP: NOME DO ARQUIVO
      * VIVO, TAG DE TRES LETRAS USADA NO NOME DA GERACAO E, NOS
      * ARQUIVOS CUJO REGISTRO MUDOU DE LAYOUT (CEVENTO, CPAGTOS E
      * CRECIBOS), A TAG DAS GERACOES GRAVADAS NO LAYOUT ANTERIOR,
      * QUE NAO PODEM SER RESTAURADAS SOBRE O ARQUIVO CONVERTIDO
       01 TAB-ARQS-V.
          05 FILLER          PIC X(18) VALUE "CAMIGO.DAT  AMI   ".
          05 FILLER          PIC X(18) VALUE "CCONTRIB.DATCTR   ".
          05 FILLER          PIC X(18) VALUE "CEVENTO.DAT EV2EVT".
          05 FILLER          PIC X(18) VALUE "CPRESENC.DATPRE   ".
          05 FILLER          PIC X(18) VALUE "AUDITAMI.DATAUD   ".
          05 FILLER          PIC X(18) VALUE "CPAGTOS.DAT PG2PAG".
          05 FILLER          PIC X(18) VALUE "CRECIBOS.DATRC2REC".
          05 FILLER          PIC X(18) VALUE "CTABVALS.DATTAB   ".
          05 FILLER          PIC X(18) VALUE "COPERADO.DATOPE   ".
          05 FILLER          PIC X(18) VALUE "CINGRESS.DATING   ".
          05 FILLER          PIC X(18) VALUE "CDOCBANC.DATDOB   ".
          05 FILLER          PIC X(18) VALUE "CCOBRANC.DATCOB   ".
          05 FILLER          PIC X(18) VALUE "PROPINAT.DATPRP   ".
          05 FILLER          PIC X(18) VALUE "NOTUCTRL.DATNCT   ".
          05 FILLER          PIC X(18) VALUE "NOTUHIST.DATNHS   ".
       01 TAB-ARQS REDEFINES TAB-ARQS-V.
          05 TAB-ARQ OCCURS 15 TIMES.
             10 TAB-ARQ-NOME PIC X(12).
             10 TAB-ARQ-TAG  PIC X(03).
             10 TAB-ARQ-ANT  PIC X(03).
      *
       01 LOG-LINHA.
          05 LOG-DATA        PIC 9(08).
          05 LOG-GER         PIC 9(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LOG-QTD         PIC ZZZ.ZZ9.
      *
      * RESULTADO DO PASSO DEVOLVIDO AO LOTE NOTURNO (NOTURNO)
       01 PASSO-COMUM EXTERNAL.
                COPY PASSOCOM.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       BCK-PARM.
                MOVE "E" TO PSC-RESULTADO
                MOVE ZEROS TO PSC-LIDOS PSC-PROCESSADOS PSC-EXCECOES
                MOVE "BACKUP NAO CONCLUIDO" TO PSC-MENSAGEM
      * NO LOTE NOTURNO E SEMPRE BACKUP, SEM PERGUNTAS
                IF PSC-EM-LOTE
                   MOVE "B" TO W-MODO
                   GO TO BCK-OPERADOR.
                DISPLAY "BACKUP/RESTAURACAO DOS ARQUIVOS DO SISTEMA"
                DISPLAY "B = BACKUP (GERA NOVA GERACAO DATADA)"
                DISPLAY "R = RESTAURACAO (RECARREGA DE UMA GERACAO)"
      * ROTACAO E DESCARGA DE CADA ARQUIVO                 *
      *****************************************************
       BCK-MAXGER.
                IF PSC-EM-LOTE
                   PERFORM BCK-LOG-ABRE THRU BCK-LOG-ABRE-FIM
                   GO TO BCK-ROTACAO.
                DISPLAY "GERACOES MANTIDAS ATUALMENTE: " BCT-MAX-GER
                DISPLAY "NOVO NUMERO DE GERACOES (1-9, 0=MANTER): "
                ACCEPT W-MAX-NOVO FROM CONSOLE
      * INCLUI A DATA DE HOJE NO CONTROLE (SE JA EXISTE, AS COPIAS
      * DO DIA SAO SOBREPOSTAS) E RODA A ROTACAO DAS MAIS ANTIGAS
       BCK-ROTACAO.
                MOVE ZEROS TO W-IXG.
       BCK-ROTACAO-ACHA.
                ADD 1 TO W-IXG
                IF W-IXG > BCT-QTD-GER
                MOVE ZEROS TO W-IXF.
       BCK-VARRE-LOOP.
                ADD 1 TO W-IXF
                IF W-IXF > 15
                   GO TO BCK-GRAVA-CTL.
                MOVE TAB-ARQ-TAG (W-IXF) TO W-GER-TAG
                MOVE W-HOJE-N TO W-GER-DATA
                   DISPLAY TAB-ARQ-NOME (W-IXF)
                           " INEXISTENTE - PULADO"
                   GO TO BCK-COPIA-FIM.
      * ARQUIVO AINDA NAO CRIADO NESTA INSTALACAO (EX.: CINGRESS,
      * CDOCBANC OU PROPINAT ANTES DO PRIMEIRO USO) E SO PULADO.
      * QUALQUER OUTRA FALHA DE ABERTURA (EX.: 39, ARQUIVO AINDA NO
      * LAYOUT ANTIGO) ABORTA A COPIA DESTE ARQUIVO - SEM ISSO UMA
      * GERACAO VAZIA SERIA GRAVADA E CONFERIDA COMO CORRETA
                PERFORM BCK-FECHA-GER THRU BCK-FECHA-GER-FIM
                IF W-QTD-GER = W-QTD-ORIG
                   ADD 1 TO W-TOT-OK
                   ADD W-QTD-ORIG TO W-TOT-REG
                   DISPLAY TAB-ARQ-NOME (W-IXF) " -> " W-GER-NOME
                           " (" W-QTD-ORIG " REGISTROS)"
                   MOVE "BACKUP" TO LOG-MODO
                DISPLAY "ARQUIVOS COPIADOS....: " W-TOT-OK
                DISPLAY "ARQUIVOS PULADOS.....: " W-TOT-PUL
                DISPLAY "ARQUIVOS COM ERRO....: " W-TOT-ERR
      * GERACAO COM QUALQUER ARQUIVO NAO CONFERIDO NAO SERVE DE
      * GARANTIA PARA OS PASSOS SEGUINTES DO LOTE NOTURNO
                MOVE W-TOT-REG TO PSC-LIDOS
                MOVE W-TOT-OK  TO PSC-PROCESSADOS
                MOVE W-TOT-ERR TO PSC-EXCECOES
                IF W-TOT-ERR = ZEROS
                   MOVE "O" TO PSC-RESULTADO
                   MOVE SPACES TO PSC-MENSAGEM
                ELSE
                   MOVE "E" TO PSC-RESULTADO
                   MOVE "GERACAO DO BACKUP NAO CONFERIDA"
                                                   TO PSC-MENSAGEM.
                GO TO BCK-FIMS.
      *
      *****************************************************
                   MOVE BCT-GER-DATA (W-IXG) TO W-GER-VELHA
                   MOVE W-IXG TO W-IXV.
                GO TO BCK-PODA-ACHA.
      * APAGA TAMBEM AS COPIAS DA DATA GRAVADAS NO LAYOUT ANTERIOR
       BCK-PODA-APAGA.
                MOVE ZEROS TO W-IXF.
       BCK-PODA-APAGA-LOOP.
                ADD 1 TO W-IXF
                IF W-IXF > 15
                   GO TO BCK-PODA-TIRA.
                MOVE TAB-ARQ-TAG (W-IXF) TO W-GER-TAG
                MOVE W-GER-VELHA TO W-GER-DATA
                CALL "CBL_DELETE_FILE" USING W-GER-NOME
                IF TAB-ARQ-ANT (W-IXF) NOT = SPACES
                   MOVE TAB-ARQ-ANT (W-IXF) TO W-GER-TAG
                   CALL "CBL_DELETE_FILE" USING W-GER-NOME.
                GO TO BCK-PODA-APAGA-LOOP.
      * COMPACTA A TABELA DE DATAS, SOBREPONDO A POSICAO REMOVIDA
      * COM A ULTIMA OCUPADA
                DISPLAY "  3 = CEVENTO.DAT   4 = CPRESENC.DAT"
                DISPLAY "  5 = AUDITAMI.DAT  6 = CPAGTOS.DAT"
                DISPLAY "  7 = CRECIBOS.DAT  8 = CTABVALS.DAT"
                DISPLAY "  9 = COPERADO.DAT 10 = CINGRESS.DAT"
                DISPLAY " 11 = CDOCBANC.DAT 12 = CCOBRANC.DAT"
                DISPLAY " 13 = PROPINAT.DAT 14 = NOTUCTRL.DAT"
                DISPLAY " 15 = NOTUHIST.DAT"
                DISPLAY "QUAL ARQUIVO RESTAURAR (1-15)? "
                ACCEPT W-IXF FROM CONSOLE
                IF W-IXF < 1 OR W-IXF > 15
                   DISPLAY "*** ARQUIVO INVALIDO ***"
                   GO TO RST-ARQUIVO.
      *
      * GERACAO DO ARQUIVO ESCOLHIDO GRAVADA ANTES DA MUDANCA DE
      * LAYOUT (SO EXISTE COM A TAG ANTERIOR) E RECUSADA: OS
      * REGISTROS NO TAMANHO ANTIGO SOBREPORIAM O ARQUIVO ATUAL
       RST-LAYOUT.
                IF TAB-ARQ-ANT (W-IXF) = SPACES
                   GO TO RST-CONF.
                MOVE TAB-ARQ-TAG (W-IXF) TO W-GER-TAG
                MOVE W-GER-ESCOL TO W-GER-DATA
                PERFORM BCK-ABRE-GER-IN THRU BCK-ABRE-GER-IN-FIM
                IF W-ST = "00"
                   PERFORM BCK-FECHA-GER THRU BCK-FECHA-GER-FIM
                   GO TO RST-CONF.
                MOVE TAB-ARQ-ANT (W-IXF) TO W-GER-TAG
                PERFORM BCK-ABRE-GER-IN THRU BCK-ABRE-GER-IN-FIM
                IF W-ST NOT = "00"
                   GO TO RST-CONF.
                PERFORM BCK-FECHA-GER THRU BCK-FECHA-GER-FIM
                DISPLAY "*** A GERACAO DE " W-GER-ESCOL " DO "
                        TAB-ARQ-NOME (W-IXF) " ESTA NO LAYOUT ANTERIOR"
                DISPLAY "*** E NAO PODE SER RESTAURADA ***"
                CLOSE BACKCTRL
                GO TO BCK-FIMS.
       RST-CONF.
                DISPLAY "O ARQUIVO " TAB-ARQ-NOME (W-IXF)
                        " SERA SOBREPOSTO PELA GERACAO DE "
                   MOVE ST-TAB TO W-ST.
                IF W-IXF = 9 OPEN INPUT OPERAD
                   MOVE ST-OPE TO W-ST.
                IF W-IXF = 10 OPEN INPUT INGRES
                   MOVE ST-ING TO W-ST.
                IF W-IXF = 11 OPEN INPUT DOCBANC
                   MOVE ST-DOB TO W-ST.
                IF W-IXF = 12 OPEN INPUT COBRAN
                   MOVE ST-COB TO W-ST.
                IF W-IXF = 13 OPEN INPUT PROPOS
                   MOVE ST-PRP TO W-ST.
                IF W-IXF = 14 OPEN INPUT NOTUCT
                   MOVE ST-NCT TO W-ST.
                IF W-IXF = 15 OPEN INPUT NOTUHI
                   MOVE ST-NHS TO W-ST.
                IF W-ST = "30" OR "35"
                   MOVE 1 TO W-ARQ-FALTA.
       BCK-ABRE-ORIG-FIM.
                   MOVE ST-TAB TO W-ST.
                IF W-IXF = 9 OPEN OUTPUT OPERAD
                   MOVE ST-OPE TO W-ST.
                IF W-IXF = 10 OPEN OUTPUT INGRES
                   MOVE ST-ING TO W-ST.
                IF W-IXF = 11 OPEN OUTPUT DOCBANC
                   MOVE ST-DOB TO W-ST.
                IF W-IXF = 12 OPEN OUTPUT COBRAN
                   MOVE ST-COB TO W-ST.
                IF W-IXF = 13 OPEN OUTPUT PROPOS
                   MOVE ST-PRP TO W-ST.
                IF W-IXF = 14 OPEN OUTPUT NOTUCT
                   MOVE ST-NCT TO W-ST.
                IF W-IXF = 15 OPEN OUTPUT NOTUHI
                   MOVE ST-NHS TO W-ST.
       BCK-ABRE-ORIG-OUT-FIM.
                EXIT.
      *
                IF W-IXF = 7 CLOSE RECIBS.
                IF W-IXF = 8 CLOSE TABVAL.
                IF W-IXF = 9 CLOSE OPERAD.
                IF W-IXF = 10 CLOSE INGRES.
                IF W-IXF = 11 CLOSE DOCBANC.
                IF W-IXF = 12 CLOSE COBRAN.
                IF W-IXF = 13 CLOSE PROPOS.
                IF W-IXF = 14 CLOSE NOTUCT.
                IF W-IXF = 15 CLOSE NOTUHI.
       BCK-FECHA-ORIG-FIM.
                EXIT.
      *
                   MOVE ST-TAB TO W-ST.
                IF W-IXF = 9 READ OPERAD NEXT RECORD
                   MOVE ST-OPE TO W-ST.
                IF W-IXF = 10 READ INGRES NEXT RECORD
                   MOVE ST-ING TO W-ST.
                IF W-IXF = 11 READ DOCBANC NEXT RECORD
                   MOVE ST-DOB TO W-ST.
                IF W-IXF = 12 READ COBRAN NEXT RECORD
                   MOVE ST-COB TO W-ST.
                IF W-IXF = 13 READ PROPOS
                   AT END MOVE "10" TO ST-PRP
                   END-READ
                   MOVE ST-PRP TO W-ST.
                IF W-IXF = 14 READ NOTUCT NEXT RECORD
                   MOVE ST-NCT TO W-ST.
                IF W-IXF = 15 READ NOTUHI
                   AT END MOVE "10" TO ST-NHS
                   END-READ
                   MOVE ST-NHS TO W-ST.
                IF W-ST NOT = "00" AND "02"
                   MOVE 1 TO W-FIM-ARQ.
       BCK-LE-ORIG-FIM.
                IF W-IXF = 9 MOVE REG-GOPERA TO REGOPERA
                   WRITE REGOPERA
                   MOVE ST-OPE TO W-ST.
                IF W-IXF = 10 MOVE REG-GINGRE TO REGINGRE
                   WRITE REGINGRE
                   MOVE ST-ING TO W-ST.
                IF W-IXF = 11 MOVE REG-GDOCBA TO REGDOCBA
                   WRITE REGDOCBA
                   MOVE ST-DOB TO W-ST.
                IF W-IXF = 12 MOVE REG-GCOBRA TO REGCOBRA
                   WRITE REGCOBRA
                   MOVE ST-COB TO W-ST.
                IF W-IXF = 13 MOVE REG-GPROPI TO REGPROPI
                   WRITE REGPROPI
                   MOVE ST-PRP TO W-ST.
                IF W-IXF = 14 MOVE REG-GNOTCT TO REGNOTCT
                   WRITE REGNOTCT
                   MOVE ST-NCT TO W-ST.
                IF W-IXF = 15 MOVE REG-GNOTHI TO REGNOTUR
                   WRITE REGNOTUR
                   MOVE ST-NHS TO W-ST.
       BCK-GRAVA-ORIG-FIM.
                EXIT.
      *
                IF W-IXF = 7 OPEN OUTPUT GRECIB.
                IF W-IXF = 8 OPEN OUTPUT GTABVA.
                IF W-IXF = 9 OPEN OUTPUT GOPERA.
                IF W-IXF = 10 OPEN OUTPUT GINGRE.
                IF W-IXF = 11 OPEN OUTPUT GDOCBA.
                IF W-IXF = 12 OPEN OUTPUT GCOBRA.
                IF W-IXF = 13 OPEN OUTPUT GPROPI.
                IF W-IXF = 14 OPEN OUTPUT GNOTCT.
                IF W-IXF = 15 OPEN OUTPUT GNOTHI.
                MOVE ST-GER TO W-ST.
       BCK-ABRE-GER-OUT-FIM.
                EXIT.
                IF W-IXF = 7 OPEN INPUT GRECIB.
                IF W-IXF = 8 OPEN INPUT GTABVA.
                IF W-IXF = 9 OPEN INPUT GOPERA.
                IF W-IXF = 10 OPEN INPUT GINGRE.
                IF W-IXF = 11 OPEN INPUT GDOCBA.
                IF W-IXF = 12 OPEN INPUT GCOBRA.
                IF W-IXF = 13 OPEN INPUT GPROPI.
                IF W-IXF = 14 OPEN INPUT GNOTCT.
                IF W-IXF = 15 OPEN INPUT GNOTHI.
                MOVE ST-GER TO W-ST.
       BCK-ABRE-GER-IN-FIM.
                EXIT.
                IF W-IXF = 7 CLOSE GRECIB.
                IF W-IXF = 8 CLOSE GTABVA.
                IF W-IXF = 9 CLOSE GOPERA.
                IF W-IXF = 10 CLOSE GINGRE.
                IF W-IXF = 11 CLOSE GDOCBA.
                IF W-IXF = 12 CLOSE GCOBRA.
                IF W-IXF = 13 CLOSE GPROPI.
                IF W-IXF = 14 CLOSE GNOTCT.
                IF W-IXF = 15 CLOSE GNOTHI.
       BCK-FECHA-GER-FIM.
                EXIT.
      *
                   AT END MOVE "10" TO ST-GER.
                IF W-IXF = 9 READ GOPERA
                   AT END MOVE "10" TO ST-GER.
                IF W-IXF = 10 READ GINGRE
                   AT END MOVE "10" TO ST-GER.
                IF W-IXF = 11 READ GDOCBA
                   AT END MOVE "10" TO ST-GER.
                IF W-IXF = 12 READ GCOBRA
                   AT END MOVE "10" TO ST-GER.
                IF W-IXF = 13 READ GPROPI
                   AT END MOVE "10" TO ST-GER.
                IF W-IXF = 14 READ GNOTCT
                   AT END MOVE "10" TO ST-GER.
                IF W-IXF = 15 READ GNOTHI
                   AT END MOVE "10" TO ST-GER.
                MOVE ST-GER TO W-ST
                IF W-ST NOT = "00" AND "02"
                   MOVE 1 TO W-FIM-ARQ.
                   WRITE REG-GTABVA.
                IF W-IXF = 9 MOVE REGOPERA TO REG-GOPERA
                   WRITE REG-GOPERA.
                IF W-IXF = 10 MOVE REGINGRE TO REG-GINGRE
                   WRITE REG-GINGRE.
                IF W-IXF = 11 MOVE REGDOCBA TO REG-GDOCBA
                   WRITE REG-GDOCBA.
                IF W-IXF = 12 MOVE REGCOBRA TO REG-GCOBRA
                   WRITE REG-GCOBRA.
                IF W-IXF = 13 MOVE REGPROPI TO REG-GPROPI
                   WRITE REG-GPROPI.
                IF W-IXF = 14 MOVE REGNOTCT TO REG-GNOTCT
                   WRITE REG-GNOTCT.
                IF W-IXF = 15 MOVE REGNOTUR TO REG-GNOTHI
                   WRITE REG-GNOTHI.
                MOVE ST-GER TO W-ST.
       BCK-GRAVA-GER-FIM.
                EXIT.
