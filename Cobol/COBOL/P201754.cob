       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTACOB.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * CARTAS DE COBRANCA DAS CONTRIBUICOES EM ABERTO. LE O *
      * CAMIGO.DAT EM ORDEM DE APELIDO E, PARA CADA AMIGO    *
      * ATIVO NAO HONORARIO COM SALDO (CTR-DEVIDO MENOS      *
      * CTR-PAGO) EM ABERTO NO CCONTRIB.DAT, EMITE UMA CARTA *
      * EM CARTACOB.LST COM CADA ANO EM ABERTO, O TOTAL      *
      * DEVIDO E O VALOR ATUAL DA CONTRIBUICAO DO CTABVALS.  *
      * OPCIONALMENTE SELECIONA SO TOTAIS ACIMA DE UM VALOR  *
      * MINIMO E/OU ANOS ATE UM ANO LIMITE. QUEM TEM E-MAIL  *
      * VAI TAMBEM PARA A MALA DIRETA MALACOB.TXT. CADA      *
      * AVISO FICA REGISTRADO NO CCOBRANC.DAT, E O AMIGO JA  *
      * AVISADO EM EXECUCAO ANTERIOR RECEBE A CARTA COMO     *
      * SEGUNDO AVISO                                        *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AMIGO
                    COPY AMIGOSEL.
       SELECT CONTRIB
                    COPY CONTRSEL.
       SELECT TABVAL
                    COPY TABVASEL.
       SELECT COBRAN
                    COPY COBRASEL.
       SELECT RELAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT MALA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-MAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAMIGO.DAT".
       01 REGAMIGO.
                COPY REGAMIGO REPLACING ==:TAG:== BY == ==.
      *
       FD CONTRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CCONTRIB.DAT".
       01 REGCONTR.
                COPY REGCONTR REPLACING ==:TAG:== BY == ==.
      *
       FD TABVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTABVALS.DAT".
       01 REGTABVA.
                COPY REGTABVA REPLACING ==:TAG:== BY == ==.
      *
       FD COBRAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CCOBRANC.DAT".
       01 REGCOBRA.
                COPY REGCOBRA REPLACING ==:TAG:== BY == ==.
      *
       FD RELAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTACOB.LST".
       01 LINRELAT            PIC X(80).
      *
      * MALA DIRETA POR E-MAIL: UMA LINHA POR AMIGO AVISADO QUE
      * TEM E-MAIL CADASTRADO, COM O TOTAL EM ABERTO
       FD MALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MALACOB.TXT".
       01 REG-MALA.
          05 MAL-APELIDO        PIC X(12).
          05 MAL-NOME           PIC X(30).
          05 MAL-EMAIL          PIC X(30).
          05 MAL-TOTAL          PIC 9(07)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CTR       PIC X(02) VALUE "00".
       77 ST-TAB       PIC X(02) VALUE "00".
       77 ST-COB       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-MAL       PIC X(02) VALUE "00".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-VAL-MIN    PIC 9(05)V99 VALUE ZEROS.
       77 W-ANO-LIMITE PIC 9(04) VALUE ZEROS.
       77 W-CONT-LIDOS PIC 9(06) VALUE ZEROS.
       77 W-CONT-CARTA PIC 9(06) VALUE ZEROS.
       77 W-CONT-MALA  PIC 9(06) VALUE ZEROS.
       77 W-CONT-REPET PIC 9(06) VALUE ZEROS.
       77 W-TOT-GERAL  PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-AMIGO  PIC 9(07)V99 VALUE ZEROS.
       77 W-AVISOS-ANT PIC 9(02) VALUE ZEROS.
       77 W-DATA-ANT   PIC 9(08) VALUE ZEROS.
       77 W-HOJE-N     PIC 9(08) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-EMAIL-OK   PIC X(01) VALUE "N".
      *
      * VALORES PADRAO DA CONTRIBUICAO ANUAL POR CATEGORIA DO AMIGO,
      * USADOS SOMENTE QUANDO NAO HA VALOR NA TABELA CTABVALS.DAT
       77 W-VAL-ESTUDANTE  PIC 9(05)V99 VALUE 60.
       77 W-VAL-DOCENTE    PIC 9(05)V99 VALUE 120.
       77 W-VAL-EXALUNO    PIC 9(05)V99 VALUE 90.
       77 W-VAL-TAB    PIC 9(05)V99 VALUE ZEROS.
       77 W-ANO-TAB    PIC 9(04) VALUE ZEROS.
       77 W-TAB-FALTA  PIC 9(01) VALUE ZEROS.
          88 TAB-AUSENTE     VALUE 1.
      *
      * OPERADOR JA IDENTIFICADO NO MENU (MENUAMI); QUANDO PREENCHIDO,
      * A EMISSAO NAO PEDE NOVA IDENTIFICACAO
       01 OPERADOR-COMUM  PIC X(08) EXTERNAL.
      *
       01 W-HOJE.
          05 W-HOJE-ANO      PIC 9(04).
          05 W-HOJE-MES      PIC 9(02).
          05 W-HOJE-DIA      PIC 9(02).
       01 W-DATA-DMA.
          05 W-DMA-DIA       PIC 9(02).
          05 W-DMA-MES       PIC 9(02).
          05 W-DMA-ANO       PIC 9(04).
       01 W-DATA-DMA-N REDEFINES W-DATA-DMA PIC 9(08).
       01 W-DATA-AMD.
          05 W-AMD-ANO       PIC 9(04).
          05 W-AMD-MES       PIC 9(02).
          05 W-AMD-DIA       PIC 9(02).
       01 W-DATA-AMD-N REDEFINES W-DATA-AMD PIC 9(08).
      *
      * ANOS EM ABERTO DO AMIGO CORRENTE, CARREGADOS DO CCONTRIB.DAT
      * ANTES DA IMPRESSAO DA CARTA
       77 W-QTD-ANOS   PIC 9(02) VALUE ZEROS.
       01 TAB-ANOS.
          05 TA-ANO OCCURS 40 TIMES.
             10 TA-ANOREF       PIC 9(04).
             10 TA-DEVIDO       PIC 9(05)V99.
             10 TA-PAGO         PIC 9(05)V99.
             10 TA-SALDO        PIC 9(05)V99.
      *
       01 MASC-VAL     PIC ZZ.ZZ9,99.
       01 MASC-TOT     PIC Z.ZZZ.ZZ9,99.
      *
       01 CART1.
          05 FILLER          PIC X(20) VALUE "FATEC - AMIGOS DA FA".
          05 FILLER          PIC X(42) VALUE "TEC - TESOURARIA".
          05 FILLER          PIC X(06) VALUE "DATA: ".
          05 CART1-DATA      PIC 99.99.9999.
       01 CART2.
          05 FILLER          PIC X(12) VALUE "PREZADO(A) ".
          05 CART2-NOME      PIC X(30).
       01 CART3.
          05 FILLER          PIC X(12) VALUE "APELIDO: ".
          05 CART3-APELIDO   PIC X(12).
       01 CART4.
          05 FILLER          PIC X(32) VALUE
                    "*** SEGUNDO AVISO - JA NOTIFICAD".
          05 FILLER          PIC X(16) VALUE "O(A) EM CARTA DE".
          05 FILLER          PIC X(01) VALUE SPACES.
          05 CART4-DATA      PIC 99.99.9999.
          05 FILLER          PIC X(04) VALUE " ***".
       01 CART5.
          05 FILLER          PIC X(40) VALUE
                    "CONSTAM EM ABERTO EM NOSSOS REGISTROS AS".
          05 FILLER          PIC X(38) VALUE
                    " SEGUINTES CONTRIBUICOES ANUAIS:".
       01 CABANO.
          05 FILLER          PIC X(06) VALUE SPACES.
          05 FILLER          PIC X(06) VALUE "ANO".
          05 FILLER          PIC X(10) VALUE "   DEVIDO".
          05 FILLER          PIC X(10) VALUE "     PAGO".
          05 FILLER          PIC X(10) VALUE "    SALDO".
       01 LINANO.
          05 FILLER          PIC X(06) VALUE SPACES.
          05 LA-ANO          PIC 9(04).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LA-DEVIDO       PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LA-PAGO         PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LA-SALDO        PIC ZZ.ZZ9,99.
       01 LINTOTC.
          05 FILLER          PIC X(06) VALUE SPACES.
          05 FILLER          PIC X(25) VALUE
                    "TOTAL EM ABERTO.........:".
          05 LTC-TOTAL       PIC Z.ZZZ.ZZ9,99.
       01 CART6.
          05 FILLER          PIC X(24) VALUE
                    "A CONTRIBUICAO ANUAL DE ".
          05 CART6-ANO       PIC 9(04).
          05 FILLER          PIC X(24) VALUE
                    " PARA A SUA CATEGORIA E ".
          05 FILLER          PIC X(06) VALUE "DE R$ ".
          05 CART6-VALOR     PIC ZZ.ZZ9,99.
       01 CART7.
          05 FILLER          PIC X(40) VALUE
                    "SOLICITAMOS A REGULARIZACAO JUNTO A TESO".
          05 FILLER          PIC X(38) VALUE
                    "URARIA OU POR BOLETO BANCARIO. CASO O".
       01 CART8.
          05 FILLER          PIC X(40) VALUE
                    "PAGAMENTO JA TENHA SIDO EFETUADO, FAVOR ".
          05 FILLER          PIC X(20) VALUE "DESCONSIDERAR ESTE A".
          05 FILLER          PIC X(05) VALUE "VISO.".
       01 CART9.
          05 FILLER          PIC X(15) VALUE "ATENCIOSAMENTE,".
       01 CART10.
          05 FILLER          PIC X(30) VALUE
                    "TESOURARIA DOS AMIGOS DA FATEC".
      *
       01 CAB1.
          05 FILLER          PIC X(20) VALUE "FATEC - CARTAS DE CO".
          05 FILLER          PIC X(22) VALUE "BRANCA - RESUMO EM:  ".
          05 CAB1-DATA       PIC 99.99.9999.
       01 LINRES.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LR-ROTULO       PIC X(30).
          05 LR-QTD          PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CCB-PARM.
                DISPLAY "CARTAS DE COBRANCA DAS CONTRIBUICOES EM ABERTO"
                DISPLAY "VALOR MINIMO EM ABERTO (ZEROS = QUALQUER): "
                ACCEPT W-VAL-MIN FROM CONSOLE
                DISPLAY "SOMENTE ANOS ATE (AAAA, ZEROS = TODOS): "
                ACCEPT W-ANO-LIMITE FROM CONSOLE
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-ANO-LIMITE NOT = ZEROS
                   IF W-ANO-LIMITE < 1990 OR W-ANO-LIMITE > W-HOJE-ANO
                      DISPLAY "*** ANO LIMITE INVALIDO ***"
                      GO TO CCB-PARM.
       CCB-CONF.
                DISPLAY "SERA EMITIDA UMA CARTA PARA CADA AMIGO ATIVO"
                DISPLAY "COM CONTRIBUICAO EM ABERTO, E O AVISO FICARA"
                DISPLAY "REGISTRADO NO HISTORICO DE COBRANCA"
                DISPLAY "CONFIRMA (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** EMISSAO CANCELADA ***"
                   GO TO CCB-FIMS.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO CCB-CONF.
       CCB-OPERADOR.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   MOVE OPERADOR-COMUM TO W-OPERADOR
                   GO TO CCB-OP0.
                DISPLAY "CODIGO DO OPERADOR: "
                ACCEPT W-OPERADOR FROM CONSOLE
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR E OBRIGATORIO ***"
                   GO TO CCB-OPERADOR.
      *
       CCB-OP0.
                MOVE W-HOJE TO W-DATA-AMD
                MOVE W-DATA-AMD-N TO W-HOJE-N
                MOVE W-HOJE-DIA TO W-DMA-DIA
                MOVE W-HOJE-MES TO W-DMA-MES
                MOVE W-HOJE-ANO TO W-DMA-ANO
                OPEN INPUT AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                   GO TO CCB-FIMS.
                OPEN INPUT CONTRIB
                IF ST-CTR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CONTRIB - " ST-CTR
                   CLOSE AMIGO
                   GO TO CCB-FIMS.
       CCB-OP1.
                OPEN I-O COBRAN
                IF ST-COB NOT = "00"
                     IF ST-COB = "30" OR "35"
                           OPEN OUTPUT COBRAN
                           CLOSE COBRAN
                           DISPLAY "*** ARQUIVO COBRAN SENDO CRIADO ***"
                           GO TO CCB-OP1
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO COBRAN - "
                                                            ST-COB
                           CLOSE AMIGO
                           CLOSE CONTRIB
                           GO TO CCB-FIMS
                     ELSE
                         NEXT SENTENCE.
      * A TABELA DE VALORES PODE AINDA NAO EXISTIR NA INSTALACAO;
      * NESSE CASO OS VALORES PADRAO DE WORKING-STORAGE SAO USADOS
                OPEN INPUT TABVAL
                IF ST-TAB NOT = "00"
                   IF ST-TAB = "30" OR "35"
                      MOVE 1 TO W-TAB-FALTA
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO TABVAL - " ST-TAB
                      MOVE 1 TO W-TAB-FALTA.
                OPEN OUTPUT RELAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO - " ST-REL
                   PERFORM CCB-FECHA THRU CCB-FECHA-FIM
                   GO TO CCB-FIMS.
                OPEN OUTPUT MALA
                IF ST-MAL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DA MALA DIRETA - " ST-MAL
                   CLOSE RELAT
                   PERFORM CCB-FECHA THRU CCB-FECHA-FIM
                   GO TO CCB-FIMS.
                MOVE LOW-VALUES TO APELIDO
                START AMIGO KEY IS NOT LESS APELIDO
                IF ST-ERRO NOT = "00"
                   MOVE "10" TO ST-ERRO
                ELSE
                   READ AMIGO NEXT RECORD.
       CCB-LOOP.
                IF ST-ERRO = "10"
                   GO TO CCB-FIM.
                ADD 1 TO W-CONT-LIDOS
                IF SIT-INATIVO OR CAT-HONORARIO
                   GO TO CCB-PROX.
                PERFORM CCB-ANOS THRU CCB-ANOS-FIM
                IF W-QTD-ANOS = ZEROS OR W-TOT-AMIGO = ZEROS
                   GO TO CCB-PROX.
                IF W-TOT-AMIGO < W-VAL-MIN
                   GO TO CCB-PROX.
                PERFORM CCB-HIST THRU CCB-HIST-FIM
                PERFORM CCB-CARTA THRU CCB-CARTA-FIM
                PERFORM CCB-MALA THRU CCB-MALA-FIM
                PERFORM CCB-REGISTRA THRU CCB-REGISTRA-FIM.
       CCB-PROX.
                READ AMIGO NEXT RECORD
                GO TO CCB-LOOP.
      *
      *****************************************************
      * CARREGA OS ANOS EM ABERTO DO AMIGO CORRENTE, ATE O *
      * ANO LIMITE QUANDO INFORMADO, E SOMA O TOTAL DEVIDO *
      *****************************************************
       CCB-ANOS.
                MOVE ZEROS TO W-QTD-ANOS W-TOT-AMIGO
                MOVE APELIDO TO CTR-APELIDO
                MOVE ZEROS   TO CTR-ANOREF
                START CONTRIB KEY IS NOT LESS CTR-CHAVE
                IF ST-CTR NOT = "00"
                   GO TO CCB-ANOS-FIM.
       CCB-ANOS-LE.
                READ CONTRIB NEXT RECORD
                IF ST-CTR NOT = "00"
                   GO TO CCB-ANOS-FIM.
                IF CTR-APELIDO NOT = APELIDO
                   GO TO CCB-ANOS-FIM.
                IF CTR-PAGO NOT LESS CTR-DEVIDO
                   GO TO CCB-ANOS-LE.
                IF W-ANO-LIMITE NOT = ZEROS
                         AND CTR-ANOREF > W-ANO-LIMITE
                   GO TO CCB-ANOS-LE.
                IF W-QTD-ANOS NOT LESS 40
                   GO TO CCB-ANOS-LE.
                ADD 1 TO W-QTD-ANOS
                MOVE CTR-ANOREF TO TA-ANOREF (W-QTD-ANOS)
                MOVE CTR-DEVIDO TO TA-DEVIDO (W-QTD-ANOS)
                MOVE CTR-PAGO   TO TA-PAGO (W-QTD-ANOS)
                COMPUTE TA-SALDO (W-QTD-ANOS) = CTR-DEVIDO - CTR-PAGO
                ADD TA-SALDO (W-QTD-ANOS) TO W-TOT-AMIGO
                GO TO CCB-ANOS-LE.
       CCB-ANOS-FIM.
                EXIT.
      *
      *****************************************************
      * AVISOS ANTERIORES DO AMIGO NO CCOBRANC.DAT (SEM    *
      * CONTAR UM AVISO JA EMITIDO HOJE, QUE E REGRAVADO   *
      * QUANDO A EMISSAO E REPETIDA NO MESMO DIA)          *
      *****************************************************
       CCB-HIST.
                MOVE ZEROS TO W-AVISOS-ANT W-DATA-ANT
                MOVE APELIDO TO COB-APELIDO
                MOVE ZEROS   TO COB-DATA
                START COBRAN KEY IS NOT LESS COB-CHAVE
                IF ST-COB NOT = "00"
                   GO TO CCB-HIST-FIM.
       CCB-HIST-LE.
                READ COBRAN NEXT RECORD
                IF ST-COB NOT = "00"
                   GO TO CCB-HIST-FIM.
                IF COB-APELIDO NOT = APELIDO
                   GO TO CCB-HIST-FIM.
                IF COB-DATA NOT LESS W-HOJE-N
                   GO TO CCB-HIST-FIM.
                ADD 1 TO W-AVISOS-ANT
                MOVE COB-DATA TO W-DATA-ANT
                GO TO CCB-HIST-LE.
       CCB-HIST-FIM.
                EXIT.
      *
      *****************************************************
      * IMPRESSAO DA CARTA DO AMIGO, CADA UMA EM PAGINA    *
      * PROPRIA                                            *
      *****************************************************
       CCB-CARTA.
                MOVE W-DATA-DMA-N TO CART1-DATA
                MOVE CART1 TO LINRELAT
                IF W-CONT-CARTA = ZEROS
                   WRITE LINRELAT
                ELSE
                   WRITE LINRELAT AFTER ADVANCING PAGE.
                ADD 1 TO W-CONT-CARTA
                ADD W-TOT-AMIGO TO W-TOT-GERAL
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                WRITE LINRELAT
                MOVE NOME TO CART2-NOME
                MOVE CART2 TO LINRELAT
                WRITE LINRELAT
                MOVE APELIDO TO CART3-APELIDO
                MOVE CART3 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                IF W-AVISOS-ANT NOT = ZEROS
                   ADD 1 TO W-CONT-REPET
                   MOVE W-DATA-ANT TO W-DATA-AMD-N
                   MOVE W-AMD-DIA TO W-DMA-DIA
                   MOVE W-AMD-MES TO W-DMA-MES
                   MOVE W-AMD-ANO TO W-DMA-ANO
                   MOVE W-DATA-DMA-N TO CART4-DATA
                   MOVE CART4 TO LINRELAT
                   WRITE LINRELAT
                   MOVE SPACES TO LINRELAT
                   WRITE LINRELAT
                   MOVE W-HOJE-DIA TO W-DMA-DIA
                   MOVE W-HOJE-MES TO W-DMA-MES
                   MOVE W-HOJE-ANO TO W-DMA-ANO.
                MOVE CART5 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE CABANO TO LINRELAT
                WRITE LINRELAT
                MOVE ZEROS TO W-IX.
       CCB-CARTA-ANO.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-ANOS
                   GO TO CCB-CARTA-TOT.
                MOVE TA-ANOREF (W-IX) TO LA-ANO
                MOVE TA-DEVIDO (W-IX) TO LA-DEVIDO
                MOVE TA-PAGO (W-IX)   TO LA-PAGO
                MOVE TA-SALDO (W-IX)  TO LA-SALDO
                MOVE LINANO TO LINRELAT
                WRITE LINRELAT
                GO TO CCB-CARTA-ANO.
       CCB-CARTA-TOT.
                MOVE W-TOT-AMIGO TO LTC-TOTAL
                MOVE LINTOTC TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                PERFORM CCB-TABVAL THRU CCB-TABVAL-FIM
                MOVE W-HOJE-ANO TO CART6-ANO
                MOVE W-VAL-TAB TO CART6-VALOR
                MOVE CART6 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE CART7 TO LINRELAT
                WRITE LINRELAT
                MOVE CART8 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE CART9 TO LINRELAT
                WRITE LINRELAT
                MOVE CART10 TO LINRELAT
                WRITE LINRELAT.
       CCB-CARTA-FIM.
                EXIT.
      *
       CCB-MALA.
                MOVE "N" TO W-EMAIL-OK
                IF EMAIL = SPACES
                   GO TO CCB-MALA-FIM.
                MOVE APELIDO     TO MAL-APELIDO
                MOVE NOME        TO MAL-NOME
                MOVE EMAIL       TO MAL-EMAIL
                MOVE W-TOT-AMIGO TO MAL-TOTAL
                WRITE REG-MALA
                IF ST-MAL NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DA MALA DIRETA - " ST-MAL
                   GO TO CCB-MALA-FIM.
                MOVE "S" TO W-EMAIL-OK
                ADD 1 TO W-CONT-MALA.
       CCB-MALA-FIM.
                EXIT.
      *
      *****************************************************
      * REGISTRA O AVISO NO HISTORICO DE COBRANCA; UMA     *
      * SEGUNDA EMISSAO NO MESMO DIA REGRAVA O AVISO       *
      *****************************************************
       CCB-REGISTRA.
                MOVE APELIDO     TO COB-APELIDO
                MOVE W-HOJE-N    TO COB-DATA
                COMPUTE COB-AVISO = W-AVISOS-ANT + 1
                MOVE W-QTD-ANOS  TO COB-QTD-ANOS
                MOVE W-TOT-AMIGO TO COB-TOTAL
                MOVE W-EMAIL-OK  TO COB-EMAIL
                MOVE W-OPERADOR  TO COB-OPERADOR
                WRITE REGCOBRA
                IF ST-COB = "22"
                   REWRITE REGCOBRA.
                IF ST-COB NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO COBRAN - " ST-COB
                                                    " " APELIDO.
       CCB-REGISTRA-FIM.
                EXIT.
      *
      *****************************************************
      * VALOR ATUAL DA CONTRIBUICAO DA CATEGORIA NA TABELA *
      * CTABVALS.DAT; SEM VALOR PARA O ANO, USA O ANO      *
      * ANTERIOR MAIS RECENTE E, NA FALTA DE QUALQUER      *
      * REGISTRO, OS VALORES PADRAO                        *
      *****************************************************
       CCB-TABVAL.
                MOVE ZEROS TO W-VAL-TAB
                IF TAB-AUSENTE
                   GO TO CCB-TABVAL-PADRAO.
                MOVE W-HOJE-ANO TO W-ANO-TAB.
       CCB-TABVAL-LE.
                MOVE W-ANO-TAB TO TAB-ANOREF
                MOVE CATEGORIA TO TAB-CATEGORIA
                READ TABVAL
                IF ST-TAB = "00"
                   MOVE TAB-VALOR TO W-VAL-TAB
                   GO TO CCB-TABVAL-FIM.
                IF ST-TAB NOT = "23"
                   DISPLAY "ERRO NA LEITURA DO TABVAL - " ST-TAB
                   GO TO CCB-TABVAL-PADRAO.
                SUBTRACT 1 FROM W-ANO-TAB
                IF W-ANO-TAB NOT LESS 1990
                   GO TO CCB-TABVAL-LE.
       CCB-TABVAL-PADRAO.
                IF CAT-ESTUDANTE
                   MOVE W-VAL-ESTUDANTE TO W-VAL-TAB.
                IF CAT-DOCENTE
                   MOVE W-VAL-DOCENTE   TO W-VAL-TAB.
                IF CAT-EX-ALUNO
                   MOVE W-VAL-EXALUNO   TO W-VAL-TAB.
       CCB-TABVAL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       CCB-FIM.
                MOVE W-DATA-DMA-N TO CAB1-DATA
                MOVE CAB1 TO LINRELAT
                IF W-CONT-CARTA = ZEROS
                   WRITE LINRELAT
                ELSE
                   WRITE LINRELAT AFTER ADVANCING PAGE.
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE "AMIGOS LIDOS" TO LR-ROTULO
                MOVE W-CONT-LIDOS TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE "CARTAS EMITIDAS" TO LR-ROTULO
                MOVE W-CONT-CARTA TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE "  DAS QUAIS SEGUNDO AVISO" TO LR-ROTULO
                MOVE W-CONT-REPET TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE "INCLUIDOS NA MALA DIRETA" TO LR-ROTULO
                MOVE W-CONT-MALA TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE W-TOT-GERAL TO MASC-TOT
                MOVE SPACES TO LINRELAT
                STRING "  TOTAL COBRADO................: " MASC-TOT
                       DELIMITED BY SIZE INTO LINRELAT
                WRITE LINRELAT
                CLOSE RELAT
                CLOSE MALA
                PERFORM CCB-FECHA THRU CCB-FECHA-FIM
                DISPLAY "AMIGOS LIDOS.........: " W-CONT-LIDOS
                DISPLAY "CARTAS EMITIDAS......: " W-CONT-CARTA
                DISPLAY "SEGUNDO AVISO........: " W-CONT-REPET
                DISPLAY "MALA DIRETA (E-MAIL).: " W-CONT-MALA
                DISPLAY "TOTAL COBRADO........: " MASC-TOT.
                GO TO CCB-FIMS.
      *
       CCB-FECHA.
                CLOSE AMIGO
                CLOSE CONTRIB
                CLOSE COBRAN
                IF NOT TAB-AUSENTE
                   CLOSE TABVAL.
       CCB-FECHA-FIM.
                EXIT.
       CCB-FIMS.
                GOBACK.
