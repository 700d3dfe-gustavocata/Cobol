       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSAMI.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * FUSAO DE APELIDOS DUPLICADOS NO CAMIGO.DAT (MESMA    *
      * PESSOA CADASTRADA DUAS VEZES - VER VERDUPLI),        *
      * RESTRITA A SUPERVISORES. MOSTRA LADO A LADO O        *
      * REGISTRO DO APELIDO SOBREVIVENTE E O DO DUPLICADO E, *
      * CONFIRMADA A FUSAO, TRANSFERE PARA O SOBREVIVENTE    *
      * TODO O HISTORICO DO DUPLICADO:                       *
      *   CCONTRIB.DAT - ANOS DE CONTRIBUICAO; NO ANO QUE OS *
      *                  DOIS POSSUEM, DEVIDO E PAGO SOMADOS *
      *   CPAGTOS.DAT  - MOVIMENTOS, RENUMERADOS APOS A      *
      *                  ULTIMA SEQUENCIA DO SOBREVIVENTE NO *
      *                  ANO (VINCULOS DE ESTORNO MANTIDOS)  *
      *   CRECIBOS.DAT - RECIBOS, COM A NOVA SEQUENCIA       *
      *   CDOCBANC.DAT - DOCUMENTOS DO RETORNO BANCARIO      *
      *   CPRESENC.DAT - CONVITES; NO EVENTO EM QUE OS DOIS  *
      *                  FORAM CONVIDADOS FICA O MELHOR      *
      *                  STATUS E A PRESENCA MARCADA         *
      *   CCOBRANC.DAT - HISTORICO DE CARTAS DE COBRANCA     *
      *   CINGRESS.DAT - COBRANCAS DE INGRESSO; NO EVENTO EM *
      *                  QUE OS DOIS FORAM COBRADOS FICA O   *
      *                  MAIOR VALOR, O PAGO SOMADO E A      *
      *                  COBRANCA ATIVA SE UMA DELAS ESTAVA  *
      * EM SEGUIDA O DUPLICADO E INATIVADO COMO NO CAMIGO E  *
      * A FUSAO E GRAVADA NO AUDITAMI.DAT (ACAO "F" NOS DOIS *
      * APELIDOS), PARA QUE O CONSAUD MOSTRE DE ONDE VEIO O  *
      * HISTORICO. TODO O HISTORICO DO DUPLICADO E CARREGADO *
      * E VALIDADO ANTES DA PRIMEIRA GRAVACAO                *
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
       SELECT PAGTOS
                    COPY PAGTOSEL.
       SELECT RECIBS
                    COPY RECIBSEL.
       SELECT PRESEN
                    COPY PRESESEL.
       SELECT DOCBANC
                    COPY DOCBASEL.
       SELECT COBRAN
                    COPY COBRASEL.
       SELECT INGRES
                    COPY INGRESEL.
       SELECT OPERAD
                    COPY OPERASEL.
       SELECT AUDITAMI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-AUDIT.
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
       FD PAGTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CPAGTOS.DAT".
       01 REGPAGTO.
                COPY REGPAGTO REPLACING ==:TAG:== BY == ==.
      *
       FD RECIBS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRECIBOS.DAT".
       01 REGRECIB.
                COPY REGRECIB REPLACING ==:TAG:== BY == ==.
      *
       FD PRESEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CPRESENC.DAT".
       01 REGPRESE.
                COPY REGPRESE REPLACING ==:TAG:== BY == ==.
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
       FD INGRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CINGRESS.DAT".
       01 REGINGRE.
                COPY REGINGRE REPLACING ==:TAG:== BY == ==.
      *
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COPERADO.DAT".
       01 REGOPERA.
                COPY REGOPERA REPLACING ==:TAG:== BY == ==.
      *
       FD AUDITAMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITAMI.DAT".
       01 REGAUDIT.
                COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-CTR          PIC X(02) VALUE "00".
       77 ST-PAG          PIC X(02) VALUE "00".
       77 ST-REC          PIC X(02) VALUE "00".
       77 ST-PRE          PIC X(02) VALUE "00".
       77 ST-DOB          PIC X(02) VALUE "00".
       77 ST-COB          PIC X(02) VALUE "00".
       77 ST-ING          PIC X(02) VALUE "00".
       77 ST-OPE          PIC X(02) VALUE "00".
       77 ST-AUDIT        PIC X(02) VALUE "00".
       77 W-OPERADOR      PIC X(08) VALUE SPACES.
       77 W-SENHA         PIC X(08) VALUE SPACES.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-STATUS        PIC X(01) VALUE SPACES.
       77 W-APL-SOBR      PIC X(12) VALUE SPACES.
       77 W-APL-DUPL      PIC X(12) VALUE SPACES.
       77 W-APL-CONTA     PIC X(12) VALUE SPACES.
       77 W-QTD-CTR       PIC 9(04) VALUE ZEROS.
       77 W-QTD-MOV       PIC 9(04) VALUE ZEROS.
       77 W-QTD-PRE       PIC 9(04) VALUE ZEROS.
       77 W-QTD-COB       PIC 9(04) VALUE ZEROS.
       77 W-QTD-ING       PIC 9(04) VALUE ZEROS.
       77 W-IX            PIC 9(04) VALUE ZEROS.
       77 W-IY            PIC 9(04) VALUE ZEROS.
       77 W-ANO-ATU       PIC 9(04) VALUE ZEROS.
       77 W-ULT-SEQ       PIC 9(04) VALUE ZEROS.
       77 W-SEQ-ANT       PIC 9(03) VALUE ZEROS.
       77 W-SEQ-NOVA      PIC 9(03) VALUE ZEROS.
       77 W-RANK-SOBR     PIC 9(01) VALUE ZEROS.
       77 W-RANK-DUPL     PIC 9(01) VALUE ZEROS.
       77 W-DATA-SOBR     PIC 9(08) VALUE ZEROS.
       77 W-DATA-DUPL     PIC 9(08) VALUE ZEROS.
       77 W-NASC          PIC 9(08) VALUE ZEROS.
       77 W-CONT-ANOS     PIC 9(04) VALUE ZEROS.
       77 W-CONT-MOVS     PIC 9(04) VALUE ZEROS.
       77 W-ANOS-SOBR     PIC 9(04) VALUE ZEROS.
       77 W-MOVS-SOBR     PIC 9(04) VALUE ZEROS.
       77 W-CONT-CTR-TRF  PIC 9(04) VALUE ZEROS.
       77 W-CONT-CTR-SOM  PIC 9(04) VALUE ZEROS.
       77 W-CONT-PAG      PIC 9(04) VALUE ZEROS.
       77 W-CONT-REC      PIC 9(04) VALUE ZEROS.
       77 W-CONT-DOB      PIC 9(04) VALUE ZEROS.
       77 W-CONT-PRE-TRF  PIC 9(04) VALUE ZEROS.
       77 W-CONT-PRE-UNI  PIC 9(04) VALUE ZEROS.
       77 W-CONT-COB      PIC 9(04) VALUE ZEROS.
       77 W-CONT-ING-TRF  PIC 9(04) VALUE ZEROS.
       77 W-CONT-ING-UNI  PIC 9(04) VALUE ZEROS.
       77 W-SEM-DOB       PIC X(01) VALUE "N".
          88 SEM-DOCBANC     VALUE "S".
       77 W-SEM-COB       PIC X(01) VALUE "N".
          88 SEM-COBRANCA    VALUE "S".
       77 W-SEM-ING       PIC X(01) VALUE "N".
          88 SEM-INGRESSO    VALUE "S".
       77 W-ETAPA         PIC X(30) VALUE SPACES.
       01 MASC1           PIC 99.99.9999.
      *
      * OPERADOR E NIVEL JA IDENTIFICADOS NO MENU (MENUAMI); A FUSAO
      * E RESTRITA A SUPERVISORES E, FORA DO MENU, O CODIGO E A
      * SENHA DE SUPERVISOR SAO VALIDADOS NO COPERADO.DAT
       01 OPERADOR-COMUM  PIC X(08) EXTERNAL.
       01 NIVEL-COMUM     PIC X(01) EXTERNAL.
      *
       01 W-HOJE.
          05 W-HOJE-ANO      PIC 9(04).
          05 W-HOJE-MES      PIC 9(02).
          05 W-HOJE-DIA      PIC 9(02).
      *
      * DATA DE PAGAMENTO (DDMMAAAA) DESMEMBRADA PARA COMPARACAO NA
      * FORMA AAAAMMDD
       01 W-DATA-PG.
          05 W-DATA-PG-DIA   PIC 9(02).
          05 W-DATA-PG-MES   PIC 9(02).
          05 W-DATA-PG-ANO   PIC 9(04).
      *
      * IMAGENS DOS DOIS REGISTROS DE AMIGO COMO ESTAVAM ANTES DA
      * FUSAO (PARA A COMPARACAO NA TELA E PARA A AUDITORIA)
       01 W-REG-SOBR.
                COPY REGAMIGO REPLACING ==:TAG:== BY ==SB-==.
       01 W-REG-DUPL.
                COPY REGAMIGO REPLACING ==:TAG:== BY ==DP-==.
       01 W-REGAMIGO-ANTES.
                COPY REGAMIGO REPLACING ==:TAG:== BY ==AN-==.
      *
      * HISTORICO DO DUPLICADO CARREGADO EM MEMORIA ANTES DE QUALQUER
      * GRAVACAO. NOS MOVIMENTOS, TB-NOVA-SEQ GUARDA A SEQUENCIA QUE
      * O MOVIMENTO RECEBE SOB O APELIDO SOBREVIVENTE
       01 TAB-CTRS.
          03 TB-CTR OCCURS 100 TIMES.
                COPY REGCONTR REPLACING ==:TAG:== BY ==TC-==.
       01 TAB-MOVS.
          03 TB-MOV OCCURS 500 TIMES.
                COPY REGPAGTO REPLACING ==:TAG:== BY ==TM-==.
             05 TB-NOVA-SEQ     PIC 9(03).
       01 TAB-PRES.
          03 TB-PRE OCCURS 500 TIMES.
                COPY REGPRESE REPLACING ==:TAG:== BY ==TP-==.
       01 TAB-COBS.
          03 TB-COB OCCURS 100 TIMES.
                COPY REGCOBRA REPLACING ==:TAG:== BY ==TK-==.
       01 TAB-INGS.
          03 TB-ING OCCURS 500 TIMES.
                COPY REGINGRE REPLACING ==:TAG:== BY ==TI-==.
      *
      * LINHA DA COMPARACAO LADO A LADO DOS DOIS REGISTROS
       01 LINCMP.
          05 LC-ROTULO       PIC X(12).
          05 LC-SOBR         PIC X(31).
          05 LC-DUPL         PIC X(29).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       FUS-OPERADOR.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   MOVE OPERADOR-COMUM TO W-OPERADOR
                   GO TO FUS-SUPERV.
                DISPLAY "CODIGO DO OPERADOR: "
                ACCEPT W-OPERADOR FROM CONSOLE
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR E OBRIGATORIO ***"
                   GO TO FUS-OPERADOR.
      *
      *****************************************************
      * FUSAO RESTRITA A SUPERVISORES: NIVEL DO MENU OU    *
      * CODIGO E SENHA CONFERIDOS NO COPERADO.DAT          *
      *****************************************************
       FUS-SUPERV.
                IF NIVEL-COMUM = "S"
                   GO TO FUS-PARM.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   DISPLAY "*** FUSAO RESTRITA A SUPERVISORES ***"
                   GO TO FUS-FIMS.
                DISPLAY "CODIGO DO SUPERVISOR: "
                ACCEPT W-OPERADOR FROM CONSOLE
                DISPLAY "SENHA: "
                ACCEPT W-SENHA FROM CONSOLE
                OPEN INPUT OPERAD
                IF ST-OPE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO COPERADO - " ST-OPE
                   GO TO FUS-FIMS.
                MOVE W-OPERADOR TO OPE-CODIGO
                READ OPERAD
                IF ST-OPE NOT = "00"
                   DISPLAY "*** OPERADOR NAO CADASTRADO ***"
                   CLOSE OPERAD
                   GO TO FUS-FIMS.
                CLOSE OPERAD
                IF OPE-INATIVO
                   DISPLAY "*** OPERADOR DESATIVADO ***"
                   GO TO FUS-FIMS.
                IF OPE-SENHA NOT = W-SENHA
                   DISPLAY "*** SENHA INVALIDA ***"
                   GO TO FUS-FIMS.
                IF NOT OPE-SUPERVISOR
                   DISPLAY "*** FUSAO RESTRITA A SUPERVISORES ***"
                   GO TO FUS-FIMS.
      *
       FUS-PARM.
                DISPLAY "FUSAO DE APELIDOS DUPLICADOS"
                DISPLAY "APELIDO SOBREVIVENTE (BRANCO = FIM): "
                ACCEPT W-APL-SOBR FROM CONSOLE
                IF W-APL-SOBR = SPACES
                   GO TO FUS-FIMS.
                DISPLAY "APELIDO DUPLICADO A INCORPORAR: "
                ACCEPT W-APL-DUPL FROM CONSOLE
                IF W-APL-DUPL = SPACES
                   GO TO FUS-FIMS.
                IF W-APL-DUPL = W-APL-SOBR
                   DISPLAY "*** OS DOIS APELIDOS SAO IGUAIS ***"
                   GO TO FUS-PARM.
      *
       FUS-OP0.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                OPEN I-O AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                   GO TO FUS-FIMS.
                OPEN I-O CONTRIB
                IF ST-CTR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CONTRIB - " ST-CTR
                   CLOSE AMIGO
                   GO TO FUS-FIMS.
       FUS-OP1.
                OPEN I-O PAGTOS
                IF ST-PAG NOT = "00"
                     IF ST-PAG = "30"
                           OPEN OUTPUT PAGTOS
                           CLOSE PAGTOS
                           DISPLAY "*** ARQUIVO PAGTOS SENDO CRIADO ***"
                           GO TO FUS-OP1
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO PAGTOS - "
                                                            ST-PAG
                           CLOSE AMIGO
                           CLOSE CONTRIB
                           GO TO FUS-FIMS
                     ELSE
                         NEXT SENTENCE.
       FUS-OP2.
                OPEN I-O RECIBS
                IF ST-REC NOT = "00"
                     IF ST-REC = "30"
                           OPEN OUTPUT RECIBS
                           CLOSE RECIBS
                           DISPLAY "*** ARQUIVO RECIBS SENDO CRIADO ***"
                           GO TO FUS-OP2
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO RECIBS - "
                                                            ST-REC
                           CLOSE AMIGO
                           CLOSE CONTRIB
                           CLOSE PAGTOS
                           GO TO FUS-FIMS
                     ELSE
                         NEXT SENTENCE.
       FUS-OP3.
                OPEN I-O PRESEN
                IF ST-PRE NOT = "00"
                     IF ST-PRE = "30"
                           OPEN OUTPUT PRESEN
                           CLOSE PRESEN
                           DISPLAY "*** ARQUIVO PRESEN SENDO CRIADO ***"
                           GO TO FUS-OP3
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO PRESEN - "
                                                            ST-PRE
                           CLOSE AMIGO
                           CLOSE CONTRIB
                           CLOSE PAGTOS
                           CLOSE RECIBS
                           GO TO FUS-FIMS
                     ELSE
                         NEXT SENTENCE.
      * DOCBANC, COBRAN E INGRES SO EXISTEM DEPOIS DO PRIMEIRO
      * RETORNO BANCARIO, DA PRIMEIRA EMISSAO DE CARTAS DE COBRANCA
      * E DA PRIMEIRA COBRANCA DE INGRESSO
                OPEN I-O DOCBANC
                IF ST-DOB NOT = "00"
                   IF ST-DOB = "30" OR "35"
                      MOVE "S" TO W-SEM-DOB
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO DOCBANC - " ST-DOB
                      CLOSE AMIGO
                      CLOSE CONTRIB
                      CLOSE PAGTOS
                      CLOSE RECIBS
                      CLOSE PRESEN
                      GO TO FUS-FIMS.
                OPEN I-O COBRAN
                IF ST-COB NOT = "00"
                   IF ST-COB = "30" OR "35"
                      MOVE "S" TO W-SEM-COB
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO COBRAN - " ST-COB
                      CLOSE AMIGO
                      CLOSE CONTRIB
                      CLOSE PAGTOS
                      CLOSE RECIBS
                      CLOSE PRESEN
                      IF NOT SEM-DOCBANC
                         CLOSE DOCBANC
                      END-IF
                      GO TO FUS-FIMS.
                OPEN I-O INGRES
                IF ST-ING NOT = "00"
                   IF ST-ING = "30" OR "35"
                      MOVE "S" TO W-SEM-ING
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO INGRES - " ST-ING
                      CLOSE AMIGO
                      CLOSE CONTRIB
                      CLOSE PAGTOS
                      CLOSE RECIBS
                      CLOSE PRESEN
                      IF NOT SEM-DOCBANC
                         CLOSE DOCBANC
                      END-IF
                      IF NOT SEM-COBRANCA
                         CLOSE COBRAN
                      END-IF
                      GO TO FUS-FIMS.
                OPEN EXTEND AUDITAMI
                IF ST-AUDIT NOT = "00"
                     IF ST-AUDIT = "30" OR "35"
                           OPEN OUTPUT AUDITAMI
                           CLOSE AUDITAMI
                           OPEN EXTEND AUDITAMI
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO AUDITAMI - "
                                                            ST-AUDIT
                           GO TO FUS-FECHA
                     ELSE
                         NEXT SENTENCE.
      *
      *****************************************************
      * LEITURA DOS DOIS APELIDOS; O SOBREVIVENTE PRECISA  *
      * ESTAR ATIVO                                        *
      *****************************************************
       FUS-LE.
                MOVE W-APL-SOBR TO APELIDO
                READ AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "*** APELIDO SOBREVIVENTE NAO CADASTRADO ***"
                   GO TO FUS-FECHA.
                IF SIT-INATIVO
                   DISPLAY "*** APELIDO SOBREVIVENTE INATIVO - "
                           "REATIVAR ANTES NO CAMIGO ***"
                   GO TO FUS-FECHA.
                MOVE REGAMIGO TO W-REG-SOBR
                MOVE W-APL-DUPL TO APELIDO
                READ AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "*** APELIDO DUPLICADO NAO CADASTRADO ***"
                   GO TO FUS-FECHA.
                MOVE REGAMIGO TO W-REG-DUPL.
      *
      *****************************************************
      * COMPARACAO LADO A LADO DOS DOIS REGISTROS, COM A   *
      * QUANTIDADE DE ANOS E DE MOVIMENTOS DE CADA UM      *
      *****************************************************
       FUS-COMPARA.
                DISPLAY " "
                MOVE SPACES TO LINCMP
                MOVE "SOBREVIVENTE" TO LC-SOBR
                MOVE "DUPLICADO"    TO LC-DUPL
                DISPLAY LINCMP
                MOVE "APELIDO...:" TO LC-ROTULO
                MOVE SB-APELIDO    TO LC-SOBR
                MOVE DP-APELIDO    TO LC-DUPL
                DISPLAY LINCMP
                MOVE "NOME......:" TO LC-ROTULO
                MOVE SB-NOME       TO LC-SOBR
                MOVE DP-NOME       TO LC-DUPL
                DISPLAY LINCMP
                MOVE "EMAIL.....:" TO LC-ROTULO
                MOVE SB-EMAIL      TO LC-SOBR
                MOVE DP-EMAIL      TO LC-DUPL
                DISPLAY LINCMP
                MOVE "NASCIMENTO:" TO LC-ROTULO
                COMPUTE W-NASC = SB-DIA * 1000000 + SB-MES * 10000
                               + SB-SEC * 100 + SB-ANOD
                MOVE W-NASC        TO MASC1
                MOVE MASC1         TO LC-SOBR
                COMPUTE W-NASC = DP-DIA * 1000000 + DP-MES * 10000
                               + DP-SEC * 100 + DP-ANOD
                MOVE W-NASC        TO MASC1
                MOVE MASC1         TO LC-DUPL
                DISPLAY LINCMP
                MOVE "TELEFONE..:" TO LC-ROTULO
                MOVE SB-TELEFONE   TO LC-SOBR
                MOVE DP-TELEFONE   TO LC-DUPL
                DISPLAY LINCMP
                MOVE "CATEGORIA.:" TO LC-ROTULO
                MOVE SB-CATEGORIA  TO LC-SOBR
                MOVE DP-CATEGORIA  TO LC-DUPL
                DISPLAY LINCMP
                MOVE "SITUACAO..:" TO LC-ROTULO
                MOVE SPACES TO LC-SOBR LC-DUPL
                IF SB-SIT-INATIVO
                   MOVE "INATIVO" TO LC-SOBR
                ELSE
                   MOVE "ATIVO"   TO LC-SOBR.
                IF DP-SIT-INATIVO
                   MOVE "INATIVO" TO LC-DUPL
                ELSE
                   MOVE "ATIVO"   TO LC-DUPL.
                DISPLAY LINCMP
                MOVE W-APL-SOBR TO W-APL-CONTA
                PERFORM FUS-CONTA THRU FUS-CONTA-FIM
                MOVE W-CONT-ANOS TO W-ANOS-SOBR
                MOVE W-CONT-MOVS TO W-MOVS-SOBR
                MOVE W-APL-DUPL TO W-APL-CONTA
                PERFORM FUS-CONTA THRU FUS-CONTA-FIM
                MOVE "ANOS......:" TO LC-ROTULO
                MOVE W-ANOS-SOBR TO LC-SOBR
                MOVE W-CONT-ANOS TO LC-DUPL
                DISPLAY LINCMP
                MOVE "MOVIMENTOS:" TO LC-ROTULO
                MOVE W-MOVS-SOBR TO LC-SOBR
                MOVE W-CONT-MOVS TO LC-DUPL
                DISPLAY LINCMP
                DISPLAY " ".
       FUS-CONF.
                DISPLAY "TRANSFERIR O HISTORICO DE " W-APL-DUPL
                DISPLAY "PARA " W-APL-SOBR " E INATIVAR "
                        W-APL-DUPL " (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** FUSAO CANCELADA PELO OPERADOR ***"
                   GO TO FUS-FECHA.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO FUS-CONF.
                GO TO FUS-CARGA.
      *
      * CONTA OS ANOS (CCONTRIB) E OS MOVIMENTOS (CPAGTOS) DO
      * APELIDO EM W-APL-CONTA
       FUS-CONTA.
                MOVE ZEROS TO W-CONT-ANOS W-CONT-MOVS
                MOVE W-APL-CONTA TO CTR-APELIDO
                MOVE ZEROS TO CTR-ANOREF
                START CONTRIB KEY IS NOT LESS CTR-CHAVE
                IF ST-CTR NOT = "00"
                   GO TO FUS-CONTA-PAG.
       FUS-CONTA-CTR.
                READ CONTRIB NEXT RECORD
                IF ST-CTR NOT = "00"
                   GO TO FUS-CONTA-PAG.
                IF CTR-APELIDO NOT = W-APL-CONTA
                   GO TO FUS-CONTA-PAG.
                ADD 1 TO W-CONT-ANOS
                GO TO FUS-CONTA-CTR.
       FUS-CONTA-PAG.
                MOVE W-APL-CONTA TO PAG-APELIDO
                MOVE ZEROS TO PAG-ANOREF PAG-SEQ
                START PAGTOS KEY IS NOT LESS PAG-CHAVE
                IF ST-PAG NOT = "00"
                   GO TO FUS-CONTA-FIM.
       FUS-CONTA-PAG-LE.
                READ PAGTOS NEXT RECORD
                IF ST-PAG NOT = "00"
                   GO TO FUS-CONTA-FIM.
                IF PAG-APELIDO NOT = W-APL-CONTA
                   GO TO FUS-CONTA-FIM.
                ADD 1 TO W-CONT-MOVS
                GO TO FUS-CONTA-PAG-LE.
       FUS-CONTA-FIM.
                EXIT.
      *
      *****************************************************
      * CARGA DO HISTORICO DO DUPLICADO EM MEMORIA. SE     *
      * ALGUMA TABELA NAO COMPORTAR O HISTORICO, NADA E    *
      * GRAVADO                                            *
      *****************************************************
       FUS-CARGA.
                MOVE ZEROS TO W-QTD-CTR W-QTD-MOV W-QTD-PRE W-QTD-COB
                              W-QTD-ING
                MOVE W-APL-DUPL TO CTR-APELIDO
                MOVE ZEROS TO CTR-ANOREF
                START CONTRIB KEY IS NOT LESS CTR-CHAVE
                IF ST-CTR NOT = "00"
                   GO TO FUS-CARGA-PAG.
       FUS-CARGA-CTR.
                READ CONTRIB NEXT RECORD
                IF ST-CTR NOT = "00"
                   GO TO FUS-CARGA-PAG.
                IF CTR-APELIDO NOT = W-APL-DUPL
                   GO TO FUS-CARGA-PAG.
                IF W-QTD-CTR NOT LESS 100
                   DISPLAY "*** MAIS DE 100 ANOS NO DUPLICADO ***"
                   GO TO FUS-RECUSA.
                ADD 1 TO W-QTD-CTR
                MOVE REGCONTR TO TB-CTR (W-QTD-CTR)
                GO TO FUS-CARGA-CTR.
       FUS-CARGA-PAG.
                MOVE W-APL-DUPL TO PAG-APELIDO
                MOVE ZEROS TO PAG-ANOREF PAG-SEQ
                START PAGTOS KEY IS NOT LESS PAG-CHAVE
                IF ST-PAG NOT = "00"
                   GO TO FUS-CARGA-PRE.
       FUS-CARGA-PAG-LE.
                READ PAGTOS NEXT RECORD
                IF ST-PAG NOT = "00"
                   GO TO FUS-CARGA-PRE.
                IF PAG-APELIDO NOT = W-APL-DUPL
                   GO TO FUS-CARGA-PRE.
                IF W-QTD-MOV NOT LESS 500
                   DISPLAY "*** MAIS DE 500 MOVIMENTOS NO DUPLICADO ***"
                   GO TO FUS-RECUSA.
                ADD 1 TO W-QTD-MOV
                MOVE REGPAGTO TO TB-MOV (W-QTD-MOV)
                GO TO FUS-CARGA-PAG-LE.
      * O CPRESENC.DAT E ORDENADO POR EVENTO: OS CONVITES DO
      * DUPLICADO SO SAO ENCONTRADOS NA LEITURA DO ARQUIVO INTEIRO
       FUS-CARGA-PRE.
                MOVE LOW-VALUES TO PRE-CHAVE
                START PRESEN KEY IS NOT LESS PRE-CHAVE
                IF ST-PRE NOT = "00"
                   GO TO FUS-CARGA-COB.
       FUS-CARGA-PRE-LE.
                READ PRESEN NEXT RECORD
                IF ST-PRE NOT = "00"
                   GO TO FUS-CARGA-COB.
                IF PRE-APELIDO NOT = W-APL-DUPL
                   GO TO FUS-CARGA-PRE-LE.
                IF W-QTD-PRE NOT LESS 500
                   DISPLAY "*** MAIS DE 500 CONVITES NO DUPLICADO ***"
                   GO TO FUS-RECUSA.
                ADD 1 TO W-QTD-PRE
                MOVE REGPRESE TO TB-PRE (W-QTD-PRE)
                GO TO FUS-CARGA-PRE-LE.
       FUS-CARGA-COB.
                IF SEM-COBRANCA
                   GO TO FUS-CARGA-ING.
                MOVE W-APL-DUPL TO COB-APELIDO
                MOVE ZEROS TO COB-DATA
                START COBRAN KEY IS NOT LESS COB-CHAVE
                IF ST-COB NOT = "00"
                   GO TO FUS-CARGA-ING.
       FUS-CARGA-COB-LE.
                READ COBRAN NEXT RECORD
                IF ST-COB NOT = "00"
                   GO TO FUS-CARGA-ING.
                IF COB-APELIDO NOT = W-APL-DUPL
                   GO TO FUS-CARGA-ING.
                IF W-QTD-COB NOT LESS 100
                   DISPLAY "*** MAIS DE 100 CARTAS NO DUPLICADO ***"
                   GO TO FUS-RECUSA.
                ADD 1 TO W-QTD-COB
                MOVE REGCOBRA TO TB-COB (W-QTD-COB)
                GO TO FUS-CARGA-COB-LE.
      * O CINGRESS.DAT TAMBEM E ORDENADO POR EVENTO
       FUS-CARGA-ING.
                IF SEM-INGRESSO
                   GO TO FUS-NUMERA.
                MOVE LOW-VALUES TO ING-CHAVE
                START INGRES KEY IS NOT LESS ING-CHAVE
                IF ST-ING NOT = "00"
                   GO TO FUS-NUMERA.
       FUS-CARGA-ING-LE.
                READ INGRES NEXT RECORD
                IF ST-ING NOT = "00"
                   GO TO FUS-NUMERA.
                IF ING-APELIDO NOT = W-APL-DUPL
                   GO TO FUS-CARGA-ING-LE.
                IF W-QTD-ING NOT LESS 500
                   DISPLAY "*** MAIS DE 500 INGRESSOS NO DUPLICADO ***"
                   GO TO FUS-RECUSA.
                ADD 1 TO W-QTD-ING
                MOVE REGINGRE TO TB-ING (W-QTD-ING)
                GO TO FUS-CARGA-ING-LE.
      *
      *****************************************************
      * NOVA SEQUENCIA DE CADA MOVIMENTO DO DUPLICADO: EM  *
      * CADA ANO, A PARTIR DA ULTIMA SEQUENCIA DO          *
      * SOBREVIVENTE, NA ORDEM ORIGINAL DOS MOVIMENTOS     *
      *****************************************************
       FUS-NUMERA.
                MOVE ZEROS TO W-IX W-ANO-ATU.
       FUS-NUMERA-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-MOV
                   GO TO FUS-RECIBOS.
                IF TM-PAG-ANOREF (W-IX) NOT = W-ANO-ATU
                   MOVE TM-PAG-ANOREF (W-IX) TO W-ANO-ATU
                   PERFORM FUS-MAXSEQ THRU FUS-MAXSEQ-FIM.
                ADD 1 TO W-ULT-SEQ
                IF W-ULT-SEQ > 999
                   DISPLAY "*** SEQUENCIA DE MOVIMENTOS ESGOTADA NO "
                           "ANO " W-ANO-ATU " ***"
                   GO TO FUS-RECUSA.
                MOVE W-ULT-SEQ TO TB-NOVA-SEQ (W-IX)
                GO TO FUS-NUMERA-LOOP.
      *
       FUS-MAXSEQ.
                MOVE ZEROS TO W-ULT-SEQ
                MOVE W-APL-SOBR TO PAG-APELIDO
                MOVE W-ANO-ATU  TO PAG-ANOREF
                MOVE ZEROS      TO PAG-SEQ
                START PAGTOS KEY IS NOT LESS PAG-CHAVE
                IF ST-PAG NOT = "00"
                   GO TO FUS-MAXSEQ-FIM.
       FUS-MAXSEQ-LE.
                READ PAGTOS NEXT RECORD
                IF ST-PAG NOT = "00"
                   GO TO FUS-MAXSEQ-FIM.
                IF PAG-APELIDO NOT = W-APL-SOBR
                         OR PAG-ANOREF NOT = W-ANO-ATU
                   GO TO FUS-MAXSEQ-FIM.
                MOVE PAG-SEQ TO W-ULT-SEQ
                GO TO FUS-MAXSEQ-LE.
       FUS-MAXSEQ-FIM.
                EXIT.
      *
      * DEVOLVE EM W-SEQ-NOVA A SEQUENCIA QUE O MOVIMENTO W-SEQ-ANT
      * DO ANO W-ANO-ATU DO DUPLICADO RECEBE NO SOBREVIVENTE (ZEROS
      * QUANDO NAO HA VINCULO)
       FUS-REMAP.
                MOVE ZEROS TO W-SEQ-NOVA W-IY
                IF W-SEQ-ANT = ZEROS
                   GO TO FUS-REMAP-FIM.
       FUS-REMAP-LOOP.
                ADD 1 TO W-IY
                IF W-IY > W-QTD-MOV
                   GO TO FUS-REMAP-FIM.
                IF TM-PAG-ANOREF (W-IY) = W-ANO-ATU
                         AND TM-PAG-SEQ (W-IY) = W-SEQ-ANT
                   MOVE TB-NOVA-SEQ (W-IY) TO W-SEQ-NOVA
                   GO TO FUS-REMAP-FIM.
                GO TO FUS-REMAP-LOOP.
       FUS-REMAP-FIM.
                EXIT.
      *
       FUS-RECUSA.
                DISPLAY "*** FUSAO NAO EFETUADA - NADA FOI GRAVADO ***"
                GO TO FUS-FECHA.
      *
      *****************************************************
      * RECIBOS E DOCUMENTOS BANCARIOS DO DUPLICADO PASSAM *
      * AO SOBREVIVENTE, APONTANDO PARA A NOVA SEQUENCIA   *
      * DO MOVIMENTO                                       *
      *****************************************************
       FUS-RECIBOS.
                MOVE "RECIBOS" TO W-ETAPA
                MOVE ZEROS TO REC-NUMERO
                START RECIBS KEY IS NOT LESS REC-NUMERO
                IF ST-REC NOT = "00"
                   GO TO FUS-DOCBANC.
       FUS-RECIBOS-LE.
                READ RECIBS NEXT RECORD
                IF ST-REC NOT = "00"
                   GO TO FUS-DOCBANC.
                IF REC-APELIDO NOT = W-APL-DUPL
                   GO TO FUS-RECIBOS-LE.
                MOVE REC-ANOREF  TO W-ANO-ATU
                MOVE REC-PAG-SEQ TO W-SEQ-ANT
                PERFORM FUS-REMAP THRU FUS-REMAP-FIM
                MOVE W-APL-SOBR TO REC-APELIDO
                MOVE W-SEQ-NOVA TO REC-PAG-SEQ
                REWRITE REGRECIB
                IF ST-REC NOT = "00"
                   DISPLAY "ERRO NA REGRAVACAO DO RECIBO " REC-NUMERO
                           " - " ST-REC
                   GO TO FUS-ABORTA.
                ADD 1 TO W-CONT-REC
                GO TO FUS-RECIBOS-LE.
      *
       FUS-DOCBANC.
                MOVE "DOCUMENTOS BANCARIOS" TO W-ETAPA
                IF SEM-DOCBANC
                   GO TO FUS-PAGTOS.
                MOVE LOW-VALUES TO DOB-DOCUMENTO
                START DOCBANC KEY IS NOT LESS DOB-DOCUMENTO
                IF ST-DOB NOT = "00"
                   GO TO FUS-PAGTOS.
       FUS-DOCBANC-LE.
                READ DOCBANC NEXT RECORD
                IF ST-DOB NOT = "00"
                   GO TO FUS-PAGTOS.
                IF DOB-APELIDO NOT = W-APL-DUPL
                   GO TO FUS-DOCBANC-LE.
                MOVE DOB-ANOREF  TO W-ANO-ATU
                MOVE DOB-PAG-SEQ TO W-SEQ-ANT
                PERFORM FUS-REMAP THRU FUS-REMAP-FIM
                MOVE W-APL-SOBR TO DOB-APELIDO
                MOVE W-SEQ-NOVA TO DOB-PAG-SEQ
                REWRITE REGDOCBA
                IF ST-DOB NOT = "00"
                   DISPLAY "ERRO NA REGRAVACAO DO DOCUMENTO "
                           DOB-DOCUMENTO " - " ST-DOB
                   GO TO FUS-ABORTA.
                ADD 1 TO W-CONT-DOB
                GO TO FUS-DOCBANC-LE.
      *
      *****************************************************
      * MOVIMENTOS: GRAVADOS SOB O SOBREVIVENTE COM A NOVA *
      * SEQUENCIA (E O VINCULO DE ESTORNO RENUMERADO) E    *
      * EXCLUIDOS DO DUPLICADO                             *
      *****************************************************
       FUS-PAGTOS.
                MOVE "MOVIMENTOS" TO W-ETAPA
                MOVE ZEROS TO W-IX.
       FUS-PAGTOS-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-MOV
                   GO TO FUS-CONTRIB.
                MOVE TB-MOV (W-IX) TO REGPAGTO
                MOVE PAG-ANOREF  TO W-ANO-ATU
                MOVE PAG-SEQ-REF TO W-SEQ-ANT
                PERFORM FUS-REMAP THRU FUS-REMAP-FIM
                MOVE W-APL-SOBR         TO PAG-APELIDO
                MOVE TB-NOVA-SEQ (W-IX) TO PAG-SEQ
                MOVE W-SEQ-NOVA         TO PAG-SEQ-REF
                WRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO " PAG-ANOREF
                           " " PAG-SEQ " - " ST-PAG
                   GO TO FUS-ABORTA.
                MOVE TB-MOV (W-IX) TO REGPAGTO
                DELETE PAGTOS RECORD
                IF ST-PAG NOT = "00"
                   DISPLAY "ERRO NA EXCLUSAO DO MOVIMENTO " PAG-ANOREF
                           " " PAG-SEQ " - " ST-PAG
                   GO TO FUS-ABORTA.
                ADD 1 TO W-CONT-PAG
                GO TO FUS-PAGTOS-LOOP.
      *
      *****************************************************
      * ANOS DE CONTRIBUICAO: O ANO QUE O SOBREVIVENTE NAO *
      * TEM E TRANSFERIDO; NO ANO QUE OS DOIS TEM, DEVIDO  *
      * E PAGO SAO SOMADOS E FICA A DATA DE PAGAMENTO MAIS *
      * RECENTE                                            *
      *****************************************************
       FUS-CONTRIB.
                MOVE "ANOS DE CONTRIBUICAO" TO W-ETAPA
                MOVE ZEROS TO W-IX.
       FUS-CONTRIB-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-CTR
                   GO TO FUS-PRESENC.
                MOVE W-APL-SOBR TO CTR-APELIDO
                MOVE TC-CTR-ANOREF (W-IX) TO CTR-ANOREF
                READ CONTRIB
                IF ST-CTR = "00"
                   GO TO FUS-CONTRIB-SOMA.
                IF ST-CTR NOT = "23"
                   DISPLAY "ERRO NA LEITURA DO CONTRIB - " ST-CTR
                   GO TO FUS-ABORTA.
                MOVE TB-CTR (W-IX) TO REGCONTR
                MOVE W-APL-SOBR TO CTR-APELIDO
                WRITE REGCONTR
                IF ST-CTR NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO ANO " CTR-ANOREF
                           " - " ST-CTR
                   GO TO FUS-ABORTA.
                ADD 1 TO W-CONT-CTR-TRF
                GO TO FUS-CONTRIB-EXCL.
       FUS-CONTRIB-SOMA.
                ADD TC-CTR-DEVIDO (W-IX) TO CTR-DEVIDO
                ADD TC-CTR-PAGO (W-IX)   TO CTR-PAGO
                MOVE CTR-DATA-PAGTO TO W-DATA-PG
                COMPUTE W-DATA-SOBR = W-DATA-PG-ANO * 10000
                                    + W-DATA-PG-MES * 100
                                    + W-DATA-PG-DIA
                MOVE TC-CTR-DATA-PAGTO (W-IX) TO W-DATA-PG
                COMPUTE W-DATA-DUPL = W-DATA-PG-ANO * 10000
                                    + W-DATA-PG-MES * 100
                                    + W-DATA-PG-DIA
                IF W-DATA-DUPL > W-DATA-SOBR
                   MOVE TC-CTR-DATA-PAGTO (W-IX) TO CTR-DATA-PAGTO.
                REWRITE REGCONTR
                IF ST-CTR NOT = "00"
                   DISPLAY "ERRO NA REGRAVACAO DO ANO " CTR-ANOREF
                           " - " ST-CTR
                   GO TO FUS-ABORTA.
                ADD 1 TO W-CONT-CTR-SOM.
       FUS-CONTRIB-EXCL.
                MOVE TB-CTR (W-IX) TO REGCONTR
                DELETE CONTRIB RECORD
                IF ST-CTR NOT = "00"
                   DISPLAY "ERRO NA EXCLUSAO DO ANO " CTR-ANOREF
                           " DO DUPLICADO - " ST-CTR
                   GO TO FUS-ABORTA.
                GO TO FUS-CONTRIB-LOOP.
      *
      *****************************************************
      * CONVITES: NO EVENTO EM QUE SO O DUPLICADO FOI      *
      * CONVIDADO, O CONVITE PASSA AO SOBREVIVENTE; NO     *
      * EVENTO EM QUE OS DOIS FORAM CONVIDADOS, FICA O     *
      * MELHOR STATUS (CONFIRMADO, ESPERA, CONVIDADO,      *
      * RECUSADO) E A PRESENCA MARCADA EM QUALQUER UM DOS  *
      * DOIS                                               *
      *****************************************************
       FUS-PRESENC.
                MOVE "CONVITES" TO W-ETAPA
                MOVE ZEROS TO W-IX.
       FUS-PRESENC-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-PRE
                   GO TO FUS-COBRAN.
                MOVE TP-PRE-EVENTO (W-IX) TO PRE-EVENTO
                MOVE W-APL-SOBR TO PRE-APELIDO
                READ PRESEN
                IF ST-PRE = "00"
                   GO TO FUS-PRESENC-UNE.
                IF ST-PRE NOT = "23"
                   DISPLAY "ERRO NA LEITURA DO PRESEN - " ST-PRE
                   GO TO FUS-ABORTA.
                MOVE TB-PRE (W-IX) TO REGPRESE
                MOVE W-APL-SOBR TO PRE-APELIDO
                WRITE REGPRESE
                IF ST-PRE NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO CONVITE " PRE-EVENTO
                           " - " ST-PRE
                   GO TO FUS-ABORTA.
                ADD 1 TO W-CONT-PRE-TRF
                GO TO FUS-PRESENC-EXCL.
       FUS-PRESENC-UNE.
                MOVE PRE-STATUS TO W-STATUS
                PERFORM FUS-RANK THRU FUS-RANK-FIM
                MOVE W-RANK-DUPL TO W-RANK-SOBR
                MOVE TP-PRE-STATUS (W-IX) TO W-STATUS
                PERFORM FUS-RANK THRU FUS-RANK-FIM
                IF W-RANK-DUPL > W-RANK-SOBR
                   MOVE TP-PRE-STATUS (W-IX)    TO PRE-STATUS
                   MOVE TP-PRE-TS-STATUS (W-IX) TO PRE-TS-STATUS.
                IF TP-PRE-COMPARECEU (W-IX)
                   MOVE "S" TO PRE-PRESENCA.
                IF PRE-PRESENCA = SPACES
                   MOVE TP-PRE-PRESENCA (W-IX) TO PRE-PRESENCA.
                REWRITE REGPRESE
                IF ST-PRE NOT = "00"
                   DISPLAY "ERRO NA REGRAVACAO DO CONVITE " PRE-EVENTO
                           " - " ST-PRE
                   GO TO FUS-ABORTA.
                ADD 1 TO W-CONT-PRE-UNI.
       FUS-PRESENC-EXCL.
                MOVE TB-PRE (W-IX) TO REGPRESE
                DELETE PRESEN RECORD
                IF ST-PRE NOT = "00"
                   DISPLAY "ERRO NA EXCLUSAO DO CONVITE " PRE-EVENTO
                           " DO DUPLICADO - " ST-PRE
                   GO TO FUS-ABORTA.
                GO TO FUS-PRESENC-LOOP.
      *
      * ORDEM DOS STATUS DE CONVITE (EM W-STATUS) PARA A ESCOLHA DO
      * MELHOR; DEVOLVE O PESO EM W-RANK-DUPL
       FUS-RANK.
                MOVE 2 TO W-RANK-DUPL
                IF W-STATUS = "F"
                   MOVE 4 TO W-RANK-DUPL.
                IF W-STATUS = "E"
                   MOVE 3 TO W-RANK-DUPL.
                IF W-STATUS = "R"
                   MOVE 1 TO W-RANK-DUPL.
       FUS-RANK-FIM.
                EXIT.
      *
      * CARTAS DE COBRANCA: NA MESMA DATA PREVALECE A DO SOBREVIVENTE
       FUS-COBRAN.
                MOVE "CARTAS DE COBRANCA" TO W-ETAPA
                MOVE ZEROS TO W-IX.
       FUS-COBRAN-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-COB
                   GO TO FUS-INGRESSO.
                MOVE TB-COB (W-IX) TO REGCOBRA
                MOVE W-APL-SOBR TO COB-APELIDO
                WRITE REGCOBRA
                IF ST-COB NOT = "00" AND "02" AND "22"
                   DISPLAY "ERRO NA GRAVACAO DA CARTA DE " COB-DATA
                           " - " ST-COB
                   GO TO FUS-ABORTA.
                IF ST-COB NOT = "22"
                   ADD 1 TO W-CONT-COB.
                MOVE TB-COB (W-IX) TO REGCOBRA
                DELETE COBRAN RECORD
                IF ST-COB NOT = "00"
                   DISPLAY "ERRO NA EXCLUSAO DA CARTA DE " COB-DATA
                           " DO DUPLICADO - " ST-COB
                   GO TO FUS-ABORTA.
                GO TO FUS-COBRAN-LOOP.
      *
      *****************************************************
      * COBRANCAS DE INGRESSO: A DO EVENTO EM QUE SO O     *
      * DUPLICADO FOI COBRADO PASSA AO SOBREVIVENTE; NO    *
      * EVENTO EM QUE OS DOIS FORAM COBRADOS FICA O MAIOR  *
      * VALOR, O PAGO DOS DOIS SOMADO (OS MOVIMENTOS JA    *
      * FORAM TRANSFERIDOS), A DATA DE PAGAMENTO MAIS      *
      * RECENTE E A COBRANCA ATIVA SE UMA DELAS ESTAVA     *
      *****************************************************
       FUS-INGRESSO.
                MOVE "COBRANCAS DE INGRESSO" TO W-ETAPA
                MOVE ZEROS TO W-IX.
       FUS-INGRESSO-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-ING
                   GO TO FUS-INATIVA.
                MOVE TI-ING-EVENTO (W-IX) TO ING-EVENTO
                MOVE W-APL-SOBR TO ING-APELIDO
                READ INGRES
                IF ST-ING = "00"
                   GO TO FUS-INGRESSO-UNE.
                IF ST-ING NOT = "23"
                   DISPLAY "ERRO NA LEITURA DO INGRES - " ST-ING
                   GO TO FUS-ABORTA.
                MOVE TB-ING (W-IX) TO REGINGRE
                MOVE W-APL-SOBR TO ING-APELIDO
                WRITE REGINGRE
                IF ST-ING NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO INGRESSO " ING-EVENTO
                           " - " ST-ING
                   GO TO FUS-ABORTA.
                ADD 1 TO W-CONT-ING-TRF
                GO TO FUS-INGRESSO-EXCL.
       FUS-INGRESSO-UNE.
                IF TI-ING-VALOR (W-IX) > ING-VALOR
                   MOVE TI-ING-VALOR (W-IX) TO ING-VALOR.
                ADD TI-ING-PAGO (W-IX) TO ING-PAGO
                MOVE ING-DATA-PAGTO TO W-DATA-PG
                COMPUTE W-DATA-SOBR = W-DATA-PG-ANO * 10000
                                    + W-DATA-PG-MES * 100
                                    + W-DATA-PG-DIA
                MOVE TI-ING-DATA-PAGTO (W-IX) TO W-DATA-PG
                COMPUTE W-DATA-DUPL = W-DATA-PG-ANO * 10000
                                    + W-DATA-PG-MES * 100
                                    + W-DATA-PG-DIA
                IF W-DATA-DUPL > W-DATA-SOBR
                   MOVE TI-ING-DATA-PAGTO (W-IX) TO ING-DATA-PAGTO.
                IF ING-CANCELADA AND TI-ING-ATIVA (W-IX)
                   MOVE "A"   TO ING-SITUACAO
                   MOVE ZEROS TO ING-DATA-CANC.
                REWRITE REGINGRE
                IF ST-ING NOT = "00"
                   DISPLAY "ERRO NA REGRAVACAO DO INGRESSO " ING-EVENTO
                           " - " ST-ING
                   GO TO FUS-ABORTA.
                ADD 1 TO W-CONT-ING-UNI.
       FUS-INGRESSO-EXCL.
                MOVE TB-ING (W-IX) TO REGINGRE
                DELETE INGRES RECORD
                IF ST-ING NOT = "00"
                   DISPLAY "ERRO NA EXCLUSAO DO INGRESSO " ING-EVENTO
                           " DO DUPLICADO - " ST-ING
                   GO TO FUS-ABORTA.
                GO TO FUS-INGRESSO-LOOP.
      *
      *****************************************************
      * INATIVACAO DO DUPLICADO (COMO NO CAMIGO) E         *
      * GRAVACAO DA FUSAO NA AUDITORIA                     *
      *****************************************************
       FUS-INATIVA.
                MOVE "INATIVACAO DO DUPLICADO" TO W-ETAPA
                MOVE W-APL-DUPL TO APELIDO
                READ AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA LEITURA DO DUPLICADO - " ST-ERRO
                   GO TO FUS-ABORTA.
                IF SIT-INATIVO
                   GO TO FUS-AUDITA.
                MOVE REGAMIGO TO W-REGAMIGO-ANTES
                MOVE "I" TO SITUACAO
                COMPUTE DATA-SITU = W-HOJE-ANO * 10000
                                     + W-HOJE-MES * 100 + W-HOJE-DIA
                REWRITE REGAMIGO
                IF ST-ERRO NOT = "00" AND "02"
                   DISPLAY "ERRO NA INATIVACAO DO DUPLICADO - " ST-ERRO
                   GO TO FUS-ABORTA.
                MOVE "X" TO AUD-ACAO
                MOVE W-APL-DUPL TO AUD-APELIDO
                MOVE W-REGAMIGO-ANTES TO AUD-ANTES
                MOVE REGAMIGO TO AUD-DEPOIS
                PERFORM FUS-AUDGRAVA THRU FUS-AUDGRAVA-FIM.
       FUS-AUDITA.
                MOVE "F" TO AUD-ACAO
                MOVE W-APL-SOBR TO AUD-APELIDO
                MOVE W-REG-DUPL TO AUD-ANTES
                MOVE W-REG-SOBR TO AUD-DEPOIS
                PERFORM FUS-AUDGRAVA THRU FUS-AUDGRAVA-FIM
                MOVE "F" TO AUD-ACAO
                MOVE W-APL-DUPL TO AUD-APELIDO
                MOVE W-REG-DUPL TO AUD-ANTES
                MOVE W-REG-SOBR TO AUD-DEPOIS
                PERFORM FUS-AUDGRAVA THRU FUS-AUDGRAVA-FIM
                GO TO FUS-FIM.
      *
       FUS-AUDGRAVA.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE W-OPERADOR TO AUD-OPERADOR
                WRITE REGAUDIT
                IF ST-AUDIT NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO AUDITAMI - " ST-AUDIT.
       FUS-AUDGRAVA-FIM.
                EXIT.
      *
       FUS-ABORTA.
                DISPLAY "FUSAO INTERROMPIDA NA ETAPA: " W-ETAPA
                DISPLAY "CONFERIR OS DOIS APELIDOS NO CONSPAG E NO "
                        "REXTRATO ANTES DE REPETIR A FUSAO"
                PERFORM FUS-TOTAIS THRU FUS-TOTAIS-FIM
                GO TO FUS-FECHA.
      *
       FUS-TOTAIS.
                DISPLAY "ANOS TRANSFERIDOS.........: " W-CONT-CTR-TRF
                DISPLAY "ANOS SOMADOS AO EXISTENTE.: " W-CONT-CTR-SOM
                DISPLAY "MOVIMENTOS RENUMERADOS....: " W-CONT-PAG
                DISPLAY "RECIBOS TRANSFERIDOS......: " W-CONT-REC
                DISPLAY "DOCUMENTOS BANCARIOS......: " W-CONT-DOB
                DISPLAY "CONVITES TRANSFERIDOS.....: " W-CONT-PRE-TRF
                DISPLAY "CONVITES UNIFICADOS.......: " W-CONT-PRE-UNI
                DISPLAY "CARTAS DE COBRANCA........: " W-CONT-COB
                DISPLAY "INGRESSOS TRANSFERIDOS....: " W-CONT-ING-TRF
                DISPLAY "INGRESSOS UNIFICADOS......: " W-CONT-ING-UNI.
       FUS-TOTAIS-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       FUS-FIM.
                DISPLAY "*** FUSAO CONCLUIDA: " W-APL-DUPL " -> "
                        W-APL-SOBR " ***"
                PERFORM FUS-TOTAIS THRU FUS-TOTAIS-FIM.
       FUS-FECHA.
                CLOSE AMIGO
                CLOSE CONTRIB
                CLOSE PAGTOS
                CLOSE RECIBS
                CLOSE PRESEN
                IF NOT SEM-DOCBANC
                   CLOSE DOCBANC.
                IF NOT SEM-COBRANCA
                   CLOSE COBRAN.
                IF NOT SEM-INGRESSO
                   CLOSE INGRES.
                CLOSE AUDITAMI.
       FUS-FIMS.
                GOBACK.
