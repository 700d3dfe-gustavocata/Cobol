       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * LANCAMENTO DE CONTRIBUICOES ANUAIS DE AMIGOS DA FATEC *
      * ESTORNO DE PAGAMENTO COM CANCELAMENTO DO RECIBO,      *
      * RESTRITO A OPERADORES DE NIVEL SUPERVISOR             *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-DOC.
       SELECT TABVAL
                    COPY TABVASEL.
       SELECT OPERAD
                    COPY OPERASEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "CTABVALS.DAT".
       01 REGTABVA.
                COPY REGTABVA REPLACING ==:TAG:== BY == ==.
      *
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COPERADO.DAT".
       01 REGOPERA.
                COPY REGOPERA REPLACING ==:TAG:== BY == ==.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
      *
      * OPERADOR JA IDENTIFICADO NO MENU (MENUAMI); QUANDO PREENCHIDO,
      * A TELA NAO PEDE NOVA IDENTIFICACAO. O NIVEL LIBERA O ESTORNO;
      * FORA DO MENU, A SENHA DE SUPERVISOR E VALIDADA NO COPERADO.DAT
       01 OPERADOR-COMUM  PIC X(08) EXTERNAL.
       01 NIVEL-COMUM     PIC X(01) EXTERNAL.
       77 ST-OPE       PIC X(02) VALUE "00".
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-SUPERV     PIC 9(01) VALUE ZEROS.
          88 SUPERV-OK       VALUE 1.
      *
      * AREA DO ESTORNO: SEQUENCIA DO PAGAMENTO A ESTORNAR, RECIBO
      * A CANCELAR, MOTIVO E COPIA DO MOVIMENTO ORIGINAL
       77 W-SEQ-EST    PIC 9(03) VALUE ZEROS.
       77 W-REC-EST    PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       01 W-SAVE-PAGTO.
                COPY REGPAGTO REPLACING ==:TAG:== BY ==SV-==.
      *
      * VALORES PADRAO DA CONTRIBUICAO ANUAL POR CATEGORIA DO AMIGO,
      * USADOS SOMENTE QUANDO NAO HA VALOR NA TABELA CTABVALS.DAT
                DISPLAY (10, 22) MASC-VAL.
       CTB-005.
                IF W-VAL-PAGTO = ZEROS
                   IF W-SEL = 1
                      GO TO CTB-EST001
                   ELSE
                      MOVE CTR-DATA-PAGTO TO MASC1
                      DISPLAY (11, 22) MASC1
                      GO TO CTB-OPC.
                IF CTR-DATA-PAGTO = ZEROS
                   MOVE W-HOJE-DIA TO W-PG-DIA
                   MOVE W-HOJE-MES TO W-PG-MES
                MOVE W-VAL-PAGTO    TO PAG-VALOR
                MOVE CTR-DATA-PAGTO TO PAG-DATA
                MOVE W-OPERADOR     TO PAG-OPERADOR
                MOVE "P"            TO PAG-TIPO
                MOVE ZEROS          TO PAG-SEQ-REF PAG-RECIBO
                MOVE SPACES         TO PAG-EVENTO
                WRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   MOVE 1 TO W-PAG-FALHA
                MOVE W-VAL-PAGTO    TO REC-VALOR
                MOVE CTR-DATA-PAGTO TO REC-DATA
                MOVE W-OPERADOR     TO REC-OPERADOR
                MOVE PAG-SEQ        TO REC-PAG-SEQ
                MOVE "V"            TO REC-SITUACAO
                MOVE ZEROS          TO REC-DATA-CANC
                MOVE SPACES         TO REC-OPER-CANC REC-MOTIVO-CANC
                                       REC-EVENTO
                WRITE REGRECIB
                IF ST-REC NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO RECIBS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-RECIBO-FIM.
      * O MOVIMENTO, AINDA NA AREA DO REGISTRO, PASSA A GUARDAR O
      * NUMERO DO RECIBO EMITIDO PARA ELE
                MOVE W-NUM-RECIBO   TO PAG-RECIBO
                REWRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO PAGTOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                PERFORM CTB-RECDOC THRU CTB-RECDOC-FIM
                MOVE SPACES TO MENS
                STRING "*** RECIBO NR " W-NUM-RECIBO " EMITIDO ***"
                EXIT.
      *
      *****************************************************
      * ESTORNO DE PAGAMENTO (SOMENTE SUPERVISOR): COM     *
      * VALOR ZERO EM UM ANO JA LANCADO, INFORMA-SE A      *
      * SEQUENCIA DO PAGAMENTO A ESTORNAR. GRAVA UM        *
      * MOVIMENTO DE ESTORNO LIGADO AO PAGAMENTO ORIGINAL, *
      * DEDUZ O VALOR DO CTR-PAGO E CANCELA O RECIBO, QUE  *
      * PERMANECE NO CRECIBOS.DAT COM O MESMO NUMERO       *
      *****************************************************
       CTB-EST001.
                MOVE ZEROS TO W-SEQ-EST
                DISPLAY (12, 01) "ESTORNAR PAGTO SEQ.: "
                ACCEPT (12, 22) W-SEQ-EST WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CTB-004.
                IF W-SEQ-EST = ZEROS
                   DISPLAY (12, 01) LIMPA
                   MOVE CTR-DATA-PAGTO TO MASC1
                   DISPLAY (11, 22) MASC1
                   GO TO CTB-OPC.
                PERFORM CTB-SUPERV THRU CTB-SUPERV-FIM
                IF NOT SUPERV-OK
                   GO TO CTB-001.
       CTB-EST002.
                MOVE CTR-APELIDO TO PAG-APELIDO
                MOVE CTR-ANOREF  TO PAG-ANOREF
                MOVE W-SEQ-EST   TO PAG-SEQ
                READ PAGTOS
                IF ST-PAG = "23"
                   MOVE "*** PAGAMENTO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST001.
                IF ST-PAG NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO PAGTOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF PAG-ESTORNO
                   MOVE "*** MOVIMENTO JA E UM ESTORNO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST001.
                IF PAG-SEQ-REF NOT = ZEROS
                   MOVE SPACES TO MENS
                   STRING "*** PAGAMENTO JA ESTORNADO - SEQ "
                          PAG-SEQ-REF " ***"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST001.
                IF PAG-VALOR > CTR-PAGO
                   MOVE "*** VALOR MAIOR QUE O PAGO ACUMULADO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST001.
                MOVE REGPAGTO TO W-SAVE-PAGTO
                DISPLAY (13, 01) "VALOR/DATA PAGTO:   "
                MOVE SV-PAG-VALOR TO MASC-VAL
                DISPLAY (13, 22) MASC-VAL
                MOVE SV-PAG-DATA TO MASC1
                DISPLAY (13, 33) MASC1
                DISPLAY (14, 01) "RECIBO DO PAGTO:    "
                MOVE SV-PAG-RECIBO TO W-REC-EST
                IF W-REC-EST NOT = ZEROS
                   DISPLAY (14, 22) W-REC-EST
                   GO TO CTB-EST004.
      * MOVIMENTOS ANTERIORES AO VINCULO COM O RECIBO NAO TRAZEM O
      * NUMERO; O SUPERVISOR INFORMA O RECIBO (ZERO = SEM RECIBO)
       CTB-EST003.
                ACCEPT (14, 22) W-REC-EST WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CTB-EST001.
                IF W-REC-EST = ZEROS
                   GO TO CTB-EST005.
       CTB-EST004.
                MOVE W-REC-EST TO REC-NUMERO
                READ RECIBS
                IF ST-REC = "23"
                   MOVE "*** RECIBO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST001.
                IF ST-REC NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO RECIBS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF REC-CANCELADO
                   MOVE "*** RECIBO JA CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST001.
                IF REC-APELIDO NOT = CTR-APELIDO
                         OR REC-ANOREF NOT = CTR-ANOREF
                         OR REC-VALOR NOT = SV-PAG-VALOR
                   MOVE "*** RECIBO NAO CORRESPONDE AO PAGAMENTO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST001.
                IF REC-PAG-SEQ NOT = ZEROS
                         AND REC-PAG-SEQ NOT = W-SEQ-EST
                   MOVE "*** RECIBO NAO CORRESPONDE AO PAGAMENTO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST001.
       CTB-EST005.
                MOVE SPACES TO W-MOTIVO
                DISPLAY (15, 01) "MOTIVO DO ESTORNO:  "
                ACCEPT (15, 22) W-MOTIVO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CTB-EST001.
                IF W-MOTIVO = SPACES
                   MOVE "*** MOTIVO DO ESTORNO E OBRIGATORIO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST005.
       CTB-EST-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "ESTORNA (S/N)   : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CTB-EST005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ESTORNO RECUSADO PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST-OPC.
      * MESMA ORDEM DO PAGAMENTO: O MOVIMENTO DE ESTORNO E GRAVADO
      * ANTES, E O CTR-PAGO SO E REDUZIDO QUANDO ELE FOI GRAVADO
       CTB-EST-GRAVA.
                MOVE W-HOJE-DIA TO W-PG-DIA
                MOVE W-HOJE-MES TO W-PG-MES
                MOVE W-HOJE-ANO TO W-PG-ANO
                PERFORM CTB-PROXSEQ THRU CTB-PROXSEQ-FIM
                MOVE CTR-APELIDO    TO PAG-APELIDO
                MOVE CTR-ANOREF     TO PAG-ANOREF
                MOVE W-PROXSEQ      TO PAG-SEQ
                MOVE SV-PAG-VALOR   TO PAG-VALOR
                MOVE W-DATA-PG      TO PAG-DATA
                MOVE W-OPERADOR     TO PAG-OPERADOR
                MOVE "E"            TO PAG-TIPO
                MOVE W-SEQ-EST      TO PAG-SEQ-REF
                MOVE W-REC-EST      TO PAG-RECIBO
                MOVE SPACES         TO PAG-EVENTO
                WRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   MOVE "*** ESTORNO NAO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-001.
                MOVE W-SAVE-PAGTO TO REGPAGTO
                MOVE W-PROXSEQ    TO PAG-SEQ-REF
                REWRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO PAGTOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF W-REC-EST = ZEROS
                   GO TO CTB-EST-CTR.
                MOVE W-REC-EST TO REC-NUMERO
                READ RECIBS
                IF ST-REC NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO RECIBS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-EST-CTR.
                MOVE "C"        TO REC-SITUACAO
                MOVE W-DATA-PG   TO REC-DATA-CANC
                MOVE W-OPERADOR TO REC-OPER-CANC
                MOVE W-MOTIVO   TO REC-MOTIVO-CANC
                IF REC-PAG-SEQ = ZEROS
                   MOVE W-SEQ-EST TO REC-PAG-SEQ.
                REWRITE REGRECIB
                IF ST-REC NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO RECIBS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CTB-EST-CTR.
                SUBTRACT SV-PAG-VALOR FROM CTR-PAGO
                REWRITE REGCONTR
                IF ST-CTR NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CONTRIB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE SPACES TO MENS
                IF W-REC-EST = ZEROS
                   STRING "*** ESTORNO GRAVADO - SEQ " W-PROXSEQ " ***"
                          DELIMITED BY SIZE INTO MENS
                ELSE
                   STRING "*** ESTORNO GRAVADO - RECIBO NR "
                          W-REC-EST " CANCELADO ***"
                          DELIMITED BY SIZE INTO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CTB-001.
      *
      *****************************************************
      * AUTORIZACAO DE SUPERVISOR PARA O ESTORNO: PELO     *
      * NIVEL REPASSADO PELO MENU OU, FORA DELE, PELA      *
      * SENHA DO OPERADOR VALIDADA NO COPERADO.DAT         *
      *****************************************************
       CTB-SUPERV.
                IF SUPERV-OK
                   GO TO CTB-SUPERV-FIM.
                IF NIVEL-COMUM = "S"
                   MOVE 1 TO W-SUPERV
                   GO TO CTB-SUPERV-FIM.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   MOVE "*** ESTORNO RESTRITO A SUPERVISORES ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-SUPERV-FIM.
                DISPLAY (16, 01) "SENHA SUPERVISOR:   "
                MOVE SPACES TO W-SENHA
                ACCEPT (16, 22) W-SENHA
                DISPLAY (16, 01) LIMPA
                OPEN INPUT OPERAD
                IF ST-OPE NOT = "00"
                   MOVE "ERRO NA ABERTURA DO OPERAD " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-SUPERV-FIM.
                MOVE W-OPERADOR TO OPE-CODIGO
                READ OPERAD
                IF ST-OPE NOT = "00"
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE OPERAD
                   GO TO CTB-SUPERV-FIM.
                CLOSE OPERAD
                IF OPE-INATIVO
                   MOVE "*** OPERADOR DESATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-SUPERV-FIM.
                IF OPE-SENHA NOT = W-SENHA
                   MOVE "*** SENHA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-SUPERV-FIM.
                IF NOT OPE-SUPERVISOR
                   MOVE "*** ESTORNO RESTRITO A SUPERVISORES ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-SUPERV-FIM.
                MOVE 1 TO W-SUPERV.
       CTB-SUPERV-FIM.
                EXIT.
      *
      *****************************************************
      * PROXIMO NUMERO DE SEQUENCIA DE PAGAMENTO DO        *
      * APELIDO/ANO CORRENTE (ULTIMO GRAVADO + 1)          *
      *****************************************************
