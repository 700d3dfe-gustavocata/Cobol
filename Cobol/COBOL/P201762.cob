       IDENTIFICATION DIVISION.
       PROGRAM-ID. CINGRESS.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * RECEBIMENTO DE INGRESSOS DE EVENTOS PAGOS            *
      * O PAGAMENTO E LANCADO CONTRA A COBRANCA GERADA NA    *
      * CONFIRMACAO DO AMIGO (CINGRESS.DAT), COM MOVIMENTO   *
      * NO CPAGTOS.DAT E RECIBO NUMERADO NA MESMA SEQUENCIA  *
      * DAS CONTRIBUICOES (RECCTRL.DAT), REFERENCIANDO O     *
      * EVENTO EM LUGAR DO ANO. ESTORNO COM CANCELAMENTO DO  *
      * RECIBO, RESTRITO A OPERADORES DE NIVEL SUPERVISOR    *
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
       SELECT EVENTO
                    COPY EVENTSEL.
       SELECT INGRES
                    COPY INGRESEL.
       SELECT PAGTOS
                    COPY PAGTOSEL.
       SELECT RECIBS
                    COPY RECIBSEL.
       SELECT RECCTRL ASSIGN TO DISK
                    ORGANIZATION IS RELATIVE
                    ACCESS MODE  IS RANDOM
                    RELATIVE KEY IS W-RCT-REC
                    FILE STATUS  IS ST-RCT.
       SELECT RECDOC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DOC.
       SELECT OPERAD
                    COPY OPERASEL.
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
       FD EVENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEVENTO.DAT".
       01 REGEVENT.
                COPY REGEVENT REPLACING ==:TAG:== BY == ==.
      *
       FD INGRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CINGRESS.DAT".
       01 REGINGRE.
                COPY REGINGRE REPLACING ==:TAG:== BY == ==.
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
      * REGISTRO UNICO DE CONTROLE DA NUMERACAO DE RECIBOS, O MESMO
      * DAS CONTRIBUICOES ANUAIS (CCONTRIB)
       FD RECCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECCTRL.DAT".
       01 REG-RECCTRL.
          03 RCT-ULT-NUMERO     PIC 9(06).
      *
       FD RECDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECIBO.LST".
       01 LINRECDOC           PIC X(80).
      *
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COPERADO.DAT".
       01 REGOPERA.
                COPY REGOPERA REPLACING ==:TAG:== BY == ==.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 MASC1        PIC 99.99.9999.
       01 MASC-VAL     PIC ZZ.ZZ9,99.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-EVT       PIC X(02) VALUE "00".
       77 ST-ING       PIC X(02) VALUE "00".
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-RCT       PIC X(02) VALUE "00".
       77 ST-DOC       PIC X(02) VALUE "00".
       77 W-RCT-REC    PIC 9(01) VALUE 1.
       77 W-VAL-PAGTO  PIC 9(05)V99 VALUE ZEROS.
       77 W-SALDO      PIC 9(05)V99 VALUE ZEROS.
       77 W-PROXSEQ    PIC 9(03) VALUE ZEROS.
       77 W-PAG-FALHA  PIC 9(01) VALUE ZEROS.
          88 PAGTO-FALHOU    VALUE 1.
       77 W-NUM-RECIBO PIC 9(06) VALUE ZEROS.
      *
      * LINHAS DO DOCUMENTO DE RECIBO (RECIBO.LST)
       01 RDOC-CAB1.
          05 FILLER          PIC X(34) VALUE
                              "FATEC - ASSOCIACAO DE AMIGOS      ".
       01 RDOC-CAB2.
          05 FILLER          PIC X(26) VALUE
                              "RECIBO DE INGRESSO NR     ".
          05 RDOC-NUMERO     PIC 9(06).
       01 RDOC-LIN1.
          05 FILLER          PIC X(14) VALUE "RECEBEMOS DE: ".
          05 RDOC-NOME       PIC X(30).
          05 FILLER          PIC X(02) VALUE " (".
          05 RDOC-APELIDO    PIC X(12).
          05 FILLER          PIC X(01) VALUE ")".
       01 RDOC-LIN2.
          05 FILLER          PIC X(32) VALUE
                              "REFERENTE A INGRESSO DO EVENTO: ".
          05 RDOC-EVENTO     PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 RDOC-DESCR      PIC X(30).
       01 RDOC-LIN3.
          05 FILLER          PIC X(17) VALUE "VALOR RECEBIDO: R".
          05 FILLER          PIC X(02) VALUE "$ ".
          05 RDOC-VALOR      PIC ZZ.ZZ9,99.
       01 RDOC-LIN4.
          05 FILLER          PIC X(06) VALUE "DATA: ".
          05 RDOC-DATA       PIC 99.99.9999.
          05 FILLER          PIC X(12) VALUE "   OPERADOR:".
          05 FILLER          PIC X(01) VALUE SPACES.
          05 RDOC-OPERADOR   PIC X(08).
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
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
       01 W-HOJE.
          05 W-HOJE-ANO      PIC 9(04).
          05 W-HOJE-MES      PIC 9(02).
          05 W-HOJE-DIA      PIC 9(02).
       01 W-DATA-PG.
          05 W-PG-DIA        PIC 9(02).
          05 W-PG-MES        PIC 9(02).
          05 W-PG-ANO        PIC 9(04).
       01 W-DATA-PG-N REDEFINES W-DATA-PG PIC 9(08).
      *
      * AREA PARA VALIDACAO DA DATA DE PAGAMENTO (DIAS POR MES,
      * ANO BISSEXTO) - MESMOS CRITERIOS DO CCONTRIB
       01 TAB-DIAS-MES-V.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 28.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 30.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 30.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 30.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 30.
          05 FILLER          PIC 9(02) VALUE 31.
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-V.
          05 DIAS-MES-VAL    PIC 9(02) OCCURS 12 TIMES.
       77 W-AA4        PIC 9(04) VALUE ZEROS.
       77 W-MAXDIA     PIC 9(02) VALUE ZEROS.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-RESTO      PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO   PIC 9(01) VALUE ZEROS.
          88 ANO-BISSEXTO    VALUE 1.
       77 W-PAGTO-N    PIC 9(08) VALUE ZEROS.
       77 W-HOJE-N     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CIN-LOGIN.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 20) "INGRESSOS DE EVENTOS - AMIGOS"
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   MOVE OPERADOR-COMUM TO W-OPERADOR
                   GO TO CIN-OP0.
                DISPLAY (03, 01) "CODIGO DO OPERADOR: "
                ACCEPT (03, 22) W-OPERADOR
                IF W-OPERADOR = SPACES
                   MOVE "*** OPERADOR E OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-LOGIN.
       CIN-OP0.
                OPEN INPUT AMIGO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO AMIGO " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                OPEN INPUT EVENTO
                IF ST-EVT NOT = "00"
                   MOVE "ERRO NA ABERTURA DO EVENTO " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE AMIGO
                   GO TO ROT-FIM.
       CIN-OP1.
                OPEN I-O INGRES
                IF ST-ING NOT = "00"
                     IF ST-ING = "30"
                           OPEN OUTPUT INGRES
                           CLOSE INGRES
                           MOVE "*** ARQUIVO INGRES SENDO CRIADO ***"
                                                              TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           GO TO CIN-OP1
                        ELSE
                           MOVE "ERRO NA ABERTURA DO INGRES " TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           CLOSE AMIGO
                           CLOSE EVENTO
                           GO TO ROT-FIM
                     ELSE
                         NEXT SENTENCE.
       CIN-OP2.
                OPEN I-O PAGTOS
                IF ST-PAG NOT = "00"
                     IF ST-PAG = "30"
                           OPEN OUTPUT PAGTOS
                           CLOSE PAGTOS
                           MOVE "*** ARQUIVO PAGTOS SENDO CRIADO ***"
                                                              TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           GO TO CIN-OP2
                        ELSE
                           MOVE "ERRO NA ABERTURA DO PAGTOS " TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           CLOSE AMIGO
                           CLOSE EVENTO
                           CLOSE INGRES
                           GO TO ROT-FIM
                     ELSE
                         NEXT SENTENCE.
       CIN-OP3.
                OPEN I-O RECIBS
                IF ST-REC NOT = "00"
                     IF ST-REC = "30"
                           OPEN OUTPUT RECIBS
                           CLOSE RECIBS
                           MOVE "*** ARQUIVO RECIBS SENDO CRIADO ***"
                                                              TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           GO TO CIN-OP3
                        ELSE
                           MOVE "ERRO NA ABERTURA DO RECIBS " TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           CLOSE AMIGO
                           CLOSE EVENTO
                           CLOSE INGRES
                           CLOSE PAGTOS
                           GO TO ROT-FIM
                     ELSE
                         NEXT SENTENCE.
       CIN-OP4.
                OPEN I-O RECCTRL
                IF ST-RCT NOT = "00"
                     IF ST-RCT = "30" OR "35"
                           OPEN OUTPUT RECCTRL
                           MOVE ZEROS TO RCT-ULT-NUMERO
                           MOVE 1 TO W-RCT-REC
                           WRITE REG-RECCTRL
                           CLOSE RECCTRL
                           GO TO CIN-OP4
                        ELSE
                           MOVE "ERRO NA ABERTURA DO RECCTRL " TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           CLOSE AMIGO
                           CLOSE EVENTO
                           CLOSE INGRES
                           CLOSE PAGTOS
                           CLOSE RECIBS
                           GO TO ROT-FIM
                     ELSE
                         NEXT SENTENCE.
       CIN-001.
                MOVE ZEROS  TO ING-VALOR ING-PAGO ING-DATA-PAGTO
                               W-VAL-PAGTO
                MOVE SPACES TO APELIDO EVT-CODIGO.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 20) "INGRESSOS DE EVENTOS - AMIGOS"
                DISPLAY (04, 01) "APELIDO:             "
                DISPLAY (05, 01) "NOME:                "
                DISPLAY (06, 01) "CODIGO EVENTO:       "
                DISPLAY (07, 01) "DESCRICAO/DATA:      "
                DISPLAY (08, 01) "VALOR DO INGRESSO:   "
                DISPLAY (09, 01) "VALOR PAGO ACUMUL.:  "
                DISPLAY (10, 01) "VALOR PAGAMENTO:     "
                DISPLAY (11, 01) "DATA PAGAMENTO:      ".
       CIN-002.
                ACCEPT  (04, 22) APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF APELIDO  = SPACES
                   MOVE "*** APELIDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-002.
       LER-AMIGO01.
                READ AMIGO
                IF ST-ERRO = "23"
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-002.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO AMIGO"   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                DISPLAY (05, 22) NOME
                IF SIT-INATIVO
                   MOVE "*** AMIGO INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CIN-003.
                ACCEPT (06, 22) EVT-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CIN-002.
                IF EVT-CODIGO = SPACES
                   MOVE "*** CODIGO DE EVENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-003.
       LER-EVENTO1.
                READ EVENTO
                IF ST-EVT = "23"
                   MOVE "*** EVENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-003.
                IF ST-EVT NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO EVENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                DISPLAY (07, 22) EVT-DESCRICAO
                MOVE EVT-DATA TO MASC1
                DISPLAY (07, 53) MASC1.
      * SO HA RECEBIMENTO CONTRA UMA COBRANCA EXISTENTE, GERADA NA
      * CONFIRMACAO DO AMIGO NO EVENTO (CEVENTO)
       LER-INGRE01.
                MOVE EVT-CODIGO TO ING-EVENTO
                MOVE APELIDO    TO ING-APELIDO
                READ INGRES
                IF ST-ING = "23"
                   MOVE "*** AMIGO SEM COBRANCA NESTE EVENTO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-003.
                IF ST-ING NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO INGRES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE ING-VALOR TO MASC-VAL
                DISPLAY (08, 22) MASC-VAL
                MOVE ING-PAGO TO MASC-VAL
                DISPLAY (09, 22) MASC-VAL
                MOVE ING-DATA-PAGTO TO MASC1
                DISPLAY (11, 22) MASC1
                IF ING-CANCELADA
                   DISPLAY (08, 35) "COBRANCA CANCELADA"
                   MOVE "** COBRANCA CANCELADA - SOMENTE ESTORNO **"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   DISPLAY (08, 35) "                  ".
      *
      * O VALOR DIGITADO E UM NOVO MOVIMENTO DE PAGAMENTO (ANO DE
      * REFERENCIA ZERO E CODIGO DO EVENTO) E O ING-PAGO PASSA A SER
      * O ACUMULADO DOS MOVIMENTOS; VALOR ZERO LEVA AO ESTORNO
       CIN-004.
                MOVE ZEROS TO W-VAL-PAGTO
                ACCEPT (10, 22) W-VAL-PAGTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CIN-003.
                MOVE W-VAL-PAGTO TO MASC-VAL
                DISPLAY (10, 22) MASC-VAL.
       CIN-005.
                IF W-VAL-PAGTO = ZEROS
                   GO TO CIN-EST001.
                IF ING-CANCELADA
                   MOVE "*** COBRANCA CANCELADA - SEM PAGAMENTO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-004.
                MOVE ZEROS TO W-SALDO
                IF ING-VALOR > ING-PAGO
                   COMPUTE W-SALDO = ING-VALOR - ING-PAGO.
                IF W-VAL-PAGTO > W-SALDO
                   MOVE "*** VALOR MAIOR QUE O SALDO DO INGRESSO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-004.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO W-PG-DIA
                MOVE W-HOJE-MES TO W-PG-MES
                MOVE W-HOJE-ANO TO W-PG-ANO
                MOVE W-DATA-PG-N TO ING-DATA-PAGTO.
       CIN-006.
                ACCEPT (11, 22) ING-DATA-PAGTO WITH UPDATE
                MOVE ING-DATA-PAGTO TO MASC1
                DISPLAY (11, 22) MASC1
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CIN-004.
                MOVE ING-DATA-PAGTO TO W-DATA-PG-N
                IF W-PG-MES < 1 OR W-PG-MES > 12
                   MOVE "*** MES INVALIDO NA DATA DE PAGAMENTO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-006.
                IF W-PG-ANO < 1990
                   MOVE "*** ANO INVALIDO NA DATA DE PAGAMENTO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-006.
                MOVE W-PG-ANO TO W-AA4
                PERFORM CIN-BISSEXTO THRU CIN-BISSEXTO-FIM
                MOVE DIAS-MES-VAL (W-PG-MES) TO W-MAXDIA
                IF W-PG-MES = 02 AND ANO-BISSEXTO
                   MOVE 29 TO W-MAXDIA.
                IF W-PG-DIA < 1 OR W-PG-DIA > W-MAXDIA
                   MOVE "*** DIA INVALIDO NA DATA DE PAGAMENTO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-006.
                COMPUTE W-PAGTO-N = W-PG-ANO * 10000
                                     + W-PG-MES * 100 + W-PG-DIA
                COMPUTE W-HOJE-N = W-HOJE-ANO * 10000
                                     + W-HOJE-MES * 100 + W-HOJE-DIA
                IF W-PAGTO-N > W-HOJE-N
                   MOVE "*** DATA DE PAGAMENTO NO FUTURO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-006.
       CIN-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CIN-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-OPC.
      * MESMA ORDEM DO CCONTRIB: O MOVIMENTO E GRAVADO ANTES E O
      * ING-PAGO SO ACUMULA O VALOR QUANDO O MOVIMENTO FOI GRAVADO
       CIN-WR1.
                PERFORM CIN-PAGGRAVA THRU CIN-PAGGRAVA-FIM
                IF PAGTO-FALHOU
                   MOVE "*** LANCAMENTO NAO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-001.
                ADD W-VAL-PAGTO TO ING-PAGO
                REWRITE REGINGRE
                IF ST-ING = "00" OR "02"
                   MOVE "*** PAGAMENTO GRAVADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO INGRES" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * GRAVA O MOVIMENTO DE PAGAMENTO NO CPAGTOS.DAT COM  *
      * ANO DE REFERENCIA ZERO, O CODIGO DO EVENTO E O     *
      * PROXIMO NUMERO DE SEQUENCIA DOS INGRESSOS DO AMIGO *
      *****************************************************
       CIN-PAGGRAVA.
                MOVE ZEROS TO W-PAG-FALHA
                PERFORM CIN-PROXSEQ THRU CIN-PROXSEQ-FIM
                MOVE ING-APELIDO    TO PAG-APELIDO
                MOVE ZEROS          TO PAG-ANOREF
                MOVE W-PROXSEQ      TO PAG-SEQ
                MOVE W-VAL-PAGTO    TO PAG-VALOR
                MOVE ING-DATA-PAGTO TO PAG-DATA
                MOVE W-OPERADOR     TO PAG-OPERADOR
                MOVE "P"            TO PAG-TIPO
                MOVE ZEROS          TO PAG-SEQ-REF PAG-RECIBO
                MOVE ING-EVENTO     TO PAG-EVENTO
                WRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   MOVE 1 TO W-PAG-FALHA
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PAGTOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   PERFORM CIN-RECIBO THRU CIN-RECIBO-FIM.
       CIN-PAGGRAVA-FIM.
                EXIT.
      *
      *****************************************************
      * EMISSAO DO RECIBO NUMERADO DO PAGAMENTO: OBTEM O   *
      * PROXIMO NUMERO NO RECCTRL.DAT, GRAVA O RECIBO NO   *
      * CRECIBOS.DAT E IMPRIME O DOCUMENTO EM RECIBO.LST   *
      *****************************************************
       CIN-RECIBO.
                MOVE 1 TO W-RCT-REC
                READ RECCTRL
                IF ST-RCT NOT = "00"
                   MOVE "ERRO NA LEITURA DO RECCTRL " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-RECIBO-FIM.
                ADD 1 TO RCT-ULT-NUMERO
                MOVE RCT-ULT-NUMERO TO W-NUM-RECIBO
                MOVE 1 TO W-RCT-REC
                REWRITE REG-RECCTRL
                IF ST-RCT NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO RECCTRL " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-RECIBO-FIM.
                MOVE W-NUM-RECIBO   TO REC-NUMERO
                MOVE ING-APELIDO    TO REC-APELIDO
                MOVE ZEROS          TO REC-ANOREF
                MOVE W-VAL-PAGTO    TO REC-VALOR
                MOVE ING-DATA-PAGTO TO REC-DATA
                MOVE W-OPERADOR     TO REC-OPERADOR
                MOVE PAG-SEQ        TO REC-PAG-SEQ
                MOVE "V"            TO REC-SITUACAO
                MOVE ZEROS          TO REC-DATA-CANC
                MOVE SPACES         TO REC-OPER-CANC REC-MOTIVO-CANC
                MOVE ING-EVENTO     TO REC-EVENTO
                WRITE REGRECIB
                IF ST-REC NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO RECIBS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-RECIBO-FIM.
                MOVE W-NUM-RECIBO   TO PAG-RECIBO
                REWRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO PAGTOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                PERFORM CIN-RECDOC THRU CIN-RECDOC-FIM
                MOVE SPACES TO MENS
                STRING "*** RECIBO NR " W-NUM-RECIBO " EMITIDO ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CIN-RECIBO-FIM.
                EXIT.
      *
      *****************************************************
      * IMPRESSAO DO DOCUMENTO DE RECIBO EM RECIBO.LST, NO *
      * MESMO MOLDE DO RECIBO DE CONTRIBUICAO              *
      *****************************************************
       CIN-RECDOC.
                OPEN OUTPUT RECDOC
                IF ST-DOC NOT = "00"
                   MOVE "ERRO NA ABERTURA DO RECIBO.LST " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-RECDOC-FIM.
                MOVE REC-NUMERO    TO RDOC-NUMERO
                MOVE NOME          TO RDOC-NOME
                MOVE REC-APELIDO   TO RDOC-APELIDO
                MOVE REC-EVENTO    TO RDOC-EVENTO
                MOVE EVT-DESCRICAO TO RDOC-DESCR
                MOVE REC-VALOR     TO RDOC-VALOR
                MOVE REC-DATA      TO RDOC-DATA
                MOVE REC-OPERADOR  TO RDOC-OPERADOR
                MOVE RDOC-CAB1 TO LINRECDOC
                WRITE LINRECDOC
                MOVE RDOC-CAB2 TO LINRECDOC
                WRITE LINRECDOC
                MOVE SPACES TO LINRECDOC
                WRITE LINRECDOC
                MOVE RDOC-LIN1 TO LINRECDOC
                WRITE LINRECDOC
                MOVE RDOC-LIN2 TO LINRECDOC
                WRITE LINRECDOC
                MOVE RDOC-LIN3 TO LINRECDOC
                WRITE LINRECDOC
                MOVE RDOC-LIN4 TO LINRECDOC
                WRITE LINRECDOC
                CLOSE RECDOC.
       CIN-RECDOC-FIM.
                EXIT.
      *
      *****************************************************
      * ESTORNO DE PAGAMENTO DE INGRESSO (SOMENTE          *
      * SUPERVISOR): COM VALOR ZERO, INFORMA-SE A          *
      * SEQUENCIA DO PAGAMENTO A ESTORNAR. GRAVA O         *
      * MOVIMENTO DE ESTORNO LIGADO AO PAGAMENTO ORIGINAL, *
      * DEDUZ O VALOR DO ING-PAGO E CANCELA O RECIBO. E A  *
      * FORMA DE DEVOLVER O VALOR PAGO DE UMA COBRANCA     *
      * CANCELADA                                          *
      *****************************************************
       CIN-EST001.
                MOVE ZEROS TO W-SEQ-EST
                DISPLAY (12, 01) "ESTORNAR PAGTO SEQ.: "
                ACCEPT (12, 22) W-SEQ-EST WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CIN-004.
                IF W-SEQ-EST = ZEROS
                   DISPLAY (12, 01) LIMPA
                   GO TO CIN-001.
                PERFORM CIN-SUPERV THRU CIN-SUPERV-FIM
                IF NOT SUPERV-OK
                   GO TO CIN-001.
       CIN-EST002.
                MOVE ING-APELIDO TO PAG-APELIDO
                MOVE ZEROS       TO PAG-ANOREF
                MOVE W-SEQ-EST   TO PAG-SEQ
                READ PAGTOS
                IF ST-PAG = "23"
                   MOVE "*** PAGAMENTO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST001.
                IF ST-PAG NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO PAGTOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF PAG-EVENTO NOT = ING-EVENTO
                   MOVE "*** PAGAMENTO NAO E DESTE EVENTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST001.
                IF PAG-ESTORNO
                   MOVE "*** MOVIMENTO JA E UM ESTORNO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST001.
                IF PAG-SEQ-REF NOT = ZEROS
                   MOVE SPACES TO MENS
                   STRING "*** PAGAMENTO JA ESTORNADO - SEQ "
                          PAG-SEQ-REF " ***"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST001.
                IF PAG-VALOR > ING-PAGO
                   MOVE "*** VALOR MAIOR QUE O PAGO ACUMULADO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST001.
                MOVE REGPAGTO TO W-SAVE-PAGTO
                DISPLAY (13, 01) "VALOR/DATA PAGTO:   "
                MOVE SV-PAG-VALOR TO MASC-VAL
                DISPLAY (13, 22) MASC-VAL
                MOVE SV-PAG-DATA TO MASC1
                DISPLAY (13, 33) MASC1
                DISPLAY (14, 01) "RECIBO DO PAGTO:    "
                MOVE SV-PAG-RECIBO TO W-REC-EST
                DISPLAY (14, 22) W-REC-EST
                IF W-REC-EST = ZEROS
                   GO TO CIN-EST005.
       CIN-EST004.
                MOVE W-REC-EST TO REC-NUMERO
                READ RECIBS
                IF ST-REC = "23"
                   MOVE "*** RECIBO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST001.
                IF ST-REC NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO RECIBS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF REC-CANCELADO
                   MOVE "*** RECIBO JA CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST001.
                IF REC-APELIDO NOT = ING-APELIDO
                         OR REC-EVENTO NOT = ING-EVENTO
                         OR REC-VALOR NOT = SV-PAG-VALOR
                         OR REC-PAG-SEQ NOT = W-SEQ-EST
                   MOVE "*** RECIBO NAO CORRESPONDE AO PAGAMENTO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST001.
       CIN-EST005.
                MOVE SPACES TO W-MOTIVO
                DISPLAY (15, 01) "MOTIVO DO ESTORNO:  "
                ACCEPT (15, 22) W-MOTIVO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CIN-EST001.
                IF W-MOTIVO = SPACES
                   MOVE "*** MOTIVO DO ESTORNO E OBRIGATORIO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST005.
       CIN-EST-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "ESTORNA (S/N)   : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CIN-EST005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ESTORNO RECUSADO PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST-OPC.
       CIN-EST-GRAVA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO W-PG-DIA
                MOVE W-HOJE-MES TO W-PG-MES
                MOVE W-HOJE-ANO TO W-PG-ANO
                PERFORM CIN-PROXSEQ THRU CIN-PROXSEQ-FIM
                MOVE ING-APELIDO    TO PAG-APELIDO
                MOVE ZEROS          TO PAG-ANOREF
                MOVE W-PROXSEQ      TO PAG-SEQ
                MOVE SV-PAG-VALOR   TO PAG-VALOR
                MOVE W-DATA-PG-N    TO PAG-DATA
                MOVE W-OPERADOR     TO PAG-OPERADOR
                MOVE "E"            TO PAG-TIPO
                MOVE W-SEQ-EST      TO PAG-SEQ-REF
                MOVE W-REC-EST      TO PAG-RECIBO
                MOVE ING-EVENTO     TO PAG-EVENTO
                WRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   MOVE "*** ESTORNO NAO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-001.
                MOVE W-SAVE-PAGTO TO REGPAGTO
                MOVE W-PROXSEQ    TO PAG-SEQ-REF
                REWRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO PAGTOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF W-REC-EST = ZEROS
                   GO TO CIN-EST-ING.
                MOVE W-REC-EST TO REC-NUMERO
                READ RECIBS
                IF ST-REC NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO RECIBS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-EST-ING.
                MOVE "C"         TO REC-SITUACAO
                MOVE W-DATA-PG-N TO REC-DATA-CANC
                MOVE W-OPERADOR  TO REC-OPER-CANC
                MOVE W-MOTIVO    TO REC-MOTIVO-CANC
                REWRITE REGRECIB
                IF ST-REC NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO RECIBS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CIN-EST-ING.
                SUBTRACT SV-PAG-VALOR FROM ING-PAGO
                REWRITE REGINGRE
                IF ST-ING NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO INGRES" TO MENS
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
                GO TO CIN-001.
      *
      *****************************************************
      * AUTORIZACAO DE SUPERVISOR PARA O ESTORNO: PELO     *
      * NIVEL REPASSADO PELO MENU OU, FORA DELE, PELA      *
      * SENHA DO OPERADOR VALIDADA NO COPERADO.DAT         *
      *****************************************************
       CIN-SUPERV.
                IF SUPERV-OK
                   GO TO CIN-SUPERV-FIM.
                IF NIVEL-COMUM = "S"
                   MOVE 1 TO W-SUPERV
                   GO TO CIN-SUPERV-FIM.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   MOVE "*** ESTORNO RESTRITO A SUPERVISORES ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-SUPERV-FIM.
                DISPLAY (16, 01) "SENHA SUPERVISOR:   "
                MOVE SPACES TO W-SENHA
                ACCEPT (16, 22) W-SENHA
                DISPLAY (16, 01) LIMPA
                OPEN INPUT OPERAD
                IF ST-OPE NOT = "00"
                   MOVE "ERRO NA ABERTURA DO OPERAD " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-SUPERV-FIM.
                MOVE W-OPERADOR TO OPE-CODIGO
                READ OPERAD
                IF ST-OPE NOT = "00"
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE OPERAD
                   GO TO CIN-SUPERV-FIM.
                CLOSE OPERAD
                IF OPE-INATIVO
                   MOVE "*** OPERADOR DESATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-SUPERV-FIM.
                IF OPE-SENHA NOT = W-SENHA
                   MOVE "*** SENHA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-SUPERV-FIM.
                IF NOT OPE-SUPERVISOR
                   MOVE "*** ESTORNO RESTRITO A SUPERVISORES ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIN-SUPERV-FIM.
                MOVE 1 TO W-SUPERV.
       CIN-SUPERV-FIM.
                EXIT.
      *
      *****************************************************
      * PROXIMO NUMERO DE SEQUENCIA DOS MOVIMENTOS DE      *
      * INGRESSO DO APELIDO (ANO DE REFERENCIA ZERO,       *
      * ULTIMO GRAVADO + 1)                                *
      *****************************************************
       CIN-PROXSEQ.
                MOVE ZEROS TO W-PROXSEQ
                MOVE ING-APELIDO TO PAG-APELIDO
                MOVE ZEROS       TO PAG-ANOREF
                MOVE ZEROS       TO PAG-SEQ
                START PAGTOS KEY IS NOT LESS PAG-CHAVE
                IF ST-PAG NOT = "00"
                   GO TO CIN-PROXSEQ-SOMA.
       CIN-PROXSEQ-LE.
                READ PAGTOS NEXT RECORD
                IF ST-PAG NOT = "00"
                   GO TO CIN-PROXSEQ-SOMA.
                IF PAG-APELIDO = ING-APELIDO
                         AND PAG-ANOREF = ZEROS
                   MOVE PAG-SEQ TO W-PROXSEQ
                   GO TO CIN-PROXSEQ-LE.
       CIN-PROXSEQ-SOMA.
                ADD 1 TO W-PROXSEQ.
       CIN-PROXSEQ-FIM.
                EXIT.
      *
       CIN-BISSEXTO.
                MOVE ZEROS TO W-BISSEXTO
                DIVIDE W-AA4 BY 4 GIVING W-IND REMAINDER W-RESTO
                IF W-RESTO NOT = ZEROS
                   GO TO CIN-BISSEXTO-FIM.
                DIVIDE W-AA4 BY 100 GIVING W-IND REMAINDER W-RESTO
                IF W-RESTO NOT = ZEROS
                   MOVE 1 TO W-BISSEXTO
                   GO TO CIN-BISSEXTO-FIM.
                DIVIDE W-AA4 BY 400 GIVING W-IND REMAINDER W-RESTO
                IF W-RESTO = ZEROS
                   MOVE 1 TO W-BISSEXTO.
       CIN-BISSEXTO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE AMIGO
                CLOSE EVENTO
                CLOSE INGRES
                CLOSE PAGTOS
                CLOSE RECIBS
                CLOSE RECCTRL
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 1500
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
