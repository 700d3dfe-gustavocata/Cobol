                    COPY EVENTSEL.
       SELECT PRESEN
                    COPY PRESESEL.
       SELECT INGRES
                    COPY INGRESEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "CPRESENC.DAT".
       01 REGPRESE.
                COPY REGPRESE REPLACING ==:TAG:== BY == ==.
      *
       FD INGRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CINGRESS.DAT".
       01 REGINGRE.
                COPY REGINGRE REPLACING ==:TAG:== BY == ==.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 MASC1        PIC 99.99.9999.
       01 MASC-VAL     PIC ZZ.ZZ9,99.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-SEL-EVT    PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-EVT       PIC X(02) VALUE "00".
       77 ST-PRE       PIC X(02) VALUE "00".
       77 ST-ING       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-HORA8.
          05 W-HORA6         PIC 9(06).
          05 FILLER          PIC 9(02).
      *
      * COBRANCA DO INGRESSO DOS EVENTOS PAGOS (EVT-PRECO > ZERO):
      * DATA CORRENTE NO FORMATO DDMMAAAA DO CINGRESS.DAT
       01 W-DATA-DMA.
          05 W-DMA-DIA       PIC 9(02).
          05 W-DMA-MES       PIC 9(02).
          05 W-DMA-ANO       PIC 9(04).
       01 W-DATA-DMA-N REDEFINES W-DATA-DMA PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                           GO TO ROT-FIM
                     ELSE
                         NEXT SENTENCE.
       EVE-OP3.
                OPEN I-O INGRES
                IF ST-ING NOT = "00"
                     IF ST-ING = "30"
                           OPEN OUTPUT INGRES
                           CLOSE INGRES
                           MOVE "*** ARQUIVO INGRES SENDO CRIADO **"
                                                              TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           GO TO EVE-OP3
                        ELSE
                           MOVE "ERRO NA ABERTURA DO INGRES " TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           CLOSE AMIGO
                           CLOSE EVENTO
                           CLOSE PRESEN
                           GO TO ROT-FIM
                     ELSE
                         NEXT SENTENCE.
       EVE-001.
                MOVE ZEROS  TO EVT-DATA EVT-CAPACIDADE W-SEL-EVT
                               EVT-DATA-ANT EVT-DATA-CANC EVT-PRECO
                MOVE SPACES TO EVT-CODIGO EVT-DESCRICAO EVT-LOCAL
                               EVT-TIPO EVT-MOTIVO-CANC EVT-OPER-CANC
                MOVE "A"    TO EVT-SITUACAO.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 18) "EVENTOS DE AMIGOS DA FATEC"
                DISPLAY (04, 01) "CODIGO EVENTO:       "
                DISPLAY (07, 01) "LOCAL:               "
                DISPLAY (08, 01) "TIPO (R/P/J):        "
                DISPLAY (09, 01) "CAPACIDADE (0=SEM):  "
                DISPLAY (10, 01) "PRECO (0=GRATIS):    "
                DISPLAY (11, 01) "CONVIDADO (APELIDO): "
                DISPLAY (12, 01) "NOME:                "
                DISPLAY (13, 01) "STATUS (C/F/R/E):    "
                   GO TO EVE-002.
       LER-EVENTO1.
                READ EVENTO
      * EVENTO JA CADASTRADO: SOMENTE A CAPACIDADE E O PRECO DO
      * INGRESSO PODEM SER AJUSTADOS (EVE-007/EVE-008 + EVE-RW1),
      * POIS GOVERNAM A LISTA DE ESPERA E A COBRANCA E OS EVENTOS
      * CONVERTIDOS CHEGAM COM ZERO. O PRECO ALTERADO VALE PARA AS
      * CONFIRMACOES SEGUINTES; AS COBRANCAS JA GERADAS FICAM COM O
      * PRECO DA CONFIRMACAO.
      * EVENTO CANCELADO (SITEVENT) NAO ACEITA ALTERACAO NEM
      * CONVITES; A DATA DO EVENTO SO MUDA PELO ADIAMENTO NO
      * SITEVENT
                IF ST-EVT = "00" AND EVT-CANCELADO
                   DISPLAY (05, 22) EVT-DESCRICAO
                   MOVE EVT-DATA TO MASC1
                   DISPLAY (06, 22) MASC1
                   MOVE "*** EVENTO CANCELADO - SEM ALTERACOES ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EVE-001.
                IF ST-EVT = "00"
                   DISPLAY (05, 22) EVT-DESCRICAO
                   MOVE EVT-DATA TO MASC1
                   DISPLAY (07, 22) EVT-LOCAL
                   DISPLAY (08, 22) EVT-TIPO
                   DISPLAY (09, 22) EVT-CAPACIDADE
                   MOVE EVT-PRECO TO MASC-VAL
                   DISPLAY (10, 22) MASC-VAL
                   MOVE "** EVENTO JA CADASTRADO - CAPACIDADE/PRECO **"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-SEL-EVT
                   ELSE
                      GO TO EVE-006.
                DISPLAY (09, 22) EVT-CAPACIDADE.
       EVE-008.
                ACCEPT (10, 22) EVT-PRECO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO EVE-007.
                MOVE EVT-PRECO TO MASC-VAL
                DISPLAY (10, 22) MASC-VAL.
       EVE-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO EVE-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ENR-RW1.
                WRITE REGPRESE
                IF ST-PRE = "00" OR "02"
                      IF PRE-STATUS = "F"
                         PERFORM ENR-COBRA THRU ENR-COBRA-FIM
                      END-IF
                      MOVE "*** CONVITE GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ENR-001.
       ENR-RW1.
                REWRITE REGPRESE
                IF ST-PRE = "00" OR "02"
                   IF PRE-STATUS = "F" AND W-STATUS-ANT NOT = "F"
                      PERFORM ENR-COBRA THRU ENR-COBRA-FIM
                   END-IF
                   IF W-STATUS-ANT = "F" AND PRE-STATUS NOT = "F"
                      PERFORM ENR-DESCOBRA THRU ENR-DESCOBRA-FIM
                   END-IF
                   IF W-STATUS-ANT = "F" AND PRE-STATUS NOT = "F"
                            AND EVT-CAPACIDADE NOT = ZEROS
                      PERFORM ENR-PROMOVE THRU ENR-PROMOVE-FIM
                   STRING "** CONFIRMADO DA ESPERA: " W-CHV-MIN
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ENR-COBRA THRU ENR-COBRA-FIM
                ELSE
                   MOVE "ERRO NA PROMOCAO DA LISTA DE ESPERA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                EXIT.
      *
      *****************************************************
      * COBRANCA DO INGRESSO DO CONVITE CONFIRMADO (NA     *
      * AREA DO PRESEN) QUANDO O EVENTO E PAGO: CRIA A     *
      * COBRANCA COM O PRECO VIGENTE OU REATIVA A COBRANCA *
      * CANCELADA, MANTENDO O VALOR JA PAGO                *
      *****************************************************
       ENR-COBRA.
                IF EVT-PRECO = ZEROS
                   GO TO ENR-COBRA-FIM.
                MOVE PRE-EVENTO  TO ING-EVENTO
                MOVE PRE-APELIDO TO ING-APELIDO
                READ INGRES
                IF ST-ING = "00" AND ING-ATIVA
                   GO TO ENR-COBRA-FIM.
                IF ST-ING NOT = "00" AND "23"
                   MOVE "ERRO NA LEITURA ARQUIVO INGRES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ENR-COBRA-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO W-DMA-DIA
                MOVE W-HOJE-MES TO W-DMA-MES
                MOVE W-HOJE-ANO TO W-DMA-ANO
                IF ST-ING = "00"
                   MOVE EVT-PRECO    TO ING-VALOR
                   MOVE W-DATA-DMA-N TO ING-DATA-COBR
                   MOVE W-OPERADOR   TO ING-OPERADOR
                   MOVE "A"          TO ING-SITUACAO
                   MOVE ZEROS        TO ING-DATA-CANC
                   REWRITE REGINGRE
                   GO TO ENR-COBRA-VER.
                MOVE PRE-EVENTO   TO ING-EVENTO
                MOVE PRE-APELIDO  TO ING-APELIDO
                MOVE EVT-PRECO    TO ING-VALOR
                MOVE ZEROS        TO ING-PAGO ING-DATA-PAGTO
                                     ING-DATA-CANC
                MOVE W-DATA-DMA-N TO ING-DATA-COBR
                MOVE W-OPERADOR   TO ING-OPERADOR
                MOVE "A"          TO ING-SITUACAO
                WRITE REGINGRE.
       ENR-COBRA-VER.
                IF ST-ING = "00" OR "02"
                   MOVE SPACES TO MENS
                   STRING "** INGRESSO COBRADO: " ING-APELIDO
                          DELIMITED BY SIZE INTO MENS
                ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO INGRES" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ENR-COBRA-FIM.
                EXIT.
      *
      *****************************************************
      * O CONVITE DEIXOU DE SER CONFIRMADO: CANCELA A      *
      * COBRANCA ATIVA DO INGRESSO. SE JA HOUVE PAGAMENTO, *
      * O VALOR PAGO FICA A DEVOLVER (ESTORNO NO CINGRESS) *
      *****************************************************
       ENR-DESCOBRA.
                MOVE PRE-EVENTO  TO ING-EVENTO
                MOVE PRE-APELIDO TO ING-APELIDO
                READ INGRES
                IF ST-ING NOT = "00"
                   GO TO ENR-DESCOBRA-FIM.
                IF ING-CANCELADA
                   GO TO ENR-DESCOBRA-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO W-DMA-DIA
                MOVE W-HOJE-MES TO W-DMA-MES
                MOVE W-HOJE-ANO TO W-DMA-ANO
                MOVE "C"          TO ING-SITUACAO
                MOVE W-DATA-DMA-N TO ING-DATA-CANC
                REWRITE REGINGRE
                IF ST-ING NOT = "00" AND "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO INGRES" TO MENS
                ELSE
                   IF ING-PAGO NOT = ZEROS
                      MOVE "** INGRESSO PAGO - VALOR A DEVOLVER **"
                                                              TO MENS
                   ELSE
                      MOVE "** COBRANCA DO INGRESSO CANCELADA **"
                                                              TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ENR-DESCOBRA-FIM.
                EXIT.
      *
      *****************************************************
      * DATA E HORA CORRENTES NO FORMATO AAAAMMDDHHMMSS,   *
      * PARA O CARIMBO DE TROCA DE STATUS DO CONVITE       *
      *****************************************************
                CLOSE AMIGO
                CLOSE EVENTO
                CLOSE PRESEN
                CLOSE INGRES
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
