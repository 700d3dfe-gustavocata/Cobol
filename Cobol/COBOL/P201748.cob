      * ANO A ANO DAS CONTRIBUICOES (DEVIDO, PAGO E SALDO)   *
      * DO CCONTRIB.DAT E OS EVENTOS DO CPRESENC.DAT COM A   *
      * DATA E DESCRICAO DO CEVENTO.DAT E A MARCACAO DE      *
      * COMPARECIMENTO, E OS AVISOS DE COBRANCA ENVIADOS AO  *
      * AMIGO, REGISTRADOS NO CCOBRANC.DAT. OS INGRESSOS DE  *
      * EVENTOS PAGOS (CINGRESS.DAT) SAEM LOGO APOS AS       *
      * CONTRIBUICOES, COM VALOR, PAGO E SALDO POR EVENTO    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    COPY EVENTSEL.
       SELECT PRESEN
                    COPY PRESESEL.
       SELECT COBRAN
                    COPY COBRASEL.
       SELECT INGRES
                    COPY INGRESEL.
       SELECT RELAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
               VALUE OF FILE-ID IS "CPRESENC.DAT".
       01 REGPRESE.
                COPY REGPRESE REPLACING ==:TAG:== BY == ==.
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
       FD RELAT
               LABEL RECORD IS STANDARD
       77 ST-EVT       PIC X(02) VALUE "00".
       77 ST-PRE       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-COB       PIC X(02) VALUE "00".
       77 ST-ING       PIC X(02) VALUE "00".
       77 W-APELIDO    PIC X(12) VALUE SPACES.
       77 W-CONT-ANOS  PIC 9(04) VALUE ZEROS.
       77 W-CONT-EVT   PIC 9(04) VALUE ZEROS.
       77 W-CONT-COB   PIC 9(04) VALUE ZEROS.
       77 W-CONT-ING   PIC 9(04) VALUE ZEROS.
       77 W-TOT-ING    PIC S9(07)V99 VALUE ZEROS.
       77 W-SALDO      PIC S9(06)V99 VALUE ZEROS.
       77 W-TOT-SALDO  PIC S9(07)V99 VALUE ZEROS.
       77 W-SEM-CTR    PIC 9(01) VALUE ZEROS.
          88 SEM-PRESEN      VALUE 1.
       77 W-SEM-EVT    PIC 9(01) VALUE ZEROS.
          88 SEM-EVENTO      VALUE 1.
       77 W-SEM-COB    PIC 9(01) VALUE ZEROS.
          88 SEM-COBRANCA    VALUE 1.
       77 W-SEM-ING    PIC 9(01) VALUE ZEROS.
          88 SEM-INGRESSO    VALUE 1.
      *
       01 CAB1.
          05 FILLER          PIC X(26) VALUE
          05 LD-PAGO         PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-SALDO        PIC -ZZ.ZZ9,99.
      * INGRESSOS: SALDO NEGATIVO = VALOR PAGO A DEVOLVER (COBRANCA
      * CANCELADA OU PAGA ACIMA DO VALOR)
       01 CABING.
          05 FILLER          PIC X(10) VALUE "EVENTO".
          05 FILLER          PIC X(26) VALUE "DESCRICAO".
          05 FILLER          PIC X(10) VALUE "    VALOR".
          05 FILLER          PIC X(10) VALUE "     PAGO".
          05 FILLER          PIC X(11) VALUE "     SALDO".
       01 LINING.
          05 LI-EVENTO       PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LI-DESCR        PIC X(25).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LI-VALOR        PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LI-PAGO         PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LI-SALDO        PIC -ZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LI-SITUACAO     PIC X(10).
       01 CABEVT.
          05 FILLER          PIC X(12) VALUE "DATA".
          05 FILLER          PIC X(32) VALUE "EVENTO".
          05 LE-STATUS       PIC X(01).
          05 FILLER          PIC X(09) VALUE SPACES.
          05 LE-PRESENCA     PIC X(01).
       01 CABCOB.
          05 FILLER          PIC X(12) VALUE "DATA".
          05 FILLER          PIC X(08) VALUE "AVISO".
          05 FILLER          PIC X(06) VALUE "ANOS".
          05 FILLER          PIC X(15) VALUE "  TOTAL COBRADO".
          05 FILLER          PIC X(08) VALUE "  E-MAIL".
       01 LINCOB.
          05 LB-DATA         PIC 99.99.9999.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 LB-AVISO        PIC Z9.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 LB-ANOS         PIC Z9.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 LB-TOTAL        PIC Z.ZZZ.ZZ9,99.
          05 FILLER          PIC X(05) VALUE SPACES.
          05 LB-EMAIL        PIC X(01).
       01 W-DATA-COB.
          05 W-COB-ANO       PIC 9(04).
          05 W-COB-MES       PIC 9(02).
          05 W-COB-DIA       PIC 9(02).
       01 W-DATA-COB-DMA.
          05 W-COB-DMA-DIA   PIC 9(02).
          05 W-COB-DMA-MES   PIC 9(02).
          05 W-COB-DMA-ANO   PIC 9(04).
       01 W-DATA-COB-DMA-N REDEFINES W-DATA-COB-DMA PIC 9(08).
       01 LINSEC.
          05 FILLER          PIC X(03) VALUE "** ".
          05 LS-TITULO       PIC X(40).
          05 FILLER          PIC X(30) VALUE
                              "SALDO TOTAL EM ABERTO........:".
          05 LT-SALDO        PIC -Z.ZZZ.ZZ9,99.
       01 LINTOT2.
          05 FILLER          PIC X(30) VALUE
                              "SALDO DE INGRESSOS...........:".
          05 LT-SALDO-ING    PIC -Z.ZZZ.ZZ9,99.
       01 W-DATA-EVT         PIC 9(08).
       01 MASC1              PIC 99.99.9999.
      *-----------------------------------------------------------------
                      DISPLAY "ERRO NA ABERTURA DO EVENTO - " ST-EVT
                      PERFORM EXT-FECHA THRU EXT-FECHA-FIM
                      GO TO EXT-FIMS.
                OPEN INPUT COBRAN
                IF ST-COB NOT = "00"
                   IF ST-COB = "30" OR "35"
                      MOVE 1 TO W-SEM-COB
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO COBRAN - " ST-COB
                      PERFORM EXT-FECHA THRU EXT-FECHA-FIM
                      GO TO EXT-FIMS.
                OPEN INPUT INGRES
                IF ST-ING NOT = "00"
                   IF ST-ING = "30" OR "35"
                      MOVE 1 TO W-SEM-ING
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO INGRES - " ST-ING
                      PERFORM EXT-FECHA THRU EXT-FECHA-FIM
                      GO TO EXT-FIMS.
                OPEN OUTPUT RELAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO - " ST-REL
                WRITE LINRELAT.
      *
      *****************************************************
      * SECAO 3: INGRESSOS DE EVENTOS PAGOS COBRADOS DO    *
      * AMIGO (CINGRESS E CHAVEADO POR EVENTO, ENTAO A     *
      * VARREDURA E SEQUENCIAL NO ARQUIVO TODO). COBRANCA  *
      * CANCELADA NAO E DEVIDA; O QUE FOI PAGO NELA FICA A *
      * DEVOLVER                                           *
      *****************************************************
       EXT-ING.
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE "INGRESSOS DE EVENTOS PAGOS" TO LS-TITULO
                MOVE LINSEC TO LINRELAT
                WRITE LINRELAT
                MOVE CABING TO LINRELAT
                WRITE LINRELAT
                IF SEM-INGRESSO
                   GO TO EXT-ING-TOT.
                MOVE LOW-VALUES TO ING-CHAVE
                START INGRES KEY IS NOT LESS ING-CHAVE
                IF ST-ING NOT = "00"
                   GO TO EXT-ING-TOT.
       EXT-ING-LE.
                READ INGRES NEXT RECORD
                IF ST-ING NOT = "00"
                   GO TO EXT-ING-TOT.
                IF ING-APELIDO NOT = W-APELIDO
                   GO TO EXT-ING-LE.
                ADD 1 TO W-CONT-ING
                MOVE SPACES TO LI-DESCR LI-SITUACAO
                IF NOT SEM-EVENTO
                   MOVE ING-EVENTO TO EVT-CODIGO
                   READ EVENTO
                   IF ST-EVT = "00"
                      MOVE EVT-DESCRICAO TO LI-DESCR
                   ELSE
                      MOVE "*** EVENTO NAO CADASTRADO ***" TO LI-DESCR.
                IF ING-CANCELADA
                   MOVE ZEROS TO LI-VALOR
                   COMPUTE W-SALDO = ZEROS - ING-PAGO
                   MOVE "CANCELADA" TO LI-SITUACAO
                ELSE
                   MOVE ING-VALOR TO LI-VALOR
                   COMPUTE W-SALDO = ING-VALOR - ING-PAGO.
                IF W-SALDO < ZEROS
                   MOVE "A DEVOLVER" TO LI-SITUACAO.
                ADD W-SALDO TO W-TOT-ING
                MOVE ING-EVENTO TO LI-EVENTO
                MOVE ING-PAGO   TO LI-PAGO
                MOVE W-SALDO    TO LI-SALDO
                MOVE LINING TO LINRELAT
                WRITE LINRELAT
                GO TO EXT-ING-LE.
       EXT-ING-TOT.
                IF W-CONT-ING = ZEROS
                   MOVE "  (SEM INGRESSOS)" TO LINRELAT
                   WRITE LINRELAT.
                MOVE W-TOT-ING TO LT-SALDO-ING
                MOVE LINTOT2 TO LINRELAT
                WRITE LINRELAT.
      *
      *****************************************************
      * SECAO 4: EVENTOS PARA OS QUAIS O AMIGO FOI         *
      * CONVIDADO, COM DATA, DESCRICAO, STATUS DO CONVITE  *
      * E COMPARECIMENTO (CPRESENC E CHAVEADO POR EVENTO,  *
      * ENTAO A VARREDURA E SEQUENCIAL NO ARQUIVO TODO)    *
                   MOVE "  (SEM CONVITES)" TO LINRELAT
                   WRITE LINRELAT.
      *
      *****************************************************
      * SECAO 5: AVISOS DE COBRANCA ENVIADOS AO AMIGO,     *
      * EM ORDEM CRONOLOGICA (DATA AAAAMMDD NA CHAVE DO    *
      * CCOBRANC.DAT, IMPRESSA NO FORMATO DD.MM.AAAA)      *
      *****************************************************
       EXT-COB.
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE "AVISOS DE COBRANCA ENVIADOS" TO LS-TITULO
                MOVE LINSEC TO LINRELAT
                WRITE LINRELAT
                MOVE CABCOB TO LINRELAT
                WRITE LINRELAT
                IF SEM-COBRANCA
                   GO TO EXT-COB-TOT.
                MOVE W-APELIDO TO COB-APELIDO
                MOVE ZEROS     TO COB-DATA
                START COBRAN KEY IS NOT LESS COB-CHAVE
                IF ST-COB NOT = "00"
                   GO TO EXT-COB-TOT.
       EXT-COB-LE.
                READ COBRAN NEXT RECORD
                IF ST-COB NOT = "00"
                   GO TO EXT-COB-TOT.
                IF COB-APELIDO NOT = W-APELIDO
                   GO TO EXT-COB-TOT.
                ADD 1 TO W-CONT-COB
                MOVE COB-DATA TO W-DATA-COB
                MOVE W-COB-DIA TO W-COB-DMA-DIA
                MOVE W-COB-MES TO W-COB-DMA-MES
                MOVE W-COB-ANO TO W-COB-DMA-ANO
                MOVE W-DATA-COB-DMA-N TO LB-DATA
                MOVE COB-AVISO    TO LB-AVISO
                MOVE COB-QTD-ANOS TO LB-ANOS
                MOVE COB-TOTAL    TO LB-TOTAL
                MOVE COB-EMAIL    TO LB-EMAIL
                MOVE LINCOB TO LINRELAT
                WRITE LINRELAT
                GO TO EXT-COB-LE.
       EXT-COB-TOT.
                IF W-CONT-COB = ZEROS
                   MOVE "  (SEM AVISOS DE COBRANCA)" TO LINRELAT
                   WRITE LINRELAT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
                PERFORM EXT-FECHA THRU EXT-FECHA-FIM
                DISPLAY "ANOS DE CONTRIBUICAO.: " W-CONT-ANOS
                DISPLAY "CONVITES ENCONTRADOS.: " W-CONT-EVT
                DISPLAY "AVISOS DE COBRANCA...: " W-CONT-COB
                DISPLAY "INGRESSOS COBRADOS...: " W-CONT-ING
                DISPLAY "EXTRATO GRAVADO EM REXTRATO.LST".
                GO TO EXT-FIMS.
      *
                   CLOSE PRESEN.
                IF NOT SEM-EVENTO
                   CLOSE EVENTO.
                IF NOT SEM-COBRANCA
                   CLOSE COBRAN.
                IF NOT SEM-INGRESSO
                   CLOSE INGRES.
       EXT-FECHA-FIM.
                EXIT.
       EXT-FIMS.
