      * REIMPRESSAO DE RECIBO DE CONTRIBUICAO JA EMITIDO     *
      * LE O RECIBO PELO NUMERO NO CRECIBOS.DAT E REPRODUZ   *
      * O DOCUMENTO EM RECIBO.LST, SEM GERAR NUMERO NOVO E   *
      * SEM TOCAR NA NUMERACAO DO RECCTRL.DAT. O RECIBO      *
      * CANCELADO POR ESTORNO SAI COM A MARCA DE CANCELAMENTO *
      * O RECIBO DE INGRESSO DE EVENTO (ANO ZERO, EMITIDO NO *
      * CINGRESS) SAI COM A REFERENCIA AO EVENTO             *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    COPY AMIGOSEL.
       SELECT RECIBS
                    COPY RECIBSEL.
       SELECT EVENTO
                    COPY EVENTSEL.
       SELECT RECDOC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DOC.
               VALUE OF FILE-ID IS "CRECIBOS.DAT".
       01 REGRECIB.
                COPY REGRECIB REPLACING ==:TAG:== BY == ==.
      *
       FD EVENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEVENTO.DAT".
       01 REGEVENT.
                COPY REGEVENT REPLACING ==:TAG:== BY == ==.
      *
       FD RECDOC
               LABEL RECORD IS STANDARD
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-DOC       PIC X(02) VALUE "00".
       77 ST-EVT       PIC X(02) VALUE "00".
       77 W-SEM-EVT    PIC 9(01) VALUE ZEROS.
          88 SEM-EVENTO      VALUE 1.
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
      *
      * LINHAS DO DOCUMENTO DE RECIBO - MESMO MOLDE DA EMISSAO
      * ORIGINAL NO CCONTRIB (CTB-RECDOC) E NO CINGRESS (CIN-RECDOC)
       01 RDOC-CAB1.
          05 FILLER          PIC X(34) VALUE
                              "FATEC - ASSOCIACAO DE AMIGOS      ".
       01 RDOC-CAB2.
          05 RDOC-TITULO     PIC X(26) VALUE
                              "RECIBO DE CONTRIBUICAO NR ".
          05 RDOC-NUMERO     PIC 9(06).
          05 FILLER          PIC X(14) VALUE " (REIMPRESSAO)".
          05 FILLER          PIC X(33) VALUE
                              "REFERENTE A CONTRIBUICAO DO ANO: ".
          05 RDOC-ANO        PIC 9(04).
       01 RDOC-LIN2-ING.
          05 FILLER          PIC X(32) VALUE
                              "REFERENTE A INGRESSO DO EVENTO: ".
          05 RDOC-EVENTO     PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 RDOC-DESCR      PIC X(30).
       01 RDOC-LIN3.
          05 FILLER          PIC X(17) VALUE "VALOR RECEBIDO: R".
          05 FILLER          PIC X(02) VALUE "$ ".
          05 FILLER          PIC X(12) VALUE "   OPERADOR:".
          05 FILLER          PIC X(01) VALUE SPACES.
          05 RDOC-OPERADOR   PIC X(08).
      *
      * LINHAS DE CANCELAMENTO, IMPRESSAS SOMENTE PARA O RECIBO
      * CANCELADO POR ESTORNO DO PAGAMENTO
       01 RDOC-CANC1.
          05 FILLER          PIC X(26) VALUE
                              "*** RECIBO CANCELADO EM  ".
          05 RDOC-DATA-CANC  PIC 99.99.9999.
          05 FILLER          PIC X(05) VALUE " POR ".
          05 RDOC-OPER-CANC  PIC X(08).
          05 FILLER          PIC X(04) VALUE " ***".
       01 RDOC-CANC2.
          05 FILLER          PIC X(08) VALUE "MOTIVO: ".
          05 RDOC-MOTIVO     PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                   CLOSE RECIBS
                   GO TO RMP-FIMS.
                MOVE ZEROS TO W-SEM-EVT
                OPEN INPUT EVENTO
                IF ST-EVT NOT = "00"
                   MOVE 1 TO W-SEM-EVT.
       RMP-LE.
                MOVE W-NUMERO TO REC-NUMERO
                READ RECIBS
                MOVE NOME         TO RDOC-NOME
                MOVE REC-APELIDO  TO RDOC-APELIDO
                MOVE REC-ANOREF   TO RDOC-ANO
                MOVE "RECIBO DE CONTRIBUICAO NR " TO RDOC-TITULO
                IF REC-ANOREF = ZEROS
                   PERFORM RMP-EVENTO THRU RMP-EVENTO-FIM.
                MOVE REC-VALOR    TO RDOC-VALOR
                MOVE REC-DATA     TO RDOC-DATA
                MOVE REC-OPERADOR TO RDOC-OPERADOR
                WRITE LINRECDOC
                MOVE RDOC-LIN1 TO LINRECDOC
                WRITE LINRECDOC
                IF REC-ANOREF = ZEROS
                   MOVE RDOC-LIN2-ING TO LINRECDOC
                ELSE
                   MOVE RDOC-LIN2 TO LINRECDOC.
                WRITE LINRECDOC
                MOVE RDOC-LIN3 TO LINRECDOC
                WRITE LINRECDOC
                MOVE RDOC-LIN4 TO LINRECDOC
                WRITE LINRECDOC
                IF REC-CANCELADO
                   MOVE REC-DATA-CANC   TO RDOC-DATA-CANC
                   MOVE REC-OPER-CANC   TO RDOC-OPER-CANC
                   MOVE REC-MOTIVO-CANC TO RDOC-MOTIVO
                   MOVE SPACES TO LINRECDOC
                   WRITE LINRECDOC
                   MOVE RDOC-CANC1 TO LINRECDOC
                   WRITE LINRECDOC
                   MOVE RDOC-CANC2 TO LINRECDOC
                   WRITE LINRECDOC
                   DISPLAY RDOC-CANC1
                   DISPLAY RDOC-CANC2.
                CLOSE RECDOC
                DISPLAY "RECIBO REIMPRESSO EM RECIBO.LST"
                GO TO RMP-FIM.
      *
      * RECIBO DE INGRESSO: TITULO PROPRIO E DESCRICAO DO EVENTO
       RMP-EVENTO.
                MOVE "RECIBO DE INGRESSO NR     " TO RDOC-TITULO
                MOVE REC-EVENTO TO RDOC-EVENTO
                MOVE SPACES     TO RDOC-DESCR
                IF SEM-EVENTO
                   GO TO RMP-EVENTO-FIM.
                MOVE REC-EVENTO TO EVT-CODIGO
                READ EVENTO
                IF ST-EVT = "00"
                   MOVE EVT-DESCRICAO TO RDOC-DESCR.
       RMP-EVENTO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
       RMP-FIM.
                CLOSE RECIBS
                CLOSE AMIGO
                IF NOT SEM-EVENTO
                   CLOSE EVENTO.
                GO TO RMP-PARM.
       RMP-FIMS.
                GOBACK.
