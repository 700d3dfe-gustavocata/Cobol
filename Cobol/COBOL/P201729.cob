       77 W-LIN-PAG    PIC 9(02) VALUE 50.
       77 W-EVENTO     PIC X(08) VALUE SPACES.
       77 W-SECAO      PIC X(01) VALUE SPACES.
       01 MASC1        PIC 99.99.9999.
      *
       01 CABSEC.
          05 FILLER          PIC X(03) VALUE "** ".
                   DISPLAY "*** EVENTO NAO CADASTRADO ***"
                   CLOSE EVENTO
                   GO TO LPR-FIMS.
                IF EVT-CANCELADO
                   MOVE EVT-DATA-CANC TO MASC1
                   DISPLAY "*** EVENTO CANCELADO EM " MASC1
                           " - LISTA NAO EMITIDA ***"
                   DISPLAY "MOTIVO: " EVT-MOTIVO-CANC
                   CLOSE EVENTO
                   GO TO LPR-FIMS.
                OPEN INPUT PRESEN
                IF ST-PRE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO PRESEN - " ST-PRE
