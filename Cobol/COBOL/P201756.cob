       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVEVSI.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * CONVERSAO UNICA DO CEVENTO.DAT PARA O LAYOUT ATUAL   *
      * DO REGEVENT (COM SITUACAO DO EVENTO, DADOS DE        *
      * CANCELAMENTO/ADIAMENTO E PRECO DO INGRESSO). LE O    *
      * ARQUIVO INDEXADO NO LAYOUT ANTERIOR DE 71 BYTES (JA  *
      * COM EVT-CAPACIDADE - VER CONVEVEN), REGRAVA CADA     *
      * EVENTO COMO AGENDADO ("A") E GRATUITO (PRECO ZERO),  *
      * SEM DATA ANTERIOR E SEM DADOS DE CANCELAMENTO, EM UM *
      * ARQUIVO INDEXADO NOVO E SO SUBSTITUI O ORIGINAL      *
      * (PRESERVADO COMO CEVENT71.BAK) QUANDO AS CONTAGENS   *
      * CONFEREM. EXECUTAR UMA UNICA VEZ, ANTES DO PRIMEIRO  *
      * USO DOS EVENTOS NO LAYOUT NOVO                       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EVTVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-EVT-CODIGO
                    FILE STATUS  IS ST-VEL.
       SELECT EVTCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NV-EVT-CODIGO
                    FILE STATUS  IS ST-CNV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * LAYOUT ANTERIOR DO REGISTRO DE EVENTO: 71 BYTES, COM
      * CAPACIDADE E SEM SITUACAO
       FD EVTVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEVENTO.DAT".
       01 REG-EVTVELHO.
          05 VEL-EVT-CODIGO     PIC X(08).
          05 VEL-EVT-DESCRICAO  PIC X(30).
          05 VEL-EVT-DATA       PIC 9(08).
          05 VEL-EVT-LOCAL      PIC X(20).
          05 VEL-EVT-TIPO       PIC X(01).
          05 VEL-EVT-CAPACIDADE PIC 9(04).
      *
       FD EVTCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEVENTOC.DAT".
       01 REG-EVTCONV.
                COPY REGEVENT REPLACING ==:TAG:== BY ==NV-==.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL          PIC X(02) VALUE "00".
       77 ST-CNV          PIC X(02) VALUE "00".
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-CONT-LIDOS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-CONV     PIC 9(06) VALUE ZEROS.
       77 W-ARQ-EVENTO    PIC X(12) VALUE "CEVENTO.DAT".
       77 W-ARQ-CONV      PIC X(12) VALUE "CEVENTOC.DAT".
       77 W-ARQ-BKP       PIC X(12) VALUE "CEVENT71.BAK".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CSI-CONF.
                DISPLAY "CONVERSAO DO CEVENTO.DAT PARA O LAYOUT ATUAL"
                DISPLAY "EXECUTAR UMA UNICA VEZ, ANTES DO PRIMEIRO"
                DISPLAY "USO DOS EVENTOS NO LAYOUT NOVO."
                DISPLAY "CONFIRMA (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** CONVERSAO CANCELADA ***"
                   GO TO CSI-FIMS.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO CSI-CONF.
      *
       CSI-OP0.
                OPEN INPUT EVTVELHO
                IF ST-VEL NOT = "00"
                   IF ST-VEL = "39"
                      DISPLAY "ARQUIVO NAO ESTA NO LAYOUT ANTERIOR DE"
                      DISPLAY "71 BYTES (JA CONVERTIDO?) - MANTIDO"
                      GO TO CSI-FIMS
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO EVENTO - " ST-VEL
                      GO TO CSI-FIMS.
                OPEN OUTPUT EVTCONV
                IF ST-CNV NOT = "00"
                   DISPLAY "ERRO NA CRIACAO DO ARQUIVO NOVO - " ST-CNV
                   CLOSE EVTVELHO
                   GO TO CSI-FIMS.
                MOVE LOW-VALUES TO VEL-EVT-CODIGO
                START EVTVELHO KEY IS NOT LESS VEL-EVT-CODIGO
                IF ST-VEL NOT = "00"
                   MOVE "10" TO ST-VEL
                ELSE
                   READ EVTVELHO NEXT RECORD.
       CSI-LOOP.
                IF ST-VEL = "10"
                   GO TO CSI-TROCA.
                ADD 1 TO W-CONT-LIDOS
                MOVE VEL-EVT-CODIGO     TO NV-EVT-CODIGO
                MOVE VEL-EVT-DESCRICAO  TO NV-EVT-DESCRICAO
                MOVE VEL-EVT-DATA       TO NV-EVT-DATA
                MOVE VEL-EVT-LOCAL      TO NV-EVT-LOCAL
                MOVE VEL-EVT-TIPO       TO NV-EVT-TIPO
                MOVE VEL-EVT-CAPACIDADE TO NV-EVT-CAPACIDADE
                MOVE "A"                TO NV-EVT-SITUACAO
                MOVE ZEROS              TO NV-EVT-DATA-ANT
                                           NV-EVT-DATA-CANC
                MOVE SPACES             TO NV-EVT-MOTIVO-CANC
                                           NV-EVT-OPER-CANC
                MOVE ZEROS              TO NV-EVT-PRECO
                WRITE REG-EVTCONV
                IF ST-CNV NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO EVENTO " NV-EVT-CODIGO
                                                   " - " ST-CNV
                   GO TO CSI-ABORTA.
                ADD 1 TO W-CONT-CONV
                READ EVTVELHO NEXT RECORD
                GO TO CSI-LOOP.
      *
       CSI-ABORTA.
                DISPLAY "CONVERSAO ABORTADA - CEVENTO PRESERVADO"
                CLOSE EVTVELHO
                CLOSE EVTCONV
                GO TO CSI-FIMS.
      *
      *****************************************************
      * SUBSTITUICAO DO ARQUIVO ORIGINAL, SOMENTE QUANDO   *
      * AS CONTAGENS CONFEREM; O CEVENTO.DAT ANTIGO FICA   *
      * PRESERVADO COMO CEVENT71.BAK                       *
      *****************************************************
       CSI-TROCA.
                CLOSE EVTVELHO
                CLOSE EVTCONV
                IF W-CONT-CONV NOT = W-CONT-LIDOS
                   DISPLAY "CONTAGENS DIVERGEM - ARQUIVO MANTIDO"
                   GO TO CSI-FIMS.
                CALL "CBL_DELETE_FILE" USING W-ARQ-BKP
                CALL "CBL_RENAME_FILE" USING W-ARQ-EVENTO W-ARQ-BKP
                IF RETURN-CODE NOT = ZEROS
                   DISPLAY "ERRO AO PRESERVAR O ARQUIVO ANTIGO"
                   GO TO CSI-FIMS.
                CALL "CBL_RENAME_FILE" USING W-ARQ-CONV W-ARQ-EVENTO
                IF RETURN-CODE NOT = ZEROS
                   DISPLAY "ERRO AO RENOMEAR O ARQUIVO CONVERTIDO"
                   CALL "CBL_RENAME_FILE" USING W-ARQ-BKP W-ARQ-EVENTO
                   GO TO CSI-FIMS.
                DISPLAY "REGISTROS LIDOS......: " W-CONT-LIDOS
                DISPLAY "REGISTROS CONVERTIDOS: " W-CONT-CONV
                DISPLAY "ORIGINAL PRESERVADO..: " W-ARQ-BKP.
       CSI-FIMS.
                GOBACK.
