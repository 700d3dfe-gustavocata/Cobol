       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPAGT.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * CONVERSAO UNICA DO CPAGTOS.DAT PARA O LAYOUT ATUAL   *
      * DO REGPAGTO (COM PAG-TIPO, PAG-SEQ-REF, PAG-RECIBO E *
      * PAG-EVENTO). LE O ARQUIVO INDEXADO NO LAYOUT ANTIGO  *
      * DE 42 BYTES, REGRAVA CADA MOVIMENTO COMO PAGAMENTO   *
      * ("P") DE CONTRIBUICAO, SEM ESTORNO, SEM RECIBO       *
      * VINCULADO E SEM EVENTO, EM UM ARQUIVO INDEXADO NOVO  *
      * E SO SUBSTITUI O ORIGINAL (PRESERVADO COMO           *
      * CPAGTO42.BAK) QUANDO AS CONTAGENS CONFEREM. EXECUTAR *
      * UMA UNICA VEZ, ANTES DO PRIMEIRO USO DOS PAGAMENTOS  *
      * NO LAYOUT NOVO                                       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAGVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-PAG-CHAVE
                    FILE STATUS  IS ST-VEL.
       SELECT PAGCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NV-PAG-CHAVE
                    FILE STATUS  IS ST-CNV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * LAYOUT ANTIGO DO REGISTRO DE MOVIMENTO DE PAGAMENTO: 42
      * BYTES, SEM TIPO DE MOVIMENTO E SEM NUMERO DE RECIBO
       FD PAGVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CPAGTOS.DAT".
       01 REG-PAGVELHO.
          05 VEL-PAG-CHAVE.
             07 VEL-PAG-APELIDO PIC X(12).
             07 VEL-PAG-ANOREF  PIC 9(04).
             07 VEL-PAG-SEQ     PIC 9(03).
          05 VEL-PAG-VALOR      PIC 9(05)V99.
          05 VEL-PAG-DATA       PIC 9(08).
          05 VEL-PAG-OPERADOR   PIC X(08).
      *
       FD PAGCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CPAGTOS.CNV".
       01 REG-PAGCONV.
                COPY REGPAGTO REPLACING ==:TAG:== BY ==NV-==.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL          PIC X(02) VALUE "00".
       77 ST-CNV          PIC X(02) VALUE "00".
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-CONT-LIDOS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-CONV     PIC 9(06) VALUE ZEROS.
       77 W-ARQ-PAGTOS    PIC X(12) VALUE "CPAGTOS.DAT".
       77 W-ARQ-CONV      PIC X(12) VALUE "CPAGTOS.CNV".
       77 W-ARQ-BKP       PIC X(12) VALUE "CPAGTO42.BAK".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CPA-CONF.
                DISPLAY "CONVERSAO DO CPAGTOS.DAT PARA O LAYOUT ATUAL"
                DISPLAY "EXECUTAR UMA UNICA VEZ, ANTES DO PRIMEIRO"
                DISPLAY "USO DOS PAGAMENTOS NO LAYOUT NOVO."
                DISPLAY "CONFIRMA (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** CONVERSAO CANCELADA ***"
                   GO TO CPA-FIMS.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO CPA-CONF.
      *
       CPA-OP0.
                OPEN INPUT PAGVELHO
                IF ST-VEL NOT = "00"
                   IF ST-VEL = "39"
                      DISPLAY "ARQUIVO NAO ESTA NO LAYOUT ANTIGO DE"
                      DISPLAY "42 BYTES (JA CONVERTIDO?) - MANTIDO"
                      GO TO CPA-FIMS
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO PAGTOS - " ST-VEL
                      GO TO CPA-FIMS.
      * O ARQUIVO CONVERTIDO E CRIADO COM NOME DE TRABALHO
      * (CPAGTOS.CNV) E SO RECEBE O NOME DEFINITIVO NA TROCA FINAL
                OPEN OUTPUT PAGCONV
                IF ST-CNV NOT = "00"
                   DISPLAY "ERRO NA CRIACAO DO ARQUIVO NOVO - " ST-CNV
                   CLOSE PAGVELHO
                   GO TO CPA-FIMS.
                MOVE LOW-VALUES TO VEL-PAG-CHAVE
                START PAGVELHO KEY IS NOT LESS VEL-PAG-CHAVE
                IF ST-VEL NOT = "00"
                   MOVE "10" TO ST-VEL
                ELSE
                   READ PAGVELHO NEXT RECORD.
       CPA-LOOP.
                IF ST-VEL = "10"
                   GO TO CPA-TROCA.
                ADD 1 TO W-CONT-LIDOS
                MOVE VEL-PAG-APELIDO  TO NV-PAG-APELIDO
                MOVE VEL-PAG-ANOREF   TO NV-PAG-ANOREF
                MOVE VEL-PAG-SEQ      TO NV-PAG-SEQ
                MOVE VEL-PAG-VALOR    TO NV-PAG-VALOR
                MOVE VEL-PAG-DATA     TO NV-PAG-DATA
                MOVE VEL-PAG-OPERADOR TO NV-PAG-OPERADOR
                MOVE "P"              TO NV-PAG-TIPO
                MOVE ZEROS            TO NV-PAG-SEQ-REF NV-PAG-RECIBO
                MOVE SPACES           TO NV-PAG-EVENTO
                WRITE REG-PAGCONV
                IF ST-CNV NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO "
                           NV-PAG-APELIDO " " NV-PAG-ANOREF " "
                           NV-PAG-SEQ " - " ST-CNV
                   GO TO CPA-ABORTA.
                ADD 1 TO W-CONT-CONV
                READ PAGVELHO NEXT RECORD
                GO TO CPA-LOOP.
      *
       CPA-ABORTA.
                DISPLAY "CONVERSAO ABORTADA - CPAGTOS PRESERVADO"
                CLOSE PAGVELHO
                CLOSE PAGCONV
                GO TO CPA-FIMS.
      *
      *****************************************************
      * SUBSTITUICAO DO ARQUIVO ORIGINAL, SOMENTE QUANDO   *
      * AS CONTAGENS CONFEREM; O CPAGTOS.DAT ANTIGO FICA   *
      * PRESERVADO COMO CPAGTO42.BAK                       *
      *****************************************************
       CPA-TROCA.
                CLOSE PAGVELHO
                CLOSE PAGCONV
                IF W-CONT-CONV NOT = W-CONT-LIDOS
                   DISPLAY "CONTAGENS DIVERGEM - ARQUIVO MANTIDO"
                   GO TO CPA-FIMS.
                CALL "CBL_DELETE_FILE" USING W-ARQ-BKP
                CALL "CBL_RENAME_FILE" USING W-ARQ-PAGTOS W-ARQ-BKP
                IF RETURN-CODE NOT = ZEROS
                   DISPLAY "ERRO AO PRESERVAR O ARQUIVO ANTIGO"
                   GO TO CPA-FIMS.
                CALL "CBL_RENAME_FILE" USING W-ARQ-CONV W-ARQ-PAGTOS
                IF RETURN-CODE NOT = ZEROS
                   DISPLAY "ERRO AO RENOMEAR O ARQUIVO CONVERTIDO"
                   CALL "CBL_RENAME_FILE" USING W-ARQ-BKP W-ARQ-PAGTOS
                   GO TO CPA-FIMS.
                DISPLAY "REGISTROS LIDOS......: " W-CONT-LIDOS
                DISPLAY "REGISTROS CONVERTIDOS: " W-CONT-CONV
                DISPLAY "ORIGINAL PRESERVADO..: " W-ARQ-BKP.
       CPA-FIMS.
                GOBACK.
