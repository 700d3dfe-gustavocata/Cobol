       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVRECI.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * CONVERSAO UNICA DO CRECIBOS.DAT PARA O LAYOUT ATUAL  *
      * DO REGRECIB (COM VINCULO AO MOVIMENTO, DADOS DE      *
      * CANCELAMENTO E REC-EVENTO). LE O ARQUIVO INDEXADO NO *
      * LAYOUT ANTIGO DE 45 BYTES, REGRAVA CADA RECIBO COMO  *
      * VALIDO ("V") DE CONTRIBUICAO, SEM SEQUENCIA DE       *
      * MOVIMENTO, SEM DADOS DE CANCELAMENTO E SEM EVENTO, EM*
      * UM ARQUIVO INDEXADO NOVO E SO SUBSTITUI O ORIGINAL   *
      * (PRESERVADO COMO CRECIB45.BAK) QUANDO AS CONTAGENS   *
      * CONFEREM. EXECUTAR UMA UNICA VEZ, ANTES DO PRIMEIRO  *
      * USO DOS RECIBOS NO LAYOUT NOVO                       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RECVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-REC-NUMERO
                    FILE STATUS  IS ST-VEL.
       SELECT RECCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NV-REC-NUMERO
                    FILE STATUS  IS ST-CNV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * LAYOUT ANTIGO DO REGISTRO DE RECIBO: 45 BYTES, SEM VINCULO
      * AO MOVIMENTO E SEM DADOS DE CANCELAMENTO
       FD RECVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRECIBOS.DAT".
       01 REG-RECVELHO.
          05 VEL-REC-NUMERO     PIC 9(06).
          05 VEL-REC-APELIDO    PIC X(12).
          05 VEL-REC-ANOREF     PIC 9(04).
          05 VEL-REC-VALOR      PIC 9(05)V99.
          05 VEL-REC-DATA       PIC 9(08).
          05 VEL-REC-OPERADOR   PIC X(08).
      *
       FD RECCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRECIBOS.CNV".
       01 REG-RECCONV.
                COPY REGRECIB REPLACING ==:TAG:== BY ==NV-==.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL          PIC X(02) VALUE "00".
       77 ST-CNV          PIC X(02) VALUE "00".
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-CONT-LIDOS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-CONV     PIC 9(06) VALUE ZEROS.
       77 W-ARQ-RECIBS    PIC X(12) VALUE "CRECIBOS.DAT".
       77 W-ARQ-CONV      PIC X(12) VALUE "CRECIBOS.CNV".
       77 W-ARQ-BKP       PIC X(12) VALUE "CRECIB45.BAK".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CRC-CONF.
                DISPLAY "CONVERSAO DO CRECIBOS.DAT PARA O LAYOUT ATUAL"
                DISPLAY "EXECUTAR UMA UNICA VEZ, ANTES DO PRIMEIRO"
                DISPLAY "USO DOS RECIBOS NO LAYOUT NOVO."
                DISPLAY "CONFIRMA (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** CONVERSAO CANCELADA ***"
                   GO TO CRC-FIMS.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO CRC-CONF.
      *
       CRC-OP0.
                OPEN INPUT RECVELHO
                IF ST-VEL NOT = "00"
                   IF ST-VEL = "39"
                      DISPLAY "ARQUIVO NAO ESTA NO LAYOUT ANTIGO DE"
                      DISPLAY "45 BYTES (JA CONVERTIDO?) - MANTIDO"
                      GO TO CRC-FIMS
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO RECIBS - " ST-VEL
                      GO TO CRC-FIMS.
      * O ARQUIVO CONVERTIDO E CRIADO COM NOME DE TRABALHO
      * (CRECIBOS.CNV) E SO RECEBE O NOME DEFINITIVO NA TROCA FINAL
                OPEN OUTPUT RECCONV
                IF ST-CNV NOT = "00"
                   DISPLAY "ERRO NA CRIACAO DO ARQUIVO NOVO - " ST-CNV
                   CLOSE RECVELHO
                   GO TO CRC-FIMS.
                MOVE ZEROS TO VEL-REC-NUMERO
                START RECVELHO KEY IS NOT LESS VEL-REC-NUMERO
                IF ST-VEL NOT = "00"
                   MOVE "10" TO ST-VEL
                ELSE
                   READ RECVELHO NEXT RECORD.
       CRC-LOOP.
                IF ST-VEL = "10"
                   GO TO CRC-TROCA.
                ADD 1 TO W-CONT-LIDOS
                MOVE VEL-REC-NUMERO   TO NV-REC-NUMERO
                MOVE VEL-REC-APELIDO  TO NV-REC-APELIDO
                MOVE VEL-REC-ANOREF   TO NV-REC-ANOREF
                MOVE VEL-REC-VALOR    TO NV-REC-VALOR
                MOVE VEL-REC-DATA     TO NV-REC-DATA
                MOVE VEL-REC-OPERADOR TO NV-REC-OPERADOR
                MOVE ZEROS            TO NV-REC-PAG-SEQ
                                         NV-REC-DATA-CANC
                MOVE "V"              TO NV-REC-SITUACAO
                MOVE SPACES           TO NV-REC-OPER-CANC
                                         NV-REC-MOTIVO-CANC
                                         NV-REC-EVENTO
                WRITE REG-RECCONV
                IF ST-CNV NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO RECIBO "
                           NV-REC-NUMERO " - " ST-CNV
                   GO TO CRC-ABORTA.
                ADD 1 TO W-CONT-CONV
                READ RECVELHO NEXT RECORD
                GO TO CRC-LOOP.
      *
       CRC-ABORTA.
                DISPLAY "CONVERSAO ABORTADA - CRECIBOS PRESERVADO"
                CLOSE RECVELHO
                CLOSE RECCONV
                GO TO CRC-FIMS.
      *
      *****************************************************
      * SUBSTITUICAO DO ARQUIVO ORIGINAL, SOMENTE QUANDO   *
      * AS CONTAGENS CONFEREM; O CRECIBOS.DAT ANTIGO FICA  *
      * PRESERVADO COMO CRECIB45.BAK                       *
      *****************************************************
       CRC-TROCA.
                CLOSE RECVELHO
                CLOSE RECCONV
                IF W-CONT-CONV NOT = W-CONT-LIDOS
                   DISPLAY "CONTAGENS DIVERGEM - ARQUIVO MANTIDO"
                   GO TO CRC-FIMS.
                CALL "CBL_DELETE_FILE" USING W-ARQ-BKP
                CALL "CBL_RENAME_FILE" USING W-ARQ-RECIBS W-ARQ-BKP
                IF RETURN-CODE NOT = ZEROS
                   DISPLAY "ERRO AO PRESERVAR O ARQUIVO ANTIGO"
                   GO TO CRC-FIMS.
                CALL "CBL_RENAME_FILE" USING W-ARQ-CONV W-ARQ-RECIBS
                IF RETURN-CODE NOT = ZEROS
                   DISPLAY "ERRO AO RENOMEAR O ARQUIVO CONVERTIDO"
                   CALL "CBL_RENAME_FILE" USING W-ARQ-BKP W-ARQ-RECIBS
                   GO TO CRC-FIMS.
                DISPLAY "REGISTROS LIDOS......: " W-CONT-LIDOS
                DISPLAY "REGISTROS CONVERTIDOS: " W-CONT-CONV
                DISPLAY "ORIGINAL PRESERVADO..: " W-ARQ-BKP.
       CRC-FIMS.
                GOBACK.
