       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHCAIX.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * FECHAMENTO DE CAIXA DIARIO POR OPERADOR. PARA A DATA *
      * INFORMADA, LISTA POR PAG-OPERADOR CADA PAGAMENTO E   *
      * ESTORNO DO CPAGTOS.DAT COM O RECIBO CORRESPONDENTE   *
      * DO CRECIBOS.DAT, E OS TOTAIS DO OPERADOR E DO DIA.   *
      * CONFERE SE A NUMERACAO DOS RECIBOS E CONTINUA ATE O  *
      * RCT-ULT-NUMERO DO RECCTRL.DAT E SE CADA RECIBO TEM   *
      * MOVIMENTO DE PAGAMENTO DE MESMO VALOR, LISTANDO      *
      * SALTOS E DIVERGENCIAS. SAIDA EM FECHCAIX.LST, COM    *
      * CAMPOS PARA ASSINATURA DO FECHAMENTO. OS INGRESSOS   *
      * DE EVENTOS (ANO ZERO) SAEM COM O CODIGO DO EVENTO    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAGTOS
                    COPY PAGTOSEL.
       SELECT RECIBS
                    COPY RECIBSEL.
       SELECT RECCTRL ASSIGN TO DISK
                    ORGANIZATION IS RELATIVE
                    ACCESS MODE  IS RANDOM
                    RELATIVE KEY IS W-RCT-REC
                    FILE STATUS  IS ST-RCT.
       SELECT RELAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT ORDCAIX ASSIGN TO "ORDCAIX.WRK".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD RECCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECCTRL.DAT".
       01 REG-RECCTRL.
          03 RCT-ULT-NUMERO     PIC 9(06).
      *
       FD RELAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHCAIX.LST".
       01 LINRELAT            PIC X(80).
      *
       SD ORDCAIX.
       01 REG-ORD.
          05 ORD-OPERADOR     PIC X(08).
          05 ORD-APELIDO      PIC X(12).
          05 ORD-ANOREF       PIC 9(04).
          05 ORD-SEQ          PIC 9(03).
          05 ORD-TIPO         PIC X(01).
          05 ORD-VALOR        PIC 9(05)V99.
          05 ORD-SEQ-REF      PIC 9(03).
          05 ORD-RECIBO       PIC 9(06).
          05 ORD-REC-SIT      PIC X(01).
          05 ORD-EVENTO       PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-RCT       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-RCT-REC    PIC 9(01) VALUE 1.
       77 W-ULT-CTRL   PIC 9(06) VALUE ZEROS.
       77 W-CTRL-FALTA PIC 9(01) VALUE ZEROS.
          88 CTRL-AUSENTE    VALUE 1.
       77 W-CONT-LIN   PIC 9(02) VALUE ZEROS.
       77 W-CONT-PAG   PIC 9(04) VALUE ZEROS.
       77 W-LIN-PAG    PIC 9(02) VALUE 50.
       77 W-FIM-ORD    PIC 9(01) VALUE ZEROS.
          88 FIM-ORDCAIX     VALUE 1.
       77 W-IX         PIC 9(04) VALUE ZEROS.
       77 W-ACHOU      PIC 9(04) VALUE ZEROS.
       77 W-REC-ANT    PIC 9(06) VALUE ZEROS.
       77 W-REC-DE     PIC 9(06) VALUE ZEROS.
       77 W-REC-ATE    PIC 9(06) VALUE ZEROS.
       77 W-OPE-ANT    PIC X(08) VALUE SPACES.
      *
      * DATA DO FECHAMENTO NO MESMO FORMATO DIA/MES/ANO EM QUE O
      * CCONTRIB GRAVA PAG-DATA E REC-DATA
       01 W-DATA-FCX.
          05 W-FCX-DIA       PIC 9(02).
          05 W-FCX-MES       PIC 9(02).
          05 W-FCX-ANO       PIC 9(04).
       01 W-DATA-FCX-N REDEFINES W-DATA-FCX PIC 9(08).
       01 W-HOJE.
          05 W-HOJE-ANO      PIC 9(04).
          05 W-HOJE-MES      PIC 9(02).
          05 W-HOJE-DIA      PIC 9(02).
      *
      * ACUMULADORES DO OPERADOR E DO DIA
       77 W-OPE-QTD-PAG  PIC 9(05) VALUE ZEROS.
       77 W-OPE-VAL-PAG  PIC 9(07)V99 VALUE ZEROS.
       77 W-OPE-QTD-EST  PIC 9(05) VALUE ZEROS.
       77 W-OPE-VAL-EST  PIC 9(07)V99 VALUE ZEROS.
       77 W-OPE-QTD-REC  PIC 9(05) VALUE ZEROS.
       77 W-OPE-REC-PRI  PIC 9(06) VALUE ZEROS.
       77 W-OPE-REC-ULT  PIC 9(06) VALUE ZEROS.
       77 W-DIA-QTD-PAG  PIC 9(05) VALUE ZEROS.
       77 W-DIA-VAL-PAG  PIC 9(07)V99 VALUE ZEROS.
       77 W-DIA-QTD-EST  PIC 9(05) VALUE ZEROS.
       77 W-DIA-VAL-EST  PIC 9(07)V99 VALUE ZEROS.
       77 W-DIA-QTD-REC  PIC 9(05) VALUE ZEROS.
       77 W-DIA-QTD-CANC PIC 9(05) VALUE ZEROS.
       77 W-DIA-REC-PRI  PIC 9(06) VALUE ZEROS.
       77 W-DIA-REC-ULT  PIC 9(06) VALUE ZEROS.
       77 W-LIQUIDO      PIC 9(07)V99 VALUE ZEROS.
       77 W-SINAL        PIC X(01) VALUE SPACES.
       77 W-CONT-OCORR   PIC 9(04) VALUE ZEROS.
       77 W-CONT-RECS    PIC 9(06) VALUE ZEROS.
      *
      * MOVIMENTOS DA DATA, CARREGADOS DO CPAGTOS.DAT PARA A
      * CONFERENCIA COM OS RECIBOS; TM-REC-CASADO RECEBE O NUMERO
      * DO RECIBO DO DIA QUE CASOU COM O MOVIMENTO
       77 W-QTD-MOV      PIC 9(04) VALUE ZEROS.
       01 TAB-MOV.
          05 TM-MOV OCCURS 2000 TIMES.
             10 TM-OPERADOR   PIC X(08).
             10 TM-APELIDO    PIC X(12).
             10 TM-ANOREF     PIC 9(04).
             10 TM-SEQ        PIC 9(03).
             10 TM-TIPO       PIC X(01).
             10 TM-VALOR      PIC 9(05)V99.
             10 TM-SEQ-REF    PIC 9(03).
             10 TM-RECIBO     PIC 9(06).
             10 TM-REC-CASADO PIC 9(06).
             10 TM-REC-SIT    PIC X(01).
             10 TM-EVENTO     PIC X(08).
      *
      * OCORRENCIAS DA CONFERENCIA, IMPRESSAS APOS OS OPERADORES
       77 W-QTD-OCORR    PIC 9(03) VALUE ZEROS.
       01 TAB-OCORR.
          05 TB-OCORR       PIC X(78) OCCURS 300 TIMES.
       01 W-OCORR         PIC X(78) VALUE SPACES.
       01 W-LINSAVE       PIC X(80) VALUE SPACES.
      *
       01 MASC1        PIC 99.99.9999.
       01 MASC-VAL     PIC ZZ.ZZ9,99.
      *
       01 CAB1.
          05 FILLER          PIC X(20) VALUE "FATEC - FECHAMENTO D".
          05 FILLER          PIC X(16) VALUE "E CAIXA - DATA: ".
          05 CAB1-DATA       PIC 99.99.9999.
          05 FILLER          PIC X(10) VALUE "  PAGINA: ".
          05 CAB1-PAG        PIC ZZZ9.
       01 CAB2.
          05 FILLER          PIC X(13) VALUE "APELIDO".
          05 FILLER          PIC X(05) VALUE "ANO".
          05 FILLER          PIC X(04) VALUE "SEQ".
          05 FILLER          PIC X(09) VALUE "TIPO".
          05 FILLER          PIC X(11) VALUE "      VALOR".
          05 FILLER          PIC X(08) VALUE "  RECIBO".
          05 FILLER          PIC X(20) VALUE "  OBSERVACAO".
       01 LINOPE.
          05 FILLER          PIC X(10) VALUE "OPERADOR: ".
          05 LO-OPERADOR     PIC X(08).
       01 LINDET.
          05 LD-APELIDO      PIC X(12).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-ANOREF       PIC 9(04).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-SEQ          PIC 9(03).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-TIPO         PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-SINAL        PIC X(01).
          05 LD-VALOR        PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LD-RECIBO       PIC ZZZZZZ.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LD-OBS          PIC X(26).
       01 LINDET-EVT.
          05 FILLER          PIC X(13) VALUE SPACES.
          05 FILLER          PIC X(20) VALUE "INGRESSO DO EVENTO: ".
          05 LDE-EVENTO      PIC X(08).
       01 LINTOT.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LT-ROTULO       PIC X(26).
          05 LT-QTD          PIC ZZ.ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LT-SINAL        PIC X(01).
          05 LT-VALOR        PIC Z.ZZZ.ZZ9,99.
       01 LINREC.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LR-ROTULO       PIC X(26).
          05 LR-QTD          PIC ZZ.ZZ9.
          05 FILLER          PIC X(06) VALUE "  NR. ".
          05 LR-DE           PIC 9(06).
          05 FILLER          PIC X(03) VALUE " A ".
          05 LR-ATE          PIC 9(06).
       01 LINASS1.
          05 FILLER          PIC X(40) VALUE
                    "CONFERIDO POR: ________________________".
          05 FILLER          PIC X(34) VALUE
                    "  TESOUREIRO: ____________________".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       FCX-PARM.
                DISPLAY "FECHAMENTO DE CAIXA POR OPERADOR"
                DISPLAY "INFORME A DATA (DDMMAAAA, ZEROS = HOJE): "
                ACCEPT W-DATA-FCX-N FROM CONSOLE
                IF W-DATA-FCX-N = ZEROS
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   MOVE W-HOJE-DIA TO W-FCX-DIA
                   MOVE W-HOJE-MES TO W-FCX-MES
                   MOVE W-HOJE-ANO TO W-FCX-ANO.
                IF W-FCX-MES < 1 OR W-FCX-MES > 12
                         OR W-FCX-DIA < 1 OR W-FCX-DIA > 31
                         OR W-FCX-ANO < 1990
                   DISPLAY "*** DATA INVALIDA ***"
                   GO TO FCX-PARM.
      *
       FCX-OP0.
                OPEN INPUT PAGTOS
                IF ST-PAG NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO PAGTOS - " ST-PAG
                   GO TO FCX-FIMS.
                OPEN INPUT RECIBS
                IF ST-REC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RECIBS - " ST-REC
                   CLOSE PAGTOS
                   GO TO FCX-FIMS.
      * SEM O RECCTRL.DAT A CONFERENCIA DA NUMERACAO VAI ATE O
      * ULTIMO RECIBO DO ARQUIVO, E A FALTA E APONTADA
                OPEN INPUT RECCTRL
                IF ST-RCT NOT = "00"
                   MOVE 1 TO W-CTRL-FALTA
                ELSE
                   MOVE 1 TO W-RCT-REC
                   READ RECCTRL
                   IF ST-RCT NOT = "00"
                      MOVE 1 TO W-CTRL-FALTA
                   ELSE
                      MOVE RCT-ULT-NUMERO TO W-ULT-CTRL.
                IF NOT CTRL-AUSENTE
                   CLOSE RECCTRL.
                OPEN OUTPUT RELAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO - " ST-REL
                   CLOSE PAGTOS
                   CLOSE RECIBS
                   GO TO FCX-FIMS.
      *
      *****************************************************
      * PASSO 1: CARREGA OS MOVIMENTOS DA DATA DO          *
      * FECHAMENTO (PAGAMENTOS E ESTORNOS)                 *
      *****************************************************
       FCX-PAG.
                MOVE LOW-VALUES TO PAG-CHAVE
                START PAGTOS KEY IS NOT LESS PAG-CHAVE
                IF ST-PAG NOT = "00"
                   MOVE "10" TO ST-PAG
                ELSE
                   READ PAGTOS NEXT RECORD.
       FCX-PAG-LOOP.
                IF ST-PAG = "10"
                   GO TO FCX-REC.
                IF PAG-DATA NOT = W-DATA-FCX-N
                   GO TO FCX-PAG-PROX.
                IF W-QTD-MOV NOT LESS 2000
                   MOVE SPACES TO W-OCORR
                   STRING "*** TABELA DE MOVIMENTOS CHEIA - "
                          "FECHAMENTO INCOMPLETO ***"
                          DELIMITED BY SIZE INTO W-OCORR
                   PERFORM FCX-OCORR THRU FCX-OCORR-FIM
                   GO TO FCX-REC.
                ADD 1 TO W-QTD-MOV
                MOVE PAG-OPERADOR TO TM-OPERADOR (W-QTD-MOV)
                MOVE PAG-APELIDO  TO TM-APELIDO (W-QTD-MOV)
                MOVE PAG-ANOREF   TO TM-ANOREF (W-QTD-MOV)
                MOVE PAG-SEQ      TO TM-SEQ (W-QTD-MOV)
                MOVE PAG-VALOR    TO TM-VALOR (W-QTD-MOV)
                MOVE PAG-SEQ-REF  TO TM-SEQ-REF (W-QTD-MOV)
                MOVE PAG-RECIBO   TO TM-RECIBO (W-QTD-MOV)
                MOVE ZEROS        TO TM-REC-CASADO (W-QTD-MOV)
                MOVE SPACES       TO TM-REC-SIT (W-QTD-MOV)
                MOVE PAG-EVENTO   TO TM-EVENTO (W-QTD-MOV)
                IF PAG-ESTORNO
                   MOVE "E" TO TM-TIPO (W-QTD-MOV)
                ELSE
                   MOVE "P" TO TM-TIPO (W-QTD-MOV).
       FCX-PAG-PROX.
                READ PAGTOS NEXT RECORD
                GO TO FCX-PAG-LOOP.
      *
      *****************************************************
      * PASSO 2: PERCORRE TODOS OS RECIBOS EM ORDEM DE     *
      * NUMERO, CONFERINDO A CONTINUIDADE DA NUMERACAO ATE *
      * O RECCTRL.DAT, E CASA OS RECIBOS DA DATA COM OS    *
      * MOVIMENTOS CARREGADOS                              *
      *****************************************************
       FCX-REC.
                MOVE ZEROS TO REC-NUMERO
                START RECIBS KEY IS NOT LESS REC-NUMERO
                IF ST-REC NOT = "00"
                   MOVE "10" TO ST-REC
                ELSE
                   READ RECIBS NEXT RECORD.
       FCX-REC-LOOP.
                IF ST-REC = "10"
                   GO TO FCX-REC-FIM.
                ADD 1 TO W-CONT-RECS
                IF W-REC-ANT NOT = ZEROS
                         AND REC-NUMERO > W-REC-ANT + 1
                   COMPUTE W-REC-DE  = W-REC-ANT + 1
                   COMPUTE W-REC-ATE = REC-NUMERO - 1
                   MOVE SPACES TO W-OCORR
                   STRING "SALTO NA NUMERACAO: RECIBOS NR " W-REC-DE
                          " A " W-REC-ATE " NAO ENCONTRADOS"
                          DELIMITED BY SIZE INTO W-OCORR
                   PERFORM FCX-OCORR THRU FCX-OCORR-FIM.
                IF NOT CTRL-AUSENTE AND REC-NUMERO > W-ULT-CTRL
                   MOVE SPACES TO W-OCORR
                   STRING "RECIBO NR " REC-NUMERO
                          " ACIMA DO ULTIMO NUMERO DO RECCTRL ("
                          W-ULT-CTRL ")"
                          DELIMITED BY SIZE INTO W-OCORR
                   PERFORM FCX-OCORR THRU FCX-OCORR-FIM.
                MOVE REC-NUMERO TO W-REC-ANT
                IF REC-DATA = W-DATA-FCX-N
                   PERFORM FCX-CASA THRU FCX-CASA-FIM.
                IF REC-CANCELADO AND REC-DATA-CANC = W-DATA-FCX-N
                   ADD 1 TO W-DIA-QTD-CANC.
                READ RECIBS NEXT RECORD
                GO TO FCX-REC-LOOP.
       FCX-REC-FIM.
                IF CTRL-AUSENTE
                   MOVE SPACES TO W-OCORR
                   STRING "*** RECCTRL.DAT AUSENTE - NUMERACAO "
                          "CONFERIDA SOMENTE NO CRECIBOS.DAT ***"
                          DELIMITED BY SIZE INTO W-OCORR
                   PERFORM FCX-OCORR THRU FCX-OCORR-FIM
                   GO TO FCX-SEMREC.
                IF W-REC-ANT < W-ULT-CTRL
                   COMPUTE W-REC-DE = W-REC-ANT + 1
                   MOVE SPACES TO W-OCORR
                   STRING "SALTO NA NUMERACAO: RECIBOS NR " W-REC-DE
                          " A " W-ULT-CTRL " EMITIDOS NO RECCTRL E NAO "
                          "GRAVADOS"
                          DELIMITED BY SIZE INTO W-OCORR
                   PERFORM FCX-OCORR THRU FCX-OCORR-FIM.
      *
      * PAGAMENTOS DA DATA SEM RECIBO CASADO
       FCX-SEMREC.
                MOVE ZEROS TO W-IX.
       FCX-SEMREC-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-MOV
                   GO TO FCX-IMPRIME.
                IF TM-TIPO (W-IX) = "E"
                         OR TM-REC-CASADO (W-IX) NOT = ZEROS
                   GO TO FCX-SEMREC-LOOP.
                MOVE SPACES TO W-OCORR
                STRING "PAGAMENTO " TM-APELIDO (W-IX) " "
                       TM-ANOREF (W-IX) " SEQ " TM-SEQ (W-IX)
                       " SEM RECIBO NA DATA"
                       DELIMITED BY SIZE INTO W-OCORR
                PERFORM FCX-OCORR THRU FCX-OCORR-FIM
                GO TO FCX-SEMREC-LOOP.
      *
      *****************************************************
      * CASA O RECIBO DA DATA COM O SEU MOVIMENTO: PELA    *
      * SEQUENCIA GRAVADA NO RECIBO OU, NOS RECIBOS        *
      * ANTIGOS SEM ELA, PELO PRIMEIRO PAGAMENTO AINDA     *
      * LIVRE DO MESMO APELIDO/ANO E VALOR                 *
      *****************************************************
       FCX-CASA.
                ADD 1 TO W-DIA-QTD-REC
                IF W-DIA-REC-PRI = ZEROS
                   MOVE REC-NUMERO TO W-DIA-REC-PRI.
                MOVE REC-NUMERO TO W-DIA-REC-ULT
                MOVE ZEROS TO W-IX W-ACHOU.
       FCX-CASA-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-MOV
                   GO TO FCX-CASA-AVALIA.
                IF TM-TIPO (W-IX) = "E"
                         OR TM-APELIDO (W-IX) NOT = REC-APELIDO
                         OR TM-ANOREF (W-IX) NOT = REC-ANOREF
                   GO TO FCX-CASA-LOOP.
                IF REC-PAG-SEQ NOT = ZEROS
                   IF TM-SEQ (W-IX) = REC-PAG-SEQ
                      MOVE W-IX TO W-ACHOU
                      GO TO FCX-CASA-AVALIA
                   ELSE
                      GO TO FCX-CASA-LOOP.
                IF TM-REC-CASADO (W-IX) = ZEROS
                         AND TM-VALOR (W-IX) = REC-VALOR
                         AND (TM-RECIBO (W-IX) = ZEROS
                              OR TM-RECIBO (W-IX) = REC-NUMERO)
                   MOVE W-IX TO W-ACHOU
                   GO TO FCX-CASA-AVALIA.
                GO TO FCX-CASA-LOOP.
       FCX-CASA-AVALIA.
                IF W-ACHOU = ZEROS
                   MOVE REC-VALOR TO MASC-VAL
                   MOVE SPACES TO W-OCORR
                   STRING "RECIBO NR " REC-NUMERO " (" REC-APELIDO " "
                          REC-ANOREF " " MASC-VAL
                          ") SEM MOVIMENTO DE PAGAMENTO NA DATA"
                          DELIMITED BY SIZE INTO W-OCORR
                   PERFORM FCX-OCORR THRU FCX-OCORR-FIM
                   GO TO FCX-CASA-FIM.
                IF TM-REC-CASADO (W-ACHOU) NOT = ZEROS
                   MOVE SPACES TO W-OCORR
                   STRING "RECIBOS NR " TM-REC-CASADO (W-ACHOU) " E "
                          REC-NUMERO " PARA O MESMO PAGAMENTO SEQ "
                          TM-SEQ (W-ACHOU)
                          DELIMITED BY SIZE INTO W-OCORR
                   PERFORM FCX-OCORR THRU FCX-OCORR-FIM
                   GO TO FCX-CASA-FIM.
                MOVE REC-NUMERO   TO TM-REC-CASADO (W-ACHOU)
                MOVE REC-SITUACAO TO TM-REC-SIT (W-ACHOU)
                IF TM-VALOR (W-ACHOU) NOT = REC-VALOR
                   MOVE REC-VALOR TO MASC-VAL
                   MOVE SPACES TO W-OCORR
                   STRING "RECIBO NR " REC-NUMERO " DE " MASC-VAL
                          " COM VALOR DIFERENTE DO PAGAMENTO SEQ "
                          TM-SEQ (W-ACHOU)
                          DELIMITED BY SIZE INTO W-OCORR
                   PERFORM FCX-OCORR THRU FCX-OCORR-FIM.
                IF TM-RECIBO (W-ACHOU) NOT = ZEROS
                         AND TM-RECIBO (W-ACHOU) NOT = REC-NUMERO
                   MOVE SPACES TO W-OCORR
                   STRING "RECIBO NR " REC-NUMERO
                          " DIFERENTE DO REGISTRADO NO PAGAMENTO ("
                          TM-RECIBO (W-ACHOU) ")"
                          DELIMITED BY SIZE INTO W-OCORR
                   PERFORM FCX-OCORR THRU FCX-OCORR-FIM.
       FCX-CASA-FIM.
                EXIT.
      *
       FCX-OCORR.
                ADD 1 TO W-CONT-OCORR
                IF W-QTD-OCORR < 300
                   ADD 1 TO W-QTD-OCORR
                   MOVE W-OCORR TO TB-OCORR (W-QTD-OCORR).
                MOVE SPACES TO W-OCORR.
       FCX-OCORR-FIM.
                EXIT.
      *
      *****************************************************
      * PASSO 3: ORDENA OS MOVIMENTOS POR OPERADOR E       *
      * IMPRIME O FECHAMENTO COM QUEBRA POR OPERADOR       *
      *****************************************************
       FCX-IMPRIME.
                CLOSE PAGTOS
                CLOSE RECIBS
                SORT ORDCAIX
                     ON ASCENDING KEY ORD-OPERADOR ORD-APELIDO
                                      ORD-ANOREF ORD-SEQ
                     INPUT PROCEDURE  IS FCX-SEL THRU FCX-SEL-FIM
                     OUTPUT PROCEDURE IS FCX-IMP THRU FCX-IMP-FIM
                GO TO FCX-FIM.
      *
       FCX-SEL.
                MOVE ZEROS TO W-IX.
       FCX-SEL-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-MOV
                   GO TO FCX-SEL-FIM.
                MOVE TM-OPERADOR (W-IX)   TO ORD-OPERADOR
                MOVE TM-APELIDO (W-IX)    TO ORD-APELIDO
                MOVE TM-ANOREF (W-IX)     TO ORD-ANOREF
                MOVE TM-SEQ (W-IX)        TO ORD-SEQ
                MOVE TM-TIPO (W-IX)       TO ORD-TIPO
                MOVE TM-VALOR (W-IX)      TO ORD-VALOR
                MOVE TM-SEQ-REF (W-IX)    TO ORD-SEQ-REF
                MOVE TM-REC-SIT (W-IX)    TO ORD-REC-SIT
                MOVE TM-EVENTO (W-IX)     TO ORD-EVENTO
                IF TM-TIPO (W-IX) = "E"
                   MOVE TM-RECIBO (W-IX)     TO ORD-RECIBO
                ELSE
                   MOVE TM-REC-CASADO (W-IX) TO ORD-RECIBO.
                RELEASE REG-ORD
                GO TO FCX-SEL-LOOP.
       FCX-SEL-FIM.
                EXIT.
      *
       FCX-IMP.
                MOVE ZEROS TO W-FIM-ORD
                MOVE SPACES TO W-OPE-ANT
                RETURN ORDCAIX AT END MOVE 1 TO W-FIM-ORD.
       FCX-IMP-LOOP.
                IF FIM-ORDCAIX
                   IF W-OPE-ANT NOT = SPACES
                      PERFORM FCX-TOTOPE THRU FCX-TOTOPE-FIM
                      GO TO FCX-IMP-FIM
                   ELSE
                      GO TO FCX-IMP-FIM.
                IF ORD-OPERADOR NOT = W-OPE-ANT
                   IF W-OPE-ANT NOT = SPACES
                      PERFORM FCX-TOTOPE THRU FCX-TOTOPE-FIM.
                IF ORD-OPERADOR NOT = W-OPE-ANT
                   PERFORM FCX-NOVOPE THRU FCX-NOVOPE-FIM.
                MOVE ORD-APELIDO TO LD-APELIDO
                MOVE ORD-ANOREF  TO LD-ANOREF
                MOVE ORD-SEQ     TO LD-SEQ
                MOVE ORD-VALOR   TO LD-VALOR
                MOVE ORD-RECIBO  TO LD-RECIBO
                MOVE SPACES TO LD-OBS
                IF ORD-TIPO = "E"
                   MOVE "ESTORNO" TO LD-TIPO
                   MOVE "-" TO LD-SINAL
                   STRING "ESTORNO DO SEQ " ORD-SEQ-REF
                          DELIMITED BY SIZE INTO LD-OBS
                   ADD 1 TO W-OPE-QTD-EST
                   ADD ORD-VALOR TO W-OPE-VAL-EST
                ELSE
                   MOVE "PAGTO" TO LD-TIPO
                   MOVE SPACES TO LD-SINAL
                   ADD 1 TO W-OPE-QTD-PAG
                   ADD ORD-VALOR TO W-OPE-VAL-PAG
                   IF ORD-RECIBO = ZEROS
                      MOVE "*** SEM RECIBO ***" TO LD-OBS
                   ELSE
                      PERFORM FCX-RECOPE THRU FCX-RECOPE-FIM
                      IF ORD-REC-SIT = "C"
                         MOVE "RECIBO CANCELADO" TO LD-OBS
                      ELSE
                         IF ORD-SEQ-REF NOT = ZEROS
                            STRING "ESTORNADO (SEQ " ORD-SEQ-REF ")"
                                   DELIMITED BY SIZE INTO LD-OBS.
                MOVE LINDET TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                IF ORD-ANOREF = ZEROS
                   MOVE ORD-EVENTO TO LDE-EVENTO
                   MOVE LINDET-EVT TO LINRELAT
                   PERFORM FCX-LINHA THRU FCX-LINHA-FIM.
                RETURN ORDCAIX AT END MOVE 1 TO W-FIM-ORD.
                GO TO FCX-IMP-LOOP.
       FCX-IMP-FIM.
                EXIT.
      *
       FCX-NOVOPE.
                MOVE ORD-OPERADOR TO W-OPE-ANT
                MOVE ZEROS TO W-OPE-QTD-PAG W-OPE-VAL-PAG
                              W-OPE-QTD-EST W-OPE-VAL-EST
                              W-OPE-QTD-REC W-OPE-REC-PRI W-OPE-REC-ULT
                MOVE SPACES TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE ORD-OPERADOR TO LO-OPERADOR
                MOVE LINOPE TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM.
       FCX-NOVOPE-FIM.
                EXIT.
      *
       FCX-RECOPE.
                ADD 1 TO W-OPE-QTD-REC
                IF W-OPE-REC-PRI = ZEROS OR ORD-RECIBO < W-OPE-REC-PRI
                   MOVE ORD-RECIBO TO W-OPE-REC-PRI.
                IF ORD-RECIBO > W-OPE-REC-ULT
                   MOVE ORD-RECIBO TO W-OPE-REC-ULT.
       FCX-RECOPE-FIM.
                EXIT.
      *
      *****************************************************
      * TOTAIS DO OPERADOR, ACUMULADOS TAMBEM NO DIA       *
      *****************************************************
       FCX-TOTOPE.
                MOVE "PAGAMENTOS RECEBIDOS" TO LT-ROTULO
                MOVE W-OPE-QTD-PAG TO LT-QTD
                MOVE SPACES TO LT-SINAL
                MOVE W-OPE-VAL-PAG TO LT-VALOR
                MOVE LINTOT TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE "ESTORNOS" TO LT-ROTULO
                MOVE W-OPE-QTD-EST TO LT-QTD
                MOVE "-" TO LT-SINAL
                MOVE W-OPE-VAL-EST TO LT-VALOR
                MOVE LINTOT TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                PERFORM FCX-LIQUIDO THRU FCX-LIQUIDO-FIM
                MOVE "TOTAL DO OPERADOR" TO LT-ROTULO
                MOVE ZEROS TO LT-QTD
                MOVE W-SINAL TO LT-SINAL
                MOVE W-LIQUIDO TO LT-VALOR
                MOVE LINTOT TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE "RECIBOS EMITIDOS" TO LR-ROTULO
                MOVE W-OPE-QTD-REC TO LR-QTD
                MOVE W-OPE-REC-PRI TO LR-DE
                MOVE W-OPE-REC-ULT TO LR-ATE
                MOVE LINREC TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                ADD W-OPE-QTD-PAG TO W-DIA-QTD-PAG
                ADD W-OPE-VAL-PAG TO W-DIA-VAL-PAG
                ADD W-OPE-QTD-EST TO W-DIA-QTD-EST
                ADD W-OPE-VAL-EST TO W-DIA-VAL-EST.
       FCX-TOTOPE-FIM.
                EXIT.
      *
      * LIQUIDO DO CAIXA: PAGAMENTOS MENOS ESTORNOS, COM SINAL
      * QUANDO OS ESTORNOS SUPERAM OS PAGAMENTOS DO PERIODO
       FCX-LIQUIDO.
                MOVE SPACES TO W-SINAL
                IF W-OPE-VAL-EST > W-OPE-VAL-PAG
                   COMPUTE W-LIQUIDO = W-OPE-VAL-EST - W-OPE-VAL-PAG
                   MOVE "-" TO W-SINAL
                ELSE
                   COMPUTE W-LIQUIDO = W-OPE-VAL-PAG - W-OPE-VAL-EST.
       FCX-LIQUIDO-FIM.
                EXIT.
      *
       FCX-LINHA.
                IF W-CONT-LIN = ZEROS OR W-CONT-LIN NOT LESS W-LIN-PAG
                   MOVE LINRELAT TO W-LINSAVE
                   PERFORM FCX-CAB THRU FCX-CAB-FIM
                   MOVE W-LINSAVE TO LINRELAT.
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN.
       FCX-LINHA-FIM.
                EXIT.
      *
       FCX-CAB.
                ADD 1 TO W-CONT-PAG
                MOVE W-CONT-PAG TO CAB1-PAG
                MOVE W-DATA-FCX-N TO CAB1-DATA
                IF W-CONT-PAG NOT = 1
                   MOVE SPACES TO LINRELAT
                   WRITE LINRELAT AFTER ADVANCING PAGE
                ELSE
                   NEXT SENTENCE.
                MOVE CAB1 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE CAB2 TO LINRELAT
                WRITE LINRELAT
                MOVE ZEROS TO W-CONT-LIN.
       FCX-CAB-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       FCX-FIM.
                IF W-CONT-PAG = ZEROS
                   PERFORM FCX-CAB THRU FCX-CAB-FIM.
                MOVE SPACES TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE "TOTAIS DO DIA" TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE "PAGAMENTOS RECEBIDOS" TO LT-ROTULO
                MOVE W-DIA-QTD-PAG TO LT-QTD
                MOVE SPACES TO LT-SINAL
                MOVE W-DIA-VAL-PAG TO LT-VALOR
                MOVE LINTOT TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE "ESTORNOS" TO LT-ROTULO
                MOVE W-DIA-QTD-EST TO LT-QTD
                MOVE "-" TO LT-SINAL
                MOVE W-DIA-VAL-EST TO LT-VALOR
                MOVE LINTOT TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE W-DIA-VAL-PAG TO W-OPE-VAL-PAG
                MOVE W-DIA-VAL-EST TO W-OPE-VAL-EST
                PERFORM FCX-LIQUIDO THRU FCX-LIQUIDO-FIM
                MOVE "TOTAL DO DIA" TO LT-ROTULO
                MOVE ZEROS TO LT-QTD
                MOVE W-SINAL TO LT-SINAL
                MOVE W-LIQUIDO TO LT-VALOR
                MOVE LINTOT TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE "RECIBOS EMITIDOS NO DIA" TO LR-ROTULO
                MOVE W-DIA-QTD-REC TO LR-QTD
                MOVE W-DIA-REC-PRI TO LR-DE
                MOVE W-DIA-REC-ULT TO LR-ATE
                MOVE LINREC TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE "RECIBOS CANCELADOS NO DIA" TO LT-ROTULO
                MOVE W-DIA-QTD-CANC TO LT-QTD
                MOVE SPACES TO LT-SINAL
                MOVE ZEROS TO LT-VALOR
                MOVE LINTOT TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE "ULTIMO NUMERO NO RECCTRL" TO LR-ROTULO
                MOVE ZEROS TO LR-QTD
                MOVE W-ULT-CTRL TO LR-DE LR-ATE
                MOVE LINREC TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
      *
      * CONFERENCIA: SALTOS DE NUMERACAO E DIVERGENCIAS ENTRE
      * RECIBOS E MOVIMENTOS
                MOVE SPACES TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE "CONFERENCIA DE RECIBOS E MOVIMENTOS" TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                IF W-CONT-OCORR = ZEROS
                   MOVE "  NENHUMA OCORRENCIA - CAIXA CONFERE" TO
                                                           LINRELAT
                   PERFORM FCX-LINHA THRU FCX-LINHA-FIM.
                MOVE ZEROS TO W-IX.
       FCX-FIM-OCORR.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-OCORR
                   GO TO FCX-FIM-ASS.
                MOVE SPACES TO LINRELAT
                STRING "  " TB-OCORR (W-IX) DELIMITED BY SIZE
                       INTO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                GO TO FCX-FIM-OCORR.
       FCX-FIM-ASS.
                IF W-CONT-OCORR > W-QTD-OCORR
                   MOVE "  *** DEMAIS OCORRENCIAS OMITIDAS ***" TO
                                                           LINRELAT
                   PERFORM FCX-LINHA THRU FCX-LINHA-FIM.
                MOVE SPACES TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE SPACES TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                MOVE LINASS1 TO LINRELAT
                PERFORM FCX-LINHA THRU FCX-LINHA-FIM
                CLOSE RELAT
                MOVE W-DIA-VAL-PAG TO MASC-VAL
                DISPLAY "PAGAMENTOS DO DIA....: " W-DIA-QTD-PAG
                                                   " " MASC-VAL
                MOVE W-DIA-VAL-EST TO MASC-VAL
                DISPLAY "ESTORNOS DO DIA......: " W-DIA-QTD-EST
                                                   " " MASC-VAL
                DISPLAY "RECIBOS EMITIDOS.....: " W-DIA-QTD-REC
                DISPLAY "OCORRENCIAS..........: " W-CONT-OCORR.
       FCX-FIMS.
                GOBACK.
