      *******************************************************
      * CONSULTA DOS MOVIMENTOS DE PAGAMENTO DE CONTRIBUICAO *
      * (CPAGTOS.DAT) - LISTA OS PAGAMENTOS INDIVIDUAIS POR  *
      * TRAS DO SALDO DE UM APELIDO/ANO DO CCONTRIB.DAT,     *
      * COM O RECIBO DE CADA PAGAMENTO E OS ESTORNOS. COM    *
      * ANO ZERO, LISTA OS PAGAMENTOS DE INGRESSOS DE EVENTOS *
      * DO APELIDO, COM O CODIGO DO EVENTO DE CADA UM        *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-ANOREF     PIC 9(04) VALUE ZEROS.
       77 W-CONT-MOV   PIC 9(06) VALUE ZEROS.
       77 W-TOT-MOV    PIC 9(07)V99 VALUE ZEROS.
       77 W-CONT-EST   PIC 9(06) VALUE ZEROS.
       77 W-TOT-EST    PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-LIQ    PIC 9(07)V99 VALUE ZEROS.
       77 W-OBS        PIC X(40) VALUE SPACES.
       77 W-OBS-EVT    PIC X(12) VALUE SPACES.
       01 MASC1        PIC 99.99.9999.
       01 MASC-VAL     PIC ZZ.ZZ9,99.
       01 MASC-TOT     PIC Z.ZZZ.ZZ9,99.
                IF W-APELIDO = SPACES
                   GO TO CPG-FIMS.
       CPG-PARM2.
                DISPLAY "INFORME O ANO DE REFERENCIA (AAAA, "
                        "0 = INGRESSOS): "
                ACCEPT W-ANOREF FROM CONSOLE
                IF W-ANOREF < 1990 AND W-ANOREF NOT = ZEROS
                   DISPLAY "*** ANO DE REFERENCIA INVALIDO ***"
                   GO TO CPG-PARM2.
       CPG-OP0.
                   CLOSE CONTRIB
                   GO TO CPG-FIMS.
       CPG-SALDO.
                IF W-ANOREF = ZEROS
                   DISPLAY "PAGAMENTOS DE INGRESSOS DE EVENTOS"
                   GO TO CPG-POSIC.
                MOVE W-APELIDO TO CTR-APELIDO
                MOVE W-ANOREF  TO CTR-ANOREF
                READ CONTRIB
                   DISPLAY "*** SEM LANCAMENTO NO CCONTRIB P/ O ANO **".
       CPG-POSIC.
                MOVE ZEROS TO W-CONT-MOV W-TOT-MOV
                              W-CONT-EST W-TOT-EST
                MOVE W-APELIDO TO PAG-APELIDO
                MOVE W-ANOREF  TO PAG-ANOREF
                MOVE ZEROS     TO PAG-SEQ
                IF PAG-APELIDO NOT = W-APELIDO
                         OR PAG-ANOREF NOT = W-ANOREF
                   GO TO CPG-FIM.
                MOVE PAG-DATA  TO MASC1
                MOVE PAG-VALOR TO MASC-VAL
                MOVE SPACES TO W-OBS W-OBS-EVT
                IF W-ANOREF = ZEROS
                   STRING "EV " PAG-EVENTO
                          DELIMITED BY SIZE INTO W-OBS-EVT.
      * O ESTORNO APARECE COM SINAL NEGATIVO, LIGADO AO PAGAMENTO
      * ESTORNADO E AO RECIBO CANCELADO
                IF PAG-ESTORNO
                   ADD 1 TO W-CONT-EST
                   ADD PAG-VALOR TO W-TOT-EST
                   IF PAG-RECIBO = ZEROS
                      STRING "ESTORNO DO SEQ " PAG-SEQ-REF
                             DELIMITED BY SIZE INTO W-OBS
                   ELSE
                      STRING "ESTORNO DO SEQ " PAG-SEQ-REF
                             " RECIBO " PAG-RECIBO " CANC."
                             DELIMITED BY SIZE INTO W-OBS
                   END-IF
                   DISPLAY PAG-SEQ " " MASC1 "-" MASC-VAL
                                   " " PAG-OPERADOR " " W-OBS-EVT
                                   W-OBS
                   READ PAGTOS NEXT RECORD
                   GO TO CPG-LOOP.
                ADD 1 TO W-CONT-MOV
                ADD PAG-VALOR TO W-TOT-MOV
                IF PAG-RECIBO NOT = ZEROS AND PAG-SEQ-REF NOT = ZEROS
                   STRING "RECIBO " PAG-RECIBO
                          " ESTORNADO (SEQ " PAG-SEQ-REF ")"
                          DELIMITED BY SIZE INTO W-OBS
                ELSE
                   IF PAG-RECIBO NOT = ZEROS
                      STRING "RECIBO " PAG-RECIBO
                             DELIMITED BY SIZE INTO W-OBS
                   ELSE
                      IF PAG-SEQ-REF NOT = ZEROS
                         STRING "ESTORNADO (SEQ " PAG-SEQ-REF ")"
                                DELIMITED BY SIZE INTO W-OBS.
                DISPLAY PAG-SEQ " " MASC1 " " MASC-VAL
                                " " PAG-OPERADOR " " W-OBS-EVT
                                W-OBS
                READ PAGTOS NEXT RECORD
                GO TO CPG-LOOP.
      *
      * ROTINA DE FIM      *
      **********************
       CPG-FIM.
                IF W-CONT-MOV = ZEROS AND W-CONT-EST = ZEROS
                   DISPLAY "*** NENHUM PAGAMENTO PARA O APELIDO/ANO **"
                   GO TO CPG-FECHA.
                MOVE W-TOT-MOV TO MASC-TOT
                DISPLAY "TOTAL DE PAGAMENTOS..: " W-CONT-MOV
                DISPLAY "VALOR DOS PAGAMENTOS.: " MASC-TOT
                IF W-CONT-EST NOT = ZEROS
                   MOVE W-TOT-EST TO MASC-TOT
                   DISPLAY "TOTAL DE ESTORNOS....: " W-CONT-EST
                   DISPLAY "VALOR ESTORNADO......: " MASC-TOT.
                IF W-TOT-EST > W-TOT-MOV
                   MOVE ZEROS TO W-TOT-LIQ
                ELSE
                   COMPUTE W-TOT-LIQ = W-TOT-MOV - W-TOT-EST.
                MOVE W-TOT-LIQ TO MASC-TOT
                DISPLAY "VALOR TOTAL PAGO.....: " MASC-TOT.
       CPG-FECHA.
                CLOSE CONTRIB
                CLOSE PAGTOS
                GO TO CPG-PARM.
