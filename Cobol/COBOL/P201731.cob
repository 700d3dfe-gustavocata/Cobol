       77 W-COMPET-N   PIC 9(06) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-QTD-OP     PIC 9(02) VALUE ZEROS.
       77 W-TROCA-ERRO PIC 9(01) VALUE ZEROS.
          88 TROCA-FALHOU       VALUE 1.
      *
       01 W-COMPET-G.
          05 W-CP-ANO        PIC 9(04).
             10 TAB-OP-E     PIC 9(06).
             10 TAB-OP-X     PIC 9(06).
             10 TAB-OP-R     PIC 9(06).
             10 TAB-OP-F     PIC 9(06).
      *
       01 CAB1.
          05 FILLER          PIC X(20) VALUE "FATEC - ARQUIVAMENTO".
          05 FILLER          PIC X(08) VALUE "   EXCL".
          05 FILLER          PIC X(08) VALUE "   INAT".
          05 FILLER          PIC X(08) VALUE "   REAT".
          05 FILLER          PIC X(08) VALUE "    FUS".
          05 FILLER          PIC X(08) VALUE "  TOTAL".
       01 LINDET.
          05 LD-OPERADOR     PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-REAT         PIC ZZZ.ZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-FUS          PIC ZZZ.ZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-TOT          PIC ZZZ.ZZ9.
       01 LINTOT1.
          05 FILLER          PIC X(30) VALUE
          05 FILLER          PIC X(30) VALUE
                              "REGISTROS MANTIDOS...........:".
          05 LT-MANT         PIC ZZZ.ZZ9.
      *
      * RESULTADO DO PASSO DEVOLVIDO AO LOTE NOTURNO (NOTURNO)
       01 PASSO-COMUM EXTERNAL.
                COPY PASSOCOM.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ARQ-PARM.
                MOVE "E" TO PSC-RESULTADO
                MOVE ZEROS TO PSC-LIDOS PSC-PROCESSADOS PSC-EXCECOES
                MOVE "ARQUIVAMENTO NAO CONCLUIDO" TO PSC-MENSAGEM
      * NO LOTE NOTURNO A COMPETENCIA VEM NO PARAMETRO DO PASSO
                IF PSC-EM-LOTE
                   MOVE PSC-PARM TO W-COMPET-G
                   GO TO ARQ-PARM-LOTE.
                DISPLAY "ARQUIVAMENTO MENSAL DO AUDITAMI.DAT"
                DISPLAY "INFORME A COMPETENCIA DE CORTE (AAAAMM): "
                ACCEPT W-COMPET-G FROM CONSOLE
                GO TO ARQ-PARM-VAL.
       ARQ-PARM-LOTE.
                IF W-COMPET-G NOT NUMERIC
                         OR W-CP-MES < 1 OR W-CP-MES > 12
                         OR W-CP-ANO < 1990
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   MOVE "COMPETENCIA DE CORTE INVALIDA" TO PSC-MENSAGEM
                   GO TO ARQ-FIMS.
       ARQ-PARM-VAL.
                IF W-CP-MES < 1 OR W-CP-MES > 12
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO ARQ-PARM.
      *****************************************************
       ARQ-ABORTA.
                DISPLAY "ARQUIVAMENTO ABORTADO - AUDITAMI PRESERVADO"
                MOVE "ARQUIVAMENTO ABORTADO - AUDITAMI MANTIDO"
                                                   TO PSC-MENSAGEM
                CLOSE AUDITAMI
                CLOSE ARQAUD
                CLOSE AUDNOVO
                   MOVE AUD-OPERADOR TO TAB-OP-COD (W-IX)
                   MOVE ZEROS TO TAB-OP-I (W-IX) TAB-OP-A (W-IX)
                                 TAB-OP-E (W-IX) TAB-OP-X (W-IX)
                                 TAB-OP-R (W-IX) TAB-OP-F (W-IX)
                   GO TO ARQ-TALLY-SOMA.
                IF W-QTD-OP = 29
                   MOVE 30 TO W-QTD-OP
                   MOVE "*OUTROS*" TO TAB-OP-COD (30)
                   MOVE ZEROS TO TAB-OP-I (30) TAB-OP-A (30)
                                 TAB-OP-E (30) TAB-OP-X (30)
                                 TAB-OP-R (30) TAB-OP-F (30).
                MOVE 30 TO W-IX.
       ARQ-TALLY-SOMA.
                IF AUD-INCLUSAO
                   ADD 1 TO TAB-OP-X (W-IX).
                IF AUD-REATIVACAO
                   ADD 1 TO TAB-OP-R (W-IX).
                IF AUD-FUSAO
                   ADD 1 TO TAB-OP-F (W-IX).
       ARQ-TALLY-FIM.
                EXIT.
      *
                IF RETURN-CODE NOT = ZEROS
                   DISPLAY "ERRO AO PRESERVAR O AUDITAMI ANTERIOR"
                   DISPLAY "TROCA NAO EFETUADA - AUDITAMI INALTERADO"
                   MOVE 1 TO W-TROCA-ERRO
                   GO TO ARQ-REL.
                CALL "CBL_RENAME_FILE" USING W-ARQ-TRAB W-ARQ-AUDIT
                IF RETURN-CODE NOT = ZEROS
                   CALL "CBL_RENAME_FILE" USING W-ARQ-AUDBKP
                                                W-ARQ-AUDIT
                   DISPLAY "TROCA NAO EFETUADA - AUDITAMI INALTERADO"
                   MOVE 1 TO W-TROCA-ERRO
                   GO TO ARQ-REL.
      *
      *****************************************************
                MOVE TAB-OP-E (W-IX)   TO LD-EXCL
                MOVE TAB-OP-X (W-IX)   TO LD-INAT
                MOVE TAB-OP-R (W-IX)   TO LD-REAT
                MOVE TAB-OP-F (W-IX)   TO LD-FUS
                COMPUTE LD-TOT = TAB-OP-I (W-IX) + TAB-OP-A (W-IX)
                               + TAB-OP-E (W-IX) + TAB-OP-X (W-IX)
                               + TAB-OP-R (W-IX) + TAB-OP-F (W-IX)
                MOVE LINDET TO LINRELAT
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN
                DISPLAY "REGISTROS LIDOS......: " W-CONT-LIDOS
                DISPLAY "REGISTROS ARQUIVADOS.: " W-CONT-ARQ
                DISPLAY "REGISTROS MANTIDOS...: " W-CONT-MANT
                DISPLAY "GERACAO GRAVADA EM...: " W-ARQ-NOME
                MOVE W-CONT-LIDOS TO PSC-LIDOS
                MOVE W-CONT-ARQ   TO PSC-PROCESSADOS
                IF TROCA-FALHOU
                   MOVE "TROCA NAO EFETUADA - AUDITAMI INALTERADO"
                                                   TO PSC-MENSAGEM
                ELSE
                   MOVE "O" TO PSC-RESULTADO
                   MOVE SPACES TO PSC-MENSAGEM.
      *
       ARQ-FIMS.
                GOBACK.
