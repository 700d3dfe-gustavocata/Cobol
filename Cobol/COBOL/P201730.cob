                IF AUD-EXCLUSAO   MOVE "EXCLUSAO"   TO W-ACAO-DESC.
                IF AUD-INATIVACAO MOVE "INATIVACAO" TO W-ACAO-DESC.
                IF AUD-REATIVACAO MOVE "REATIVACAO" TO W-ACAO-DESC.
                IF AUD-FUSAO      MOVE "FUSAO"      TO W-ACAO-DESC.
                DISPLAY W-DATA-ED " " W-HORA-ED " "
                        AUD-OPERADOR " " W-ACAO-DESC
                IF AUD-ALTERACAO OR AUD-INATIVACAO OR AUD-REATIVACAO
                   PERFORM CON-CAMPOS THRU CON-CAMPOS-FIM.
                IF AUD-FUSAO
                   IF ANT-APELIDO = AUD-APELIDO
                      DISPLAY "   HISTORICO TRANSFERIDO PARA "
                                                        DEP-APELIDO
                   ELSE
                      DISPLAY "   HISTORICO RECEBIDO DE " ANT-APELIDO.
       CON-MOSTRA-FIM.
                EXIT.
      *
