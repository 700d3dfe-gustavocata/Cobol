          05 FILLER          PIC X(30) VALUE
                              "TOTAL DE EXCECOES ENCONTRADAS:".
          05 LT-EXCEC        PIC ZZZ.ZZ9.
      *
      * RESULTADO DO PASSO DEVOLVIDO AO LOTE NOTURNO (NOTURNO)
       01 PASSO-COMUM EXTERNAL.
                COPY PASSOCOM.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       VER-OP0.
                MOVE "E" TO PSC-RESULTADO
                MOVE ZEROS TO PSC-LIDOS PSC-PROCESSADOS PSC-EXCECOES
                MOVE "VERIFICACAO NAO CONCLUIDA" TO PSC-MENSAGEM
                OPEN INPUT AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                WRITE LINRELAT
                CLOSE AMIGO
                CLOSE AMIGO2
                CLOSE RELAT
      * EXCECAO NO CAMIGO.DAT (REGISTRO EM BRANCO OU INDICE
      * INCONSISTENTE) E DANO: O LOTE NOTURNO NAO PROSSEGUE
                MOVE W-CONT-PRIM  TO PSC-LIDOS
                MOVE W-CONT-ALT   TO PSC-PROCESSADOS
                MOVE W-CONT-EXCEC TO PSC-EXCECOES
                IF W-CONT-EXCEC = ZEROS
                   MOVE "O" TO PSC-RESULTADO
                   MOVE SPACES TO PSC-MENSAGEM
                ELSE
                   MOVE "E" TO PSC-RESULTADO
                   MOVE "EXCECOES NO CAMIGO - VER EXCAMIGO.LST"
                                                   TO PSC-MENSAGEM.
       VER-FIMS.
                GOBACK.
