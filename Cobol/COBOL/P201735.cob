          05 FILLER          PIC X(30) VALUE
                              "PARES POR EMAIL (PARTE LOCAL):".
          05 LT-CR3          PIC ZZZ.ZZ9.
      *
      * RESULTADO DO PASSO DEVOLVIDO AO LOTE NOTURNO (NOTURNO)
       01 PASSO-COMUM EXTERNAL.
                COPY PASSOCOM.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       DUP-OP0.
                MOVE "E" TO PSC-RESULTADO
                MOVE ZEROS TO PSC-LIDOS PSC-PROCESSADOS PSC-EXCECOES
                MOVE "VERIFICACAO NAO CONCLUIDA" TO PSC-MENSAGEM
                OPEN INPUT AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                CLOSE RELAT
                DISPLAY "PARES POR NASC./NOME.: " W-CONT-CR1
                DISPLAY "PARES POR TELEFONE...: " W-CONT-CR2
                DISPLAY "PARES POR EMAIL......: " W-CONT-CR3
                MOVE W-QTD TO PSC-LIDOS
                COMPUTE PSC-EXCECOES = W-CONT-CR1 + W-CONT-CR2
                                     + W-CONT-CR3
                IF PSC-EXCECOES = ZEROS
                   MOVE "O" TO PSC-RESULTADO
                   MOVE SPACES TO PSC-MENSAGEM
                ELSE
                   MOVE "A" TO PSC-RESULTADO
                   MOVE "PROVAVEIS DUPLICADOS - VER DUPAMIGO.LST"
                                                   TO PSC-MENSAGEM.
       DUP-FIMS.
                GOBACK.
