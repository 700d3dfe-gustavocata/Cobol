          05 FILLER          PIC X(30) VALUE
                              "TOTAL DE ORFAOS ENCONTRADOS..:".
          05 LT-EXCEC        PIC ZZZ.ZZ9.
      *
      * RESULTADO DO PASSO DEVOLVIDO AO LOTE NOTURNO (NOTURNO)
       01 PASSO-COMUM EXTERNAL.
                COPY PASSOCOM.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       VCR-OP0.
                MOVE "E" TO PSC-RESULTADO
                MOVE ZEROS TO PSC-LIDOS PSC-PROCESSADOS PSC-EXCECOES
                MOVE "VERIFICACAO NAO CONCLUIDA" TO PSC-MENSAGEM
                OPEN INPUT AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                CLOSE RELAT
                DISPLAY "CONTRIBUICOES VERIFICADAS: " W-CONT-CTR
                DISPLAY "CONVITES VERIFICADOS.....: " W-CONT-PRE
                DISPLAY "ORFAOS ENCONTRADOS.......: " W-CONT-EXCEC
                COMPUTE PSC-LIDOS = W-CONT-CTR + W-CONT-PRE
                MOVE W-CONT-EXCEC TO PSC-EXCECOES
                IF W-CONT-EXCEC = ZEROS
                   MOVE "O" TO PSC-RESULTADO
                   MOVE SPACES TO PSC-MENSAGEM
                ELSE
                   MOVE "A" TO PSC-RESULTADO
                   MOVE "ORFAOS ENCONTRADOS - VER EXCRUZA.LST"
                                                   TO PSC-MENSAGEM.
       VCR-FIMS.
                GOBACK.
