          05 LD-QTD          PIC ZZZ.ZZ9.
       01 LINRES.
          05 LR-TEXTO        PIC X(60).
      *
      * RESULTADO DO PASSO DEVOLVIDO AO LOTE NOTURNO (NOTURNO)
       01 PASSO-COMUM EXTERNAL.
                COPY PASSOCOM.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       REO-CONF.
                MOVE "E" TO PSC-RESULTADO
                MOVE ZEROS TO PSC-LIDOS PSC-PROCESSADOS PSC-EXCECOES
                MOVE "REORGANIZACAO NAO CONCLUIDA" TO PSC-MENSAGEM
                IF PSC-EM-LOTE
                   GO TO REO-DESCARGA.
                DISPLAY "REORGANIZACAO DO ARQUIVO CAMIGO.DAT"
                DISPLAY "OS INDICES DE NOME E EMAIL SERAO REFEITOS."
                DISPLAY "CONFIRMA (S/N)? "
      *****************************************************
       REO-ABORTA.
                DISPLAY "REORGANIZACAO ABORTADA - CAMIGO PRESERVADO"
                MOVE "REORGANIZACAO ABORTADA - CAMIGO MANTIDO"
                                                   TO PSC-MENSAGEM
                CLOSE AMIGO
                CLOSE DESCARGA
                GO TO REO-FIMS.
                   DISPLAY "ARQUIVO SUBSTITUIDO COM SUCESSO"
                ELSE
                   DISPLAY "ARQUIVO ORIGINAL MANTIDO".
                MOVE W-CONT-DESC TO PSC-LIDOS
                MOVE W-CONT-CARGA TO PSC-PROCESSADOS
                MOVE W-CONT-ERROS TO PSC-EXCECOES
                IF ARQUIVO-TROCADO
                   MOVE "O" TO PSC-RESULTADO
                   MOVE SPACES TO PSC-MENSAGEM
                ELSE
                   MOVE "CONTAGENS DIVERGEM - CAMIGO MANTIDO"
                                                   TO PSC-MENSAGEM.
       REO-FIMS.
                GOBACK.
