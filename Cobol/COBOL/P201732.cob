       77 W-CONT-LIDOS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-INAT     PIC 9(06) VALUE ZEROS.
       77 W-CONT-PURGA    PIC 9(06) VALUE ZEROS.
       77 W-CONT-ERRO     PIC 9(06) VALUE ZEROS.
      *
      * OPERADOR JA IDENTIFICADO NO MENU (MENUAMI); QUANDO PREENCHIDO,
      * A PURGA NAO PEDE NOVA IDENTIFICACAO
          05 W-HOJE-ANO      PIC 9(04).
          05 W-HOJE-MES      PIC 9(02).
          05 W-HOJE-DIA      PIC 9(02).
      *
      * PARAMETRO DO PASSO NO LOTE NOTURNO: ANOS DE INATIVIDADE
       01 W-PARM-LOTE.
          05 W-PARM-ANOS     PIC 9(02).
          05 FILLER          PIC X(18).
      *
      * RESULTADO DO PASSO DEVOLVIDO AO LOTE NOTURNO (NOTURNO)
       01 PASSO-COMUM EXTERNAL.
                COPY PASSOCOM.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PUR-PARM.
                MOVE "E" TO PSC-RESULTADO
                MOVE ZEROS TO PSC-LIDOS PSC-PROCESSADOS PSC-EXCECOES
                MOVE "PURGA NAO CONCLUIDA" TO PSC-MENSAGEM
                IF PSC-EM-LOTE
                   GO TO PUR-PARM-LOTE.
                DISPLAY "PURGA DE AMIGOS INATIVOS DO CADASTRO"
                DISPLAY "INFORME O NUMERO DE ANOS DE INATIVIDADE"
                DISPLAY "PARA A REMOCAO FISICA (01-50): "
                IF W-ANOS < 1 OR W-ANOS > 50
                   DISPLAY "*** NUMERO DE ANOS INVALIDO ***"
                   GO TO PUR-PARM.
                GO TO PUR-OPERADOR.
      * NO LOTE NOTURNO OS ANOS VEM NO PARAMETRO DO PASSO E NAO HA
      * CONFIRMACAO NO CONSOLE
       PUR-PARM-LOTE.
                MOVE PSC-PARM TO W-PARM-LOTE
                IF W-PARM-ANOS NOT NUMERIC
                         OR W-PARM-ANOS < 1 OR W-PARM-ANOS > 50
                   DISPLAY "*** NUMERO DE ANOS INVALIDO ***"
                   MOVE "NUMERO DE ANOS INVALIDO NO PARAMETRO"
                                                   TO PSC-MENSAGEM
                   GO TO PUR-FIMS.
                MOVE W-PARM-ANOS TO W-ANOS.
       PUR-OPERADOR.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   DISPLAY "*** OPERADOR E OBRIGATORIO ***"
                   GO TO PUR-OPERADOR.
       PUR-CONF.
                IF PSC-EM-LOTE
                   GO TO PUR-LIMITE.
                DISPLAY "CONFIRMA A PURGA DEFINITIVA (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO PUR-CONF.
       PUR-LIMITE.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                COMPUTE W-LIMITE-N = (W-HOJE-ANO - W-ANOS) * 10000
                                     + W-HOJE-MES * 100 + W-HOJE-DIA.
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA EXCLUSAO DO AMIGO " APELIDO
                                               " - " ST-ERRO
                   ADD 1 TO W-CONT-ERRO
                   GO TO PUR-DELETA-FIM.
                ADD 1 TO W-CONT-PURGA
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                CLOSE AUDITAMI
                DISPLAY "REGISTROS LIDOS......: " W-CONT-LIDOS
                DISPLAY "REGISTROS INATIVOS...: " W-CONT-INAT
                DISPLAY "REGISTROS PURGADOS...: " W-CONT-PURGA
                MOVE W-CONT-LIDOS TO PSC-LIDOS
                MOVE W-CONT-PURGA TO PSC-PROCESSADOS
                MOVE W-CONT-ERRO  TO PSC-EXCECOES
                IF W-CONT-ERRO = ZEROS
                   MOVE "O" TO PSC-RESULTADO
                   MOVE SPACES TO PSC-MENSAGEM
                ELSE
                   MOVE "FALHA NA EXCLUSAO DE AMIGOS INATIVOS"
                                                   TO PSC-MENSAGEM.
       PUR-FIMS.
                GOBACK.
