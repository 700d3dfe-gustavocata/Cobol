       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * LANCAMENTO EM LOTE DOS PAGAMENTOS DO RETORNO DO      *
      * BANCO (BOLETOS). LE O ARQUIVO RETBANCO.TXT (APELIDO, *
      * ANO DE REFERENCIA, VALOR PAGO, DATA DO PAGAMENTO E   *
      * NUMERO DO DOCUMENTO BANCARIO), VALIDA CADA LINHA     *
      * CONTRA O CAMIGO.DAT E O LANCAMENTO DO ANO NO         *
      * CCONTRIB.DAT E LANCA O PAGAMENTO COMO A TELA DO      *
      * CCONTRIB: MOVIMENTO NO CPAGTOS.DAT, ACUMULO NO       *
      * CTR-PAGO E RECIBO NUMERADO NO CRECIBOS.DAT. CADA     *
      * DOCUMENTO LANCADO FICA NO CDOCBANC.DAT, DE MODO QUE  *
      * O MESMO DOCUMENTO (OU O MESMO ARQUIVO REPROCESSADO)  *
      * NUNCA E LANCADO DUAS VEZES. AS LINHAS RECUSADAS VAO  *
      * PARA RETREJEI.LST COM O MOTIVO, SEM INTERROMPER O    *
      * PROCESSAMENTO; OS LANCAMENTOS EFETIVADOS E OS        *
      * TOTAIS ACEITOS/RECUSADOS, PARA CONFERENCIA COM O     *
      * EXTRATO DO BANCO, VAO PARA RETBANCO.LST              *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AMIGO
                    COPY AMIGOSEL.
       SELECT CONTRIB
                    COPY CONTRSEL.
       SELECT PAGTOS
                    COPY PAGTOSEL.
       SELECT RECIBS
                    COPY RECIBSEL.
       SELECT DOCBANC
                    COPY DOCBASEL.
       SELECT RECCTRL ASSIGN TO DISK
                    ORGANIZATION IS RELATIVE
                    ACCESS MODE  IS RANDOM
                    RELATIVE KEY IS W-RCT-REC
                    FILE STATUS  IS ST-RCT.
       SELECT RETORNO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.
       SELECT RELAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT REJEI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REJ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAMIGO.DAT".
       01 REGAMIGO.
                COPY REGAMIGO REPLACING ==:TAG:== BY == ==.
      *
       FD CONTRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CCONTRIB.DAT".
       01 REGCONTR.
                COPY REGCONTR REPLACING ==:TAG:== BY == ==.
      *
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
       FD DOCBANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CDOCBANC.DAT".
       01 REGDOCBA.
                COPY REGDOCBA REPLACING ==:TAG:== BY == ==.
      *
       FD RECCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECCTRL.DAT".
       01 REG-RECCTRL.
          03 RCT-ULT-NUMERO     PIC 9(06).
      *
      * LINHA DO ARQUIVO DE RETORNO DO BANCO: VALOR COM DUAS
      * DECIMAIS IMPLICITAS E DATA DO PAGAMENTO NO FORMATO DDMMAAAA
       FD RETORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETBANCO.TXT".
       01 REG-RETORNO.
          05 RET-APELIDO        PIC X(12).
          05 RET-ANOREF         PIC 9(04).
          05 RET-VALOR          PIC 9(05)V99.
          05 RET-DATA-PAGTO.
             07 RET-DIA         PIC 9(02).
             07 RET-MES         PIC 9(02).
             07 RET-ANO         PIC 9(04).
          05 RET-DOCUMENTO      PIC X(20).
      *
       FD RELAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETBANCO.LST".
       01 LINRELAT            PIC X(80).
      *
       FD REJEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETREJEI.LST".
       01 LINREJEI            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CTR       PIC X(02) VALUE "00".
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-DOB       PIC X(02) VALUE "00".
       77 ST-RCT       PIC X(02) VALUE "00".
       77 ST-RET       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-REJ       PIC X(02) VALUE "00".
       77 W-RCT-REC    PIC 9(01) VALUE 1.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-LINHA      PIC 9(06) VALUE ZEROS.
       77 W-PROXSEQ    PIC 9(03) VALUE ZEROS.
       77 W-NUM-RECIBO PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-SALDO      PIC 9(05)V99 VALUE ZEROS.
       77 W-CONT-LIDOS PIC 9(06) VALUE ZEROS.
       77 W-CONT-ACE   PIC 9(06) VALUE ZEROS.
       77 W-CONT-REJ   PIC 9(06) VALUE ZEROS.
       77 W-TOT-LIDOS  PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-ACE    PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-REJ    PIC 9(07)V99 VALUE ZEROS.
       77 W-ANO-LIM    PIC 9(04) VALUE ZEROS.
       77 W-AA4        PIC 9(04) VALUE ZEROS.
       77 W-MAXDIA     PIC 9(02) VALUE ZEROS.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-RESTO      PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO   PIC 9(01) VALUE ZEROS.
          88 ANO-BISSEXTO       VALUE 1.
       77 W-PARCIAL    PIC 9(01) VALUE ZEROS.
          88 LANCA-PARCIAL      VALUE 1.
       77 W-PAGTO-N    PIC 9(08) VALUE ZEROS.
       77 W-HOJE-N     PIC 9(08) VALUE ZEROS.
      *
      * OPERADOR JA IDENTIFICADO NO MENU (MENUAMI); QUANDO PREENCHIDO,
      * O LANCAMENTO NAO PEDE NOVA IDENTIFICACAO
       01 OPERADOR-COMUM  PIC X(08) EXTERNAL.
      *
       01 W-HOJE.
          05 W-HOJE-ANO      PIC 9(04).
          05 W-HOJE-MES      PIC 9(02).
          05 W-HOJE-DIA      PIC 9(02).
       01 W-DATA-PROC.
          05 W-PROC-DIA      PIC 9(02).
          05 W-PROC-MES      PIC 9(02).
          05 W-PROC-ANO      PIC 9(04).
       01 W-DATA-PROC-N REDEFINES W-DATA-PROC PIC 9(08).
      *
      *-----------------------------------------------------------------
      * TABELA DE DIAS POR MES, USADA NA VALIDACAO DA DATA DE          *
      * PAGAMENTO INFORMADA PELO BANCO                                 *
      *-----------------------------------------------------------------
       01 TAB-DIAS-MES-V.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 28.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 30.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 30.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 30.
          05 FILLER          PIC 9(02) VALUE 31.
          05 FILLER          PIC 9(02) VALUE 30.
          05 FILLER          PIC 9(02) VALUE 31.
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-V.
          05 DIAS-MES-VAL    PIC 9(02) OCCURS 12 TIMES.
      *
       01 MASC-VAL     PIC ZZ.ZZ9,99.
      *
       01 CAB1.
          05 FILLER          PIC X(20) VALUE "FATEC - RETORNO BANC".
          05 FILLER          PIC X(23) VALUE "ARIO - LANCAMENTOS EM: ".
          05 CAB1-DATA       PIC 99.99.9999.
       01 CAB1R.
          05 FILLER          PIC X(20) VALUE "FATEC - RETORNO BANC".
          05 FILLER          PIC X(23) VALUE "ARIO - RECUSADOS EM:   ".
          05 CAB1R-DATA      PIC 99.99.9999.
       01 CAB2.
          05 FILLER          PIC X(07) VALUE "LINHA".
          05 FILLER          PIC X(13) VALUE "APELIDO".
          05 FILLER          PIC X(05) VALUE "ANO".
          05 FILLER          PIC X(10) VALUE "     VALOR".
          05 FILLER          PIC X(01) VALUE SPACES.
          05 FILLER          PIC X(21) VALUE "DOCUMENTO".
          05 FILLER          PIC X(10) VALUE "    RECIBO".
       01 CAB2R.
          05 FILLER          PIC X(07) VALUE "LINHA".
          05 FILLER          PIC X(13) VALUE "APELIDO".
          05 FILLER          PIC X(05) VALUE "ANO".
          05 FILLER          PIC X(10) VALUE "     VALOR".
          05 FILLER          PIC X(01) VALUE SPACES.
          05 FILLER          PIC X(21) VALUE "DOCUMENTO".
          05 FILLER          PIC X(06) VALUE "MOTIVO".
       01 LINDET.
          05 LD-LINHA        PIC ZZZZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-APELIDO      PIC X(12).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-ANOREF       PIC 9(04).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-VALOR        PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LD-DOCUMENTO    PIC X(20).
          05 FILLER          PIC X(04) VALUE SPACES.
          05 LD-RECIBO       PIC 9(06).
       01 LINREJ.
          05 LR-LINHA        PIC ZZZZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LR-APELIDO      PIC X(12).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LR-ANOREF       PIC 9(04).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LR-VALOR        PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LR-DOCUMENTO    PIC X(20).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LR-MOTIVO       PIC X(23).
       01 LINTOT.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LT-ROTULO       PIC X(30).
          05 LT-QTD          PIC ZZZ.ZZ9.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 LT-VALOR        PIC Z.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       RTB-CONF.
                DISPLAY "LANCAMENTO DOS PAGAMENTOS DO RETORNO BANCARIO"
                DISPLAY "ARQUIVO DE ENTRADA: RETBANCO.TXT"
                DISPLAY "CONFIRMA (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** LANCAMENTO CANCELADO ***"
                   GO TO RTB-FIMS.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO RTB-CONF.
       RTB-OPERADOR.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   MOVE OPERADOR-COMUM TO W-OPERADOR
                   GO TO RTB-OP0.
                DISPLAY "CODIGO DO OPERADOR: "
                ACCEPT W-OPERADOR FROM CONSOLE
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR E OBRIGATORIO ***"
                   GO TO RTB-OPERADOR.
      *
       RTB-OP0.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                COMPUTE W-ANO-LIM = W-HOJE-ANO + 1
                COMPUTE W-HOJE-N = W-HOJE-ANO * 10000
                                     + W-HOJE-MES * 100 + W-HOJE-DIA
                MOVE W-HOJE-DIA TO W-PROC-DIA
                MOVE W-HOJE-MES TO W-PROC-MES
                MOVE W-HOJE-ANO TO W-PROC-ANO
                OPEN INPUT RETORNO
                IF ST-RET NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RETBANCO.TXT - " ST-RET
                   GO TO RTB-FIMS.
                OPEN INPUT AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                   CLOSE RETORNO
                   GO TO RTB-FIMS.
                OPEN I-O CONTRIB
                IF ST-CTR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CONTRIB - " ST-CTR
                   CLOSE RETORNO
                   CLOSE AMIGO
                   GO TO RTB-FIMS.
       RTB-OP1.
                OPEN I-O PAGTOS
                IF ST-PAG NOT = "00"
                     IF ST-PAG = "30"
                           OPEN OUTPUT PAGTOS
                           CLOSE PAGTOS
                           DISPLAY "*** ARQUIVO PAGTOS SENDO CRIADO ***"
                           GO TO RTB-OP1
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO PAGTOS - "
                                                            ST-PAG
                           CLOSE RETORNO
                           CLOSE AMIGO
                           CLOSE CONTRIB
                           GO TO RTB-FIMS
                     ELSE
                         NEXT SENTENCE.
       RTB-OP2.
                OPEN I-O RECIBS
                IF ST-REC NOT = "00"
                     IF ST-REC = "30"
                           OPEN OUTPUT RECIBS
                           CLOSE RECIBS
                           DISPLAY "*** ARQUIVO RECIBS SENDO CRIADO ***"
                           GO TO RTB-OP2
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO RECIBS - "
                                                            ST-REC
                           CLOSE RETORNO
                           CLOSE AMIGO
                           CLOSE CONTRIB
                           CLOSE PAGTOS
                           GO TO RTB-FIMS
                     ELSE
                         NEXT SENTENCE.
       RTB-OP3.
                OPEN I-O RECCTRL
                IF ST-RCT NOT = "00"
                     IF ST-RCT = "30" OR "35"
                           OPEN OUTPUT RECCTRL
                           MOVE ZEROS TO RCT-ULT-NUMERO
                           MOVE 1 TO W-RCT-REC
                           WRITE REG-RECCTRL
                           CLOSE RECCTRL
                           GO TO RTB-OP3
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO RECCTRL - "
                                                            ST-RCT
                           CLOSE RETORNO
                           CLOSE AMIGO
                           CLOSE CONTRIB
                           CLOSE PAGTOS
                           CLOSE RECIBS
                           GO TO RTB-FIMS
                     ELSE
                         NEXT SENTENCE.
       RTB-OP4.
                OPEN I-O DOCBANC
                IF ST-DOB NOT = "00"
                     IF ST-DOB = "30" OR "35"
                           OPEN OUTPUT DOCBANC
                           CLOSE DOCBANC
                           DISPLAY "*** ARQUIVO DOCBANC SENDO CRIADO **"
                           GO TO RTB-OP4
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO DOCBANC - "
                                                            ST-DOB
                           CLOSE RETORNO
                           CLOSE AMIGO
                           CLOSE CONTRIB
                           CLOSE PAGTOS
                           CLOSE RECIBS
                           CLOSE RECCTRL
                           GO TO RTB-FIMS
                     ELSE
                         NEXT SENTENCE.
                OPEN OUTPUT RELAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO - " ST-REL
                   CLOSE RETORNO
                   CLOSE AMIGO
                   CLOSE CONTRIB
                   CLOSE PAGTOS
                   CLOSE RECIBS
                   CLOSE RECCTRL
                   CLOSE DOCBANC
                   GO TO RTB-FIMS.
                OPEN OUTPUT REJEI
                IF ST-REJ NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DOS RECUSADOS - " ST-REJ
                   CLOSE RETORNO
                   CLOSE AMIGO
                   CLOSE CONTRIB
                   CLOSE PAGTOS
                   CLOSE RECIBS
                   CLOSE RECCTRL
                   CLOSE DOCBANC
                   CLOSE RELAT
                   GO TO RTB-FIMS.
                MOVE W-DATA-PROC-N TO CAB1-DATA CAB1R-DATA
                MOVE CAB1 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE CAB2 TO LINRELAT
                WRITE LINRELAT
                MOVE CAB1R TO LINREJEI
                WRITE LINREJEI
                MOVE SPACES TO LINREJEI
                WRITE LINREJEI
                MOVE CAB2R TO LINREJEI
                WRITE LINREJEI
                READ RETORNO AT END MOVE "10" TO ST-RET.
      *
       RTB-LOOP.
                IF ST-RET NOT = "00"
                   GO TO RTB-FIM.
                ADD 1 TO W-LINHA
                ADD 1 TO W-CONT-LIDOS
                IF RET-VALOR IS NUMERIC
                   ADD RET-VALOR TO W-TOT-LIDOS.
                PERFORM RTB-VALIDA THRU RTB-VALIDA-FIM
                IF W-MOTIVO NOT = SPACES
                   PERFORM RTB-REJEITA THRU RTB-REJEITA-FIM
                ELSE
                   PERFORM RTB-LANCA THRU RTB-LANCA-FIM.
                READ RETORNO AT END MOVE "10" TO ST-RET.
                GO TO RTB-LOOP.
      *
      *****************************************************
      * VALIDACAO DA LINHA DO RETORNO; W-MOTIVO SAI EM     *
      * BRANCO QUANDO A LINHA PODE SER LANCADA             *
      *****************************************************
       RTB-VALIDA.
                MOVE SPACES TO W-MOTIVO
                IF RET-DOCUMENTO = SPACES
                   MOVE "DOCUMENTO NAO INFORMADO" TO W-MOTIVO
                   GO TO RTB-VALIDA-FIM.
                MOVE RET-DOCUMENTO TO DOB-DOCUMENTO
                READ DOCBANC
                IF ST-DOB = "00" AND DOB-PENDENTE
                   MOVE "LANCAMENTO PARCIAL - CONFERIR" TO W-MOTIVO
                   GO TO RTB-VALIDA-FIM.
                IF ST-DOB = "00"
                   MOVE "DOCUMENTO JA LANCADO" TO W-MOTIVO
                   GO TO RTB-VALIDA-FIM.
                IF ST-DOB NOT = "23"
                   DISPLAY "ERRO NA LEITURA DO DOCBANC - " ST-DOB
                   GO TO RTB-ABORTA.
                IF RET-VALOR NOT NUMERIC OR RET-VALOR = ZEROS
                   MOVE "VALOR INVALIDO" TO W-MOTIVO
                   GO TO RTB-VALIDA-FIM.
                IF RET-ANOREF NOT NUMERIC
                         OR RET-ANOREF < 1990 OR RET-ANOREF > W-ANO-LIM
                   MOVE "ANO DE REFERENCIA INVALIDO" TO W-MOTIVO
                   GO TO RTB-VALIDA-FIM.
                PERFORM RTB-VALDATA THRU RTB-VALDATA-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO RTB-VALIDA-FIM.
                MOVE RET-APELIDO TO APELIDO
                READ AMIGO
                IF ST-ERRO = "23"
                   MOVE "APELIDO NAO CADASTRADO" TO W-MOTIVO
                   GO TO RTB-VALIDA-FIM.
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA LEITURA DO AMIGO - " ST-ERRO
                   GO TO RTB-ABORTA.
                IF CAT-HONORARIO
                   MOVE "AMIGO HONORARIO - ISENTO" TO W-MOTIVO
                   GO TO RTB-VALIDA-FIM.
                MOVE RET-APELIDO TO CTR-APELIDO
                MOVE RET-ANOREF  TO CTR-ANOREF
                READ CONTRIB
                IF ST-CTR = "23"
                   MOVE "SEM LANCAMENTO NO ANO" TO W-MOTIVO
                   GO TO RTB-VALIDA-FIM.
                IF ST-CTR NOT = "00"
                   DISPLAY "ERRO NA LEITURA DO CONTRIB - " ST-CTR
                   GO TO RTB-ABORTA.
                IF CTR-PAGO NOT LESS CTR-DEVIDO
                   MOVE "ANO JA QUITADO" TO W-MOTIVO
                   GO TO RTB-VALIDA-FIM.
                COMPUTE W-SALDO = CTR-DEVIDO - CTR-PAGO
                IF RET-VALOR > W-SALDO
                   MOVE "VALOR ACIMA DO SALDO DEVIDO" TO W-MOTIVO.
       RTB-VALIDA-FIM.
                EXIT.
      *
      * DATA DO PAGAMENTO: MESMOS CRITERIOS DA TELA DO CCONTRIB
       RTB-VALDATA.
                IF RET-DATA-PAGTO NOT NUMERIC
                   MOVE "DATA DE PAGAMENTO INVALIDA" TO W-MOTIVO
                   GO TO RTB-VALDATA-FIM.
                IF RET-MES < 1 OR RET-MES > 12 OR RET-ANO < 1990
                   MOVE "DATA DE PAGAMENTO INVALIDA" TO W-MOTIVO
                   GO TO RTB-VALDATA-FIM.
                MOVE RET-ANO TO W-AA4
                PERFORM RTB-BISSEXTO THRU RTB-BISSEXTO-FIM
                MOVE DIAS-MES-VAL (RET-MES) TO W-MAXDIA
                IF RET-MES = 02 AND ANO-BISSEXTO
                   MOVE 29 TO W-MAXDIA.
                IF RET-DIA < 1 OR RET-DIA > W-MAXDIA
                   MOVE "DATA DE PAGAMENTO INVALIDA" TO W-MOTIVO
                   GO TO RTB-VALDATA-FIM.
                COMPUTE W-PAGTO-N = RET-ANO * 10000
                                     + RET-MES * 100 + RET-DIA
                IF W-PAGTO-N > W-HOJE-N
                   MOVE "DATA DE PAGAMENTO NO FUTURO" TO W-MOTIVO.
       RTB-VALDATA-FIM.
                EXIT.
      *
       RTB-BISSEXTO.
                MOVE ZEROS TO W-BISSEXTO
                DIVIDE W-AA4 BY 4 GIVING W-IND REMAINDER W-RESTO
                IF W-RESTO NOT = ZEROS
                   GO TO RTB-BISSEXTO-FIM.
                DIVIDE W-AA4 BY 100 GIVING W-IND REMAINDER W-RESTO
                IF W-RESTO NOT = ZEROS
                   MOVE 1 TO W-BISSEXTO
                   GO TO RTB-BISSEXTO-FIM.
                DIVIDE W-AA4 BY 400 GIVING W-IND REMAINDER W-RESTO
                IF W-RESTO = ZEROS
                   MOVE 1 TO W-BISSEXTO.
       RTB-BISSEXTO-FIM.
                EXIT.
      *
       RTB-REJEITA.
                ADD 1 TO W-CONT-REJ
                IF RET-VALOR IS NUMERIC
                   ADD RET-VALOR TO W-TOT-REJ
                   MOVE RET-VALOR TO LR-VALOR
                ELSE
                   MOVE ZEROS TO LR-VALOR.
                MOVE W-LINHA       TO LR-LINHA
                MOVE RET-APELIDO   TO LR-APELIDO
                MOVE RET-ANOREF    TO LR-ANOREF
                MOVE RET-DOCUMENTO TO LR-DOCUMENTO
                MOVE W-MOTIVO      TO LR-MOTIVO
                MOVE LINREJ TO LINREJEI
                WRITE LINREJEI.
       RTB-REJEITA-FIM.
                EXIT.
      *
      *****************************************************
      * LANCAMENTO DA LINHA ACEITA: O DOCUMENTO BANCARIO *
      * E GRAVADO PRIMEIRO COMO PENDENTE; DEPOIS, NA MESMA *
      * ORDEM DA TELA DO CCONTRIB, O MOVIMENTO COM O       *
      * PROXIMO SEQ DO APELIDO/ANO, O ACUMULO NO CTR-PAGO  *
      * E O RECIBO NUMERADO; POR ULTIMO O DOCUMENTO PASSA  *
      * A LANCADO. UMA INTERRUPCAO NO MEIO DEIXA O         *
      * DOCUMENTO PENDENTE E O REPROCESSAMENTO O RECUSA    *
      *****************************************************
       RTB-LANCA.
                PERFORM RTB-PROXSEQ THRU RTB-PROXSEQ-FIM
                MOVE ZEROS TO W-NUM-RECIBO
                PERFORM RTB-MONTA-DOB THRU RTB-MONTA-DOB-FIM
                MOVE "P" TO DOB-SITUACAO
                WRITE REGDOCBA
                IF ST-DOB NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO DOCBANC - " ST-DOB
                   GO TO RTB-ABORTA.
                MOVE RET-APELIDO    TO PAG-APELIDO
                MOVE RET-ANOREF     TO PAG-ANOREF
                MOVE W-PROXSEQ      TO PAG-SEQ
                MOVE RET-VALOR      TO PAG-VALOR
                MOVE RET-DATA-PAGTO TO PAG-DATA
                MOVE W-OPERADOR     TO PAG-OPERADOR
                MOVE "P"            TO PAG-TIPO
                MOVE ZEROS          TO PAG-SEQ-REF PAG-RECIBO
                MOVE SPACES         TO PAG-EVENTO
                WRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO PAGTOS - " ST-PAG
                   PERFORM RTB-DESFAZ-DOB THRU RTB-DESFAZ-DOB-FIM
                   GO TO RTB-ABORTA.
                MOVE 1 TO W-PARCIAL
                ADD RET-VALOR TO CTR-PAGO
                MOVE RET-DATA-PAGTO TO CTR-DATA-PAGTO
                REWRITE REGCONTR
                IF ST-CTR NOT = "00" AND "02"
                   DISPLAY "ERRO NA REGRAVACAO DO CONTRIB - " ST-CTR
                   GO TO RTB-ABORTA.
                MOVE 1 TO W-RCT-REC
                READ RECCTRL
                IF ST-RCT NOT = "00"
                   DISPLAY "ERRO NA LEITURA DO RECCTRL - " ST-RCT
                   GO TO RTB-ABORTA.
                ADD 1 TO RCT-ULT-NUMERO
                MOVE RCT-ULT-NUMERO TO W-NUM-RECIBO
                MOVE 1 TO W-RCT-REC
                REWRITE REG-RECCTRL
                IF ST-RCT NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO RECCTRL - " ST-RCT
                   GO TO RTB-ABORTA.
                MOVE W-NUM-RECIBO   TO REC-NUMERO
                MOVE RET-APELIDO    TO REC-APELIDO
                MOVE RET-ANOREF     TO REC-ANOREF
                MOVE RET-VALOR      TO REC-VALOR
                MOVE RET-DATA-PAGTO TO REC-DATA
                MOVE W-OPERADOR     TO REC-OPERADOR
                MOVE PAG-SEQ        TO REC-PAG-SEQ
                MOVE "V"            TO REC-SITUACAO
                MOVE ZEROS          TO REC-DATA-CANC
                MOVE SPACES         TO REC-OPER-CANC REC-MOTIVO-CANC
                                       REC-EVENTO
                WRITE REGRECIB
                IF ST-REC NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO RECIBS - " ST-REC
                   GO TO RTB-ABORTA.
                MOVE W-NUM-RECIBO TO PAG-RECIBO
                REWRITE REGPAGTO
                IF ST-PAG NOT = "00" AND "02"
                   DISPLAY "ERRO NA REGRAVACAO DO PAGTOS - " ST-PAG
                   GO TO RTB-ABORTA.
                PERFORM RTB-MONTA-DOB THRU RTB-MONTA-DOB-FIM
                MOVE "L" TO DOB-SITUACAO
                REWRITE REGDOCBA
                IF ST-DOB NOT = "00" AND "02"
                   DISPLAY "ERRO NA REGRAVACAO DO DOCBANC - " ST-DOB
                   GO TO RTB-ABORTA.
                MOVE ZEROS TO W-PARCIAL
                ADD 1 TO W-CONT-ACE
                ADD RET-VALOR TO W-TOT-ACE
                MOVE W-LINHA       TO LD-LINHA
                MOVE RET-APELIDO   TO LD-APELIDO
                MOVE RET-ANOREF    TO LD-ANOREF
                MOVE RET-VALOR     TO LD-VALOR
                MOVE RET-DOCUMENTO TO LD-DOCUMENTO
                MOVE W-NUM-RECIBO  TO LD-RECIBO
                MOVE LINDET TO LINRELAT
                WRITE LINRELAT.
       RTB-LANCA-FIM.
                EXIT.
      *
      * REGISTRO DO DOCUMENTO BANCARIO DA LINHA EM LANCAMENTO;
      * O RECIBO FICA ZERADO ENQUANTO O DOCUMENTO ESTA PENDENTE
       RTB-MONTA-DOB.
                MOVE RET-DOCUMENTO  TO DOB-DOCUMENTO
                MOVE RET-APELIDO    TO DOB-APELIDO
                MOVE RET-ANOREF     TO DOB-ANOREF
                MOVE W-PROXSEQ      TO DOB-PAG-SEQ
                MOVE RET-VALOR      TO DOB-VALOR
                MOVE RET-DATA-PAGTO TO DOB-DATA-PAGTO
                MOVE W-NUM-RECIBO   TO DOB-RECIBO
                MOVE W-DATA-PROC-N  TO DOB-DATA-PROC
                MOVE W-OPERADOR     TO DOB-OPERADOR.
       RTB-MONTA-DOB-FIM.
                EXIT.
      *
      * FALHA NO PRIMEIRO ARQUIVO DO LANCAMENTO: NADA FOI LANCADO,
      * ENTAO O DOCUMENTO PENDENTE E EXCLUIDO E PODE SER REPROCESSADO
       RTB-DESFAZ-DOB.
                MOVE RET-DOCUMENTO TO DOB-DOCUMENTO
                DELETE DOCBANC RECORD
                IF ST-DOB NOT = "00"
                   DISPLAY "ERRO NA EXCLUSAO DO DOCBANC - " ST-DOB.
       RTB-DESFAZ-DOB-FIM.
                EXIT.
      *
      *****************************************************
      * PROXIMO NUMERO DE SEQUENCIA DE PAGAMENTO DO        *
      * APELIDO/ANO DA LINHA (ULTIMO GRAVADO + 1)          *
      *****************************************************
       RTB-PROXSEQ.
                MOVE ZEROS TO W-PROXSEQ
                MOVE RET-APELIDO TO PAG-APELIDO
                MOVE RET-ANOREF  TO PAG-ANOREF
                MOVE ZEROS       TO PAG-SEQ
                START PAGTOS KEY IS NOT LESS PAG-CHAVE
                IF ST-PAG NOT = "00"
                   GO TO RTB-PROXSEQ-SOMA.
       RTB-PROXSEQ-LE.
                READ PAGTOS NEXT RECORD
                IF ST-PAG NOT = "00"
                   GO TO RTB-PROXSEQ-SOMA.
                IF PAG-APELIDO = RET-APELIDO
                         AND PAG-ANOREF = RET-ANOREF
                   MOVE PAG-SEQ TO W-PROXSEQ
                   GO TO RTB-PROXSEQ-LE.
       RTB-PROXSEQ-SOMA.
                ADD 1 TO W-PROXSEQ.
       RTB-PROXSEQ-FIM.
                EXIT.
      *
      *****************************************************
      * FALHA DE E/S NOS ARQUIVOS DO SISTEMA: ENCERRA SEM  *
      * PROCESSAR O RESTO DO RETORNO. AS LINHAS JA         *
      * LANCADAS TEM O DOCUMENTO LANCADO NO CDOCBANC.DAT E *
      * SAO RECUSADAS COMO JA LANCADAS NO REPROCESSAMENTO. *
      * SE A FALHA OCORREU NO MEIO DO LANCAMENTO DE UMA    *
      * LINHA, O DOCUMENTO DELA FICA PENDENTE, E RECUSADO  *
      * NO REPROCESSAMENTO E O APELIDO/ANO/SEQ E O         *
      * DOCUMENTO SAO INFORMADOS PARA CONFERENCIA DO QUE   *
      * FOI GRAVADO NO CPAGTOS, CCONTRIB E CRECIBOS        *
      *****************************************************
       RTB-ABORTA.
                DISPLAY "LANCAMENTO INTERROMPIDO NA LINHA " W-LINHA
                DISPLAY "LINHAS LANCADAS ATE A INTERRUPCAO: "
                                                       W-CONT-ACE
                MOVE SPACES TO LINRELAT
                STRING "*** PROCESSAMENTO INTERROMPIDO NA LINHA "
                       W-LINHA " ***" DELIMITED BY SIZE INTO LINRELAT
                WRITE LINRELAT
                IF NOT LANCA-PARCIAL
                   GO TO RTB-ABORTA-FECHA.
                DISPLAY "LANCAMENTO PARCIAL - NAO REPROCESSAR SEM "
                        "CONFERIR"
                DISPLAY "APELIDO " RET-APELIDO " ANO " RET-ANOREF
                        " SEQ " W-PROXSEQ
                DISPLAY "DOCUMENTO " RET-DOCUMENTO
                MOVE SPACES TO LINRELAT
                STRING "*** LANCAMENTO PARCIAL - NAO REPROCESSAR SEM "
                       "CONFERIR ***" DELIMITED BY SIZE INTO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                STRING "*** APELIDO " RET-APELIDO " ANO " RET-ANOREF
                       " SEQ " W-PROXSEQ " DOCUMENTO " RET-DOCUMENTO
                       DELIMITED BY SIZE INTO LINRELAT
                WRITE LINRELAT.
       RTB-ABORTA-FECHA.
                CLOSE RETORNO
                CLOSE AMIGO
                CLOSE CONTRIB
                CLOSE PAGTOS
                CLOSE RECIBS
                CLOSE RECCTRL
                CLOSE DOCBANC
                CLOSE RELAT
                CLOSE REJEI
                GO TO RTB-FIMS.
      *
      *****************************************************
      * TOTAIS PARA CONFERENCIA COM O EXTRATO DO BANCO     *
      *****************************************************
       RTB-FIM.
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE "LINHAS LIDAS NO RETORNO" TO LT-ROTULO
                MOVE W-CONT-LIDOS TO LT-QTD
                MOVE W-TOT-LIDOS TO LT-VALOR
                MOVE LINTOT TO LINRELAT
                WRITE LINRELAT
                MOVE "PAGAMENTOS LANCADOS" TO LT-ROTULO
                MOVE W-CONT-ACE TO LT-QTD
                MOVE W-TOT-ACE TO LT-VALOR
                MOVE LINTOT TO LINRELAT
                WRITE LINRELAT
                MOVE "LINHAS RECUSADAS" TO LT-ROTULO
                MOVE W-CONT-REJ TO LT-QTD
                MOVE W-TOT-REJ TO LT-VALOR
                MOVE LINTOT TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINREJEI
                WRITE LINREJEI
                MOVE LINTOT TO LINREJEI
                WRITE LINREJEI
                IF ST-RET NOT = "10"
                   DISPLAY "ERRO NA LEITURA DO RETBANCO.TXT - " ST-RET.
                CLOSE RETORNO
                CLOSE AMIGO
                CLOSE CONTRIB
                CLOSE PAGTOS
                CLOSE RECIBS
                CLOSE RECCTRL
                CLOSE DOCBANC
                CLOSE RELAT
                CLOSE REJEI
                MOVE W-TOT-ACE TO MASC-VAL
                DISPLAY "LINHAS LIDAS.........: " W-CONT-LIDOS
                DISPLAY "PAGAMENTOS LANCADOS..: " W-CONT-ACE
                                                   " " MASC-VAL
                MOVE W-TOT-REJ TO MASC-VAL
                DISPLAY "LINHAS RECUSADAS.....: " W-CONT-REJ
                                                   " " MASC-VAL.
       RTB-FIMS.
                GOBACK.
