       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEVENT.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * CANCELAMENTO E ADIAMENTO DE EVENTO (CEVENTO.DAT)     *
      * CANCELAMENTO: GRAVA NO EVENTO A SITUACAO "C" COM     *
      * DATA, MOTIVO E OPERADOR E ENCERRA ("X") TODOS OS     *
      * CONVITES EM ABERTO (CONVIDADOS, CONFIRMADOS E LISTA  *
      * DE ESPERA); OS RECUSADOS FICAM COMO ESTAO.           *
      * ADIAMENTO: REMARCA O EVENTO PARA A NOVA DATA         *
      * (SITUACAO "P", DATA ANTERIOR EM EVT-DATA-ANT) E      *
      * DEVOLVE PARA CONVIDADO OS CONFIRMADOS E A LISTA DE   *
      * ESPERA, QUE PRECISAM CONFIRMAR DE NOVO PARA A NOVA   *
      * DATA. NOS DOIS CASOS A LISTA DE AVISO AVISOEVT.LST   *
      * TRAZ NOME, EMAIL E TELEFONE DOS AMIGOS QUE ESTAVAM   *
      * CONFIRMADOS OU NA LISTA DE ESPERA.                   *
      * EVENTO PAGO: A COBRANCA DO INGRESSO (CINGRESS.DAT)   *
      * DE CADA CONFIRMADO E CANCELADA; O VALOR JA PAGO FICA *
      * A DEVOLVER (RINGRESS) OU, NO ADIAMENTO, VOLTA A SER  *
      * COBRADO NA NOVA CONFIRMACAO, APROVEITANDO O PAGO     *
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
       SELECT EVENTO
                    COPY EVENTSEL.
       SELECT PRESEN
                    COPY PRESESEL.
       SELECT INGRES
                    COPY INGRESEL.
       SELECT RELAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
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
       FD EVENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEVENTO.DAT".
       01 REGEVENT.
                COPY REGEVENT REPLACING ==:TAG:== BY == ==.
      *
       FD PRESEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CPRESENC.DAT".
       01 REGPRESE.
                COPY REGPRESE REPLACING ==:TAG:== BY == ==.
      *
       FD INGRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CINGRESS.DAT".
       01 REGINGRE.
                COPY REGINGRE REPLACING ==:TAG:== BY == ==.
      *
       FD RELAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISOEVT.LST".
       01 LINRELAT            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-EVT          PIC X(02) VALUE "00".
       77 ST-PRE          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 ST-ING          PIC X(02) VALUE "00".
       77 W-OPERADOR      PIC X(08) VALUE SPACES.
       77 W-EVENTO        PIC X(08) VALUE SPACES.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACAO          PIC X(01) VALUE SPACES.
          88 ACAO-CANCELA       VALUE "1".
          88 ACAO-ADIA          VALUE "2".
       77 W-MOTIVO        PIC X(30) VALUE SPACES.
       77 W-STATUS-ANT    PIC X(01) VALUE SPACES.
       77 W-CONT-LIN      PIC 9(02) VALUE ZEROS.
       77 W-CONT-PAG      PIC 9(04) VALUE ZEROS.
       77 W-LIN-PAG       PIC 9(02) VALUE 50.
       77 W-CONT-CONV     PIC 9(06) VALUE ZEROS.
       77 W-CONT-AVISO    PIC 9(06) VALUE ZEROS.
       77 W-CONT-ALT      PIC 9(06) VALUE ZEROS.
       77 W-CONT-ING      PIC 9(06) VALUE ZEROS.
       77 W-CONT-DEVOL    PIC 9(06) VALUE ZEROS.
       77 W-AA4           PIC 9(04) VALUE ZEROS.
       77 W-MAXDIA        PIC 9(02) VALUE ZEROS.
       77 W-IND           PIC 9(02) VALUE ZEROS.
       77 W-RESTO         PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO      PIC 9(01) VALUE ZEROS.
          88 ANO-BISSEXTO    VALUE 1.
       77 W-ANO-LIM       PIC 9(04) VALUE ZEROS.
       77 W-HOJE-N        PIC 9(08) VALUE ZEROS.
       77 W-NOVA-N        PIC 9(08) VALUE ZEROS.
       01 MASC1           PIC 99.99.9999.
      *
      * OPERADOR JA IDENTIFICADO NO MENU (MENUAMI); QUANDO PREENCHIDO,
      * O PROGRAMA NAO PEDE NOVA IDENTIFICACAO
       01 OPERADOR-COMUM  PIC X(08) EXTERNAL.
      *
      * VALIDACAO DA NOVA DATA (DIAS POR MES, ANO BISSEXTO) COM OS
      * MESMOS CRITERIOS DO CEVENTO, SEM DATA PASSADA
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
       01 W-HOJE.
          05 W-HOJE-ANO      PIC 9(04).
          05 W-HOJE-MES      PIC 9(02).
          05 W-HOJE-DIA      PIC 9(02).
       01 W-DATA-DMA.
          05 W-DMA-DIA       PIC 9(02).
          05 W-DMA-MES       PIC 9(02).
          05 W-DMA-ANO       PIC 9(04).
       01 W-DATA-DMA-N REDEFINES W-DATA-DMA PIC 9(08).
       01 W-NOVA-DATA.
          05 W-NOVA-DIA      PIC 9(02).
          05 W-NOVA-MES      PIC 9(02).
          05 W-NOVA-ANO      PIC 9(04).
       01 W-NOVA-DATA-N REDEFINES W-NOVA-DATA PIC 9(08).
       01 W-TS-G.
          05 W-TS-DATA       PIC 9(08).
          05 W-TS-HORA       PIC 9(06).
       01 W-TS-N REDEFINES W-TS-G PIC 9(14).
       01 W-HORA8.
          05 W-HORA6         PIC 9(06).
          05 FILLER          PIC 9(02).
      *
       01 CAB1.
          05 FILLER          PIC X(20) VALUE "FATEC - AVISO DE ".
          05 CAB1-ACAO       PIC X(14).
          05 FILLER          PIC X(08) VALUE "EVENTO: ".
          05 CAB1-EVENTO     PIC X(08).
          05 FILLER          PIC X(16) VALUE SPACES.
          05 FILLER          PIC X(08) VALUE "PAGINA: ".
          05 CAB1-PAG        PIC ZZZ9.
       01 CAB2.
          05 FILLER          PIC X(10) VALUE "DESCRICAO:".
          05 CAB2-DESCR      PIC X(31).
          05 CAB2-ROT-DATA   PIC X(14).
          05 CAB2-DATA       PIC 99.99.9999.
       01 CAB3.
          05 FILLER          PIC X(10) VALUE "MOTIVO...:".
          05 CAB3-MOTIVO     PIC X(31).
          05 CAB3-ROT-DATA   PIC X(14).
          05 CAB3-DATA       PIC 99.99.9999.
       01 CAB4.
          05 FILLER          PIC X(31) VALUE "NOME".
          05 FILLER          PIC X(31) VALUE "EMAIL".
          05 FILLER          PIC X(16) VALUE "TELEFONE".
          05 FILLER          PIC X(02) VALUE "ST".
       01 LINDET.
          05 LD-NOME         PIC X(30).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-EMAIL        PIC X(30).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-TELEFONE     PIC X(15).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-STATUS       PIC X(01).
       01 LINTOT1.
          05 FILLER          PIC X(30) VALUE
                              "CONVITES DO EVENTO...........:".
          05 LT-CONV         PIC ZZZ.ZZ9.
       01 LINTOT2.
          05 FILLER          PIC X(30) VALUE
                              "AMIGOS A AVISAR (F/E)........:".
          05 LT-AVISO        PIC ZZZ.ZZ9.
       01 LINTOT3.
          05 LT-ROT-ALT      PIC X(30).
          05 LT-ALT          PIC ZZZ.ZZ9.
       01 LINTOT4.
          05 FILLER          PIC X(30) VALUE
                              "COBRANCAS DE INGRESSO CANCEL.:".
          05 LT-ING          PIC ZZZ.ZZ9.
       01 LINTOT5.
          05 FILLER          PIC X(30) VALUE
                              "  DELAS COM VALOR JA PAGO....:".
          05 LT-DEVOL        PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       SEV-OPERADOR.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   MOVE OPERADOR-COMUM TO W-OPERADOR
                   GO TO SEV-PARM.
                DISPLAY "CODIGO DO OPERADOR: "
                ACCEPT W-OPERADOR FROM CONSOLE
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR E OBRIGATORIO ***"
                   GO TO SEV-OPERADOR.
       SEV-PARM.
                DISPLAY "CANCELAMENTO / ADIAMENTO DE EVENTO"
                DISPLAY "INFORME O CODIGO DO EVENTO: "
                ACCEPT W-EVENTO FROM CONSOLE
                IF W-EVENTO = SPACES
                   DISPLAY "*** CODIGO DE EVENTO INVALIDO ***"
                   GO TO SEV-PARM.
       SEV-EVT.
                OPEN I-O EVENTO
                IF ST-EVT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO EVENTO - " ST-EVT
                   GO TO SEV-FIMS.
                MOVE W-EVENTO TO EVT-CODIGO
                READ EVENTO
                IF ST-EVT NOT = "00"
                   DISPLAY "*** EVENTO NAO CADASTRADO ***"
                   CLOSE EVENTO
                   GO TO SEV-FIMS.
                MOVE EVT-DATA TO MASC1
                DISPLAY "EVENTO: " EVT-DESCRICAO " DATA: " MASC1
                IF EVT-CANCELADO
                   MOVE EVT-DATA-CANC TO MASC1
                   DISPLAY "*** EVENTO JA CANCELADO EM " MASC1
                           " POR " EVT-OPER-CANC " ***"
                   DISPLAY "MOTIVO: " EVT-MOTIVO-CANC
                   CLOSE EVENTO
                   GO TO SEV-FIMS.
                IF EVT-ADIADO
                   MOVE EVT-DATA-ANT TO MASC1
                   DISPLAY "EVENTO JA ADIADO - DATA ANTERIOR: " MASC1.
       SEV-ACAO.
                DISPLAY "1 = CANCELAR O EVENTO"
                DISPLAY "2 = ADIAR PARA NOVA DATA"
                DISPLAY "0 = FIM"
                DISPLAY "OPCAO: "
                ACCEPT W-ACAO FROM CONSOLE
                IF W-ACAO = "0"
                   CLOSE EVENTO
                   GO TO SEV-FIMS.
                IF ACAO-ADIA
                   GO TO SEV-NOVADATA.
                IF NOT ACAO-CANCELA
                   DISPLAY "*** OPCAO INVALIDA ***"
                   GO TO SEV-ACAO.
       SEV-MOTIVO.
                DISPLAY "MOTIVO DO CANCELAMENTO: "
                ACCEPT W-MOTIVO FROM CONSOLE
                IF W-MOTIVO = SPACES
                   DISPLAY "*** MOTIVO E OBRIGATORIO ***"
                   GO TO SEV-MOTIVO.
                GO TO SEV-CONF.
      *
      *****************************************************
      * NOVA DATA DO EVENTO (DDMMAAAA): DATA VALIDA, NAO   *
      * ANTERIOR A HOJE E DIFERENTE DA DATA ATUAL          *
      *****************************************************
       SEV-NOVADATA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                COMPUTE W-HOJE-N = W-HOJE-ANO * 10000
                                     + W-HOJE-MES * 100 + W-HOJE-DIA
                COMPUTE W-ANO-LIM = W-HOJE-ANO + 10
                DISPLAY "NOVA DATA DO EVENTO (DDMMAAAA): "
                ACCEPT W-NOVA-DATA-N FROM CONSOLE
                IF W-NOVA-MES < 1 OR W-NOVA-MES > 12
                   DISPLAY "*** MES INVALIDO NA DATA DO EVENTO ***"
                   GO TO SEV-NOVADATA.
                IF W-NOVA-ANO < W-HOJE-ANO OR W-NOVA-ANO > W-ANO-LIM
                   DISPLAY "*** ANO INVALIDO NA DATA DO EVENTO ***"
                   GO TO SEV-NOVADATA.
                MOVE W-NOVA-ANO TO W-AA4
                PERFORM SEV-BISSEXTO THRU SEV-BISSEXTO-FIM
                MOVE DIAS-MES-VAL (W-NOVA-MES) TO W-MAXDIA
                IF W-NOVA-MES = 02 AND ANO-BISSEXTO
                   MOVE 29 TO W-MAXDIA.
                IF W-NOVA-DIA < 1 OR W-NOVA-DIA > W-MAXDIA
                   DISPLAY "*** DIA INVALIDO NA DATA DO EVENTO ***"
                   GO TO SEV-NOVADATA.
                COMPUTE W-NOVA-N = W-NOVA-ANO * 10000
                                     + W-NOVA-MES * 100 + W-NOVA-DIA
                IF W-NOVA-N < W-HOJE-N
                   DISPLAY "*** NOVA DATA NAO PODE SER PASSADA ***"
                   GO TO SEV-NOVADATA.
                IF W-NOVA-DATA-N = EVT-DATA
                   DISPLAY "*** NOVA DATA IGUAL A DATA ATUAL ***"
                   GO TO SEV-NOVADATA.
       SEV-CONF.
                IF ACAO-CANCELA
                   DISPLAY "CONFIRMA O CANCELAMENTO DO EVENTO (S/N)? "
                ELSE
                   MOVE W-NOVA-DATA-N TO MASC1
                   DISPLAY "CONFIRMA O ADIAMENTO PARA " MASC1
                           " (S/N)? ".
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** OPERACAO CANCELADA PELO OPERADOR ***"
                   CLOSE EVENTO
                   GO TO SEV-FIMS.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO SEV-CONF.
      *
       SEV-OP0.
                OPEN I-O PRESEN
                IF ST-PRE NOT = "00"
                     IF ST-PRE = "30"
                           OPEN OUTPUT PRESEN
                           CLOSE PRESEN
                           DISPLAY "*** ARQUIVO PRESEN SENDO CRIADO ***"
                           GO TO SEV-OP0
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO PRESEN - "
                                                            ST-PRE
                           CLOSE EVENTO
                           GO TO SEV-FIMS
                     ELSE
                         NEXT SENTENCE.
       SEV-OP1.
                OPEN I-O INGRES
                IF ST-ING NOT = "00"
                     IF ST-ING = "30"
                           OPEN OUTPUT INGRES
                           CLOSE INGRES
                           DISPLAY "*** ARQUIVO INGRES SENDO CRIADO ***"
                           GO TO SEV-OP1
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO INGRES - "
                                                            ST-ING
                           CLOSE EVENTO
                           CLOSE PRESEN
                           GO TO SEV-FIMS
                     ELSE
                         NEXT SENTENCE.
                OPEN INPUT AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                   CLOSE EVENTO
                   CLOSE PRESEN
                   CLOSE INGRES
                   GO TO SEV-FIMS.
                OPEN OUTPUT RELAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO - " ST-REL
                   CLOSE EVENTO
                   CLOSE PRESEN
                   CLOSE INGRES
                   CLOSE AMIGO
                   GO TO SEV-FIMS.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO W-DMA-DIA
                MOVE W-HOJE-MES TO W-DMA-MES
                MOVE W-HOJE-ANO TO W-DMA-ANO
                ACCEPT W-TS-DATA FROM DATE YYYYMMDD
                ACCEPT W-HORA8 FROM TIME
                MOVE W-HORA6 TO W-TS-HORA
                MOVE W-EVENTO   TO PRE-EVENTO
                MOVE LOW-VALUES TO PRE-APELIDO
                START PRESEN KEY IS NOT LESS PRE-CHAVE
                IF ST-PRE NOT = "00"
                   MOVE "10" TO ST-PRE
                ELSE
                   READ PRESEN NEXT RECORD.
      *
      *****************************************************
      * VARREDURA DOS CONVITES DO EVENTO: OS CONFIRMADOS E *
      * A LISTA DE ESPERA VAO PARA A LISTA DE AVISO E O    *
      * STATUS E TROCADO CONFORME A OPERACAO               *
      *****************************************************
       SEV-LOOP.
                IF ST-PRE = "10"
                   GO TO SEV-EVENTO.
                IF PRE-EVENTO NOT = W-EVENTO
                   GO TO SEV-EVENTO.
                ADD 1 TO W-CONT-CONV
                MOVE PRE-STATUS TO W-STATUS-ANT
                IF PRE-CONFIRMADO OR PRE-ESPERA
                   PERFORM SEV-AVISO THRU SEV-AVISO-FIM.
                IF ACAO-CANCELA
                   IF PRE-CONVIDADO OR PRE-CONFIRMADO OR PRE-ESPERA
                      MOVE "X" TO PRE-STATUS
                   END-IF
                ELSE
                   IF PRE-CONFIRMADO OR PRE-ESPERA
                      MOVE "C" TO PRE-STATUS
                   END-IF
                END-IF
                IF PRE-STATUS NOT = W-STATUS-ANT
                   MOVE W-TS-N TO PRE-TS-STATUS
                   REWRITE REGPRESE
                   IF ST-PRE NOT = "00"
                      DISPLAY "ERRO NA REGRAVACAO DO CONVITE "
                              PRE-APELIDO " - " ST-PRE
                      GO TO SEV-ABORTA
                   END-IF
                   ADD 1 TO W-CONT-ALT
                END-IF.
                IF W-STATUS-ANT = "F" AND PRE-STATUS NOT = "F"
                   GO TO SEV-INGRESSO.
       SEV-PROX.
                READ PRESEN NEXT RECORD
                GO TO SEV-LOOP.
      *
      *****************************************************
      * O CONFIRMADO DEIXOU DE SER CONFIRMADO: CANCELA A   *
      * COBRANCA ATIVA DO INGRESSO, SE O EVENTO E PAGO     *
      *****************************************************
       SEV-INGRESSO.
                MOVE PRE-EVENTO  TO ING-EVENTO
                MOVE PRE-APELIDO TO ING-APELIDO
                READ INGRES
                IF ST-ING NOT = "00"
                   GO TO SEV-PROX.
                IF ING-CANCELADA
                   GO TO SEV-PROX.
                MOVE "C"          TO ING-SITUACAO
                MOVE W-DATA-DMA-N TO ING-DATA-CANC
                REWRITE REGINGRE
                IF ST-ING NOT = "00"
                   DISPLAY "ERRO NA REGRAVACAO DA COBRANCA "
                           ING-APELIDO " - " ST-ING
                   GO TO SEV-ABORTA.
                ADD 1 TO W-CONT-ING
                IF ING-PAGO NOT = ZEROS
                   ADD 1 TO W-CONT-DEVOL.
                GO TO SEV-PROX.
      *
       SEV-AVISO.
                IF W-CONT-LIN = ZEROS OR W-CONT-LIN NOT LESS W-LIN-PAG
                   PERFORM SEV-CAB THRU SEV-CAB-FIM.
                MOVE PRE-APELIDO TO APELIDO
                READ AMIGO
                IF ST-ERRO = "00"
                   MOVE NOME     TO LD-NOME
                   MOVE EMAIL    TO LD-EMAIL
                   MOVE TELEFONE TO LD-TELEFONE
                ELSE
                   MOVE PRE-APELIDO TO LD-NOME
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO LD-EMAIL
                   MOVE SPACES TO LD-TELEFONE.
                MOVE PRE-STATUS TO LD-STATUS
                MOVE LINDET TO LINRELAT
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN
                ADD 1 TO W-CONT-AVISO.
       SEV-AVISO-FIM.
                EXIT.
      *
       SEV-CAB.
                ADD 1 TO W-CONT-PAG
                MOVE W-CONT-PAG TO CAB1-PAG
                MOVE W-EVENTO   TO CAB1-EVENTO
                MOVE EVT-DESCRICAO TO CAB2-DESCR
                MOVE EVT-DATA   TO CAB2-DATA
                IF ACAO-CANCELA
                   MOVE "CANCELAMENTO" TO CAB1-ACAO
                   MOVE "  EVENTO DE: "  TO CAB2-ROT-DATA
                   MOVE W-MOTIVO  TO CAB3-MOTIVO
                   MOVE "  CANCELADO: " TO CAB3-ROT-DATA
                   MOVE W-DATA-DMA-N TO CAB3-DATA
                ELSE
                   MOVE "ADIAMENTO"    TO CAB1-ACAO
                   MOVE "  ADIADO DE: " TO CAB2-ROT-DATA
                   MOVE SPACES    TO CAB3-MOTIVO
                   MOVE "  PARA.....: " TO CAB3-ROT-DATA
                   MOVE W-NOVA-DATA-N TO CAB3-DATA.
                IF W-CONT-PAG NOT = 1
                   MOVE SPACES TO LINRELAT
                   WRITE LINRELAT AFTER ADVANCING PAGE
                ELSE
                   NEXT SENTENCE.
                MOVE CAB1 TO LINRELAT
                WRITE LINRELAT
                MOVE CAB2 TO LINRELAT
                WRITE LINRELAT
                MOVE CAB3 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE CAB4 TO LINRELAT
                WRITE LINRELAT
                MOVE ZEROS TO W-CONT-LIN.
       SEV-CAB-FIM.
                EXIT.
      *
      *****************************************************
      * CONVITES TRATADOS: GRAVA A NOVA SITUACAO DO EVENTO *
      *****************************************************
       SEV-EVENTO.
                IF ACAO-CANCELA
                   MOVE "C"          TO EVT-SITUACAO
                   MOVE W-DATA-DMA-N TO EVT-DATA-CANC
                   MOVE W-MOTIVO     TO EVT-MOTIVO-CANC
                   MOVE W-OPERADOR   TO EVT-OPER-CANC
                ELSE
                   MOVE "P"          TO EVT-SITUACAO
                   MOVE EVT-DATA     TO EVT-DATA-ANT
                   MOVE W-NOVA-DATA-N TO EVT-DATA.
                REWRITE REGEVENT
                IF ST-EVT NOT = "00"
                   DISPLAY "ERRO NA REGRAVACAO DO EVENTO - " ST-EVT
                   GO TO SEV-ABORTA.
                GO TO SEV-FIM.
      *
       SEV-ABORTA.
                DISPLAY "OPERACAO INTERROMPIDA - EVENTO NAO ALTERADO"
                DISPLAY "CONVITES JA ALTERADOS: " W-CONT-ALT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE "*** OPERACAO INTERROMPIDA - REPETIR ***"
                                                       TO LINRELAT
                WRITE LINRELAT
                CLOSE EVENTO
                CLOSE PRESEN
                CLOSE INGRES
                CLOSE AMIGO
                CLOSE RELAT
                GO TO SEV-FIMS.
      *
       SEV-BISSEXTO.
                MOVE ZEROS TO W-BISSEXTO
                DIVIDE W-AA4 BY 4 GIVING W-IND REMAINDER W-RESTO
                IF W-RESTO NOT = ZEROS
                   GO TO SEV-BISSEXTO-FIM.
                DIVIDE W-AA4 BY 100 GIVING W-IND REMAINDER W-RESTO
                IF W-RESTO NOT = ZEROS
                   MOVE 1 TO W-BISSEXTO
                   GO TO SEV-BISSEXTO-FIM.
                DIVIDE W-AA4 BY 400 GIVING W-IND REMAINDER W-RESTO
                IF W-RESTO = ZEROS
                   MOVE 1 TO W-BISSEXTO.
       SEV-BISSEXTO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       SEV-FIM.
                IF W-CONT-PAG = ZEROS
                   PERFORM SEV-CAB THRU SEV-CAB-FIM.
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE W-CONT-CONV TO LT-CONV
                MOVE LINTOT1 TO LINRELAT
                WRITE LINRELAT
                MOVE W-CONT-AVISO TO LT-AVISO
                MOVE LINTOT2 TO LINRELAT
                WRITE LINRELAT
                IF ACAO-CANCELA
                   MOVE "CONVITES ENCERRADOS..........:" TO LT-ROT-ALT
                ELSE
                   MOVE "DEVOLVIDOS PARA CONVIDADO....:" TO LT-ROT-ALT.
                MOVE W-CONT-ALT TO LT-ALT
                MOVE LINTOT3 TO LINRELAT
                WRITE LINRELAT
                IF W-CONT-ING NOT = ZEROS
                   MOVE W-CONT-ING TO LT-ING
                   MOVE LINTOT4 TO LINRELAT
                   WRITE LINRELAT
                   MOVE W-CONT-DEVOL TO LT-DEVOL
                   MOVE LINTOT5 TO LINRELAT
                   WRITE LINRELAT.
                CLOSE EVENTO
                CLOSE PRESEN
                CLOSE INGRES
                CLOSE AMIGO
                CLOSE RELAT
                IF ACAO-CANCELA
                   DISPLAY "*** EVENTO CANCELADO ***"
                ELSE
                   DISPLAY "*** EVENTO ADIADO ***".
                DISPLAY "CONVITES DO EVENTO...: " W-CONT-CONV
                DISPLAY "AMIGOS A AVISAR......: " W-CONT-AVISO
                DISPLAY "CONVITES ALTERADOS...: " W-CONT-ALT
                IF W-CONT-ING NOT = ZEROS
                   DISPLAY "COBRANCAS CANCELADAS.: " W-CONT-ING
                   DISPLAY "PAGOS A DEVOLVER.....: " W-CONT-DEVOL.
                DISPLAY "LISTA DE AVISO EM AVISOEVT.LST".
       SEV-FIMS.
                GOBACK.
