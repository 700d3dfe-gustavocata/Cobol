       IDENTIFICATION DIVISION.
       PROGRAM-ID. RINGRESS.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * RELATORIO DE COBRANCA DE INGRESSOS DE EVENTOS PAGOS  *
      * (CINGRESS.DAT), DE UM EVENTO OU DE TODOS (CODIGO EM  *
      * BRANCO). POR CONVIDADO: VALOR ESPERADO (COBRANCA     *
      * ATIVA = ING-VALOR, CANCELADA = ZERO), RECEBIDO, EM   *
      * ABERTO E A DEVOLVER (VALOR PAGO DE COBRANCA          *
      * CANCELADA OU ACIMA DO ESPERADO). TOTAIS POR EVENTO E *
      * TOTAL GERAL. SAIDA EM RINGRESS.LST                   *
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
       FD INGRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CINGRESS.DAT".
       01 REGINGRE.
                COPY REGINGRE REPLACING ==:TAG:== BY == ==.
      *
       FD RELAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RINGRESS.LST".
       01 LINRELAT            PIC X(82).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-EVT       PIC X(02) VALUE "00".
       77 ST-ING       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-CONT-LIN   PIC 9(02) VALUE ZEROS.
       77 W-CONT-PAG   PIC 9(04) VALUE ZEROS.
       77 W-LIN-PAG    PIC 9(02) VALUE 50.
       77 W-EVENTO     PIC X(08) VALUE SPACES.
       77 W-EVT-ATU    PIC X(08) VALUE SPACES.
       77 W-CONT-EVT   PIC 9(04) VALUE ZEROS.
      *
      * VALORES DO CONVIDADO CORRENTE
       77 W-ESPERADO   PIC 9(05)V99 VALUE ZEROS.
       77 W-ABERTO     PIC 9(05)V99 VALUE ZEROS.
       77 W-DEVOLVER   PIC 9(05)V99 VALUE ZEROS.
      *
      * ACUMULADORES DO EVENTO E GERAIS
       77 W-EVT-CONV   PIC 9(06) VALUE ZEROS.
       77 W-EVT-ESPER  PIC 9(07)V99 VALUE ZEROS.
       77 W-EVT-RECEB  PIC 9(07)V99 VALUE ZEROS.
       77 W-EVT-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 W-EVT-DEVOL  PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-CONV   PIC 9(06) VALUE ZEROS.
       77 W-TOT-ESPER  PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-RECEB  PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-DEVOL  PIC 9(07)V99 VALUE ZEROS.
      *
       01 CAB1.
          05 FILLER          PIC X(40) VALUE
                       "FATEC - COBRANCA DE INGRESSOS DE EVENTOS".
          05 FILLER          PIC X(30) VALUE SPACES.
          05 FILLER          PIC X(08) VALUE "PAGINA: ".
          05 CAB1-PAG        PIC ZZZ9.
       01 CAB2.
          05 FILLER          PIC X(12) VALUE "APELIDO".
          05 FILLER          PIC X(26) VALUE "NOME".
          05 FILLER          PIC X(11) VALUE "   ESPERADO".
          05 FILLER          PIC X(11) VALUE "   RECEBIDO".
          05 FILLER          PIC X(11) VALUE "  EM ABERTO".
          05 FILLER          PIC X(11) VALUE " A DEVOLVER".
       01 LINEVT.
          05 FILLER          PIC X(08) VALUE "EVENTO: ".
          05 LE-CODIGO       PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LE-DESCR        PIC X(30).
          05 FILLER          PIC X(07) VALUE " DATA: ".
          05 LE-DATA         PIC 99.99.9999.
          05 FILLER          PIC X(08) VALUE " PRECO: ".
          05 LE-PRECO        PIC ZZ.ZZ9,99.
       01 LINEVT2.
          05 FILLER          PIC X(26) VALUE
                              "   *** EVENTO CANCELADO EM".
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LE2-DATA        PIC 99.99.9999.
          05 FILLER          PIC X(30) VALUE
                              " - COBRANCAS CANCELADAS ***".
       01 LINDET.
          05 LD-APELIDO      PIC X(12).
          05 LD-NOME         PIC X(25).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-SITUACAO     PIC X(01).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-ESPERADO     PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LD-RECEBIDO     PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LD-ABERTO       PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LD-DEVOLVER     PIC ZZ.ZZ9,99.
       01 LINTOT.
          05 LT-TITULO       PIC X(24).
          05 LT-CONV         PIC ZZZ.ZZ9.
          05 FILLER          PIC X(07) VALUE SPACES.
          05 LT-ESPERADO     PIC ZZZZ.ZZ9,99.
          05 LT-RECEBIDO     PIC ZZZZ.ZZ9,99.
          05 LT-ABERTO       PIC ZZZZ.ZZ9,99.
          05 LT-DEVOLVER     PIC ZZZZ.ZZ9,99.
       01 LINLEG.
          05 FILLER          PIC X(45) VALUE
                 "SITUACAO: C = COBRANCA CANCELADA (NAO DEVIDA)".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       RIN-PARM.
                DISPLAY "COBRANCA DE INGRESSOS DE EVENTOS PAGOS"
                DISPLAY "INFORME O CODIGO DO EVENTO (BRANCO = TODOS): "
                ACCEPT W-EVENTO FROM CONSOLE.
      *
       RIN-OP0.
                OPEN INPUT INGRES
                IF ST-ING NOT = "00"
                   IF ST-ING = "35"
                      DISPLAY "*** NENHUMA COBRANCA DE INGRESSO ***"
                      GO TO RIN-FIMS
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO INGRES - " ST-ING
                      GO TO RIN-FIMS.
                OPEN INPUT EVENTO
                IF ST-EVT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO EVENTO - " ST-EVT
                   CLOSE INGRES
                   GO TO RIN-FIMS.
                IF W-EVENTO NOT = SPACES
                   MOVE W-EVENTO TO EVT-CODIGO
                   READ EVENTO
                   IF ST-EVT NOT = "00"
                      DISPLAY "*** EVENTO NAO CADASTRADO ***"
                      CLOSE INGRES
                      CLOSE EVENTO
                      GO TO RIN-FIMS.
                OPEN INPUT AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                   CLOSE INGRES
                   CLOSE EVENTO
                   GO TO RIN-FIMS.
                OPEN OUTPUT RELAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO - " ST-REL
                   CLOSE INGRES
                   CLOSE EVENTO
                   CLOSE AMIGO
                   GO TO RIN-FIMS.
      *
      *****************************************************
      * AS COBRANCAS SAO LIDAS NA ORDEM DA CHAVE (EVENTO E *
      * APELIDO), COM QUEBRA E TOTAIS A CADA EVENTO        *
      *****************************************************
                PERFORM RIN-CAB THRU RIN-CAB-FIM
                MOVE W-EVENTO   TO ING-EVENTO
                IF W-EVENTO = SPACES
                   MOVE LOW-VALUES TO ING-EVENTO.
                MOVE LOW-VALUES TO ING-APELIDO
                START INGRES KEY IS NOT LESS ING-CHAVE
                IF ST-ING NOT = "00"
                   GO TO RIN-FIM.
       RIN-LE.
                READ INGRES NEXT RECORD
                IF ST-ING NOT = "00"
                   GO TO RIN-FIM.
                IF W-EVENTO NOT = SPACES
                         AND ING-EVENTO NOT = W-EVENTO
                   GO TO RIN-FIM.
                IF ING-EVENTO NOT = W-EVT-ATU
                   PERFORM RIN-QUEBRA THRU RIN-QUEBRA-FIM
                   PERFORM RIN-NOVOEVT THRU RIN-NOVOEVT-FIM.
                PERFORM RIN-DETALHE THRU RIN-DETALHE-FIM
                GO TO RIN-LE.
      *
       RIN-NOVOEVT.
                MOVE ING-EVENTO TO W-EVT-ATU
                ADD 1 TO W-CONT-EVT
                IF W-CONT-LIN NOT LESS W-LIN-PAG
                   PERFORM RIN-CAB THRU RIN-CAB-FIM.
                MOVE ING-EVENTO TO EVT-CODIGO LE-CODIGO
                READ EVENTO
                IF ST-EVT NOT = "00"
                   MOVE "*** EVENTO NAO CADASTRADO ***" TO LE-DESCR
                   MOVE ZEROS TO LE-DATA LE-PRECO
                ELSE
                   MOVE EVT-DESCRICAO TO LE-DESCR
                   MOVE EVT-DATA      TO LE-DATA
                   MOVE EVT-PRECO     TO LE-PRECO.
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE LINEVT TO LINRELAT
                WRITE LINRELAT
                ADD 2 TO W-CONT-LIN
                IF ST-EVT = "00" AND EVT-CANCELADO
                   MOVE EVT-DATA-CANC TO LE2-DATA
                   MOVE LINEVT2 TO LINRELAT
                   WRITE LINRELAT
                   ADD 1 TO W-CONT-LIN.
       RIN-NOVOEVT-FIM.
                EXIT.
      *
      * A COBRANCA CANCELADA NAO E MAIS DEVIDA: ESPERADO ZERO E TODO
      * O VALOR PAGO FICA A DEVOLVER. NA ATIVA, O QUE PASSA DO
      * ESPERADO (PRECO REDUZIDO NA RECONFIRMACAO) TAMBEM E DEVOLVIDO
       RIN-DETALHE.
                IF W-CONT-LIN NOT LESS W-LIN-PAG
                   PERFORM RIN-CAB THRU RIN-CAB-FIM.
                MOVE ZEROS TO W-ESPERADO W-ABERTO W-DEVOLVER
                IF ING-CANCELADA
                   MOVE "C"      TO LD-SITUACAO
                   MOVE ING-PAGO TO W-DEVOLVER
                ELSE
                   MOVE SPACES    TO LD-SITUACAO
                   MOVE ING-VALOR TO W-ESPERADO
                   IF ING-VALOR > ING-PAGO
                      COMPUTE W-ABERTO = ING-VALOR - ING-PAGO
                   ELSE
                      COMPUTE W-DEVOLVER = ING-PAGO - ING-VALOR.
                MOVE ING-APELIDO TO LD-APELIDO APELIDO
                READ AMIGO
                IF ST-ERRO = "00"
                   MOVE NOME TO LD-NOME
                ELSE
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO LD-NOME.
                MOVE W-ESPERADO TO LD-ESPERADO
                MOVE ING-PAGO   TO LD-RECEBIDO
                MOVE W-ABERTO   TO LD-ABERTO
                MOVE W-DEVOLVER TO LD-DEVOLVER
                MOVE LINDET TO LINRELAT
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN
                ADD 1          TO W-EVT-CONV
                ADD W-ESPERADO TO W-EVT-ESPER
                ADD ING-PAGO   TO W-EVT-RECEB
                ADD W-ABERTO   TO W-EVT-ABERTO
                ADD W-DEVOLVER TO W-EVT-DEVOL.
       RIN-DETALHE-FIM.
                EXIT.
      *
       RIN-QUEBRA.
                IF W-EVT-ATU = SPACES
                   GO TO RIN-QUEBRA-FIM.
                MOVE "  TOTAL DO EVENTO......:" TO LT-TITULO
                MOVE W-EVT-CONV   TO LT-CONV
                MOVE W-EVT-ESPER  TO LT-ESPERADO
                MOVE W-EVT-RECEB  TO LT-RECEBIDO
                MOVE W-EVT-ABERTO TO LT-ABERTO
                MOVE W-EVT-DEVOL  TO LT-DEVOLVER
                MOVE LINTOT TO LINRELAT
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN
                ADD W-EVT-CONV   TO W-TOT-CONV
                ADD W-EVT-ESPER  TO W-TOT-ESPER
                ADD W-EVT-RECEB  TO W-TOT-RECEB
                ADD W-EVT-ABERTO TO W-TOT-ABERTO
                ADD W-EVT-DEVOL  TO W-TOT-DEVOL
                MOVE ZEROS TO W-EVT-CONV W-EVT-ESPER W-EVT-RECEB
                              W-EVT-ABERTO W-EVT-DEVOL.
       RIN-QUEBRA-FIM.
                EXIT.
      *
       RIN-CAB.
                ADD 1 TO W-CONT-PAG
                MOVE W-CONT-PAG TO CAB1-PAG
                IF W-CONT-PAG NOT = 1
                   MOVE SPACES TO LINRELAT
                   WRITE LINRELAT AFTER ADVANCING PAGE
                ELSE
                   NEXT SENTENCE.
                MOVE CAB1 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE CAB2 TO LINRELAT
                WRITE LINRELAT
                MOVE ZEROS TO W-CONT-LIN.
       RIN-CAB-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       RIN-FIM.
                PERFORM RIN-QUEBRA THRU RIN-QUEBRA-FIM
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                IF W-CONT-EVT = ZEROS
                   MOVE "*** NENHUMA COBRANCA DE INGRESSO ***"
                                                          TO LINRELAT
                   WRITE LINRELAT
                   GO TO RIN-FECHA.
                MOVE "TOTAL GERAL............:" TO LT-TITULO
                MOVE W-TOT-CONV   TO LT-CONV
                MOVE W-TOT-ESPER  TO LT-ESPERADO
                MOVE W-TOT-RECEB  TO LT-RECEBIDO
                MOVE W-TOT-ABERTO TO LT-ABERTO
                MOVE W-TOT-DEVOL  TO LT-DEVOLVER
                MOVE LINTOT TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE LINLEG TO LINRELAT
                WRITE LINRELAT.
       RIN-FECHA.
                DISPLAY "EVENTOS LISTADOS.....: " W-CONT-EVT
                DISPLAY "CONVIDADOS COBRADOS..: " W-TOT-CONV
                CLOSE INGRES
                CLOSE EVENTO
                CLOSE AMIGO
                CLOSE RELAT.
       RIN-FIMS.
                GOBACK.
