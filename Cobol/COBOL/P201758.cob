       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVENTO2.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * ANALISE DE PRESENCA EM EVENTOS DA FATEC POR PERIODO. *
      * PARTE 1: POR EVENTO DO PERIODO (CEVENTO.DAT), COM    *
      * SUBTOTAL POR EVT-TIPO, CONTA NO CPRESENC.DAT OS      *
      * CONVIDADOS, CONFIRMADOS, RECUSADOS, LISTA DE ESPERA, *
      * PRESENTES E FALTOSOS (CONFIRMADOS QUE NAO            *
      * COMPARECERAM), COM % DE COMPARECIMENTO (PRESENTES    *
      * SOBRE CONVIDADOS), % DE FALTAS (FALTOSOS SOBRE       *
      * CONFIRMADOS) E % DE OCUPACAO (CONFIRMADOS SOBRE      *
      * EVT-CAPACIDADE). EVENTOS CANCELADOS FICAM FORA E SAO *
      * SO CONTADOS; EVENTOS DE HOJE EM DIANTE (MARCADOS COM *
      * "*") AINDA NAO TEM PRESENCA E NAO ENTRAM NAS         *
      * PRESENCAS, FALTAS E PERCENTUAIS DE COMPARECIMENTO.   *
      * PARTE 2: RANKING DOS AMIGOS POR PRESENCAS NOS        *
      * EVENTOS JA REALIZADOS DO PERIODO, POR CATEGORIA.     *
      * PARTE 3: FALTOSOS CRONICOS (CONFIRMADOS E AUSENTES   *
      * EM N OU MAIS EVENTOS), POR CATEGORIA.                *
      * SAIDA EM REVENTO2.LST                                *
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
       SELECT RELAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT ORDEVT ASSIGN TO "ORDEVT.WRK".
       SELECT ORDAMI ASSIGN TO "ORDAMI.WRK".
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
       FD RELAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REVENTO2.LST".
       01 LINRELAT            PIC X(80).
      *
       SD ORDEVT.
       01 REG-ORD.
          05 ORD-TIPO         PIC X(01).
          05 ORD-DATA-AMD     PIC 9(08).
          05 ORD-CODIGO       PIC X(08).
          05 ORD-DESCRICAO    PIC X(30).
          05 ORD-DATA         PIC 9(08).
          05 ORD-CAPACIDADE   PIC 9(04).
          05 ORD-REALIZADO    PIC X(01).
          05 ORD-CONV         PIC 9(05).
          05 ORD-CONF         PIC 9(05).
          05 ORD-REC          PIC 9(05).
          05 ORD-ESP          PIC 9(05).
          05 ORD-PRES         PIC 9(05).
          05 ORD-FALT         PIC 9(05).
      *
       SD ORDAMI.
       01 REG-ORDAMI.
          05 OA-CATEGORIA     PIC X(01).
          05 OA-PRES          PIC 9(04).
          05 OA-FALT          PIC 9(04).
          05 OA-APELIDO       PIC X(12).
          05 OA-NOME          PIC X(30).
          05 OA-CONV          PIC 9(04).
          05 OA-CONF          PIC 9(04).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-EVT       PIC X(02) VALUE "00".
       77 ST-PRE       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-CONT-LIN   PIC 9(02) VALUE ZEROS.
       77 W-CONT-PAG   PIC 9(04) VALUE ZEROS.
       77 W-LIN-PAG    PIC 9(02) VALUE 50.
       77 W-FIM-ORD    PIC 9(01) VALUE ZEROS.
          88 FIM-ORD         VALUE 1.
       77 W-PARTE      PIC 9(01) VALUE ZEROS.
          88 PARTE-EVENTOS   VALUE 1.
          88 PARTE-RANKING   VALUE 2.
          88 PARTE-CRONICOS  VALUE 3.
       77 W-REALIZADO  PIC X(01) VALUE SPACES.
          88 EVENTO-REALIZADO   VALUE "S".
       77 W-MIN-FALTAS PIC 9(02) VALUE ZEROS.
       77 W-MAX-RANK   PIC 9(04) VALUE ZEROS.
       77 W-IX         PIC 9(04) VALUE ZEROS.
       77 W-POS        PIC 9(04) VALUE ZEROS.
       77 W-TIPO-ANT   PIC X(01) VALUE SPACES.
       77 W-CAT-ANT    PIC X(01) VALUE SPACES.
       77 W-PRIMEIRO   PIC 9(01) VALUE ZEROS.
          88 PRIMEIRO-GRUPO  VALUE 1.
       77 W-DESC-TIPO  PIC X(09) VALUE SPACES.
       77 W-DESC-CAT   PIC X(13) VALUE SPACES.
       77 W-PCT        PIC 9(04)V9 VALUE ZEROS.
       77 W-QTD-CANC   PIC 9(04) VALUE ZEROS.
       77 W-QTD-SEMPRE PIC 9(05) VALUE ZEROS.
       77 W-AMI-FORA   PIC 9(05) VALUE ZEROS.
       77 W-CRO-FORA   PIC 9(05) VALUE ZEROS.
       77 W-CAT-AMI    PIC 9(05) VALUE ZEROS.
       77 W-CAT-PRES   PIC 9(05) VALUE ZEROS.
       77 W-CAT-FALT   PIC 9(05) VALUE ZEROS.
       77 W-CAT-CRO    PIC 9(05) VALUE ZEROS.
       77 W-INI-AMD    PIC 9(08) VALUE ZEROS.
       77 W-FIM-AMD    PIC 9(08) VALUE ZEROS.
       77 W-EVT-AMD    PIC 9(08) VALUE ZEROS.
       77 W-HOJE-AMD   PIC 9(08) VALUE ZEROS.
      *
      * PERIODO DA ANALISE NO MESMO FORMATO DIA/MES/ANO DE EVT-DATA;
      * A COMPARACAO E FEITA EM ANO/MES/DIA (W-INI-AMD, W-FIM-AMD)
       01 W-DATA-INI.
          05 W-INI-DIA       PIC 9(02).
          05 W-INI-MES       PIC 9(02).
          05 W-INI-ANO       PIC 9(04).
       01 W-DATA-INI-N REDEFINES W-DATA-INI PIC 9(08).
       01 W-DATA-FIM.
          05 W-FIM-DIA       PIC 9(02).
          05 W-FIM-MES       PIC 9(02).
          05 W-FIM-ANO       PIC 9(04).
       01 W-DATA-FIM-N REDEFINES W-DATA-FIM PIC 9(08).
       01 W-HOJE.
          05 W-HOJE-ANO      PIC 9(04).
          05 W-HOJE-MES      PIC 9(02).
          05 W-HOJE-DIA      PIC 9(02).
       01 W-HOJE-DMA.
          05 W-HDM-DIA       PIC 9(02).
          05 W-HDM-MES       PIC 9(02).
          05 W-HDM-ANO       PIC 9(04).
       01 W-HOJE-DMA-N REDEFINES W-HOJE-DMA PIC 9(08).
      *
      * CONTAGENS DO EVENTO LIDO NO CPRESENC.DAT
       01 W-EVT-CONT.
          05 W-E-CONV        PIC 9(05).
          05 W-E-CONF        PIC 9(05).
          05 W-E-REC         PIC 9(05).
          05 W-E-ESP         PIC 9(05).
          05 W-E-PRES        PIC 9(05).
          05 W-E-FALT        PIC 9(05).
      *
      * VALORES DA LINHA A IMPRIMIR (EVENTO, SUBTOTAL OU TOTAL).
      * CONV-REAL E CONF-REAL SO DOS EVENTOS JA REALIZADOS, BASE DOS
      * PERCENTUAIS DE COMPARECIMENTO E FALTAS; CONF-LIM E CAP SO DOS
      * EVENTOS COM CAPACIDADE, BASE DO PERCENTUAL DE OCUPACAO
       01 W-LIN-VAL.
          05 W-P-QTD-EVT     PIC 9(05).
          05 W-P-QTD-REAL    PIC 9(05).
          05 W-P-CONV        PIC 9(06).
          05 W-P-CONF        PIC 9(06).
          05 W-P-REC         PIC 9(06).
          05 W-P-ESP         PIC 9(06).
          05 W-P-PRES        PIC 9(06).
          05 W-P-FALT        PIC 9(06).
          05 W-P-CONV-REAL   PIC 9(06).
          05 W-P-CONF-REAL   PIC 9(06).
          05 W-P-CONF-LIM    PIC 9(06).
          05 W-P-CAP         PIC 9(06).
      * ACUMULADORES DO TIPO DE EVENTO E DO PERIODO, MESMO LAYOUT
       01 W-TIPO-VAL.
          05 W-T-QTD-EVT     PIC 9(05).
          05 W-T-QTD-REAL    PIC 9(05).
          05 W-T-CONV        PIC 9(06).
          05 W-T-CONF        PIC 9(06).
          05 W-T-REC         PIC 9(06).
          05 W-T-ESP         PIC 9(06).
          05 W-T-PRES        PIC 9(06).
          05 W-T-FALT        PIC 9(06).
          05 W-T-CONV-REAL   PIC 9(06).
          05 W-T-CONF-REAL   PIC 9(06).
          05 W-T-CONF-LIM    PIC 9(06).
          05 W-T-CAP         PIC 9(06).
       01 W-GER-VAL.
          05 W-G-QTD-EVT     PIC 9(05).
          05 W-G-QTD-REAL    PIC 9(05).
          05 W-G-CONV        PIC 9(06).
          05 W-G-CONF        PIC 9(06).
          05 W-G-REC         PIC 9(06).
          05 W-G-ESP         PIC 9(06).
          05 W-G-PRES        PIC 9(06).
          05 W-G-FALT        PIC 9(06).
          05 W-G-CONV-REAL   PIC 9(06).
          05 W-G-CONF-REAL   PIC 9(06).
          05 W-G-CONF-LIM    PIC 9(06).
          05 W-G-CAP         PIC 9(06).
      *
      * AMIGOS CONVIDADOS PARA EVENTOS JA REALIZADOS DO PERIODO,
      * ACUMULADOS NA PARTE 1 PARA O RANKING DA PARTE 2
       77 W-QTD-AMI      PIC 9(04) VALUE ZEROS.
       01 TAB-AMI.
          05 TA-AMI OCCURS 2000 TIMES.
             10 TA-APELIDO    PIC X(12).
             10 TA-CONV       PIC 9(04).
             10 TA-CONF       PIC 9(04).
             10 TA-PRES       PIC 9(04).
             10 TA-FALT       PIC 9(04).
      *
      * FALTOSOS CRONICOS, SEPARADOS DURANTE O RANKING (JA EM ORDEM
      * DE CATEGORIA) E IMPRESSOS NA PARTE 3
       77 W-QTD-CRO      PIC 9(03) VALUE ZEROS.
       01 TAB-CRO.
          05 TC-CRO OCCURS 500 TIMES.
             10 TC-CATEGORIA  PIC X(01).
             10 TC-APELIDO    PIC X(12).
             10 TC-NOME       PIC X(30).
             10 TC-CONF       PIC 9(04).
             10 TC-PRES       PIC 9(04).
             10 TC-FALT       PIC 9(04).
      *
       01 W-LINSAVE       PIC X(80) VALUE SPACES.
      *
       01 CAB1.
          05 FILLER          PIC X(20) VALUE "FATEC - ANALISE DE P".
          05 FILLER          PIC X(20) VALUE "RESENCA EM EVENTOS  ".
          05 FILLER          PIC X(10) VALUE "EMISSAO: ".
          05 CAB1-EMISSAO    PIC 99.99.9999.
          05 FILLER          PIC X(10) VALUE "  PAGINA: ".
          05 CAB1-PAG        PIC ZZZ9.
       01 CAB2.
          05 FILLER          PIC X(09) VALUE "PERIODO: ".
          05 CAB2-INI        PIC 99.99.9999.
          05 FILLER          PIC X(03) VALUE " A ".
          05 CAB2-FIM        PIC 99.99.9999.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 CAB2-PARTE      PIC X(45).
       01 CAB3-EVT.
          05 FILLER          PIC X(31) VALUE
                              "EVENTO   DATA       DESCRICAO".
          05 FILLER          PIC X(30) VALUE
                              " CONV CONF RECU ESPE PRES FALT".
          05 FILLER          PIC X(18) VALUE
                              " %COMP %FALT %OCUP".
       01 CAB3-AMI.
          05 FILLER          PIC X(05) VALUE "POS.".
          05 FILLER          PIC X(13) VALUE "APELIDO".
          05 FILLER          PIC X(28) VALUE "NOME".
          05 FILLER          PIC X(30) VALUE
                              "  CONV  CONF  PRES  FALT %PRES".
       01 CAB3-CRO.
          05 FILLER          PIC X(05) VALUE "NR.".
          05 FILLER          PIC X(13) VALUE "APELIDO".
          05 FILLER          PIC X(28) VALUE "NOME".
          05 FILLER          PIC X(30) VALUE
                              "        CONF  PRES  FALT %FALT".
       01 CABSEC.
          05 FILLER          PIC X(03) VALUE "** ".
          05 SEC-TITULO      PIC X(40).
      *
       01 LINDET.
          05 LD-IDENT.
             10 LD-CODIGO    PIC X(08).
             10 FILLER       PIC X(01).
             10 LD-DATA      PIC 99.99.9999.
             10 LD-FUTURO    PIC X(01).
             10 LD-DESCR     PIC X(11).
          05 LD-ROTULO REDEFINES LD-IDENT PIC X(31).
          05 LD-CONV         PIC ZZZZ9.
          05 LD-CONF         PIC ZZZZ9.
          05 LD-REC          PIC ZZZZ9.
          05 LD-ESP          PIC ZZZZ9.
          05 LD-PRES         PIC ZZZZ9.
          05 LD-PRES-X REDEFINES LD-PRES PIC X(05).
          05 LD-FALT         PIC ZZZZ9.
          05 LD-FALT-X REDEFINES LD-FALT PIC X(05).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-PCOMP        PIC ZZ9,9.
          05 LD-PCOMP-X REDEFINES LD-PCOMP PIC X(05).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-PFALT        PIC ZZ9,9.
          05 LD-PFALT-X REDEFINES LD-PFALT PIC X(05).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-POCUP        PIC ZZ9,9.
          05 LD-POCUP-X REDEFINES LD-POCUP PIC X(05).
      *
       01 LINAMI.
          05 LA-POS          PIC ZZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LA-APELIDO      PIC X(12).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LA-NOME         PIC X(28).
          05 LA-CONV         PIC ZZZZZ9.
          05 LA-CONV-X REDEFINES LA-CONV PIC X(06).
          05 LA-CONF         PIC ZZZZZ9.
          05 LA-PRES         PIC ZZZZZ9.
          05 LA-FALT         PIC ZZZZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LA-PCT          PIC ZZ9,9.
          05 LA-PCT-X REDEFINES LA-PCT PIC X(05).
      *
       01 LINTOT.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LT-ROTULO       PIC X(38).
          05 LT-QTD          PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       APR-PARM.
                DISPLAY "ANALISE DE PRESENCA EM EVENTOS"
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO W-HDM-DIA
                MOVE W-HOJE-MES TO W-HDM-MES
                MOVE W-HOJE-ANO TO W-HDM-ANO
                COMPUTE W-HOJE-AMD = W-HOJE-ANO * 10000
                                       + W-HOJE-MES * 100 + W-HOJE-DIA
                DISPLAY "DATA INICIAL DO PERIODO (DDMMAAAA): "
                ACCEPT W-DATA-INI-N FROM CONSOLE
                IF W-INI-MES < 1 OR W-INI-MES > 12
                         OR W-INI-DIA < 1 OR W-INI-DIA > 31
                         OR W-INI-ANO < 1990
                   DISPLAY "*** DATA INICIAL INVALIDA ***"
                   GO TO APR-PARM.
       APR-PARM1.
                DISPLAY "DATA FINAL DO PERIODO (DDMMAAAA, ZEROS = "
                        "HOJE): "
                ACCEPT W-DATA-FIM-N FROM CONSOLE
                IF W-DATA-FIM-N = ZEROS
                   MOVE W-HOJE-DMA-N TO W-DATA-FIM-N.
                IF W-FIM-MES < 1 OR W-FIM-MES > 12
                         OR W-FIM-DIA < 1 OR W-FIM-DIA > 31
                         OR W-FIM-ANO < 1990
                   DISPLAY "*** DATA FINAL INVALIDA ***"
                   GO TO APR-PARM1.
                COMPUTE W-INI-AMD = W-INI-ANO * 10000
                                      + W-INI-MES * 100 + W-INI-DIA
                COMPUTE W-FIM-AMD = W-FIM-ANO * 10000
                                      + W-FIM-MES * 100 + W-FIM-DIA
                IF W-FIM-AMD < W-INI-AMD
                   DISPLAY "*** DATA FINAL ANTERIOR A INICIAL ***"
                   GO TO APR-PARM.
       APR-PARM2.
                DISPLAY "FALTOSO CRONICO: QUANTIDADE MINIMA DE FALTAS "
                        "(ZEROS = 2): "
                ACCEPT W-MIN-FALTAS FROM CONSOLE
                IF W-MIN-FALTAS = ZEROS
                   MOVE 2 TO W-MIN-FALTAS.
       APR-PARM3.
                DISPLAY "RANKING: AMIGOS LISTADOS POR CATEGORIA "
                        "(ZEROS = TODOS): "
                ACCEPT W-MAX-RANK FROM CONSOLE.
      *
       APR-OP0.
                OPEN INPUT EVENTO
                IF ST-EVT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO EVENTO - " ST-EVT
                   GO TO APR-FIMS.
                OPEN INPUT PRESEN
                IF ST-PRE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO PRESEN - " ST-PRE
                   CLOSE EVENTO
                   GO TO APR-FIMS.
                OPEN INPUT AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                   CLOSE EVENTO
                   CLOSE PRESEN
                   GO TO APR-FIMS.
                OPEN OUTPUT RELAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO - " ST-REL
                   CLOSE EVENTO
                   CLOSE PRESEN
                   CLOSE AMIGO
                   GO TO APR-FIMS.
                MOVE ZEROS TO W-TIPO-VAL W-GER-VAL
                MOVE 1 TO W-PARTE
                SORT ORDEVT
                     ON ASCENDING KEY ORD-TIPO ORD-DATA-AMD ORD-CODIGO
                     INPUT PROCEDURE  IS APR-SEL THRU APR-SEL-FIM
                     OUTPUT PROCEDURE IS APR-IMP THRU APR-IMP-FIM
                CLOSE EVENTO
                CLOSE PRESEN
                MOVE 2 TO W-PARTE
                MOVE ZEROS TO W-CONT-LIN
                SORT ORDAMI
                     ON ASCENDING  KEY OA-CATEGORIA
                        DESCENDING KEY OA-PRES
                        ASCENDING  KEY OA-FALT OA-APELIDO
                     INPUT PROCEDURE  IS APR-SELAMI THRU APR-SELAMI-FIM
                     OUTPUT PROCEDURE IS APR-RANK THRU APR-RANK-FIM
                CLOSE AMIGO
                MOVE 3 TO W-PARTE
                MOVE ZEROS TO W-CONT-LIN
                PERFORM APR-CRONICOS THRU APR-CRONICOS-FIM
                GO TO APR-FIM.
      *
      *****************************************************
      * PARTE 1 - SELECAO DOS EVENTOS DO PERIODO E         *
      * CONTAGEM DOS CONVITES DE CADA UM                   *
      *****************************************************
       APR-SEL.
                MOVE LOW-VALUES TO EVT-CODIGO
                START EVENTO KEY IS NOT LESS EVT-CODIGO
                IF ST-EVT NOT = "00"
                   MOVE "10" TO ST-EVT
                ELSE
                   READ EVENTO NEXT RECORD.
       APR-SEL-LOOP.
                IF ST-EVT = "10"
                   GO TO APR-SEL-FIM.
                COMPUTE W-EVT-AMD = EVT-ANO * 10000
                                      + EVT-MES * 100 + EVT-DIA
                IF W-EVT-AMD < W-INI-AMD OR W-EVT-AMD > W-FIM-AMD
                   GO TO APR-SEL-PROX.
                IF EVT-CANCELADO
                   ADD 1 TO W-QTD-CANC
                   GO TO APR-SEL-PROX.
                IF W-EVT-AMD < W-HOJE-AMD
                   MOVE "S" TO W-REALIZADO
                ELSE
                   MOVE "N" TO W-REALIZADO.
                PERFORM APR-CONTA THRU APR-CONTA-FIM
                MOVE EVT-TIPO       TO ORD-TIPO
                MOVE W-EVT-AMD      TO ORD-DATA-AMD
                MOVE EVT-CODIGO     TO ORD-CODIGO
                MOVE EVT-DESCRICAO  TO ORD-DESCRICAO
                MOVE EVT-DATA       TO ORD-DATA
                MOVE EVT-CAPACIDADE TO ORD-CAPACIDADE
                MOVE W-REALIZADO    TO ORD-REALIZADO
                MOVE W-E-CONV       TO ORD-CONV
                MOVE W-E-CONF       TO ORD-CONF
                MOVE W-E-REC        TO ORD-REC
                MOVE W-E-ESP        TO ORD-ESP
                MOVE W-E-PRES       TO ORD-PRES
                MOVE W-E-FALT       TO ORD-FALT
                RELEASE REG-ORD.
       APR-SEL-PROX.
                READ EVENTO NEXT RECORD
                GO TO APR-SEL-LOOP.
       APR-SEL-FIM.
                EXIT.
      *
       APR-CONTA.
                MOVE ZEROS TO W-EVT-CONT
                MOVE EVT-CODIGO  TO PRE-EVENTO
                MOVE LOW-VALUES  TO PRE-APELIDO
                START PRESEN KEY IS NOT LESS PRE-CHAVE
                IF ST-PRE NOT = "00"
                   GO TO APR-CONTA-FIM.
       APR-CONTA-LE.
                READ PRESEN NEXT RECORD
                IF ST-PRE NOT = "00"
                   GO TO APR-CONTA-FIM.
                IF PRE-EVENTO NOT = EVT-CODIGO
                   GO TO APR-CONTA-FIM.
                IF PRE-ENCERRADO
                   GO TO APR-CONTA-LE.
                ADD 1 TO W-E-CONV
                IF PRE-CONFIRMADO
                   ADD 1 TO W-E-CONF.
                IF PRE-RECUSADO
                   ADD 1 TO W-E-REC.
                IF PRE-ESPERA
                   ADD 1 TO W-E-ESP.
                IF NOT EVENTO-REALIZADO
                   GO TO APR-CONTA-LE.
                IF PRE-COMPARECEU
                   ADD 1 TO W-E-PRES.
                IF PRE-CONFIRMADO AND NOT PRE-COMPARECEU
                   ADD 1 TO W-E-FALT.
                PERFORM APR-AMIGO THRU APR-AMIGO-FIM
                GO TO APR-CONTA-LE.
       APR-CONTA-FIM.
                EXIT.
      *
      * ACUMULA O CONVITE NA TABELA DE AMIGOS DO RANKING
       APR-AMIGO.
                MOVE ZEROS TO W-IX.
       APR-AMIGO-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-AMI
                   GO TO APR-AMIGO-NOVO.
                IF TA-APELIDO (W-IX) NOT = PRE-APELIDO
                   GO TO APR-AMIGO-LOOP.
                GO TO APR-AMIGO-SOMA.
       APR-AMIGO-NOVO.
                IF W-QTD-AMI NOT LESS 2000
                   ADD 1 TO W-AMI-FORA
                   GO TO APR-AMIGO-FIM.
                ADD 1 TO W-QTD-AMI
                MOVE W-QTD-AMI   TO W-IX
                MOVE PRE-APELIDO TO TA-APELIDO (W-IX)
                MOVE ZEROS TO TA-CONV (W-IX) TA-CONF (W-IX)
                              TA-PRES (W-IX) TA-FALT (W-IX).
       APR-AMIGO-SOMA.
                ADD 1 TO TA-CONV (W-IX)
                IF PRE-CONFIRMADO
                   ADD 1 TO TA-CONF (W-IX).
                IF PRE-COMPARECEU
                   ADD 1 TO TA-PRES (W-IX).
                IF PRE-CONFIRMADO AND NOT PRE-COMPARECEU
                   ADD 1 TO TA-FALT (W-IX).
       APR-AMIGO-FIM.
                EXIT.
      *
      *****************************************************
      * PARTE 1 - IMPRESSAO POR TIPO DE EVENTO E DATA,     *
      * COM SUBTOTAL POR TIPO E TOTAL DO PERIODO           *
      *****************************************************
       APR-IMP.
                MOVE ZEROS TO W-FIM-ORD
                MOVE 1 TO W-PRIMEIRO
                RETURN ORDEVT AT END MOVE 1 TO W-FIM-ORD.
       APR-IMP-LOOP.
                IF FIM-ORD
                   GO TO APR-IMP-TOTAL.
                IF ORD-TIPO NOT = W-TIPO-ANT OR PRIMEIRO-GRUPO
                   PERFORM APR-NOVOTIPO THRU APR-NOVOTIPO-FIM.
                MOVE ZEROS TO W-LIN-VAL
                MOVE 1 TO W-P-QTD-EVT
                MOVE ORD-CONV TO W-P-CONV
                MOVE ORD-CONF TO W-P-CONF
                MOVE ORD-REC  TO W-P-REC
                MOVE ORD-ESP  TO W-P-ESP
                IF ORD-REALIZADO = "S"
                   MOVE 1 TO W-P-QTD-REAL
                   MOVE ORD-PRES TO W-P-PRES
                   MOVE ORD-FALT TO W-P-FALT
                   MOVE ORD-CONV TO W-P-CONV-REAL
                   MOVE ORD-CONF TO W-P-CONF-REAL.
                IF ORD-CAPACIDADE NOT = ZEROS
                   MOVE ORD-CONF TO W-P-CONF-LIM
                   MOVE ORD-CAPACIDADE TO W-P-CAP.
                PERFORM APR-MONTA THRU APR-MONTA-FIM
                MOVE ORD-CODIGO    TO LD-CODIGO
                MOVE ORD-DATA      TO LD-DATA
                MOVE ORD-DESCRICAO TO LD-DESCR
                IF ORD-REALIZADO = "S"
                   MOVE SPACES TO LD-FUTURO
                ELSE
                   MOVE "*" TO LD-FUTURO.
                MOVE LINDET TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                PERFORM APR-ACUMTIPO THRU APR-ACUMTIPO-FIM
                RETURN ORDEVT AT END MOVE 1 TO W-FIM-ORD.
                GO TO APR-IMP-LOOP.
       APR-IMP-TOTAL.
                IF NOT PRIMEIRO-GRUPO
                   PERFORM APR-SUBTOT THRU APR-SUBTOT-FIM.
                MOVE W-GER-VAL TO W-LIN-VAL
                PERFORM APR-MONTA THRU APR-MONTA-FIM
                MOVE SPACES TO LD-ROTULO
                STRING "TOTAL DO PERIODO " W-G-QTD-EVT " EV."
                       DELIMITED BY SIZE INTO LD-ROTULO
                MOVE SPACES TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE LINDET TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE SPACES TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE "EVENTOS REALIZADOS NO PERIODO" TO LT-ROTULO
                MOVE W-G-QTD-REAL TO LT-QTD
                MOVE LINTOT TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE "EVENTOS A REALIZAR (*)" TO LT-ROTULO
                COMPUTE W-IX = W-G-QTD-EVT - W-G-QTD-REAL
                MOVE W-IX TO LT-QTD
                MOVE LINTOT TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE "EVENTOS CANCELADOS (FORA DA ANALISE)" TO LT-ROTULO
                MOVE W-QTD-CANC TO LT-QTD
                MOVE LINTOT TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM.
       APR-IMP-FIM.
                EXIT.
      *
       APR-NOVOTIPO.
                IF NOT PRIMEIRO-GRUPO
                   PERFORM APR-SUBTOT THRU APR-SUBTOT-FIM.
                MOVE ZEROS TO W-PRIMEIRO
                MOVE ORD-TIPO TO W-TIPO-ANT
                PERFORM APR-DESC-TIPO THRU APR-DESC-TIPO-FIM
                MOVE SPACES TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE W-DESC-TIPO TO SEC-TITULO
                MOVE CABSEC TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM.
       APR-NOVOTIPO-FIM.
                EXIT.
      *
       APR-SUBTOT.
                MOVE W-TIPO-VAL TO W-LIN-VAL
                PERFORM APR-MONTA THRU APR-MONTA-FIM
                MOVE SPACES TO LD-ROTULO
                STRING "SUBTOTAL " W-DESC-TIPO " " W-T-QTD-EVT " EV."
                       DELIMITED BY SIZE INTO LD-ROTULO
                MOVE LINDET TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                ADD W-T-QTD-EVT   TO W-G-QTD-EVT
                ADD W-T-QTD-REAL  TO W-G-QTD-REAL
                ADD W-T-CONV      TO W-G-CONV
                ADD W-T-CONF      TO W-G-CONF
                ADD W-T-REC       TO W-G-REC
                ADD W-T-ESP       TO W-G-ESP
                ADD W-T-PRES      TO W-G-PRES
                ADD W-T-FALT      TO W-G-FALT
                ADD W-T-CONV-REAL TO W-G-CONV-REAL
                ADD W-T-CONF-REAL TO W-G-CONF-REAL
                ADD W-T-CONF-LIM  TO W-G-CONF-LIM
                ADD W-T-CAP       TO W-G-CAP
                MOVE ZEROS TO W-TIPO-VAL.
       APR-SUBTOT-FIM.
                EXIT.
      *
       APR-ACUMTIPO.
                ADD W-P-QTD-EVT   TO W-T-QTD-EVT
                ADD W-P-QTD-REAL  TO W-T-QTD-REAL
                ADD W-P-CONV      TO W-T-CONV
                ADD W-P-CONF      TO W-T-CONF
                ADD W-P-REC       TO W-T-REC
                ADD W-P-ESP       TO W-T-ESP
                ADD W-P-PRES      TO W-T-PRES
                ADD W-P-FALT      TO W-T-FALT
                ADD W-P-CONV-REAL TO W-T-CONV-REAL
                ADD W-P-CONF-REAL TO W-T-CONF-REAL
                ADD W-P-CONF-LIM  TO W-T-CONF-LIM
                ADD W-P-CAP       TO W-T-CAP.
       APR-ACUMTIPO-FIM.
                EXIT.
      *
      *****************************************************
      * MONTA AS CONTAGENS E PERCENTUAIS DA LINHA A PARTIR *
      * DE W-LIN-VAL. SEM EVENTO REALIZADO NA LINHA, AS    *
      * PRESENCAS, FALTAS E PERCENTUAIS SAEM COM "-"; SEM  *
      * CAPACIDADE DEFINIDA, A OCUPACAO SAI "S/LIM"        *
      *****************************************************
       APR-MONTA.
                MOVE SPACES TO LD-IDENT
                MOVE W-P-CONV TO LD-CONV
                MOVE W-P-CONF TO LD-CONF
                MOVE W-P-REC  TO LD-REC
                MOVE W-P-ESP  TO LD-ESP
                IF W-P-QTD-REAL = ZEROS
                   MOVE "    -" TO LD-PRES-X LD-FALT-X
                   MOVE "  -  "  TO LD-PCOMP-X LD-PFALT-X
                   GO TO APR-MONTA-OCUP.
                MOVE W-P-PRES TO LD-PRES
                MOVE W-P-FALT TO LD-FALT
                IF W-P-CONV-REAL = ZEROS
                   MOVE "  -  " TO LD-PCOMP-X
                ELSE
                   COMPUTE W-PCT ROUNDED =
                           W-P-PRES * 100 / W-P-CONV-REAL
                   MOVE W-PCT TO LD-PCOMP.
                IF W-P-CONF-REAL = ZEROS
                   MOVE "  -  " TO LD-PFALT-X
                ELSE
                   COMPUTE W-PCT ROUNDED =
                           W-P-FALT * 100 / W-P-CONF-REAL
                   MOVE W-PCT TO LD-PFALT.
       APR-MONTA-OCUP.
                IF W-P-CAP = ZEROS
                   MOVE "S/LIM" TO LD-POCUP-X
                   GO TO APR-MONTA-FIM.
                COMPUTE W-PCT ROUNDED = W-P-CONF-LIM * 100 / W-P-CAP
                IF W-PCT > 999,9
                   MOVE 999,9 TO W-PCT.
                MOVE W-PCT TO LD-POCUP.
       APR-MONTA-FIM.
                EXIT.
      *
       APR-DESC-TIPO.
                MOVE "OUTROS" TO W-DESC-TIPO
                IF W-TIPO-ANT = "R"
                   MOVE "REUNIOES" TO W-DESC-TIPO.
                IF W-TIPO-ANT = "P"
                   MOVE "PALESTRAS" TO W-DESC-TIPO.
                IF W-TIPO-ANT = "J"
                   MOVE "JANTARES" TO W-DESC-TIPO.
       APR-DESC-TIPO-FIM.
                EXIT.
      *
      *****************************************************
      * PARTE 2 - RANKING DOS AMIGOS POR CATEGORIA, DO     *
      * MAIS PRESENTE PARA O MENOS PRESENTE; OS FALTOSOS   *
      * CRONICOS SAO SEPARADOS PARA A PARTE 3              *
      *****************************************************
       APR-SELAMI.
                MOVE ZEROS TO W-IX.
       APR-SELAMI-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-AMI
                   GO TO APR-SELAMI-FIM.
                MOVE TA-APELIDO (W-IX) TO APELIDO
                READ AMIGO
                IF ST-ERRO = "00"
                   MOVE CATEGORIA TO OA-CATEGORIA
                   MOVE NOME      TO OA-NOME
                ELSE
                   MOVE SPACES TO OA-CATEGORIA
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO OA-NOME.
                MOVE TA-APELIDO (W-IX) TO OA-APELIDO
                MOVE TA-CONV (W-IX)    TO OA-CONV
                MOVE TA-CONF (W-IX)    TO OA-CONF
                MOVE TA-PRES (W-IX)    TO OA-PRES
                MOVE TA-FALT (W-IX)    TO OA-FALT
                RELEASE REG-ORDAMI
                GO TO APR-SELAMI-LOOP.
       APR-SELAMI-FIM.
                EXIT.
      *
       APR-RANK.
                MOVE ZEROS TO W-FIM-ORD
                MOVE 1 TO W-PRIMEIRO
                RETURN ORDAMI AT END MOVE 1 TO W-FIM-ORD.
       APR-RANK-LOOP.
                IF FIM-ORD
                   GO TO APR-RANK-TOTAL.
                IF OA-CATEGORIA NOT = W-CAT-ANT OR PRIMEIRO-GRUPO
                   PERFORM APR-NOVACAT THRU APR-NOVACAT-FIM.
                ADD 1 TO W-POS W-CAT-AMI
                ADD OA-PRES TO W-CAT-PRES
                ADD OA-FALT TO W-CAT-FALT
                IF OA-PRES = ZEROS
                   ADD 1 TO W-QTD-SEMPRE.
                IF OA-FALT NOT LESS W-MIN-FALTAS
                   PERFORM APR-GUARDA-CRO THRU APR-GUARDA-CRO-FIM.
                IF W-MAX-RANK NOT = ZEROS AND W-POS > W-MAX-RANK
                   GO TO APR-RANK-PROX.
                MOVE W-POS      TO LA-POS
                MOVE OA-APELIDO TO LA-APELIDO
                MOVE OA-NOME    TO LA-NOME
                MOVE OA-CONV    TO LA-CONV
                MOVE OA-CONF    TO LA-CONF
                MOVE OA-PRES    TO LA-PRES
                MOVE OA-FALT    TO LA-FALT
                IF OA-CONV = ZEROS
                   MOVE "  -  " TO LA-PCT-X
                ELSE
                   COMPUTE W-PCT ROUNDED = OA-PRES * 100 / OA-CONV
                   MOVE W-PCT TO LA-PCT.
                MOVE LINAMI TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM.
       APR-RANK-PROX.
                RETURN ORDAMI AT END MOVE 1 TO W-FIM-ORD.
                GO TO APR-RANK-LOOP.
       APR-RANK-TOTAL.
                IF PRIMEIRO-GRUPO
                   MOVE SPACES TO LINRELAT
                   PERFORM APR-LINHA THRU APR-LINHA-FIM
                   MOVE "  NENHUM EVENTO REALIZADO NO PERIODO" TO
                                                             LINRELAT
                   PERFORM APR-LINHA THRU APR-LINHA-FIM
                   GO TO APR-RANK-FIM.
                PERFORM APR-TOTCAT THRU APR-TOTCAT-FIM
                MOVE SPACES TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE "AMIGOS CONVIDADOS (EV. REALIZADOS)" TO LT-ROTULO
                MOVE W-QTD-AMI TO LT-QTD
                MOVE LINTOT TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE "AMIGOS SEM NENHUMA PRESENCA" TO LT-ROTULO
                MOVE W-QTD-SEMPRE TO LT-QTD
                MOVE LINTOT TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                IF W-AMI-FORA NOT = ZEROS
                   MOVE "*** CONVITES FORA DO RANKING" TO LT-ROTULO
                   MOVE W-AMI-FORA TO LT-QTD
                   MOVE LINTOT TO LINRELAT
                   PERFORM APR-LINHA THRU APR-LINHA-FIM.
       APR-RANK-FIM.
                EXIT.
      *
       APR-NOVACAT.
                IF NOT PRIMEIRO-GRUPO
                   PERFORM APR-TOTCAT THRU APR-TOTCAT-FIM.
                MOVE ZEROS TO W-PRIMEIRO W-POS
                              W-CAT-AMI W-CAT-PRES W-CAT-FALT
                MOVE OA-CATEGORIA TO W-CAT-ANT
                PERFORM APR-DESC-CAT THRU APR-DESC-CAT-FIM
                MOVE SPACES TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE W-DESC-CAT TO SEC-TITULO
                MOVE CABSEC TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM.
       APR-NOVACAT-FIM.
                EXIT.
      *
       APR-TOTCAT.
                MOVE SPACES TO LINRELAT
                STRING "  AMIGOS: " W-CAT-AMI "  PRESENCAS: " W-CAT-PRES
                       "  FALTAS: " W-CAT-FALT
                       DELIMITED BY SIZE INTO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM.
       APR-TOTCAT-FIM.
                EXIT.
      *
       APR-GUARDA-CRO.
                IF W-QTD-CRO NOT LESS 500
                   ADD 1 TO W-CRO-FORA
                   GO TO APR-GUARDA-CRO-FIM.
                ADD 1 TO W-QTD-CRO
                MOVE OA-CATEGORIA TO TC-CATEGORIA (W-QTD-CRO)
                MOVE OA-APELIDO   TO TC-APELIDO (W-QTD-CRO)
                MOVE OA-NOME      TO TC-NOME (W-QTD-CRO)
                MOVE OA-CONF      TO TC-CONF (W-QTD-CRO)
                MOVE OA-PRES      TO TC-PRES (W-QTD-CRO)
                MOVE OA-FALT      TO TC-FALT (W-QTD-CRO).
       APR-GUARDA-CRO-FIM.
                EXIT.
      *
       APR-DESC-CAT.
                MOVE "SEM CATEGORIA" TO W-DESC-CAT
                IF W-CAT-ANT = "E"
                   MOVE "ESTUDANTES" TO W-DESC-CAT.
                IF W-CAT-ANT = "D"
                   MOVE "DOCENTES" TO W-DESC-CAT.
                IF W-CAT-ANT = "A"
                   MOVE "EX-ALUNOS" TO W-DESC-CAT.
                IF W-CAT-ANT = "H"
                   MOVE "HONORARIOS" TO W-DESC-CAT.
       APR-DESC-CAT-FIM.
                EXIT.
      *
      *****************************************************
      * PARTE 3 - FALTOSOS CRONICOS POR CATEGORIA          *
      *****************************************************
       APR-CRONICOS.
                MOVE ZEROS TO W-IX
                MOVE 1 TO W-PRIMEIRO
                IF W-QTD-CRO = ZEROS
                   MOVE SPACES TO LINRELAT
                   PERFORM APR-LINHA THRU APR-LINHA-FIM
                   MOVE SPACES TO LINRELAT
                   STRING "  NENHUM AMIGO COM " W-MIN-FALTAS
                          " OU MAIS FALTAS NO PERIODO"
                          DELIMITED BY SIZE INTO LINRELAT
                   PERFORM APR-LINHA THRU APR-LINHA-FIM
                   GO TO APR-CRONICOS-FIM.
       APR-CRONICOS-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-CRO
                   GO TO APR-CRONICOS-TOTAL.
                IF TC-CATEGORIA (W-IX) NOT = W-CAT-ANT
                         OR PRIMEIRO-GRUPO
                   PERFORM APR-CROCAT THRU APR-CROCAT-FIM.
                ADD 1 TO W-CAT-CRO
                MOVE W-CAT-CRO TO LA-POS
                MOVE TC-APELIDO (W-IX) TO LA-APELIDO
                MOVE TC-NOME (W-IX)    TO LA-NOME
                MOVE SPACES            TO LA-CONV-X
                MOVE TC-CONF (W-IX)    TO LA-CONF
                MOVE TC-PRES (W-IX)    TO LA-PRES
                MOVE TC-FALT (W-IX)    TO LA-FALT
                COMPUTE W-PCT ROUNDED =
                        TC-FALT (W-IX) * 100 / TC-CONF (W-IX)
                MOVE W-PCT TO LA-PCT
                MOVE LINAMI TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                GO TO APR-CRONICOS-LOOP.
       APR-CRONICOS-TOTAL.
                PERFORM APR-TOTCRO THRU APR-TOTCRO-FIM
                MOVE SPACES TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE SPACES TO LT-ROTULO
                STRING "FALTOSOS CRONICOS (" W-MIN-FALTAS
                       " OU MAIS FALTAS)"
                       DELIMITED BY SIZE INTO LT-ROTULO
                COMPUTE W-IX = W-QTD-CRO + W-CRO-FORA
                MOVE W-IX TO LT-QTD
                MOVE LINTOT TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                IF W-CRO-FORA NOT = ZEROS
                   MOVE "*** NAO LISTADOS (TABELA CHEIA)" TO LT-ROTULO
                   MOVE W-CRO-FORA TO LT-QTD
                   MOVE LINTOT TO LINRELAT
                   PERFORM APR-LINHA THRU APR-LINHA-FIM.
       APR-CRONICOS-FIM.
                EXIT.
      *
       APR-CROCAT.
                IF NOT PRIMEIRO-GRUPO
                   PERFORM APR-TOTCRO THRU APR-TOTCRO-FIM.
                MOVE ZEROS TO W-PRIMEIRO W-CAT-CRO
                MOVE TC-CATEGORIA (W-IX) TO W-CAT-ANT
                PERFORM APR-DESC-CAT THRU APR-DESC-CAT-FIM
                MOVE SPACES TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM
                MOVE W-DESC-CAT TO SEC-TITULO
                MOVE CABSEC TO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM.
       APR-CROCAT-FIM.
                EXIT.
      *
       APR-TOTCRO.
                MOVE SPACES TO LINRELAT
                STRING "  FALTOSOS NA CATEGORIA: " W-CAT-CRO
                       DELIMITED BY SIZE INTO LINRELAT
                PERFORM APR-LINHA THRU APR-LINHA-FIM.
       APR-TOTCRO-FIM.
                EXIT.
      *
      *****************************************************
      * GRAVACAO DA LINHA COM QUEBRA DE PAGINA; O          *
      * CABECALHO DE COLUNAS DEPENDE DA PARTE DO RELATORIO *
      *****************************************************
       APR-LINHA.
                IF W-CONT-LIN = ZEROS OR W-CONT-LIN NOT LESS W-LIN-PAG
                   MOVE LINRELAT TO W-LINSAVE
                   PERFORM APR-CAB THRU APR-CAB-FIM
                   MOVE W-LINSAVE TO LINRELAT.
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN.
       APR-LINHA-FIM.
                EXIT.
      *
       APR-CAB.
                ADD 1 TO W-CONT-PAG
                MOVE W-CONT-PAG   TO CAB1-PAG
                MOVE W-HOJE-DMA-N TO CAB1-EMISSAO
                MOVE W-DATA-INI-N TO CAB2-INI
                MOVE W-DATA-FIM-N TO CAB2-FIM
                IF PARTE-EVENTOS
                   MOVE "PARTE 1 - PRESENCA POR EVENTO" TO CAB2-PARTE.
                IF PARTE-RANKING
                   MOVE "PARTE 2 - RANKING DE PRESENCA POR CATEGORIA"
                                                         TO CAB2-PARTE.
                IF PARTE-CRONICOS
                   MOVE "PARTE 3 - FALTOSOS CRONICOS POR CATEGORIA"
                                                         TO CAB2-PARTE.
                IF W-CONT-PAG NOT = 1
                   MOVE SPACES TO LINRELAT
                   WRITE LINRELAT AFTER ADVANCING PAGE
                ELSE
                   NEXT SENTENCE.
                MOVE CAB1 TO LINRELAT
                WRITE LINRELAT
                MOVE CAB2 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                IF PARTE-EVENTOS
                   MOVE CAB3-EVT TO LINRELAT.
                IF PARTE-RANKING
                   MOVE CAB3-AMI TO LINRELAT.
                IF PARTE-CRONICOS
                   MOVE CAB3-CRO TO LINRELAT.
                WRITE LINRELAT
                MOVE ZEROS TO W-CONT-LIN.
       APR-CAB-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       APR-FIM.
                CLOSE RELAT
                DISPLAY "EVENTOS ANALISADOS...: " W-G-QTD-EVT
                DISPLAY "EVENTOS CANCELADOS...: " W-QTD-CANC
                DISPLAY "AMIGOS CONVIDADOS....: " W-QTD-AMI
                DISPLAY "FALTOSOS CRONICOS....: " W-QTD-CRO
                DISPLAY "RELATORIO EM REVENTO2.LST".
       APR-FIMS.
                GOBACK.
