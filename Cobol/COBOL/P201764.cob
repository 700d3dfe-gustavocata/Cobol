       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPINAT.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * PROPOSTA DE INATIVACAO DE AMIGOS INADIMPLENTES E     *
      * AUSENTES, CONFORME O ESTATUTO, EM DUAS ETAPAS:       *
      * P - PROPOSTA: LE O CAMIGO.DAT E LISTA EM PROPINAT.LST*
      *     CADA AMIGO ATIVO NAO HONORARIO COM TODOS OS N    *
      *     ANOS DO PERIODO EM ABERTO NO CCONTRIB.DAT (ANO   *
      *     SEM REGISTRO NAO CONTA) E SEM COMPARECIMENTO A   *
      *     EVENTO NAO CANCELADO DO CEVENTO.DAT DESDE O      *
      *     INICIO DO PERIODO, COM OS ANOS E VALORES EM      *
      *     ABERTO E A DATA DA ULTIMA PRESENCA. A PROPOSTA   *
      *     FICA GRAVADA EM PROPINAT.DAT AGUARDANDO A        *
      *     APROVACAO DA DIRETORIA                           *
      * A - APLICACAO (SOMENTE SUPERVISOR): INATIVA COMO NO  *
      *     CAMIGO EXATAMENTE OS AMIGOS DA PROPOSTA APROVADA,*
      *     GRAVA CADA INATIVACAO NO AUDITAMI.DAT COM O      *
      *     CODIGO DO SUPERVISOR E EMITE EM INATAPLI.LST O   *
      *     TOTAL DE CONTROLE CONFERIDO COM A PROPOSTA       *
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
       SELECT EVENTO
                    COPY EVENTSEL.
       SELECT PRESEN
                    COPY PRESESEL.
       SELECT OPERAD
                    COPY OPERASEL.
       SELECT AUDITAMI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-AUDIT.
       SELECT PROPOS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-PRP.
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
       FD CONTRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CCONTRIB.DAT".
       01 REGCONTR.
                COPY REGCONTR REPLACING ==:TAG:== BY == ==.
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
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COPERADO.DAT".
       01 REGOPERA.
                COPY REGOPERA REPLACING ==:TAG:== BY == ==.
      *
       FD AUDITAMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITAMI.DAT".
       01 REGAUDIT.
                COPY REGAUDIT.
      *
       FD PROPOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROPINAT.DAT".
       01 REGPROPI.
                COPY REGPROPI REPLACING ==:TAG:== BY == ==.
      *
      * PROPINAT.LST NA PROPOSTA, INATAPLI.LST NA APLICACAO
       FD RELAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-REL-NOME.
       01 LINRELAT            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CTR       PIC X(02) VALUE "00".
       77 ST-EVT       PIC X(02) VALUE "00".
       77 ST-PRE       PIC X(02) VALUE "00".
       77 ST-OPE       PIC X(02) VALUE "00".
       77 ST-AUDIT     PIC X(02) VALUE "00".
       77 ST-PRP       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-REL-NOME   PIC X(12) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-MODO       PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-CONT-LIN   PIC 9(02) VALUE ZEROS.
       77 W-CONT-PAG   PIC 9(04) VALUE ZEROS.
       77 W-LIN-PAG    PIC 9(02) VALUE 50.
       77 W-IX         PIC 9(04) VALUE ZEROS.
      *
      * CRITERIOS DA PROPOSTA: QUANTIDADE DE ANOS CONSECUTIVOS EM
      * ABERTO (PADRAO 3) E ULTIMO ANO DO PERIODO (PADRAO O ANO
      * ANTERIOR, POIS A CONTRIBUICAO DO ANO CORRENTE AINDA VENCE)
       77 W-ANOS       PIC 9(02) VALUE ZEROS.
       77 W-ANO-INI    PIC 9(04) VALUE ZEROS.
       77 W-ANO-FIM    PIC 9(04) VALUE ZEROS.
      *
      * AMIGO CORRENTE DA PROPOSTA
       77 W-TOT-AMIGO  PIC 9(07)V99 VALUE ZEROS.
       77 W-PRES-PER   PIC 9(04) VALUE ZEROS.
       77 W-ULT-PRES   PIC 9(08) VALUE ZEROS.
      *
      * CONTADORES DA PROPOSTA
       77 W-CONT-LIDOS PIC 9(06) VALUE ZEROS.
       77 W-CONT-ANAL  PIC 9(06) VALUE ZEROS.
       77 W-CONT-PROP  PIC 9(06) VALUE ZEROS.
       77 W-TOT-PROP   PIC 9(09)V99 VALUE ZEROS.
      *
      * CONFERENCIA E CONTADORES DA APLICACAO
       77 W-QTD-DET    PIC 9(06) VALUE ZEROS.
       77 W-TOT-DET    PIC 9(09)V99 VALUE ZEROS.
       77 W-TEM-TOTAL  PIC X(01) VALUE "N".
       77 W-PROP-QTD   PIC 9(06) VALUE ZEROS.
       77 W-PROP-TOT   PIC 9(09)V99 VALUE ZEROS.
       77 W-CONT-INAT  PIC 9(06) VALUE ZEROS.
       77 W-CONT-JAINA PIC 9(06) VALUE ZEROS.
       77 W-CONT-NCAD  PIC 9(06) VALUE ZEROS.
       77 W-CONT-ERRO  PIC 9(06) VALUE ZEROS.
       77 W-CONT-PROC  PIC 9(06) VALUE ZEROS.
       77 W-TOT-INAT   PIC 9(09)V99 VALUE ZEROS.
      *
      * OPERADOR E NIVEL JA IDENTIFICADOS NO MENU (MENUAMI); A
      * APLICACAO EXIGE NIVEL SUPERVISOR E, FORA DO MENU, CODIGO E
      * SENHA DE SUPERVISOR SAO VALIDADOS NO COPERADO.DAT
       01 OPERADOR-COMUM  PIC X(08) EXTERNAL.
       01 NIVEL-COMUM     PIC X(01) EXTERNAL.
      *
       01 W-HOJE.
          05 W-HOJE-ANO      PIC 9(04).
          05 W-HOJE-MES      PIC 9(02).
          05 W-HOJE-DIA      PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-DATA-DMA.
          05 W-DMA-DIA       PIC 9(02).
          05 W-DMA-MES       PIC 9(02).
          05 W-DMA-ANO       PIC 9(04).
       01 W-DATA-DMA-N REDEFINES W-DATA-DMA PIC 9(08).
       01 W-DATA-AMD.
          05 W-AMD-ANO       PIC 9(04).
          05 W-AMD-MES       PIC 9(02).
          05 W-AMD-DIA       PIC 9(02).
       01 W-DATA-AMD-N REDEFINES W-DATA-AMD PIC 9(08).
      *
      * IMAGEM DO AMIGO ANTES DA INATIVACAO, PARA A AUDITORIA
       01 W-REGAMIGO-ANTES.
                COPY REGAMIGO REPLACING ==:TAG:== BY ==AN-==.
      *
      * CABECALHO DA PROPOSTA LIDO DO PROPINAT.DAT
       01 W-PROP-CAB.
                COPY REGPROPI REPLACING ==:TAG:== BY ==CB-==.
      *
      * EVENTOS JA REALIZADOS E NAO CANCELADOS, CARREGADOS DO
      * CEVENTO.DAT NO INICIO DA PROPOSTA; A PRESENCA DE CADA AMIGO
      * E LIDA PELA CHAVE EVENTO + APELIDO DO CPRESENC.DAT
       77 W-QTD-EVT    PIC 9(04) VALUE ZEROS.
       77 W-MAX-EVT    PIC 9(04) VALUE 2000.
       77 W-EVT-AMD    PIC 9(08) VALUE ZEROS.
       01 TAB-EVT.
          05 TE-EVT OCCURS 2000 TIMES.
             10 TE-CODIGO     PIC X(08).
             10 TE-DATA-AMD   PIC 9(08).
      *
      * ANOS EM ABERTO DO AMIGO CORRENTE DENTRO DO PERIODO
       77 W-QTD-ANOS   PIC 9(02) VALUE ZEROS.
       01 TAB-ANOS.
          05 TA-ANO OCCURS 20 TIMES.
             10 TA-ANOREF       PIC 9(04).
             10 TA-DEVIDO       PIC 9(05)V99.
             10 TA-PAGO         PIC 9(05)V99.
             10 TA-SALDO        PIC 9(05)V99.
      *
       01 MASC-QTD     PIC ZZZ.ZZ9.
       01 MASC-TOT     PIC ZZZ.ZZZ.ZZ9,99.
       01 MASC-DATA    PIC 99.99.9999.
      *
       01 CAB1.
          05 FILLER          PIC X(20) VALUE "FATEC - PROPOSTA DE ".
          05 FILLER          PIC X(20) VALUE "INATIVACAO DE AMIGOS".
          05 FILLER          PIC X(10) VALUE "  EMISSAO:".
          05 CAB1-EMISSAO    PIC 99.99.9999.
          05 FILLER          PIC X(06) VALUE "  PAG.".
          05 CAB1-PAG        PIC ZZZ9.
       01 CAB2.
          05 FILLER          PIC X(40) VALUE
                    "AMIGOS ATIVOS NAO HONORARIOS COM OS ANOS".
          05 FILLER          PIC X(04) VALUE SPACES.
          05 CAB2-ANO-INI    PIC 9(04).
          05 FILLER          PIC X(03) VALUE " A ".
          05 CAB2-ANO-FIM    PIC 9(04).
          05 FILLER          PIC X(11) VALUE " EM ABERTO ".
       01 CAB3.
          05 FILLER          PIC X(40) VALUE
                    "E SEM PRESENCA EM EVENTOS DESDE O INICIO".
          05 FILLER          PIC X(16) VALUE " DO PERIODO".
       01 CAB4.
          05 FILLER          PIC X(20) VALUE "APELIDO     NOME    ".
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(20) VALUE "   CAT  ULTIMA PRESE".
          05 FILLER          PIC X(04) VALUE "NCA ".
       01 LINAMI.
          05 LA-APELIDO      PIC X(12).
          05 LA-NOME         PIC X(30).
          05 FILLER          PIC X(03) VALUE SPACES.
          05 LA-CATEGORIA    PIC X(01).
          05 FILLER          PIC X(04) VALUE SPACES.
          05 LA-ULT-PRES     PIC X(16).
       01 LINANO.
          05 FILLER          PIC X(06) VALUE SPACES.
          05 FILLER          PIC X(05) VALUE "ANO: ".
          05 LN-ANO          PIC 9(04).
          05 FILLER          PIC X(10) VALUE "  DEVIDO: ".
          05 LN-DEVIDO       PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(08) VALUE "  PAGO: ".
          05 LN-PAGO         PIC ZZ.ZZ9,99.
          05 FILLER          PIC X(09) VALUE "  SALDO: ".
          05 LN-SALDO        PIC ZZ.ZZ9,99.
       01 LINTOTA.
          05 FILLER          PIC X(06) VALUE SPACES.
          05 FILLER          PIC X(25) VALUE
                    "TOTAL EM ABERTO.........:".
          05 LTA-TOTAL       PIC Z.ZZZ.ZZ9,99.
      *
       01 CABA1.
          05 FILLER          PIC X(20) VALUE "FATEC - APLICACAO DA".
          05 FILLER          PIC X(20) VALUE " PROPOSTA DE INATIVA".
          05 FILLER          PIC X(10) VALUE "CAO  DATA:".
          05 CABA1-DATA      PIC 99.99.9999.
       01 CABA2.
          05 FILLER          PIC X(20) VALUE "PROPOSTA DE:        ".
          05 CABA2-DATA      PIC 99.99.9999.
          05 FILLER          PIC X(11) VALUE "  PERIODO: ".
          05 CABA2-ANO-INI   PIC 9(04).
          05 FILLER          PIC X(03) VALUE " A ".
          05 CABA2-ANO-FIM   PIC 9(04).
       01 CABA3.
          05 FILLER          PIC X(20) VALUE "SUPERVISOR:         ".
          05 CABA3-OPER      PIC X(08).
       01 CABA4.
          05 FILLER          PIC X(20) VALUE "APELIDO     NOME    ".
          05 FILLER          PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(15) VALUE "   EM ABERTO  ".
          05 FILLER          PIC X(09) VALUE "RESULTADO".
       01 LINAPL.
          05 LP-APELIDO      PIC X(12).
          05 LP-NOME         PIC X(30).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LP-ABERTO       PIC Z.ZZZ.ZZ9,99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LP-RESULTADO    PIC X(22).
      *
       01 LINRES.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 LR-ROTULO       PIC X(34).
          05 LR-QTD          PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PIN-OPERADOR.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   MOVE OPERADOR-COMUM TO W-OPERADOR
                   GO TO PIN-MODO.
                DISPLAY "CODIGO DO OPERADOR: "
                ACCEPT W-OPERADOR FROM CONSOLE
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR E OBRIGATORIO ***"
                   GO TO PIN-OPERADOR.
      *
       PIN-MODO.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO W-DMA-DIA
                MOVE W-HOJE-MES TO W-DMA-MES
                MOVE W-HOJE-ANO TO W-DMA-ANO
                DISPLAY "INATIVACAO DE AMIGOS INADIMPLENTES E AUSENTES"
                DISPLAY "P = GERAR PROPOSTA   A = APLICAR PROPOSTA"
                DISPLAY "APROVADA PELA DIRETORIA   (BRANCO = FIM): "
                ACCEPT W-MODO FROM CONSOLE
                IF W-MODO = SPACES
                   GO TO PIN-FIMS.
                IF W-MODO = "p"
                   MOVE "P" TO W-MODO.
                IF W-MODO = "a"
                   MOVE "A" TO W-MODO.
                IF W-MODO = "A"
                   GO TO PIN-SUPERV.
                IF W-MODO NOT = "P"
                   DISPLAY "*** DIGITE APENAS P OU A ***"
                   GO TO PIN-MODO.
      *
      *****************************************************
      * ETAPA P - PARAMETROS DA PROPOSTA                   *
      *****************************************************
       PIN-PARM.
                DISPLAY "ANOS CONSECUTIVOS EM ABERTO (ZEROS = 3): "
                ACCEPT W-ANOS FROM CONSOLE
                IF W-ANOS = ZEROS
                   MOVE 3 TO W-ANOS.
                IF W-ANOS > 20
                   DISPLAY "*** MAXIMO DE 20 ANOS ***"
                   GO TO PIN-PARM.
                DISPLAY "ULTIMO ANO DO PERIODO (ZEROS = ANO ANTERIOR): "
                ACCEPT W-ANO-FIM FROM CONSOLE
                IF W-ANO-FIM = ZEROS
                   COMPUTE W-ANO-FIM = W-HOJE-ANO - 1.
                IF W-ANO-FIM > W-HOJE-ANO
                   DISPLAY "*** ANO FINAL INVALIDO ***"
                   GO TO PIN-PARM.
                COMPUTE W-ANO-INI = W-ANO-FIM - W-ANOS + 1
                IF W-ANO-INI < 1990
                   DISPLAY "*** PERIODO INVALIDO ***"
                   GO TO PIN-PARM.
      *
      * UMA PROPOSTA AINDA NAO APLICADA SO E SUBSTITUIDA COM
      * CONFIRMACAO, POIS PODE ESTAR EM ANALISE PELA DIRETORIA
       PIN-PENDENTE.
                OPEN INPUT PROPOS
                IF ST-PRP NOT = "00"
                   GO TO PIN-CONF.
                READ PROPOS
                IF ST-PRP NOT = "00"
                   CLOSE PROPOS
                   GO TO PIN-CONF.
                MOVE REGPROPI TO W-PROP-CAB
                CLOSE PROPOS
                IF NOT CB-PRP-CABECALHO OR NOT CB-PRP-PROPOSTA
                   GO TO PIN-CONF.
                MOVE CB-PRP-DATA-PROP TO W-DATA-AMD-N
                PERFORM PIN-DATA THRU PIN-DATA-FIM
                DISPLAY "*** EXISTE PROPOSTA PENDENTE DE " MASC-DATA
                        " (ANOS " CB-PRP-ANO-INI " A " CB-PRP-ANO-FIM
                        ") ***".
       PIN-SUBST.
                DISPLAY "A NOVA PROPOSTA SUBSTITUI A PENDENTE. "
                        "CONFIRMA (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** PROPOSTA CANCELADA ***"
                   GO TO PIN-FIMS.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO PIN-SUBST.
      *
       PIN-CONF.
                DISPLAY "SERAO PROPOSTOS OS AMIGOS COM OS ANOS "
                        W-ANO-INI " A " W-ANO-FIM " EM ABERTO"
                DISPLAY "E SEM PRESENCA EM EVENTOS DESDE " W-ANO-INI
                DISPLAY "CONFIRMA (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** PROPOSTA CANCELADA ***"
                   GO TO PIN-FIMS.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO PIN-CONF.
      *
       PIN-OP0.
                OPEN INPUT AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                   GO TO PIN-FIMS.
                OPEN INPUT CONTRIB
                IF ST-CTR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CONTRIB - " ST-CTR
                   CLOSE AMIGO
                   GO TO PIN-FIMS.
                OPEN INPUT EVENTO
                IF ST-EVT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO EVENTO - " ST-EVT
                   CLOSE AMIGO
                   CLOSE CONTRIB
                   GO TO PIN-FIMS.
                OPEN INPUT PRESEN
                IF ST-PRE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO PRESEN - " ST-PRE
                   CLOSE AMIGO
                   CLOSE CONTRIB
                   CLOSE EVENTO
                   GO TO PIN-FIMS.
                PERFORM PIN-CARGA THRU PIN-CARGA-FIM
                CLOSE EVENTO
                IF W-QTD-EVT > W-MAX-EVT
                   DISPLAY "*** MAIS DE " W-MAX-EVT
                           " EVENTOS REALIZADOS - PROPOSTA NAO EMITIDA"
                   PERFORM PIN-FECHA THRU PIN-FECHA-FIM
                   GO TO PIN-FIMS.
                OPEN OUTPUT PROPOS
                IF ST-PRP NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DA PROPOSTA - " ST-PRP
                   PERFORM PIN-FECHA THRU PIN-FECHA-FIM
                   GO TO PIN-FIMS.
                MOVE "PROPINAT.LST" TO W-REL-NOME
                OPEN OUTPUT RELAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO - " ST-REL
                   CLOSE PROPOS
                   PERFORM PIN-FECHA THRU PIN-FECHA-FIM
                   GO TO PIN-FIMS.
                MOVE SPACES      TO REGPROPI
                MOVE "H"         TO PRP-TIPO
                MOVE W-HOJE-N    TO PRP-DATA-PROP
                MOVE W-OPERADOR  TO PRP-OPER-PROP
                MOVE W-ANOS      TO PRP-ANOS
                MOVE W-ANO-INI   TO PRP-ANO-INI
                MOVE W-ANO-FIM   TO PRP-ANO-FIM
                MOVE "P"         TO PRP-SITUACAO
                MOVE ZEROS       TO PRP-DATA-APLIC
                MOVE SPACES      TO PRP-OPER-APLIC
                WRITE REGPROPI
                IF ST-PRP NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DA PROPOSTA - " ST-PRP
                   CLOSE PROPOS
                   CLOSE RELAT
                   PERFORM PIN-FECHA THRU PIN-FECHA-FIM
                   GO TO PIN-FIMS.
                PERFORM PIN-CAB THRU PIN-CAB-FIM
                MOVE LOW-VALUES TO APELIDO
                START AMIGO KEY IS NOT LESS APELIDO
                IF ST-ERRO NOT = "00"
                   MOVE "10" TO ST-ERRO
                ELSE
                   READ AMIGO NEXT RECORD.
       PIN-LOOP.
                IF ST-ERRO = "10"
                   GO TO PIN-FIM.
                ADD 1 TO W-CONT-LIDOS
                IF SIT-INATIVO OR CAT-HONORARIO
                   GO TO PIN-PROX.
                ADD 1 TO W-CONT-ANAL
                PERFORM PIN-ANOS THRU PIN-ANOS-FIM
                IF W-QTD-ANOS < W-ANOS
                   GO TO PIN-PROX.
                PERFORM PIN-PRESENCA THRU PIN-PRESENCA-FIM
                IF W-PRES-PER NOT = ZEROS
                   GO TO PIN-PROX.
                PERFORM PIN-DETALHE THRU PIN-DETALHE-FIM.
       PIN-PROX.
                READ AMIGO NEXT RECORD
                GO TO PIN-LOOP.
      *
      *****************************************************
      * CARGA DOS EVENTOS JA REALIZADOS E NAO CANCELADOS   *
      *****************************************************
       PIN-CARGA.
                MOVE ZEROS TO W-QTD-EVT
                MOVE LOW-VALUES TO EVT-CODIGO
                START EVENTO KEY IS NOT LESS EVT-CODIGO
                IF ST-EVT NOT = "00"
                   GO TO PIN-CARGA-FIM.
       PIN-CARGA-LE.
                READ EVENTO NEXT RECORD
                IF ST-EVT NOT = "00"
                   GO TO PIN-CARGA-FIM.
                IF EVT-CANCELADO
                   GO TO PIN-CARGA-LE.
                COMPUTE W-EVT-AMD = EVT-ANO * 10000
                                      + EVT-MES * 100 + EVT-DIA
                IF W-EVT-AMD NOT LESS W-HOJE-N
                   GO TO PIN-CARGA-LE.
                ADD 1 TO W-QTD-EVT
                IF W-QTD-EVT > W-MAX-EVT
                   GO TO PIN-CARGA-FIM.
                MOVE EVT-CODIGO TO TE-CODIGO (W-QTD-EVT)
                MOVE W-EVT-AMD  TO TE-DATA-AMD (W-QTD-EVT)
                GO TO PIN-CARGA-LE.
       PIN-CARGA-FIM.
                EXIT.
      *
      *****************************************************
      * ANOS EM ABERTO DO AMIGO DENTRO DO PERIODO; COMO HA *
      * UM REGISTRO POR ANO, O AMIGO SO ATENDE AO CRITERIO *
      * QUANDO TODOS OS ANOS DO PERIODO ESTAO EM ABERTO    *
      *****************************************************
       PIN-ANOS.
                MOVE ZEROS TO W-QTD-ANOS W-TOT-AMIGO
                MOVE APELIDO   TO CTR-APELIDO
                MOVE W-ANO-INI TO CTR-ANOREF
                START CONTRIB KEY IS NOT LESS CTR-CHAVE
                IF ST-CTR NOT = "00"
                   GO TO PIN-ANOS-FIM.
       PIN-ANOS-LE.
                READ CONTRIB NEXT RECORD
                IF ST-CTR NOT = "00"
                   GO TO PIN-ANOS-FIM.
                IF CTR-APELIDO NOT = APELIDO
                   GO TO PIN-ANOS-FIM.
                IF CTR-ANOREF > W-ANO-FIM
                   GO TO PIN-ANOS-FIM.
                IF CTR-PAGO NOT LESS CTR-DEVIDO
                   GO TO PIN-ANOS-LE.
                ADD 1 TO W-QTD-ANOS
                MOVE CTR-ANOREF TO TA-ANOREF (W-QTD-ANOS)
                MOVE CTR-DEVIDO TO TA-DEVIDO (W-QTD-ANOS)
                MOVE CTR-PAGO   TO TA-PAGO (W-QTD-ANOS)
                COMPUTE TA-SALDO (W-QTD-ANOS) = CTR-DEVIDO - CTR-PAGO
                ADD TA-SALDO (W-QTD-ANOS) TO W-TOT-AMIGO
                GO TO PIN-ANOS-LE.
       PIN-ANOS-FIM.
                EXIT.
      *
      *****************************************************
      * PRESENCAS DO AMIGO: QUANTAS DESDE O INICIO DO      *
      * PERIODO E A DATA DA ULTIMA EM QUALQUER EPOCA       *
      *****************************************************
       PIN-PRESENCA.
                MOVE ZEROS TO W-PRES-PER W-ULT-PRES W-IX.
       PIN-PRESENCA-LE.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-EVT
                   GO TO PIN-PRESENCA-FIM.
                MOVE TE-CODIGO (W-IX) TO PRE-EVENTO
                MOVE APELIDO          TO PRE-APELIDO
                READ PRESEN
                IF ST-PRE NOT = "00"
                   GO TO PIN-PRESENCA-LE.
                IF NOT PRE-COMPARECEU
                   GO TO PIN-PRESENCA-LE.
                MOVE TE-DATA-AMD (W-IX) TO W-DATA-AMD-N
                IF W-AMD-ANO NOT LESS W-ANO-INI
                   ADD 1 TO W-PRES-PER.
                IF W-DATA-AMD-N > W-ULT-PRES
                   MOVE W-DATA-AMD-N TO W-ULT-PRES.
                GO TO PIN-PRESENCA-LE.
       PIN-PRESENCA-FIM.
                EXIT.
      *
      *****************************************************
      * AMIGO PROPOSTO: EVIDENCIAS NO RELATORIO E DETALHE  *
      * NA PROPOSTA                                        *
      *****************************************************
       PIN-DETALHE.
                IF W-CONT-LIN + W-QTD-ANOS + 3 > W-LIN-PAG
                   PERFORM PIN-CAB THRU PIN-CAB-FIM.
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE APELIDO   TO LA-APELIDO
                MOVE NOME      TO LA-NOME
                MOVE CATEGORIA TO LA-CATEGORIA
                IF W-ULT-PRES = ZEROS
                   MOVE "NUNCA COMPARECEU" TO LA-ULT-PRES
                ELSE
                   MOVE W-ULT-PRES TO W-DATA-AMD-N
                   PERFORM PIN-DATA THRU PIN-DATA-FIM
                   MOVE MASC-DATA TO LA-ULT-PRES.
                MOVE LINAMI TO LINRELAT
                WRITE LINRELAT
                ADD 2 TO W-CONT-LIN
                MOVE ZEROS TO W-IX.
       PIN-DETALHE-ANO.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-ANOS
                   GO TO PIN-DETALHE-TOT.
                MOVE TA-ANOREF (W-IX) TO LN-ANO
                MOVE TA-DEVIDO (W-IX) TO LN-DEVIDO
                MOVE TA-PAGO (W-IX)   TO LN-PAGO
                MOVE TA-SALDO (W-IX)  TO LN-SALDO
                MOVE LINANO TO LINRELAT
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN
                GO TO PIN-DETALHE-ANO.
       PIN-DETALHE-TOT.
                MOVE W-TOT-AMIGO TO LTA-TOTAL
                MOVE LINTOTA TO LINRELAT
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN
                MOVE SPACES      TO REGPROPI
                MOVE "D"         TO PRP-TIPO
                MOVE APELIDO     TO PRP-APELIDO
                MOVE NOME        TO PRP-NOME
                MOVE W-QTD-ANOS  TO PRP-QTD-ANOS
                MOVE W-TOT-AMIGO TO PRP-ABERTO
                MOVE W-ULT-PRES  TO PRP-ULT-PRES
                WRITE REGPROPI
                IF ST-PRP NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DA PROPOSTA - " ST-PRP
                                                    " " APELIDO.
                ADD 1 TO W-CONT-PROP
                ADD W-TOT-AMIGO TO W-TOT-PROP.
       PIN-DETALHE-FIM.
                EXIT.
      *
       PIN-CAB.
                ADD 1 TO W-CONT-PAG
                MOVE W-CONT-PAG   TO CAB1-PAG
                MOVE W-DATA-DMA-N TO CAB1-EMISSAO
                MOVE W-ANO-INI    TO CAB2-ANO-INI
                MOVE W-ANO-FIM    TO CAB2-ANO-FIM
                MOVE CAB1 TO LINRELAT
                IF W-CONT-PAG = 1
                   WRITE LINRELAT
                ELSE
                   WRITE LINRELAT AFTER ADVANCING PAGE.
                MOVE CAB2 TO LINRELAT
                WRITE LINRELAT
                MOVE CAB3 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE CAB4 TO LINRELAT
                WRITE LINRELAT
                MOVE ZEROS TO W-CONT-LIN.
       PIN-CAB-FIM.
                EXIT.
      *
      * CONVERTE W-DATA-AMD (AAAAMMDD) PARA MASC-DATA (DD.MM.AAAA)
       PIN-DATA.
                MOVE W-AMD-DIA TO W-DMA-DIA
                MOVE W-AMD-MES TO W-DMA-MES
                MOVE W-AMD-ANO TO W-DMA-ANO
                MOVE W-DATA-DMA-N TO MASC-DATA
                MOVE W-HOJE-DIA TO W-DMA-DIA
                MOVE W-HOJE-MES TO W-DMA-MES
                MOVE W-HOJE-ANO TO W-DMA-ANO.
       PIN-DATA-FIM.
                EXIT.
      *
       PIN-FECHA.
                CLOSE AMIGO
                CLOSE CONTRIB
                CLOSE PRESEN.
       PIN-FECHA-FIM.
                EXIT.
      *
      **********************
      * FIM DA PROPOSTA    *
      **********************
       PIN-FIM.
                MOVE SPACES      TO REGPROPI
                MOVE "T"         TO PRP-TIPO
                MOVE W-CONT-PROP TO PRP-QTD-AMIGOS
                MOVE W-TOT-PROP  TO PRP-TOT-ABERTO
                WRITE REGPROPI
                IF ST-PRP NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DA PROPOSTA - " ST-PRP.
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                WRITE LINRELAT
                MOVE "AMIGOS LIDOS" TO LR-ROTULO
                MOVE W-CONT-LIDOS TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE "ATIVOS NAO HONORARIOS ANALISADOS" TO LR-ROTULO
                MOVE W-CONT-ANAL TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE "AMIGOS PROPOSTOS PARA INATIVACAO" TO LR-ROTULO
                MOVE W-CONT-PROP TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE W-TOT-PROP TO MASC-TOT
                MOVE SPACES TO LINRELAT
                STRING "  TOTAL EM ABERTO DOS PROPOSTOS..: " MASC-TOT
                       DELIMITED BY SIZE INTO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE "  PROPOSTA AGUARDANDO APROVACAO DA DIRETORIA"
                                                         TO LINRELAT
                WRITE LINRELAT
                CLOSE PROPOS
                CLOSE RELAT
                PERFORM PIN-FECHA THRU PIN-FECHA-FIM
                DISPLAY "AMIGOS LIDOS.........: " W-CONT-LIDOS
                DISPLAY "ANALISADOS...........: " W-CONT-ANAL
                DISPLAY "PROPOSTOS............: " W-CONT-PROP
                DISPLAY "TOTAL EM ABERTO......: " MASC-TOT
                DISPLAY "PROPOSTA EMITIDA EM PROPINAT.LST"
                GO TO PIN-FIMS.
      *
      *****************************************************
      * ETAPA A - APLICACAO RESTRITA A SUPERVISORES: NIVEL *
      * DO MENU OU CODIGO E SENHA CONFERIDOS NO COPERADO   *
      *****************************************************
       PIN-SUPERV.
                IF NIVEL-COMUM = "S"
                   GO TO PIN-APL.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   DISPLAY "*** APLICACAO RESTRITA A SUPERVISORES ***"
                   GO TO PIN-FIMS.
                DISPLAY "CODIGO DO SUPERVISOR: "
                ACCEPT W-OPERADOR FROM CONSOLE
                DISPLAY "SENHA: "
                ACCEPT W-SENHA FROM CONSOLE
                OPEN INPUT OPERAD
                IF ST-OPE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO COPERADO - " ST-OPE
                   GO TO PIN-FIMS.
                MOVE W-OPERADOR TO OPE-CODIGO
                READ OPERAD
                IF ST-OPE NOT = "00"
                   DISPLAY "*** OPERADOR NAO CADASTRADO ***"
                   CLOSE OPERAD
                   GO TO PIN-FIMS.
                CLOSE OPERAD
                IF OPE-INATIVO
                   DISPLAY "*** OPERADOR DESATIVADO ***"
                   GO TO PIN-FIMS.
                IF OPE-SENHA NOT = W-SENHA
                   DISPLAY "*** SENHA INVALIDA ***"
                   GO TO PIN-FIMS.
                IF NOT OPE-SUPERVISOR
                   DISPLAY "*** APLICACAO RESTRITA A SUPERVISORES ***"
                   GO TO PIN-FIMS.
      *
      *****************************************************
      * CONFERENCIA DA PROPOSTA ANTES DE QUALQUER          *
      * GRAVACAO: CABECALHO PENDENTE E DETALHES BATENDO    *
      * COM O REGISTRO DE TOTAL                            *
      *****************************************************
       PIN-APL.
                OPEN INPUT PROPOS
                IF ST-PRP NOT = "00"
                   IF ST-PRP = "30" OR "35"
                      DISPLAY "*** NAO HA PROPOSTA GERADA ***"
                      GO TO PIN-FIMS
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DA PROPOSTA - " ST-PRP
                      GO TO PIN-FIMS.
                READ PROPOS
                IF ST-PRP NOT = "00" OR NOT PRP-CABECALHO
                   DISPLAY "*** ARQUIVO DE PROPOSTA INVALIDO ***"
                   CLOSE PROPOS
                   GO TO PIN-FIMS.
                MOVE REGPROPI TO W-PROP-CAB
                IF CB-PRP-APLICADA
                   MOVE CB-PRP-DATA-APLIC TO W-DATA-AMD-N
                   PERFORM PIN-DATA THRU PIN-DATA-FIM
                   DISPLAY "*** PROPOSTA JA APLICADA EM " MASC-DATA
                           " POR " CB-PRP-OPER-APLIC " ***"
                   CLOSE PROPOS
                   GO TO PIN-FIMS.
                MOVE ZEROS TO W-QTD-DET W-TOT-DET
                MOVE "N" TO W-TEM-TOTAL.
       PIN-APL-CONFERE.
                READ PROPOS
                IF ST-PRP NOT = "00"
                   GO TO PIN-APL-CONFERE-FIM.
                IF PRP-DETALHE
                   ADD 1 TO W-QTD-DET
                   ADD PRP-ABERTO TO W-TOT-DET
                   GO TO PIN-APL-CONFERE.
                IF PRP-TOTAL
                   MOVE "S" TO W-TEM-TOTAL
                   MOVE PRP-QTD-AMIGOS TO W-PROP-QTD
                   MOVE PRP-TOT-ABERTO TO W-PROP-TOT
                   GO TO PIN-APL-CONFERE-FIM.
                GO TO PIN-APL-CONFERE.
       PIN-APL-CONFERE-FIM.
                CLOSE PROPOS.
                IF W-TEM-TOTAL NOT = "S"
                         OR W-QTD-DET NOT = W-PROP-QTD
                         OR W-TOT-DET NOT = W-PROP-TOT
                   DISPLAY "*** PROPOSTA INCOMPLETA OU ALTERADA - "
                           "TOTAIS NAO CONFEREM ***"
                   GO TO PIN-FIMS.
                MOVE CB-PRP-DATA-PROP TO W-DATA-AMD-N
                PERFORM PIN-DATA THRU PIN-DATA-FIM
                MOVE W-QTD-DET TO MASC-QTD
                MOVE W-TOT-DET TO MASC-TOT.
       PIN-APL-CONF.
                DISPLAY "PROPOSTA DE " MASC-DATA " - ANOS "
                        CB-PRP-ANO-INI " A " CB-PRP-ANO-FIM
                        " EM ABERTO"
                DISPLAY "AMIGOS PROPOSTOS: " MASC-QTD
                        "   TOTAL EM ABERTO: " MASC-TOT
                DISPLAY "ESTA PROPOSTA FOI APROVADA PELA DIRETORIA E"
                DISPLAY "TODOS OS AMIGOS NELA SERAO INATIVADOS."
                DISPLAY "CONFIRMA (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** APLICACAO CANCELADA ***"
                   GO TO PIN-FIMS.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO PIN-APL-CONF.
      *
       PIN-APL-OP0.
                OPEN I-O AMIGO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO AMIGO - " ST-ERRO
                   GO TO PIN-FIMS.
                OPEN EXTEND AUDITAMI
                IF ST-AUDIT NOT = "00"
                     IF ST-AUDIT = "30" OR "35"
                           OPEN OUTPUT AUDITAMI
                           CLOSE AUDITAMI
                           OPEN EXTEND AUDITAMI
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO AUDITAMI - "
                                                            ST-AUDIT
                           CLOSE AMIGO
                           GO TO PIN-FIMS
                     ELSE
                         NEXT SENTENCE.
                MOVE "INATAPLI.LST" TO W-REL-NOME
                OPEN OUTPUT RELAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO - " ST-REL
                   CLOSE AMIGO
                   CLOSE AUDITAMI
                   GO TO PIN-FIMS.
                OPEN INPUT PROPOS
                IF ST-PRP NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DA PROPOSTA - " ST-PRP
                   CLOSE AMIGO
                   CLOSE AUDITAMI
                   CLOSE RELAT
                   GO TO PIN-FIMS.
                READ PROPOS
                PERFORM PIN-APL-CAB THRU PIN-APL-CAB-FIM.
       PIN-APL-LOOP.
                READ PROPOS
                IF ST-PRP NOT = "00"
                   GO TO PIN-APL-FIM.
                IF PRP-TOTAL
                   GO TO PIN-APL-FIM.
                IF NOT PRP-DETALHE
                   GO TO PIN-APL-LOOP.
                PERFORM PIN-INATIVA THRU PIN-INATIVA-FIM
                GO TO PIN-APL-LOOP.
      *
      *****************************************************
      * INATIVACAO DO AMIGO PROPOSTO (COMO NO CAMIGO) E    *
      * GRAVACAO NA AUDITORIA. AMIGO JA INATIVO OU NAO     *
      * CADASTRADO E APENAS INFORMADO                      *
      *****************************************************
       PIN-INATIVA.
                IF W-CONT-LIN NOT LESS W-LIN-PAG
                   PERFORM PIN-APL-CAB THRU PIN-APL-CAB-FIM.
                MOVE PRP-APELIDO TO LP-APELIDO
                MOVE PRP-NOME    TO LP-NOME
                MOVE PRP-ABERTO  TO LP-ABERTO
                MOVE PRP-APELIDO TO APELIDO
                READ AMIGO
                IF ST-ERRO = "23"
                   MOVE "NAO CADASTRADO" TO LP-RESULTADO
                   ADD 1 TO W-CONT-NCAD
                   GO TO PIN-INATIVA-LIN.
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA LEITURA" TO LP-RESULTADO
                   ADD 1 TO W-CONT-ERRO
                   GO TO PIN-INATIVA-LIN.
                IF SIT-INATIVO
                   MOVE "JA ESTAVA INATIVO" TO LP-RESULTADO
                   ADD 1 TO W-CONT-JAINA
                   GO TO PIN-INATIVA-LIN.
                MOVE REGAMIGO TO W-REGAMIGO-ANTES
                MOVE "I" TO SITUACAO
                COMPUTE DATA-SITU = W-HOJE-ANO * 10000
                                     + W-HOJE-MES * 100 + W-HOJE-DIA
                REWRITE REGAMIGO
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO" TO LP-RESULTADO
                   ADD 1 TO W-CONT-ERRO
                   GO TO PIN-INATIVA-LIN.
                MOVE "X" TO AUD-ACAO
                MOVE APELIDO TO AUD-APELIDO
                MOVE W-REGAMIGO-ANTES TO AUD-ANTES
                MOVE REGAMIGO TO AUD-DEPOIS
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE W-OPERADOR TO AUD-OPERADOR
                WRITE REGAUDIT
                IF ST-AUDIT NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO AUDITAMI - " ST-AUDIT
                                                    " " APELIDO.
                MOVE "INATIVADO" TO LP-RESULTADO
                ADD 1 TO W-CONT-INAT
                ADD PRP-ABERTO TO W-TOT-INAT.
       PIN-INATIVA-LIN.
                MOVE LINAPL TO LINRELAT
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN.
       PIN-INATIVA-FIM.
                EXIT.
      *
       PIN-APL-CAB.
                ADD 1 TO W-CONT-PAG
                MOVE W-DATA-DMA-N TO CABA1-DATA
                MOVE CABA1 TO LINRELAT
                IF W-CONT-PAG = 1
                   WRITE LINRELAT
                ELSE
                   WRITE LINRELAT AFTER ADVANCING PAGE.
                MOVE CB-PRP-DATA-PROP TO W-DATA-AMD-N
                PERFORM PIN-DATA THRU PIN-DATA-FIM
                MOVE MASC-DATA TO CABA2-DATA
                MOVE CB-PRP-ANO-INI TO CABA2-ANO-INI
                MOVE CB-PRP-ANO-FIM TO CABA2-ANO-FIM
                MOVE CABA2 TO LINRELAT
                WRITE LINRELAT
                MOVE W-OPERADOR TO CABA3-OPER
                MOVE CABA3 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE CABA4 TO LINRELAT
                WRITE LINRELAT
                MOVE ZEROS TO W-CONT-LIN.
       PIN-APL-CAB-FIM.
                EXIT.
      *
      *****************************************************
      * FIM DA APLICACAO: TOTAL DE CONTROLE CONFERIDO COM  *
      * A PROPOSTA. SEM ERROS DE GRAVACAO A PROPOSTA FICA  *
      * MARCADA COMO APLICADA; COM ERROS FICA PENDENTE E   *
      * PODE SER REAPLICADA (OS JA INATIVADOS SAO SALTADOS)*
      *****************************************************
       PIN-APL-FIM.
                CLOSE PROPOS
                CLOSE AMIGO
                CLOSE AUDITAMI
                COMPUTE W-CONT-PROC = W-CONT-INAT + W-CONT-JAINA
                                      + W-CONT-NCAD + W-CONT-ERRO
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                WRITE LINRELAT
                MOVE "AMIGOS NA PROPOSTA APROVADA" TO LR-ROTULO
                MOVE W-QTD-DET TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE "  INATIVADOS NESTA EXECUCAO" TO LR-ROTULO
                MOVE W-CONT-INAT TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE "  JA ESTAVAM INATIVOS" TO LR-ROTULO
                MOVE W-CONT-JAINA TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE "  NAO CADASTRADOS" TO LR-ROTULO
                MOVE W-CONT-NCAD TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE "  COM ERRO DE LEITURA OU GRAVACAO" TO LR-ROTULO
                MOVE W-CONT-ERRO TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE "TOTAL PROCESSADO" TO LR-ROTULO
                MOVE W-CONT-PROC TO LR-QTD
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                MOVE W-TOT-INAT TO MASC-TOT
                MOVE SPACES TO LINRELAT
                STRING "  TOTAL EM ABERTO DOS INATIVADOS...: " MASC-TOT
                       DELIMITED BY SIZE INTO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                IF W-CONT-PROC = W-QTD-DET
                   MOVE "  TOTAL DE CONTROLE CONFERE COM A PROPOSTA"
                                                         TO LINRELAT
                ELSE
                   MOVE "  *** TOTAL DE CONTROLE NAO CONFERE ***"
                                                         TO LINRELAT.
                WRITE LINRELAT
                CLOSE RELAT
                DISPLAY "AMIGOS NA PROPOSTA...: " W-QTD-DET
                DISPLAY "INATIVADOS...........: " W-CONT-INAT
                DISPLAY "JA ESTAVAM INATIVOS..: " W-CONT-JAINA
                DISPLAY "NAO CADASTRADOS......: " W-CONT-NCAD
                DISPLAY "COM ERRO.............: " W-CONT-ERRO
                DISPLAY "TOTAL PROCESSADO.....: " W-CONT-PROC
                IF W-CONT-ERRO NOT = ZEROS
                         OR W-CONT-PROC NOT = W-QTD-DET
                   DISPLAY "*** PROPOSTA MANTIDA PENDENTE - VER "
                           "INATAPLI.LST ***"
                   GO TO PIN-FIMS.
                OPEN I-O PROPOS
                IF ST-PRP NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DA PROPOSTA - " ST-PRP
                   GO TO PIN-FIMS.
                READ PROPOS
                IF ST-PRP NOT = "00" OR NOT PRP-CABECALHO
                   DISPLAY "ERRO NA LEITURA DA PROPOSTA - " ST-PRP
                   CLOSE PROPOS
                   GO TO PIN-FIMS.
                MOVE "A"        TO PRP-SITUACAO
                MOVE W-HOJE-N   TO PRP-DATA-APLIC
                MOVE W-OPERADOR TO PRP-OPER-APLIC
                REWRITE REGPROPI
                IF ST-PRP NOT = "00"
                   DISPLAY "ERRO NA MARCACAO DA PROPOSTA - " ST-PRP.
                CLOSE PROPOS
                DISPLAY "PROPOSTA APLICADA - VER INATAPLI.LST".
      *
       PIN-FIMS.
                GOBACK.
