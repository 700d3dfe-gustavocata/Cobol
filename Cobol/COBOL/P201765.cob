       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO.
       AUTHOR. LEONARDO DE JESUS BONDIOLI.
      *******************************************************
      * LOTE NOTURNO: EXECUTA EM SEQUENCIA OS PROGRAMAS DE   *
      * VERIFICACAO, BACKUP E MANUTENCAO DA CADEIA DEFINIDA  *
      * NO NOTURNO.CFG (OU A CADEIA PADRAO, QUANDO O ARQUIVO *
      * NAO EXISTE), PASSANDO A CADA UM O PARAMETRO DO PASSO *
      * PELA AREA EXTERNA PASSO-COMUM (COPY PASSOCOM).       *
      * CADA PASSO E GRAVADO NO HISTORICO NOTUHIST.DAT COM   *
      * INICIO, FIM, RESULTADO E CONTAGENS. UM PASSO COM     *
      * ERRO (OU COM AVISO, QUANDO CONFIGURADO) INTERROMPE A *
      * CADEIA; ARQAUDIT, PURGAMI E REORGAMI SO RODAM DEPOIS *
      * DE VERAMIGO E BACKAMI CONCLUIDOS NA MESMA CADEIA. O  *
      * CONTROLE NOTUCTRL.DAT GUARDA O PASSO EM ANDAMENTO OU *
      * INTERROMPIDO, PERMITINDO RETOMAR NA NOITE SEGUINTE A *
      * PARTIR DO PASSO QUE FALHOU, E A ULTIMA COMPETENCIA   *
      * DOS PASSOS MENSAIS. AO FINAL EMITE EM NOTURNO.LST O  *
      * RESUMO DA MANHA. EXECUCAO RESTRITA A SUPERVISORES    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERAD
                    COPY OPERASEL.
       SELECT NOTUCFG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CFG.
       SELECT NOTUCTRL ASSIGN TO DISK
                    ORGANIZATION IS RELATIVE
                    ACCESS MODE  IS RANDOM
                    RELATIVE KEY IS W-CTL-REC
                    FILE STATUS  IS ST-CTL.
       SELECT NOTUHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-HIS.
       SELECT RELAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COPERADO.DAT".
       01 REGOPERA.
                COPY REGOPERA REPLACING ==:TAG:== BY == ==.
      *
      * CONFIGURACAO DA CADEIA, UM PASSO POR LINHA, NA ORDEM DE
      * EXECUCAO:
      *   COLUNAS 01-08 PROGRAMA
      *   COLUNA  10    FREQUENCIA (D = DIARIO, M = MENSAL, NA
      *                 PRIMEIRA NOITE DE CADA MES)
      *   COLUNA  12    S = AVISOS DO PASSO TAMBEM PARAM A CADEIA
      *   COLUNAS 14-33 PARAMETRO DO PASSO
      * LINHAS EM BRANCO OU COM "*" NA COLUNA 1 SAO IGNORADAS
       FD NOTUCFG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTURNO.CFG".
       01 REG-NOTUCFG.
          03 CFG-PROGRAMA       PIC X(08).
          03 FILLER             PIC X(01).
          03 CFG-FREQ           PIC X(01).
          03 FILLER             PIC X(01).
          03 CFG-PARA-AVISO     PIC X(01).
          03 FILLER             PIC X(01).
          03 CFG-PARM           PIC X(20).
          03 FILLER             PIC X(47).
       01 REG-NOTUCFG-COM.
          03 CFG-MARCA          PIC X(01).
          03 FILLER             PIC X(79).
      *
      * REGISTRO UNICO DE CONTROLE DA CADEIA: SITUACAO DA ULTIMA
      * EXECUCAO (A = EM ANDAMENTO, I = INTERROMPIDA, F = CONCLUIDA),
      * PASSO EM ANDAMENTO OU QUE INTERROMPEU A CADEIA, CONFERENCIAS
      * JA CONCLUIDAS E A ULTIMA COMPETENCIA DE CADA PASSO MENSAL
       FD NOTUCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTUCTRL.DAT".
       01 REG-NOTUCTRL.
                COPY REGNOTCT REPLACING ==:TAG:== BY ==ARQ-==.
      *
       FD NOTUHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTUHIST.DAT".
       01 REG-NOTUHIST.
                COPY REGNOTUR REPLACING ==:TAG:== BY == ==.
      *
       FD RELAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTURNO.LST".
       01 LINRELAT            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-OPE       PIC X(02) VALUE "00".
       77 ST-CFG       PIC X(02) VALUE "00".
       77 ST-CTL       PIC X(02) VALUE "00".
       77 ST-HIS       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-CTL-REC    PIC 9(01) VALUE 1.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-OPER-SALVO PIC X(08) VALUE SPACES.
       77 W-CONT-LIN   PIC 9(02) VALUE ZEROS.
       77 W-CONT-PAG   PIC 9(04) VALUE ZEROS.
       77 W-LIN-PAG    PIC 9(02) VALUE 50.
      *
      * PASSOS DA CADEIA E INDICES
       77 W-QTD-PASSOS PIC 9(02) VALUE ZEROS.
       77 W-MAX-PASSOS PIC 9(02) VALUE 20.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-IXP        PIC 9(02) VALUE ZEROS.
       77 W-IXM        PIC 9(02) VALUE ZEROS.
       77 W-CFG-PADRAO PIC X(01) VALUE "N".
      *
      * EXECUCAO CORRENTE, PONTO DE RETOMADA E PARADA DA CADEIA
       77 W-EXECUCAO   PIC 9(06) VALUE ZEROS.
       77 W-EXEC-ANT   PIC 9(06) VALUE ZEROS.
       77 W-INICIO     PIC 9(02) VALUE 1.
       77 W-RETOMADA   PIC X(01) VALUE "N".
          88 EXEC-RETOMADA     VALUE "S".
       77 W-PARADA     PIC 9(01) VALUE ZEROS.
          88 CADEIA-PARADA     VALUE 1.
       77 W-PASSO-PARA PIC 9(02) VALUE ZEROS.
      *
      * TOTAIS DA EXECUCAO POR RESULTADO
       77 W-QTD-OK     PIC 9(02) VALUE ZEROS.
       77 W-QTD-AVISO  PIC 9(02) VALUE ZEROS.
       77 W-QTD-ERRO   PIC 9(02) VALUE ZEROS.
       77 W-QTD-PUL    PIC 9(02) VALUE ZEROS.
       77 W-QTD-NEXE   PIC 9(02) VALUE ZEROS.
      *
      * OPERADOR E NIVEL JA IDENTIFICADOS NO MENU (MENUAMI); O LOTE
      * EXIGE NIVEL SUPERVISOR E, FORA DO MENU, CODIGO E SENHA DE
      * SUPERVISOR SAO VALIDADOS NO COPERADO.DAT. DURANTE A CADEIA O
      * SUPERVISOR E REPASSADO AOS PASSOS EM OPERADOR-COMUM
       01 OPERADOR-COMUM  PIC X(08) EXTERNAL.
       01 NIVEL-COMUM     PIC X(01) EXTERNAL.
      *
      * PARAMETRO E RESULTADO DE CADA PASSO
       01 PASSO-COMUM EXTERNAL.
                COPY PASSOCOM.
      *
      * CONTROLE DA CADEIA; O NOTUCTRL.DAT SO FICA ABERTO NA LEITURA
      * E EM CADA GRAVACAO, PARA QUE O BACKAMI POSSA COPIA-LO
       01 W-NOTUCTRL.
                COPY REGNOTCT REPLACING ==:TAG:== BY == ==.
      *
       01 W-HOJE.
          05 W-HOJE-ANO      PIC 9(04).
          05 W-HOJE-MES      PIC 9(02).
          05 W-HOJE-DIA      PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-HORA8.
          05 W-HORA6         PIC 9(06).
          05 FILLER          PIC 9(02).
       01 W-DATA-DMA.
          05 W-DMA-DIA       PIC 9(02).
          05 W-DMA-MES       PIC 9(02).
          05 W-DMA-ANO       PIC 9(04).
       01 W-DATA-DMA-N REDEFINES W-DATA-DMA PIC 9(08).
      *
      * COMPETENCIA CORRENTE (CONTROLE DOS PASSOS MENSAIS) E A DO
      * MES ANTERIOR (CORTE PADRAO DO ARQUIVAMENTO DO AUDITAMI)
       01 W-COMPET.
          05 W-COMPET-ANO    PIC 9(04).
          05 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
       01 W-COMPET-ANT.
          05 W-CANT-ANO      PIC 9(04).
          05 W-CANT-MES      PIC 9(02).
       01 W-COMPET-ANT-N REDEFINES W-COMPET-ANT PIC 9(06).
      *
      * PROGRAMAS QUE PODEM SER PASSOS DA CADEIA; S = PASSO QUE
      * ALTERA OU REMOVE DADOS E SO RODA DEPOIS DE VERAMIGO E
      * BACKAMI CONCLUIDOS SEM ERRO
       01 TAB-PROGS-V.
          05 FILLER          PIC X(09) VALUE "VERAMIGON".
          05 FILLER          PIC X(09) VALUE "VERCRUZAN".
          05 FILLER          PIC X(09) VALUE "VERDUPLIN".
          05 FILLER          PIC X(09) VALUE "BACKAMI N".
          05 FILLER          PIC X(09) VALUE "ARQAUDITS".
          05 FILLER          PIC X(09) VALUE "PURGAMI S".
          05 FILLER          PIC X(09) VALUE "REORGAMIS".
       01 TAB-PROGS REDEFINES TAB-PROGS-V.
          05 TPG-ITEM OCCURS 7 TIMES.
             10 TPG-NOME     PIC X(08).
             10 TPG-DESTRUT  PIC X(01).
      *
      * CADEIA PADRAO, USADA QUANDO NAO EXISTE O NOTURNO.CFG:
      * PROGRAMA, FREQUENCIA, PARA NO AVISO E PARAMETRO
       01 TAB-PADRAO-V.
          05 FILLER          PIC X(30) VALUE "VERAMIGODS".
          05 FILLER          PIC X(30) VALUE "VERCRUZADN".
          05 FILLER          PIC X(30) VALUE "VERDUPLIDN".
          05 FILLER          PIC X(30) VALUE "BACKAMI DS".
          05 FILLER          PIC X(30) VALUE "ARQAUDITMS".
          05 FILLER          PIC X(30) VALUE "PURGAMI MS05".
          05 FILLER          PIC X(30) VALUE "REORGAMIMS".
       01 TAB-PADRAO REDEFINES TAB-PADRAO-V.
          05 TD-ITEM         PIC X(30) OCCURS 7 TIMES.
      *
      * CADEIA EM USO NESTA EXECUCAO
       01 TAB-CFG.
          05 TC-ITEM OCCURS 20 TIMES.
             10 TC-PROGRAMA   PIC X(08).
             10 TC-FREQ       PIC X(01).
             10 TC-PARA-AVISO PIC X(01).
             10 TC-PARM       PIC X(20).
      *
      * RESULTADO DE CADA PASSO DESTA EXECUCAO, GRAVADO NO
      * NOTUHIST.DAT E IMPRESSO NO RESUMO
       01 TAB-PASSOS.
          03 TP-ITEM OCCURS 20 TIMES.
                COPY REGNOTUR REPLACING ==:TAG:== BY ==TP-==.
      *
      * MOTIVOS MONTADOS DOS PASSOS PULADOS OU NAO EXECUTADOS
       01 W-MOT-PARADA.
          05 FILLER          PIC X(29) VALUE
                    "CADEIA INTERROMPIDA NO PASSO ".
          05 W-MOT-PAR-PAS   PIC 9(02).
       01 W-MOT-RETOMA.
          05 FILLER          PIC X(22) VALUE
                    "EXECUTADO NA EXECUCAO ".
          05 W-MOT-RET-EXE   PIC 9(06).
       01 W-MOT-MENSAL.
          05 FILLER          PIC X(23) VALUE
                    "MENSAL JA EXECUTADO EM ".
          05 W-MOT-MEN-COM   PIC 9(06).
       01 W-OBS-RETOMA.
          05 FILLER          PIC X(21) VALUE
                    "RETOMADA DA EXECUCAO ".
          05 W-OBS-RET-EXE   PIC 9(06).
      *
       01 MASC-HORA    PIC 99.99.99.
      *
       01 CAB1.
          05 FILLER          PIC X(20) VALUE "FATEC - RESUMO DO LO".
          05 FILLER          PIC X(20) VALUE "TE NOTURNO          ".
          05 FILLER          PIC X(10) VALUE "  EMISSAO:".
          05 CAB1-EMISSAO    PIC 99.99.9999.
          05 FILLER          PIC X(06) VALUE "  PAG.".
          05 CAB1-PAG        PIC ZZZ9.
       01 CAB2.
          05 FILLER          PIC X(10) VALUE "EXECUCAO: ".
          05 CAB2-EXECUCAO   PIC 9(06).
          05 FILLER          PIC X(12) VALUE "  OPERADOR: ".
          05 CAB2-OPERADOR   PIC X(08).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 CAB2-OBS        PIC X(40).
       01 CAB3.
          05 FILLER          PIC X(20) VALUE "PS PROGRAMA INICIO  ".
          05 FILLER          PIC X(20) VALUE " FIM      RESULTADO ".
          05 FILLER          PIC X(20) VALUE "    LIDOS  PROCESS. ".
          05 FILLER          PIC X(09) VALUE " EXCECOES".
       01 LINDET.
          05 LD-PASSO        PIC 9(02).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-PROGRAMA     PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-INICIO       PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-FIM          PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-RESULTADO    PIC X(09).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-LIDOS        PIC Z.ZZZ.ZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-PROCESSADOS  PIC Z.ZZZ.ZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 LD-EXCECOES     PIC Z.ZZZ.ZZ9.
       01 LINMOT.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 LM-MOTIVO       PIC X(40).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 FILLER          PIC X(06) VALUE "PARM: ".
          05 LM-PARM         PIC X(20).
       01 LINTOT.
          05 LT-ROTULO       PIC X(30).
          05 LT-QTD          PIC Z9.
       01 LINRES.
          05 LR-TEXTO        PIC X(40).
          05 LR-PASSO        PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      *****************************************************
      * IDENTIFICACAO DO SUPERVISOR: NIVEL S VINDO DO MENU *
      * OU CODIGO E SENHA VALIDADOS NO COPERADO            *
      *****************************************************
       NOI-SUPERV.
                MOVE OPERADOR-COMUM TO W-OPER-SALVO
                MOVE SPACES TO PSC-LOTE
                IF NIVEL-COMUM = "S"
                   MOVE OPERADOR-COMUM TO W-OPERADOR
                   GO TO NOI-DATA.
                IF OPERADOR-COMUM NOT = SPACES
                         AND OPERADOR-COMUM NOT = LOW-VALUES
                   DISPLAY "*** LOTE NOTURNO RESTRITO A SUPERVISORES **"
                   GO TO NOI-FIMS.
                DISPLAY "CODIGO DO SUPERVISOR: "
                ACCEPT W-OPERADOR FROM CONSOLE
                DISPLAY "SENHA: "
                ACCEPT W-SENHA FROM CONSOLE
                OPEN INPUT OPERAD
                IF ST-OPE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO COPERADO - " ST-OPE
                   GO TO NOI-FIMS.
                MOVE W-OPERADOR TO OPE-CODIGO
                READ OPERAD
                IF ST-OPE NOT = "00"
                   DISPLAY "*** OPERADOR NAO CADASTRADO ***"
                   CLOSE OPERAD
                   GO TO NOI-FIMS.
                CLOSE OPERAD
                IF OPE-INATIVO
                   DISPLAY "*** OPERADOR DESATIVADO ***"
                   GO TO NOI-FIMS.
                IF OPE-SENHA NOT = W-SENHA
                   DISPLAY "*** SENHA INVALIDA ***"
                   GO TO NOI-FIMS.
                IF NOT OPE-SUPERVISOR
                   DISPLAY "*** LOTE NOTURNO RESTRITO A SUPERVISORES **"
                   GO TO NOI-FIMS.
      *
       NOI-DATA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO W-DMA-DIA
                MOVE W-HOJE-MES TO W-DMA-MES
                MOVE W-HOJE-ANO TO W-DMA-ANO
                MOVE W-HOJE-ANO TO W-COMPET-ANO
                MOVE W-HOJE-MES TO W-COMPET-MES
                IF W-HOJE-MES = 1
                   COMPUTE W-CANT-ANO = W-HOJE-ANO - 1
                   MOVE 12 TO W-CANT-MES
                ELSE
                   MOVE W-HOJE-ANO TO W-CANT-ANO
                   COMPUTE W-CANT-MES = W-HOJE-MES - 1.
      *
      *****************************************************
      * CARGA DA CADEIA DO NOTURNO.CFG; SEM O ARQUIVO,     *
      * VALE A CADEIA PADRAO                               *
      *****************************************************
       NOI-CFG.
                MOVE ZEROS TO W-QTD-PASSOS
                OPEN INPUT NOTUCFG
                IF ST-CFG NOT = "00"
                   IF ST-CFG = "30" OR "35"
                      GO TO NOI-CFG-PADRAO
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO NOTURNO.CFG - "
                                                            ST-CFG
                      GO TO NOI-FIMS.
       NOI-CFG-LE.
                READ NOTUCFG
                IF ST-CFG NOT = "00"
                   GO TO NOI-CFG-FIM.
                IF CFG-PROGRAMA = SPACES OR CFG-MARCA = "*"
                   GO TO NOI-CFG-LE.
                IF W-QTD-PASSOS NOT LESS W-MAX-PASSOS
                   DISPLAY "*** MAIS DE 20 PASSOS - EXCEDENTE "
                           "IGNORADO: " CFG-PROGRAMA
                   GO TO NOI-CFG-LE.
                ADD 1 TO W-QTD-PASSOS
                MOVE CFG-PROGRAMA   TO TC-PROGRAMA (W-QTD-PASSOS)
                MOVE CFG-FREQ       TO TC-FREQ (W-QTD-PASSOS)
                MOVE CFG-PARA-AVISO TO TC-PARA-AVISO (W-QTD-PASSOS)
                MOVE CFG-PARM       TO TC-PARM (W-QTD-PASSOS)
                GO TO NOI-CFG-LE.
       NOI-CFG-FIM.
                CLOSE NOTUCFG.
                IF W-QTD-PASSOS = ZEROS
                   DISPLAY "*** NOTURNO.CFG SEM NENHUM PASSO ***"
                   GO TO NOI-FIMS.
                GO TO NOI-CTL-ABRE.
       NOI-CFG-PADRAO.
                MOVE "S" TO W-CFG-PADRAO
                DISPLAY "NOTURNO.CFG INEXISTENTE - CADEIA PADRAO".
       NOI-CFG-PADRAO-LOOP.
                IF W-QTD-PASSOS = 7
                   GO TO NOI-CTL-ABRE.
                ADD 1 TO W-QTD-PASSOS
                MOVE TD-ITEM (W-QTD-PASSOS) TO TC-ITEM (W-QTD-PASSOS)
                GO TO NOI-CFG-PADRAO-LOOP.
      *
      *****************************************************
      * ABERTURA DO CONTROLE; NA PRIMEIRA EXECUCAO O       *
      * CONTROLE E CRIADO COMO CADEIA CONCLUIDA            *
      *****************************************************
       NOI-CTL-ABRE.
                OPEN INPUT NOTUCTRL
                IF ST-CTL NOT = "00"
                     IF ST-CTL = "30" OR "35"
                           OPEN OUTPUT NOTUCTRL
                           MOVE "F" TO NCT-SITUACAO
                           MOVE ZEROS TO NCT-EXECUCAO NCT-DATA
                                         NCT-PASSO
                           MOVE SPACES TO NCT-PROGRAMA NCT-MENSAIS
                           MOVE "N" TO NCT-VER-OK NCT-BCK-OK
                           MOVE W-NOTUCTRL TO REG-NOTUCTRL
                           MOVE 1 TO W-CTL-REC
                           WRITE REG-NOTUCTRL
                           CLOSE NOTUCTRL
                           GO TO NOI-CTL-ABRE
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO CONTROLE - "
                                                            ST-CTL
                           GO TO NOI-FIMS
                     ELSE
                         NEXT SENTENCE.
                MOVE 1 TO W-CTL-REC
                READ NOTUCTRL
                IF ST-CTL NOT = "00"
                   DISPLAY "ERRO NA LEITURA DO CONTROLE - " ST-CTL
                   CLOSE NOTUCTRL
                   GO TO NOI-FIMS.
                MOVE REG-NOTUCTRL TO W-NOTUCTRL
                CLOSE NOTUCTRL
                MOVE NCT-EXECUCAO TO W-EXEC-ANT.
      *
      *****************************************************
      * EXECUCAO ANTERIOR INTERROMPIDA (OU QUE CAIU NO     *
      * MEIO DE UM PASSO): OFERECE A RETOMADA A PARTIR DO  *
      * PASSO QUE FALHOU                                   *
      *****************************************************
       NOI-RETOMA.
                IF NOT NCT-EM-ANDAMENTO AND NOT NCT-INTERROMPIDA
                   GO TO NOI-LISTA.
                IF NCT-EM-ANDAMENTO
                   DISPLAY "*** EXECUCAO " NCT-EXECUCAO
                           " NAO TERMINOU - QUEDA NO PASSO "
                           NCT-PASSO " " NCT-PROGRAMA " ***"
                ELSE
                   DISPLAY "*** EXECUCAO " NCT-EXECUCAO
                           " INTERROMPIDA NO PASSO "
                           NCT-PASSO " " NCT-PROGRAMA " ***".
       NOI-RETOMA-PERG.
                DISPLAY "RETOMAR A PARTIR DESTE PASSO (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "A CADEIA SERA EXECUTADA DESDE O INICIO"
                   GO TO NOI-LISTA.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO NOI-RETOMA-PERG.
                IF NCT-PASSO = ZEROS OR NCT-PASSO > W-QTD-PASSOS
                   DISPLAY "*** CADEIA ALTERADA - RETOMADA DESDE O "
                           "INICIO ***"
                   GO TO NOI-LISTA.
                IF TC-PROGRAMA (NCT-PASSO) NOT = NCT-PROGRAMA
                   DISPLAY "*** CADEIA ALTERADA - RETOMADA DESDE O "
                           "INICIO ***"
                   GO TO NOI-LISTA.
                MOVE NCT-PASSO TO W-INICIO
                MOVE "S" TO W-RETOMADA.
      *
       NOI-LISTA.
                DISPLAY "LOTE NOTURNO - PASSOS DA CADEIA:"
                MOVE ZEROS TO W-IX.
       NOI-LISTA-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-PASSOS
                   GO TO NOI-CONF.
                IF W-IX < W-INICIO
                   DISPLAY W-IX " " TC-PROGRAMA (W-IX)
                           " (JA EXECUTADO)"
                ELSE
                   DISPLAY W-IX " " TC-PROGRAMA (W-IX) " "
                           TC-FREQ (W-IX) " " TC-PARA-AVISO (W-IX)
                           " " TC-PARM (W-IX).
                GO TO NOI-LISTA-LOOP.
       NOI-CONF.
                DISPLAY "CONFIRMA A EXECUCAO DA CADEIA (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** LOTE NOTURNO CANCELADO ***"
                   GO TO NOI-FIMS.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO NOI-CONF.
      *
      *****************************************************
      * ABERTURA DA NOVA EXECUCAO NO CONTROLE; NUMA CADEIA *
      * NOVA AS CONFERENCIAS DE VERAMIGO E BACKAMI SAO     *
      * ZERADAS, NA RETOMADA VALEM AS DA EXECUCAO ANTERIOR *
      *****************************************************
       NOI-INICIA.
                ADD 1 TO NCT-EXECUCAO
                MOVE NCT-EXECUCAO TO W-EXECUCAO
                MOVE W-HOJE-N TO NCT-DATA
                MOVE "A" TO NCT-SITUACAO
                IF NOT EXEC-RETOMADA
                   MOVE "N" TO NCT-VER-OK NCT-BCK-OK.
                PERFORM NOI-CTL-GRAVA THRU NOI-CTL-GRAVA-FIM
                MOVE W-OPERADOR TO OPERADOR-COMUM
                MOVE ZEROS TO W-IX.
       NOI-PASSO-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-PASSOS
                   GO TO NOI-TERMINA.
                PERFORM NOI-PASSO THRU NOI-PASSO-FIM
                GO TO NOI-PASSO-LOOP.
      *
      *****************************************************
      * FIM DA CADEIA: SITUACAO FINAL NO CONTROLE, RESUMO  *
      * DA MANHA E DEVOLUCAO DO OPERADOR ORIGINAL          *
      *****************************************************
       NOI-TERMINA.
                IF CADEIA-PARADA
                   MOVE "I" TO NCT-SITUACAO
                   MOVE W-PASSO-PARA TO NCT-PASSO
                   MOVE TC-PROGRAMA (W-PASSO-PARA) TO NCT-PROGRAMA
                ELSE
                   MOVE "F" TO NCT-SITUACAO
                   MOVE ZEROS TO NCT-PASSO
                   MOVE SPACES TO NCT-PROGRAMA.
                PERFORM NOI-CTL-GRAVA THRU NOI-CTL-GRAVA-FIM
                MOVE W-OPER-SALVO TO OPERADOR-COMUM
                PERFORM NOI-REL THRU NOI-REL-FIM
                DISPLAY "PASSOS CONCLUIDOS......: " W-QTD-OK
                DISPLAY "PASSOS COM AVISOS......: " W-QTD-AVISO
                DISPLAY "PASSOS COM ERRO........: " W-QTD-ERRO
                DISPLAY "PASSOS PULADOS.........: " W-QTD-PUL
                DISPLAY "PASSOS NAO EXECUTADOS..: " W-QTD-NEXE
                IF CADEIA-PARADA
                   DISPLAY "*** CADEIA INTERROMPIDA NO PASSO "
                           W-PASSO-PARA " - VER NOTURNO.LST ***"
                ELSE
                   DISPLAY "CADEIA CONCLUIDA - RESUMO EM NOTURNO.LST".
      *
       NOI-FIMS.
                MOVE SPACES TO PSC-LOTE
                GOBACK.
      *
      *****************************************************
      * EXECUCAO DE UM PASSO: DECIDE SE O PASSO RODA, PULA *
      * OU FICA SEM EXECUCAO, CHAMA O PROGRAMA E AVALIA O  *
      * RESULTADO DEVOLVIDO EM PASSO-COMUM                 *
      *****************************************************
       NOI-PASSO.
                MOVE W-EXECUCAO        TO TP-HIS-EXECUCAO (W-IX)
                MOVE W-IX              TO TP-HIS-PASSO (W-IX)
                MOVE TC-PROGRAMA (W-IX) TO TP-HIS-PROGRAMA (W-IX)
                MOVE TC-PARM (W-IX)    TO TP-HIS-PARM (W-IX)
                MOVE W-OPERADOR        TO TP-HIS-OPERADOR (W-IX)
                MOVE W-RETOMADA        TO TP-HIS-RETOMADA (W-IX)
                MOVE ZEROS TO TP-HIS-DATA-INI (W-IX)
                              TP-HIS-HORA-INI (W-IX)
                              TP-HIS-DATA-FIM (W-IX)
                              TP-HIS-HORA-FIM (W-IX)
                              TP-HIS-LIDOS (W-IX)
                              TP-HIS-PROCESSADOS (W-IX)
                              TP-HIS-EXCECOES (W-IX)
                MOVE SPACES TO TP-HIS-MOTIVO (W-IX)
                MOVE "P" TO TP-HIS-RESULTADO (W-IX)
                IF CADEIA-PARADA
                   MOVE "C" TO TP-HIS-RESULTADO (W-IX)
                   MOVE W-PASSO-PARA TO W-MOT-PAR-PAS
                   MOVE W-MOT-PARADA TO TP-HIS-MOTIVO (W-IX)
                   GO TO NOI-PASSO-GRAVA.
                IF W-IX < W-INICIO
                   MOVE W-EXEC-ANT TO W-MOT-RET-EXE
                   MOVE W-MOT-RETOMA TO TP-HIS-MOTIVO (W-IX)
                   GO TO NOI-PASSO-GRAVA.
                PERFORM NOI-ACHA-PROG THRU NOI-ACHA-PROG-FIM
                IF W-IXP = ZEROS
                   MOVE "PROGRAMA NAO PREVISTO NO LOTE NOTURNO"
                                             TO TP-HIS-MOTIVO (W-IX)
                   GO TO NOI-PASSO-GRAVA.
                IF TC-FREQ (W-IX) NOT = "D" AND "M"
                   MOVE "FREQUENCIA INVALIDA NO NOTURNO.CFG"
                                             TO TP-HIS-MOTIVO (W-IX)
                   GO TO NOI-PASSO-GRAVA.
                IF TC-FREQ (W-IX) = "M"
                   PERFORM NOI-ACHA-MENSAL THRU NOI-ACHA-MENSAL-FIM
                   IF NCT-MEN-COMPET (W-IXM) = W-COMPET-N
                      MOVE W-COMPET-N TO W-MOT-MEN-COM
                      MOVE W-MOT-MENSAL TO TP-HIS-MOTIVO (W-IX)
                      GO TO NOI-PASSO-GRAVA.
      * PASSOS QUE ALTERAM OU REMOVEM DADOS EXIGEM O CADASTRO
      * CONFERIDO E UMA GERACAO DE BACKUP CONFERIDA NESTA CADEIA
                IF TPG-DESTRUT (W-IXP) = "S"
                   IF NCT-VER-OK NOT = "S" OR NCT-BCK-OK NOT = "S"
                      MOVE "SEM VERAMIGO E BACKAMI OK NESTA CADEIA"
                                             TO TP-HIS-MOTIVO (W-IX)
                      GO TO NOI-PASSO-GRAVA.
      * O ARQUIVAMENTO SEM COMPETENCIA INFORMADA ARQUIVA ATE O MES
      * ANTERIOR
                IF TC-PROGRAMA (W-IX) = "ARQAUDIT"
                         AND TC-PARM (W-IX) = SPACES
                   MOVE W-COMPET-ANT-N TO TP-HIS-PARM (W-IX).
      *
      * O CONTROLE APONTA O PASSO ANTES DA CHAMADA: SE O SISTEMA
      * CAIR NO MEIO DO PASSO, A PROXIMA EXECUCAO RETOMA NELE
                MOVE "A" TO NCT-SITUACAO
                MOVE W-IX TO NCT-PASSO
                MOVE TC-PROGRAMA (W-IX) TO NCT-PROGRAMA
                PERFORM NOI-CTL-GRAVA THRU NOI-CTL-GRAVA-FIM
                MOVE "S" TO PSC-LOTE
                MOVE TP-HIS-PARM (W-IX) TO PSC-PARM
                MOVE "E" TO PSC-RESULTADO
                MOVE ZEROS TO PSC-LIDOS PSC-PROCESSADOS PSC-EXCECOES
                MOVE SPACES TO PSC-MENSAGEM
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-HORA8 FROM TIME
                MOVE W-HOJE-N TO TP-HIS-DATA-INI (W-IX)
                MOVE W-HORA6  TO TP-HIS-HORA-INI (W-IX)
                DISPLAY "PASSO " W-IX " - " TC-PROGRAMA (W-IX)
                        " - INICIADO"
                PERFORM NOI-CHAMA THRU NOI-CHAMA-FIM
                MOVE SPACES TO PSC-LOTE
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-HORA8 FROM TIME
                MOVE W-HOJE-N TO TP-HIS-DATA-FIM (W-IX)
                MOVE W-HORA6  TO TP-HIS-HORA-FIM (W-IX)
                MOVE PSC-RESULTADO   TO TP-HIS-RESULTADO (W-IX)
                MOVE PSC-MENSAGEM    TO TP-HIS-MOTIVO (W-IX)
                MOVE PSC-LIDOS       TO TP-HIS-LIDOS (W-IX)
                MOVE PSC-PROCESSADOS TO TP-HIS-PROCESSADOS (W-IX)
                MOVE PSC-EXCECOES    TO TP-HIS-EXCECOES (W-IX)
                IF NOT PSC-OK AND NOT PSC-AVISO AND NOT PSC-ERRO
                   MOVE "E" TO TP-HIS-RESULTADO (W-IX)
                   MOVE "RESULTADO NAO DEVOLVIDO PELO PROGRAMA"
                                             TO TP-HIS-MOTIVO (W-IX).
                DISPLAY "PASSO " W-IX " - " TC-PROGRAMA (W-IX)
                        " - RESULTADO " TP-HIS-RESULTADO (W-IX)
                        " " TP-HIS-MOTIVO (W-IX).
      *
      * AVALIACAO DO RESULTADO: ERRO SEMPRE PARA A CADEIA, AVISO
      * PARA QUANDO O PASSO ESTA CONFIGURADO ASSIM
                IF TP-HIS-ERRO (W-IX)
                   MOVE 1 TO W-PARADA
                   MOVE W-IX TO W-PASSO-PARA
                   GO TO NOI-PASSO-GRAVA.
                IF TC-FREQ (W-IX) = "M"
                   MOVE W-COMPET-N TO NCT-MEN-COMPET (W-IXM).
                IF TP-HIS-OK (W-IX)
                         AND TC-PROGRAMA (W-IX) = "VERAMIGO"
                   MOVE "S" TO NCT-VER-OK.
                IF TP-HIS-OK (W-IX)
                         AND TC-PROGRAMA (W-IX) = "BACKAMI"
                   MOVE "S" TO NCT-BCK-OK.
                IF TP-HIS-AVISO (W-IX) AND TC-PARA-AVISO (W-IX) = "S"
                   MOVE 1 TO W-PARADA
                   MOVE W-IX TO W-PASSO-PARA.
                PERFORM NOI-CTL-GRAVA THRU NOI-CTL-GRAVA-FIM.
       NOI-PASSO-GRAVA.
                IF TP-HIS-OK (W-IX)
                   ADD 1 TO W-QTD-OK.
                IF TP-HIS-AVISO (W-IX)
                   ADD 1 TO W-QTD-AVISO.
                IF TP-HIS-ERRO (W-IX)
                   ADD 1 TO W-QTD-ERRO.
                IF TP-HIS-PULADO (W-IX)
                   ADD 1 TO W-QTD-PUL.
                IF TP-HIS-NAO-EXEC (W-IX)
                   ADD 1 TO W-QTD-NEXE.
                PERFORM NOI-HIST-GRAVA THRU NOI-HIST-GRAVA-FIM.
       NOI-PASSO-FIM.
                EXIT.
      *
      * CHAMADA DO PROGRAMA DO PASSO; SOMENTE OS PROGRAMAS DA
      * TAB-PROGS CHEGAM ATE AQUI
       NOI-CHAMA.
                IF TC-PROGRAMA (W-IX) = "VERAMIGO"
                   CALL "VERAMIGO"
                   CANCEL "VERAMIGO"
                   GO TO NOI-CHAMA-FIM.
                IF TC-PROGRAMA (W-IX) = "VERCRUZA"
                   CALL "VERCRUZA"
                   CANCEL "VERCRUZA"
                   GO TO NOI-CHAMA-FIM.
                IF TC-PROGRAMA (W-IX) = "VERDUPLI"
                   CALL "VERDUPLI"
                   CANCEL "VERDUPLI"
                   GO TO NOI-CHAMA-FIM.
                IF TC-PROGRAMA (W-IX) = "BACKAMI"
                   CALL "BACKAMI"
                   CANCEL "BACKAMI"
                   GO TO NOI-CHAMA-FIM.
                IF TC-PROGRAMA (W-IX) = "ARQAUDIT"
                   CALL "ARQAUDIT"
                   CANCEL "ARQAUDIT"
                   GO TO NOI-CHAMA-FIM.
                IF TC-PROGRAMA (W-IX) = "PURGAMI"
                   CALL "PURGAMI"
                   CANCEL "PURGAMI"
                   GO TO NOI-CHAMA-FIM.
                IF TC-PROGRAMA (W-IX) = "REORGAMI"
                   CALL "REORGAMI"
                   CANCEL "REORGAMI".
       NOI-CHAMA-FIM.
                EXIT.
      *
      * LOCALIZA O PROGRAMA DO PASSO NA TAB-PROGS (W-IXP = ZEROS
      * QUANDO NAO E UM PROGRAMA PREVISTO NO LOTE)
       NOI-ACHA-PROG.
                MOVE ZEROS TO W-IXP.
       NOI-ACHA-PROG-LOOP.
                ADD 1 TO W-IXP
                IF W-IXP > 7
                   MOVE ZEROS TO W-IXP
                   GO TO NOI-ACHA-PROG-FIM.
                IF TPG-NOME (W-IXP) = TC-PROGRAMA (W-IX)
                   GO TO NOI-ACHA-PROG-FIM.
                GO TO NOI-ACHA-PROG-LOOP.
       NOI-ACHA-PROG-FIM.
                EXIT.
      *
      * LOCALIZA (OU ABRE) A POSICAO DO PROGRAMA NA TABELA DE
      * COMPETENCIAS MENSAIS DO CONTROLE
       NOI-ACHA-MENSAL.
                MOVE ZEROS TO W-IXM.
       NOI-ACHA-MENSAL-LOOP.
                ADD 1 TO W-IXM
                IF NCT-MEN-PROG (W-IXM) = TC-PROGRAMA (W-IX)
                   GO TO NOI-ACHA-MENSAL-FIM.
                IF NCT-MEN-PROG (W-IXM) = SPACES
                   MOVE TC-PROGRAMA (W-IX) TO NCT-MEN-PROG (W-IXM)
                   MOVE ZEROS TO NCT-MEN-COMPET (W-IXM)
                   GO TO NOI-ACHA-MENSAL-FIM.
                IF W-IXM < 7
                   GO TO NOI-ACHA-MENSAL-LOOP.
       NOI-ACHA-MENSAL-FIM.
                EXIT.
      *
       NOI-CTL-GRAVA.
                OPEN I-O NOTUCTRL
                IF ST-CTL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CONTROLE - " ST-CTL
                   GO TO NOI-CTL-GRAVA-FIM.
                MOVE W-NOTUCTRL TO REG-NOTUCTRL
                MOVE 1 TO W-CTL-REC
                REWRITE REG-NOTUCTRL
                IF ST-CTL NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CONTROLE - " ST-CTL.
                CLOSE NOTUCTRL.
       NOI-CTL-GRAVA-FIM.
                EXIT.
      *
      * O HISTORICO E ABERTO E FECHADO A CADA PASSO, PARA QUE OS
      * PASSOS JA TERMINADOS FIQUEM GRAVADOS MESMO SE O SISTEMA CAIR
       NOI-HIST-GRAVA.
                OPEN EXTEND NOTUHIST
                IF ST-HIS NOT = "00"
                     IF ST-HIS = "30" OR "35"
                           OPEN OUTPUT NOTUHIST
                           CLOSE NOTUHIST
                           GO TO NOI-HIST-GRAVA
                        ELSE
                           DISPLAY "ERRO NA ABERTURA DO HISTORICO - "
                                                            ST-HIS
                           GO TO NOI-HIST-GRAVA-FIM
                     ELSE
                         NEXT SENTENCE.
                MOVE TP-ITEM (W-IX) TO REG-NOTUHIST
                WRITE REG-NOTUHIST
                IF ST-HIS NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO HISTORICO - " ST-HIS.
                CLOSE NOTUHIST.
       NOI-HIST-GRAVA-FIM.
                EXIT.
      *
      *****************************************************
      * RESUMO DA MANHA: UMA LINHA POR PASSO COM HORARIOS, *
      * RESULTADO E CONTAGENS, SEGUIDA DO MOTIVO QUANDO O  *
      * PASSO FOI PULADO, DEU AVISO OU ERRO                *
      *****************************************************
       NOI-REL.
                OPEN OUTPUT RELAT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO - " ST-REL
                   GO TO NOI-REL-FIM.
                MOVE ZEROS TO W-IX.
       NOI-REL-LOOP.
                ADD 1 TO W-IX
                IF W-IX > W-QTD-PASSOS
                   GO TO NOI-REL-TOT.
                IF W-CONT-PAG = ZEROS OR W-CONT-LIN + 2 > W-LIN-PAG
                   PERFORM NOI-CAB THRU NOI-CAB-FIM.
                MOVE TP-HIS-PASSO (W-IX)    TO LD-PASSO
                MOVE TP-HIS-PROGRAMA (W-IX) TO LD-PROGRAMA
                MOVE SPACES TO LD-INICIO LD-FIM
                IF TP-HIS-OK (W-IX) OR TP-HIS-AVISO (W-IX)
                         OR TP-HIS-ERRO (W-IX)
                   MOVE TP-HIS-HORA-INI (W-IX) TO MASC-HORA
                   MOVE MASC-HORA TO LD-INICIO
                   MOVE TP-HIS-HORA-FIM (W-IX) TO MASC-HORA
                   MOVE MASC-HORA TO LD-FIM.
                IF TP-HIS-OK (W-IX)
                   MOVE "CONCLUIDO" TO LD-RESULTADO.
                IF TP-HIS-AVISO (W-IX)
                   MOVE "AVISOS" TO LD-RESULTADO.
                IF TP-HIS-ERRO (W-IX)
                   MOVE "ERRO" TO LD-RESULTADO.
                IF TP-HIS-PULADO (W-IX)
                   MOVE "PULADO" TO LD-RESULTADO.
                IF TP-HIS-NAO-EXEC (W-IX)
                   MOVE "NAO EXEC." TO LD-RESULTADO.
                MOVE TP-HIS-LIDOS (W-IX)       TO LD-LIDOS
                MOVE TP-HIS-PROCESSADOS (W-IX) TO LD-PROCESSADOS
                MOVE TP-HIS-EXCECOES (W-IX)    TO LD-EXCECOES
                MOVE LINDET TO LINRELAT
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN
                IF TP-HIS-MOTIVO (W-IX) = SPACES
                         AND TP-HIS-PARM (W-IX) = SPACES
                   GO TO NOI-REL-LOOP.
                MOVE TP-HIS-MOTIVO (W-IX) TO LM-MOTIVO
                MOVE TP-HIS-PARM (W-IX)   TO LM-PARM
                MOVE LINMOT TO LINRELAT
                WRITE LINRELAT
                ADD 1 TO W-CONT-LIN
                GO TO NOI-REL-LOOP.
       NOI-REL-TOT.
                IF W-CONT-PAG = ZEROS OR W-CONT-LIN + 8 > W-LIN-PAG
                   PERFORM NOI-CAB THRU NOI-CAB-FIM.
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE "PASSOS CONCLUIDOS" TO LT-ROTULO
                MOVE W-QTD-OK TO LT-QTD
                MOVE LINTOT TO LINRELAT
                WRITE LINRELAT
                MOVE "PASSOS COM AVISOS" TO LT-ROTULO
                MOVE W-QTD-AVISO TO LT-QTD
                MOVE LINTOT TO LINRELAT
                WRITE LINRELAT
                MOVE "PASSOS COM ERRO" TO LT-ROTULO
                MOVE W-QTD-ERRO TO LT-QTD
                MOVE LINTOT TO LINRELAT
                WRITE LINRELAT
                MOVE "PASSOS PULADOS" TO LT-ROTULO
                MOVE W-QTD-PUL TO LT-QTD
                MOVE LINTOT TO LINRELAT
                WRITE LINRELAT
                MOVE "PASSOS NAO EXECUTADOS" TO LT-ROTULO
                MOVE W-QTD-NEXE TO LT-QTD
                MOVE LINTOT TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                IF CADEIA-PARADA
                   MOVE "CADEIA INTERROMPIDA - RETOMAR NO PASSO "
                                                         TO LR-TEXTO
                   MOVE W-PASSO-PARA TO LR-PASSO
                ELSE
                   MOVE "CADEIA CONCLUIDA" TO LR-TEXTO
                   MOVE SPACES TO LR-PASSO.
                MOVE LINRES TO LINRELAT
                WRITE LINRELAT
                CLOSE RELAT.
       NOI-REL-FIM.
                EXIT.
      *
       NOI-CAB.
                ADD 1 TO W-CONT-PAG
                MOVE W-CONT-PAG   TO CAB1-PAG
                MOVE W-DATA-DMA-N TO CAB1-EMISSAO
                MOVE W-EXECUCAO   TO CAB2-EXECUCAO
                MOVE W-OPERADOR   TO CAB2-OPERADOR
                MOVE SPACES TO CAB2-OBS
                IF W-CFG-PADRAO = "S"
                   MOVE "CADEIA PADRAO (SEM NOTURNO.CFG)" TO CAB2-OBS.
                IF EXEC-RETOMADA
                   MOVE W-EXEC-ANT TO W-OBS-RET-EXE
                   MOVE W-OBS-RETOMA TO CAB2-OBS.
                MOVE CAB1 TO LINRELAT
                IF W-CONT-PAG = 1
                   WRITE LINRELAT
                ELSE
                   WRITE LINRELAT AFTER ADVANCING PAGE.
                MOVE CAB2 TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE CAB3 TO LINRELAT
                WRITE LINRELAT
                MOVE ZEROS TO W-CONT-LIN.
       NOI-CAB-FIM.
                EXIT.
