      * CHAMADOS PELAS AREAS EXTERNAS OPERADOR-COMUM E       *
      * NIVEL-COMUM, PARA QUE A AUDITORIA E OS LOTES         *
      * CARREGUEM A MESMA IDENTIDADE SEM REDIGITACAO. AS     *
      * OPCOES 04, 11, 12, 15, 21, 28 E 34 SAO RESTRITAS AO  *
      * NIVEL SUPERVISOR                                     *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                DISPLAY (10, 45) "22 - CONVITES EM LOTE"
                DISPLAY (11, 45) "23 - EXTRATO DO AMIGO"
                DISPLAY (12, 45) "24 - BACKUP/RESTAURACAO"
                DISPLAY (13, 45) "25 - FECHAMENTO DE CAIXA"
                DISPLAY (14, 45) "26 - RETORNO BANCARIO"
                DISPLAY (15, 45) "27 - CARTAS DE COBRANCA"
                DISPLAY (16, 45) "28 - FUSAO DE DUPLICADOS"
                DISPLAY (17, 45) "29 - CANCELA/ADIA EVENTO"
                DISPLAY (18, 45) "30 - ANALISE DE PRESENCAS"
                DISPLAY (19, 05) "31 - INGRESSOS DE EVENTOS"
                DISPLAY (19, 45) "32 - COBRANCA DE INGRESSOS"
                DISPLAY (20, 05) "99 - FIM"
                DISPLAY (20, 45) "33 - PROPOSTA DE INATIVACAO"
                DISPLAY (21, 45) "34 - LOTE NOTURNO"
                DISPLAY (21, 05) "OPCAO: ".
       MNU-002.
                ACCEPT (21, 13) W-OPCAO
                IF W-OPCAO = 99
                   GO TO MNU-FIM.
      * OPCOES PERIGOSAS (CARGA EM LOTE, ARQUIVAMENTO, PURGA,
      * REORGANIZACAO, CADASTRO DE OPERADORES, FUSAO DE DUPLICADOS
      * E LOTE NOTURNO) SOMENTE PARA OPERADORES DE NIVEL SUPERVISOR
                IF W-OPCAO = 04 OR W-OPCAO = 11 OR W-OPCAO = 12
                         OR W-OPCAO = 15 OR W-OPCAO = 21
                         OR W-OPCAO = 28 OR W-OPCAO = 34
                   IF W-NIVEL NOT = "S"
                      MOVE "*** OPCAO RESTRITA A SUPERVISORES ***"
                                                              TO MENS
                IF W-OPCAO = 24 CALL "BACKAMI"
                   CANCEL "BACKAMI"
                   GO TO MNU-001.
                IF W-OPCAO = 25 CALL "FECHCAIX"
                   CANCEL "FECHCAIX"
                   GO TO MNU-001.
                IF W-OPCAO = 26 CALL "RETBANCO"
                   CANCEL "RETBANCO"
                   GO TO MNU-001.
                IF W-OPCAO = 27 CALL "CARTACOB"
                   CANCEL "CARTACOB"
                   GO TO MNU-001.
                IF W-OPCAO = 28 CALL "FUSAMI"
                   CANCEL "FUSAMI"
                   GO TO MNU-001.
                IF W-OPCAO = 29 CALL "SITEVENT"
                   CANCEL "SITEVENT"
                   GO TO MNU-001.
                IF W-OPCAO = 30 CALL "REVENTO2"
                   CANCEL "REVENTO2"
                   GO TO MNU-001.
                IF W-OPCAO = 31 CALL "CINGRESS"
                   CANCEL "CINGRESS"
                   GO TO MNU-001.
                IF W-OPCAO = 32 CALL "RINGRESS"
                   CANCEL "RINGRESS"
                   GO TO MNU-001.
      * A PROPOSTA E LIVRE; A APLICACAO E CONFERIDA PELO PROPRIO
      * PROPINAT, QUE EXIGE NIVEL SUPERVISOR
                IF W-OPCAO = 33 CALL "PROPINAT"
                   CANCEL "PROPINAT"
                   GO TO MNU-001.
                IF W-OPCAO = 34 CALL "NOTURNO"
                   CANCEL "NOTURNO"
                   GO TO MNU-001.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MNU-002.
