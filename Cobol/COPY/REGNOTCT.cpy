      *----------------------------------------------------------------
      * COPY REGNOTCT
      * LAYOUT DO REGISTRO UNICO DE CONTROLE DO LOTE NOTURNO
      * (NOTUCTRL.DAT, RELATIVO, REGISTRO 1), MANTIDO PELO NOTURNO E
      * COPIADO PELO BACKAMI: SITUACAO DA ULTIMA EXECUCAO (A = EM
      * ANDAMENTO, I = INTERROMPIDA, F = CONCLUIDA), PASSO EM
      * ANDAMENTO OU QUE INTERROMPEU A CADEIA, CONFERENCIAS DE
      * VERAMIGO E BACKAMI JA CONCLUIDAS NA CADEIA E A ULTIMA
      * COMPETENCIA (AAAAMM) DE CADA PASSO MENSAL.
      * USAR COPY REGNOTCT REPLACING ==:TAG:== BY == ==. PARA A
      * AREA NORMAL DO REGISTRO, OU BY ==xx-== PARA OBTER UMA SEGUNDA
      * COPIA DA ESTRUTURA COM PREFIXO PROPRIO.
      *----------------------------------------------------------------
                05 :TAG:NCT-SITUACAO     PIC X(01).
                   88 :TAG:NCT-EM-ANDAMENTO VALUE "A".
                   88 :TAG:NCT-INTERROMPIDA VALUE "I".
                   88 :TAG:NCT-CONCLUIDA    VALUE "F".
                05 :TAG:NCT-EXECUCAO     PIC 9(06).
                05 :TAG:NCT-DATA         PIC 9(08).
                05 :TAG:NCT-PASSO        PIC 9(02).
                05 :TAG:NCT-PROGRAMA     PIC X(08).
                05 :TAG:NCT-VER-OK       PIC X(01).
                05 :TAG:NCT-BCK-OK       PIC X(01).
                05 :TAG:NCT-MENSAIS.
                   07 :TAG:NCT-MENSAL OCCURS 7 TIMES.
                      09 :TAG:NCT-MEN-PROG    PIC X(08).
                      09 :TAG:NCT-MEN-COMPET  PIC 9(06).
