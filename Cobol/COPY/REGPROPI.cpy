      *----------------------------------------------------------------
      * COPY REGPROPI
      * LAYOUT PADRAO DO REGISTRO DA PROPOSTA DE INATIVACAO DE AMIGOS
      * INADIMPLENTES E AUSENTES (PROPINAT.DAT), GERADA E APLICADA
      * PELO PROPINAT. O ARQUIVO TEM UM REGISTRO DE CABECALHO (TIPO
      * "H") COM OS CRITERIOS E A SITUACAO DA PROPOSTA, UM REGISTRO DE
      * DETALHE (TIPO "D") POR AMIGO PROPOSTO E UM REGISTRO DE TOTAL
      * (TIPO "T") COM A QUANTIDADE E O VALOR EM ABERTO DE CONTROLE.
      * DATAS NO FORMATO AAAAMMDD.
      * USAR COPY REGPROPI REPLACING ==:TAG:== BY == ==. PARA A
      * AREA NORMAL DO REGISTRO, OU BY ==xx-== PARA OBTER UMA SEGUNDA
      * COPIA DA ESTRUTURA COM PREFIXO PROPRIO.
      *----------------------------------------------------------------
                05 :TAG:PRP-TIPO        PIC X(01).
                   88 :TAG:PRP-CABECALHO   VALUE "H".
                   88 :TAG:PRP-DETALHE     VALUE "D".
                   88 :TAG:PRP-TOTAL       VALUE "T".
                05 :TAG:PRP-DADOS       PIC X(79).
      * CABECALHO: DATA E OPERADOR DA PROPOSTA, ANOS CONSECUTIVOS EM
      * ABERTO EXIGIDOS E O PERIODO ANALISADO. SITUACAO P = PROPOSTA
      * AGUARDANDO A DIRETORIA, A = APLICADA (DATA E SUPERVISOR)
                05 :TAG:PRP-CAB REDEFINES :TAG:PRP-DADOS.
                   07 :TAG:PRP-DATA-PROP   PIC 9(08).
                   07 :TAG:PRP-OPER-PROP   PIC X(08).
                   07 :TAG:PRP-ANOS        PIC 9(02).
                   07 :TAG:PRP-ANO-INI     PIC 9(04).
                   07 :TAG:PRP-ANO-FIM     PIC 9(04).
                   07 :TAG:PRP-SITUACAO    PIC X(01).
                      88 :TAG:PRP-PROPOSTA    VALUE "P".
                      88 :TAG:PRP-APLICADA    VALUE "A".
                   07 :TAG:PRP-DATA-APLIC  PIC 9(08).
                   07 :TAG:PRP-OPER-APLIC  PIC X(08).
                   07 FILLER               PIC X(36).
      * DETALHE: AMIGO PROPOSTO, COM A QUANTIDADE DE ANOS E O TOTAL
      * EM ABERTO E A DATA DO ULTIMO COMPARECIMENTO A UM EVENTO
      * (ZEROS = NUNCA COMPARECEU)
                05 :TAG:PRP-DET REDEFINES :TAG:PRP-DADOS.
                   07 :TAG:PRP-APELIDO     PIC X(12).
                   07 :TAG:PRP-NOME        PIC X(30).
                   07 :TAG:PRP-QTD-ANOS    PIC 9(02).
                   07 :TAG:PRP-ABERTO      PIC 9(07)V99.
                   07 :TAG:PRP-ULT-PRES    PIC 9(08).
                   07 FILLER               PIC X(18).
      * TOTAL: QUANTIDADE DE AMIGOS E SOMA DOS VALORES EM ABERTO
                05 :TAG:PRP-TOT REDEFINES :TAG:PRP-DADOS.
                   07 :TAG:PRP-QTD-AMIGOS  PIC 9(06).
                   07 :TAG:PRP-TOT-ABERTO  PIC 9(09)V99.
                   07 FILLER               PIC X(62).
