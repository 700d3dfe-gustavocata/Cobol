      * EFETUADO, NUMERADO EM SEQUENCIA DENTRO DO APELIDO E ANO DE
      * COMPETENCIA. O CTR-PAGO DO CCONTRIB.DAT GUARDA O ACUMULADO
      * DOS MOVIMENTOS DO ANO.
      * O PAGAMENTO DE INGRESSO DE EVENTO (CINGRESS) USA O MESMO
      * ARQUIVO COM PAG-ANOREF = ZEROS E O CODIGO DO EVENTO EM
      * PAG-EVENTO; A SEQUENCIA E UNICA DENTRO DO APELIDO PARA TODOS
      * OS INGRESSOS. NOS MOVIMENTOS DE CONTRIBUICAO PAG-EVENTO FICA
      * EM BRANCO.
      * USAR COPY REGPAGTO REPLACING ==:TAG:== BY == ==. PARA A
      * AREA NORMAL DO REGISTRO, OU BY ==xx-== PARA OBTER UMA SEGUNDA
      * COPIA DA ESTRUTURA COM PREFIXO PROPRIO.
                05 :TAG:PAG-VALOR       PIC 9(05)V99.
                05 :TAG:PAG-DATA        PIC 9(08).
                05 :TAG:PAG-OPERADOR    PIC X(08).
      * TIPO DO MOVIMENTO: P (OU BRANCO, REGISTROS ANTIGOS) =
      * PAGAMENTO, E = ESTORNO. O ESTORNO E UM NOVO MOVIMENTO DO
      * APELIDO/ANO, COM O VALOR DO PAGAMENTO ESTORNADO A DEDUZIR
      * DO ACUMULADO; NELE PAG-SEQ-REF APONTA PARA O PAGAMENTO
      * ESTORNADO E, NO PAGAMENTO ESTORNADO, PARA O SEU ESTORNO
      * (ZEROS = PAGAMENTO NAO ESTORNADO). PAG-RECIBO GUARDA O
      * NUMERO DO RECIBO EMITIDO PARA O PAGAMENTO - NO ESTORNO, O
      * DO RECIBO CANCELADO (ZEROS NOS REGISTROS ANTIGOS)
                05 :TAG:PAG-TIPO        PIC X(01).
                   88 :TAG:PAG-PAGAMENTO   VALUE "P" " ".
                   88 :TAG:PAG-ESTORNO     VALUE "E".
                05 :TAG:PAG-SEQ-REF     PIC 9(03).
                05 :TAG:PAG-RECIBO      PIC 9(06).
                05 :TAG:PAG-EVENTO      PIC X(08).
