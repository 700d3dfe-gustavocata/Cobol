      *----------------------------------------------------------------
      * COPY REGINGRE
      * LAYOUT PADRAO DO REGISTRO DE COBRANCA DE INGRESSO DE EVENTO
      * PAGO (CINGRESS.DAT) - UM REGISTRO POR EVENTO E APELIDO,
      * CRIADO QUANDO O AMIGO E CONFIRMADO NO EVENTO (CEVENTO),
      * INCLUSIVE NA PROMOCAO DA LISTA DE ESPERA. ING-VALOR GUARDA O
      * PRECO VIGENTE NA CONFIRMACAO E ING-PAGO O ACUMULADO DOS
      * PAGAMENTOS RECEBIDOS NO CINGRESS (MOVIMENTOS NO CPAGTOS.DAT
      * COM PAG-ANOREF = ZEROS E PAG-EVENTO). AS DATAS FICAM NO
      * FORMATO DDMMAAAA.
      * USAR COPY REGINGRE REPLACING ==:TAG:== BY == ==. PARA A
      * AREA NORMAL DO REGISTRO, OU BY ==xx-== PARA OBTER UMA SEGUNDA
      * COPIA DA ESTRUTURA COM PREFIXO PROPRIO.
      *----------------------------------------------------------------
                05 :TAG:ING-CHAVE.
                   07 :TAG:ING-EVENTO   PIC X(08).
                   07 :TAG:ING-APELIDO  PIC X(12).
                05 :TAG:ING-VALOR       PIC 9(05)V99.
                05 :TAG:ING-PAGO        PIC 9(05)V99.
                05 :TAG:ING-DATA-PAGTO  PIC 9(08).
                05 :TAG:ING-DATA-COBR   PIC 9(08).
                05 :TAG:ING-OPERADOR    PIC X(08).
      * SITUACAO DA COBRANCA: A (OU BRANCO) = ATIVA, C = CANCELADA
      * (AMIGO DEIXOU DE SER CONFIRMADO OU EVENTO CANCELADO/ADIADO
      * NO SITEVENT). A COBRANCA CANCELADA NAO E MAIS DEVIDA; SE
      * TIVER VALOR PAGO, ESSE VALOR FICA A DEVOLVER (ESTORNO NO
      * CINGRESS). A NOVA CONFIRMACAO DO AMIGO REATIVA A COBRANCA
      * COM O PRECO VIGENTE, MANTENDO O VALOR JA PAGO
                05 :TAG:ING-SITUACAO    PIC X(01).
                   88 :TAG:ING-ATIVA       VALUE "A" " ".
                   88 :TAG:ING-CANCELADA   VALUE "C".
                05 :TAG:ING-DATA-CANC   PIC 9(08).
