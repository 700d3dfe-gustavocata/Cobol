      * CONFIRMADOS ATINGEM A CAPACIDADE, NOVAS CONFIRMACOES ENTRAM
      * NA LISTA DE ESPERA (VER PRE-STATUS EM REGPRESE)
                05 :TAG:EVT-CAPACIDADE  PIC 9(04).
      * SITUACAO DO EVENTO: A (OU BRANCO, REGISTROS ANTIGOS) =
      * AGENDADO, C = CANCELADO, P = ADIADO (REMARCADO PARA A NOVA
      * EVT-DATA; EVT-DATA-ANT GUARDA A DATA ANTERIOR). NO
      * CANCELAMENTO FICAM A DATA (DDMMAAAA), O MOTIVO E O OPERADOR.
      * EVENTO CANCELADO NAO RECEBE CONVITES NEM EMITE LISTA DE
      * PRESENCA (CANCELAMENTO E ADIAMENTO NO SITEVENT)
                05 :TAG:EVT-SITUACAO    PIC X(01).
                   88 :TAG:EVT-AGENDADO    VALUE "A" " ".
                   88 :TAG:EVT-CANCELADO   VALUE "C".
                   88 :TAG:EVT-ADIADO      VALUE "P".
                05 :TAG:EVT-DATA-ANT    PIC 9(08).
                05 :TAG:EVT-DATA-CANC   PIC 9(08).
                05 :TAG:EVT-MOTIVO-CANC PIC X(30).
                05 :TAG:EVT-OPER-CANC   PIC X(08).
      * PRECO DO INGRESSO DO EVENTO; ZERO = EVENTO GRATUITO. NOS
      * EVENTOS PAGOS, CADA AMIGO CONFIRMADO (INCLUSIVE O PROMOVIDO DA
      * LISTA DE ESPERA) RECEBE UMA COBRANCA NO CINGRESS.DAT COM O
      * PRECO VIGENTE NA CONFIRMACAO (VER REGINGRE)
                05 :TAG:EVT-PRECO       PIC 9(05)V99.
