      *----------------------------------------------------------------
      * COPY REGCOBRA
      * LAYOUT PADRAO DO REGISTRO DE HISTORICO DE COBRANCA
      * (CCOBRANC.DAT) - UM REGISTRO POR AMIGO E DATA EM QUE FOI
      * EMITIDA CARTA DE COBRANCA DAS CONTRIBUICOES EM ABERTO, COM
      * O NUMERO DO AVISO (1 = PRIMEIRO AVISO, 2 EM DIANTE = AVISO
      * REPETIDO), A QUANTIDADE DE ANOS E O TOTAL COBRADO. A DATA
      * FICA NO FORMATO AAAAMMDD PARA QUE A LEITURA PELA CHAVE
      * TRAGA OS AVISOS DO AMIGO EM ORDEM CRONOLOGICA.
      * USAR COPY REGCOBRA REPLACING ==:TAG:== BY == ==. PARA A
      * AREA NORMAL DO REGISTRO, OU BY ==xx-== PARA OBTER UMA SEGUNDA
      * COPIA DA ESTRUTURA COM PREFIXO PROPRIO.
      *----------------------------------------------------------------
                05 :TAG:COB-CHAVE.
                   07 :TAG:COB-APELIDO  PIC X(12).
                   07 :TAG:COB-DATA     PIC 9(08).
                05 :TAG:COB-AVISO       PIC 9(02).
                05 :TAG:COB-QTD-ANOS    PIC 9(02).
                05 :TAG:COB-TOTAL       PIC 9(07)V99.
      * S = AVISO TAMBEM INCLUIDO NO ARQUIVO DE MALA DIRETA POR
      * E-MAIL; N = SOMENTE CARTA
                05 :TAG:COB-EMAIL       PIC X(01).
                05 :TAG:COB-OPERADOR    PIC X(08).
