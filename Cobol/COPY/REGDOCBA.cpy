      *----------------------------------------------------------------
      * COPY REGDOCBA
      * LAYOUT PADRAO DO REGISTRO DE DOCUMENTO BANCARIO LANCADO
      * (CDOCBANC.DAT) - UM REGISTRO POR DOCUMENTO DO RETORNO DO
      * BANCO EFETIVADO COMO PAGAMENTO, COM O MOVIMENTO (APELIDO/
      * ANO/SEQ NO CPAGTOS.DAT) E O RECIBO GERADOS PARA ELE. IMPEDE
      * QUE O MESMO DOCUMENTO SEJA LANCADO DUAS VEZES. DATAS DE
      * PAGAMENTO E DE PROCESSAMENTO NO FORMATO DDMMAAAA, COMO NO
      * CPAGTOS.DAT. O REGISTRO E GRAVADO PENDENTE ("P") ANTES DO
      * LANCAMENTO E PASSA A LANCADO ("L") SO DEPOIS DO ULTIMO
      * ARQUIVO ATUALIZADO; UM DOCUMENTO QUE FICOU PENDENTE TEVE O
      * LANCAMENTO INTERROMPIDO E PRECISA SER CONFERIDO A MAO.
      * USAR COPY REGDOCBA REPLACING ==:TAG:== BY == ==. PARA A
      * AREA NORMAL DO REGISTRO, OU BY ==xx-== PARA OBTER UMA SEGUNDA
      * COPIA DA ESTRUTURA COM PREFIXO PROPRIO.
      *----------------------------------------------------------------
                05 :TAG:DOB-DOCUMENTO   PIC X(20).
                05 :TAG:DOB-APELIDO     PIC X(12).
                05 :TAG:DOB-ANOREF      PIC 9(04).
                05 :TAG:DOB-PAG-SEQ     PIC 9(03).
                05 :TAG:DOB-VALOR       PIC 9(05)V99.
                05 :TAG:DOB-DATA-PAGTO  PIC 9(08).
                05 :TAG:DOB-RECIBO      PIC 9(06).
                05 :TAG:DOB-DATA-PROC   PIC 9(08).
                05 :TAG:DOB-OPERADOR    PIC X(08).
                05 :TAG:DOB-SITUACAO    PIC X(01).
                   88 :TAG:DOB-PENDENTE    VALUE "P".
                   88 :TAG:DOB-LANCADO     VALUE "L".
