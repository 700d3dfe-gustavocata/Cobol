                05 :TAG:REC-VALOR       PIC 9(05)V99.
                05 :TAG:REC-DATA        PIC 9(08).
                05 :TAG:REC-OPERADOR    PIC X(08).
      * REC-PAG-SEQ LIGA O RECIBO AO SEU MOVIMENTO NO CPAGTOS.DAT
      * (APELIDO/ANO/SEQ; ZEROS NOS REGISTROS ANTIGOS). O RECIBO
      * CANCELADO POR ESTORNO DO PAGAMENTO PERMANECE NO ARQUIVO E O
      * SEU NUMERO NUNCA E REAPROVEITADO: SITUACAO V (OU BRANCO,
      * REGISTROS ANTIGOS) = VALIDO, C = CANCELADO, COM DATA,
      * OPERADOR E MOTIVO DO CANCELAMENTO
                05 :TAG:REC-PAG-SEQ     PIC 9(03).
                05 :TAG:REC-SITUACAO    PIC X(01).
                   88 :TAG:REC-VALIDO      VALUE "V" " ".
                   88 :TAG:REC-CANCELADO   VALUE "C".
                05 :TAG:REC-DATA-CANC   PIC 9(08).
                05 :TAG:REC-OPER-CANC   PIC X(08).
                05 :TAG:REC-MOTIVO-CANC PIC X(30).
      * RECIBO DE INGRESSO DE EVENTO: REC-ANOREF = ZEROS E O CODIGO
      * DO EVENTO EM REC-EVENTO (EM BRANCO NOS RECIBOS DE
      * CONTRIBUICAO ANUAL)
                05 :TAG:REC-EVENTO      PIC X(08).
