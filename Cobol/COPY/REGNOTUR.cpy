      *----------------------------------------------------------------
      * COPY REGNOTUR
      * LAYOUT PADRAO DO REGISTRO DO HISTORICO DO LOTE NOTURNO
      * (NOTUHIST.DAT), GRAVADO PELO NOTURNO: UM REGISTRO POR PASSO
      * DE CADA EXECUCAO DA CADEIA, COM O INICIO E O FIM DO PASSO,
      * O RESULTADO, O MOTIVO E AS CONTAGENS DEVOLVIDAS PELO PROGRAMA.
      * RESULTADO: O = CONCLUIDO, A = CONCLUIDO COM AVISOS, E = ERRO
      * (A CADEIA PARA), P = PULADO (MOTIVO INFORMADO) E C = NAO
      * EXECUTADO PORQUE A CADEIA FOI INTERROMPIDA EM PASSO ANTERIOR.
      * DATAS NO FORMATO AAAAMMDD E HORAS NO FORMATO HHMMSS.
      * USAR COPY REGNOTUR REPLACING ==:TAG:== BY == ==. PARA A
      * AREA NORMAL DO REGISTRO, OU BY ==xx-== PARA OBTER UMA SEGUNDA
      * COPIA DA ESTRUTURA COM PREFIXO PROPRIO.
      *----------------------------------------------------------------
                05 :TAG:HIS-EXECUCAO     PIC 9(06).
                05 :TAG:HIS-PASSO        PIC 9(02).
                05 :TAG:HIS-PROGRAMA     PIC X(08).
                05 :TAG:HIS-PARM         PIC X(20).
                05 :TAG:HIS-DATA-INI     PIC 9(08).
                05 :TAG:HIS-HORA-INI     PIC 9(06).
                05 :TAG:HIS-DATA-FIM     PIC 9(08).
                05 :TAG:HIS-HORA-FIM     PIC 9(06).
                05 :TAG:HIS-RESULTADO    PIC X(01).
                   88 :TAG:HIS-OK           VALUE "O".
                   88 :TAG:HIS-AVISO        VALUE "A".
                   88 :TAG:HIS-ERRO         VALUE "E".
                   88 :TAG:HIS-PULADO       VALUE "P".
                   88 :TAG:HIS-NAO-EXEC     VALUE "C".
                05 :TAG:HIS-MOTIVO       PIC X(40).
                05 :TAG:HIS-LIDOS        PIC 9(07).
                05 :TAG:HIS-PROCESSADOS  PIC 9(07).
                05 :TAG:HIS-EXCECOES     PIC 9(07).
                05 :TAG:HIS-OPERADOR     PIC X(08).
      * S = EXECUCAO QUE RETOMOU A CADEIA INTERROMPIDA NA ANTERIOR
                05 :TAG:HIS-RETOMADA     PIC X(01).
                   88 :TAG:HIS-RETOMADO     VALUE "S".
