      *----------------------------------------------------------------
      * COPY PASSOCOM
      * AREA DE COMUNICACAO ENTRE O LOTE NOTURNO (NOTURNO) E OS
      * PROGRAMAS EXECUTADOS COMO PASSOS DA CADEIA. USAR APOS
      *        01 PASSO-COMUM EXTERNAL.
      * ANTES DE CADA CHAMADA O NOTURNO PREENCHE PSC-LOTE COM "S" E
      * O PARAMETRO DO PASSO; O PROGRAMA CHAMADO, EM LOTE, NAO FAZ
      * PERGUNTAS NO CONSOLE E DEVOLVE O RESULTADO E AS CONTAGENS.
      * FORA DO LOTE (MENU OU CONSOLE) PSC-LOTE FICA DIFERENTE DE "S"
      * E O PROGRAMA SEGUE O DIALOGO NORMAL.
      * RESULTADO: O = CONCLUIDO SEM OCORRENCIAS, A = CONCLUIDO COM
      * AVISOS (EXCECOES LISTADAS, SEM DANO AOS ARQUIVOS), E = ERRO OU
      * DANO ENCONTRADO - A CADEIA E INTERROMPIDA. TODO PROGRAMA DE
      * PASSO COMECA COM "E", DE FORMA QUE QUALQUER SAIDA ANTECIPADA
      * POR ERRO FICA REGISTRADA COMO FALHA.
      *----------------------------------------------------------------
          05 PSC-LOTE          PIC X(01).
             88 PSC-EM-LOTE       VALUE "S".
          05 PSC-PARM          PIC X(20).
          05 PSC-RESULTADO     PIC X(01).
             88 PSC-OK            VALUE "O".
             88 PSC-AVISO         VALUE "A".
             88 PSC-ERRO          VALUE "E".
          05 PSC-LIDOS         PIC 9(07).
          05 PSC-PROCESSADOS   PIC 9(07).
          05 PSC-EXCECOES      PIC 9(07).
          05 PSC-MENSAGEM      PIC X(40).
