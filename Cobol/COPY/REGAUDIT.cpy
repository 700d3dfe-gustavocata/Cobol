      * GRAVADO NO ARQUIVO AUDITAMI.DAT A CADA INCLUSAO, ALTERACAO OU
      * EXCLUSAO EM REGAMIGO, COM A IMAGEM DO REGISTRO ANTES E DEPOIS
      * DA OPERACAO E O OPERADOR RESPONSAVEL.
      * NA FUSAO DE DUPLICATAS (FUSAMI) SAO GRAVADOS REGISTROS "F" NO
      * APELIDO SOBREVIVENTE E NO DUPLICADO, AMBOS COM A IMAGEM DO
      * DUPLICADO EM AUD-ANTES E A DO SOBREVIVENTE EM AUD-DEPOIS.
      *----------------------------------------------------------------
       03 AUD-TIMESTAMP.
          05 AUD-DATA        PIC 9(08).
          88 AUD-EXCLUSAO    VALUE "E".
          88 AUD-INATIVACAO  VALUE "X".
          88 AUD-REATIVACAO  VALUE "R".
          88 AUD-FUSAO       VALUE "F".
       03 AUD-APELIDO        PIC X(12).
       03 AUD-ANTES.
          COPY REGAMIGO REPLACING ==:TAG:== BY ==ANT-==.
