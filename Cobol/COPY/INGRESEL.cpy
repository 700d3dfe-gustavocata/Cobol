      *----------------------------------------------------------------
      * COPY INGRESEL
      * CLAUSULAS DE SELECAO DO ARQUIVO CINGRESS.DAT (COBRANCA DE
      * INGRESSOS DE EVENTOS PAGOS), COMUNS A TODOS OS PROGRAMAS QUE
      * ABREM O ARQUIVO INGRES. O PROGRAMA QUE UTILIZAR ESTA COPY
      * DEVE DECLARAR 77 ST-ING PIC X(02) EM WORKING-STORAGE.
      *----------------------------------------------------------------
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ING-CHAVE
                    FILE STATUS  IS ST-ING.
