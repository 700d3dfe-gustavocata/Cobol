      *----------------------------------------------------------------
      * COPY COBRASEL
      * CLAUSULAS DE SELECAO DO ARQUIVO CCOBRANC.DAT (HISTORICO DAS
      * CARTAS DE COBRANCA ENVIADAS), COMUNS A TODOS OS PROGRAMAS QUE
      * ABREM O ARQUIVO COBRAN. O PROGRAMA QUE UTILIZAR ESTA COPY
      * DEVE DECLARAR 77 ST-COB PIC X(02) EM WORKING-STORAGE.
      *----------------------------------------------------------------
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-COB.
