      *----------------------------------------------------------------
      * COPY DOCBASEL
      * CLAUSULAS DE SELECAO DO ARQUIVO CDOCBANC.DAT (DOCUMENTOS
      * BANCARIOS JA LANCADOS PELO RETORNO DO BANCO), COMUNS A TODOS
      * OS PROGRAMAS QUE ABREM O ARQUIVO DOCBANC. O PROGRAMA QUE
      * UTILIZAR ESTA COPY DEVE DECLARAR 77 ST-DOB PIC X(02) EM
      * WORKING-STORAGE.
      *----------------------------------------------------------------
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOB-DOCUMENTO
                    FILE STATUS  IS ST-DOB.
