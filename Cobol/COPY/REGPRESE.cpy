                   88 :TAG:PRE-COMPARECEU  VALUE "S".
                   88 :TAG:PRE-AUSENTE     VALUE "N".
      * STATUS DO CONVITE: C (OU BRANCO, REGISTROS ANTIGOS) =
      * CONVIDADO, F = CONFIRMADO, R = RECUSADO, E = LISTA DE ESPERA,
      * X = ENCERRADO PELO CANCELAMENTO DO EVENTO (SITEVENT).
      * TS-STATUS GUARDA DATA E HORA (AAAAMMDDHHMMSS) DA ULTIMA
      * TROCA DE STATUS E ORDENA A LISTA DE ESPERA NA PROMOCAO
                05 :TAG:PRE-STATUS      PIC X(01).
                   88 :TAG:PRE-CONFIRMADO  VALUE "F".
                   88 :TAG:PRE-RECUSADO    VALUE "R".
                   88 :TAG:PRE-ESPERA      VALUE "E".
                   88 :TAG:PRE-ENCERRADO   VALUE "X".
                05 :TAG:PRE-TS-STATUS   PIC 9(14).
