                   DISPLAY "*** EVENTO NAO CADASTRADO ***"
                   CLOSE EVENTO
                   GO TO LCV-FIMS.
                IF EVT-CANCELADO
                   DISPLAY "*** EVENTO CANCELADO - CONVITES NAO "
                           "PERMITIDOS ***"
                   CLOSE EVENTO
                   GO TO LCV-FIMS.
                DISPLAY "EVENTO: " EVT-DESCRICAO.
       LCV-FILTRO.
                DISPLAY "CONVIDAR TODOS OS AMIGOS ATIVOS (S/N)? "
