                MOVE VEL-EVT-LOCAL     TO NV-EVT-LOCAL
                MOVE VEL-EVT-TIPO      TO NV-EVT-TIPO
                MOVE ZEROS             TO NV-EVT-CAPACIDADE
                                          NV-EVT-DATA-ANT
                                          NV-EVT-DATA-CANC
                                          NV-EVT-PRECO
                MOVE "A"               TO NV-EVT-SITUACAO
                MOVE SPACES            TO NV-EVT-MOTIVO-CANC
                                          NV-EVT-OPER-CANC
                WRITE REG-EVTCONV
                IF ST-CNV NOT = "00" AND "02"
                   DISPLAY "ERRO NA GRAVACAO DO EVENTO " NV-EVT-CODIGO
