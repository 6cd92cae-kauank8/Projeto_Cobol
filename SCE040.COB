              PERFORM GRAVA-ERR-PED THRU GRAVA-ERR-PED-FIM
              ADD 1 TO W-QTD-INVAL.
           IF PED-STATUS NOT = "A" AND "C" AND "P" AND "D" AND "R"
                          AND "S" AND "X" AND "E" AND "T"
              MOVE "STATUS INVALIDO" TO DETERRO
              PERFORM GRAVA-ERR-PED THRU GRAVA-ERR-PED-FIM
              ADD 1 TO W-QTD-INVAL.
