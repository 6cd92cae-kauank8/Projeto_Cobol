           WRITE REGCLI.
           PERFORM GRAVA-CLIX THRU GRAVA-CLIX-FIM
           MOVE "INCLUSAO" TO LOG-OPERACAO
           MOVE REGCLI TO W-IMGNOV
           MOVE CPFCNPJ TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           GO TO R1.
                 DELETE ARQCLIX RECORD.
           IF ST-ERRO = "00" OR "23"
              MOVE "EXCLUSAO" TO LOG-OPERACAO
              MOVE REGCLI TO W-IMGANT
              MOVE CPFCNPJ TO LOG-CHAVEREG
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              MOVE "*** REGISTRO CLIENTE EXCLUIDO ***" TO MENS
