       INC-WR1.
           WRITE REGFOR.
           MOVE "INCLUSAO" TO LOG-OPERACAO
           MOVE REGFOR TO W-IMGNOV
           MOVE FOR-CPFCNPJ TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO R1.
           DELETE ARQFOR RECORD
           IF ST-ERRO = "00"
              MOVE "EXCLUSAO" TO LOG-OPERACAO
              MOVE REGFOR TO W-IMGANT
              MOVE FOR-CPFCNPJ TO LOG-CHAVEREG
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              MOVE "*** REGISTRO FORNECEDOR EXCLUIDO ***" TO MENS
