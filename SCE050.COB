               VALUE  "PASSO 7 - TOTAIS DO PAINEL     (SCE047)".
           05  LINE 11  COLUMN 03
               VALUE  "PASSO 8 - COPIA DE SEGURANCA   (SCE017)".
           05  LINE 12  COLUMN 03
               VALUE  "PASSO 9 - EXTRACAO P/ BI       (SCE149)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

           IF W-PENDENTE > ZEROS
              MOVE "PASSO COM ERRO - BACKUP NAO EXECUTADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PASSO-9.
           MOVE 08 TO W-PASSO
           MOVE "SCE017" TO W-NOME
           PERFORM VER-PASSO THRU VER-PASSO-FIM
           IF W-FEITO = "S"
              PERFORM MOSTRA-PULA THRU MOSTRA-PULA-FIM
              GO TO PASSO-9.
           PERFORM MARCA-INI THRU MARCA-INI-FIM
           CALL "SCE017"
           PERFORM MARCA-OK THRU MARCA-OK-FIM.

       PASSO-9.
           MOVE 09 TO W-PASSO
           MOVE "SCE149" TO W-NOME
           PERFORM VER-PASSO THRU VER-PASSO-FIM
           IF W-FEITO = "S"
              PERFORM MOSTRA-PULA THRU MOSTRA-PULA-FIM
              GO TO ENCERRA.
           PERFORM MARCA-INI THRU MARCA-INI-FIM
           CALL "SCE149"
           PERFORM MARCA-OK THRU MARCA-OK-FIM.

       ENCERRA.
           MOVE "N" TO W-BATCH
           MOVE "BATCHNOITE" TO LOG-OPERACAO
