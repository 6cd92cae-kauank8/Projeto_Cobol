           05  LINE 21  COLUMN 30
               VALUE  "54 Conv. Log/Historico".
           05  LINE 20  COLUMN 30
               VALUE  "55/56/57 FinII/Est/FinIII".
           05  LINE 21  COLUMN 03
               VALUE  "00 Encerrar o Sistema".
           05  LINE 23  COLUMN 01
              GO TO CALL-55.
           IF W-OPCAO = 56
              GO TO CALL-56.
           IF W-OPCAO = 57
              GO TO CALL-57.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-001A.
       CALL-56.
           CALL "SCE084"
           GO TO MENU-001.
       CALL-57.
           CALL "SCE092"
           GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
