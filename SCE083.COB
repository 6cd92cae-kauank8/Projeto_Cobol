               VALUE  "11 Metas de Vendedores".
           05  LINE 15  COLUMN 03
               VALUE  "12 Comissoes s/Receb.".
           05  LINE 16  COLUMN 03
               VALUE  "13 Conciliacao Bancaria".
           05  LINE 17  COLUMN 03
               VALUE  "14 Fluxo de Caixa Projet.".
           05  LINE 18  COLUMN 03
               VALUE  "15 Impressao de Boletos".
           05  LINE 19  COLUMN 03
               VALUE  "16 Cobranca PIX".
           05  LINE 21  COLUMN 03
               VALUE  "00 Retornar ao Menu Principal".
           05  LINE 23  COLUMN 01
              GO TO CALL-11.
           IF W-OPCAO = 12
              GO TO CALL-12.
           IF W-OPCAO = 13
              GO TO CALL-13.
           IF W-OPCAO = 14
              GO TO CALL-14.
           IF W-OPCAO = 15
              GO TO CALL-15.
           IF W-OPCAO = 16
              GO TO CALL-16.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-001A.
       CALL-12.
           CALL "SCE079"
           GO TO MENU-001.
       CALL-13.
           CALL "SCE087"
           GO TO MENU-001.
       CALL-14.
           CALL "SCE088"
           GO TO MENU-001.
       CALL-15.
           CALL "SCE089"
           GO TO MENU-001.
       CALL-16.
           CALL "SCE091"
           GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
