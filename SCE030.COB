       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-DESCMAX     PIC 9(02)V99 VALUE ZEROS.
       01 W-FIDPTREA    PIC 9(04)V99 VALUE ZEROS.
       01 W-FIDMESES    PIC 9(03) VALUE ZEROS.
       01 W-FIDVLPTO    PIC 9(04)V99 VALUE ZEROS.
       01 W-EXISTE      PIC X(01) VALUE "N".

       SCREEN SECTION.
           05  LINE 06  COLUMN 10
               VALUE  "2 - Desconto Maximo Permitido".
           05  LINE 07  COLUMN 10
               VALUE  "3 - Programa de Fidelidade (Pontos)".
           05  LINE 08  COLUMN 10
               VALUE  "0 - Encerrar".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
              GO TO TAB-001.
           IF W-OPCAO = 2
              GO TO PAR-001.
           IF W-OPCAO = 3
              GO TO FID-001.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-1A.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-1.

      *
      **************************************
      * PROGRAMA DE FIDELIDADE (PONTOS)    *
      **************************************
      *
       FID-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 20) "REGRAS DO PROGRAMA DE FIDELIDADE"
           MOVE ZEROS TO W-FIDPTREA W-FIDMESES W-FIDVLPTO
           MOVE "FIDPTREA" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO = "00"
              MOVE PAR-VALOR TO W-FIDPTREA.
           MOVE "FIDMESES" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO = "00"
              MOVE PAR-VALOR TO W-FIDMESES.
           IF W-FIDMESES = ZEROS
              MOVE 12 TO W-FIDMESES.
           MOVE "FIDVLPTO" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO = "00"
              MOVE PAR-VALOR TO W-FIDVLPTO.
           DISPLAY (05, 03) "PONTOS POR R$ 1,00 VENDIDO ...: "
           DISPLAY (06, 03) "VALIDADE DOS PONTOS (MESES) ..: "
           DISPLAY (07, 03) "VALOR DO PONTO NO RESGATE R$ .: "
           DISPLAY (09, 03)
            "PONTOS POR R$ ZERADO = PROGRAMA DESATIVADO".

       FID-002.
           ACCEPT (05, 36) W-FIDPTREA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-1.

       FID-003.
           ACCEPT (06, 36) W-FIDMESES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FID-002.
           IF W-FIDMESES = ZEROS
              MOVE "VALIDADE DOS PONTOS EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FID-003.

       FID-004.
           ACCEPT (07, 36) W-FIDVLPTO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FID-003.
           IF W-FIDPTREA > ZEROS AND W-FIDVLPTO = ZEROS
              MOVE "VALOR DO PONTO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FID-004.

       FID-005.
           DISPLAY (11, 03) "CONFIRMA? S-SIM/N-NAO: ".
           ACCEPT (11, 27) DADOS
           IF DADOS = "N" OR "n"
              MOVE "*** PARAMETROS NAO ALTERADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-1.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FID-005.
           MOVE "FIDPTREA" TO PAR-ID
           MOVE W-FIDPTREA TO PAR-VALOR
           PERFORM FID-GRAVA THRU FID-GRAVA-FIM
           MOVE "FIDMESES" TO PAR-ID
           MOVE W-FIDMESES TO PAR-VALOR
           PERFORM FID-GRAVA THRU FID-GRAVA-FIM
           MOVE "FIDVLPTO" TO PAR-ID
           MOVE W-FIDVLPTO TO PAR-VALOR
           PERFORM FID-GRAVA THRU FID-GRAVA-FIM
           MOVE "*** PARAMETROS GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-1.

       FID-GRAVA.
           WRITE REGPAR
           IF ST-ERRO NOT = "00"
              REWRITE REGPAR.
           MOVE "PARAMETRO" TO LOG-OPERACAO
           MOVE PAR-ID TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       FID-GRAVA-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
