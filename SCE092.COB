       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE092.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC 9(02) VALUE ZEROS.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(60) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TSCE092.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                      MENU FINANCEIRO III".
           05  LINE 04  COLUMN 03
               VALUE  "01 Taxas de Cartao".
           05  LINE 05  COLUMN 03
               VALUE  "02 Recebiveis de Cartao".
           05  LINE 06  COLUMN 03
               VALUE  "03 Haver de Clientes".
           05  LINE 07  COLUMN 03
               VALUE  "04 Dados Bancarios de Fornecedores".
           05  LINE 08  COLUMN 03
               VALUE  "05 Pagamento a Fornecedores (CNAB)".
           05  LINE 09  COLUMN 03
               VALUE  "06 SPED EFD ICMS/IPI".
           05  LINE 10  COLUMN 03
               VALUE  "07 Plano de Contas - Mapeamento Contabil".
           05  LINE 11  COLUMN 03
               VALUE  "08 Exportacao Contabil Mensal".
           05  LINE 12  COLUMN 03
               VALUE  "09 Conferencia de Compras (Pedido x NF)".
           05  LINE 13  COLUMN 03
               VALUE  "10 Relatorio de Dados do Titular (LGPD)".
           05  LINE 14  COLUMN 03
               VALUE  "11 Anonimizacao de Ex-Clientes (LGPD)".
           05  LINE 15  COLUMN 03
               VALUE  "12 Baixa de Titulos por Perda".
           05  LINE 16  COLUMN 03
               VALUE  "13 Provisao p/ Devedores Duvidosos (PDD)".
           05  LINE 17  COLUMN 03
               VALUE  "14 Moedas e Cotacoes de Cambio".
           05  LINE 18  COLUMN 03
               VALUE  "15 Reavaliacao Cambial - Titulos a Pagar".
           05  LINE 19  COLUMN 03
               VALUE  "16 Recuperacao pelo Log (Roll-Forward)".
           05  LINE 04  COLUMN 46
               VALUE  "17 Orcamento Anual".
           05  LINE 05  COLUMN 46
               VALUE  "18 Copia Orcamento Ano Ant.".
           05  LINE 06  COLUMN 46
               VALUE  "19 Orcado x Realizado".
           05  LINE 21  COLUMN 03
               VALUE  "00 Retornar ao Menu Principal".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       MENU-001.
           DISPLAY TSCE092.
       MENU-001A.
           DISPLAY (20, 10) "OPCAO: ".
           MOVE ZEROS TO W-OPCAO
           ACCEPT (20, 18) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = 00
              GO TO ROT-FIM.
           IF W-OPCAO = 01
              GO TO CALL-01.
           IF W-OPCAO = 02
              GO TO CALL-02.
           IF W-OPCAO = 03
              GO TO CALL-03.
           IF W-OPCAO = 04
              GO TO CALL-04.
           IF W-OPCAO = 05
              GO TO CALL-05.
           IF W-OPCAO = 06
              GO TO CALL-06.
           IF W-OPCAO = 07
              GO TO CALL-07.
           IF W-OPCAO = 08
              GO TO CALL-08.
           IF W-OPCAO = 09
              GO TO CALL-09.
           IF W-OPCAO = 10
              GO TO CALL-10.
           IF W-OPCAO = 11
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
           IF W-OPCAO = 17
              GO TO CALL-17.
           IF W-OPCAO = 18
              GO TO CALL-18.
           IF W-OPCAO = 19
              GO TO CALL-19.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-001A.
      *
       CALL-01.
           CALL "SCE093"
           GO TO MENU-001.
       CALL-02.
           CALL "SCE095"
           GO TO MENU-001.
       CALL-03.
           CALL "SCE097"
           GO TO MENU-001.
       CALL-04.
           CALL "SCE098"
           GO TO MENU-001.
       CALL-05.
           CALL "SCE099"
           GO TO MENU-001.
       CALL-06.
           CALL "SCE100"
           GO TO MENU-001.
       CALL-07.
           CALL "SCE101"
           GO TO MENU-001.
       CALL-08.
           CALL "SCE102"
           GO TO MENU-001.
       CALL-09.
           CALL "SCE103"
           GO TO MENU-001.
       CALL-10.
           CALL "SCE139"
           GO TO MENU-001.
       CALL-11.
           CALL "SCE140"
           GO TO MENU-001.
       CALL-12.
           CALL "SCE141"
           GO TO MENU-001.
       CALL-13.
           CALL "SCE142"
           GO TO MENU-001.
       CALL-14.
           CALL "SCE143"
           GO TO MENU-001.
       CALL-15.
           CALL "SCE145"
           GO TO MENU-001.
       CALL-16.
           CALL "SCE148"
           GO TO MENU-001.
       CALL-17.
           CALL "SCE150"
           GO TO MENU-001.
       CALL-18.
           CALL "SCE151"
           GO TO MENU-001.
       CALL-19.
           CALL "SCE152"
           GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           CONTINUE.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           CALL "C$SLEEP" USING W-SEGUNDOS
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
      *
