       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE106.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQNSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NS-SERIE
                                   WITH DUPLICATES.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD ARQNSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNSER.DAT".
       01 REGNSER.
          03 NS-CHAVE.
             05 NS-CODPROD     PIC 9(06).
             05 NS-SERIE       PIC X(20).
          03 NS-STATUS         PIC X(01).
          03 NS-LOCAL          PIC 9(02).
          03 NS-FORNEC         PIC 9(14).
          03 NS-PEDCOMPRA      PIC 9(06).
          03 NS-DTENTRADA      PIC 9(08).
          03 NS-PEDVENDA       PIC 9(06).
          03 NS-CLIENTE        PIC 9(14).
          03 NS-DTVENDA        PIC 9(08).
          03 NS-DTGARANT       PIC 9(08).
          03 NS-DTDEVOL        PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".
       01 REGPRO.
          03 CODIGO          PIC 9(06).
          03 DESCRICAO       PIC X(30).
          03 UNIDADE         PIC X(02).
          03 TPPROD          PIC 9(01).
          03 PRECO           PIC 9(06)V99.
          03 DATACP          PIC 9(8).
          03 ESTOQUE         PIC 9(06).
          03 CPFCNPJ         PIC 9(14).
          03 MINESTOQUE      PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
          03 FOR-CPFCNPJ     PIC 9(14).
          03 FOR-RAZAO       PIC X(30).
          03 FOR-APELIDO     PIC X(30).
          03 FOR-CEP         PIC 9(8).
          03 FOR-NUMERO      PIC 9(05).
          03 FOR-COMP        PIC X(10).
          03 FOR-TEL         PIC 9(11).
          03 FOR-EMAIL       PIC X(30).
          03 FOR-TEL2        PIC 9(11).
      *-----------------------------------------------------------------
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
          03 PESSOA      PIC X(1).
          03 CLI-CPFCNPJ PIC 9(14).
          03 RAZAO       PIC X(30).
          03 APELIDO     PIC X(30).
          03 CEP         PIC 9(8).
          03 NUMERO      PIC 9(05).
          03 COMPLEMENTO PIC X(10).
          03 TEL         PIC 9(11).
          03 EMAIL       PIC X(30).
          03 TEL2        PIC 9(11).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-PROOK       PIC X(01) VALUE "N".
       01 W-FOROK       PIC X(01) VALUE "N".
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-SERIE       PIC X(20) VALUE SPACES.
       01 W-QTDACH      PIC 9(03) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DSTATUS     PIC X(25) VALUE SPACES.
       01 W-DGARANT     PIC X(25) VALUE SPACES.
       01 W-NOME        PIC X(30) VALUE SPACES.
       01 W-DATAED      PIC 99/99/9999 VALUE ZEROS.
       01 W-DTEXIBE      PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-DTTRAB       PIC 9(08) VALUE ZEROS.
       01 W-DTTRABTAB REDEFINES W-DTTRAB.
          03 W-DTTRABANO  PIC 9(04).
          03 W-DTTRABMES  PIC 9(02).
          03 W-DTTRABDIA  PIC 9(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TSCE106.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          Consulta de Numero de Serie /".
           05  LINE 02  COLUMN 41
               VALUE  " Garantia".
           05  LINE 04  COLUMN 03
               VALUE  "Numero de Serie:".
           05  TSERIE
               LINE 04  COLUMN 20  PIC X(20)
               USING  W-SERIE
               HIGHLIGHT.
           05  LINE 06  COLUMN 03
               VALUE  "Produto.....:".
           05  LINE 07  COLUMN 03
               VALUE  "Situacao....:".
           05  LINE 07  COLUMN 45
               VALUE  "Local:".
           05  LINE 09  COLUMN 03
               VALUE  "Fornecedor..:".
           05  LINE 10  COLUMN 03
               VALUE  "Ped. Compra.:".
           05  LINE 10  COLUMN 30
               VALUE  "Entrada:".
           05  LINE 12  COLUMN 03
               VALUE  "Ped. Venda..:".
           05  LINE 12  COLUMN 30
               VALUE  "Venda:".
           05  LINE 13  COLUMN 03
               VALUE  "Cliente.....:".
           05  LINE 15  COLUMN 03
               VALUE  "Fim Garantia:".
           05  LINE 16  COLUMN 03
               VALUE  "Devolucao...:".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-NSER.
           OPEN INPUT ARQNSER
           IF ST-ERRO NOT = "00"
              MOVE "NENHUM NUMERO DE SERIE CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PROOK
           ELSE
              MOVE "N" TO W-PROOK.

       ABRE-FOR.
           OPEN INPUT ARQFOR
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-FOROK
           ELSE
              MOVE "N" TO W-FOROK.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-CLIOK
           ELSE
              MOVE "N" TO W-CLIOK.

       R1.
           MOVE SPACES TO W-SERIE
           DISPLAY TSCE106.

       R2.
           ACCEPT TSERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-SERIE = SPACES
              MOVE "NUMERO DE SERIE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-QTDACH
           MOVE W-SERIE TO NS-SERIE
           START ARQNSER KEY IS EQUAL NS-SERIE INVALID KEY
                 MOVE "*** NUMERO DE SERIE NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.

      *
      ******************************
      * EXIBE A SERIE ENCONTRADA    *
      ******************************
      *
       CON-RD.
           READ ARQNSER NEXT
           IF ST-ERRO NOT = "00"
              GO TO CON-FIM.
           IF NS-SERIE NOT = W-SERIE
              GO TO CON-FIM.
           ADD 1 TO W-QTDACH
           DISPLAY TSCE106
           MOVE SPACES TO W-NOME
           IF W-PROOK = "S"
              MOVE NS-CODPROD TO CODIGO
              READ ARQPRO
              IF ST-ERRO2 = "00"
                 MOVE DESCRICAO TO W-NOME.
           DISPLAY (06, 17) NS-CODPROD
           DISPLAY (06, 25) W-NOME
           IF NS-STATUS = "E"
              MOVE "EM ESTOQUE" TO W-DSTATUS.
           IF NS-STATUS = "V"
              MOVE "VENDIDO / EXPEDIDO" TO W-DSTATUS.
           IF NS-STATUS = "F"
              MOVE "DEVOLVIDO AO FORNECEDOR" TO W-DSTATUS.
           DISPLAY (07, 17) W-DSTATUS
           DISPLAY (07, 52) NS-LOCAL
           MOVE SPACES TO W-NOME
           IF W-FOROK = "S"
              MOVE NS-FORNEC TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO3 = "00"
                 MOVE FOR-RAZAO TO W-NOME.
           DISPLAY (09, 17) NS-FORNEC
           DISPLAY (09, 33) W-NOME
           DISPLAY (10, 17) NS-PEDCOMPRA
           MOVE NS-DTENTRADA TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           DISPLAY (10, 39) W-DATAED
           IF NS-PEDVENDA = ZEROS
              MOVE "SERIE AINDA NAO VENDIDA" TO W-DGARANT
              GO TO CON-GARANT.
           DISPLAY (12, 17) NS-PEDVENDA
           MOVE NS-DTVENDA TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           DISPLAY (12, 39) W-DATAED
           MOVE SPACES TO W-NOME
           IF W-CLIOK = "S"
              MOVE NS-CLIENTE TO CLI-CPFCNPJ
              READ ARQCLI
              IF ST-ERRO4 = "00"
                 MOVE RAZAO TO W-NOME.
           DISPLAY (13, 17) NS-CLIENTE
           DISPLAY (13, 33) W-NOME
           IF NS-DTGARANT = ZEROS
              MOVE "SEM GARANTIA" TO W-DGARANT
              GO TO CON-GARANT.
           MOVE NS-DTGARANT TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           DISPLAY (15, 17) W-DATAED
           IF NS-DTGARANT < W-HOJE
              MOVE "GARANTIA VENCIDA" TO W-DGARANT
           ELSE
              MOVE "DENTRO DA GARANTIA" TO W-DGARANT.

       CON-GARANT.
           DISPLAY (15, 30) W-DGARANT
           IF NS-DTDEVOL NOT = ZEROS
              MOVE NS-DTDEVOL TO W-DTTRAB
              PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
              DISPLAY (16, 17) W-DATAED.

       CON-PROX.
           DISPLAY (21, 03)
            "ENTER=CONTINUA  F1=NOVA CONSULTA: ".
           ACCEPT (21, 38) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (21, 01) LIMPA
           IF W-ACT = 01
              GO TO R1.
           GO TO CON-RD.

       CON-FIM.
           IF W-QTDACH = ZEROS
              MOVE "*** NUMERO DE SERIE NAO CADASTRADO ***" TO MENS
           ELSE
              MOVE "*** FIM DA CONSULTA DE SERIE ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO
           MOVE W-DTEXIBE TO W-DATAED.
       ROT-DTEXIBE-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQNSER.
           IF W-PROOK = "S"
              CLOSE ARQPRO.
           IF W-FOROK = "S"
              CLOSE ARQFOR.
           IF W-CLIOK = "S"
              CLOSE ARQCLI.
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
