       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE150.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBUD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS BUD-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
      *
      * ORCAMENTO ANUAL - UM REGISTRO POR ANO/FILIAL/CATEGORIA/MES
      * FILIAL 00 = ORCAMENTO DA EMPRESA
      *
       FD ARQBUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBUD.DAT".
       01 REGBUD.
          03 BUD-CHAVE.
             05 BUD-ANO        PIC 9(04).
             05 BUD-FILIAL     PIC 9(02).
             05 BUD-CATEG      PIC X(08).
             05 BUD-MES        PIC 9(02).
          03 BUD-TIPO          PIC X(01).
          03 BUD-VALOR         PIC 9(10)V99.
          03 BUD-DTALT         PIC 9(08).
          03 BUD-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       FD ARQFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFIL.DAT".
       01 REGFIL.
          03 FIL-CODIGO        PIC 9(02).
          03 FIL-RAZAO         PIC X(30).
          03 FIL-CNPJ          PIC 9(14).
          03 FIL-CIDADE        PIC X(20).
          03 FIL-UF            PIC X(02).
      *-----------------------------------------------------------------
       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".
       01 REGLOG.
          03 LOG-CHAVE.
             05 LOG-DATA       PIC 9(08).
             05 LOG-HORA       PIC 9(08).
             05 LOG-SEQ        PIC 9(03).
          03 LOG-PROGRAMA      PIC X(08).
          03 LOG-OPERACAO      PIC X(10).
          03 LOG-CHAVEREG      PIC X(20).
          03 LOG-OPERADOR      PIC X(10).
          03 LOG-IMAGEMANT     PIC X(160).
          03 LOG-IMAGEMNOV     PIC X(160).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-FILOK       PIC X(01) VALUE "N".
       01 W-FILRAZAO    PIC X(30) VALUE SPACES.
       01 W-EXISTE      PIC X(01) VALUE "N".
       01 W-MX          PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(03) VALUE ZEROS.
       01 W-COL         PIC 9(03) VALUE ZEROS.
       01 W-VALED       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-TOTANO      PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
      *
      * ORCAMENTO DA CATEGORIA NA TELA - E TAMBEM A IMAGEM DO LOG
      *
       01 W-ORCREG.
          03 W-ANO         PIC 9(04) VALUE ZEROS.
          03 W-FILIAL      PIC 9(02) VALUE ZEROS.
          03 W-CATEG       PIC X(08) VALUE SPACES.
          03 W-TIPO        PIC X(01) VALUE SPACES.
          03 W-TABVAL.
             05 W-ORCVAL   PIC 9(10)V99 OCCURS 12 TIMES.

       SCREEN SECTION.
       01  TSCE150.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              Orcamento Anual por Categ".
           05  LINE 02  COLUMN 40
               VALUE  "oria (Despesa/Receita)".
           05  LINE 04  COLUMN 03
               VALUE  "Ano ..........:".
           05  TANO
               LINE 04  COLUMN 20  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  LINE 05  COLUMN 03
               VALUE  "Filial .......:".
           05  TFILIAL
               LINE 05  COLUMN 20  PIC 9(02)
               USING  W-FILIAL
               HIGHLIGHT.
           05  TFILRAZAO
               LINE 05  COLUMN 25  PIC X(30)
               USING  W-FILRAZAO.
           05  LINE 06  COLUMN 03
               VALUE  "Categoria ....:".
           05  TCATEG
               LINE 06  COLUMN 20  PIC X(08)
               USING  W-CATEG
               HIGHLIGHT.
           05  LINE 07  COLUMN 03
               VALUE  "Tipo .........:".
           05  TTIPO
               LINE 07  COLUMN 20  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  LINE 07  COLUMN 23
               VALUE  "(D=DESPESA  R=RECEITA)".
           05  LINE 09  COLUMN 03
               VALUE  "MES      VALOR ORCADO".
           05  LINE 09  COLUMN 40
               VALUE  "MES      VALOR ORCADO".
           05  LINE 10  COLUMN 03  VALUE  "JAN".
           05  LINE 11  COLUMN 03  VALUE  "FEV".
           05  LINE 12  COLUMN 03  VALUE  "MAR".
           05  LINE 13  COLUMN 03  VALUE  "ABR".
           05  LINE 14  COLUMN 03  VALUE  "MAI".
           05  LINE 15  COLUMN 03  VALUE  "JUN".
           05  LINE 10  COLUMN 40  VALUE  "JUL".
           05  LINE 11  COLUMN 40  VALUE  "AGO".
           05  LINE 12  COLUMN 40  VALUE  "SET".
           05  LINE 13  COLUMN 40  VALUE  "OUT".
           05  LINE 14  COLUMN 40  VALUE  "NOV".
           05  LINE 15  COLUMN 40  VALUE  "DEZ".
           05  LINE 17  COLUMN 03
               VALUE  "Total do ano .:".
           05  LINE 18  COLUMN 03
               VALUE  "Filial 00 = orcamento da empresa.".
           05  LINE 19  COLUMN 03
               VALUE  "Linhas do DRE: VENDAS CMV PERDAS RECUPERA".
           05  LINE 19  COLUMN 45
               VALUE  "VARCAMBP VARCAMBA".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-BUD.
           OPEN I-O ARQBUD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQBUD
                 CLOSE ARQBUD
                 OPEN I-O ARQBUD
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE ORCAMENTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-FIL.
           OPEN INPUT ARQFIL
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FILOK
           ELSE
              MOVE "N" TO W-FILOK.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT ARQLOG
                 CLOSE ARQLOG
                 OPEN I-O ARQLOG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOG " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R-OPERADOR.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO W-OPERADOR
              GO TO R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "CODIGO DO OPERADOR: ".
           ACCEPT (05, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "CODIGO DO OPERADOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-OPERADOR.

       R1.
           MOVE SPACES TO W-CATEG W-TIPO W-FILRAZAO W-IMGANT
           MOVE ZEROS TO W-TABVAL W-TOTANO
           MOVE "N" TO W-EXISTE
           DISPLAY TSCE150.

       R2.
           ACCEPT TANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ANO < 2000
              MOVE "ANO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT TFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-FILIAL = ZEROS
              MOVE "EMPRESA" TO W-FILRAZAO
              DISPLAY TFILRAZAO
              GO TO R4.
           IF W-FILOK = "S"
              MOVE W-FILIAL TO FIL-CODIGO
              READ ARQFIL
              IF ST-ERRO2 NOT = "00"
                 MOVE "FILIAL NAO CADASTRADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 MOVE FIL-RAZAO TO W-FILRAZAO
                 DISPLAY TFILRAZAO.

       R4.
           ACCEPT TCATEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           INSPECT W-CATEG CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF W-CATEG = SPACES
              MOVE "CATEGORIA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY TCATEG
           PERFORM LER-ORC THRU LER-ORC-FIM
           PERFORM MOSTRA-MESES THRU MOSTRA-MESES-FIM
           DISPLAY TTIPO
           IF W-EXISTE NOT = "S"
              GO TO R5.
           MOVE W-ORCREG TO W-IMGANT
           MOVE "*** CATEGORIA JA ORCADA NO ANO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ACE-001.
           DISPLAY (21, 10) "A = ALTERAR | E = EXCLUIR | N = NOVA"
           ACCEPT (21, 50) W-OPCAO
           DISPLAY (21, 01) LIMPA
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO = "A" OR "a"
              GO TO R5.
           IF W-OPCAO NOT = "E" AND "e"
              GO TO ACE-001.

       EXC-OPC.
           DISPLAY (21, 20) "EXCLUIR O ORCAMENTO (S/N) : ".
           ACCEPT (21, 50) W-OPCAO
           DISPLAY (21, 01) LIMPA
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ORCAMENTO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
           MOVE ZEROS TO W-MX.
       EXC-DL1.
           ADD 1 TO W-MX
           IF W-MX > 12
              GO TO EXC-LOG.
           MOVE W-ANO    TO BUD-ANO
           MOVE W-FILIAL TO BUD-FILIAL
           MOVE W-CATEG  TO BUD-CATEG
           MOVE W-MX     TO BUD-MES
           READ ARQBUD
           IF ST-ERRO = "00"
              DELETE ARQBUD RECORD
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA EXCLUSAO DO ORCAMENTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           GO TO EXC-DL1.
       EXC-LOG.
           MOVE "EXCLUSAO" TO LOG-OPERACAO
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** ORCAMENTO DA CATEGORIA EXCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       R5.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-TIPO = "d"
              MOVE "D" TO W-TIPO.
           IF W-TIPO = "r"
              MOVE "R" TO W-TIPO.
           IF W-TIPO NOT = "D" AND "R"
              MOVE "TIPO: D=DESPESA  R=RECEITA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY TTIPO
           MOVE 1 TO W-MX.

      *
      * VALORES DOS DOZE MESES - ESC VOLTA AO TIPO
      *
       R6.
           IF W-MX > 12
              GO TO R7.
           PERFORM POS-MES THRU POS-MES-FIM
           ACCEPT (W-LIN, W-COL) W-ORCVAL (W-MX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              PERFORM MOSTRA-MESES THRU MOSTRA-MESES-FIM
              GO TO R5.
           MOVE W-ORCVAL (W-MX) TO W-VALED
           DISPLAY (W-LIN, W-COL) W-VALED
           ADD 1 TO W-MX
           GO TO R6.

       R7.
           PERFORM MOSTRA-MESES THRU MOSTRA-MESES-FIM.

       R10.
           DISPLAY (21, 20) "DESEJA GRAVAR? S-SIM/N-NAO"
           ACCEPT (21, 50) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "DADOS NAO SALVOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO R10.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-MX.
       GRAVA-MES.
           ADD 1 TO W-MX
           IF W-MX > 12
              GO TO GRAVA-FIM.
           MOVE W-ANO    TO BUD-ANO
           MOVE W-FILIAL TO BUD-FILIAL
           MOVE W-CATEG  TO BUD-CATEG
           MOVE W-MX     TO BUD-MES
           READ ARQBUD
           MOVE W-ANO           TO BUD-ANO
           MOVE W-FILIAL        TO BUD-FILIAL
           MOVE W-CATEG         TO BUD-CATEG
           MOVE W-MX            TO BUD-MES
           MOVE W-TIPO          TO BUD-TIPO
           MOVE W-ORCVAL (W-MX) TO BUD-VALOR
           MOVE W-DTHOJE        TO BUD-DTALT
           MOVE W-OPERADOR      TO BUD-OPERADOR
           IF ST-ERRO = "00"
              REWRITE REGBUD
           ELSE
              WRITE REGBUD.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ORCAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO GRAVA-MES.
       GRAVA-FIM.
           MOVE W-ORCREG TO W-IMGNOV
           IF W-EXISTE = "S"
              MOVE "ALTERACAO" TO LOG-OPERACAO
           ELSE
              MOVE "INCLUSAO" TO LOG-OPERACAO.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** ORCAMENTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      * LEITURA DOS DOZE MESES DA CATEGORIA
      *
       LER-ORC.
           MOVE "N" TO W-EXISTE
           MOVE SPACES TO W-TIPO
           MOVE ZEROS TO W-TABVAL
           MOVE W-ANO    TO BUD-ANO
           MOVE W-FILIAL TO BUD-FILIAL
           MOVE W-CATEG  TO BUD-CATEG
           MOVE ZEROS    TO BUD-MES
           START ARQBUD KEY IS NOT LESS BUD-CHAVE INVALID KEY
                 GO TO LER-ORC-FIM.
       LER-ORC-RD.
           READ ARQBUD NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-ORC-FIM.
           IF BUD-ANO NOT = W-ANO OR BUD-FILIAL NOT = W-FILIAL OR
              BUD-CATEG NOT = W-CATEG
              GO TO LER-ORC-FIM.
           IF BUD-MES > ZEROS AND BUD-MES < 13
              MOVE BUD-VALOR TO W-ORCVAL (BUD-MES)
              MOVE BUD-TIPO  TO W-TIPO
              MOVE "S" TO W-EXISTE.
           GO TO LER-ORC-RD.
       LER-ORC-FIM.
           EXIT.

       MOSTRA-MESES.
           MOVE ZEROS TO W-TOTANO
           MOVE ZEROS TO W-MX.
       MOSTRA-MESES-LOOP.
           ADD 1 TO W-MX
           IF W-MX > 12
              GO TO MOSTRA-MESES-TOT.
           PERFORM POS-MES THRU POS-MES-FIM
           MOVE W-ORCVAL (W-MX) TO W-VALED
           DISPLAY (W-LIN, W-COL) W-VALED
           ADD W-ORCVAL (W-MX) TO W-TOTANO
           GO TO MOSTRA-MESES-LOOP.
       MOSTRA-MESES-TOT.
           MOVE W-TOTANO TO W-TOTED
           DISPLAY (17, 20) W-TOTED.
       MOSTRA-MESES-FIM.
           EXIT.

       POS-MES.
           IF W-MX < 7
              COMPUTE W-LIN = W-MX + 9
              MOVE 09 TO W-COL
           ELSE
              COMPUTE W-LIN = W-MX + 3
              MOVE 46 TO W-COL.
       POS-MES-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE150" TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-CHAVEREG.
           STRING W-ANO "-" W-FILIAL "-" W-CATEG
                  DELIMITED BY SIZE INTO LOG-CHAVEREG.
           MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE W-IMGANT TO LOG-IMAGEMANT.
           MOVE W-IMGNOV TO LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO4 = "22"
              ADD 1 TO LOG-SEQ
              IF LOG-SEQ < 999
                 GO TO GRAVA-LOG-WR.
           MOVE SPACES TO W-IMGANT W-IMGNOV.
       GRAVA-LOG-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQBUD ARQLOG.
           IF W-FILOK = "S"
              CLOSE ARQFIL.
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
