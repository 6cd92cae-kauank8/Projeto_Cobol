       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE151.
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

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
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
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-ANOORI      PIC 9(04) VALUE ZEROS.
       01 W-ANODES      PIC 9(04) VALUE ZEROS.
       01 W-FILIAL      PIC 9(02) VALUE 99.
       01 W-SINAL       PIC X(01) VALUE "+".
       01 W-PERC        PIC 9(03)V99 VALUE ZEROS.
       01 W-SUBST       PIC X(01) VALUE "N".
       01 W-FATOR       PIC 9(03)V9(04) VALUE ZEROS.
       01 W-NOVOVAL     PIC 9(10)V99 VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-CHVORI      PIC X(16) VALUE SPACES.
       01 W-REGORI      PIC X(47) VALUE SPACES.
       01 W-QTDLID      PIC 9(06) VALUE ZEROS.
       01 W-QTDGRV      PIC 9(06) VALUE ZEROS.
       01 W-QTDSUB      PIC 9(06) VALUE ZEROS.
       01 W-QTDMAN      PIC 9(06) VALUE ZEROS.
       01 W-QTDED       PIC ZZZ.ZZ9 VALUE ZEROS.
       01 W-TOTORI      PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTDES      PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE151.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            Copia do Orcamento do Ano An".
           05  LINE 02  COLUMN 41
               VALUE  "terior com Reajuste".
           05  LINE 04  COLUMN 03
               VALUE  "Ano de origem ......:".
           05  TANOORI
               LINE 04  COLUMN 26  PIC 9(04)
               USING  W-ANOORI
               HIGHLIGHT.
           05  LINE 05  COLUMN 03
               VALUE  "Ano de destino .....:".
           05  TANODES
               LINE 05  COLUMN 26  PIC 9(04)
               USING  W-ANODES
               HIGHLIGHT.
           05  LINE 06  COLUMN 03
               VALUE  "Filial .............:".
           05  TFILIAL
               LINE 06  COLUMN 26  PIC 9(02)
               USING  W-FILIAL
               HIGHLIGHT.
           05  LINE 06  COLUMN 30
               VALUE  "(99 = TODAS)".
           05  LINE 07  COLUMN 03
               VALUE  "Reajuste (+/-) .....:".
           05  TSINAL
               LINE 07  COLUMN 26  PIC X(01)
               USING  W-SINAL
               HIGHLIGHT.
           05  TPERC
               LINE 07  COLUMN 28  PIC ZZ9,99
               USING  W-PERC
               HIGHLIGHT.
           05  LINE 07  COLUMN 35
               VALUE  "%".
           05  LINE 08  COLUMN 03
               VALUE  "Substitui existentes:".
           05  TSUBST
               LINE 08  COLUMN 26  PIC X(01)
               USING  W-SUBST
               HIGHLIGHT.
           05  LINE 08  COLUMN 30
               VALUE  "(S/N)".
           05  LINE 11  COLUMN 03
               VALUE  "Meses lidos na origem ....:".
           05  LINE 12  COLUMN 03
               VALUE  "Meses incluidos no destino:".
           05  LINE 13  COLUMN 03
               VALUE  "Meses substituidos .......:".
           05  LINE 14  COLUMN 03
               VALUE  "Meses mantidos (ja havia) :".
           05  LINE 16  COLUMN 03
               VALUE  "Total orcado na origem ...:".
           05  LINE 17  COLUMN 03
               VALUE  "Total copiado p/ destino .:".
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
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           COMPUTE W-ANODES = W-DTHOJE / 10000 + 1
           COMPUTE W-ANOORI = W-ANODES - 1
           MOVE 99 TO W-FILIAL
           MOVE "+" TO W-SINAL
           MOVE ZEROS TO W-PERC
           MOVE "N" TO W-SUBST
           DISPLAY TSCE151.

       R2.
           ACCEPT TANOORI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ANOORI < 2000
              MOVE "ANO DE ORIGEM INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT TANODES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-ANODES < 2000 OR W-ANODES = W-ANOORI
              MOVE "ANO DE DESTINO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.

       R5.
           ACCEPT TSINAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-SINAL = SPACES
              MOVE "+" TO W-SINAL.
           IF W-SINAL NOT = "+" AND "-"
              MOVE "INFORME + PARA AUMENTO OU - PARA REDUCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY TSINAL.

       R6.
           ACCEPT TPERC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-SINAL = "-" AND W-PERC > 100
              MOVE "REDUCAO MAIOR QUE 100%" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TSUBST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-SUBST = "s"
              MOVE "S" TO W-SUBST.
           IF W-SUBST = "n" OR SPACES
              MOVE "N" TO W-SUBST.
           IF W-SUBST NOT = "S" AND "N"
              MOVE "DIGITE APENAS S = SIM e N = NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           DISPLAY TSUBST.

       R10.
           DISPLAY (21, 20) "CONFIRMA A COPIA? S-SIM/N-NAO"
           ACCEPT (21, 51) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO R10.
           IF W-SINAL = "-"
              COMPUTE W-FATOR = (100 - W-PERC) / 100
           ELSE
              COMPUTE W-FATOR = (100 + W-PERC) / 100.
           MOVE ZEROS TO W-QTDLID W-QTDGRV W-QTDSUB W-QTDMAN
           MOVE ZEROS TO W-TOTORI W-TOTDES
           MOVE "*** COPIANDO O ORCAMENTO ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE W-ANOORI TO BUD-ANO
           MOVE ZEROS    TO BUD-FILIAL BUD-MES
           MOVE SPACES   TO BUD-CATEG
           START ARQBUD KEY IS NOT LESS BUD-CHAVE INVALID KEY
                 GO TO COPIA-FIM.

      *
      * LE A ORIGEM EM ORDEM DE CHAVE - APOS CADA GRAVACAO NO DESTINO
      * REPOSICIONA NA CHAVE DE ORIGEM
      *
       COPIA-RD.
           READ ARQBUD NEXT
           IF ST-ERRO NOT = "00"
              GO TO COPIA-FIM.
           IF BUD-ANO NOT = W-ANOORI
              GO TO COPIA-FIM.
           IF W-FILIAL NOT = 99 AND BUD-FILIAL NOT = W-FILIAL
              GO TO COPIA-RD.
           ADD 1 TO W-QTDLID
           ADD BUD-VALOR TO W-TOTORI
           MOVE BUD-CHAVE TO W-CHVORI
           COMPUTE W-NOVOVAL ROUNDED = BUD-VALOR * W-FATOR
           MOVE W-ANODES    TO BUD-ANO
           MOVE W-NOVOVAL   TO BUD-VALOR
           MOVE W-DTHOJE    TO BUD-DTALT
           MOVE W-OPERADOR  TO BUD-OPERADOR
           MOVE REGBUD      TO W-REGORI
           WRITE REGBUD
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDGRV
              ADD W-NOVOVAL TO W-TOTDES
              GO TO COPIA-POS.
           IF ST-ERRO NOT = "22"
              MOVE "ERRO NA GRAVACAO DO ORCAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-SUBST NOT = "S"
              ADD 1 TO W-QTDMAN
              GO TO COPIA-POS.
           READ ARQBUD
           MOVE W-REGORI TO REGBUD
           REWRITE REGBUD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ORCAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTDSUB
           ADD W-NOVOVAL TO W-TOTDES.
       COPIA-POS.
           MOVE W-CHVORI TO BUD-CHAVE
           START ARQBUD KEY IS GREATER BUD-CHAVE INVALID KEY
                 GO TO COPIA-FIM.
           GO TO COPIA-RD.

       COPIA-FIM.
           MOVE W-QTDLID TO W-QTDED
           DISPLAY (11, 31) W-QTDED
           MOVE W-QTDGRV TO W-QTDED
           DISPLAY (12, 31) W-QTDED
           MOVE W-QTDSUB TO W-QTDED
           DISPLAY (13, 31) W-QTDED
           MOVE W-QTDMAN TO W-QTDED
           DISPLAY (14, 31) W-QTDED
           MOVE W-TOTORI TO W-TOTED
           DISPLAY (16, 31) W-TOTED
           MOVE W-TOTDES TO W-TOTED
           DISPLAY (17, 31) W-TOTED
           IF W-QTDLID = ZEROS
              MOVE "*** NAO HA ORCAMENTO NO ANO DE ORIGEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "COPIA" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-ANOORI ">" W-ANODES " " W-FILIAL " " W-SINAL
                  W-PERC DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** COPIA DO ORCAMENTO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (21, 20) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (21, 52) DADOS
           GO TO R1.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE151" TO LOG-PROGRAMA.
           MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-IMAGEMANT LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO4 = "22"
              ADD 1 TO LOG-SEQ
              IF LOG-SEQ < 999
                 GO TO GRAVA-LOG-WR.
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
