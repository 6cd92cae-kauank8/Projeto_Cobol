       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE143.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMOE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS MOE-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CAM-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
       FD ARQMOE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOE.DAT".
       01 REGMOE.
          03 MOE-CODIGO        PIC X(03).
          03 MOE-DESCR         PIC X(20).
      *-----------------------------------------------------------------
       FD ARQCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAM.DAT".
       01 REGCAM.
          03 CAM-CHAVE.
             05 CAM-MOEDA      PIC X(03).
             05 CAM-DATA       PIC 9(08).
          03 CAM-TAXA          PIC 9(04)V9(06).
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
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 LIMPA         PIC X(60) VALUE SPACES.
       01 W-MOEACHOU    PIC X(01) VALUE "N".
       01 W-DESCRANT    PIC X(20) VALUE SPACES.
       01 W-CAMSAVE     PIC X(21) VALUE SPACES.
       01 W-ULTTAXA     PIC 9(04)V9(06) VALUE ZEROS.
       01 W-DTTRAB      PIC 9(08) VALUE ZEROS.
       01 W-DTTRABTAB REDEFINES W-DTTRAB.
          03 W-DTTRABANO   PIC 9(04).
          03 W-DTTRABMES   PIC 9(02).
          03 W-DTTRABDIA   PIC 9(02).
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMOE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Moedas Estrangeiras e Cotacoe".
           05  LINE 02  COLUMN 41
               VALUE  "s Diarias (Cambio)".
           05  LINE 05  COLUMN 01
               VALUE  " Moeda (ex.: USD):".
           05  LINE 07  COLUMN 01
               VALUE  " Descricao:".
           05  LINE 09  COLUMN 01
               VALUE  " Ultima cotacao:".
           05  LINE 12  COLUMN 01
               VALUE  " Data da cotacao (AAAAMMDD):".
           05  LINE 14  COLUMN 01
               VALUE  " Taxa (R$ por 1 unidade):".
           05  LINE 22  COLUMN 01
               VALUE  " Mensagem:".
           05  TMOEDA
               LINE 05  COLUMN 20  PIC X(03)
               USING  MOE-CODIGO
               HIGHLIGHT.
           05  TDESCR
               LINE 07  COLUMN 13  PIC X(20)
               USING  MOE-DESCR
               HIGHLIGHT.
           05  TULTDT
               LINE 09  COLUMN 18  PIC 99/99/9999
               USING  W-DTEXIBE
               HIGHLIGHT.
           05  TULTTX
               LINE 09  COLUMN 31  PIC ZZZ9,999999
               USING  W-ULTTAXA
               HIGHLIGHT.
           05  TDATA
               LINE 12  COLUMN 30  PIC 9(08)
               USING  CAM-DATA
               HIGHLIGHT.
           05  TTAXA
               LINE 14  COLUMN 30  PIC ZZZ9,999999
               USING  CAM-TAXA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       ABRE-MOE.
           OPEN I-O ARQMOE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQMOE
                 CLOSE ARQMOE
                 OPEN I-O ARQMOE
              ELSE
                 MOVE "ERRO NA ABERTURA DO CADASTRO DE MOEDAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-CAM.
           OPEN I-O ARQCAM
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQCAM
                 CLOSE ARQCAM
                 OPEN I-O ARQCAM
              ELSE
                 MOVE "ERRO NA ABERTURA DA TABELA DE COTACOES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQMOE
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
           MOVE SPACES TO MOE-CODIGO MOE-DESCR W-DESCRANT
           MOVE ZEROS TO CAM-DATA CAM-TAXA W-ULTTAXA W-DTEXIBE
           MOVE ZEROS TO W-SEL
           MOVE "N" TO W-MOEACHOU.

       RTELA.
           DISPLAY TELAMOE.

       R2.
           ACCEPT TMOEDA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           INSPECT MOE-CODIGO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY TMOEDA
           IF MOE-CODIGO = SPACES
              MOVE "CODIGO DA MOEDA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF MOE-CODIGO = "BRL"
              MOVE "MOEDA NACIONAL NAO TEM COTACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       LER-MOE.
           READ ARQMOE
           IF ST-ERRO = "00"
              MOVE "S" TO W-MOEACHOU
              MOVE MOE-DESCR TO W-DESCRANT
              PERFORM ULT-COTACAO THRU ULT-COTACAO-FIM
              DISPLAY TELAMOE
              GO TO R3.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA DO CADASTRO DE MOEDAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-MOEACHOU
           MOVE SPACES TO MOE-DESCR W-DESCRANT
           MOVE ZEROS TO W-ULTTAXA W-DTEXIBE
           DISPLAY TELAMOE
           MOVE "*** MOEDA NOVA - INFORME A DESCRICAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF MOE-DESCR = SPACES
              MOVE "DESCRICAO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-MOEACHOU = "S" AND MOE-DESCR = W-DESCRANT
              GO TO R4.

       GRAVA-MOE.
           IF W-MOEACHOU = "S"
              MOVE SPACES TO W-IMGANT
              STRING MOE-CODIGO W-DESCRANT DELIMITED BY SIZE
                 INTO W-IMGANT
              MOVE REGMOE TO W-IMGNOV
              REWRITE REGMOE
              MOVE "MOEDA-ALT" TO LOG-OPERACAO
           ELSE
              MOVE REGMOE TO W-IMGNOV
              WRITE REGMOE
              MOVE "MOEDA-INC" TO LOG-OPERACAO.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO CADASTRO DE MOEDAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE MOE-CODIGO TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "S" TO W-MOEACHOU
           MOVE MOE-DESCR TO W-DESCRANT
           MOVE "*** MOEDA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R4.
           MOVE ZEROS TO W-SEL CAM-TAXA
           ACCEPT CAM-DATA FROM DATE YYYYMMDD
           DISPLAY TTAXA
           DISPLAY TDATA
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF CAM-DATA = ZEROS
              MOVE "DATA DA COTACAO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE MOE-CODIGO TO CAM-MOEDA.

       LER-CAM.
           READ ARQCAM
           IF ST-ERRO2 = "00"
              DISPLAY TTAXA
              MOVE "*** COTACAO JA CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF ST-ERRO2 NOT = "23"
              MOVE "ERRO NA LEITURA DA TABELA DE COTACOES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO CAM-TAXA.

       R5.
           ACCEPT TTAXA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF CAM-TAXA = ZEROS
              MOVE "TAXA DE CAMBIO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       RALT.
           IF W-SEL = 1
              GO TO ALT-OPC.

       R10.
           DISPLAY (22, 20) "DESEJA GRAVAR? S-SIM/N-NAO"
           ACCEPT (22, 50) DADOS.
           IF DADOS = "N" OR "n"
              MOVE "COTACAO NAO GRAVADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.

       INC-WR1.
           WRITE REGCAM
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA GRAVACAO DA COTACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE REGCAM TO W-IMGNOV
           MOVE "COTACAO" TO LOG-OPERACAO
           MOVE CAM-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM ULT-COTACAO THRU ULT-COTACAO-FIM
           DISPLAY TULTDT
           DISPLAY TULTTX
           MOVE "*** COTACAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R4.

       ACE-001.
           DISPLAY (22, 12)
              "N = NOVA DATA | A = ALTERAR | E = EXCLUIR | S = SAIR"
           ACCEPT (23, 12) W-OPCAO
           DISPLAY (22, 12) LIMPA
           IF W-OPCAO = "N" OR "n"
              GO TO R4.
           IF W-OPCAO = "A" OR "a"
              MOVE REGCAM TO W-CAMSAVE
              MOVE 1 TO W-SEL
              GO TO R5.
           IF W-OPCAO = "S" OR "s"
              GO TO R1.
           IF W-OPCAO NOT = "E" AND "e"
              GO TO ACE-001.

       EXC-OPC.
           DISPLAY (22, 20) "EXCLUIR   (S/N) : ".
           ACCEPT (22, 50) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** COTACAO NAO EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.

       EXC-DL1.
           MOVE REGCAM TO W-IMGANT
           DELETE ARQCAM RECORD
           IF ST-ERRO2 = "00"
              MOVE "COTAC-EXC" TO LOG-OPERACAO
              MOVE CAM-CHAVE TO LOG-CHAVEREG
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              PERFORM ULT-COTACAO THRU ULT-COTACAO-FIM
              DISPLAY TULTDT
              DISPLAY TULTTX
              MOVE "*** COTACAO EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO"   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ALT-OPC.
           DISPLAY (22, 20) "ALTERAR (S/N) : ".
           ACCEPT (22, 50) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** COTACAO NAO ALTERADA *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "DIGITE APENAS S = SIM e N = NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.

       ALT-RW1.
           REWRITE REGCAM
           IF ST-ERRO2 = "00" OR "02"
              MOVE W-CAMSAVE TO W-IMGANT
              MOVE REGCAM TO W-IMGNOV
              MOVE "COTAC-ALT" TO LOG-OPERACAO
              MOVE CAM-CHAVE TO LOG-CHAVEREG
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              PERFORM ULT-COTACAO THRU ULT-COTACAO-FIM
              DISPLAY TULTDT
              DISPLAY TULTTX
              MOVE "*** COTACAO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      **************************************
      * ULTIMA COTACAO CADASTRADA DA MOEDA *
      **************************************
      *
       ULT-COTACAO.
           MOVE ZEROS TO W-ULTTAXA W-DTTRAB W-DTEXIBE
           MOVE MOE-CODIGO TO CAM-MOEDA
           MOVE ZEROS      TO CAM-DATA
           START ARQCAM KEY IS NOT LESS CAM-CHAVE INVALID KEY
                 GO TO ULT-COTACAO-EXIBE.
       ULT-COTACAO-RD.
           READ ARQCAM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ULT-COTACAO-EXIBE.
           IF CAM-MOEDA NOT = MOE-CODIGO
              GO TO ULT-COTACAO-EXIBE.
           MOVE CAM-DATA TO W-DTTRAB
           MOVE CAM-TAXA TO W-ULTTAXA
           GO TO ULT-COTACAO-RD.
       ULT-COTACAO-EXIBE.
           IF W-DTTRAB NOT = ZEROS
              PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM.
       ULT-COTACAO-FIM.
           EXIT.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO.
       ROT-DTEXIBE-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE143" TO LOG-PROGRAMA.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO LOG-OPERADOR
           ELSE
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

       ROT-FIM.
           CLOSE ARQMOE ARQCAM ARQLOG.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

       ROT-MENS.
                CONTINUE.
       ROT-MENS1.
               DISPLAY (22, 18) MENS.
       ROT-MENS2.
                CALL "C$SLEEP" USING W-SEGUNDOS
                MOVE SPACES TO MENS
                   DISPLAY (22, 18) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
