       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE146.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS VEI-PLACA
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRA-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQVEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEI.DAT".
       01 REGVEI.
          03 VEI-PLACA         PIC X(07).
          03 VEI-DESCR         PIC X(20).
          03 VEI-TRANSP        PIC 9(04).
          03 VEI-CAPKG         PIC 9(06).
          03 VEI-CAPM3         PIC 9(03)V9(03).
          03 VEI-SITUACAO      PIC X(01).
      *-----------------------------------------------------------------
       FD ARQTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRA.DAT".
       01 REGTRA.
          03 TRA-CODIGO        PIC 9(04).
          03 TRA-RAZAO         PIC X(30).
          03 TRA-CNPJ          PIC 9(14).
          03 TRA-TEL           PIC 9(11).
          03 TRA-UF            PIC X(02).
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
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-TRAOK       PIC X(01) VALUE "N".
       01 W-PLACA       PIC X(07) VALUE SPACES.
       01 W-DESCR       PIC X(20) VALUE SPACES.
       01 W-TRANSP      PIC 9(04) VALUE ZEROS.
       01 W-TRANOME     PIC X(30) VALUE SPACES.
       01 W-CAPKG       PIC 9(06) VALUE ZEROS.
       01 W-CAPM3       PIC 9(03)V9(03) VALUE ZEROS.
       01 W-SITUACAO    PIC X(01) VALUE "A".
       01 W-EXISTE      PIC X(01) VALUE "N".

       SCREEN SECTION.
       01  TSCE146.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                  Cadastro de Veiculos de".
           05  LINE 02  COLUMN 43
               VALUE  " Entrega".
           05  LINE 04  COLUMN 03
               VALUE  "Placa ........:".
           05  TPLACA
               LINE 04  COLUMN 20  PIC X(07)
               USING  W-PLACA
               HIGHLIGHT.
           05  LINE 06  COLUMN 03
               VALUE  "Descricao ....:".
           05  TDESCR
               LINE 06  COLUMN 20  PIC X(20)
               USING  W-DESCR
               HIGHLIGHT.
           05  LINE 08  COLUMN 03
               VALUE  "Transportadora:".
           05  TTRANSP
               LINE 08  COLUMN 20  PIC 9(04)
               USING  W-TRANSP
               HIGHLIGHT.
           05  TTRANOME
               LINE 08  COLUMN 26  PIC X(30)
               USING  W-TRANOME
               HIGHLIGHT.
           05  LINE 10  COLUMN 03
               VALUE  "Capacidade kg :".
           05  TCAPKG
               LINE 10  COLUMN 20  PIC ZZZ.ZZ9
               USING  W-CAPKG
               HIGHLIGHT.
           05  LINE 12  COLUMN 03
               VALUE  "Capacidade m3 :".
           05  TCAPM3
               LINE 12  COLUMN 20  PIC ZZ9,999
               USING  W-CAPM3
               HIGHLIGHT.
           05  LINE 14  COLUMN 03
               VALUE  "Situacao .....:".
           05  TSITUACAO
               LINE 14  COLUMN 20  PIC X(01)
               USING  W-SITUACAO
               HIGHLIGHT.
           05  LINE 14  COLUMN 23
               VALUE  "(A=ATIVO  I=INATIVO)".
           05  LINE 16  COLUMN 03
               VALUE  "Transportadora 0000 = frota propria.".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-VEI.
           OPEN I-O ARQVEI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQVEI
                 CLOSE ARQVEI
                 OPEN I-O ARQVEI
              ELSE
                 MOVE "ERRO NA ABERTURA DO CADASTRO DE VEICULOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-TRA.
           OPEN INPUT ARQTRA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TRAOK
           ELSE
              MOVE "N" TO W-TRAOK.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
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
           MOVE SPACES TO W-PLACA W-DESCR W-TRANOME W-IMGANT
           MOVE ZEROS TO W-TRANSP W-CAPKG W-CAPM3
           MOVE "A" TO W-SITUACAO
           MOVE "N" TO W-EXISTE
           DISPLAY TSCE146.

       R2.
           ACCEPT TPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           INSPECT W-PLACA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF W-PLACA = SPACES
              MOVE "PLACA DO VEICULO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TPLACA
           MOVE W-PLACA TO VEI-PLACA
           READ ARQVEI
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
              MOVE REGVEI       TO W-IMGANT
              MOVE VEI-DESCR    TO W-DESCR
              MOVE VEI-TRANSP   TO W-TRANSP
              MOVE VEI-CAPKG    TO W-CAPKG
              MOVE VEI-CAPM3    TO W-CAPM3
              MOVE VEI-SITUACAO TO W-SITUACAO
              PERFORM LER-TRA THRU LER-TRA-FIM
              DISPLAY TSCE146
              MOVE "*** JA CADASTRADO - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-DESCR = SPACES
              MOVE "DESCRICAO DO VEICULO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TTRANSP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           PERFORM LER-TRA THRU LER-TRA-FIM
           DISPLAY TTRANOME
           IF W-TRANSP NOT = ZEROS AND W-TRANOME = SPACES
              MOVE "TRANSPORTADORA NAO CADASTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TCAPKG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-CAPKG = ZEROS
              MOVE "INFORME A CAPACIDADE EM KG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TCAPM3
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-CAPM3 = ZEROS
              MOVE "INFORME A CAPACIDADE EM M3" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TSITUACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-SITUACAO = SPACES OR "a"
              MOVE "A" TO W-SITUACAO.
           IF W-SITUACAO = "i"
              MOVE "I" TO W-SITUACAO.
           IF W-SITUACAO NOT = "A" AND "I"
              MOVE "SITUACAO: A=ATIVO  I=INATIVO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           DISPLAY TSITUACAO.

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
           MOVE W-PLACA    TO VEI-PLACA
           MOVE W-DESCR    TO VEI-DESCR
           MOVE W-TRANSP   TO VEI-TRANSP
           MOVE W-CAPKG    TO VEI-CAPKG
           MOVE W-CAPM3    TO VEI-CAPM3
           MOVE W-SITUACAO TO VEI-SITUACAO
           MOVE REGVEI     TO W-IMGNOV
           IF W-EXISTE = "S"
              REWRITE REGVEI
              MOVE "ALTERACAO" TO LOG-OPERACAO
           ELSE
              WRITE REGVEI
              MOVE "INCLUSAO" TO LOG-OPERACAO.
           MOVE VEI-PLACA TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** VEICULO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       LER-TRA.
           MOVE SPACES TO W-TRANOME
           IF W-TRANSP = ZEROS
              MOVE "FROTA PROPRIA" TO W-TRANOME
              GO TO LER-TRA-FIM.
           IF W-TRAOK NOT = "S"
              GO TO LER-TRA-FIM.
           MOVE W-TRANSP TO TRA-CODIGO
           READ ARQTRA
           IF ST-ERRO2 = "00"
              MOVE TRA-RAZAO TO W-TRANOME.
       LER-TRA-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE146" TO LOG-PROGRAMA.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO LOG-OPERADOR
           ELSE
              MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE W-IMGANT TO LOG-IMAGEMANT.
           MOVE W-IMGNOV TO LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO = "22"
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
           CLOSE ARQVEI ARQLOG.
           IF W-TRAOK = "S"
              CLOSE ARQTRA.
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
