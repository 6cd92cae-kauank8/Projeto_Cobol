       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE108.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS EDR-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PEN-ENDER
                                   WITH DUPLICATES.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQENDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENDER.DAT".
       01 REGENDER.
          03 EDR-CHAVE.
             05 EDR-LOCAL      PIC 9(02).
             05 EDR-RUA        PIC X(02).
             05 EDR-PREDIO     PIC 9(02).
             05 EDR-NIVEL      PIC 9(02).
             05 EDR-APTO       PIC 9(02).
          03 EDR-SEQPERC       PIC 9(05).
          03 EDR-ATIVO         PIC X(01).
      *-----------------------------------------------------------------
       FD ARQPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEND.DAT".
       01 REGPEND.
          03 PEN-CHAVE.
             05 PEN-CODPROD    PIC 9(06).
             05 PEN-ENDER.
                07 PEN-LOCAL   PIC 9(02).
                07 PEN-RUA     PIC X(02).
                07 PEN-PREDIO  PIC 9(02).
                07 PEN-NIVEL   PIC 9(02).
                07 PEN-APTO    PIC 9(02).
          03 PEN-QTD           PIC 9(06).
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
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-ENDCHAVE.
          03 W-LOCAL    PIC 9(02) VALUE ZEROS.
          03 W-RUA      PIC X(02) VALUE SPACES.
          03 W-PREDIO   PIC 9(02) VALUE ZEROS.
          03 W-NIVEL    PIC 9(02) VALUE ZEROS.
          03 W-APTO     PIC 9(02) VALUE ZEROS.
       01 W-SEQPERC     PIC 9(05) VALUE ZEROS.
       01 W-ATIVO       PIC X(01) VALUE "S".
       01 W-EXISTE      PIC X(01) VALUE "N".
       01 W-QTDPRO      PIC 9(04) VALUE ZEROS.
       01 W-QTDEND      PIC 9(08) VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE108.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Cadastro de Enderecos de Arma".
           05  LINE 02  COLUMN 41
               VALUE  "zenagem".
           05  LINE 04  COLUMN 03
               VALUE  "Local ........:".
           05  TLOCAL
               LINE 04  COLUMN 20  PIC 9(02)
               USING  W-LOCAL
               HIGHLIGHT.
           05  LINE 06  COLUMN 03
               VALUE  "Rua ..........:".
           05  TRUA
               LINE 06  COLUMN 20  PIC X(02)
               USING  W-RUA
               HIGHLIGHT.
           05  LINE 08  COLUMN 03
               VALUE  "Predio .......:".
           05  TPREDIO
               LINE 08  COLUMN 20  PIC 9(02)
               USING  W-PREDIO
               HIGHLIGHT.
           05  LINE 10  COLUMN 03
               VALUE  "Nivel ........:".
           05  TNIVEL
               LINE 10  COLUMN 20  PIC 9(02)
               USING  W-NIVEL
               HIGHLIGHT.
           05  LINE 12  COLUMN 03
               VALUE  "Apartamento ..:".
           05  TAPTO
               LINE 12  COLUMN 20  PIC 9(02)
               USING  W-APTO
               HIGHLIGHT.
           05  LINE 14  COLUMN 03
               VALUE  "Seq. Percurso :".
           05  TSEQPERC
               LINE 14  COLUMN 20  PIC 9(05)
               USING  W-SEQPERC
               HIGHLIGHT.
           05  LINE 16  COLUMN 03
               VALUE  "Ativo (S/N) ..:".
           05  TATIVO
               LINE 16  COLUMN 20  PIC X(01)
               USING  W-ATIVO
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-ENDER.
           OPEN I-O ARQENDER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQENDER
                 CLOSE ARQENDER
                 OPEN I-O ARQENDER
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE ENDERECOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-PEND.
           OPEN I-O ARQPEND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPEND
                 CLOSE ARQPEND
                 OPEN I-O ARQPEND
              ELSE
                 MOVE "ERRO NA ABERTURA DE PRODUTO X ENDERECO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQENDER
                 GO TO ROT-FIM2.

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
           MOVE SPACES TO W-RUA
           MOVE ZEROS TO W-LOCAL W-PREDIO W-NIVEL W-APTO W-SEQPERC
           MOVE ZEROS TO W-QTDPRO W-QTDEND
           MOVE "S" TO W-ATIVO
           MOVE "N" TO W-EXISTE
           DISPLAY TSCE108.

       R2.
           ACCEPT TLOCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-LOCAL = ZEROS
              MOVE "LOCAL DE ESTOQUE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R2A.
           ACCEPT TRUA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-RUA = SPACES
              MOVE "RUA DO ENDERECO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.

       R2B.
           ACCEPT TPREDIO
           ACCEPT TNIVEL
           ACCEPT TAPTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2A.
           MOVE W-ENDCHAVE TO EDR-CHAVE
           READ ARQENDER
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-EXISTE
              GO TO R3.
           MOVE "S" TO W-EXISTE
           MOVE EDR-SEQPERC TO W-SEQPERC
           MOVE EDR-ATIVO   TO W-ATIVO
           MOVE REGENDER    TO W-IMGANT
           PERFORM CONTA-PROD THRU CONTA-PROD-FIM
           DISPLAY TSCE108
           DISPLAY (18, 03) "Produtos no endereco:"
           DISPLAY (18, 25) W-QTDPRO
           DISPLAY (18, 32) "Qtd. total:"
           DISPLAY (18, 44) W-QTDEND
           MOVE "*** JA CADASTRADO - ALTERANDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TSEQPERC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2B.
           IF W-SEQPERC = ZEROS
              MOVE "SEQUENCIA DE PERCURSO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TATIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-ATIVO = "s"
              MOVE "S" TO W-ATIVO.
           IF W-ATIVO = "n"
              MOVE "N" TO W-ATIVO.
           IF W-ATIVO NOT = "S" AND "N"
              MOVE "*** DIGITE S=ATIVO  N=INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-ATIVO = "N" AND W-QTDEND > ZEROS
              MOVE "*** ENDERECO COM SALDO - NAO INATIVAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

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
           MOVE W-ENDCHAVE TO EDR-CHAVE
           MOVE W-SEQPERC  TO EDR-SEQPERC
           MOVE W-ATIVO    TO EDR-ATIVO
           MOVE REGENDER   TO W-IMGNOV
           IF W-EXISTE = "S"
              REWRITE REGENDER
              MOVE "ALTERACAO" TO LOG-OPERACAO
           ELSE
              WRITE REGENDER
              MOVE "INCLUSAO" TO LOG-OPERACAO.
           MOVE EDR-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** ENDERECO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       CONTA-PROD.
           MOVE ZEROS TO W-QTDPRO W-QTDEND
           MOVE W-ENDCHAVE TO PEN-ENDER
           START ARQPEND KEY IS NOT LESS PEN-ENDER INVALID KEY
                 GO TO CONTA-PROD-FIM.
       CONTA-PROD-RD.
           READ ARQPEND NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PROD-FIM.
           IF PEN-ENDER NOT = W-ENDCHAVE
              GO TO CONTA-PROD-FIM.
           IF PEN-QTD > ZEROS
              ADD 1 TO W-QTDPRO
              ADD PEN-QTD TO W-QTDEND.
           GO TO CONTA-PROD-RD.
       CONTA-PROD-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE108" TO LOG-PROGRAMA.
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
           CLOSE ARQENDER ARQPEND ARQLOG.
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
