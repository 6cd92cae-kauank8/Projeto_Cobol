       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE109.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PEN-ENDER
                                   WITH DUPLICATES.

           SELECT ARQENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EDR-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
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
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
          03 SLD-CHAVE.
             05 SLD-CODIGO     PIC 9(06).
             05 SLD-LOCAL      PIC 9(02).
          03 SLD-ESTOQUE       PIC 9(06).
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
       01 LIN           PIC 9(03) VALUE 001.
       01 W-SLDOK       PIC X(01) VALUE "N".
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-LOCAL       PIC 9(02) VALUE ZEROS.
       01 W-ENDCHAVE.
          03 W-ELOCAL   PIC 9(02) VALUE ZEROS.
          03 W-RUA      PIC X(02) VALUE SPACES.
          03 W-PREDIO   PIC 9(02) VALUE ZEROS.
          03 W-NIVEL    PIC 9(02) VALUE ZEROS.
          03 W-APTO     PIC 9(02) VALUE ZEROS.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
       01 W-EXISTE      PIC X(01) VALUE "N".
       01 W-SALDO       PIC 9(06) VALUE ZEROS.
       01 W-TOTEND      PIC 9(08) VALUE ZEROS.
       01 W-SALDOED     PIC ZZZZZ9.
       01 W-TOTENDED    PIC ZZZZZZZ9.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETEND.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETRUA       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE "-".
          03 DETPREDIO    PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "-".
          03 DETNIVEL     PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "-".
          03 DETAPTO      PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 DETSEQ       PIC ZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(06) VALUE SPACES.
          03 DETQTD       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETSIT       PIC X(08) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE109.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              Produto x Endereco de Arma".
           05  LINE 02  COLUMN 41
               VALUE  "zenagem".
           05  LINE 04  COLUMN 03
               VALUE  "Produto:".
           05  TCODPROD
               LINE 04  COLUMN 12  PIC 9(06)
               USING  W-CODPROD
               HIGHLIGHT.
           05  LINE 05  COLUMN 03
               VALUE  "Local..:".
           05  TLOCAL
               LINE 05  COLUMN 12  PIC 9(02)
               USING  W-LOCAL
               HIGHLIGHT.
           05  LINE 05  COLUMN 20
               VALUE  "Saldo local:".
           05  LINE 05  COLUMN 42
               VALUE  "Enderecado:".
           05  LINE 07  COLUMN 03
               VALUE  "Endereco     Seq.Perc.  Quantidade".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
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
                 GO TO ROT-FIM2.

       ABRE-ENDER.
           OPEN INPUT ARQENDER
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM ENDERECO DE ARMAZENAGEM CADASTRADO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPEND
              GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE PRODUTOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPEND ARQENDER
              GO TO ROT-FIM2.

       ABRE-SLD.
           OPEN INPUT ARQSLD
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-SLDOK
           ELSE
              MOVE "N" TO W-SLDOK.

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
           MOVE ZEROS TO W-CODPROD W-LOCAL
           DISPLAY TSCE109.

       R2.
           ACCEPT TCODPROD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CODPROD = ZEROS
              MOVE "CODIGO DO PRODUTO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO NAO CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (04, 20) DESCRICAO.

       R3.
           IF W-LOCAL = ZEROS
              MOVE 01 TO W-LOCAL.
           ACCEPT TLOCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-LOCAL = ZEROS
              MOVE "LOCAL DE ESTOQUE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM LER-SALDO THRU LER-SALDO-FIM.

       R3A.
           PERFORM LISTA-END THRU LISTA-END-FIM.

       R4.
           MOVE SPACES TO W-RUA
           MOVE ZEROS TO W-PREDIO W-NIVEL W-APTO W-QTD
           MOVE W-LOCAL TO W-ELOCAL
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 03) "RUA:"
           DISPLAY (21, 12) "PRED:"
           DISPLAY (21, 22) "NIV:"
           DISPLAY (21, 31) "APTO:"
           DISPLAY (21, 41) "QTD:"
           ACCEPT (21, 08) W-RUA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (21, 01) LIMPA
              GO TO R3.
           IF W-RUA = SPACES
              DISPLAY (21, 01) LIMPA
              GO TO R1.
           ACCEPT (21, 18) W-PREDIO
           ACCEPT (21, 27) W-NIVEL
           ACCEPT (21, 37) W-APTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           MOVE W-ENDCHAVE TO EDR-CHAVE
           READ ARQENDER
           IF ST-ERRO NOT = "00"
              MOVE "*** ENDERECO NAO CADASTRADO NO LOCAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF EDR-ATIVO NOT = "S"
              MOVE "*** ENDERECO INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-CODPROD  TO PEN-CODPROD
           MOVE W-ENDCHAVE TO PEN-ENDER
           READ ARQPEND
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
              MOVE PEN-QTD TO W-QTD
              MOVE REGPEND TO W-IMGANT
           ELSE
              MOVE "N" TO W-EXISTE.

       R5.
           ACCEPT (21, 46) W-QTD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE SPACES TO W-IMGANT
              GO TO R4.

       R6.
           IF W-EXISTE = "S"
              DISPLAY (22, 03)
               "S=GRAVA  E=EXCLUI VINCULO  N=DESISTE: "
           ELSE
              DISPLAY (22, 03) "S=GRAVA  N=DESISTE: ".
           MOVE "S" TO W-OPCAO
           ACCEPT (22, 42) W-OPCAO WITH UPDATE
           DISPLAY (22, 01) LIMPA
           IF W-OPCAO = "N" OR "n"
              MOVE SPACES TO W-IMGANT
              GO TO R4.
           IF (W-OPCAO = "E" OR "e") AND W-EXISTE = "S"
              GO TO R6-EXCLUI.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R6.
           MOVE W-CODPROD  TO PEN-CODPROD
           MOVE W-ENDCHAVE TO PEN-ENDER
           MOVE W-QTD      TO PEN-QTD
           MOVE REGPEND    TO W-IMGNOV
           IF W-EXISTE = "S"
              REWRITE REGPEND
              MOVE "ALTERACAO" TO LOG-OPERACAO
           ELSE
              WRITE REGPEND
              MOVE "INCLUSAO" TO LOG-OPERACAO.
           GO TO R6-LOG.

       R6-EXCLUI.
           DELETE ARQPEND RECORD
           MOVE "EXCLUSAO" TO LOG-OPERACAO.

       R6-LOG.
           MOVE PEN-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM LISTA-END THRU LISTA-END-FIM
           IF W-TOTEND > W-SALDO
              MOVE "*** ATENCAO: ENDERECADO MAIOR QUE SALDO ***" TO MENS
           ELSE
              MOVE "*** ENDERECO DO PRODUTO ATUALIZADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R4.

       LER-SALDO.
           MOVE ZEROS TO W-SALDO
           IF W-SLDOK = "S"
              MOVE W-CODPROD TO SLD-CODIGO
              MOVE W-LOCAL   TO SLD-LOCAL
              READ ARQSLD
              IF ST-ERRO2 = "00"
                 MOVE SLD-ESTOQUE TO W-SALDO
                 GO TO LER-SALDO-FIM.
           IF W-LOCAL = 01
              MOVE ESTOQUE TO W-SALDO.
       LER-SALDO-FIM.
           MOVE W-SALDO TO W-SALDOED
           DISPLAY (05, 33) W-SALDOED.

       LISTA-END.
           MOVE 08 TO LIN.
       LISTA-END-LP.
           DISPLAY (LIN, 01) LIMPA
           ADD 1 TO LIN
           IF LIN < 20
              GO TO LISTA-END-LP.
           MOVE 08 TO LIN
           MOVE ZEROS TO W-TOTEND
           MOVE W-CODPROD  TO PEN-CODPROD
           MOVE W-LOCAL    TO PEN-LOCAL
           MOVE LOW-VALUES TO PEN-RUA
           MOVE ZEROS      TO PEN-PREDIO PEN-NIVEL PEN-APTO
           START ARQPEND KEY IS NOT LESS PEN-CHAVE INVALID KEY
                 GO TO LISTA-END-TOT.
       LISTA-END-RD.
           READ ARQPEND NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-END-TOT.
           IF PEN-CODPROD NOT = W-CODPROD OR
              PEN-LOCAL NOT = W-LOCAL
              GO TO LISTA-END-TOT.
           ADD PEN-QTD TO W-TOTEND
           IF LIN > 19
              GO TO LISTA-END-RD.
           MOVE PEN-RUA    TO DETRUA
           MOVE PEN-PREDIO TO DETPREDIO
           MOVE PEN-NIVEL  TO DETNIVEL
           MOVE PEN-APTO   TO DETAPTO
           MOVE PEN-QTD    TO DETQTD
           MOVE ZEROS      TO DETSEQ
           MOVE SPACES     TO DETSIT
           MOVE PEN-ENDER  TO EDR-CHAVE
           READ ARQENDER
           IF ST-ERRO = "00"
              MOVE EDR-SEQPERC TO DETSEQ
              IF EDR-ATIVO NOT = "S"
                 MOVE "INATIVO" TO DETSIT.
           DISPLAY (LIN, 01) DETEND
           ADD 1 TO LIN
           GO TO LISTA-END-RD.
       LISTA-END-TOT.
           MOVE W-TOTEND TO W-TOTENDED
           DISPLAY (05, 54) W-TOTENDED.
       LISTA-END-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE109" TO LOG-PROGRAMA.
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
           CLOSE ARQPEND ARQENDER ARQPRO ARQLOG.
           IF W-SLDOK = "S"
              CLOSE ARQSLD.
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
