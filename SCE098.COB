       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE098.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFORB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS FORB-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFORB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORB.DAT".
       01 REGFORB.
          03 FORB-CPFCNPJ      PIC 9(14).
          03 FORB-BANCO        PIC 9(03).
          03 FORB-AGENCIA      PIC 9(04).
          03 FORB-CONTA        PIC 9(10).
          03 FORB-DIGITO       PIC X(01).
          03 FORB-TIPOCTA      PIC X(01).
          03 FORB-CHAVEPIX     PIC X(36).
          03 FORB-FORMA        PIC X(02).
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
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-FOROK       PIC X(01) VALUE "N".
       01 W-CPFCNPJ     PIC 9(14) VALUE ZEROS.
       01 W-RAZAO       PIC X(30) VALUE SPACES.
       01 W-BANCO       PIC 9(03) VALUE ZEROS.
       01 W-AGENCIA     PIC 9(04) VALUE ZEROS.
       01 W-CONTA       PIC 9(10) VALUE ZEROS.
       01 W-DIGITO      PIC X(01) VALUE SPACES.
       01 W-TIPOCTA     PIC X(01) VALUE SPACES.
       01 W-CHAVEPIX    PIC X(36) VALUE SPACES.
       01 W-FORMA       PIC X(02) VALUE SPACES.
       01 W-EXISTE      PIC X(01) VALUE "N".

       SCREEN SECTION.
       01  TSCE098.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Dados Bancarios de Fornecedo".
           05  LINE 02  COLUMN 41
               VALUE  "res p/ Pagamento".
           05  LINE 04  COLUMN 03
               VALUE  "CPF/CNPJ Fornecedor:".
           05  TCPFCNPJ
               LINE 04  COLUMN 25  PIC 9(14)
               USING  W-CPFCNPJ
               HIGHLIGHT.
           05  LINE 05  COLUMN 03
               VALUE  "Razao Social ......:".
           05  TRAZAO
               LINE 05  COLUMN 25  PIC X(30)
               USING  W-RAZAO.
           05  LINE 07  COLUMN 03
               VALUE  "Banco .............:".
           05  TBANCO
               LINE 07  COLUMN 25  PIC 9(03)
               USING  W-BANCO
               HIGHLIGHT.
           05  LINE 08  COLUMN 03
               VALUE  "Agencia ...........:".
           05  TAGENCIA
               LINE 08  COLUMN 25  PIC 9(04)
               USING  W-AGENCIA
               HIGHLIGHT.
           05  LINE 09  COLUMN 03
               VALUE  "Conta / Digito ....:".
           05  TCONTA
               LINE 09  COLUMN 25  PIC 9(10)
               USING  W-CONTA
               HIGHLIGHT.
           05  LINE 09  COLUMN 36
               VALUE  "-".
           05  TDIGITO
               LINE 09  COLUMN 37  PIC X(01)
               USING  W-DIGITO
               HIGHLIGHT.
           05  LINE 10  COLUMN 03
               VALUE  "Tipo de Conta .....:".
           05  TTIPOCTA
               LINE 10  COLUMN 25  PIC X(01)
               USING  W-TIPOCTA
               HIGHLIGHT.
           05  LINE 10  COLUMN 30
               VALUE  "(C=CORRENTE P=POUPANCA)".
           05  LINE 12  COLUMN 03
               VALUE  "Chave PIX .........:".
           05  TCHAVEPIX
               LINE 12  COLUMN 25  PIC X(36)
               USING  W-CHAVEPIX
               HIGHLIGHT.
           05  LINE 14  COLUMN 03
               VALUE  "Forma Preferencial :".
           05  TFORMA
               LINE 14  COLUMN 25  PIC X(02)
               USING  W-FORMA
               HIGHLIGHT.
           05  LINE 14  COLUMN 30
               VALUE  "(BO=BOLETO TE=TED PX=PIX)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-FORB.
           OPEN I-O ARQFORB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQFORB
                 CLOSE ARQFORB
                 OPEN I-O ARQFORB
              ELSE
                 MOVE "ERRO NA ABERTURA DOS DADOS BANCARIOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-FOR.
           OPEN INPUT ARQFOR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FOROK
           ELSE
              MOVE "N" TO W-FOROK.

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
           MOVE SPACES TO W-RAZAO W-DIGITO W-TIPOCTA W-CHAVEPIX
           MOVE SPACES TO W-FORMA
           MOVE ZEROS TO W-CPFCNPJ W-BANCO W-AGENCIA W-CONTA
           MOVE "N" TO W-EXISTE
           DISPLAY TSCE098.

       R2.
           ACCEPT TCPFCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CPFCNPJ = ZEROS
              MOVE "CPF/CNPJ DO FORNECEDOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE SPACES TO W-RAZAO
           IF W-FOROK = "S"
              MOVE W-CPFCNPJ TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO2 NOT = "00"
                 MOVE "FORNECEDOR NAO CADASTRADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2
              ELSE
                 MOVE FOR-RAZAO TO W-RAZAO.
           DISPLAY TRAZAO
           MOVE W-CPFCNPJ TO FORB-CPFCNPJ
           READ ARQFORB
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
              MOVE FORB-BANCO    TO W-BANCO
              MOVE FORB-AGENCIA  TO W-AGENCIA
              MOVE FORB-CONTA    TO W-CONTA
              MOVE FORB-DIGITO   TO W-DIGITO
              MOVE FORB-TIPOCTA  TO W-TIPOCTA
              MOVE FORB-CHAVEPIX TO W-CHAVEPIX
              MOVE FORB-FORMA    TO W-FORMA
              MOVE REGFORB       TO W-IMGANT
              DISPLAY TSCE098
              MOVE "*** JA CADASTRADO - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "N" TO W-EXISTE.

       R3.
           ACCEPT TBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.

       R4.
           ACCEPT TAGENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.

       R5.
           ACCEPT TCONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.

       R5A.
           ACCEPT TDIGITO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           INSPECT W-DIGITO CONVERTING "x" TO "X".

       R6.
           IF W-CONTA = ZEROS
              MOVE SPACES TO W-TIPOCTA
              DISPLAY TTIPOCTA
              GO TO R7.
           ACCEPT TTIPOCTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5A.
           IF W-TIPOCTA = "c" MOVE "C" TO W-TIPOCTA.
           IF W-TIPOCTA = "p" MOVE "P" TO W-TIPOCTA.
           IF W-TIPOCTA NOT = "C" AND "P"
              MOVE "TIPO DE CONTA: C=CORRENTE P=POUPANCA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TCHAVEPIX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.

       R8.
           ACCEPT TFORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           INSPECT W-FORMA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-FORMA NOT = "BO" AND "TE" AND "PX"
              MOVE "FORMA: BO=BOLETO TE=TED PX=PIX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-FORMA = "TE"
              IF W-BANCO = ZEROS OR W-AGENCIA = ZEROS OR
                 W-CONTA = ZEROS
                 MOVE "TED EXIGE BANCO, AGENCIA E CONTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
           IF W-FORMA = "PX" AND W-CHAVEPIX = SPACES
              MOVE "PIX EXIGE A CHAVE PIX DO FORNECEDOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

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
           MOVE W-CPFCNPJ   TO FORB-CPFCNPJ
           MOVE W-BANCO     TO FORB-BANCO
           MOVE W-AGENCIA   TO FORB-AGENCIA
           MOVE W-CONTA     TO FORB-CONTA
           MOVE W-DIGITO    TO FORB-DIGITO
           MOVE W-TIPOCTA   TO FORB-TIPOCTA
           MOVE W-CHAVEPIX  TO FORB-CHAVEPIX
           MOVE W-FORMA     TO FORB-FORMA
           MOVE REGFORB     TO W-IMGNOV
           IF W-EXISTE = "S"
              REWRITE REGFORB
              MOVE "ALTERACAO" TO LOG-OPERACAO
           ELSE
              WRITE REGFORB
              MOVE "INCLUSAO" TO LOG-OPERACAO.
           MOVE FORB-CPFCNPJ TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** DADOS BANCARIOS GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE098" TO LOG-PROGRAMA.
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
           CLOSE ARQFORB ARQLOG.
           IF W-FOROK = "S"
              CLOSE ARQFOR.
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
