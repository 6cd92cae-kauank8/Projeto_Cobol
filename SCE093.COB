       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE093.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQADQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS ADQ-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQADQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADQ.DAT".
       01 REGADQ.
          03 ADQ-CHAVE.
             05 ADQ-CODIGO     PIC 9(02).
             05 ADQ-BANDEIRA   PIC X(02).
             05 ADQ-MODAL      PIC X(01).
          03 ADQ-NOME          PIC X(20).
          03 ADQ-CNPJ          PIC 9(14).
          03 ADQ-TAXA          PIC 9(02)V99.
          03 ADQ-DIAS          PIC 9(03).
          03 ADQ-MAXPARC       PIC 9(02).
          03 ADQ-CONTA         PIC 9(03).
      *-----------------------------------------------------------------
       FD ARQCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTA.DAT".
       01 REGCTA.
          03 CTA-CODIGO        PIC 9(03).
          03 CTA-DESCR         PIC X(30).
          03 CTA-TIPO          PIC X(01).
          03 CTA-BANCO         PIC 9(03).
          03 CTA-AGENCIA       PIC 9(04).
          03 CTA-NUMCONTA      PIC 9(10).
          03 CTA-SALDOINI      PIC S9(10)V99.
          03 CTA-DTSALDO       PIC 9(08).
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
       01 W-CTAOK       PIC X(01) VALUE "N".
       01 W-CODIGO      PIC 9(02) VALUE ZEROS.
       01 W-BANDEIRA    PIC X(02) VALUE SPACES.
       01 W-MODAL       PIC X(01) VALUE SPACES.
       01 W-NOME        PIC X(20) VALUE SPACES.
       01 W-CNPJ        PIC 9(14) VALUE ZEROS.
       01 W-TAXA        PIC 9(02)V99 VALUE ZEROS.
       01 W-DIAS        PIC 9(03) VALUE ZEROS.
       01 W-MAXPARC     PIC 9(02) VALUE ZEROS.
       01 W-CONTA       PIC 9(03) VALUE ZEROS.
       01 W-EXISTE      PIC X(01) VALUE "N".

       SCREEN SECTION.
       01  TSCE093.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Cadastro de Taxas de Adquiren".
           05  LINE 02  COLUMN 41
               VALUE  "tes de Cartao".
           05  LINE 04  COLUMN 03
               VALUE  "Adquirente ........:".
           05  TCODIGO
               LINE 04  COLUMN 25  PIC 9(02)
               USING  W-CODIGO
               HIGHLIGHT.
           05  LINE 05  COLUMN 03
               VALUE  "Bandeira ..........:".
           05  TBANDEIRA
               LINE 05  COLUMN 25  PIC X(02)
               USING  W-BANDEIRA
               HIGHLIGHT.
           05  LINE 05  COLUMN 30
               VALUE  "(VI MC EL AM HC ...)".
           05  LINE 06  COLUMN 03
               VALUE  "Modalidade ........:".
           05  TMODAL
               LINE 06  COLUMN 25  PIC X(01)
               USING  W-MODAL
               HIGHLIGHT.
           05  LINE 06  COLUMN 30
               VALUE  "(D=DEBITO C=CREDITO P=PARCELADO)".
           05  LINE 08  COLUMN 03
               VALUE  "Nome Adquirente ...:".
           05  TNOME
               LINE 08  COLUMN 25  PIC X(20)
               USING  W-NOME
               HIGHLIGHT.
           05  LINE 09  COLUMN 03
               VALUE  "CNPJ Adquirente ...:".
           05  TCNPJ
               LINE 09  COLUMN 25  PIC 9(14)
               USING  W-CNPJ
               HIGHLIGHT.
           05  LINE 11  COLUMN 03
               VALUE  "Taxa MDR (%) ......:".
           05  TTAXA
               LINE 11  COLUMN 25  PIC Z9,99
               USING  W-TAXA
               HIGHLIGHT.
           05  LINE 12  COLUMN 03
               VALUE  "Prazo Repasse Dias :".
           05  TDIAS
               LINE 12  COLUMN 25  PIC 9(03)
               USING  W-DIAS
               HIGHLIGHT.
           05  LINE 12  COLUMN 30
               VALUE  "(DEMAIS PARCELAS +30 DIAS CADA)".
           05  LINE 13  COLUMN 03
               VALUE  "Max. Parcelas .....:".
           05  TMAXPARC
               LINE 13  COLUMN 25  PIC 9(02)
               USING  W-MAXPARC
               HIGHLIGHT.
           05  LINE 14  COLUMN 03
               VALUE  "Conta de Repasse ..:".
           05  TCONTA
               LINE 14  COLUMN 25  PIC 9(03)
               USING  W-CONTA
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-ADQ.
           OPEN I-O ARQADQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQADQ
                 CLOSE ARQADQ
                 OPEN I-O ARQADQ
              ELSE
                 MOVE "ERRO NA ABERTURA DAS TAXAS DE CARTAO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-CTA.
           OPEN INPUT ARQCTA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CTAOK
           ELSE
              MOVE "N" TO W-CTAOK.

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
           MOVE SPACES TO W-BANDEIRA W-MODAL W-NOME
           MOVE ZEROS TO W-CODIGO W-CNPJ W-TAXA W-DIAS W-MAXPARC
           MOVE ZEROS TO W-CONTA
           MOVE "N" TO W-EXISTE
           DISPLAY TSCE093.

       R2.
           ACCEPT TCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CODIGO = ZEROS
              MOVE "CODIGO DO ADQUIRENTE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R2A.
           ACCEPT TBANDEIRA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           INSPECT W-BANDEIRA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-BANDEIRA = SPACES
              MOVE "BANDEIRA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.

       R2B.
           ACCEPT TMODAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2A.
           IF W-MODAL = "d" MOVE "D" TO W-MODAL.
           IF W-MODAL = "c" MOVE "C" TO W-MODAL.
           IF W-MODAL = "p" MOVE "P" TO W-MODAL.
           IF W-MODAL NOT = "D" AND "C" AND "P"
              MOVE "MODALIDADE: D=DEBITO C=CREDITO P=PARCELADO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2B.
           MOVE W-CODIGO   TO ADQ-CODIGO
           MOVE W-BANDEIRA TO ADQ-BANDEIRA
           MOVE W-MODAL    TO ADQ-MODAL
           READ ARQADQ
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
              MOVE ADQ-NOME    TO W-NOME
              MOVE ADQ-CNPJ    TO W-CNPJ
              MOVE ADQ-TAXA    TO W-TAXA
              MOVE ADQ-DIAS    TO W-DIAS
              MOVE ADQ-MAXPARC TO W-MAXPARC
              MOVE ADQ-CONTA   TO W-CONTA
              MOVE REGADQ      TO W-IMGANT
              DISPLAY TSCE093
              MOVE "*** JA CADASTRADA - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "N" TO W-EXISTE.

       R3.
           ACCEPT TNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2B.
           IF W-NOME = SPACES
              MOVE "NOME DO ADQUIRENTE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-CNPJ = ZEROS
              MOVE "CNPJ DO ADQUIRENTE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TTAXA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.

       R6.
           ACCEPT TDIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-DIAS = ZEROS
              MOVE "PRAZO DE REPASSE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           IF W-MODAL NOT = "P"
              MOVE 01 TO W-MAXPARC
              DISPLAY TMAXPARC
              GO TO R8.
           ACCEPT TMAXPARC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-MAXPARC < 2 OR W-MAXPARC > 12
              MOVE "PARCELADO: MAXIMO DE 02 A 12 PARCELAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT TCONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-CONTA = ZEROS
              MOVE "CONTA DE REPASSE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-CTAOK = "S"
              MOVE W-CONTA TO CTA-CODIGO
              READ ARQCTA
              IF ST-ERRO2 NOT = "00"
                 MOVE "CONTA NAO CADASTRADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R8.

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
           MOVE W-CODIGO    TO ADQ-CODIGO
           MOVE W-BANDEIRA  TO ADQ-BANDEIRA
           MOVE W-MODAL     TO ADQ-MODAL
           MOVE W-NOME      TO ADQ-NOME
           MOVE W-CNPJ      TO ADQ-CNPJ
           MOVE W-TAXA      TO ADQ-TAXA
           MOVE W-DIAS      TO ADQ-DIAS
           MOVE W-MAXPARC   TO ADQ-MAXPARC
           MOVE W-CONTA     TO ADQ-CONTA
           MOVE REGADQ      TO W-IMGNOV
           IF W-EXISTE = "S"
              REWRITE REGADQ
              MOVE "ALTERACAO" TO LOG-OPERACAO
           ELSE
              WRITE REGADQ
              MOVE "INCLUSAO" TO LOG-OPERACAO.
           MOVE ADQ-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** TAXA DE CARTAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE093" TO LOG-PROGRAMA.
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
           CLOSE ARQADQ ARQLOG.
           IF W-CTAOK = "S"
              CLOSE ARQCTA.
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
