       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE135.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPRFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PF-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQDEPARA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPRFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRFOR.DAT".
       01 REGPRFOR.
          03 PF-CHAVE.
             05 PF-CODPROD     PIC 9(06).
             05 PF-FORNEC      PIC 9(14).
          03 PF-CODFORN        PIC X(14).
          03 PF-PRECO          PIC 9(06)V99.
          03 PF-DTPRECO        PIC 9(08).
          03 PF-QTDMIN         PIC 9(06).
          03 PF-MULTIPLO       PIC 9(06).
          03 PF-PRAZOENT       PIC 9(03).
          03 PF-RANK           PIC 9(02).
          03 PF-SITUACAO       PIC X(01).
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
       FD ARQDEPARA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPARA.DAT".
       01 REGDEPARA.
          03 DEP-CHAVE.
             05 DEP-CNPJ       PIC 9(14).
             05 DEP-CODFORN    PIC X(14).
          03 DEP-CODPROD       PIC 9(06).
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
       01 LIMPA2        PIC X(78) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 001.
       01 W-DEPOK       PIC X(01) VALUE "N".
       01 W-EXISTE      PIC X(01) VALUE "N".
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-FORNEC      PIC 9(14) VALUE ZEROS.
       01 W-CODFORN     PIC X(14) VALUE SPACES.
       01 W-CODFANT     PIC X(14) VALUE SPACES.
       01 W-PRECO       PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDMIN      PIC 9(06) VALUE ZEROS.
       01 W-MULTIPLO    PIC 9(06) VALUE ZEROS.
       01 W-PRAZOENT    PIC 9(03) VALUE ZEROS.
       01 W-RANK        PIC 9(02) VALUE ZEROS.
       01 W-SITUACAO    PIC X(01) VALUE "A".
       01 W-QTDLINK     PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETPF.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETRANK      PIC Z9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETFORN      PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETRAZAO     PIC X(14) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETCODF      PIC X(10) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPRECO     PIC ZZZZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETMIN       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETMULT      PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPRAZO     PIC ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSIT       PIC X(05) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE135.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              Produto x Fornecedores (Ra".
           05  LINE 02  COLUMN 41
               VALUE  "nking de Preferencia)".
           05  LINE 04  COLUMN 03
               VALUE  "Produto:".
           05  TCODPROD
               LINE 04  COLUMN 12  PIC 9(06)
               USING  W-CODPROD
               HIGHLIGHT.
           05  LINE 05  COLUMN 03
               VALUE  "Fornecedor do cadastro:".
           05  LINE 07  COLUMN 01
               VALUE  " Rk Fornecedor     Razao          Cod.Fo".
           05  LINE 07  COLUMN 41
               VALUE  "rn.     Preco  Q.Min Multip Prz Sit.".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-PRFOR.
           OPEN I-O ARQPRFOR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPRFOR
                 CLOSE ARQPRFOR
                 OPEN I-O ARQPRFOR
              ELSE
                 MOVE "ERRO NA ABERTURA DE PRODUTO X FORNECEDOR"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE PRODUTOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRFOR
              GO TO ROT-FIM2.

       ABRE-FOR.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE FORNECEDORES NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRFOR ARQPRO
              GO TO ROT-FIM2.

       ABRE-DEPARA.
           OPEN I-O ARQDEPARA
           IF ST-ERRO2 = "30"
              OPEN OUTPUT ARQDEPARA
              CLOSE ARQDEPARA
              OPEN I-O ARQDEPARA.
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DEPOK
           ELSE
              MOVE "N" TO W-DEPOK.

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
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-CODPROD
           DISPLAY TSCE135.

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
           DISPLAY (04, 20) DESCRICAO
           DISPLAY (05, 27) CPFCNPJ.

       R3.
           PERFORM LISTA-PF THRU LISTA-PF-FIM.

      *
      ******************************
      * FORNECEDOR DO PRODUTO       *
      ******************************
      *
       R4.
           MOVE ZEROS TO W-FORNEC
           DISPLAY (20, 01) LIMPA2
           DISPLAY (21, 01) LIMPA2
           DISPLAY (22, 01) LIMPA2
           DISPLAY (20, 03) "FORNECEDOR (ZEROS=OUTRO PRODUTO):"
           ACCEPT (20, 37) W-FORNEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-FORNEC = ZEROS
              GO TO R1.
           MOVE W-FORNEC TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "FORNECEDOR NAO CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY (20, 53) FOR-RAZAO (1:25)
           MOVE W-CODPROD TO PF-CODPROD
           MOVE W-FORNEC  TO PF-FORNEC
           READ ARQPRFOR
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
              MOVE REGPRFOR    TO W-IMGANT
              MOVE PF-CODFORN  TO W-CODFORN W-CODFANT
              MOVE PF-PRECO    TO W-PRECO
              MOVE PF-QTDMIN   TO W-QTDMIN
              MOVE PF-MULTIPLO TO W-MULTIPLO
              MOVE PF-PRAZOENT TO W-PRAZOENT
              MOVE PF-RANK     TO W-RANK
              MOVE PF-SITUACAO TO W-SITUACAO
           ELSE
              MOVE "N" TO W-EXISTE
              MOVE SPACES TO W-CODFORN W-CODFANT
              MOVE PRECO  TO W-PRECO
              MOVE 1      TO W-QTDMIN W-MULTIPLO
              MOVE ZEROS  TO W-PRAZOENT
              COMPUTE W-RANK = W-QTDLINK + 1
              MOVE "A"    TO W-SITUACAO.
           DISPLAY (21, 03) "COD.NO FORNEC.:"
           DISPLAY (21, 35) "PRECO:"
           DISPLAY (21, 53) "QTD.MINIMA:"
           DISPLAY (22, 03) "MULTIPLO:"
           DISPLAY (22, 22) "PRAZO (DIAS):"
           DISPLAY (22, 41) "RANKING:"
           DISPLAY (22, 54) "SITUACAO (A/B):".

       R5.
           ACCEPT (21, 19) W-CODFORN WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE SPACES TO W-IMGANT
              GO TO R4.

       R6.
           ACCEPT (21, 42) W-PRECO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.

       R7.
           ACCEPT (21, 65) W-QTDMIN WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-QTDMIN = ZEROS
              MOVE 1 TO W-QTDMIN.

       R8.
           ACCEPT (22, 13) W-MULTIPLO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF W-MULTIPLO = ZEROS
              MOVE 1 TO W-MULTIPLO.

       R9.
           ACCEPT (22, 36) W-PRAZOENT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R8.

       R10.
           ACCEPT (22, 50) W-RANK WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9.
           IF W-RANK = ZEROS
              MOVE "RANKING DEVE SER DE 01 A 99" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.

       R11.
           ACCEPT (22, 70) W-SITUACAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R10.
           IF W-SITUACAO = "a"
              MOVE "A" TO W-SITUACAO.
           IF W-SITUACAO = "b"
              MOVE "B" TO W-SITUACAO.
           IF W-SITUACAO NOT = "A" AND "B"
              MOVE "SITUACAO: A=ATIVO  B=BLOQUEADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.

       R12.
           DISPLAY (20, 01) LIMPA2
           IF W-EXISTE = "S"
              DISPLAY (20, 03)
               "S=GRAVA  E=EXCLUI VINCULO  N=DESISTE: "
           ELSE
              DISPLAY (20, 03) "S=GRAVA  N=DESISTE: ".
           MOVE "S" TO W-OPCAO
           ACCEPT (20, 42) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE SPACES TO W-IMGANT
              GO TO R4.
           IF (W-OPCAO = "E" OR "e") AND W-EXISTE = "S"
              GO TO R12-EXCLUI.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R12.
           MOVE W-CODPROD  TO PF-CODPROD
           MOVE W-FORNEC   TO PF-FORNEC
           MOVE W-CODFORN  TO PF-CODFORN
           IF W-EXISTE NOT = "S" OR W-PRECO NOT = PF-PRECO
              MOVE W-DTHOJE TO PF-DTPRECO.
           MOVE W-PRECO    TO PF-PRECO
           MOVE W-QTDMIN   TO PF-QTDMIN
           MOVE W-MULTIPLO TO PF-MULTIPLO
           MOVE W-PRAZOENT TO PF-PRAZOENT
           MOVE W-RANK     TO PF-RANK
           MOVE W-SITUACAO TO PF-SITUACAO
           MOVE REGPRFOR   TO W-IMGNOV
           IF W-EXISTE = "S"
              REWRITE REGPRFOR
              MOVE "ALTERACAO" TO LOG-OPERACAO
           ELSE
              WRITE REGPRFOR
              MOVE "INCLUSAO" TO LOG-OPERACAO.
           PERFORM GRAVA-DEPARA THRU GRAVA-DEPARA-FIM
           GO TO R12-LOG.

       R12-EXCLUI.
           DELETE ARQPRFOR RECORD
           MOVE "EXCLUSAO" TO LOG-OPERACAO.

       R12-LOG.
           MOVE PF-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM LISTA-PF THRU LISTA-PF-FIM
           MOVE "*** FORNECEDORES DO PRODUTO ATUALIZADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R4.

       GRAVA-DEPARA.
           IF W-DEPOK NOT = "S" OR W-CODFORN = SPACES
              GO TO GRAVA-DEPARA-FIM.
           IF W-CODFORN = W-CODFANT
              GO TO GRAVA-DEPARA-FIM.
           MOVE W-FORNEC  TO DEP-CNPJ
           MOVE W-CODFORN TO DEP-CODFORN
           READ ARQDEPARA
           IF ST-ERRO2 = "00"
              IF DEP-CODPROD NOT = W-CODPROD
                 MOVE "*** CODIGO DO FORNECEDOR JA USADO EM OUTRO ***"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF ST-ERRO2 = "00"
              GO TO GRAVA-DEPARA-FIM.
           MOVE W-FORNEC  TO DEP-CNPJ
           MOVE W-CODFORN TO DEP-CODFORN
           MOVE W-CODPROD TO DEP-CODPROD
           WRITE REGDEPARA.
       GRAVA-DEPARA-FIM.
           EXIT.

       LISTA-PF.
           MOVE 08 TO LIN.
       LISTA-PF-LP.
           DISPLAY (LIN, 01) LIMPA2
           ADD 1 TO LIN
           IF LIN < 20
              GO TO LISTA-PF-LP.
           MOVE 08 TO LIN
           MOVE ZEROS TO W-QTDLINK
           MOVE W-CODPROD TO PF-CODPROD
           MOVE ZEROS     TO PF-FORNEC
           START ARQPRFOR KEY IS NOT LESS PF-CHAVE INVALID KEY
                 GO TO LISTA-PF-FIM.
       LISTA-PF-RD.
           READ ARQPRFOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-PF-FIM.
           IF PF-CODPROD NOT = W-CODPROD
              GO TO LISTA-PF-FIM.
           ADD 1 TO W-QTDLINK
           IF LIN > 19
              GO TO LISTA-PF-RD.
           MOVE PF-RANK     TO DETRANK
           MOVE PF-FORNEC   TO DETFORN
           MOVE SPACES      TO DETRAZAO
           MOVE PF-FORNEC   TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO = "00"
              MOVE FOR-RAZAO TO DETRAZAO.
           MOVE PF-CODFORN  TO DETCODF
           MOVE PF-PRECO    TO DETPRECO
           MOVE PF-QTDMIN   TO DETMIN
           MOVE PF-MULTIPLO TO DETMULT
           MOVE PF-PRAZOENT TO DETPRAZO
           IF PF-SITUACAO = "B"
              MOVE "BLOQ." TO DETSIT
           ELSE
              MOVE "ATIVO" TO DETSIT.
           DISPLAY (LIN, 01) DETPF
           ADD 1 TO LIN
           GO TO LISTA-PF-RD.
       LISTA-PF-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE135" TO LOG-PROGRAMA.
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
           CLOSE ARQPRFOR ARQPRO ARQFOR ARQLOG.
           IF W-DEPOK = "S"
              CLOSE ARQDEPARA.
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
