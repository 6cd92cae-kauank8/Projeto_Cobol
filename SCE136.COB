       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE136.
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
       WORKING-STORAGE SECTION.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 LIMPA2        PIC X(78) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 001.
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-PREFOK      PIC X(01) VALUE "N".
       01 W-QTD         PIC 9(02) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-IND2        PIC 9(02) VALUE ZEROS.
       01 W-TROCA       PIC X(01) VALUE "N".
       01 W-AUXFORN     PIC X(70) VALUE SPACES.
       01 W-TABFORN.
          03 W-TBFORN OCCURS 12 TIMES.
             05 W-TBRANK       PIC 9(02).
             05 W-TBSIT        PIC X(01).
             05 W-TBFORNEC     PIC 9(14).
             05 W-TBCODF       PIC X(14).
             05 W-TBPRECO      PIC 9(06)V99.
             05 W-TBDTPRECO    PIC 9(08).
             05 W-TBQTDMIN     PIC 9(06).
             05 W-TBMULT       PIC 9(06).
             05 W-TBPRAZO      PIC 9(03).
             05 FILLER         PIC X(08).
       01 W-DATAIN      PIC 9(08) VALUE ZEROS.
       01 W-DATAIN-R REDEFINES W-DATAIN.
          03 W-DIANO       PIC 9(04).
          03 W-DIMES       PIC 9(02).
          03 W-DIDIA       PIC 9(02).

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETCF.
          03 DETMARCA     PIC X(01) VALUE SPACES.
          03 DETCAD       PIC X(01) VALUE SPACES.
          03 DETRANK      PIC Z9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETRAZAO     PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPRECO     PIC ZZZZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDATA.
             05 DETDIA    PIC 99.
             05 FILLER    PIC X(01) VALUE "/".
             05 DETMES    PIC 99.
             05 FILLER    PIC X(01) VALUE "/".
             05 DETANO    PIC 9999.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETMIN       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETMULT      PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPRAZO     PIC ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSIT       PIC X(05) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE136.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               Consulta Fornecedores do".
           05  LINE 02  COLUMN 41
               VALUE  " Produto".
           05  LINE 04  COLUMN 03
               VALUE  "Produto:".
           05  TCODPROD
               LINE 04  COLUMN 12  PIC 9(06)
               USING  W-CODPROD
               HIGHLIGHT.
           05  LINE 07  COLUMN 01
               VALUE  "  Rk Razao Social            Preco  Dt.P".
           05  LINE 07  COLUMN 41
               VALUE  "reco    Q.Min Multip Prz Sit.".
           05  LINE 20  COLUMN 03
               VALUE  "* = FORNECEDOR PREFERIDO   C = FORNECEDO".
           05  LINE 20  COLUMN 43
               VALUE  "R DO CADASTRO DO PRODUTO".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-PRFOR.
           OPEN INPUT ARQPRFOR
           IF ST-ERRO NOT = "00"
              MOVE "NENHUM FORNECEDOR VINCULADO A PRODUTOS" TO MENS
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

       R1.
           MOVE ZEROS TO W-CODPROD
           DISPLAY TSCE136.

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
           PERFORM CARGA-PF THRU CARGA-PF-FIM
           IF W-QTD = ZEROS
              MOVE "PRODUTO SEM FORNECEDORES VINCULADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM ORDENA-PF THRU ORDENA-PF-FIM
           PERFORM MOSTRA-PF THRU MOSTRA-PF-FIM
           MOVE "TECLE ENTER PARA NOVA CONSULTA" TO MENS
           DISPLAY (23, 13) MENS
           ACCEPT (23, 45) W-ACT
           GO TO R1.

      *
      *****************************************
      * CARGA DOS FORNECEDORES DO PRODUTO     *
      *****************************************
      *
       CARGA-PF.
           MOVE ZEROS TO W-QTD
           MOVE W-CODPROD TO PF-CODPROD
           MOVE ZEROS     TO PF-FORNEC
           START ARQPRFOR KEY IS NOT LESS PF-CHAVE INVALID KEY
                 GO TO CARGA-PF-FIM.
       CARGA-PF-RD.
           READ ARQPRFOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA-PF-FIM.
           IF PF-CODPROD NOT = W-CODPROD
              GO TO CARGA-PF-FIM.
           IF W-QTD NOT < 12
              GO TO CARGA-PF-FIM.
           ADD 1 TO W-QTD
           MOVE SPACES      TO W-TBFORN (W-QTD)
           MOVE PF-RANK     TO W-TBRANK (W-QTD)
           MOVE PF-SITUACAO TO W-TBSIT (W-QTD)
           MOVE PF-FORNEC   TO W-TBFORNEC (W-QTD)
           MOVE PF-CODFORN  TO W-TBCODF (W-QTD)
           MOVE PF-PRECO    TO W-TBPRECO (W-QTD)
           MOVE PF-DTPRECO  TO W-TBDTPRECO (W-QTD)
           MOVE PF-QTDMIN   TO W-TBQTDMIN (W-QTD)
           MOVE PF-MULTIPLO TO W-TBMULT (W-QTD)
           MOVE PF-PRAZOENT TO W-TBPRAZO (W-QTD)
           GO TO CARGA-PF-RD.
       CARGA-PF-FIM.
           EXIT.

      *
      *****************************************
      * ORDENA POR RANKING (ATIVOS PRIMEIRO)  *
      *****************************************
      *
       ORDENA-PF.
           MOVE "N" TO W-TROCA
           MOVE 1 TO W-IND.
       ORDENA-PF-LP.
           IF W-IND NOT < W-QTD
              GO TO ORDENA-PF-TST.
           COMPUTE W-IND2 = W-IND + 1
           IF W-TBSIT (W-IND) = "B" AND W-TBSIT (W-IND2) NOT = "B"
              GO TO ORDENA-PF-TROCA.
           IF W-TBSIT (W-IND) NOT = "B" AND W-TBSIT (W-IND2) = "B"
              GO TO ORDENA-PF-PROX.
           IF W-TBRANK (W-IND) NOT > W-TBRANK (W-IND2)
              GO TO ORDENA-PF-PROX.
       ORDENA-PF-TROCA.
           MOVE W-TBFORN (W-IND)  TO W-AUXFORN
           MOVE W-TBFORN (W-IND2) TO W-TBFORN (W-IND)
           MOVE W-AUXFORN         TO W-TBFORN (W-IND2)
           MOVE "S" TO W-TROCA.
       ORDENA-PF-PROX.
           ADD 1 TO W-IND
           GO TO ORDENA-PF-LP.
       ORDENA-PF-TST.
           IF W-TROCA = "S"
              GO TO ORDENA-PF.
       ORDENA-PF-FIM.
           EXIT.

       MOSTRA-PF.
           MOVE 08 TO LIN.
       MOSTRA-PF-LIMPA.
           DISPLAY (LIN, 01) LIMPA2
           ADD 1 TO LIN
           IF LIN < 20
              GO TO MOSTRA-PF-LIMPA.
           MOVE 08 TO LIN
           MOVE "N" TO W-PREFOK
           MOVE 1 TO W-IND.
       MOSTRA-PF-LP.
           IF W-IND > W-QTD
              GO TO MOSTRA-PF-FIM.
           MOVE SPACES TO DETMARCA DETCAD
           IF W-TBSIT (W-IND) NOT = "B" AND W-PREFOK = "N"
              MOVE "*" TO DETMARCA
              MOVE "S" TO W-PREFOK.
           IF W-TBFORNEC (W-IND) = CPFCNPJ
              MOVE "C" TO DETCAD.
           MOVE W-TBRANK (W-IND) TO DETRANK
           MOVE SPACES TO DETRAZAO
           MOVE W-TBFORNEC (W-IND) TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO = "00"
              MOVE FOR-RAZAO TO DETRAZAO
           ELSE
              MOVE "** NAO CADASTRADO **" TO DETRAZAO.
           MOVE W-TBPRECO (W-IND) TO DETPRECO
           MOVE W-TBDTPRECO (W-IND) TO W-DATAIN
           MOVE W-DIDIA TO DETDIA
           MOVE W-DIMES TO DETMES
           MOVE W-DIANO TO DETANO
           MOVE W-TBQTDMIN (W-IND) TO DETMIN
           MOVE W-TBMULT (W-IND)   TO DETMULT
           MOVE W-TBPRAZO (W-IND)  TO DETPRAZO
           IF W-TBSIT (W-IND) = "B"
              MOVE "BLOQ." TO DETSIT
           ELSE
              MOVE "ATIVO" TO DETSIT.
           DISPLAY (LIN, 01) DETCF
           ADD 1 TO LIN
           ADD 1 TO W-IND
           GO TO MOSTRA-PF-LP.
       MOSTRA-PF-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQPRFOR ARQPRO ARQFOR.
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
