       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE121.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CTC-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CTC-FORNEC
                                   WITH DUPLICATES.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCTC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTC.DAT".
       01 REGCTC.
          03 CTC-NUMERO        PIC 9(06).
          03 CTC-FORNEC        PIC 9(14).
          03 CTC-CODPROD       PIC 9(06).
          03 CTC-QTDCONTR      PIC 9(08).
          03 CTC-PRECO         PIC 9(06)V99.
          03 CTC-DTINI         PIC 9(08).
          03 CTC-DTFIM         PIC 9(08).
          03 CTC-PRAZO         PIC 9(03).
          03 CTC-QTDCHAM       PIC 9(08).
          03 CTC-QTDREC        PIC 9(08).
          03 CTC-STATUS        PIC X(01).
          03 CTC-DTCAD         PIC 9(08).
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
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 W-IMGCTR      PIC X(160) VALUE SPACES.
       01 W-NOVO        PIC X(01) VALUE "S".
       01 W-RAZAO       PIC X(30) VALUE SPACES.
       01 W-DESCPRO     PIC X(30) VALUE SPACES.
       01 W-SALDO       PIC 9(08) VALUE ZEROS.
       01 W-QTDED       PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       01 W-DTINIEX     PIC 9(08) VALUE ZEROS.
       01 W-DTFIMEX     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-DTAMD       PIC 9(08) VALUE ZEROS.
       01 W-DTAMDTAB REDEFINES W-DTAMD.
          03 W-DTAMD-ANO   PIC 9(04).
          03 W-DTAMD-MES   PIC 9(02).
          03 W-DTAMD-DIA   PIC 9(02).

       SCREEN SECTION.
       01  TSCE121.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              Contratos de Fornecimento ".
           05  LINE 02  COLUMN 41
               VALUE  "(Compra Programada)".
           05  LINE 04  COLUMN 01
               VALUE  " Contrato:".
           05  LINE 05  COLUMN 01
               VALUE  " Fornec..:".
           05  LINE 06  COLUMN 01
               VALUE  " Produto.:".
           05  LINE 07  COLUMN 01
               VALUE  " Qtd contratada:".
           05  LINE 07  COLUMN 31
               VALUE  "Preco unit.:".
           05  LINE 08  COLUMN 01
               VALUE  " Vigencia:".
           05  LINE 08  COLUMN 24
               VALUE  "ate".
           05  LINE 09  COLUMN 01
               VALUE  " Prazo de pagamento (dias):".
           05  LINE 10  COLUMN 01
               VALUE  " Situacao (A=ativo C=cancelado):".
           05  LINE 12  COLUMN 01
               VALUE  " Qtd chamada.:".
           05  LINE 13  COLUMN 01
               VALUE  " Qtd recebida:".
           05  LINE 14  COLUMN 01
               VALUE  " Saldo a chamar:".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TNUMERO
               LINE 04  COLUMN 12  PIC 9(06)
               USING  CTC-NUMERO
               HIGHLIGHT.
           05  TFORNEC
               LINE 05  COLUMN 12  PIC 9(14)
               USING  CTC-FORNEC
               HIGHLIGHT.
           05  TRAZAO
               LINE 05  COLUMN 28  PIC X(30)
               USING  W-RAZAO
               HIGHLIGHT.
           05  TCODPROD
               LINE 06  COLUMN 12  PIC 9(06)
               USING  CTC-CODPROD
               HIGHLIGHT.
           05  TDESCPRO
               LINE 06  COLUMN 28  PIC X(30)
               USING  W-DESCPRO
               HIGHLIGHT.
           05  TQTDCONTR
               LINE 07  COLUMN 18  PIC ZZ.ZZZ.ZZ9
               USING  CTC-QTDCONTR
               HIGHLIGHT.
           05  TPRECO
               LINE 07  COLUMN 44  PIC ZZZ.ZZ9,99
               USING  CTC-PRECO
               HIGHLIGHT.
           05  TDTINI
               LINE 08  COLUMN 12  PIC 99/99/9999
               USING  W-DTINIEX
               HIGHLIGHT.
           05  TDTFIM
               LINE 08  COLUMN 28  PIC 99/99/9999
               USING  W-DTFIMEX
               HIGHLIGHT.
           05  TPRAZO
               LINE 09  COLUMN 29  PIC ZZ9
               USING  CTC-PRAZO
               HIGHLIGHT.
           05  TSTATUS
               LINE 10  COLUMN 34  PIC X(01)
               USING  CTC-STATUS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CTC.
           OPEN I-O ARQCTC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCTC
                 CLOSE ARQCTC
                 OPEN I-O ARQCTC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTRATOS"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-FOR.
           OPEN INPUT ARQFOR
           IF ST-ERRO2 NOT = "00"
              MOVE "ARQUIVO DE FORNECEDORES NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCTC
              GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "ARQUIVO DE PRODUTOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCTC ARQFOR
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
                 CLOSE ARQCTC ARQFOR ARQPRO
                 GO TO ROT-FIM2.

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
           MOVE SPACES TO REGCTC W-RAZAO W-DESCPRO
           MOVE ZEROS TO CTC-NUMERO CTC-FORNEC CTC-CODPROD
           MOVE ZEROS TO CTC-QTDCONTR CTC-PRECO CTC-DTINI CTC-DTFIM
           MOVE ZEROS TO CTC-PRAZO CTC-QTDCHAM CTC-QTDREC CTC-DTCAD
           MOVE "A" TO CTC-STATUS
           MOVE ZEROS TO W-DTINIEX W-DTFIMEX
           DISPLAY TSCE121.

       R2.
           ACCEPT TNUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CTC-NUMERO = ZEROS
              MOVE "NUMERO DO CONTRATO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           READ ARQCTC
           IF ST-ERRO = "00"
              MOVE "N" TO W-NOVO
              MOVE REGCTC TO W-IMGCTR
              PERFORM MOSTRA-CTR THRU MOSTRA-CTR-FIM
              MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "S" TO W-NOVO
              MOVE SPACES TO W-IMGCTR.
           IF W-NOVO = "N" AND CTC-QTDCHAM > ZEROS
              GO TO R5.

       R3.
           ACCEPT TFORNEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE CTC-FORNEC TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE FOR-RAZAO TO W-RAZAO
           DISPLAY TRAZAO.

       R4.
           ACCEPT TCODPROD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           MOVE CTC-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE DESCRICAO TO W-DESCPRO
           DISPLAY TDESCPRO.

       R5.
           ACCEPT TQTDCONTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF CTC-QTDCONTR = ZEROS
              MOVE "QUANTIDADE CONTRATADA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF CTC-QTDCONTR < CTC-QTDCHAM
              MOVE "QTD MENOR QUE A JA CHAMADA NO CONTRATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-NOVO = "N" AND CTC-QTDCHAM > ZEROS
              GO TO R7.

       R6.
           ACCEPT TPRECO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF CTC-PRECO = ZEROS
              MOVE "PRECO CONTRATADO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TDTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           MOVE W-DTINIEX TO W-DTEXIBE
           PERFORM CONV-AMD THRU CONV-AMD-FIM
           IF W-DTAMD-DIA = ZEROS OR W-DTAMD-DIA > 31 OR
              W-DTAMD-MES = ZEROS OR W-DTAMD-MES > 12
              MOVE "DATA DE INICIO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE W-DTAMD TO CTC-DTINI.

       R8.
           ACCEPT TDTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           MOVE W-DTFIMEX TO W-DTEXIBE
           PERFORM CONV-AMD THRU CONV-AMD-FIM
           IF W-DTAMD-DIA = ZEROS OR W-DTAMD-DIA > 31 OR
              W-DTAMD-MES = ZEROS OR W-DTAMD-MES > 12
              MOVE "DATA DE FIM INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-DTAMD < CTC-DTINI
              MOVE "FIM ANTERIOR AO INICIO DA VIGENCIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           MOVE W-DTAMD TO CTC-DTFIM.

       R9.
           ACCEPT TPRAZO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R8.

       R10.
           ACCEPT TSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9.
           IF CTC-STATUS = "a" MOVE "A" TO CTC-STATUS.
           IF CTC-STATUS = "c" MOVE "C" TO CTC-STATUS.
           IF CTC-STATUS NOT = "A" AND "C"
              MOVE "SITUACAO: A=ATIVO C=CANCELADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           PERFORM MOSTRA-SALDO THRU MOSTRA-SALDO-FIM.

       R11.
           DISPLAY (21, 20) "DESEJA GRAVAR? S-SIM/N-NAO"
           ACCEPT (21, 50) W-OPCAO
           DISPLAY (21, 01) LIMPA
           IF W-OPCAO = "N" OR "n"
              MOVE "DADOS APAGADOS E NAO SALVOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.

       GRV-CTR.
           IF W-NOVO = "S"
              ACCEPT CTC-DTCAD FROM DATE YYYYMMDD
              WRITE REGCTC
           ELSE
              REWRITE REGCTC.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO CONTRATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-IMGCTR TO W-IMGANT
           MOVE REGCTC   TO W-IMGNOV
           IF W-NOVO = "S"
              MOVE "INCLUSAO" TO LOG-OPERACAO
           ELSE
              MOVE "ALTERACAO" TO LOG-OPERACAO.
           MOVE CTC-NUMERO TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** CONTRATO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      ******************************
      * EXIBE O CONTRATO LIDO       *
      ******************************
      *
       MOSTRA-CTR.
           MOVE SPACES TO W-RAZAO W-DESCPRO
           MOVE CTC-FORNEC TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO2 = "00"
              MOVE FOR-RAZAO TO W-RAZAO.
           MOVE CTC-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
              MOVE DESCRICAO TO W-DESCPRO.
           MOVE CTC-DTINI TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO W-DTINIEX
           MOVE CTC-DTFIM TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO W-DTFIMEX
           DISPLAY TSCE121
           PERFORM MOSTRA-SALDO THRU MOSTRA-SALDO-FIM.
       MOSTRA-CTR-FIM.
           EXIT.

       MOSTRA-SALDO.
           MOVE CTC-QTDCHAM TO W-QTDED
           DISPLAY (12, 18) W-QTDED
           MOVE CTC-QTDREC TO W-QTDED
           DISPLAY (13, 18) W-QTDED
           MOVE ZEROS TO W-SALDO
           IF CTC-QTDCONTR > CTC-QTDCHAM
              COMPUTE W-SALDO = CTC-QTDCONTR - CTC-QTDCHAM.
           MOVE W-SALDO TO W-QTDED
           DISPLAY (14, 18) W-QTDED.
       MOSTRA-SALDO-FIM.
           EXIT.

       CONV-EXIBE.
           MOVE W-DTAMD-DIA TO W-DTEXIBE-DIA
           MOVE W-DTAMD-MES TO W-DTEXIBE-MES
           MOVE W-DTAMD-ANO TO W-DTEXIBE-ANO.
       CONV-EXIBE-FIM.
           EXIT.

       CONV-AMD.
           MOVE W-DTEXIBE-DIA TO W-DTAMD-DIA
           MOVE W-DTEXIBE-MES TO W-DTAMD-MES
           MOVE W-DTEXIBE-ANO TO W-DTAMD-ANO.
       CONV-AMD-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE121" TO LOG-PROGRAMA.
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
           CLOSE ARQCTC ARQFOR ARQPRO ARQLOG.
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
