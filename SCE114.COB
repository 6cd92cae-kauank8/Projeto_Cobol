       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE114.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CMP-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCAMPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CMPI-CHAVE
                    FILE STATUS  IS ST-ERRO.

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
       FD ARQCAMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMP.DAT".
       01 REGCAMP.
          03 CMP-CODIGO        PIC 9(04).
          03 CMP-DESCR         PIC X(30).
          03 CMP-DTINI         PIC 9(08).
          03 CMP-DTFIM         PIC 9(08).
          03 CMP-TPPROD        PIC 9(01).
          03 CMP-REGRA         PIC X(01).
          03 CMP-PRECO         PIC 9(06)V99.
          03 CMP-PERC          PIC 9(02)V99.
          03 CMP-LEVE          PIC 9(03).
          03 CMP-PAGUE         PIC 9(03).
          03 CMP-STATUS        PIC X(01).
      *-----------------------------------------------------------------
       FD ARQCAMPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMPI.DAT".
       01 REGCAMPI.
          03 CMPI-CHAVE.
             05 CMPI-CODIGO    PIC 9(04).
             05 CMPI-CODPROD   PIC 9(06).
          03 CMPI-PRECO        PIC 9(06)V99.
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
       01 W-IMGCMP      PIC X(160) VALUE SPACES.
       01 W-NOVO        PIC X(01) VALUE "S".
       01 W-PROD        PIC 9(06) VALUE ZEROS.
       01 W-PRECOIT     PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDIT       PIC 9(04) VALUE ZEROS.
       01 W-LIN         PIC 9(03) VALUE ZEROS.
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

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETCMP.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETPROD      PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDESC      PIC X(30) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETPRECO     PIC ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE114.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                Cadastro de Campanhas P".
           05  LINE 02  COLUMN 40
               VALUE  "romocionais".
           05  LINE 04  COLUMN 01
               VALUE  " Campanha:".
           05  LINE 04  COLUMN 18
               VALUE  "Descricao:".
           05  LINE 05  COLUMN 01
               VALUE  " Inicio..:".
           05  LINE 05  COLUMN 24
               VALUE  "Fim:".
           05  LINE 06  COLUMN 01
               VALUE  " Categoria TPPROD (0=lista de produtos):".
           05  LINE 07  COLUMN 01
               VALUE  " Regra (F=preco fixo P=% desconto L=leve".
           05  LINE 07  COLUMN 42
               VALUE  " N pague M):".
           05  LINE 08  COLUMN 01
               VALUE  " Preco fixo:".
           05  LINE 08  COLUMN 26
               VALUE  "% Desc:".
           05  LINE 08  COLUMN 41
               VALUE  "Leve:".
           05  LINE 08  COLUMN 51
               VALUE  "Pague:".
           05  LINE 09  COLUMN 01
               VALUE  " Situacao (A=ativa C=cancelada):".
           05  LINE 11  COLUMN 03
               VALUE  "Produto Descricao".
           05  LINE 11  COLUMN 43
               VALUE  "Preco Fixo".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TCODIGO
               LINE 04  COLUMN 12  PIC 9(04)
               USING  CMP-CODIGO
               HIGHLIGHT.
           05  TDESCR
               LINE 04  COLUMN 29  PIC X(30)
               USING  CMP-DESCR
               HIGHLIGHT.
           05  TDTINI
               LINE 05  COLUMN 12  PIC 99/99/9999
               USING  W-DTINIEX
               HIGHLIGHT.
           05  TDTFIM
               LINE 05  COLUMN 29  PIC 99/99/9999
               USING  W-DTFIMEX
               HIGHLIGHT.
           05  TTPPROD
               LINE 06  COLUMN 42  PIC 9(01)
               USING  CMP-TPPROD
               HIGHLIGHT.
           05  TREGRA
               LINE 07  COLUMN 55  PIC X(01)
               USING  CMP-REGRA
               HIGHLIGHT.
           05  TPRECO
               LINE 08  COLUMN 14  PIC ZZZ.ZZ9,99
               USING  CMP-PRECO
               HIGHLIGHT.
           05  TPERC
               LINE 08  COLUMN 34  PIC Z9,99
               USING  CMP-PERC
               HIGHLIGHT.
           05  TLEVE
               LINE 08  COLUMN 47  PIC ZZ9
               USING  CMP-LEVE
               HIGHLIGHT.
           05  TPAGUE
               LINE 08  COLUMN 58  PIC ZZ9
               USING  CMP-PAGUE
               HIGHLIGHT.
           05  TSTATUS
               LINE 09  COLUMN 34  PIC X(01)
               USING  CMP-STATUS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CAMP.
           OPEN I-O ARQCAMP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCAMP
                 CLOSE ARQCAMP
                 OPEN I-O ARQCAMP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE CAMPANHAS"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-CAMPI.
           OPEN I-O ARQCAMPI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCAMPI
                 CLOSE ARQCAMPI
                 OPEN I-O ARQCAMPI
              ELSE
                 MOVE "ERRO NA ABERTURA DOS PRODUTOS DA CAMPANHA"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQCAMP
                 GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "ARQUIVO DE PRODUTOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCAMP ARQCAMPI
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
                 CLOSE ARQCAMP ARQCAMPI ARQPRO
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
           MOVE SPACES TO REGCAMP
           MOVE ZEROS TO CMP-CODIGO CMP-DTINI CMP-DTFIM CMP-TPPROD
           MOVE ZEROS TO CMP-PRECO CMP-PERC CMP-LEVE CMP-PAGUE
           MOVE "A" TO CMP-STATUS
           MOVE ZEROS TO W-DTINIEX W-DTFIMEX
           DISPLAY TSCE114.

       R2.
           ACCEPT TCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CMP-CODIGO = ZEROS
              MOVE "CODIGO DA CAMPANHA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           READ ARQCAMP
           IF ST-ERRO = "00"
              MOVE "N" TO W-NOVO
              MOVE REGCAMP TO W-IMGCMP
              MOVE CMP-DTINI TO W-DTAMD
              PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
              MOVE W-DTEXIBE TO W-DTINIEX
              MOVE CMP-DTFIM TO W-DTAMD
              PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
              MOVE W-DTEXIBE TO W-DTFIMEX
              DISPLAY TSCE114
              PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
              MOVE "*** CAMPANHA JA CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "S" TO W-NOVO
              MOVE SPACES TO W-IMGCMP.

       R3.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF CMP-DESCR = SPACES
              MOVE "DESCRICAO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TDTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           MOVE W-DTINIEX TO W-DTEXIBE
           PERFORM CONV-AMD THRU CONV-AMD-FIM
           IF W-DTAMD-DIA = ZEROS OR W-DTAMD-DIA > 31 OR
              W-DTAMD-MES = ZEROS OR W-DTAMD-MES > 12
              MOVE "DATA DE INICIO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-DTAMD TO CMP-DTINI.

       R5.
           ACCEPT TDTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           MOVE W-DTFIMEX TO W-DTEXIBE
           PERFORM CONV-AMD THRU CONV-AMD-FIM
           IF W-DTAMD-DIA = ZEROS OR W-DTAMD-DIA > 31 OR
              W-DTAMD-MES = ZEROS OR W-DTAMD-MES > 12
              MOVE "DATA DE FIM INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-DTAMD < CMP-DTINI
              MOVE "FIM ANTERIOR AO INICIO DA CAMPANHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-DTAMD TO CMP-DTFIM.

       R6.
           ACCEPT TTPPROD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.

       R7.
           ACCEPT TREGRA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF CMP-REGRA = "f" MOVE "F" TO CMP-REGRA.
           IF CMP-REGRA = "p" MOVE "P" TO CMP-REGRA.
           IF CMP-REGRA = "l" MOVE "L" TO CMP-REGRA.
           IF CMP-REGRA NOT = "F" AND "P" AND "L"
              MOVE "REGRA: F=PRECO FIXO P=DESCONTO L=LEVE/PAGUE"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF CMP-REGRA NOT = "F"
              MOVE ZEROS TO CMP-PRECO.
           IF CMP-REGRA NOT = "P"
              MOVE ZEROS TO CMP-PERC.
           IF CMP-REGRA NOT = "L"
              MOVE ZEROS TO CMP-LEVE CMP-PAGUE.
           DISPLAY TSCE114
           IF CMP-REGRA = "P"
              GO TO R8P.
           IF CMP-REGRA = "L"
              GO TO R8L.

       R8F.
           ACCEPT TPRECO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF CMP-PRECO = ZEROS AND CMP-TPPROD > ZEROS
              MOVE "INFORME O PRECO FIXO DA CATEGORIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8F.
           GO TO R9.

       R8P.
           ACCEPT TPERC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF CMP-PERC = ZEROS
              MOVE "INFORME O PERCENTUAL DE DESCONTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8P.
           GO TO R9.

       R8L.
           ACCEPT TLEVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           ACCEPT TPAGUE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R8L.
           IF CMP-PAGUE = ZEROS OR CMP-LEVE NOT > CMP-PAGUE
              MOVE "LEVE DEVE SER MAIOR QUE PAGUE (EX: 3 E 2)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8L.

       R9.
           ACCEPT TSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF CMP-STATUS = "a" MOVE "A" TO CMP-STATUS.
           IF CMP-STATUS = "c" MOVE "C" TO CMP-STATUS.
           IF CMP-STATUS NOT = "A" AND "C"
              MOVE "SITUACAO: A=ATIVA C=CANCELADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       R10.
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
              GO TO R10.

       GRV-CAMP.
           IF W-NOVO = "S"
              WRITE REGCAMP
           ELSE
              REWRITE REGCAMP.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA CAMPANHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-IMGCMP TO W-IMGANT
           MOVE REGCAMP  TO W-IMGNOV
           IF W-NOVO = "S"
              MOVE "INCLUSAO" TO LOG-OPERACAO
           ELSE
              MOVE "ALTERACAO" TO LOG-OPERACAO.
           MOVE CMP-CODIGO TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** CAMPANHA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF CMP-TPPROD > ZEROS
              GO TO R1.

      *
      ******************************
      * PRODUTOS DA CAMPANHA        *
      ******************************
      *
       ITE-001.
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 03) "PRODUTO (F1=ENCERRA): "
           MOVE ZEROS TO W-PROD
           ACCEPT (21, 25) W-PROD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-PROD = ZEROS
              DISPLAY (21, 01) LIMPA
              GO TO R1.
           MOVE W-PROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITE-001.
           DISPLAY (21, 33) DESCRICAO (1:20)
           MOVE CMP-CODIGO TO CMPI-CODIGO
           MOVE W-PROD     TO CMPI-CODPROD
           READ ARQCAMPI
           IF ST-ERRO = "00"
              GO TO ITE-EXC.
           MOVE ZEROS TO CMPI-PRECO W-PRECOIT
           IF CMP-REGRA NOT = "F"
              GO TO ITE-GRAVA.
           MOVE CMP-PRECO TO W-PRECOIT.
       ITE-PRECO.
           DISPLAY (22, 03) "PRECO FIXO DO PRODUTO: "
           ACCEPT (22, 26) W-PRECOIT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (22, 01) LIMPA
           IF W-ACT = 01
              GO TO ITE-001.
           IF W-PRECOIT = ZEROS
              MOVE "INFORME O PRECO FIXO DO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITE-PRECO.
           MOVE W-PRECOIT TO CMPI-PRECO.
       ITE-GRAVA.
           MOVE CMP-CODIGO TO CMPI-CODIGO
           MOVE W-PROD     TO CMPI-CODPROD
           WRITE REGCAMPI
           IF ST-ERRO NOT = "00"
              REWRITE REGCAMPI.
           MOVE SPACES TO W-IMGANT
           MOVE REGCAMPI TO W-IMGNOV
           MOVE "INC-PRODUT" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING CMP-CODIGO "-" W-PROD
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO ITE-001.

       ITE-EXC.
           DISPLAY (22, 03) "PRODUTO JA NA CAMPANHA. EXCLUIR? (S/N): "
           ACCEPT (22, 44) W-OPCAO
           DISPLAY (22, 01) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
              GO TO ITE-001.
           MOVE REGCAMPI TO W-IMGANT
           DELETE ARQCAMPI RECORD
           MOVE "EXC-PRODUT" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING CMP-CODIGO "-" W-PROD
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO ITE-001.

      *
      ******************************
      * LISTA OS PRODUTOS (12-20)   *
      ******************************
      *
       MOSTRA-ITENS.
           MOVE 12 TO W-LIN.
       MOSTRA-LIMPA.
           DISPLAY (W-LIN, 01) LIMPA
           ADD 1 TO W-LIN
           IF W-LIN < 21
              GO TO MOSTRA-LIMPA.
           MOVE 12 TO W-LIN
           MOVE ZEROS TO W-QTDIT
           MOVE CMP-CODIGO TO CMPI-CODIGO
           MOVE ZEROS      TO CMPI-CODPROD
           START ARQCAMPI KEY IS NOT LESS CMPI-CHAVE INVALID KEY
                 GO TO MOSTRA-TOTAL.
       MOSTRA-RD.
           READ ARQCAMPI NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOSTRA-TOTAL.
           IF CMPI-CODIGO NOT = CMP-CODIGO
              GO TO MOSTRA-TOTAL.
           ADD 1 TO W-QTDIT
           IF W-LIN > 20
              GO TO MOSTRA-RD.
           MOVE CMPI-CODPROD TO DETPROD CODIGO
           MOVE SPACES TO DETDESC
           READ ARQPRO
           IF ST-ERRO2 = "00"
              MOVE DESCRICAO TO DETDESC.
           MOVE CMPI-PRECO TO DETPRECO
           DISPLAY (W-LIN, 01) DETCMP
           ADD 1 TO W-LIN
           GO TO MOSTRA-RD.
       MOSTRA-TOTAL.
           IF W-QTDIT > 9
              DISPLAY (20, 58) "TOTAL:"
              DISPLAY (20, 65) W-QTDIT.
       MOSTRA-ITENS-FIM.
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
           MOVE "SCE114" TO LOG-PROGRAMA.
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
           CLOSE ARQCAMP ARQCAMPI ARQPRO ARQLOG.
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
