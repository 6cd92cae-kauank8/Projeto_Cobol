       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE107.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS GRD-PAI
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS VAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VAR-CODIGO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQPROX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PROX-CODIGO
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SEQ-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
          03 GRD-PAI           PIC 9(06).
          03 GRD-QTDTAM        PIC 9(02).
          03 GRD-TAMANHOS.
             05 GRD-TAM        PIC X(04) OCCURS 8 TIMES.
          03 GRD-QTDCOR        PIC 9(02).
          03 GRD-CORES.
             05 GRD-COR        PIC X(10) OCCURS 6 TIMES.
      *-----------------------------------------------------------------
       FD ARQVAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVAR.DAT".
       01 REGVAR.
          03 VAR-CHAVE.
             05 VAR-PAI        PIC 9(06).
             05 VAR-IXCOR      PIC 9(02).
             05 VAR-IXTAM      PIC 9(02).
          03 VAR-CODIGO        PIC 9(06).
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
       FD ARQPROX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROX.DAT".
       01 REGPROX.
          03 PROX-CODIGO       PIC 9(06).
          03 PROX-UNIDCP       PIC X(02).
          03 PROX-UNIDVD       PIC X(02).
          03 PROX-FATOR        PIC 9(03)V9(03).
          03 PROX-PRECOVDA     PIC 9(06)V99.
          03 PROX-NCM          PIC 9(08).
          03 PROX-ORIGEM       PIC 9(01).
          03 PROX-ALIQICMS     PIC 9(02)V99.
          03 PROX-CFOP         PIC 9(04).
      *-----------------------------------------------------------------
       FD ARQSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQ-ID            PIC X(08).
          03 SEQ-PROX          PIC 9(06).
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
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 W-IMGGRD      PIC X(160) VALUE SPACES.
       01 W-PAI         PIC 9(06) VALUE ZEROS.
       01 W-PAIDESC     PIC X(30) VALUE SPACES.
       01 W-NOVO        PIC X(01) VALUE "S".
       01 W-QTDTAMANT   PIC 9(02) VALUE ZEROS.
       01 W-QTDCORANT   PIC 9(02) VALUE ZEROS.
       01 W-IXC         PIC 9(02) VALUE ZEROS.
       01 W-IXT         PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(03) VALUE ZEROS.
       01 W-COL         PIC 9(03) VALUE ZEROS.
       01 W-NOVOCOD     PIC 9(06) VALUE ZEROS.
       01 W-QTDGER      PIC 9(03) VALUE ZEROS.
       01 W-PROXPAI     PIC X(01) VALUE "N".
       01 W-REGPAI      PIC X(81) VALUE SPACES.
       01 W-REGPROXPAI  PIC X(43) VALUE SPACES.
       01 W-MENSGER.
          03 FILLER     PIC X(20) VALUE "*** GRADE GRAVADA - ".
          03 W-MGQTD    PIC ZZ9.
          03 FILLER     PIC X(20) VALUE " VARIANTE(S) NOVA(S)".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TSCE107.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Grade de Tamanho / Cor do Pr".
           05  LINE 02  COLUMN 41
               VALUE  "oduto".
           05  LINE 04  COLUMN 03
               VALUE  "Produto Pai:".
           05  TPAI
               LINE 04  COLUMN 16  PIC 9(06)
               USING  W-PAI
               HIGHLIGHT.
           05  LINE 06  COLUMN 03
               VALUE  "Tamanhos (ate 8, em branco encerra):".
           05  LINE 09  COLUMN 03
               VALUE  "Cores (ate 6, em branco encerra):".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-GRADE.
           OPEN I-O ARQGRADE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQGRADE
                 CLOSE ARQGRADE
                 OPEN I-O ARQGRADE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE GRADES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-VAR.
           OPEN I-O ARQVAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQVAR
                 CLOSE ARQVAR
                 OPEN I-O ARQVAR
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE VARIANTES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQGRADE
                 GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN I-O ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "ARQUIVO DE PRODUTOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQGRADE ARQVAR
              GO TO ROT-FIM2.

       ABRE-PROX.
           OPEN I-O ARQPROX
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT ARQPROX
                 CLOSE ARQPROX
                 OPEN I-O ARQPROX
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPROX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQGRADE ARQVAR ARQPRO
                 GO TO ROT-FIM2.

       ABRE-SEQ.
           OPEN I-O ARQSEQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSEQ
                 CLOSE ARQSEQ
                 OPEN I-O ARQSEQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE SEQUENCIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQGRADE ARQVAR ARQPRO ARQPROX
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
                 CLOSE ARQGRADE ARQVAR ARQPRO ARQPROX ARQSEQ
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
           MOVE ZEROS TO W-PAI
           DISPLAY TSCE107.

       R2.
           ACCEPT TPAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-PAI = ZEROS
              MOVE "INFORME O CODIGO DO PRODUTO PAI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-PAI TO CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF TPPROD = 9
              MOVE "PRODUTO KIT NAO PODE TER GRADE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE REGPRO    TO W-REGPAI
           MOVE DESCRICAO TO W-PAIDESC
           MOVE W-PAI TO VAR-CODIGO
           READ ARQVAR KEY IS VAR-CODIGO
           IF ST-ERRO = "00"
              MOVE "PRODUTO JA E VARIANTE DE OUTRA GRADE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE "N" TO W-PROXPAI
           MOVE W-PAI TO PROX-CODIGO
           READ ARQPROX
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-PROXPAI
              MOVE REGPROX TO W-REGPROXPAI.
           DISPLAY (04, 24) W-PAIDESC
           MOVE W-PAI TO GRD-PAI
           READ ARQGRADE
           IF ST-ERRO = "00"
              MOVE "N" TO W-NOVO
              MOVE REGGRADE TO W-IMGGRD
           ELSE
              MOVE "S" TO W-NOVO
              MOVE SPACES TO W-IMGGRD
              MOVE SPACES TO REGGRADE
              MOVE W-PAI  TO GRD-PAI
              MOVE ZEROS  TO GRD-QTDTAM GRD-QTDCOR.
           MOVE GRD-QTDTAM TO W-QTDTAMANT
           MOVE GRD-QTDCOR TO W-QTDCORANT
           PERFORM MOSTRA-GRADE THRU MOSTRA-GRADE-FIM.

      *
      ******************************
      * INCLUSAO DE TAMANHOS        *
      ******************************
      *
       R3.
           MOVE W-QTDTAMANT TO W-IXT.
       R3-TAM.
           IF W-IXT NOT < 8
              GO TO R3-FIM.
           ADD 1 TO W-IXT
           COMPUTE W-COL = 5 + (W-IXT - 1) * 8
           MOVE SPACES TO GRD-TAM (W-IXT)
           ACCEPT (07, W-COL) GRD-TAM (W-IXT)
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF GRD-TAM (W-IXT) = SPACES
              SUBTRACT 1 FROM W-IXT
              GO TO R3-FIM.
           GO TO R3-TAM.
       R3-FIM.
           MOVE W-IXT TO GRD-QTDTAM
           IF GRD-QTDTAM = ZEROS
              MOVE "INFORME AO MENOS UM TAMANHO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

      *
      ******************************
      * INCLUSAO DE CORES           *
      ******************************
      *
       R4.
           MOVE W-QTDCORANT TO W-IXC.
       R4-COR.
           IF W-IXC NOT < 6
              GO TO R4-FIM.
           ADD 1 TO W-IXC
           COMPUTE W-LIN = 9 + W-IXC
           DISPLAY (W-LIN, 05) W-IXC
           MOVE SPACES TO GRD-COR (W-IXC)
           ACCEPT (W-LIN, 09) GRD-COR (W-IXC)
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF GRD-COR (W-IXC) = SPACES
              DISPLAY (W-LIN, 05) "  "
              SUBTRACT 1 FROM W-IXC
              GO TO R4-FIM.
           GO TO R4-COR.
       R4-FIM.
           MOVE W-IXC TO GRD-QTDCOR
           IF GRD-QTDCOR = ZEROS
              MOVE "INFORME AO MENOS UMA COR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           DISPLAY (18, 03)
            "GRAVA A GRADE E GERA AS VARIANTES? (S/N): ".
           ACCEPT (18, 46) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** GRADE NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "DIGITE S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       GRV-GRADE.
           IF W-NOVO = "S"
              WRITE REGGRADE
           ELSE
              REWRITE REGGRADE.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA GRADE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-IMGGRD TO W-IMGANT
           MOVE REGGRADE TO W-IMGNOV
           IF W-NOVO = "S"
              MOVE "INCLUSAO" TO LOG-OPERACAO
           ELSE
              MOVE "ALTERACAO" TO LOG-OPERACAO.
           MOVE W-PAI TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE ZEROS TO W-QTDGER W-IXC.
       GER-COR.
           ADD 1 TO W-IXC
           IF W-IXC > GRD-QTDCOR
              GO TO GER-FIM.
           MOVE ZEROS TO W-IXT.
       GER-TAM.
           ADD 1 TO W-IXT
           IF W-IXT > GRD-QTDTAM
              GO TO GER-COR.
           MOVE W-PAI TO VAR-PAI
           MOVE W-IXC TO VAR-IXCOR
           MOVE W-IXT TO VAR-IXTAM
           READ ARQVAR
           IF ST-ERRO = "00"
              GO TO GER-TAM.
           PERFORM ROT-NOVOCOD THRU ROT-NOVOCOD-FIM
           PERFORM GERA-VAR THRU GERA-VAR-FIM
           GO TO GER-TAM.
       GER-FIM.
           MOVE W-QTDGER TO W-MGQTD
           MOVE W-MENSGER TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      ******************************
      * GERA UMA VARIANTE (FILHO)   *
      ******************************
      *
       GERA-VAR.
           MOVE W-REGPAI TO REGPRO
           MOVE W-NOVOCOD TO CODIGO
           MOVE SPACES TO DESCRICAO
           STRING W-PAIDESC (1:16) " " GRD-TAM (W-IXT) " "
                  GRD-COR (W-IXC) (1:8)
                  DELIMITED BY SIZE INTO DESCRICAO
           MOVE ZEROS TO ESTOQUE MINESTOQUE
           WRITE REGPRO
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA VARIANTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-VAR-FIM.
           IF W-PROXPAI = "S"
              MOVE W-REGPROXPAI TO REGPROX
              MOVE W-NOVOCOD TO PROX-CODIGO
              WRITE REGPROX.
           MOVE W-PAI     TO VAR-PAI
           MOVE W-IXC     TO VAR-IXCOR
           MOVE W-IXT     TO VAR-IXTAM
           MOVE W-NOVOCOD TO VAR-CODIGO
           WRITE REGVAR
           ADD 1 TO W-QTDGER
           MOVE SPACES TO W-IMGANT
           MOVE REGPRO TO W-IMGNOV
           MOVE "INCLUSAO" TO LOG-OPERACAO
           MOVE W-NOVOCOD TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       GERA-VAR-FIM.
           EXIT.

      *
      ******************************
      * PROXIMO CODIGO DE PRODUTO   *
      * LIVRE PARA AS VARIANTES     *
      ******************************
      *
       ROT-NOVOCOD.
           MOVE "VARIANTE" TO SEQ-ID
           READ ARQSEQ
           IF ST-ERRO = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS
              GO TO ROT-NOVOCOD.
           IF ST-ERRO NOT = "00"
              MOVE "VARIANTE" TO SEQ-ID
              MOVE 900001 TO SEQ-PROX
              WRITE REGSEQ
              IF ST-ERRO = "22"
                 GO TO ROT-NOVOCOD.
       ROT-NOVOCOD-TST.
           MOVE SEQ-PROX TO CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "23"
              ADD 1 TO SEQ-PROX
              GO TO ROT-NOVOCOD-TST.
           MOVE SEQ-PROX TO W-NOVOCOD
           ADD 1 TO SEQ-PROX
           REWRITE REGSEQ.
       ROT-NOVOCOD-FIM.
           EXIT.

      *
      ******************************
      * EXIBE TAMANHOS E CORES      *
      ******************************
      *
       MOSTRA-GRADE.
           MOVE ZEROS TO W-IXT.
       MOSTRA-TAM.
           ADD 1 TO W-IXT
           IF W-IXT > GRD-QTDTAM
              GO TO MOSTRA-COR0.
           COMPUTE W-COL = 5 + (W-IXT - 1) * 8
           DISPLAY (07, W-COL) GRD-TAM (W-IXT)
           GO TO MOSTRA-TAM.
       MOSTRA-COR0.
           MOVE ZEROS TO W-IXC.
       MOSTRA-COR.
           ADD 1 TO W-IXC
           IF W-IXC > GRD-QTDCOR
              GO TO MOSTRA-GRADE-FIM.
           COMPUTE W-LIN = 9 + W-IXC
           DISPLAY (W-LIN, 05) W-IXC
           DISPLAY (W-LIN, 09) GRD-COR (W-IXC)
           GO TO MOSTRA-COR.
       MOSTRA-GRADE-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE107" TO LOG-PROGRAMA.
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
           CLOSE ARQGRADE ARQVAR ARQPRO ARQPROX ARQSEQ ARQLOG.
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
