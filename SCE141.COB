       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE141.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQTITMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TMV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDA-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".
       01 REGTIT.
          03 TIT-CHAVE.
             05 TIT-NUMPED     PIC 9(6).
             05 TIT-TIPEDIDO   PIC 9(1).
             05 TIT-PARCELA    PIC 9(2).
          03 TIT-TIPO          PIC X(1).
          03 TIT-CPFCNPJ       PIC 9(14).
          03 TIT-EMISSAO       PIC 9(8).
          03 TIT-VENCTO        PIC 9(8).
          03 TIT-VALOR         PIC 9(8)V99.
          03 TIT-SALDO         PIC 9(8)V99.
          03 TIT-STATUS        PIC X(1).
          03 TIT-FILIAL        PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQTITMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTITMV.DAT".
       01 REGTITMV.
          03 TMV-CHAVE.
             05 TMV-NUMPED     PIC 9(6).
             05 TMV-TIPEDIDO   PIC 9(1).
             05 TMV-PARCELA    PIC 9(2).
             05 TMV-SEQ        PIC 9(2).
          03 TMV-DTPAGTO       PIC 9(8).
          03 TMV-VALOR         PIC 9(8)V99.
          03 TMV-OPERADOR      PIC X(10).
          03 TMV-NATUREZA      PIC X(1).
          03 TMV-FORMA         PIC X(2).
          03 TMV-CONTA         PIC 9(3).
      *-----------------------------------------------------------------
       FD ARQPDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDA.DAT".
       01 REGPDA.
          03 PDA-CODIGO        PIC X(10).
          03 PDA-AUTORIZA      PIC X(01).
          03 PDA-LIMITE        PIC 9(09)V99.
      *-----------------------------------------------------------------
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
          03 PESSOA      PIC X(01).
          03 CPFCNPJ     PIC 9(14).
          03 RAZAO       PIC X(30).
          03 APELIDO     PIC X(30).
          03 CEP         PIC 9(8).
          03 NUMERO      PIC 9(05).
          03 COMPLEMENTO PIC X(10).
          03 TEL         PIC 9(11).
          03 EMAIL       PIC X(30).
          03 TEL2        PIC 9(11).
      *-----------------------------------------------------------------
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
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
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-PAROK       PIC X(01) VALUE "N".
       01 CON-NUMPED    PIC 9(06) VALUE ZEROS.
       01 CON-TPEDIDO   PIC 9(01) VALUE ZEROS.
       01 CON-PARCELA   PIC 9(02) VALUE ZEROS.
       01 W-DIASMIN     PIC 9(04) VALUE 180.
       01 W-DIASPAR     PIC 9(04) VALUE ZEROS.
       01 W-LIMPERDA    PIC 9(09)V99 VALUE ZEROS.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-DIASATR     PIC S9(06) VALUE ZEROS.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-QTDLIS      PIC 9(04) VALUE ZEROS.
       01 W-TOTLIS      PIC 9(10)V99 VALUE ZEROS.
       01 LIN           PIC 9(02) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-VALORED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-TOTED       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-DIASED      PIC ZZZZZ9 VALUE ZEROS.
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-DTTRAB      PIC 9(08) VALUE ZEROS.
       01 W-DTTRABTAB REDEFINES W-DTTRAB.
          03 W-DTTRABANO  PIC 9(04).
          03 W-DTTRABMES  PIC 9(02).
          03 W-DTTRABDIA  PIC 9(02).
       01 W-DTED        PIC 99/99/9999 VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 CABLS.
          03 FILLER      PIC X(40) VALUE
             " Pedido Tp Pc CPF/CNPJ        Vencimento".
          03 FILLER      PIC X(30) VALUE
             "  Atraso     Saldo Titulo".

       01 DETLS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETLSPED    PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETLSTP     PIC 9(01) VALUE ZEROS.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETLSPARC   PIC 9(02) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETLSCPF    PIC 9(14) VALUE ZEROS.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETLSVENC   PIC 99/99/9999 VALUE ZEROS.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETLSDIAS   PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER      PIC X(03) VALUE SPACES.
          03 DETLSSALDO  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE141.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          Baixa de Titulos a Receber p".
           05  LINE 02  COLUMN 39
               VALUE  "or Perda (Incobraveis)".
           05  LINE 04  COLUMN 01
               VALUE  " Dias minimos de atraso:".
           05  TDIASMIN
               LINE 04  COLUMN 26  PIC ZZZ9
               USING  W-DIASMIN
               HIGHLIGHT.
           05  LINE 05  COLUMN 01
               VALUE  " Pedido/Tipo/Parcela:".
           05  TNUMPED
               LINE 05  COLUMN 23  PIC 9(06)
               USING  CON-NUMPED
               HIGHLIGHT.
           05  TTPEDIDO
               LINE 05  COLUMN 30  PIC 9(01)
               USING  CON-TPEDIDO
               HIGHLIGHT.
           05  TPARCELA
               LINE 05  COLUMN 32  PIC 9(02)
               USING  CON-PARCELA
               HIGHLIGHT.
           05  LINE 05  COLUMN 37
               VALUE  "(ZEROS = LISTA DE CANDIDATOS)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-PDA.
           OPEN INPUT ARQPDA
           IF ST-ERRO2 NOT = "00"
              MOVE "NENHUM OPERADOR AUTORIZADO A BAIXAR PERDAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-TIT.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPDA
              GO TO ROT-FIM2.

       ABRE-TITMV.
           OPEN I-O ARQTITMV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTITMV
                 CLOSE ARQTITMV
                 OPEN I-O ARQTITMV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE BAIXAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPDA ARQTIT
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
                 CLOSE ARQPDA ARQTIT ARQTITMV
                 GO TO ROT-FIM2.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CLIOK
           ELSE
              MOVE "N" TO W-CLIOK.

       ABRE-PAR.
           OPEN I-O ARQPAR
           IF ST-ERRO2 = "30"
              OPEN OUTPUT ARQPAR
              CLOSE ARQPAR
              OPEN I-O ARQPAR.
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PAROK
           ELSE
              MOVE "N" TO W-PAROK.
           MOVE 180 TO W-DIASMIN
           IF W-PAROK = "S"
              MOVE "PERDADIA" TO PAR-ID
              READ ARQPAR
              IF ST-ERRO2 = "00" AND PAR-VALOR NOT < 1
                 MOVE PAR-VALOR TO W-DIASMIN.
           MOVE W-DIASMIN TO W-DIASPAR.

       R-OPERADOR.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO W-OPERADOR
              GO TO R-ALCADA.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "CODIGO DO OPERADOR: ".
           ACCEPT (05, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "CODIGO DO OPERADOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-OPERADOR.

       R-ALCADA.
           MOVE W-OPERADOR TO PDA-CODIGO
           READ ARQPDA
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO PDA-AUTORIZA.
           IF PDA-AUTORIZA NOT = "S"
              MOVE "*** OPERADOR SEM AUTORIZACAO P/ BAIXAR PERDA ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE PDA-LIMITE TO W-LIMPERDA
           DISPLAY TSCE141.

       R0.
           ACCEPT TDIASMIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-DIASMIN < 1
              MOVE "INFORME OS DIAS MINIMOS DE ATRASO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-DIASMIN NOT = W-DIASPAR
              PERFORM GRAVA-PAR THRU GRAVA-PAR-FIM.

       R1.
           MOVE ZEROS TO CON-NUMPED CON-TPEDIDO CON-PARCELA
           MOVE SPACES TO W-MOTIVO
           DISPLAY TSCE141.

       R2.
           ACCEPT TNUMPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R0.
           IF CON-NUMPED = ZEROS
              GO TO LISTA.
           ACCEPT TTPEDIDO
           ACCEPT TPARCELA
           MOVE CON-NUMPED  TO TIT-NUMPED
           MOVE CON-TPEDIDO TO TIT-TIPEDIDO
           MOVE CON-PARCELA TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF TIT-TIPO NOT = "R"
              MOVE "*** SOMENTE TITULOS A RECEBER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF TIT-STATUS = "P"
              MOVE "*** TITULO JA BAIXADO POR PERDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF TIT-STATUS NOT = "A" OR TIT-SALDO = ZEROS
              MOVE "*** TITULO NAO ESTA EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM CALC-ATRASO THRU CALC-ATRASO-FIM
           PERFORM MOSTRA-TIT THRU MOSTRA-TIT-FIM
           IF W-DIASATR < W-DIASMIN
              MOVE "*** ATRASO INFERIOR AO MINIMO PARA PERDA ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-LIMPERDA > ZEROS AND TIT-SALDO > W-LIMPERDA
              MOVE "*** VALOR ACIMA DO SEU LIMITE DE BAIXA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R3.
           DISPLAY (15, 03) "MOTIVO ..: ".
           ACCEPT (15, 15) W-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-MOTIVO = SPACES
              MOVE "MOTIVO DA BAIXA POR PERDA OBRIGATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           DISPLAY (17, 03) "CONFIRMA BAIXA POR PERDA (S/N) : ".
           ACCEPT (17, 37) DADOS
           IF DADOS = "N" OR "n"
              MOVE "*** BAIXA NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE APENAS S=SIM OU N=NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *
      **************************************
      * BAIXA POR PERDA - O SALDO FICA NO  *
      * TITULO PARA RECUPERACAO FUTURA     *
      **************************************
      *
       BAIXA.
           MOVE REGTIT TO W-IMGANT
           MOVE "P" TO TIT-STATUS
           REWRITE REGTIT
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO TITULO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM GRAVA-TITMV THRU GRAVA-TITMV-FIM
           MOVE SPACES TO W-IMGNOV
           STRING REGTIT " MOTIVO: " W-MOTIVO
                  DELIMITED BY SIZE INTO W-IMGNOV
           MOVE "PERDA" TO LOG-OPERACAO
           MOVE TIT-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** TITULO BAIXADO POR PERDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       GRAVA-TITMV.
           MOVE TIT-NUMPED   TO TMV-NUMPED
           MOVE TIT-TIPEDIDO TO TMV-TIPEDIDO
           MOVE TIT-PARCELA  TO TMV-PARCELA
           MOVE ZEROS        TO W-SEQ.
       GRAVA-TITMV-LOOP.
           ADD 1 TO W-SEQ
           IF W-SEQ > 99
              GO TO GRAVA-TITMV-FIM.
           MOVE W-SEQ TO TMV-SEQ
           READ ARQTITMV
           IF ST-ERRO = "00"
              GO TO GRAVA-TITMV-LOOP.
           MOVE W-DTHOJE     TO TMV-DTPAGTO
           MOVE TIT-SALDO    TO TMV-VALOR
           MOVE W-OPERADOR   TO TMV-OPERADOR
           MOVE "X"          TO TMV-NATUREZA
           MOVE "PE"         TO TMV-FORMA
           MOVE ZEROS        TO TMV-CONTA
           WRITE REGTITMV.
       GRAVA-TITMV-FIM.
           EXIT.

       CALC-ATRASO.
           MOVE ZEROS TO W-DIASATR
           IF TIT-VENCTO NOT < W-DTHOJE
              GO TO CALC-ATRASO-FIM.
           MOVE "C" TO W-CALFUNC
           MOVE TIT-VENCTO TO W-CALDT1
           MOVE W-DTHOJE   TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALRES TO W-DIASATR.
       CALC-ATRASO-FIM.
           EXIT.

       MOSTRA-TIT.
           DISPLAY (07, 03) "CLIENTE .........: "
           DISPLAY (07, 22) TIT-CPFCNPJ
           IF W-CLIOK = "S"
              MOVE TIT-CPFCNPJ TO CPFCNPJ
              READ ARQCLI
              IF ST-ERRO2 = "00"
                 DISPLAY (08, 22) RAZAO.
           MOVE TIT-VENCTO TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO W-DTED
           DISPLAY (09, 03) "VENCIMENTO ......: "
           DISPLAY (09, 22) W-DTED
           MOVE W-DIASATR TO W-DIASED
           DISPLAY (10, 03) "DIAS DE ATRASO ..: "
           DISPLAY (10, 22) W-DIASED
           MOVE TIT-VALOR TO W-VALORED
           DISPLAY (11, 03) "VALOR ORIGINAL ..: "
           DISPLAY (11, 22) W-VALORED
           MOVE TIT-SALDO TO W-VALORED
           DISPLAY (12, 03) "SALDO A BAIXAR ..: "
           DISPLAY (12, 22) W-VALORED.
       MOSTRA-TIT-FIM.
           EXIT.

      *
      **************************************
      * LISTA DE TITULOS CANDIDATOS        *
      **************************************
      *
       LISTA.
           DISPLAY (07, 01) CABLS
           MOVE 08 TO LIN
           MOVE ZEROS TO W-QTDLIS W-TOTLIS
           MOVE ZEROS TO TIT-CHAVE
           START ARQTIT KEY IS NOT LESS TIT-CHAVE INVALID KEY
                 GO TO LISTA-FIM.

       LISTA-RD.
           READ ARQTIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-FIM.
           IF TIT-TIPO NOT = "R" OR TIT-STATUS NOT = "A"
              GO TO LISTA-RD.
           IF TIT-SALDO = ZEROS
              GO TO LISTA-RD.
           PERFORM CALC-ATRASO THRU CALC-ATRASO-FIM
           IF W-DIASATR < W-DIASMIN
              GO TO LISTA-RD.
           IF LIN > 19
              DISPLAY (21, 10) "*** TECLE ENTER PARA CONTINUAR ***"
              ACCEPT (21, 46) DADOS
              ACCEPT W-ACT FROM ESCAPE KEY
              DISPLAY (21, 01) LIMPA
              IF W-ACT = 01
                 GO TO R1
              ELSE
                 DISPLAY TSCE141
                 DISPLAY (07, 01) CABLS
                 MOVE 08 TO LIN.
           ADD 1 TO W-QTDLIS
           ADD TIT-SALDO TO W-TOTLIS
           MOVE TIT-NUMPED   TO DETLSPED
           MOVE TIT-TIPEDIDO TO DETLSTP
           MOVE TIT-PARCELA  TO DETLSPARC
           MOVE TIT-CPFCNPJ  TO DETLSCPF
           MOVE TIT-VENCTO   TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE    TO DETLSVENC
           MOVE W-DIASATR    TO DETLSDIAS
           MOVE TIT-SALDO    TO DETLSSALDO
           DISPLAY (LIN, 01) DETLS
           ADD 1 TO LIN
           GO TO LISTA-RD.

       LISTA-FIM.
           IF W-QTDLIS = ZEROS
              MOVE "*** NENHUM TITULO COM ATRASO NO MINIMO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-TOTLIS TO W-TOTED
           DISPLAY (20, 03) "TOTAL DOS CANDIDATOS: "
           DISPLAY (20, 26) W-TOTED
           DISPLAY (21, 10) "*** FIM DA LISTA - TECLE ENTER ***"
           ACCEPT (21, 45) DADOS
           DISPLAY (21, 01) LIMPA
           GO TO R1.

       GRAVA-PAR.
           IF W-PAROK NOT = "S"
              GO TO GRAVA-PAR-FIM.
           MOVE "PERDADIA" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00"
              MOVE W-DIASMIN TO PAR-VALOR
              REWRITE REGPAR
           ELSE
              MOVE "PERDADIA" TO PAR-ID
              MOVE W-DIASMIN TO PAR-VALOR
              WRITE REGPAR.
           MOVE W-DIASMIN TO W-DIASPAR.
       GRAVA-PAR-FIM.
           EXIT.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO.
       ROT-DTEXIBE-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE141" TO LOG-PROGRAMA.
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
           CLOSE ARQPDA ARQTIT ARQTITMV ARQLOG.
           IF W-CLIOK = "S"
              CLOSE ARQCLI.
           IF W-PAROK = "S"
              CLOSE ARQPAR.
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
