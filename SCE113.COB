       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE113.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CSG-CLIENTE
                                   WITH DUPLICATES.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT RELCSG ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SPL-CHAVE
                    FILE STATUS  IS ST-ERRO5.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSG.DAT".
       01 REGCSG.
          03 CSG-CHAVE.
             05 CSG-NUMERO     PIC 9(06).
             05 CSG-CODPROD    PIC 9(06).
          03 CSG-CLIENTE       PIC 9(14).
          03 CSG-LOCAL         PIC 9(02).
          03 CSG-DTREM         PIC 9(08).
          03 CSG-PRECO         PIC 9(06)V99.
          03 CSG-QTDREM        PIC 9(06).
          03 CSG-QTDVEND       PIC 9(06).
          03 CSG-QTDDEV        PIC 9(06).
          03 CSG-STATUS        PIC X(01).
          03 CSG-DTACERTO      PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
          03 PESSOA      PIC X(1).
          03 CLI-CPFCNPJ PIC 9(14).
          03 RAZAO       PIC X(30).
          03 APELIDO     PIC X(30).
          03 CEP         PIC 9(8).
          03 NUMERO      PIC 9(05).
          03 COMPLEMENTO PIC X(10).
          03 TEL         PIC 9(11).
          03 EMAIL       PIC X(30).
          03 TEL2        PIC 9(11).
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
       FD RELCSG
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(100).
      *-----------------------------------------------------------------
       FD ARQSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSPOOL.DAT".
       01 REGSPOOL.
          03 SPL-CHAVE.
             05 SPL-DATA       PIC 9(08).
             05 SPL-HORA       PIC 9(08).
          03 SPL-RELATORIO     PIC X(10).
          03 SPL-ARQUIVO       PIC X(30).
          03 SPL-OPERADOR      PIC X(10).
          03 SPL-QTDREG        PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-PROOK       PIC X(01) VALUE "N".
       01 W-CLIENTE     PIC 9(14) VALUE ZEROS.
       01 W-CLIANT      PIC 9(14) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DTREM       PIC 9(08) VALUE ZEROS.
       01 W-DTREMTAB REDEFINES W-DTREM.
          03 W-DTREMANO    PIC 9(04).
          03 W-DTREMMES    PIC 9(02).
          03 W-DTREMDIA    PIC 9(02).
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-SALDOCSG    PIC 9(06) VALUE ZEROS.
       01 W-VALOR       PIC 9(10)V99 VALUE ZEROS.
       01 W-DIAS        PIC S9(06) VALUE ZEROS.
       01 W-QTCLI       PIC 9(08) VALUE ZEROS.
       01 W-VLCLI       PIC 9(10)V99 VALUE ZEROS.
       01 W-QT30        PIC 9(08) VALUE ZEROS.
       01 W-VL30        PIC 9(10)V99 VALUE ZEROS.
       01 W-QT60        PIC 9(08) VALUE ZEROS.
       01 W-VL60        PIC 9(10)V99 VALUE ZEROS.
       01 W-QT90        PIC 9(08) VALUE ZEROS.
       01 W-VL90        PIC 9(10)V99 VALUE ZEROS.
       01 W-QTMAIS      PIC 9(08) VALUE ZEROS.
       01 W-VLMAIS      PIC 9(10)V99 VALUE ZEROS.
       01 W-QTGERAL     PIC 9(08) VALUE ZEROS.
       01 W-VLGERAL     PIC 9(10)V99 VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(46)
             VALUE "POSICAO DE MERCADORIA EM CONSIGNACAO - DATA: ".
          03 CABDATA      PIC 99/99/9999.

       01 REL-CAB2.
          03 FILLER       PIC X(18) VALUE "  REMESSA PRODUTO ".
          03 FILLER       PIC X(22) VALUE " DESCRICAO".
          03 FILLER       PIC X(20) VALUE "DT.REMESSA   DIAS  ".
          03 FILLER       PIC X(20) VALUE " SALDO  PRECO UNIT.".
          03 FILLER       PIC X(12) VALUE "       VALOR".

       01 REL-CLI.
          03 FILLER       PIC X(10) VALUE "CLIENTE: ".
          03 RCLCLIENTE   PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RCLRAZAO     PIC X(30) VALUE SPACES.

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RDNUMERO     PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RDCODPROD    PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RDDESC       PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RDDATA       PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RDDIAS       PIC ZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RDSALDO      PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RDPRECO      PIC ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RDVALOR      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-SUB.
          03 FILLER       PIC X(59) VALUE
             "                             TOTAL DO CLIENTE".
          03 RSBQTD       PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(12) VALUE SPACES.
          03 RSBVALOR     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 DET3.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETF30TXT    PIC X(30) VALUE SPACES.
          03 DETF30QT     PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETF30VL     PIC Z(09)9,99 VALUE ZEROS.

       01 DET4.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETF60TXT    PIC X(30) VALUE SPACES.
          03 DETF60QT     PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETF60VL     PIC Z(09)9,99 VALUE ZEROS.

       01 DET5.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETF90TXT    PIC X(30) VALUE SPACES.
          03 DETF90QT     PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETF90VL     PIC Z(09)9,99 VALUE ZEROS.

       01 DET6.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETFMTXT     PIC X(30) VALUE SPACES.
          03 DETFMQT      PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETFMVL      PIC Z(09)9,99 VALUE ZEROS.

       01 DET7.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETGERTXT    PIC X(30) VALUE SPACES.
          03 DETGERQT     PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETGERVL     PIC Z(09)9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE113.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                 Posicao de Mercadoria e".
           05  LINE 02  COLUMN 41
               VALUE  "m Consignacao".
           05  LINE 04  COLUMN 01
               VALUE  " Cliente (0=Todos):".
           05  LINE 07  COLUMN 03
               VALUE  "Faixa de Idade                  Quantida".
           05  LINE 07  COLUMN 43
               VALUE  "de           Valor".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TCLIENTE
               LINE 04  COLUMN 21  PIC 9(14)
               USING  W-CLIENTE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CSG.
           OPEN INPUT ARQCSG
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA REMESSA EM CONSIGNACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CLIOK
           ELSE
              MOVE "N" TO W-CLIOK.
       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PROOK
           ELSE
              MOVE "N" TO W-PROOK.

       R1.
           MOVE ZEROS TO W-CLIENTE
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           DISPLAY TSCE113.

       R2.
           ACCEPT TCLIENTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CLIENTE = ZEROS OR W-CLIOK NOT = "S"
              GO TO POS-001.
           MOVE W-CLIENTE TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (04, 37) RAZAO.

      *
      ****************************************
      * GERACAO DO RELATORIO DE POSICAO       *
      ****************************************
      *
       POS-001.
           MOVE ZEROS TO W-QT30 W-VL30 W-QT60 W-VL60 W-QT90 W-VL90
           MOVE ZEROS TO W-QTMAIS W-VLMAIS W-QTGERAL W-VLGERAL
           MOVE ZEROS TO W-QTCLI W-VLCLI W-CLIANT W-QTDLIN
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "CONSIG" W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELCSG
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DTHOJE TO W-DTREM
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-DTEXIBE TO CABDATA
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE "*** GERANDO POSICAO DE CONSIGNACAO ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE W-CLIENTE TO CSG-CLIENTE
           IF W-CLIENTE = ZEROS
              START ARQCSG KEY IS NOT LESS CSG-CLIENTE INVALID KEY
                    GO TO POS-FIM
           ELSE
              START ARQCSG KEY IS EQUAL CSG-CLIENTE INVALID KEY
                    GO TO POS-FIM.

       POS-RD.
           READ ARQCSG NEXT
           IF ST-ERRO NOT = "00"
              GO TO POS-FIM.
           IF W-CLIENTE NOT = ZEROS AND
              CSG-CLIENTE NOT = W-CLIENTE
              GO TO POS-FIM.
           IF CSG-STATUS NOT = "A"
              GO TO POS-RD.
           COMPUTE W-SALDOCSG = CSG-QTDREM - CSG-QTDVEND - CSG-QTDDEV
           IF W-SALDOCSG = ZEROS
              GO TO POS-RD.
           IF CSG-CLIENTE NOT = W-CLIANT
              PERFORM POS-QUEBRA THRU POS-QUEBRA-FIM.
           COMPUTE W-VALOR = W-SALDOCSG * CSG-PRECO
           MOVE "U" TO W-CALFUNC
           MOVE CSG-DTREM TO W-CALDT1
           MOVE W-DTHOJE TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALRES TO W-DIAS
           IF W-DIAS < 0
              MOVE ZEROS TO W-DIAS.
           ADD W-SALDOCSG TO W-QTGERAL W-QTCLI
           ADD W-VALOR    TO W-VLGERAL W-VLCLI
           IF W-DIAS NOT > 30
              ADD W-SALDOCSG TO W-QT30
              ADD W-VALOR TO W-VL30
           ELSE
              IF W-DIAS NOT > 60
                 ADD W-SALDOCSG TO W-QT60
                 ADD W-VALOR TO W-VL60
              ELSE
                 IF W-DIAS NOT > 90
                    ADD W-SALDOCSG TO W-QT90
                    ADD W-VALOR TO W-VL90
                 ELSE
                    ADD W-SALDOCSG TO W-QTMAIS
                    ADD W-VALOR TO W-VLMAIS.
           MOVE CSG-NUMERO  TO RDNUMERO
           MOVE CSG-CODPROD TO RDCODPROD
           MOVE SPACES TO RDDESC
           IF W-PROOK = "S"
              MOVE CSG-CODPROD TO CODIGO
              READ ARQPRO
              IF ST-ERRO2 = "00"
                 MOVE DESCRICAO TO RDDESC.
           MOVE CSG-DTREM TO W-DTREM
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           MOVE W-DTEXIBE  TO RDDATA
           MOVE W-DIAS     TO RDDIAS
           MOVE W-SALDOCSG TO RDSALDO
           MOVE CSG-PRECO  TO RDPRECO
           MOVE W-VALOR    TO RDVALOR
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN
           GO TO POS-RD.

       POS-FIM.
           IF W-CLIANT NOT = ZEROS
              PERFORM POS-SUBTOTAL THRU POS-SUBTOTAL-FIM.
           MOVE "ATE 30 DIAS"      TO DETF30TXT
           MOVE W-QT30             TO DETF30QT
           MOVE W-VL30             TO DETF30VL
           MOVE "DE 31 A 60 DIAS"  TO DETF60TXT
           MOVE W-QT60             TO DETF60QT
           MOVE W-VL60             TO DETF60VL
           MOVE "DE 61 A 90 DIAS"  TO DETF90TXT
           MOVE W-QT90             TO DETF90QT
           MOVE W-VL90             TO DETF90VL
           MOVE "ACIMA DE 90 DIAS" TO DETFMTXT
           MOVE W-QTMAIS           TO DETFMQT
           MOVE W-VLMAIS           TO DETFMVL
           MOVE "TOTAL EM CONSIGNACAO" TO DETGERTXT
           MOVE W-QTGERAL          TO DETGERQT
           MOVE W-VLGERAL          TO DETGERVL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM DET3
           WRITE LINHA-REL FROM DET4
           WRITE LINHA-REL FROM DET5
           WRITE LINHA-REL FROM DET6
           WRITE LINHA-REL FROM DET7
           CLOSE RELCSG
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (08, 01) DET3
           DISPLAY (09, 01) DET4
           DISPLAY (10, 01) DET5
           DISPLAY (11, 01) DET6
           DISPLAY (12, 01) DET7
           DISPLAY (15, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (15, 25) W-NOMEREL
           IF W-QTGERAL = ZEROS
              MOVE "*** NENHUMA MERCADORIA EM CONSIGNACAO ***" TO MENS
           ELSE
              MOVE "*** POSICAO DE CONSIGNACAO GERADA NO SPOOL ***"
                 TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 13) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-ACT
           DISPLAY (23, 12) LIMPA
           GO TO R1.

       POS-QUEBRA.
           IF W-CLIANT NOT = ZEROS
              PERFORM POS-SUBTOTAL THRU POS-SUBTOTAL-FIM.
           MOVE CSG-CLIENTE TO W-CLIANT RCLCLIENTE
           MOVE SPACES TO RCLRAZAO
           IF W-CLIOK = "S"
              MOVE CSG-CLIENTE TO CLI-CPFCNPJ
              READ ARQCLI
              IF ST-ERRO2 = "00"
                 MOVE RAZAO TO RCLRAZAO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CLI.
       POS-QUEBRA-FIM.
           EXIT.

       POS-SUBTOTAL.
           MOVE W-QTCLI TO RSBQTD
           MOVE W-VLCLI TO RSBVALOR
           WRITE LINHA-REL FROM REL-SUB
           MOVE ZEROS TO W-QTCLI W-VLCLI.
       POS-SUBTOTAL-FIM.
           EXIT.

       CONV-DATA.
           MOVE W-DTREMDIA TO W-DTEXIBE-DIA
           MOVE W-DTREMMES TO W-DTEXIBE-MES
           MOVE W-DTREMANO TO W-DTEXIBE-ANO.
       CONV-DATA-FIM.
           EXIT.

       GRAVA-SPOOL.
           OPEN I-O ARQSPOOL
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT ARQSPOOL
                 CLOSE ARQSPOOL
                 OPEN I-O ARQSPOOL
              ELSE
                 GO TO GRAVA-SPOOL-FIM.
           MOVE W-DTSPOOL TO SPL-DATA
           MOVE W-HRSPOOL TO SPL-HORA
           MOVE "CONSIGNAC" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO SPL-OPERADOR
           ELSE
              MOVE SPACES TO SPL-OPERADOR.
           MOVE W-QTDLIN TO SPL-QTDREG.
       GRAVA-SPOOL-WR.
           WRITE REGSPOOL
           IF ST-ERRO5 = "22"
              ADD 1 TO SPL-HORA
              GO TO GRAVA-SPOOL-WR.
           CLOSE ARQSPOOL.
       GRAVA-SPOOL-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQCSG.
           IF W-CLIOK = "S"
              CLOSE ARQCLI.
           IF W-PROOK = "S"
              CLOSE ARQPRO.
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
