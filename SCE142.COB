       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE142.
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
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQTITMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TMV-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO4.

           SELECT RELPDD ASSIGN TO W-NOMEREL
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
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD RELPDD
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
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-TMVOK       PIC X(01) VALUE "N".
       01 W-PAROK       PIC X(01) VALUE "N".
       01 W-DTBASE      PIC 9(08) VALUE ZEROS.
       01 W-DTBASETAB REDEFINES W-DTBASE.
          03 W-DTBASEAM   PIC 9(06).
          03 W-DTBASEDD   PIC 9(02).
       01 W-MOVAM       PIC 9(06) VALUE ZEROS.
       01 CON-FILIAL    PIC 9(02) VALUE ZEROS.
       01 W-TITFIL      PIC 9(02) VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-DIAS        PIC 9(06) VALUE ZEROS.
       01 W-FX          PIC 9(02) COMP VALUE ZEROS.
       01 W-PROV        PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTQTD      PIC 9(06) VALUE ZEROS.
       01 W-TOTSALDO    PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTPROV     PIC 9(12)V99 VALUE ZEROS.
       01 W-PERDAMES    PIC 9(12)V99 VALUE ZEROS.
       01 W-RECUPMES    PIC 9(12)V99 VALUE ZEROS.
       01 W-QTDPERDA    PIC 9(06) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
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
      *
      * FAIXAS DE ATRASO: PARAMETRO, LIMITE EM DIAS, NOME E
      * PERCENTUAL PADRAO DE PROVISAO
      *
       01 W-FXVAL.
          03 FILLER PIC X(31) VALUE "PDDAVENC00000A VENCER  00000".
          03 FILLER PIC X(31) VALUE "PDD030  000301 A 30    00100".
          03 FILLER PIC X(31) VALUE "PDD060  0006031 A 60   00300".
          03 FILLER PIC X(31) VALUE "PDD090  0009061 A 90   01000".
          03 FILLER PIC X(31) VALUE "PDD180  0018091 A 180  05000".
          03 FILLER PIC X(31) VALUE "PDDACIMA99999ACIMA 180 10000".
       01 W-FXTAB REDEFINES W-FXVAL.
          03 W-FXT OCCURS 6 TIMES.
             05 W-FXPAR     PIC X(08).
             05 W-FXLIM     PIC 9(05).
             05 W-FXNOME    PIC X(10).
             05 W-FXPADRAO  PIC 9(03)V99.
             05 FILLER      PIC X(03).
       01 W-PCTS.
          03 W-PCT1     PIC 9(03)V99 VALUE ZEROS.
          03 W-PCT2     PIC 9(03)V99 VALUE ZEROS.
          03 W-PCT3     PIC 9(03)V99 VALUE ZEROS.
          03 W-PCT4     PIC 9(03)V99 VALUE ZEROS.
          03 W-PCT5     PIC 9(03)V99 VALUE ZEROS.
          03 W-PCT6     PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTTAB REDEFINES W-PCTS.
          03 W-PCT OCCURS 6 TIMES PIC 9(03)V99.
       01 W-FXTOT.
          03 W-FXACU OCCURS 6 TIMES.
             05 W-FXQTD     PIC 9(06).
             05 W-FXSALDO   PIC 9(12)V99.
             05 W-FXPROV    PIC 9(12)V99.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(46)
             VALUE "PROVISAO P/ DEVEDORES DUVIDOSOS (PDD) - BASE: ".
          03 CABDTBASE    PIC 99/99/9999.
          03 FILLER       PIC X(10) VALUE "  FILIAL: ".
          03 CABFILIAL    PIC 9(02).

       01 REL-CAB2.
          03 FILLER       PIC X(19) VALUE "  TITULO      ".
          03 FILLER       PIC X(16) VALUE "CPF/CNPJ".
          03 FILLER       PIC X(12) VALUE "VENCIMENTO".
          03 FILLER       PIC X(07) VALUE " DIAS".
          03 FILLER       PIC X(11) VALUE "FAIXA".
          03 FILLER       PIC X(14) VALUE "      SALDO".
          03 FILLER       PIC X(08) VALUE "     %".
          03 FILLER       PIC X(13) VALUE "     PROVISAO".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETPED       PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "-".
          03 DETTP        PIC 9(01) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "/".
          03 DETPARC      PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(06) VALUE SPACES.
          03 DETCPF       PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETVENC      PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDIAS      PIC ZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETFAIXA     PIC X(10) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSALDO     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETPCT       PIC ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPROV      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-SEC.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 SECTITULO    PIC X(60) VALUE SPACES.

       01 REL-RES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESNOME      PIC X(10) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESQTD       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESSALDO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESPCT       PIC ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE "% ".
          03 RESPROV      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-TOT.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE142.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        PDD - Provisao para Devedores Du".
           05  LINE 02  COLUMN 41
               VALUE  "vidosos (Mensal)".
           05  LINE 08  COLUMN 03
               VALUE  "Percentual de provisao por faixa de atraso:".
           05  LINE 10  COLUMN 03
               VALUE  "A vencer .........:".
           05  TPCT1
               LINE 10  COLUMN 24  PIC ZZ9,99
               USING  W-PCT1
               HIGHLIGHT.
           05  LINE 11  COLUMN 03
               VALUE  "1 a 30 dias ......:".
           05  TPCT2
               LINE 11  COLUMN 24  PIC ZZ9,99
               USING  W-PCT2
               HIGHLIGHT.
           05  LINE 12  COLUMN 03
               VALUE  "31 a 60 dias .....:".
           05  TPCT3
               LINE 12  COLUMN 24  PIC ZZ9,99
               USING  W-PCT3
               HIGHLIGHT.
           05  LINE 13  COLUMN 03
               VALUE  "61 a 90 dias .....:".
           05  TPCT4
               LINE 13  COLUMN 24  PIC ZZ9,99
               USING  W-PCT4
               HIGHLIGHT.
           05  LINE 14  COLUMN 03
               VALUE  "91 a 180 dias ....:".
           05  TPCT5
               LINE 14  COLUMN 24  PIC ZZ9,99
               USING  W-PCT5
               HIGHLIGHT.
           05  LINE 15  COLUMN 03
               VALUE  "Acima de 180 dias :".
           05  TPCT6
               LINE 15  COLUMN 24  PIC ZZ9,99
               USING  W-PCT6
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-TIT.
           DISPLAY TSCE142
           OPEN INPUT ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE TITULOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-TITMV.
           OPEN INPUT ARQTITMV
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TMVOK
           ELSE
              MOVE "N" TO W-TMVOK.

       ABRE-PAR.
           OPEN I-O ARQPAR
           IF ST-ERRO4 = "30"
              OPEN OUTPUT ARQPAR
              CLOSE ARQPAR
              OPEN I-O ARQPAR.
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-PAROK
           ELSE
              MOVE "N" TO W-PAROK.
           MOVE ZEROS TO W-FX.
       LE-PAR.
           ADD 1 TO W-FX
           IF W-FX > 6
              GO TO R1.
           MOVE W-FXPADRAO (W-FX) TO W-PCT (W-FX)
           IF W-PAROK = "S"
              MOVE W-FXPAR (W-FX) TO PAR-ID
              READ ARQPAR
              IF ST-ERRO4 = "00" AND PAR-VALOR NOT > 100
                 MOVE PAR-VALOR TO W-PCT (W-FX).
           GO TO LE-PAR.

       R1.
           DISPLAY TSCE142
           ACCEPT W-DTBASE FROM DATE YYYYMMDD
           DISPLAY (05, 03) "DATA-BASE (AAAAMMDD) ...: ".
           ACCEPT (05, 29) W-DTBASE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-DTBASE = ZEROS
              MOVE "INFORME A DATA-BASE DA PROVISAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R2.
           DISPLAY (06, 03) "FILIAL (0=CONSOLIDADO) .: ".
           MOVE ZEROS TO CON-FILIAL
           ACCEPT (06, 29) CON-FILIAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.

       R3.
           DISPLAY TPCT1 TPCT2 TPCT3 TPCT4 TPCT5 TPCT6
           ACCEPT TPCT1
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           ACCEPT TPCT2
           ACCEPT TPCT3
           ACCEPT TPCT4
           ACCEPT TPCT5
           ACCEPT TPCT6
           MOVE ZEROS TO W-FX.
       R3-VALIDA.
           ADD 1 TO W-FX
           IF W-FX > 6
              GO TO R4.
           IF W-PCT (W-FX) > 100
              MOVE "PERCENTUAL DE PROVISAO ACIMA DE 100%" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           GO TO R3-VALIDA.

       R4.
           PERFORM GRAVA-PAR THRU GRAVA-PAR-FIM.

      *
      ******************************
      * TITULOS EM ABERTO NA BASE   *
      ******************************
      *
       REL-INI.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "PDD" W-DTBASE W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELPDD
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-FXTOT W-QTDLIN
           MOVE ZEROS TO W-TOTQTD W-TOTSALDO W-TOTPROV
           MOVE W-DTBASE TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO CABDTBASE
           MOVE CON-FILIAL TO CABFILIAL
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TITULOS VENCIDOS PROVISIONADOS" TO SECTITULO
           WRITE LINHA-REL FROM REL-SEC
           WRITE LINHA-REL FROM REL-CAB2
           ADD 4 TO W-QTDLIN
           MOVE ZEROS TO TIT-CHAVE
           START ARQTIT KEY IS NOT LESS TIT-CHAVE INVALID KEY
                 GO TO REL-FAIXA.

       REL-RD.
           READ ARQTIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-FAIXA.
           MOVE "*** APURANDO TITULOS EM ABERTO ***" TO MENS
           DISPLAY (23, 13) MENS
           IF TIT-TIPO NOT = "R" OR TIT-STATUS NOT = "A"
              GO TO REL-RD.
           IF TIT-SALDO = ZEROS OR TIT-EMISSAO > W-DTBASE
              GO TO REL-RD.
           IF CON-FILIAL NOT = ZEROS
              MOVE TIT-FILIAL TO W-TITFIL
              IF W-TITFIL = ZEROS
                 MOVE 01 TO W-TITFIL.
           IF CON-FILIAL NOT = ZEROS
              IF W-TITFIL NOT = CON-FILIAL
                 GO TO REL-RD.
           PERFORM ACHA-FAIXA THRU ACHA-FAIXA-FIM
           COMPUTE W-PROV ROUNDED = TIT-SALDO * W-PCT (W-FX) / 100
           ADD 1         TO W-FXQTD (W-FX) W-TOTQTD
           ADD TIT-SALDO TO W-FXSALDO (W-FX) W-TOTSALDO
           ADD W-PROV    TO W-FXPROV (W-FX) W-TOTPROV
           IF W-FX = 1
              GO TO REL-RD.
           MOVE TIT-NUMPED     TO DETPED
           MOVE TIT-TIPEDIDO   TO DETTP
           MOVE TIT-PARCELA    TO DETPARC
           MOVE TIT-CPFCNPJ    TO DETCPF
           MOVE TIT-VENCTO     TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE      TO DETVENC
           MOVE W-DIAS         TO DETDIAS
           MOVE W-FXNOME (W-FX) TO DETFAIXA
           MOVE TIT-SALDO      TO DETSALDO
           MOVE W-PCT (W-FX)   TO DETPCT
           MOVE W-PROV         TO DETPROV
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN
           GO TO REL-RD.

       ACHA-FAIXA.
           MOVE ZEROS TO W-DIAS
           MOVE 1 TO W-FX
           IF TIT-VENCTO NOT < W-DTBASE
              GO TO ACHA-FAIXA-FIM.
           MOVE "C" TO W-CALFUNC
           MOVE TIT-VENCTO TO W-CALDT1
           MOVE W-DTBASE   TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           IF W-CALRES > ZEROS
              MOVE W-CALRES TO W-DIAS.
           MOVE 2 TO W-FX.
       ACHA-FAIXA-LOOP.
           IF W-FX < 6 AND W-DIAS > W-FXLIM (W-FX)
              ADD 1 TO W-FX
              GO TO ACHA-FAIXA-LOOP.
       ACHA-FAIXA-FIM.
           EXIT.

      *
      ******************************
      * RESUMO POR FAIXA DE ATRASO  *
      ******************************
      *
       REL-FAIXA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESUMO POR FAIXA DE ATRASO" TO SECTITULO
           WRITE LINHA-REL FROM REL-SEC
           ADD 2 TO W-QTDLIN
           MOVE ZEROS TO W-FX.
       REL-FAIXA-LOOP.
           ADD 1 TO W-FX
           IF W-FX > 6
              GO TO REL-TOTAL.
           MOVE W-FXNOME (W-FX)   TO RESNOME
           MOVE W-FXQTD (W-FX)    TO RESQTD
           MOVE W-FXSALDO (W-FX)  TO RESSALDO
           MOVE W-PCT (W-FX)      TO RESPCT
           MOVE W-FXPROV (W-FX)   TO RESPROV
           WRITE LINHA-REL FROM REL-RES
           ADD 1 TO W-QTDLIN
           GO TO REL-FAIXA-LOOP.

       REL-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TITULOS EM ABERTO NA BASE ........:" TO TOTTXT
           MOVE W-TOTQTD TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "SALDO EM ABERTO A RECEBER ........:" TO TOTTXT
           MOVE W-TOTSALDO TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "PROVISAO TOTAL (PDD) .............:" TO TOTTXT
           MOVE W-TOTPROV TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           ADD 4 TO W-QTDLIN
           PERFORM REL-PERDA THRU REL-PERDA-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "BAIXAS POR PERDA NO MES ..........:" TO TOTTXT
           MOVE W-PERDAMES TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "RECUPERACOES DE PERDA NO MES .....:" TO TOTTXT
           MOVE W-RECUPMES TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           ADD 3 TO W-QTDLIN
           CLOSE RELPDD
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (18, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (18, 25) W-NOMEREL
           MOVE "*** PDD GERADA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ******************************
      * PERDAS E RECUPERACOES DO MES*
      ******************************
      *
       REL-PERDA.
           MOVE ZEROS TO W-PERDAMES W-RECUPMES W-QTDPERDA
           IF W-TMVOK NOT = "S"
              GO TO REL-PERDA-FIM.
           MOVE ZEROS TO TMV-CHAVE
           START ARQTITMV KEY IS NOT LESS TMV-CHAVE INVALID KEY
                 GO TO REL-PERDA-FIM.
       REL-PERDA-RD.
           READ ARQTITMV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO REL-PERDA-FIM.
           IF TMV-NATUREZA NOT = "X" AND TMV-NATUREZA NOT = "R"
              GO TO REL-PERDA-RD.
           MOVE TMV-DTPAGTO (1:6) TO W-MOVAM
           IF W-MOVAM NOT = W-DTBASEAM OR TMV-DTPAGTO > W-DTBASE
              GO TO REL-PERDA-RD.
           IF CON-FILIAL NOT = ZEROS
              MOVE TMV-NUMPED   TO TIT-NUMPED
              MOVE TMV-TIPEDIDO TO TIT-TIPEDIDO
              MOVE TMV-PARCELA  TO TIT-PARCELA
              READ ARQTIT
              IF ST-ERRO NOT = "00"
                 GO TO REL-PERDA-RD
              ELSE
                 MOVE TIT-FILIAL TO W-TITFIL
                 IF W-TITFIL = ZEROS
                    MOVE 01 TO W-TITFIL.
           IF CON-FILIAL NOT = ZEROS
              IF W-TITFIL NOT = CON-FILIAL
                 GO TO REL-PERDA-RD.
           IF TMV-NATUREZA = "X"
              ADD TMV-VALOR TO W-PERDAMES
              ADD 1 TO W-QTDPERDA
           ELSE
              ADD TMV-VALOR TO W-RECUPMES.
           GO TO REL-PERDA-RD.
       REL-PERDA-FIM.
           EXIT.

       GRAVA-PAR.
           IF W-PAROK NOT = "S"
              GO TO GRAVA-PAR-FIM.
           MOVE ZEROS TO W-FX.
       GRAVA-PAR-LOOP.
           ADD 1 TO W-FX
           IF W-FX > 6
              GO TO GRAVA-PAR-FIM.
           MOVE W-FXPAR (W-FX) TO PAR-ID
           READ ARQPAR
           IF ST-ERRO4 = "00"
              MOVE W-PCT (W-FX) TO PAR-VALOR
              REWRITE REGPAR
           ELSE
              MOVE W-FXPAR (W-FX) TO PAR-ID
              MOVE W-PCT (W-FX) TO PAR-VALOR
              WRITE REGPAR.
           GO TO GRAVA-PAR-LOOP.
       GRAVA-PAR-FIM.
           EXIT.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO.
       ROT-DTEXIBE-FIM.
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
           MOVE "PDD" TO SPL-RELATORIO
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
           CLOSE ARQTIT.
           IF W-TMVOK = "S"
              CLOSE ARQTITMV.
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
