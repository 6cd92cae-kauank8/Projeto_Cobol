       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE088.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQTITMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TMV-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-NUMERO
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELFLX ASSIGN TO W-NOMEREL
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
       FD ARQCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCHQ.DAT".
       01 REGCHQ.
          03 CHQ-CHAVE.
             05 CHQ-BANCO      PIC 9(03).
             05 CHQ-AGENCIA    PIC 9(04).
             05 CHQ-NUMERO     PIC 9(06).
          03 CHQ-EMITENTE      PIC X(30).
          03 CHQ-CPFCNPJ       PIC 9(14).
          03 CHQ-BOMPARA       PIC 9(08).
          03 CHQ-VALOR         PIC 9(08)V99.
          03 CHQ-NUMPED        PIC 9(06).
          03 CHQ-TIPEDIDO      PIC 9(01).
          03 CHQ-PARCELA       PIC 9(02).
          03 CHQ-STATUS        PIC X(01).
          03 CHQ-DTMOV         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTR.DAT".
       01 REGCTR.
          03 CTR-NUMERO        PIC 9(06).
          03 CTR-CPFCNPJ       PIC 9(14).
          03 CTR-VALOR         PIC 9(08)V99.
          03 CTR-DIAVCTO       PIC 9(02).
          03 CTR-DTINI         PIC 9(08).
          03 CTR-DTFIM         PIC 9(08).
          03 CTR-STATUS        PIC X(01).
          03 CTR-ULTGER        PIC 9(06).
      *-----------------------------------------------------------------
       FD RELFLX
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
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-CTAOK       PIC X(01) VALUE "N".
       01 W-TMVOK       PIC X(01) VALUE "N".
       01 W-CHQOK       PIC X(01) VALUE "N".
       01 W-CTROK       PIC X(01) VALUE "N".
       01 W-DTBASE      PIC 9(08) VALUE ZEROS.
       01 W-DIAS        PIC 9(03) VALUE ZEROS.
       01 W-DTLIM       PIC 9(08) VALUE ZEROS.
       01 W-DTPROJ      PIC 9(08) VALUE ZEROS.
       01 W-VCTO        PIC 9(08) VALUE ZEROS.
       01 W-VCTOTAB REDEFINES W-VCTO.
          03 W-VCTOANO  PIC 9(04).
          03 W-VCTOMES  PIC 9(02).
          03 W-VCTODIA  PIC 9(02).
       01 W-AMPROJ      PIC 9(06) VALUE ZEROS.
       01 W-AMPROJTAB REDEFINES W-AMPROJ.
          03 W-AMANO    PIC 9(04).
          03 W-AMMES    PIC 9(02).
       01 W-AMLIM       PIC 9(06) VALUE ZEROS.
       01 W-CTRAM       PIC 9(06) VALUE ZEROS.
       01 W-SINAL       PIC X(01) VALUE SPACES.
       01 W-VALOR       PIC 9(10)V99 VALUE ZEROS.
       01 W-SALDOINI    PIC S9(12)V99 VALUE ZEROS.
       01 W-SALDO       PIC S9(12)V99 VALUE ZEROS.
       01 W-LIQDIA      PIC S9(12)V99 VALUE ZEROS.
       01 W-MENOR       PIC S9(12)V99 VALUE ZEROS.
       01 W-DTMENOR     PIC 9(08) VALUE ZEROS.
       01 W-DTNEG       PIC 9(08) VALUE ZEROS.
       01 W-VENCREC     PIC 9(10)V99 VALUE ZEROS.
       01 W-VENCPAG     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTENT      PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTSAI      PIC 9(12)V99 VALUE ZEROS.
       01 W-SEMENT      PIC 9(12)V99 VALUE ZEROS.
       01 W-SEMSAI      PIC 9(12)V99 VALUE ZEROS.
       01 W-SEMANA      PIC 9(02) VALUE ZEROS.
       01 W-DSEM        PIC 9(01) VALUE ZEROS.
       01 W-QTDTIT      PIC 9(06) VALUE ZEROS.
       01 W-IX          PIC 9(03) COMP VALUE ZEROS.
       01 W-CX          PIC 9(03) COMP VALUE ZEROS.
       01 W-QTDCTA      PIC 9(03) COMP VALUE ZEROS.
       01 W-TABCTA.
          03 W-TCTA OCCURS 50 TIMES.
             05 W-TCCODIGO PIC 9(03).
             05 W-TCDESCR  PIC X(30).
             05 W-TCSALDO  PIC S9(10)V99.
       01 W-TABFLX.
          03 W-FLX OCCURS 180 TIMES.
             05 W-FLXDATA  PIC 9(08).
             05 W-FLXENT   PIC 9(10)V99.
             05 W-FLXSAI   PIC 9(10)V99.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB1.
          03 FILLER       PIC X(33)
                          VALUE "FLUXO DE CAIXA PROJETADO - BASE: ".
          03 CABDATA      PIC 9(08).
          03 FILLER       PIC X(14) VALUE "  HORIZONTE: ".
          03 CABDIAS      PIC ZZ9.
          03 FILLER       PIC X(05) VALUE " DIAS".

       01 REL-CTA.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CTACOD       PIC 9(03).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CTADESCR     PIC X(30).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CTASALDO     PIC ZZ.ZZZ.ZZ9,99-.

       01 REL-COL.
          03 FILLER       PIC X(40)
             VALUE "  DATA            ENTRADAS        SAIDAS".
          03 FILLER       PIC X(40)
             VALUE "     LIQUIDO DIA   SALDO ACUMULADO".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDATA      PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETENT       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSAI       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETLIQ       PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETSALDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETALERTA    PIC X(03) VALUE SPACES.

       01 REL-SEM.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(07) VALUE "SEMANA ".
          03 SEMNUM       PIC 99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SEMENT       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SEMSAI       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SEMLIQ       PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 SEMSALDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(40) VALUE SPACES.
          03 TOTVAL       PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTDATA      PIC X(08) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE088.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            Fluxo de Caixa Projetado - D".
           05  LINE 02  COLUMN 41
               VALUE  "iario e Semanal".
           05  LINE 05  COLUMN 03
               VALUE  "Data Base (AAAAMMDD):".
           05  TDTBASE
               LINE 05  COLUMN 26  PIC 9(08)
               USING  W-DTBASE
               HIGHLIGHT.
           05  LINE 07  COLUMN 03
               VALUE  "Horizonte em Dias ..:".
           05  TDIAS
               LINE 07  COLUMN 26  PIC 9(03)
               USING  W-DIAS
               HIGHLIGHT.
           05  LINE 07  COLUMN 31
               VALUE  "(MAXIMO 180)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-TIT.
           OPEN INPUT ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE TITULOS NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-CTA.
           OPEN INPUT ARQCTA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CTAOK
           ELSE
              MOVE "N" TO W-CTAOK.

       ABRE-TITMV.
           OPEN INPUT ARQTITMV
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TMVOK
           ELSE
              MOVE "N" TO W-TMVOK.

       ABRE-CHQ.
           OPEN INPUT ARQCHQ
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CHQOK
           ELSE
              MOVE "N" TO W-CHQOK.

       ABRE-CTR.
           OPEN INPUT ARQCTR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CTROK
           ELSE
              MOVE "N" TO W-CTROK.

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
           ACCEPT W-DTBASE FROM DATE YYYYMMDD
           MOVE 090 TO W-DIAS
           DISPLAY TSCE088.

       R2.
           ACCEPT TDTBASE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-DTBASE = ZEROS
              MOVE "DATA BASE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT TDIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-DIAS = ZEROS OR W-DIAS > 180
              MOVE "HORIZONTE DEVE SER DE 1 A 180 DIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           DISPLAY (21, 20) "GERAR PROJECAO? S-SIM/N-NAO"
           ACCEPT (21, 50) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO R4.

      *
      ********************************
      * MONTAGEM DA TABELA DE DATAS  *
      ********************************
      *
       PRJ-001.
           MOVE "*** MONTANDO A PROJECAO DE CAIXA ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE ZEROS TO W-VENCREC W-VENCPAG W-QTDTIT
           MOVE 1 TO W-IX
           MOVE W-DTBASE TO W-FLXDATA (1)
           MOVE ZEROS TO W-FLXENT (1) W-FLXSAI (1).
       PRJ-DATAS.
           ADD 1 TO W-IX
           IF W-IX > W-DIAS
              GO TO PRJ-SALDO.
           MOVE "S" TO W-CALFUNC
           MOVE W-FLXDATA (W-IX - 1) TO W-CALDT1
           MOVE 1 TO W-CALRES
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALDT2 TO W-FLXDATA (W-IX)
           MOVE ZEROS TO W-FLXENT (W-IX) W-FLXSAI (W-IX)
           GO TO PRJ-DATAS.

      *
      ********************************
      * SALDO INICIAL DAS CONTAS     *
      ********************************
      *
       PRJ-SALDO.
           MOVE W-FLXDATA (W-DIAS) TO W-DTLIM
           MOVE ZEROS TO W-QTDCTA W-SALDOINI
           IF W-CTAOK NOT = "S"
              GO TO PRJ-TIT.
           MOVE ZEROS TO CTA-CODIGO
           START ARQCTA KEY IS NOT LESS CTA-CODIGO INVALID KEY
                 GO TO PRJ-TIT.
       PRJ-CTA-RD.
           READ ARQCTA NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO PRJ-MOV.
           IF W-QTDCTA NOT < 50
              GO TO PRJ-MOV.
           ADD 1 TO W-QTDCTA
           MOVE CTA-CODIGO   TO W-TCCODIGO (W-QTDCTA)
           MOVE CTA-DESCR    TO W-TCDESCR (W-QTDCTA)
           MOVE CTA-SALDOINI TO W-TCSALDO (W-QTDCTA)
           GO TO PRJ-CTA-RD.

       PRJ-MOV.
           IF W-TMVOK NOT = "S"
              GO TO PRJ-TIT.
           MOVE ZEROS TO TMV-CHAVE
           START ARQTITMV KEY IS NOT LESS TMV-CHAVE INVALID KEY
                 GO TO PRJ-TIT.
       PRJ-MOV-RD.
           READ ARQTITMV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO PRJ-TIT.
           IF TMV-DTPAGTO > W-DTBASE
              GO TO PRJ-MOV-RD.
           PERFORM ROT-ACHACTA THRU ROT-ACHACTA-FIM
           IF W-CX = ZEROS
              GO TO PRJ-MOV-RD.
           PERFORM ROT-SENTIDO THRU ROT-SENTIDO-FIM
           IF W-SINAL = "-"
              SUBTRACT TMV-VALOR FROM W-TCSALDO (W-CX)
           ELSE
              ADD TMV-VALOR TO W-TCSALDO (W-CX).
           GO TO PRJ-MOV-RD.

      *
      ********************************
      * TITULOS EM ABERTO            *
      ********************************
      *
       PRJ-TIT.
           MOVE ZEROS TO TIT-CHAVE
           START ARQTIT KEY IS NOT LESS TIT-CHAVE INVALID KEY
                 GO TO PRJ-CHQ.
       PRJ-TIT-RD.
           READ ARQTIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO PRJ-CHQ.
           IF TIT-STATUS NOT = "A" AND TIT-STATUS NOT = "B"
              GO TO PRJ-TIT-RD.
           IF TIT-SALDO = ZEROS
              GO TO PRJ-TIT-RD.
           MOVE "P" TO W-CALFUNC
           MOVE TIT-VENCTO TO W-CALDT1
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALDT2 TO W-DTPROJ
           IF W-DTPROJ < W-DTBASE
              IF TIT-TIPO = "P"
                 ADD TIT-SALDO TO W-VENCPAG
                 GO TO PRJ-TIT-RD
              ELSE
                 ADD TIT-SALDO TO W-VENCREC
                 GO TO PRJ-TIT-RD.
           IF W-DTPROJ > W-DTLIM
              GO TO PRJ-TIT-RD.
           MOVE TIT-SALDO TO W-VALOR
           IF TIT-TIPO = "P"
              MOVE "-" TO W-SINAL
           ELSE
              MOVE "+" TO W-SINAL.
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           ADD 1 TO W-QTDTIT
           GO TO PRJ-TIT-RD.

      *
      ********************************
      * CHEQUES PRE-DATADOS          *
      ********************************
      *
       PRJ-CHQ.
           IF W-CHQOK NOT = "S"
              GO TO PRJ-CTR.
           MOVE ZEROS TO CHQ-CHAVE
           START ARQCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                 GO TO PRJ-CTR.
       PRJ-CHQ-RD.
           READ ARQCHQ NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO PRJ-CTR.
           IF CHQ-STATUS NOT = "C"
              GO TO PRJ-CHQ-RD.
           IF CHQ-NUMPED NOT = ZEROS
              MOVE CHQ-NUMPED   TO TIT-NUMPED
              MOVE CHQ-TIPEDIDO TO TIT-TIPEDIDO
              MOVE CHQ-PARCELA  TO TIT-PARCELA
              READ ARQTIT
              IF ST-ERRO = "00" AND TIT-STATUS = "A"
                 GO TO PRJ-CHQ-RD.
           MOVE "P" TO W-CALFUNC
           MOVE CHQ-BOMPARA TO W-CALDT1
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALDT2 TO W-DTPROJ
           IF W-DTPROJ < W-DTBASE
              MOVE W-DTBASE TO W-DTPROJ.
           IF W-DTPROJ > W-DTLIM
              GO TO PRJ-CHQ-RD.
           MOVE CHQ-VALOR TO W-VALOR
           MOVE "+" TO W-SINAL
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           ADD 1 TO W-QTDTIT
           GO TO PRJ-CHQ-RD.

      *
      ********************************
      * PARCELAS FUTURAS CONTRATOS   *
      ********************************
      *
       PRJ-CTR.
           IF W-CTROK NOT = "S"
              GO TO REL-001.
           MOVE W-DTLIM (1:6) TO W-AMLIM
           MOVE ZEROS TO CTR-NUMERO
           START ARQCTR KEY IS NOT LESS CTR-NUMERO INVALID KEY
                 GO TO REL-001.
       PRJ-CTR-RD.
           READ ARQCTR NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO REL-001.
           IF CTR-STATUS NOT = "A"
              GO TO PRJ-CTR-RD.
           MOVE W-DTBASE (1:6) TO W-AMPROJ.
       PRJ-CTR-MES.
           IF W-AMPROJ > W-AMLIM
              GO TO PRJ-CTR-RD.
           MOVE CTR-DTINI (1:6) TO W-CTRAM
           IF W-CTRAM > W-AMPROJ
              GO TO PRJ-CTR-PROX.
           MOVE CTR-DTFIM (1:6) TO W-CTRAM
           IF CTR-DTFIM NOT = ZEROS AND W-CTRAM < W-AMPROJ
              GO TO PRJ-CTR-RD.
           IF CTR-ULTGER NOT < W-AMPROJ
              GO TO PRJ-CTR-PROX.
           MOVE W-AMANO     TO W-VCTOANO
           MOVE W-AMMES     TO W-VCTOMES
           MOVE CTR-DIAVCTO TO W-VCTODIA
           IF W-VCTO < W-DTBASE
              ADD 1 TO W-VCTOMES
              IF W-VCTOMES > 12
                 MOVE 01 TO W-VCTOMES
                 ADD 1 TO W-VCTOANO.
           MOVE "P" TO W-CALFUNC
           MOVE W-VCTO TO W-CALDT1
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALDT2 TO W-DTPROJ
           IF W-DTPROJ > W-DTLIM
              GO TO PRJ-CTR-PROX.
           MOVE CTR-VALOR TO W-VALOR
           MOVE "+" TO W-SINAL
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           ADD 1 TO W-QTDTIT.
       PRJ-CTR-PROX.
           ADD 1 TO W-AMMES
           IF W-AMMES > 12
              MOVE 01 TO W-AMMES
              ADD 1 TO W-AMANO.
           GO TO PRJ-CTR-MES.

      *
      ********************************
      * EMISSAO DO RELATORIO         *
      ********************************
      *
       REL-001.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FLUXOCX" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELFLX
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DTBASE TO CABDATA
           MOVE W-DIAS   TO CABDIAS
           WRITE LINHA-REL FROM REL-CAB1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-CX.
       REL-CONTAS.
           ADD 1 TO W-CX
           IF W-CX > W-QTDCTA
              GO TO REL-CONTAS-FIM.
           MOVE W-TCCODIGO (W-CX) TO CTACOD
           MOVE W-TCDESCR (W-CX)  TO CTADESCR
           MOVE W-TCSALDO (W-CX)  TO CTASALDO
           WRITE LINHA-REL FROM REL-CTA
           ADD W-TCSALDO (W-CX) TO W-SALDOINI
           GO TO REL-CONTAS.
       REL-CONTAS-FIM.
           MOVE SPACES TO TOTDATA
           MOVE "SALDO INICIAL DAS CONTAS ..............:" TO TOTTXT
           MOVE W-SALDOINI TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "RECEBER VENCIDO (FORA DA PROJECAO) ....:" TO TOTTXT
           MOVE W-VENCREC TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "PAGAR VENCIDO (FORA DA PROJECAO) ......:" TO TOTTXT
           MOVE W-VENCPAG TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-COL
           MOVE W-SALDOINI TO W-SALDO W-MENOR
           MOVE W-DTBASE TO W-DTMENOR
           MOVE ZEROS TO W-DTNEG W-TOTENT W-TOTSAI
           MOVE ZEROS TO W-SEMENT W-SEMSAI W-SEMANA W-DSEM
           MOVE ZEROS TO W-IX.
       REL-DIA.
           ADD 1 TO W-IX
           IF W-IX > W-DIAS
              GO TO REL-TOTAIS.
           COMPUTE W-LIQDIA = W-FLXENT (W-IX) - W-FLXSAI (W-IX)
           ADD W-LIQDIA TO W-SALDO
           ADD W-FLXENT (W-IX) TO W-TOTENT W-SEMENT
           ADD W-FLXSAI (W-IX) TO W-TOTSAI W-SEMSAI
           MOVE W-FLXDATA (W-IX) TO DETDATA
           MOVE W-FLXENT (W-IX)  TO DETENT
           MOVE W-FLXSAI (W-IX)  TO DETSAI
           MOVE W-LIQDIA TO DETLIQ
           MOVE W-SALDO  TO DETSALDO
           MOVE SPACES TO DETALERTA
           IF W-SALDO < ZEROS
              MOVE "***" TO DETALERTA
              IF W-DTNEG = ZEROS
                 MOVE W-FLXDATA (W-IX) TO W-DTNEG.
           IF W-SALDO < W-MENOR
              MOVE W-SALDO TO W-MENOR
              MOVE W-FLXDATA (W-IX) TO W-DTMENOR.
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-DSEM
           IF W-DSEM = 7 OR W-IX = W-DIAS
              PERFORM REL-SEMANA THRU REL-SEMANA-FIM.
           GO TO REL-DIA.

       REL-SEMANA.
           ADD 1 TO W-SEMANA
           MOVE W-SEMANA TO SEMNUM
           MOVE W-SEMENT TO SEMENT
           MOVE W-SEMSAI TO SEMSAI
           COMPUTE W-LIQDIA = W-SEMENT - W-SEMSAI
           MOVE W-LIQDIA TO SEMLIQ
           MOVE W-SALDO  TO SEMSALDO
           WRITE LINHA-REL FROM REL-SEM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-SEMENT W-SEMSAI W-DSEM.
       REL-SEMANA-FIM.
           EXIT.

       REL-TOTAIS.
           MOVE SPACES TO TOTDATA
           MOVE "TOTAL DE ENTRADAS PROJETADAS ..........:" TO TOTTXT
           MOVE W-TOTENT TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "TOTAL DE SAIDAS PROJETADAS ............:" TO TOTTXT
           MOVE W-TOTSAI TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "SALDO PROJETADO NO FIM DO HORIZONTE ...:" TO TOTTXT
           MOVE W-SALDO TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "MENOR SALDO PROJETADO / DATA ..........:" TO TOTTXT
           MOVE W-MENOR TO TOTVAL
           MOVE W-DTMENOR TO TOTDATA
           WRITE LINHA-REL FROM REL-TOT
           IF W-DTNEG NOT = ZEROS
              MOVE "*** PRIMEIRO DIA COM SALDO NEGATIVO ...:" TO TOTTXT
              MOVE ZEROS TO TOTVAL
              MOVE W-DTNEG TO TOTDATA
              WRITE LINHA-REL FROM REL-TOT.
           CLOSE RELFLX
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (12, 03) "LANCAMENTOS PROJETADOS ...: "
           DISPLAY (12, 31) W-QTDTIT
           IF W-DTNEG NOT = ZEROS
              DISPLAY (13, 03) "*** SALDO NEGATIVO EM ....: "
              DISPLAY (13, 31) W-DTNEG.
           MOVE "*** FLUXO DE CAIXA GERADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      ********************************
      * ROTINAS AUXILIARES           *
      ********************************
      *
       ROT-LANCA.
           MOVE ZEROS TO W-IX.
       ROT-LANCA-LOOP.
           ADD 1 TO W-IX
           IF W-IX > W-DIAS
              GO TO ROT-LANCA-FIM.
           IF W-FLXDATA (W-IX) NOT = W-DTPROJ
              GO TO ROT-LANCA-LOOP.
           IF W-SINAL = "-"
              ADD W-VALOR TO W-FLXSAI (W-IX)
           ELSE
              ADD W-VALOR TO W-FLXENT (W-IX).
       ROT-LANCA-FIM.
           EXIT.

       ROT-ACHACTA.
           MOVE ZEROS TO W-CX.
       ROT-ACHACTA-LOOP.
           ADD 1 TO W-CX
           IF W-CX > W-QTDCTA
              MOVE ZEROS TO W-CX
              GO TO ROT-ACHACTA-FIM.
           IF W-TCCODIGO (W-CX) NOT = TMV-CONTA
              GO TO ROT-ACHACTA-LOOP.
       ROT-ACHACTA-FIM.
           EXIT.

       ROT-SENTIDO.
           MOVE "+" TO W-SINAL
           MOVE TMV-NUMPED   TO TIT-NUMPED
           MOVE TMV-TIPEDIDO TO TIT-TIPEDIDO
           MOVE TMV-PARCELA  TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO = "00"
              IF TIT-TIPO = "P"
                 MOVE "-" TO W-SINAL.
       ROT-SENTIDO-FIM.
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
           MOVE "FLUXOCX" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           MOVE W-OPERADOR TO SPL-OPERADOR
           MOVE W-QTDTIT TO SPL-QTDREG.
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
           IF W-CTAOK = "S"
              CLOSE ARQCTA.
           IF W-TMVOK = "S"
              CLOSE ARQTITMV.
           IF W-CHQOK = "S"
              CLOSE ARQCHQ.
           IF W-CTROK = "S"
              CLOSE ARQCTR.
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
