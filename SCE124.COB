       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE124.
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
                    RECORD KEY   IS CTC-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CTC-FORNEC
                                   WITH DUPLICATES.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELCTR ASSIGN TO W-NOMEREL
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
       FD RELCTR
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
       01 W-FOROK       PIC X(01) VALUE "N".
       01 W-DIAS        PIC 9(03) VALUE 030.
       01 W-TOLER       PIC 9(02) VALUE 20.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DTLIMITE    PIC 9(08) VALUE ZEROS.
       01 W-DECORR      PIC 9(06) VALUE ZEROS.
       01 W-VIGENCIA    PIC 9(06) VALUE ZEROS.
       01 W-PCTDEC      PIC 9(03) VALUE ZEROS.
       01 W-PCTCONS     PIC 9(03) VALUE ZEROS.
       01 W-PARAFIM     PIC S9(06) VALUE ZEROS.
       01 W-SALDO       PIC 9(08) VALUE ZEROS.
       01 W-VLSALDO     PIC 9(12)V99 VALUE ZEROS.
       01 W-VENCE       PIC X(01) VALUE "N".
       01 W-SUBUSO      PIC X(01) VALUE "N".
       01 W-QTDVENCE    PIC 9(06) VALUE ZEROS.
       01 W-QTDSUB      PIC 9(06) VALUE ZEROS.
       01 W-TOTSALDO    PIC 9(12)V99 VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
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
       01 W-QTDSPOOL    PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-CONF        PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB1.
          03 FILLER       PIC X(44)
             VALUE "CONTRATOS DE FORNECIMENTO A VENCER/SUBUTIL. ".
          03 FILLER       PIC X(07) VALUE "- EM: ".
          03 CABDATA      PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(08) VALUE " - DIAS:".
          03 CABDIAS      PIC ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(07) VALUE " - TOL:".
          03 CABTOLER     PIC Z9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "%".

       01 REL-CAB2.
          03 FILLER       PIC X(07) VALUE "CONTR. ".
          03 FILLER       PIC X(21) VALUE "FORNECEDOR".
          03 FILLER       PIC X(07) VALUE "PROD.  ".
          03 FILLER       PIC X(11) VALUE "FIM VIG.   ".
          03 FILLER       PIC X(11) VALUE "CONTRATADO ".
          03 FILLER       PIC X(11) VALUE "   CHAMADO ".
          03 FILLER       PIC X(10) VALUE "CONS. DEC.".
          03 FILLER       PIC X(08) VALUE " P/FIM  ".
          03 FILLER       PIC X(10) VALUE "SITUACAO".

       01 REL-DET.
          03 DETNUM       PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETRAZAO     PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPROD      PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETFIM       PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETCONTR     PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETCHAM      PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPCONS     PIC ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE "% ".
          03 DETPDEC      PIC ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE "% ".
          03 DETPFIM      PIC -ZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSIT       PIC X(10) VALUE SPACES.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.

       01 REL-TOTV.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTVTXT      PIC X(35) VALUE SPACES.
          03 TOTVVAL      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE124.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         Contratos de Fornecimento a Ven".
           05  LINE 02  COLUMN 40
               VALUE  "cer ou Subutilizados".
           05  LINE 05  COLUMN 03
               VALUE  "DIAS PARA O FIM DA VIGENCIA ........: ".
           05  LINE 06  COLUMN 03
               VALUE  "TOLERANCIA DE CONSUMO (% ABAIXO) ...: ".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CTC.
           DISPLAY TSCE124
           OPEN INPUT ARQCTC
           IF ST-ERRO NOT = "00"
              MOVE "NENHUM CONTRATO DE FORNECIMENTO CADASTRADO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-FOR.
           OPEN INPUT ARQFOR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FOROK
           ELSE
              MOVE "N" TO W-FOROK.

       R1.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           ACCEPT (05, 41) W-DIAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-DIAS = ZEROS
              MOVE "INFORME A QUANTIDADE DE DIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R1A.
           ACCEPT (06, 41) W-TOLER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.

       R2.
           DISPLAY (08, 03) "CONFIRMA EMISSAO (S/N) : ".
           ACCEPT (08, 28) W-CONF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1A.
           IF W-CONF = "N" OR "n"
              GO TO R1.
           IF W-CONF NOT = "S" AND "s"
              MOVE "DIGITE APENAS S=SIM OU N=NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE "S"      TO W-CALFUNC
           MOVE W-DTHOJE TO W-CALDT1
           MOVE W-DIAS   TO W-CALRES
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALDT2 TO W-DTLIMITE.

       ABRE-REL.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "CONTRATOS" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELCTR
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       CTR-CAB.
           MOVE ZEROS TO W-QTDSPOOL W-QTDVENCE W-QTDSUB W-TOTSALDO
           MOVE W-DTHOJE TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO CABDATA
           MOVE W-DIAS  TO CABDIAS
           MOVE W-TOLER TO CABTOLER
           WRITE LINHA-REL FROM REL-CAB1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO CTC-NUMERO
           START ARQCTC KEY IS NOT LESS CTC-NUMERO INVALID KEY
                 GO TO CTR-TOTAL.

       CTR-RD.
           READ ARQCTC NEXT
           IF ST-ERRO NOT = "00"
              GO TO CTR-TOTAL.
           IF CTC-STATUS NOT = "A"
              GO TO CTR-RD.
           IF CTC-QTDCONTR NOT > CTC-QTDCHAM
              GO TO CTR-RD.
           IF CTC-DTINI > W-DTHOJE
              GO TO CTR-RD.
           COMPUTE W-SALDO = CTC-QTDCONTR - CTC-QTDCHAM
           PERFORM CTR-AVALIA THRU CTR-AVALIA-FIM
           IF W-VENCE = "N" AND W-SUBUSO = "N"
              GO TO CTR-RD.
           PERFORM CTR-DETALHE THRU CTR-DETALHE-FIM
           GO TO CTR-RD.

      *
      **************************************
      * VENCIMENTO PROXIMO E CONSUMO X     *
      * TEMPO DECORRIDO DA VIGENCIA        *
      **************************************
      *
       CTR-AVALIA.
           MOVE "N" TO W-VENCE W-SUBUSO
           IF CTC-DTFIM NOT > W-DTLIMITE
              MOVE "S" TO W-VENCE.
           MOVE "C"       TO W-CALFUNC
           MOVE CTC-DTINI TO W-CALDT1
           MOVE CTC-DTFIM TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALRES TO W-VIGENCIA
           MOVE W-DTHOJE TO W-CALDT2
           IF CTC-DTFIM < W-DTHOJE
              MOVE CTC-DTFIM TO W-CALDT2.
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALRES TO W-DECORR
           IF W-VIGENCIA = ZEROS
              MOVE 100 TO W-PCTDEC
           ELSE
              COMPUTE W-PCTDEC = W-DECORR * 100 / W-VIGENCIA.
           COMPUTE W-PCTCONS = CTC-QTDCHAM * 100 / CTC-QTDCONTR
           IF W-PCTCONS + W-TOLER < W-PCTDEC
              MOVE "S" TO W-SUBUSO.
           IF CTC-DTFIM < W-DTHOJE
              MOVE CTC-DTFIM TO W-CALDT1
              MOVE W-DTHOJE  TO W-CALDT2
              CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2
                                  W-CALRES
              COMPUTE W-PARAFIM = W-CALRES * -1
           ELSE
              MOVE W-DTHOJE  TO W-CALDT1
              MOVE CTC-DTFIM TO W-CALDT2
              CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2
                                  W-CALRES
              MOVE W-CALRES TO W-PARAFIM.
       CTR-AVALIA-FIM.
           EXIT.

       CTR-DETALHE.
           MOVE CTC-NUMERO TO DETNUM
           MOVE SPACES TO DETRAZAO
           IF W-FOROK = "S"
              MOVE CTC-FORNEC TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO2 = "00"
                 MOVE FOR-RAZAO TO DETRAZAO.
           MOVE CTC-CODPROD TO DETPROD
           MOVE CTC-DTFIM TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO DETFIM
           MOVE CTC-QTDCONTR TO DETCONTR
           MOVE CTC-QTDCHAM TO DETCHAM
           MOVE W-PCTCONS TO DETPCONS
           MOVE W-PCTDEC TO DETPDEC
           MOVE W-PARAFIM TO DETPFIM
           IF CTC-DTFIM < W-DTHOJE
              MOVE "VENCIDO" TO DETSIT
           ELSE
              IF W-VENCE = "S" AND W-SUBUSO = "S"
                 MOVE "VENC+SUBUT" TO DETSIT
              ELSE
                 IF W-VENCE = "S"
                    MOVE "A VENCER" TO DETSIT
                 ELSE
                    MOVE "SUBUTILIZ." TO DETSIT.
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDSPOOL
           IF W-VENCE = "S"
              ADD 1 TO W-QTDVENCE.
           IF W-SUBUSO = "S"
              ADD 1 TO W-QTDSUB.
           COMPUTE W-VLSALDO = W-SALDO * CTC-PRECO
           ADD W-VLSALDO TO W-TOTSALDO.
       CTR-DETALHE-FIM.
           EXIT.

       CTR-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CONTRATOS LISTADOS ...............:" TO TOTTXT
           MOVE W-QTDSPOOL TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VENCIDOS OU A VENCER NO PERIODO ..:" TO TOTTXT
           MOVE W-QTDVENCE TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "SUBUTILIZADOS ....................:" TO TOTTXT
           MOVE W-QTDSUB TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "SALDO NAO CHAMADO EM R$ ..........:" TO TOTVTXT
           MOVE W-TOTSALDO TO TOTVVAL
           WRITE LINHA-REL FROM REL-TOTV
           CLOSE RELCTR
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (10, 01) REL-TOTV
           DISPLAY (12, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (12, 25) W-NOMEREL
           MOVE "*** RELATORIO DE CONTRATOS GERADO NO SPOOL ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       CONV-EXIBE.
           MOVE W-DTAMD-DIA TO W-DTEXIBE-DIA
           MOVE W-DTAMD-MES TO W-DTEXIBE-MES
           MOVE W-DTAMD-ANO TO W-DTEXIBE-ANO.
       CONV-EXIBE-FIM.
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
           MOVE "CONTRATOS" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO SPL-OPERADOR
           ELSE
              MOVE SPACES TO SPL-OPERADOR.
           MOVE W-QTDSPOOL TO SPL-QTDREG.
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
           CLOSE ARQCTC.
           IF W-FOROK = "S"
              CLOSE ARQFOR.
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
