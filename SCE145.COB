       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE145.
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

           SELECT ARQTITME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TME-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELCAM ASSIGN TO W-NOMEREL
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
       FD ARQTITME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTITME.DAT".
       01 REGTITME.
          03 TME-CHAVE.
             05 TME-NUMPED     PIC 9(6).
             05 TME-TIPEDIDO   PIC 9(1).
             05 TME-PARCELA    PIC 9(2).
          03 TME-MOEDA         PIC X(03).
          03 TME-VALORME       PIC 9(08)V99.
          03 TME-TAXAEMI       PIC 9(04)V9(06).
          03 TME-SALDOME       PIC 9(08)V99.
      *-----------------------------------------------------------------
       FD RELCAM
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
       01 W-DTBASE      PIC 9(08) VALUE ZEROS.
       01 CON-MOEDA     PIC X(03) VALUE SPACES.
       01 W-CMMOEDA     PIC X(03) VALUE SPACES.
       01 W-CMDATA      PIC 9(08) VALUE ZEROS.
       01 W-CMTAXA      PIC 9(04)V9(06) VALUE ZEROS.
       01 W-CMDTTAXA    PIC 9(08) VALUE ZEROS.
       01 W-CMRET       PIC X(02) VALUE SPACES.
       01 W-MX          PIC 9(02) COMP VALUE ZEROS.
       01 W-QTDMD       PIC 9(02) VALUE ZEROS.
       01 W-REAVAL      PIC 9(10)V99 VALUE ZEROS.
       01 W-VARIA       PIC S9(10)V99 VALUE ZEROS.
       01 W-TOTQTD      PIC 9(06) VALUE ZEROS.
       01 W-TOTCONT     PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTREAV     PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTVAR      PIC S9(12)V99 VALUE ZEROS.
       01 W-QTDSEMCOT   PIC 9(06) VALUE ZEROS.
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
      * COTACAO E ACUMULADOS POR MOEDA NA DATA-BASE
      *
       01 W-MDTOT.
          03 W-MDT OCCURS 10 TIMES.
             05 W-MDCOD     PIC X(03).
             05 W-MDRET     PIC X(02).
             05 W-MDTAXA    PIC 9(04)V9(06).
             05 W-MDDTTAXA  PIC 9(08).
             05 W-MDQTD     PIC 9(06).
             05 W-MDSALME   PIC 9(12)V99.
             05 W-MDCONT    PIC 9(12)V99.
             05 W-MDREAV    PIC 9(12)V99.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(46)
             VALUE "REAVALIACAO CAMBIAL - TITULOS A PAGAR - BASE: ".
          03 CABDTBASE    PIC 99/99/9999.
          03 FILLER       PIC X(09) VALUE "  MOEDA: ".
          03 CABMOEDA     PIC X(05).

       01 REL-CAB2.
          03 FILLER       PIC X(15) VALUE "  TITULO".
          03 FILLER       PIC X(12) VALUE "VENCIMENTO".
          03 FILLER       PIC X(05) VALUE "MOE".
          03 FILLER       PIC X(12) VALUE "    SALDO ME".
          03 FILLER       PIC X(12) VALUE "  TX EMISSAO".
          03 FILLER       PIC X(14) VALUE "  SALDO EM R$".
          03 FILLER       PIC X(14) VALUE " REAVALIADO R$".
          03 FILLER       PIC X(15) VALUE "       VARIACAO".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETPED       PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "-".
          03 DETTP        PIC 9(01) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "/".
          03 DETPARC      PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETVENC      PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETMOEDA     PIC X(03) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSALME     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETTXEMI     PIC ZZZ9,999999 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETCONT      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETREAV      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETVAR       PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-SEC.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 SECTITULO    PIC X(60) VALUE SPACES.

       01 REL-CAB3.
          03 FILLER       PIC X(07) VALUE "  MOE".
          03 FILLER       PIC X(08) VALUE "   QTD".
          03 FILLER       PIC X(14) VALUE "      SALDO ME".
          03 FILLER       PIC X(13) VALUE "    TAXA BASE".
          03 FILLER       PIC X(20) VALUE "         SALDO EM R$".
          03 FILLER       PIC X(19) VALUE "      REAVALIADO R$".
          03 FILLER       PIC X(19) VALUE "           VARIACAO".

       01 REL-RES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESMOEDA     PIC X(03) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESQTD       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESSALME     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESTAXA      PIC ZZZ9,999999 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESCONT      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RESREAV      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RESVAR       PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-TOT.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE145.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        Reavaliacao Cambial - Titulos a".
           05  LINE 02  COLUMN 41
               VALUE  " Pagar em Moeda Estrangeira".
           05  LINE 08  COLUMN 03
               VALUE  "Saldo em moeda convertido pela cotacao da".
           05  LINE 08  COLUMN 45
               VALUE  " data-base (ou a".
           05  LINE 09  COLUMN 03
               VALUE  "ultima anterior) comparado ao saldo pela".
           05  LINE 09  COLUMN 44
               VALUE  " taxa da emissao.".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-TIT.
           DISPLAY TSCE145
           OPEN INPUT ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE TITULOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-TITME.
           OPEN INPUT ARQTITME
           IF ST-ERRO2 NOT = "00"
              MOVE "NAO HA TITULOS EM MOEDA ESTRANGEIRA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQTIT
              GO TO ROT-FIM2.

       R1.
           DISPLAY TSCE145
           ACCEPT W-DTBASE FROM DATE YYYYMMDD
           DISPLAY (05, 03) "DATA-BASE (AAAAMMDD) ...: ".
           ACCEPT (05, 29) W-DTBASE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-DTBASE = ZEROS
              MOVE "INFORME A DATA-BASE DA REAVALIACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R2.
           DISPLAY (06, 03) "MOEDA (BRANCO=TODAS) ...: ".
           MOVE SPACES TO CON-MOEDA
           ACCEPT (06, 29) CON-MOEDA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           INSPECT CON-MOEDA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *
      ******************************
      * TITULOS EM MOEDA EM ABERTO  *
      ******************************
      *
       REL-INI.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "CAMBIO" W-DTBASE W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELCAM
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-MDTOT W-QTDMD W-QTDLIN W-QTDSEMCOT
           MOVE ZEROS TO W-TOTQTD W-TOTCONT W-TOTREAV W-TOTVAR
           MOVE W-DTBASE TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO CABDTBASE
           MOVE CON-MOEDA TO CABMOEDA
           IF CON-MOEDA = SPACES
              MOVE "TODAS" TO CABMOEDA.
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TITULOS A PAGAR EM ABERTO" TO SECTITULO
           WRITE LINHA-REL FROM REL-SEC
           WRITE LINHA-REL FROM REL-CAB2
           ADD 4 TO W-QTDLIN
           MOVE ZEROS TO TME-CHAVE
           START ARQTITME KEY IS NOT LESS TME-CHAVE INVALID KEY
                 GO TO REL-MOEDA.

       REL-RD.
           READ ARQTITME NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO REL-MOEDA.
           MOVE "*** REAVALIANDO TITULOS EM MOEDA ***" TO MENS
           DISPLAY (23, 13) MENS
           IF TME-SALDOME = ZEROS
              GO TO REL-RD.
           IF CON-MOEDA NOT = SPACES AND TME-MOEDA NOT = CON-MOEDA
              GO TO REL-RD.
           MOVE TME-CHAVE TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              GO TO REL-RD.
           IF TIT-TIPO NOT = "P" OR TIT-STATUS NOT = "A"
              GO TO REL-RD.
           IF TIT-EMISSAO > W-DTBASE
              GO TO REL-RD.
           PERFORM ACHA-MOEDA THRU ACHA-MOEDA-FIM
           IF W-MX = ZEROS
              ADD 1 TO W-QTDSEMCOT
              GO TO REL-RD.
           IF W-MDRET (W-MX) NOT = "00"
              ADD 1 TO W-QTDSEMCOT
              GO TO REL-RD.
           COMPUTE W-REAVAL ROUNDED = TME-SALDOME * W-MDTAXA (W-MX)
           COMPUTE W-VARIA = W-REAVAL - TIT-SALDO
           ADD 1           TO W-MDQTD (W-MX) W-TOTQTD
           ADD TME-SALDOME TO W-MDSALME (W-MX)
           ADD TIT-SALDO   TO W-MDCONT (W-MX) W-TOTCONT
           ADD W-REAVAL    TO W-MDREAV (W-MX) W-TOTREAV
           ADD W-VARIA     TO W-TOTVAR
           MOVE TIT-NUMPED     TO DETPED
           MOVE TIT-TIPEDIDO   TO DETTP
           MOVE TIT-PARCELA    TO DETPARC
           MOVE TIT-VENCTO     TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE      TO DETVENC
           MOVE TME-MOEDA      TO DETMOEDA
           MOVE TME-SALDOME    TO DETSALME
           MOVE TME-TAXAEMI    TO DETTXEMI
           MOVE TIT-SALDO      TO DETCONT
           MOVE W-REAVAL       TO DETREAV
           MOVE W-VARIA        TO DETVAR
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN
           GO TO REL-RD.

      *
      **************************************
      * COTACAO DA MOEDA NA DATA-BASE, LIDA *
      * UMA VEZ POR MOEDA (ATE 10 MOEDAS)   *
      **************************************
      *
       ACHA-MOEDA.
           MOVE ZEROS TO W-MX.
       ACHA-MOEDA-LOOP.
           ADD 1 TO W-MX
           IF W-MX > W-QTDMD
              GO TO ACHA-MOEDA-NOVA.
           IF W-MDCOD (W-MX) NOT = TME-MOEDA
              GO TO ACHA-MOEDA-LOOP.
           GO TO ACHA-MOEDA-FIM.
       ACHA-MOEDA-NOVA.
           IF W-QTDMD NOT < 10
              MOVE ZEROS TO W-MX
              GO TO ACHA-MOEDA-FIM.
           ADD 1 TO W-QTDMD
           MOVE W-QTDMD TO W-MX
           MOVE TME-MOEDA TO W-MDCOD (W-MX) W-CMMOEDA
           MOVE W-DTBASE  TO W-CMDATA
           CALL "SCE144" USING W-CMMOEDA W-CMDATA W-CMTAXA
                               W-CMDTTAXA W-CMRET
           MOVE W-CMRET    TO W-MDRET (W-MX)
           MOVE W-CMTAXA   TO W-MDTAXA (W-MX)
           MOVE W-CMDTTAXA TO W-MDDTTAXA (W-MX).
       ACHA-MOEDA-FIM.
           EXIT.

      *
      ******************************
      * RESUMO POR MOEDA            *
      ******************************
      *
       REL-MOEDA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESUMO POR MOEDA" TO SECTITULO
           WRITE LINHA-REL FROM REL-SEC
           WRITE LINHA-REL FROM REL-CAB3
           ADD 3 TO W-QTDLIN
           MOVE ZEROS TO W-MX.
       REL-MOEDA-LOOP.
           ADD 1 TO W-MX
           IF W-MX > W-QTDMD
              GO TO REL-TOTAL.
           MOVE W-MDCOD (W-MX)    TO RESMOEDA
           MOVE W-MDQTD (W-MX)    TO RESQTD
           MOVE W-MDSALME (W-MX)  TO RESSALME
           MOVE W-MDTAXA (W-MX)   TO RESTAXA
           MOVE W-MDCONT (W-MX)   TO RESCONT
           MOVE W-MDREAV (W-MX)   TO RESREAV
           COMPUTE W-VARIA = W-MDREAV (W-MX) - W-MDCONT (W-MX)
           MOVE W-VARIA           TO RESVAR
           WRITE LINHA-REL FROM REL-RES
           ADD 1 TO W-QTDLIN
           IF W-MDRET (W-MX) NOT = "00"
              MOVE "   *** MOEDA SEM COTACAO NA DATA-BASE ***"
                 TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-QTDLIN.
           GO TO REL-MOEDA-LOOP.

       REL-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TITULOS REAVALIADOS ..............:" TO TOTTXT
           MOVE W-TOTQTD TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "SALDO EM R$ PELA TAXA DA EMISSAO .:" TO TOTTXT
           MOVE W-TOTCONT TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "SALDO EM R$ PELA TAXA DA BASE ....:" TO TOTTXT
           MOVE W-TOTREAV TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VARIACAO CAMBIAL NAO REALIZADA ...:" TO TOTTXT
           MOVE W-TOTVAR TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "TITULOS SEM COTACAO (EXCLUIDOS) ..:" TO TOTTXT
           MOVE W-QTDSEMCOT TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           ADD 6 TO W-QTDLIN
           CLOSE RELCAM
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (18, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (18, 25) W-NOMEREL
           MOVE "*** REAVALIACAO GERADA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

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
           MOVE "CAMBIO" TO SPL-RELATORIO
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
           CLOSE ARQTIT ARQTITME.
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
