       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE147.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQROMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRA-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELUTV ASSIGN TO W-NOMEREL
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
       FD ARQROMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQROMV.DAT".
       01 REGROMV.
          03 RMV-CHAVE.
             05 RMV-DATA       PIC 9(08).
             05 RMV-PLACA      PIC X(07).
             05 RMV-VIAGEM     PIC 9(02).
          03 RMV-TRANSP        PIC 9(04).
          03 RMV-DTVENDA       PIC 9(08).
          03 RMV-ENTREGAS      PIC 9(04).
          03 RMV-PESO          PIC 9(07)V99.
          03 RMV-CUBAGEM       PIC 9(05)V9(03).
          03 RMV-CAPKG         PIC 9(06).
          03 RMV-CAPM3         PIC 9(03)V9(03).
          03 RMV-ARQUIVO       PIC X(30).
          03 RMV-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       FD ARQTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRA.DAT".
       01 REGTRA.
          03 TRA-CODIGO        PIC 9(04).
          03 TRA-RAZAO         PIC X(30).
          03 TRA-CNPJ          PIC 9(14).
          03 TRA-TEL           PIC 9(11).
          03 TRA-UF            PIC X(02).
      *-----------------------------------------------------------------
       FD RELUTV
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(110).
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
       01 W-TRAOK       PIC X(01) VALUE "N".
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 CON-PLACA     PIC X(07) VALUE SPACES.
       01 W-DIAANT      PIC 9(08) VALUE ZEROS.
       01 W-TRANOME     PIC X(20) VALUE SPACES.
       01 W-TX          PIC 9(02) COMP VALUE ZEROS.
       01 W-QTDTR       PIC 9(02) VALUE ZEROS.
       01 W-QTDOUTRAS   PIC 9(06) VALUE ZEROS.
       01 W-PCT         PIC 9(05)V9 VALUE ZEROS.
       01 W-DIAVG       PIC 9(06) VALUE ZEROS.
       01 W-DIAPESO     PIC 9(09)V99 VALUE ZEROS.
       01 W-DIACAPKG    PIC 9(09) VALUE ZEROS.
       01 W-DIACUB      PIC 9(07)V9(03) VALUE ZEROS.
       01 W-DIACAPM3    PIC 9(07)V9(03) VALUE ZEROS.
       01 W-TOTVG       PIC 9(06) VALUE ZEROS.
       01 W-TOTENT      PIC 9(08) VALUE ZEROS.
       01 W-TOTPESO     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTCAPKG    PIC 9(11) VALUE ZEROS.
       01 W-TOTCUB      PIC 9(09)V9(03) VALUE ZEROS.
       01 W-TOTCAPM3    PIC 9(09)V9(03) VALUE ZEROS.
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
      * ACUMULADOS POR TRANSPORTADORA NO PERIODO
      *
       01 W-TRTOT.
          03 W-TRT OCCURS 20 TIMES.
             05 W-TRCOD     PIC 9(04).
             05 W-TRNOME    PIC X(20).
             05 W-TRVG      PIC 9(06).
             05 W-TRENT     PIC 9(08).
             05 W-TRPESO    PIC 9(11)V99.
             05 W-TRCAPKG   PIC 9(11).
             05 W-TRCUB     PIC 9(09)V9(03).
             05 W-TRCAPM3   PIC 9(09)V9(03).

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(32)
             VALUE "UTILIZACAO DE VEICULOS - PERIODO".
          03 FILLER       PIC X(01) VALUE SPACES.
          03 CABDTINI     PIC 99/99/9999.
          03 FILLER       PIC X(03) VALUE " A ".
          03 CABDTFIM     PIC 99/99/9999.
          03 FILLER       PIC X(10) VALUE "  PLACA: ".
          03 CABPLACA     PIC X(07).

       01 REL-CAB2.
          03 FILLER       PIC X(10) VALUE "  PLACA".
          03 FILLER       PIC X(04) VALUE "VG".
          03 FILLER       PIC X(22) VALUE "TRANSPORTADORA".
          03 FILLER       PIC X(06) VALUE " ENTR".
          03 FILLER       PIC X(14) VALUE "       PESO KG".
          03 FILLER       PIC X(09) VALUE "   CAP KG".
          03 FILLER       PIC X(08) VALUE "    % KG".
          03 FILLER       PIC X(10) VALUE "   CUB M3".
          03 FILLER       PIC X(09) VALUE "   CAP M3".
          03 FILLER       PIC X(08) VALUE "    % M3".

       01 REL-DIA.
          03 FILLER       PIC X(05) VALUE "DIA: ".
          03 DIADATA      PIC 99/99/9999.

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETPLACA     PIC X(07) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETVG        PIC Z9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETTRANSP    PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETENT       PIC ZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPESO      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCAPKG     PIC ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETPCTKG     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCUB       PIC ZZ.ZZ9,999 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCAPM3     PIC ZZ9,999 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETPCTM3     PIC ZZZZ9,9 VALUE ZEROS.

       01 REL-SUB.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 SUBTXT       PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(09) VALUE "VIAGENS: ".
          03 SUBVG        PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(07) VALUE " PESO: ".
          03 SUBPESO      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(05) VALUE " KG (".
          03 SUBPCTKG     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER       PIC X(08) VALUE "%) CUB: ".
          03 SUBCUB       PIC Z.ZZZ.ZZ9,999 VALUE ZEROS.
          03 FILLER       PIC X(05) VALUE " M3 (".
          03 SUBPCTM3     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE "%)".

       01 REL-SEC.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 SECTITULO    PIC X(60) VALUE SPACES.

       01 REL-CAB3.
          03 FILLER       PIC X(28) VALUE "  TRANSPORTADORA".
          03 FILLER       PIC X(08) VALUE " VIAGENS".
          03 FILLER       PIC X(10) VALUE "  ENTREGAS".
          03 FILLER       PIC X(17) VALUE "          PESO KG".
          03 FILLER       PIC X(10) VALUE "  % MED KG".
          03 FILLER       PIC X(15) VALUE "        CUB M3".
          03 FILLER       PIC X(10) VALUE "  % MED M3".

       01 REL-RES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESCOD       PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RESNOME      PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESVG        PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESENT       PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESPESO      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 RESPCTKG     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RESCUB       PIC ZZZ.ZZZ.ZZ9,999 VALUE ZEROS.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 RESPCTM3     PIC ZZZZ9,9 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE147.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Utilizacao de Veiculos por Dia".
           05  LINE 02  COLUMN 42
               VALUE  " (carga x capacidade)".
           05  LINE 09  COLUMN 03
               VALUE  "Cargas gravadas pelo romaneio de entrega".
           05  LINE 09  COLUMN 43
               VALUE  " com veiculo informado.".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-ROMV.
           DISPLAY TSCE147
           OPEN INPUT ARQROMV
           IF ST-ERRO NOT = "00"
              MOVE "NAO HA CARGAS DE VEICULOS GRAVADAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-TRA.
           OPEN INPUT ARQTRA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TRAOK
           ELSE
              MOVE "N" TO W-TRAOK.

       R1.
           DISPLAY TSCE147
           ACCEPT W-DTINI FROM DATE YYYYMMDD
           DISPLAY (05, 03) "DATA INICIAL (AAAAMMDD) : ".
           ACCEPT (05, 29) W-DTINI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-DTINI = ZEROS
              MOVE "INFORME A DATA INICIAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R2.
           MOVE W-DTINI TO W-DTFIM
           DISPLAY (06, 03) "DATA FINAL   (AAAAMMDD) : ".
           ACCEPT (06, 29) W-DTFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-DTFIM < W-DTINI
              MOVE "DATA FINAL MENOR QUE A INICIAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           DISPLAY (07, 03) "PLACA (BRANCO=TODAS) ...: ".
           MOVE SPACES TO CON-PLACA
           ACCEPT (07, 29) CON-PLACA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           INSPECT CON-PLACA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *
      ******************************
      * CARGAS POR DIA E VEICULO    *
      ******************************
      *
       REL-INI.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "UTILVEIC" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELUTV
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-TRTOT W-QTDTR W-QTDLIN W-QTDOUTRAS W-DIAANT
           MOVE ZEROS TO W-TOTVG W-TOTENT W-TOTPESO W-TOTCAPKG
           MOVE ZEROS TO W-TOTCUB W-TOTCAPM3
           MOVE W-DTINI TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO CABDTINI
           MOVE W-DTFIM TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO CABDTFIM
           MOVE CON-PLACA TO CABPLACA
           IF CON-PLACA = SPACES
              MOVE "TODAS" TO CABPLACA.
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           ADD 3 TO W-QTDLIN
           MOVE W-DTINI TO RMV-DATA
           MOVE SPACES  TO RMV-PLACA
           MOVE ZEROS   TO RMV-VIAGEM
           START ARQROMV KEY IS NOT LESS RMV-CHAVE INVALID KEY
                 GO TO REL-TRANSP.

       REL-RD.
           READ ARQROMV NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-TRANSP.
           IF RMV-DATA > W-DTFIM
              GO TO REL-TRANSP.
           MOVE "*** APURANDO UTILIZACAO DOS VEICULOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF CON-PLACA NOT = SPACES AND RMV-PLACA NOT = CON-PLACA
              GO TO REL-RD.
           IF RMV-DATA NOT = W-DIAANT
              PERFORM REL-QUEBRA THRU REL-QUEBRA-FIM.
           PERFORM ACHA-TRANSP THRU ACHA-TRANSP-FIM
           MOVE RMV-PLACA    TO DETPLACA
           MOVE RMV-VIAGEM   TO DETVG
           MOVE W-TRANOME    TO DETTRANSP
           MOVE RMV-ENTREGAS TO DETENT
           MOVE RMV-PESO     TO DETPESO
           MOVE RMV-CAPKG    TO DETCAPKG
           MOVE ZEROS TO W-PCT
           IF RMV-CAPKG > ZEROS
              COMPUTE W-PCT ROUNDED = RMV-PESO * 100 / RMV-CAPKG.
           MOVE W-PCT        TO DETPCTKG
           MOVE RMV-CUBAGEM  TO DETCUB
           MOVE RMV-CAPM3    TO DETCAPM3
           MOVE ZEROS TO W-PCT
           IF RMV-CAPM3 > ZEROS
              COMPUTE W-PCT ROUNDED = RMV-CUBAGEM * 100 / RMV-CAPM3.
           MOVE W-PCT        TO DETPCTM3
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN
           ADD 1            TO W-DIAVG W-TOTVG
           ADD RMV-ENTREGAS TO W-TOTENT
           ADD RMV-PESO     TO W-DIAPESO W-TOTPESO
           ADD RMV-CAPKG    TO W-DIACAPKG W-TOTCAPKG
           ADD RMV-CUBAGEM  TO W-DIACUB W-TOTCUB
           ADD RMV-CAPM3    TO W-DIACAPM3 W-TOTCAPM3
           IF W-TX = ZEROS
              ADD 1 TO W-QTDOUTRAS
              GO TO REL-RD.
           ADD 1            TO W-TRVG (W-TX)
           ADD RMV-ENTREGAS TO W-TRENT (W-TX)
           ADD RMV-PESO     TO W-TRPESO (W-TX)
           ADD RMV-CAPKG    TO W-TRCAPKG (W-TX)
           ADD RMV-CUBAGEM  TO W-TRCUB (W-TX)
           ADD RMV-CAPM3    TO W-TRCAPM3 (W-TX)
           GO TO REL-RD.

      *
      ******************************
      * QUEBRA POR DIA              *
      ******************************
      *
       REL-QUEBRA.
           IF W-DIAANT NOT = ZEROS
              PERFORM REL-SUBDIA THRU REL-SUBDIA-FIM.
           MOVE RMV-DATA TO W-DIAANT W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO DIADATA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-DIA
           ADD 2 TO W-QTDLIN
           MOVE ZEROS TO W-DIAVG W-DIAPESO W-DIACAPKG W-DIACUB
                         W-DIACAPM3.
       REL-QUEBRA-FIM.
           EXIT.

       REL-SUBDIA.
           MOVE "TOTAL DO DIA" TO SUBTXT
           MOVE W-DIAVG   TO SUBVG
           MOVE W-DIAPESO TO SUBPESO
           MOVE ZEROS TO W-PCT
           IF W-DIACAPKG > ZEROS
              COMPUTE W-PCT ROUNDED = W-DIAPESO * 100 / W-DIACAPKG.
           MOVE W-PCT TO SUBPCTKG
           MOVE W-DIACUB  TO SUBCUB
           MOVE ZEROS TO W-PCT
           IF W-DIACAPM3 > ZEROS
              COMPUTE W-PCT ROUNDED = W-DIACUB * 100 / W-DIACAPM3.
           MOVE W-PCT TO SUBPCTM3
           WRITE LINHA-REL FROM REL-SUB
           ADD 1 TO W-QTDLIN.
       REL-SUBDIA-FIM.
           EXIT.

      *
      **************************************
      * TRANSPORTADORA DO VEICULO, LIDA UMA *
      * VEZ POR CODIGO (ATE 20 NO PERIODO)  *
      **************************************
      *
       ACHA-TRANSP.
           MOVE ZEROS TO W-TX.
       ACHA-TRANSP-LOOP.
           ADD 1 TO W-TX
           IF W-TX > W-QTDTR
              GO TO ACHA-TRANSP-NOVA.
           IF W-TRCOD (W-TX) NOT = RMV-TRANSP
              GO TO ACHA-TRANSP-LOOP.
           MOVE W-TRNOME (W-TX) TO W-TRANOME
           GO TO ACHA-TRANSP-FIM.
       ACHA-TRANSP-NOVA.
           PERFORM LER-TRA THRU LER-TRA-FIM
           IF W-QTDTR NOT < 20
              MOVE ZEROS TO W-TX
              GO TO ACHA-TRANSP-FIM.
           ADD 1 TO W-QTDTR
           MOVE W-QTDTR    TO W-TX
           MOVE RMV-TRANSP TO W-TRCOD (W-TX)
           MOVE W-TRANOME  TO W-TRNOME (W-TX).
       ACHA-TRANSP-FIM.
           EXIT.

       LER-TRA.
           MOVE "FROTA PROPRIA" TO W-TRANOME
           IF RMV-TRANSP = ZEROS
              GO TO LER-TRA-FIM.
           MOVE SPACES TO W-TRANOME
           IF W-TRAOK NOT = "S"
              GO TO LER-TRA-FIM.
           MOVE RMV-TRANSP TO TRA-CODIGO
           READ ARQTRA
           IF ST-ERRO2 = "00"
              MOVE TRA-RAZAO TO W-TRANOME.
       LER-TRA-FIM.
           EXIT.

      *
      ******************************
      * RESUMO POR TRANSPORTADORA   *
      ******************************
      *
       REL-TRANSP.
           IF W-TOTVG = ZEROS
              CLOSE RELUTV
              MOVE "*** NENHUMA CARGA NO PERIODO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM REL-SUBDIA THRU REL-SUBDIA-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESUMO POR TRANSPORTADORA" TO SECTITULO
           WRITE LINHA-REL FROM REL-SEC
           WRITE LINHA-REL FROM REL-CAB3
           ADD 3 TO W-QTDLIN
           MOVE ZEROS TO W-TX.
       REL-TRANSP-LOOP.
           ADD 1 TO W-TX
           IF W-TX > W-QTDTR
              GO TO REL-TOTAL.
           MOVE W-TRCOD (W-TX)  TO RESCOD
           MOVE W-TRNOME (W-TX) TO RESNOME
           MOVE W-TRVG (W-TX)   TO RESVG
           MOVE W-TRENT (W-TX)  TO RESENT
           MOVE W-TRPESO (W-TX) TO RESPESO
           MOVE ZEROS TO W-PCT
           IF W-TRCAPKG (W-TX) > ZEROS
              COMPUTE W-PCT ROUNDED =
                      W-TRPESO (W-TX) * 100 / W-TRCAPKG (W-TX).
           MOVE W-PCT TO RESPCTKG
           MOVE W-TRCUB (W-TX)  TO RESCUB
           MOVE ZEROS TO W-PCT
           IF W-TRCAPM3 (W-TX) > ZEROS
              COMPUTE W-PCT ROUNDED =
                      W-TRCUB (W-TX) * 100 / W-TRCAPM3 (W-TX).
           MOVE W-PCT TO RESPCTM3
           WRITE LINHA-REL FROM REL-RES
           ADD 1 TO W-QTDLIN
           GO TO REL-TRANSP-LOOP.

       REL-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL DO PERIODO" TO SUBTXT
           MOVE W-TOTVG   TO SUBVG
           MOVE W-TOTPESO TO SUBPESO
           MOVE ZEROS TO W-PCT
           IF W-TOTCAPKG > ZEROS
              COMPUTE W-PCT ROUNDED = W-TOTPESO * 100 / W-TOTCAPKG.
           MOVE W-PCT TO SUBPCTKG
           MOVE W-TOTCUB  TO SUBCUB
           MOVE ZEROS TO W-PCT
           IF W-TOTCAPM3 > ZEROS
              COMPUTE W-PCT ROUNDED = W-TOTCUB * 100 / W-TOTCAPM3.
           MOVE W-PCT TO SUBPCTM3
           WRITE LINHA-REL FROM REL-SUB
           ADD 2 TO W-QTDLIN
           IF W-QTDOUTRAS > ZEROS
              MOVE "  *** HA TRANSPORTADORAS ALEM DE 20 FORA DO RESUMO"
                 TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-QTDLIN.
           CLOSE RELUTV
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (18, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (18, 25) W-NOMEREL
           MOVE "*** UTILIZACAO DE VEICULOS GERADA NO SPOOL ***"
              TO MENS
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
           MOVE "UTILVEIC" TO SPL-RELATORIO
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
           CLOSE ARQROMV.
           IF W-TRAOK = "S"
              CLOSE ARQTRA.
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
