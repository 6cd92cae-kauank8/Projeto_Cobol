                    RECORD KEY   IS TRA-CODIGO
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS ENT-NUMPED
                    FILE STATUS  IS ST-ERRO7.

           SELECT ARQPRPES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PPS-CODIGO
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQVEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEI-PLACA
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQROMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS RMV-CHAVE
                    FILE STATUS  IS ST-ERRO9.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 RW-UF             PIC X(02).
          03 RW-VOLUMES        PIC 9(06).
          03 RW-TRANSPNOM      PIC X(15).
          03 RW-PESO           PIC 9(07)V99.
          03 RW-CUBAGEM        PIC 9(05)V9(03).
          03 RW-FALTAPESO      PIC X(01).
      *-----------------------------------------------------------------
       FD ARQPEDF
               LABEL RECORD IS STANDARD
          03 TRA-CNPJ          PIC 9(14).
          03 TRA-TEL           PIC 9(11).
          03 TRA-UF            PIC X(02).
      *-----------------------------------------------------------------
       FD ARQENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".
       01 REGENT.
          03 ENT-NUMPED        PIC 9(06).
          03 ENT-SITUACAO      PIC X(01).
          03 ENT-STANT         PIC X(01).
          03 ENT-DTROTA        PIC 9(08).
          03 ENT-TENTAT        PIC 9(02).
          03 ENT-DTENTREGA     PIC 9(08).
          03 ENT-RECEBEDOR     PIC X(30).
          03 ENT-CANHOTO       PIC X(01).
          03 ENT-MOTIVO        PIC X(30).
          03 ENT-DTRET         PIC 9(08).
          03 ENT-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       FD ARQPRPES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRPES.DAT".
       01 REGPRPES.
          03 PPS-CODIGO        PIC 9(06).
          03 PPS-PESO          PIC 9(04)V9(03).
          03 PPS-ALTURA        PIC 9(03)V9.
          03 PPS-LARGURA       PIC 9(03)V9.
          03 PPS-COMPRIM       PIC 9(03)V9.
      *-----------------------------------------------------------------
       FD ARQVEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEI.DAT".
       01 REGVEI.
          03 VEI-PLACA         PIC X(07).
          03 VEI-DESCR         PIC X(20).
          03 VEI-TRANSP        PIC 9(04).
          03 VEI-CAPKG         PIC 9(06).
          03 VEI-CAPM3         PIC 9(03)V9(03).
          03 VEI-SITUACAO      PIC X(01).
      *-----------------------------------------------------------------
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
       FD RELROM
               LABEL RECORD IS STANDARD.
       01 LINHA-ROM      PIC X(140).
      *-----------------------------------------------------------------
       FD ARQSPOOL
               LABEL RECORD IS STANDARD
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 W-PESOK       PIC X(01) VALUE "N".
       01 W-VEIOK       PIC X(01) VALUE "N".
       01 W-VEIUSO      PIC X(01) VALUE "N".
       01 W-PLACA       PIC X(07) VALUE SPACES.
       01 W-VEINOME     PIC X(50) VALUE SPACES.
       01 W-PRCOD       PIC 9(06) VALUE ZEROS.
       01 W-PRQTD       PIC 9(06) VALUE ZEROS.
       01 W-PESO        PIC 9(07)V9(03) VALUE ZEROS.
       01 W-CUBAGEM     PIC 9(05)V9(06) VALUE ZEROS.
       01 W-FALTAPESO   PIC X(01) VALUE "N".
       01 W-QTDSEMPESO  PIC 9(06) VALUE ZEROS.
       01 W-RTQTD       PIC 9(06) VALUE ZEROS.
       01 W-RTPESO      PIC 9(09)V99 VALUE ZEROS.
       01 W-RTCUB       PIC 9(07)V9(03) VALUE ZEROS.
       01 W-VIAGEM      PIC 9(02) VALUE ZEROS.
       01 W-VGQTD       PIC 9(04) VALUE ZEROS.
       01 W-VGPESO      PIC 9(09)V99 VALUE ZEROS.
       01 W-VGCUB       PIC 9(07)V9(03) VALUE ZEROS.
       01 W-TTPESO      PIC 9(09)V99 VALUE ZEROS.
       01 W-TTCUB       PIC 9(07)V9(03) VALUE ZEROS.
       01 W-AUXPESO     PIC 9(09)V99 VALUE ZEROS.
       01 W-AUXCUB      PIC 9(07)V9(03) VALUE ZEROS.
       01 W-PCTKG       PIC 9(05)V9 VALUE ZEROS.
       01 W-PCTM3       PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDEXCEDE   PIC 9(04) VALUE ZEROS.
       01 W-REENT       PIC X(01) VALUE "N".
       01 W-STANT       PIC X(01) VALUE SPACES.
       01 W-PEDFOK      PIC X(01) VALUE "N".
       01 W-TRAOK       PIC X(01) VALUE "N".
       01 W-ACT         PIC 9(02) VALUE ZEROS.
          03 DETVOL       PIC ZZZZZ9.
          03 FILLER       PIC X(05) VALUE " TR: ".
          03 DETTRANSP    PIC X(15).
          03 FILLER       PIC X(05) VALUE " KG: ".
          03 DETPESO      PIC ZZZ.ZZ9,99.
          03 DETFALTA     PIC X(01).
          03 FILLER       PIC X(05) VALUE " M3: ".
          03 DETCUB       PIC ZZ9,999.

       01 ROM-TOT.
          03 FILLER       PIC X(20) VALUE "TOTAL DE ENTREGAS: ".
          03 TOTVAL       PIC ZZZZZ9.

       01 ROM-VEI.
          03 FILLER       PIC X(09) VALUE "VEICULO: ".
          03 VEIPLACA     PIC X(07).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 VEIDESCR     PIC X(20).
          03 FILLER       PIC X(07) VALUE " TRANSP".
          03 FILLER       PIC X(02) VALUE ": ".
          03 VEITRANSP    PIC X(30).
          03 FILLER       PIC X(07) VALUE " CAP.: ".
          03 VEICAPKG     PIC ZZZ.ZZ9.
          03 FILLER       PIC X(05) VALUE " KG  ".
          03 VEICAPM3     PIC ZZ9,999.
          03 FILLER       PIC X(03) VALUE " M3".

       01 ROM-VGCAB.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(14) VALUE "*** VIAGEM NR ".
          03 VGCABNUM     PIC 99.
          03 FILLER       PIC X(04) VALUE " ***".

       01 ROM-ROTA.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 FILLER       PIC X(15) VALUE "TOTAL DA ROTA: ".
          03 ROTCID       PIC X(20).
          03 FILLER       PIC X(11) VALUE " ENTREGAS: ".
          03 ROTQTD       PIC ZZZZZ9.
          03 FILLER       PIC X(07) VALUE " PESO: ".
          03 ROTPESO      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(13) VALUE " KG CUBAGEM: ".
          03 ROTCUB       PIC Z.ZZZ.ZZ9,999.
          03 FILLER       PIC X(03) VALUE " M3".

       01 ROM-VIAGEM.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(16) VALUE "CARGA DA VIAGEM ".
          03 VGNUM        PIC 99.
          03 FILLER       PIC X(11) VALUE " ENTREGAS: ".
          03 VGQTD        PIC ZZZ9.
          03 FILLER       PIC X(07) VALUE " PESO: ".
          03 VGPESO       PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(05) VALUE " KG (".
          03 VGPCTKG      PIC ZZZZ9,9.
          03 FILLER       PIC X(13) VALUE "%) CUBAGEM: ".
          03 VGCUB        PIC Z.ZZZ.ZZ9,999.
          03 FILLER       PIC X(05) VALUE " M3 (".
          03 VGPCTM3      PIC ZZZZ9,9.
          03 FILLER       PIC X(02) VALUE "%)".

       01 ROM-TOTPC.
          03 FILLER       PIC X(20) VALUE "PESO TOTAL (KG) ..: ".
          03 TOTPESO      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(23) VALUE "   CUBAGEM TOTAL (M3): ".
          03 TOTCUB       PIC Z.ZZZ.ZZ9,999.
          03 FILLER       PIC X(12) VALUE "   VIAGENS: ".
          03 TOTVIAG      PIC Z9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TSCE048.
               LINE 05  COLUMN 31  PIC 9(08)
               USING  W-DTROM
               HIGHLIGHT.
           05  LINE 07  COLUMN 01
               VALUE  " Placa do veiculo (branco=sem):".
           05  TPLACA
               LINE 07  COLUMN 33  PIC X(07)
               USING  W-PLACA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           ELSE
              MOVE "N" TO W-TRAOK.

       ABRE-ENT.
           OPEN I-O ARQENT
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT ARQENT
                 CLOSE ARQENT
                 OPEN I-O ARQENT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE ENTREGAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPED ARQPEDIT ARQCLI ARQCLIEND
                 GO TO ROT-FIM2.

       ABRE-PRPES.
           OPEN INPUT ARQPRPES
           IF ST-ERRO8 = "00"
              MOVE "S" TO W-PESOK
           ELSE
              MOVE "N" TO W-PESOK.

       ABRE-VEI.
           OPEN INPUT ARQVEI
           IF ST-ERRO8 = "00"
              MOVE "S" TO W-VEIOK
           ELSE
              MOVE "N" TO W-VEIOK.

       ABRE-ROMV.
           OPEN I-O ARQROMV
           IF ST-ERRO9 NOT = "00"
              IF ST-ERRO9 = "30"
                 OPEN OUTPUT ARQROMV
                 CLOSE ARQROMV
                 OPEN I-O ARQROMV
              ELSE
                 MOVE "ERRO NA ABERTURA DA CARGA DOS VEICULOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPED ARQPEDIT ARQCLI ARQCLIEND ARQENT
                 GO TO ROT-FIM2.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO4 NOT = "00"

       R1.
           ACCEPT W-DTROM FROM DATE YYYYMMDD
           MOVE ZEROS TO W-QTDSTOP W-QTDSEMPESO
           MOVE SPACES TO W-PLACA
           MOVE "N" TO W-VEIUSO
           DISPLAY TSCE048.

       R2.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT TPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           INSPECT W-PLACA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY TPLACA
           DISPLAY (08, 01) LIMPA
           MOVE "N" TO W-VEIUSO
           IF W-PLACA = SPACES
              GO TO WRK-INI.
           IF W-VEIOK NOT = "S"
              MOVE "CADASTRO DE VEICULOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-PLACA TO VEI-PLACA
           READ ARQVEI
           IF ST-ERRO8 NOT = "00"
              MOVE "VEICULO NAO CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF VEI-SITUACAO NOT = "A"
              MOVE "VEICULO INATIVO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE "S" TO W-VEIUSO
           MOVE VEI-CAPKG TO VEICAPKG
           MOVE VEI-CAPM3 TO VEICAPM3
           DISPLAY (08, 03) VEI-DESCR
           DISPLAY (08, 25) "CAP.:"
           DISPLAY (08, 31) VEICAPKG
           DISPLAY (08, 39) "KG"
           DISPLAY (08, 43) VEICAPM3
           DISPLAY (08, 51) "M3".

       WRK-INI.
           OPEN OUTPUT ROMWORK
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-RD.
           IF PED-STATUS NOT = "A" AND "X"
              GO TO WRK-RD.
           PERFORM VER-REENT THRU VER-REENT-FIM
           IF DTPEDIDO NOT = W-DTROM AND W-REENT NOT = "S"
              GO TO WRK-RD.
           IF ENDSEQ = ZEROS
              GO TO WRK-RD.
           MOVE CLIEND-NUMERO TO RW-NUMERO
           MOVE CLIEND-UF     TO RW-UF
           MOVE W-VOLUMES     TO RW-VOLUMES
           COMPUTE RW-PESO ROUNDED    = W-PESO
           COMPUTE RW-CUBAGEM ROUNDED = W-CUBAGEM
           MOVE W-FALTAPESO   TO RW-FALTAPESO
           IF W-FALTAPESO = "S"
              ADD 1 TO W-QTDSEMPESO.
           PERFORM BUSCA-TRANSP THRU BUSCA-TRANSP-FIM
           WRITE REGROM
           PERFORM MARCA-ROTA THRU MARCA-ROTA-FIM
           EXIT.

       SOMA-VOL.
           MOVE ZEROS TO W-VOLUMES W-PESO W-CUBAGEM
           MOVE "N" TO W-FALTAPESO
           MOVE NUMPEDIDO TO IT-NUMPEDIDO
           MOVE TIPEDIDO  TO IT-TIPEDIDO
           MOVE ZEROS     TO IT-SEQ
              IT-TIPEDIDO NOT = TIPEDIDO
              GO TO SOMA-VOL-TST.
           ADD IT-QUANTIDADE TO W-VOLUMES
           MOVE IT-CODPROD    TO W-PRCOD
           MOVE IT-QUANTIDADE TO W-PRQTD
           PERFORM ACUM-PESO THRU ACUM-PESO-FIM
           GO TO SOMA-VOL-RD.
       SOMA-VOL-TST.
           IF W-VOLUMES = ZEROS
              MOVE QUANTIDADE TO W-VOLUMES
              MOVE CODPROD    TO W-PRCOD
              MOVE QUANTIDADE TO W-PRQTD
              PERFORM ACUM-PESO THRU ACUM-PESO-FIM.
       SOMA-VOL-FIM.
           EXIT.

      *
      ******************************************
      * PESO BRUTO E CUBAGEM DO ITEM - MEDIDAS *
      * DO PRODUTO EM CM, CUBAGEM EM M3        *
      ******************************************
      *
       ACUM-PESO.
           IF W-PESOK NOT = "S"
              MOVE "S" TO W-FALTAPESO
              GO TO ACUM-PESO-FIM.
           MOVE W-PRCOD TO PPS-CODIGO
           READ ARQPRPES
           IF ST-ERRO8 NOT = "00"
              MOVE "S" TO W-FALTAPESO
              GO TO ACUM-PESO-FIM.
           IF PPS-PESO = ZEROS
              MOVE "S" TO W-FALTAPESO.
           COMPUTE W-PESO = W-PESO + W-PRQTD * PPS-PESO
           COMPUTE W-CUBAGEM = W-CUBAGEM + W-PRQTD * PPS-ALTURA
                   * PPS-LARGURA * PPS-COMPRIM / 1000000.
       ACUM-PESO-FIM.
           EXIT.

       VER-REENT.
           MOVE "N" TO W-REENT
           MOVE NUMPEDIDO TO ENT-NUMPED
           READ ARQENT
           IF ST-ERRO7 NOT = "00"
              GO TO VER-REENT-FIM.
           IF ENT-SITUACAO = "N"
              MOVE "S" TO W-REENT.
       VER-REENT-FIM.
           EXIT.

       MARCA-ROTA.
           MOVE PED-STATUS TO W-STANT
           MOVE "R" TO PED-STATUS
           REWRITE REGPED
           MOVE "EM-ROTA" TO LOG-OPERACAO
           MOVE CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF W-REENT = "S"
              ADD 1 TO ENT-TENTAT
           ELSE
              MOVE 1 TO ENT-TENTAT.
           MOVE NUMPEDIDO  TO ENT-NUMPED
           MOVE "A"        TO ENT-SITUACAO
           MOVE W-STANT    TO ENT-STANT
           ACCEPT ENT-DTROTA FROM DATE YYYYMMDD
           MOVE ZEROS      TO ENT-DTENTREGA ENT-DTRET
           MOVE SPACES     TO ENT-RECEBEDOR ENT-CANHOTO ENT-MOTIVO
           MOVE W-OPERADOR TO ENT-OPERADOR
           IF W-REENT = "S"
              REWRITE REGENT
           ELSE
              WRITE REGENT
              IF ST-ERRO7 NOT = "00"
                 REWRITE REGENT.
       MARCA-ROTA-FIM.
           EXIT.

           OPEN INPUT ROMWORK
           MOVE W-DTROM TO CABDATA
           WRITE LINHA-ROM FROM ROM-CAB
           MOVE ZEROS TO W-RTQTD W-RTPESO W-RTCUB W-TTPESO W-TTCUB
           MOVE ZEROS TO W-VGQTD W-VGPESO W-VGCUB W-QTDEXCEDE
           MOVE 1 TO W-VIAGEM
           IF W-VEIUSO = "S"
              PERFORM MONTA-VEI THRU MONTA-VEI-FIM
              WRITE LINHA-ROM FROM ROM-VEI
              MOVE SPACES TO LINHA-ROM
              WRITE LINHA-ROM
              MOVE W-VIAGEM TO VGCABNUM
              WRITE LINHA-ROM FROM ROM-VGCAB.
           MOVE SPACES TO LINHA-ROM
           WRITE LINHA-ROM
           MOVE SPACES TO W-CIDANT W-BAIANT.
           READ ROMWORK NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO IMP-FIM.
           IF RW-CIDADE NOT = W-CIDANT AND W-CIDANT NOT = SPACES
              PERFORM IMP-ROTA THRU IMP-ROTA-FIM.
           IF W-VEIUSO = "S" AND W-VGQTD > ZEROS
              PERFORM VER-CAPAC THRU VER-CAPAC-FIM.
           IF RW-CIDADE NOT = W-CIDANT
              MOVE SPACES TO LINHA-ROM
              WRITE LINHA-ROM
           MOVE RW-NUMERO TO DETNUMERO
           MOVE RW-VOLUMES TO DETVOL
           MOVE RW-TRANSPNOM TO DETTRANSP
           MOVE RW-PESO      TO DETPESO
           MOVE SPACES       TO DETFALTA
           IF RW-FALTAPESO = "S"
              MOVE "*" TO DETFALTA.
           MOVE RW-CUBAGEM   TO DETCUB
           WRITE LINHA-ROM FROM ROM-DET
           IF W-VEIUSO = "S" AND
              (RW-PESO > VEI-CAPKG OR RW-CUBAGEM > VEI-CAPM3)
              ADD 1 TO W-QTDEXCEDE
              MOVE "*** ATENCAO: PEDIDO EXCEDE A CAPACIDADE DO VEICULO"
                 TO LINHA-ROM
              WRITE LINHA-ROM.
           ADD 1          TO W-RTQTD W-VGQTD
           ADD RW-PESO    TO W-RTPESO W-VGPESO W-TTPESO
           ADD RW-CUBAGEM TO W-RTCUB W-VGCUB W-TTCUB
           GO TO IMP-RD.

      *
      ************************************************
      * CAPACIDADE DO VEICULO - SE O PEDIDO NAO CABE *
      * NA VIAGEM ATUAL, FECHA A CARGA E ABRE OUTRA  *
      ************************************************
      *
       VER-CAPAC.
           COMPUTE W-AUXPESO = W-VGPESO + RW-PESO
           COMPUTE W-AUXCUB  = W-VGCUB + RW-CUBAGEM
           IF W-AUXPESO NOT > VEI-CAPKG AND W-AUXCUB NOT > VEI-CAPM3
              GO TO VER-CAPAC-FIM.
           PERFORM IMP-VIAGEM THRU IMP-VIAGEM-FIM
           ADD 1 TO W-VIAGEM
           MOVE SPACES TO LINHA-ROM
           WRITE LINHA-ROM
           MOVE W-VIAGEM TO VGCABNUM
           WRITE LINHA-ROM FROM ROM-VGCAB
           MOVE SPACES TO W-CIDANT W-BAIANT.
       VER-CAPAC-FIM.
           EXIT.

       IMP-ROTA.
           MOVE W-CIDANT TO ROTCID
           MOVE W-RTQTD  TO ROTQTD
           MOVE W-RTPESO TO ROTPESO
           MOVE W-RTCUB  TO ROTCUB
           WRITE LINHA-ROM FROM ROM-ROTA
           MOVE ZEROS TO W-RTQTD W-RTPESO W-RTCUB.
       IMP-ROTA-FIM.
           EXIT.

       IMP-VIAGEM.
           MOVE ZEROS TO W-PCTKG W-PCTM3
           IF VEI-CAPKG > ZEROS
              COMPUTE W-PCTKG ROUNDED = W-VGPESO * 100 / VEI-CAPKG.
           IF VEI-CAPM3 > ZEROS
              COMPUTE W-PCTM3 ROUNDED = W-VGCUB * 100 / VEI-CAPM3.
           MOVE W-VIAGEM TO VGNUM
           MOVE W-VGQTD  TO VGQTD
           MOVE W-VGPESO TO VGPESO
           MOVE W-PCTKG  TO VGPCTKG
           MOVE W-VGCUB  TO VGCUB
           MOVE W-PCTM3  TO VGPCTM3
           WRITE LINHA-ROM FROM ROM-VIAGEM
           PERFORM GRAVA-ROMV THRU GRAVA-ROMV-FIM
           MOVE ZEROS TO W-VGQTD W-VGPESO W-VGCUB.
       IMP-VIAGEM-FIM.
           EXIT.

       GRAVA-ROMV.
           MOVE W-DTSPOOL  TO RMV-DATA
           MOVE VEI-PLACA  TO RMV-PLACA
           MOVE W-VIAGEM   TO RMV-VIAGEM
           MOVE VEI-TRANSP TO RMV-TRANSP
           MOVE W-DTROM    TO RMV-DTVENDA
           MOVE W-VGQTD    TO RMV-ENTREGAS
           MOVE W-VGPESO   TO RMV-PESO
           MOVE W-VGCUB    TO RMV-CUBAGEM
           MOVE VEI-CAPKG  TO RMV-CAPKG
           MOVE VEI-CAPM3  TO RMV-CAPM3
           MOVE W-NOMEREL  TO RMV-ARQUIVO
           MOVE W-OPERADOR TO RMV-OPERADOR.
       GRAVA-ROMV-WR.
           WRITE REGROMV
           IF ST-ERRO9 = "22"
              ADD 1 TO RMV-VIAGEM
              IF RMV-VIAGEM < 99
                 GO TO GRAVA-ROMV-WR.
       GRAVA-ROMV-FIM.
           EXIT.

       MONTA-VEI.
           MOVE VEI-PLACA TO VEIPLACA
           MOVE VEI-DESCR TO VEIDESCR
           MOVE VEI-CAPKG TO VEICAPKG
           MOVE VEI-CAPM3 TO VEICAPM3
           MOVE "FROTA PROPRIA" TO VEITRANSP
           IF VEI-TRANSP = ZEROS
              GO TO MONTA-VEI-FIM.
           MOVE VEI-TRANSP TO VEITRANSP
           IF W-TRAOK = "S"
              MOVE VEI-TRANSP TO TRA-CODIGO
              READ ARQTRA
              IF ST-ERRO6 = "00"
                 MOVE TRA-RAZAO TO VEITRANSP.
       MONTA-VEI-FIM.
           EXIT.

       IMP-FIM.
           IF W-CIDANT NOT = SPACES
              PERFORM IMP-ROTA THRU IMP-ROTA-FIM.
           IF W-VEIUSO = "S"
              MOVE SPACES TO LINHA-ROM
              WRITE LINHA-ROM
              PERFORM IMP-VIAGEM THRU IMP-VIAGEM-FIM.
           MOVE SPACES TO LINHA-ROM
           WRITE LINHA-ROM
           MOVE W-QTDSTOP TO TOTVAL
           WRITE LINHA-ROM FROM ROM-TOT
           MOVE W-TTPESO TO TOTPESO
           MOVE W-TTCUB  TO TOTCUB
           MOVE ZEROS    TO TOTVIAG
           IF W-VEIUSO = "S"
              MOVE W-VIAGEM TO TOTVIAG.
           WRITE LINHA-ROM FROM ROM-TOTPC
           IF W-QTDSEMPESO > ZEROS
              MOVE "(*) PEDIDO COM PRODUTO SEM PESO/MEDIDAS CADASTRADOS"
                 TO LINHA-ROM
              WRITE LINHA-ROM.
           CLOSE ROMWORK RELROM
           MOVE "ROMANEIO" TO W-RELNOME
           MOVE W-QTDSTOP TO W-QTDSPOOL
           DISPLAY (10, 32) W-QTDSTOP
           DISPLAY (12, 10) "IMPRESSO EM: "
           DISPLAY (12, 23) W-NOMEREL
           IF W-QTDSEMPESO > ZEROS
              DISPLAY (14, 10) "PEDIDOS SEM PESO/MEDIDAS: "
              DISPLAY (14, 36) W-QTDSEMPESO.
           IF W-VEIUSO = "S"
              DISPLAY (16, 10) "VIAGENS DO VEICULO: "
              DISPLAY (16, 30) W-VIAGEM.
           IF W-QTDEXCEDE > ZEROS
              MOVE "*** HA PEDIDO MAIOR QUE A CAPACIDADE DO VEICULO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-VEIUSO = "S" AND W-VIAGEM > 1
              MOVE "*** CAPACIDADE EXCEDIDA - CARGA EM MAIS VIAGENS"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** ROMANEIO GERADO - PEDIDOS EM ROTA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQPED ARQPEDIT ARQCLI ARQCLIEND ARQENT ARQLOG.
           IF W-PEDFOK = "S"
              CLOSE ARQPEDF.
           IF W-TRAOK = "S"
              CLOSE ARQTRA.
           IF W-PESOK = "S"
              CLOSE ARQPRPES.
           IF W-VEIOK = "S"
              CLOSE ARQVEI.
           CLOSE ARQROMV.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
