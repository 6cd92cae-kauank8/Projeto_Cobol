       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE091.
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

           SELECT ARQPIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PIX-E2EID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPXR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT RELPIX ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SPL-CHAVE
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO4.

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
       FD ARQPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIX.DAT".
       01 REGPIX.
          03 PIX-E2EID         PIC X(32).
          03 PIX-TXID          PIC X(25).
          03 PIX-TITCHAVE.
             05 PIX-NUMPED     PIC 9(6).
             05 PIX-TIPEDIDO   PIC 9(1).
             05 PIX-PARCELA    PIC 9(2).
          03 PIX-VALOR         PIC 9(8)V99.
          03 PIX-DTPAGTO       PIC 9(08).
          03 PIX-PAGADOR       PIC X(30).
          03 PIX-DTIMP         PIC 9(08).
          03 PIX-SITUACAO      PIC X(01).
      *-----------------------------------------------------------------
       FD ARQFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFIL.DAT".
       01 REGFIL.
          03 FIL-CODIGO        PIC 9(02).
          03 FIL-RAZAO         PIC X(30).
          03 FIL-CNPJ          PIC 9(14).
          03 FIL-CIDADE        PIC X(20).
          03 FIL-UF            PIC X(02).
      *-----------------------------------------------------------------
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD ARQPXR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PIXREC.TXT".
       01 REGPXR.
          03 PXR-TXID.
             05 PXR-PREFIXO    PIC X(03).
             05 PXR-NOSSONUM.
                07 PXR-NUMPED  PIC X(06).
                07 PXR-TIPEDIDO PIC X(01).
                07 PXR-PARCELA PIC X(02).
             05 FILLER         PIC X(13).
          03 PXR-VALOR         PIC X(10).
          03 PXR-DTPAGTO       PIC X(08).
          03 PXR-E2EID         PIC X(32).
          03 PXR-PAGADOR       PIC X(30).
      *-----------------------------------------------------------------
       FD RELPIX
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
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 W-FILIAL      PIC 9(02) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-FILOK       PIC X(01) VALUE "N".
       01 W-CTAPIX      PIC 9(03) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-PEDIDO      PIC 9(06) VALUE ZEROS.
       01 W-TIPO        PIC 9(01) VALUE ZEROS.
       01 W-PARCELA     PIC 9(02) VALUE ZEROS.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-RECUPERA    PIC X(01) VALUE "N".
       01 W-QTDGER      PIC 9(06) VALUE ZEROS.
       01 W-VLGER       PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDLID      PIC 9(06) VALUE ZEROS.
       01 W-QTDBXA      PIC 9(06) VALUE ZEROS.
       01 W-QTDCONF     PIC 9(06) VALUE ZEROS.
       01 W-QTDREJ      PIC 9(06) VALUE ZEROS.
       01 W-VLBXA       PIC 9(10)V99 VALUE ZEROS.
       01 W-VLPAGO      PIC 9(08)V99 VALUE ZEROS.
       01 W-DTPAGTO     PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(35) VALUE SPACES.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-PXCHAVE     PIC X(36) VALUE SPACES.
       01 W-PXNOME      PIC X(25) VALUE SPACES.
       01 W-PXCIDADE    PIC X(15) VALUE SPACES.
       01 W-PXVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-PXTXID      PIC X(25) VALUE SPACES.
       01 W-PXPAYLOAD   PIC X(250) VALUE SPACES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 COB-CAB.
          03 FILLER       PIC X(30)
                          VALUE "COBRANCA PIX - COPIA E COLA - ".
          03 COBDATA      PIC 9(08) VALUE ZEROS.

       01 COB-DET.
          03 FILLER       PIC X(08) VALUE "TITULO: ".
          03 COBNUMPED    PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "/".
          03 COBTIPO      PIC 9(01) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "-".
          03 COBPARC      PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(09) VALUE "  VENCTO ".
          03 COBVENCTO    PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(08) VALUE "  VALOR ".
          03 COBVALOR     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(08) VALUE "  TXID: ".
          03 COBTXID      PIC X(25) VALUE SPACES.

       01 COB-LINPAY.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 COBPAY       PIC X(84) VALUE SPACES.

       01 REJ-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 REJTXID      PIC X(25) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 REJVALOR     PIC X(10) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 REJMOTIVO    PIC X(35) VALUE SPACES.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE091.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            Cobranca PIX - Copia e Cola".
           05  LINE 02  COLUMN 41
               VALUE  " e Baixa de Recebimentos".
           05  LINE 04  COLUMN 03
               VALUE  "G = GERA COBRANCA PIX DE TITULOS".
           05  LINE 05  COLUMN 03
               VALUE  "I = IMPORTA RECEBIMENTOS (PIXREC.TXT)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       01  TSCE091G.
           05  LINE 08  COLUMN 03
               VALUE  "Numero do Pedido ..:".
           05  TPEDIDO
               LINE 08  COLUMN 25  PIC 9(06)
               USING  W-PEDIDO
               HIGHLIGHT.
           05  LINE 09  COLUMN 03
               VALUE  "Tipo do Pedido ....:".
           05  TTIPO
               LINE 09  COLUMN 25  PIC 9(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  LINE 10  COLUMN 03
               VALUE  "Parcela ...........:".
           05  TPARCELA
               LINE 10  COLUMN 25  PIC 9(02)
               USING  W-PARCELA
               HIGHLIGHT.
           05  LINE 10  COLUMN 30
               VALUE  "(00=TODAS AS PARCELAS EM ABERTO)".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-TIT.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO DE TITULOS NAO EXISTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-TITMV.
           OPEN I-O ARQTITMV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTITMV
                 CLOSE ARQTITMV
                 OPEN I-O ARQTITMV
              ELSE
                 MOVE "ERRO NA ABERTURA DO HISTORICO DE BAIXAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-PIX.
           OPEN I-O ARQPIX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPIX
                 CLOSE ARQPIX
                 OPEN I-O ARQPIX
              ELSE
                 MOVE "ERRO NA ABERTURA DOS RECEBIMENTOS PIX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-FIL.
           OPEN INPUT ARQFIL
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FILOK
           ELSE
              MOVE "N" TO W-FILOK.

       ABRE-PAR.
           MOVE 001 TO W-CTAPIX
           OPEN INPUT ARQPAR
           IF ST-ERRO2 NOT = "00"
              GO TO ABRE-LOG.
           MOVE "CTACNAB " TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00" AND PAR-VALOR > ZEROS
              MOVE PAR-VALOR TO W-CTAPIX.
           MOVE "CTAPIX  " TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00" AND PAR-VALOR > ZEROS
              MOVE PAR-VALOR TO W-CTAPIX.
           CLOSE ARQPAR.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT ARQLOG
                 CLOSE ARQLOG
                 OPEN I-O ARQLOG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOG " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R-OPERADOR.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO W-OPERADOR
              GO TO MODO-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "CODIGO DO OPERADOR: ".
           ACCEPT (05, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "CODIGO DO OPERADOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-OPERADOR.

       MODO-001.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           DISPLAY TSCE091.
       MODO-001A.
           DISPLAY (23, 13) "OPCAO (G/I)  F1=ENCERRA : ".
           ACCEPT (23, 40) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-OPCAO = "G" OR "g"
              GO TO GER-001.
           IF W-OPCAO = "I" OR "i"
              GO TO IMP-001.
           MOVE "*** DIGITE G OU I ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MODO-001A.

      *
      ********************************
      * GERACAO DA COBRANCA PIX      *
      ********************************
      *
       GER-001.
           DISPLAY (23, 13) LIMPA
           MOVE ZEROS TO W-PEDIDO W-PARCELA
           MOVE 2 TO W-TIPO
           DISPLAY TSCE091G.
       GER-002.
           ACCEPT TPEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO MODO-001.
           IF W-PEDIDO = ZEROS
              MOVE "NUMERO DO PEDIDO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GER-002.
       GER-003.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO GER-002.
           IF W-TIPO NOT = 2 AND W-TIPO NOT = 9
              MOVE "TIPO DEVE SER 2 OU 9" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GER-003.
       GER-004.
           ACCEPT TPARCELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO GER-003.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "PIXCOB" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELPIX
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MODO-001.
           MOVE W-DTHOJE TO COBDATA
           WRITE LINHA-REL FROM COB-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QTDGER W-VLGER
           MOVE W-PEDIDO  TO TIT-NUMPED
           MOVE W-TIPO    TO TIT-TIPEDIDO
           MOVE W-PARCELA TO TIT-PARCELA
           START ARQTIT KEY IS NOT LESS TIT-CHAVE INVALID KEY
                 GO TO GER-FIM.

       GER-RD.
           READ ARQTIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO GER-FIM.
           IF TIT-NUMPED NOT = W-PEDIDO OR TIT-TIPEDIDO NOT = W-TIPO
              GO TO GER-FIM.
           IF W-PARCELA NOT = ZEROS AND TIT-PARCELA NOT = W-PARCELA
              GO TO GER-FIM.
           IF TIT-TIPO NOT = "R" OR TIT-STATUS NOT = "A"
              GO TO GER-RD.
           IF TIT-SALDO = ZEROS
              GO TO GER-RD.
           PERFORM ROT-RECEBEDOR THRU ROT-RECEBEDOR-FIM
           IF W-PXCHAVE = SPACES
              MOVE "FILIAL DO TITULO SEM CNPJ PARA CHAVE PIX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GER-RD.
           MOVE TIT-SALDO TO W-PXVALOR
           MOVE SPACES TO W-PXTXID
           STRING "TIT" TIT-NUMPED TIT-TIPEDIDO TIT-PARCELA
                  DELIMITED BY SIZE INTO W-PXTXID
           CALL "SCE090" USING W-PXCHAVE W-PXNOME W-PXCIDADE
                               W-PXVALOR W-PXTXID W-PXPAYLOAD
           MOVE TIT-NUMPED   TO COBNUMPED
           MOVE TIT-TIPEDIDO TO COBTIPO
           MOVE TIT-PARCELA  TO COBPARC
           MOVE TIT-VENCTO   TO COBVENCTO
           MOVE TIT-SALDO    TO COBVALOR
           MOVE W-PXTXID     TO COBTXID
           WRITE LINHA-REL FROM COB-DET
           MOVE W-PXPAYLOAD (1:84) TO COBPAY
           WRITE LINHA-REL FROM COB-LINPAY
           IF W-PXPAYLOAD (85:84) NOT = SPACES
              MOVE W-PXPAYLOAD (85:84) TO COBPAY
              WRITE LINHA-REL FROM COB-LINPAY.
           IF W-PXPAYLOAD (169:82) NOT = SPACES
              MOVE W-PXPAYLOAD (169:82) TO COBPAY
              WRITE LINHA-REL FROM COB-LINPAY.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTDGER
           ADD TIT-SALDO TO W-VLGER
           GO TO GER-RD.

       GER-FIM.
           MOVE "COBRANCAS PIX GERADAS ............:" TO TOTTXT
           MOVE W-QTDGER TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR TOTAL ......................:" TO TOTTXT
           MOVE W-VLGER TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELPIX
           MOVE "PIXCOB" TO SPL-RELATORIO
           MOVE W-QTDGER TO SPL-QTDREG
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (12, 03) "COBRANCAS PIX GERADAS ..: "
           DISPLAY (12, 29) W-QTDGER
           IF W-QTDGER = ZEROS
              MOVE "*** NENHUMA PARCELA EM ABERTO ***" TO MENS
           ELSE
              MOVE "*** COPIA E COLA GERADO NO SPOOL ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MODO-001.

      *
      ********************************
      * IMPORTACAO DOS RECEBIMENTOS  *
      ********************************
      *
       IMP-001.
           OPEN INPUT ARQPXR
           IF ST-ERRO3 NOT = "00"
              MOVE "ARQUIVO PIXREC.TXT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MODO-001.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "PIXREJ" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELPIX
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPXR
              GO TO MODO-001.
           MOVE SPACES TO LINHA-REL
           STRING "RECEBIMENTOS PIX REJEITADOS - " W-DTHOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QTDLID W-QTDBXA W-QTDCONF W-QTDREJ W-VLBXA.

       IMP-RD.
           READ ARQPXR NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO IMP-FIM.
           MOVE "*** PROCESSANDO RECEBIMENTOS PIX ***" TO MENS
           DISPLAY (23, 13) MENS
           IF REGPXR = SPACES
              GO TO IMP-RD.
           ADD 1 TO W-QTDLID
           IF PXR-PREFIXO NOT = "TIT" OR PXR-NOSSONUM NOT NUMERIC
              MOVE "TXID NAO IDENTIFICA UM TITULO" TO W-MOTIVO
              GO TO IMP-REJ.
           IF PXR-VALOR NOT NUMERIC OR PXR-DTPAGTO NOT NUMERIC
              MOVE "VALOR OU DATA INVALIDOS" TO W-MOTIVO
              GO TO IMP-REJ.
           IF PXR-E2EID = SPACES
              MOVE "IDENTIFICADOR E2E EM BRANCO" TO W-MOTIVO
              GO TO IMP-REJ.
           MOVE PXR-E2EID TO PIX-E2EID
           READ ARQPIX
           IF ST-ERRO = "00"
              MOVE "PAGAMENTO JA IMPORTADO" TO W-MOTIVO
              GO TO IMP-REJ.
           MOVE PXR-VALOR TO W-VLPAGO
           COMPUTE W-VLPAGO = W-VLPAGO / 100
           MOVE PXR-DTPAGTO TO W-DTPAGTO
           MOVE PXR-NUMPED   TO TIT-NUMPED
           MOVE PXR-TIPEDIDO TO TIT-TIPEDIDO
           MOVE PXR-PARCELA  TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "TITULO NAO ENCONTRADO" TO W-MOTIVO
              GO TO IMP-REJ.
           IF TIT-TIPO NOT = "R"
              MOVE "TITULO NAO E A RECEBER" TO W-MOTIVO
              GO TO IMP-REJ.
           IF TIT-STATUS = "C"
              MOVE "TITULO CANCELADO" TO W-MOTIVO
              GO TO IMP-REJ.
           IF TIT-STATUS = "L"
              PERFORM ROT-TEMPIX THRU ROT-TEMPIX-FIM
              IF W-ACHOU = "S"
                 MOVE "F" TO PIX-SITUACAO
                 PERFORM GRAVA-PIX THRU GRAVA-PIX-FIM
                 ADD 1 TO W-QTDCONF
                 GO TO IMP-RD
              ELSE
                 MOVE "TITULO JA LIQUIDADO" TO W-MOTIVO
                 GO TO IMP-REJ.
           IF W-VLPAGO > TIT-SALDO
              MOVE "VALOR MAIOR QUE O SALDO DO TITULO" TO W-MOTIVO
              GO TO IMP-REJ.

       IMP-BAIXA.
           MOVE "N" TO W-RECUPERA
           IF TIT-STATUS = "P"
              MOVE "S" TO W-RECUPERA.
           SUBTRACT W-VLPAGO FROM TIT-SALDO
           IF TIT-SALDO = ZEROS
              MOVE "L" TO TIT-STATUS.
           REWRITE REGTIT
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO TITULO" TO W-MOTIVO
              GO TO IMP-REJ.
           PERFORM GRAVA-TITMV THRU GRAVA-TITMV-FIM
           MOVE "B" TO PIX-SITUACAO
           PERFORM GRAVA-PIX THRU GRAVA-PIX-FIM
           MOVE "PIX-BAIXA" TO LOG-OPERACAO
           MOVE TIT-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTDBXA
           ADD W-VLPAGO TO W-VLBXA
           GO TO IMP-RD.

       IMP-REJ.
           MOVE PXR-TXID    TO REJTXID
           MOVE PXR-VALOR   TO REJVALOR
           MOVE W-MOTIVO    TO REJMOTIVO
           WRITE LINHA-REL FROM REJ-DET
           ADD 1 TO W-QTDREJ
           GO TO IMP-RD.

       IMP-FIM.
           CLOSE ARQPXR
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RECEBIMENTOS LIDOS ...............:" TO TOTTXT
           MOVE W-QTDLID TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "TITULOS BAIXADOS .................:" TO TOTTXT
           MOVE W-QTDBXA TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR BAIXADO ....................:" TO TOTTXT
           MOVE W-VLBXA TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VENDAS BALCAO CONFERIDAS .........:" TO TOTTXT
           MOVE W-QTDCONF TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "RECEBIMENTOS REJEITADOS ..........:" TO TOTTXT
           MOVE W-QTDREJ TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELPIX
           MOVE "PIXREJ" TO SPL-RELATORIO
           MOVE W-QTDREJ TO SPL-QTDREG
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE "PIX-IMP" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-DTHOJE "-" W-QTDBXA
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 10) "RECEBIMENTOS LIDOS .: "
           DISPLAY (10, 32) W-QTDLID
           DISPLAY (11, 10) "TITULOS BAIXADOS ...: "
           DISPLAY (11, 32) W-QTDBXA
           DISPLAY (12, 10) "CONFERIDOS (BALCAO) : "
           DISPLAY (12, 32) W-QTDCONF
           DISPLAY (13, 10) "REJEITADOS .........: "
           DISPLAY (13, 32) W-QTDREJ
           MOVE "*** IMPORTACAO PIX CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MODO-001.

      *
      ********************************
      * ROTINAS AUXILIARES           *
      ********************************
      *
       ROT-RECEBEDOR.
           MOVE SPACES TO W-PXCHAVE W-PXNOME W-PXCIDADE
           IF W-FILOK NOT = "S"
              GO TO ROT-RECEBEDOR-FIM.
           MOVE TIT-FILIAL TO FIL-CODIGO
           IF FIL-CODIGO = ZEROS
              MOVE W-FILIAL TO FIL-CODIGO.
           READ ARQFIL
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-RECEBEDOR-FIM.
           IF FIL-CNPJ = ZEROS
              GO TO ROT-RECEBEDOR-FIM.
           MOVE FIL-CNPJ   TO W-PXCHAVE
           MOVE FIL-RAZAO  TO W-PXNOME
           MOVE FIL-CIDADE TO W-PXCIDADE.
       ROT-RECEBEDOR-FIM.
           EXIT.

       ROT-TEMPIX.
           MOVE "N" TO W-ACHOU
           MOVE TIT-NUMPED   TO TMV-NUMPED
           MOVE TIT-TIPEDIDO TO TMV-TIPEDIDO
           MOVE TIT-PARCELA  TO TMV-PARCELA
           MOVE ZEROS        TO W-SEQ.
       ROT-TEMPIX-LOOP.
           ADD 1 TO W-SEQ
           IF W-SEQ > 99
              GO TO ROT-TEMPIX-FIM.
           MOVE W-SEQ TO TMV-SEQ
           READ ARQTITMV
           IF ST-ERRO NOT = "00"
              GO TO ROT-TEMPIX-FIM.
           IF TMV-FORMA = "PX" AND TMV-VALOR = W-VLPAGO
              MOVE "S" TO W-ACHOU
              GO TO ROT-TEMPIX-FIM.
           GO TO ROT-TEMPIX-LOOP.
       ROT-TEMPIX-FIM.
           EXIT.

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
           MOVE W-DTPAGTO    TO TMV-DTPAGTO
           MOVE W-VLPAGO     TO TMV-VALOR
           MOVE W-OPERADOR   TO TMV-OPERADOR
           MOVE "P"          TO TMV-NATUREZA
           IF W-RECUPERA = "S"
              MOVE "R"       TO TMV-NATUREZA.
           MOVE "PX"         TO TMV-FORMA
           MOVE W-CTAPIX     TO TMV-CONTA
           WRITE REGTITMV.
       GRAVA-TITMV-FIM.
           EXIT.

       GRAVA-PIX.
           MOVE PXR-E2EID    TO PIX-E2EID
           MOVE PXR-TXID     TO PIX-TXID
           MOVE TIT-NUMPED   TO PIX-NUMPED
           MOVE TIT-TIPEDIDO TO PIX-TIPEDIDO
           MOVE TIT-PARCELA  TO PIX-PARCELA
           MOVE W-VLPAGO     TO PIX-VALOR
           MOVE W-DTPAGTO    TO PIX-DTPAGTO
           MOVE PXR-PAGADOR  TO PIX-PAGADOR
           MOVE W-DTHOJE     TO PIX-DTIMP
           WRITE REGPIX.
       GRAVA-PIX-FIM.
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
           MOVE W-NOMEREL TO SPL-ARQUIVO
           MOVE W-OPERADOR TO SPL-OPERADOR.
       GRAVA-SPOOL-WR.
           WRITE REGSPOOL
           IF ST-ERRO5 = "22"
              ADD 1 TO SPL-HORA
              GO TO GRAVA-SPOOL-WR.
           CLOSE ARQSPOOL.
       GRAVA-SPOOL-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE091" TO LOG-PROGRAMA.
           MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE W-IMGANT TO LOG-IMAGEMANT.
           MOVE W-IMGNOV TO LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO4 = "22"
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
           CLOSE ARQTIT ARQTITMV ARQPIX ARQLOG.
           IF W-FILOK = "S"
              CLOSE ARQFIL.
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
