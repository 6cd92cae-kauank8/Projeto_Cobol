       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE099.
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

           SELECT ARQAGP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS AGP-CHAVE
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQFORB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORB-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQTITME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TME-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQREM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT RELREJ ASSIGN TO W-NOMEREL
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
       FD ARQAGP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAGP.DAT".
       01 REGAGP.
          03 AGP-CHAVE.
             05 AGP-NUMPED     PIC 9(6).
             05 AGP-TIPEDIDO   PIC 9(1).
             05 AGP-PARCELA    PIC 9(2).
          03 AGP-CPFCNPJ       PIC 9(14).
          03 AGP-DTPAGTO       PIC 9(08).
          03 AGP-VALOR         PIC 9(08)V99.
          03 AGP-FORMA         PIC X(02).
          03 AGP-CODBAR        PIC X(44).
          03 AGP-CONTA         PIC 9(03).
          03 AGP-STATUS        PIC X(01).
          03 AGP-DTAPROV       PIC 9(08).
          03 AGP-APROVADOR     PIC X(10).
          03 AGP-DTREMES       PIC 9(08).
          03 AGP-DTRET         PIC 9(08).
          03 AGP-OCORR         PIC X(02).
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
       FD ARQFORB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORB.DAT".
       01 REGFORB.
          03 FORB-CPFCNPJ      PIC 9(14).
          03 FORB-BANCO        PIC 9(03).
          03 FORB-AGENCIA      PIC 9(04).
          03 FORB-CONTA        PIC 9(10).
          03 FORB-DIGITO       PIC X(01).
          03 FORB-TIPOCTA      PIC X(01).
          03 FORB-CHAVEPIX     PIC X(36).
          03 FORB-FORMA        PIC X(02).
      *-----------------------------------------------------------------
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
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD ARQREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGTO.REM".
       01 LINHA-REM      PIC X(200).
      *-----------------------------------------------------------------
       FD ARQRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGTO.RET".
       01 REGRET.
          03 RET-REGTIPO       PIC X(01).
          03 RET-DOC.
             05 RET-NUMPED     PIC X(06).
             05 RET-TIPEDIDO   PIC X(01).
             05 RET-PARCELA    PIC X(02).
          03 RET-OCORR         PIC X(02).
          03 RET-VALOR         PIC X(10).
          03 RET-DTPAGTO       PIC X(08).
          03 FILLER            PIC X(70).
      *-----------------------------------------------------------------
       FD RELREJ
               LABEL RECORD IS STANDARD.
       01 LINHA-REJ      PIC X(100).
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
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-FOROK       PIC X(01) VALUE "N".
       01 W-FORBOK      PIC X(01) VALUE "N".
       01 W-TMEOK       PIC X(01) VALUE "N".
       01 W-CTAOK       PIC X(01) VALUE "N".
       01 W-PAROK       PIC X(01) VALUE "N".
       01 W-TEMFORB     PIC X(01) VALUE "N".
       01 W-JAAPR       PIC X(01) VALUE "N".
       01 W-AGPEXISTE   PIC X(01) VALUE "N".
       01 W-RESP        PIC X(01) VALUE SPACES.
       01 W-CTACNAB     PIC 9(03) VALUE ZEROS.
       01 W-CONTA       PIC 9(03) VALUE ZEROS.
       01 W-CTADESCR    PIC X(30) VALUE SPACES.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTINITAB REDEFINES W-DTINI.
          03 W-DTINI-DIA   PIC 9(02).
          03 W-DTINI-MES   PIC 9(02).
          03 W-DTINI-ANO   PIC 9(04).
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-DTFIMTAB REDEFINES W-DTFIM.
          03 W-DTFIM-DIA   PIC 9(02).
          03 W-DTFIM-MES   PIC 9(02).
          03 W-DTFIM-ANO   PIC 9(04).
       01 W-DTPAG       PIC 9(08) VALUE ZEROS.
       01 W-DTPAGTAB REDEFINES W-DTPAG.
          03 W-DTPAG-DIA   PIC 9(02).
          03 W-DTPAG-MES   PIC 9(02).
          03 W-DTPAG-ANO   PIC 9(04).
       01 W-DTINI-CMP   PIC 9(08) VALUE ZEROS.
       01 W-DTFIM-CMP   PIC 9(08) VALUE ZEROS.
       01 W-DTPAG-CMP   PIC 9(08) VALUE ZEROS.
       01 W-VENCEXIBE   PIC 9(08) VALUE ZEROS.
       01 W-DTTRAB      PIC 9(08) VALUE ZEROS.
       01 W-DTTRABTAB REDEFINES W-DTTRAB.
          03 W-DTTRABANO   PIC 9(04).
          03 W-DTTRABMES   PIC 9(02).
          03 W-DTTRABDIA   PIC 9(02).
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-TITDOC      PIC X(11) VALUE SPACES.
       01 W-RAZAO       PIC X(30) VALUE SPACES.
       01 W-SALDO       PIC 9(08)V99 VALUE ZEROS.
       01 W-FORMA       PIC X(02) VALUE SPACES.
       01 W-CODBAR      PIC X(44) VALUE SPACES.
       01 W-FAVOREC     PIC X(44) VALUE SPACES.
       01 W-SITUACAO    PIC X(20) VALUE SPACES.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-QTDSEL      PIC 9(06) VALUE ZEROS.
       01 W-QTDAPR      PIC 9(06) VALUE ZEROS.
       01 W-VLAPR       PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDREM      PIC 9(06) VALUE ZEROS.
       01 W-VLREM       PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDDESC     PIC 9(06) VALUE ZEROS.
       01 W-QTDLID      PIC 9(06) VALUE ZEROS.
       01 W-QTDBXA      PIC 9(06) VALUE ZEROS.
       01 W-QTDREJ      PIC 9(06) VALUE ZEROS.
       01 W-VLPAGO      PIC 9(08)V99 VALUE ZEROS.
       01 W-DTPAGTO     PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(35) VALUE SPACES.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REM-HEADER.
          03 FILLER       PIC X(01) VALUE "0".
          03 FILLER       PIC X(07) VALUE "REMESSA".
          03 FILLER       PIC X(09) VALUE "PAGAMENTO".
          03 REMH-DATA    PIC 9(08) VALUE ZEROS.
          03 REMH-BANCO   PIC 9(03) VALUE ZEROS.
          03 REMH-AGENCIA PIC 9(04) VALUE ZEROS.
          03 REMH-CONTA   PIC 9(10) VALUE ZEROS.
          03 FILLER       PIC X(158) VALUE SPACES.

       01 REM-DET.
          03 FILLER       PIC X(01) VALUE "1".
          03 REMD-NUMPED  PIC 9(06) VALUE ZEROS.
          03 REMD-TIPO    PIC 9(01) VALUE ZEROS.
          03 REMD-PARC    PIC 9(02) VALUE ZEROS.
          03 REMD-FORMA   PIC X(02) VALUE SPACES.
          03 REMD-CPFCNPJ PIC 9(14) VALUE ZEROS.
          03 REMD-NOME    PIC X(30) VALUE SPACES.
          03 REMD-BANCO   PIC 9(03) VALUE ZEROS.
          03 REMD-AGENCIA PIC 9(04) VALUE ZEROS.
          03 REMD-CONTA   PIC 9(10) VALUE ZEROS.
          03 REMD-DIGITO  PIC X(01) VALUE SPACES.
          03 REMD-TIPOCTA PIC X(01) VALUE SPACES.
          03 REMD-CHAVE   PIC X(36) VALUE SPACES.
          03 REMD-CODBAR  PIC X(44) VALUE SPACES.
          03 REMD-DTPAGTO PIC 9(08) VALUE ZEROS.
          03 REMD-VALOR   PIC 9(08)V99 VALUE ZEROS.
          03 FILLER       PIC X(27) VALUE SPACES.

       01 REM-TRAILER.
          03 FILLER       PIC X(01) VALUE "9".
          03 REMT-QTD     PIC 9(06) VALUE ZEROS.
          03 REMT-VALOR   PIC 9(10)V99 VALUE ZEROS.
          03 FILLER       PIC X(181) VALUE SPACES.

       01 REJ-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 REJDOC       PIC X(09) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 REJOCORR     PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 REJMOTIVO    PIC X(35) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE099.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Pagamento a Fornecedores - Re".
           05  LINE 02  COLUMN 41
               VALUE  "messa e Retorno CNAB".
           05  LINE 04  COLUMN 03
               VALUE  "A = AGENDA E APROVA PAGAMENTOS".
           05  LINE 05  COLUMN 03
               VALUE  "R = GERA REMESSA  (PAGTO.REM)".
           05  LINE 06  COLUMN 03
               VALUE  "T = PROCESSA RETORNO (PAGTO.RET)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       01  TSELECAO.
           05  LINE 08  COLUMN 03
               VALUE  "Conta Pagadora ....:".
           05  TCONTA
               LINE 08  COLUMN 25  PIC 9(03)
               USING  W-CONTA
               HIGHLIGHT.
           05  TCTADESCR
               LINE 08  COLUMN 30  PIC X(30)
               USING  W-CTADESCR.
           05  LINE 09  COLUMN 03
               VALUE  "Vencimento de .....:".
           05  TDTINI
               LINE 09  COLUMN 25  PIC 99/99/9999
               USING  W-DTINI
               HIGHLIGHT.
           05  LINE 09  COLUMN 37
               VALUE  "ate".
           05  TDTFIM
               LINE 09  COLUMN 41  PIC 99/99/9999
               USING  W-DTFIM
               HIGHLIGHT.

       01  TAPROVA.
           05  LINE 11  COLUMN 03
               VALUE  "Titulo ............:".
           05  TTITDOC
               LINE 11  COLUMN 25  PIC X(11)
               USING  W-TITDOC.
           05  TSITUACAO
               LINE 11  COLUMN 40  PIC X(20)
               USING  W-SITUACAO.
           05  LINE 12  COLUMN 03
               VALUE  "Fornecedor ........:".
           05  TRAZAO
               LINE 12  COLUMN 25  PIC X(30)
               USING  W-RAZAO.
           05  LINE 13  COLUMN 03
               VALUE  "Vencimento ........:".
           05  TVENCTO
               LINE 13  COLUMN 25  PIC 99/99/9999
               USING  W-VENCEXIBE.
           05  LINE 13  COLUMN 40
               VALUE  "Saldo:".
           05  TSALDO
               LINE 13  COLUMN 47  PIC ZZ.ZZZ.ZZ9,99
               USING  W-SALDO.
           05  LINE 14  COLUMN 03
               VALUE  "Data de Pagamento .:".
           05  TDTPAG
               LINE 14  COLUMN 25  PIC 99/99/9999
               USING  W-DTPAG
               HIGHLIGHT.
           05  LINE 15  COLUMN 03
               VALUE  "Forma (BO/TE/PX) ..:".
           05  TFORMA
               LINE 15  COLUMN 25  PIC X(02)
               USING  W-FORMA
               HIGHLIGHT.
           05  LINE 16  COLUMN 03
               VALUE  "Codigo de Barras ..:".
           05  TCODBAR
               LINE 16  COLUMN 25  PIC X(44)
               USING  W-CODBAR
               HIGHLIGHT.
           05  LINE 17  COLUMN 03
               VALUE  "Favorecido ........:".
           05  TFAVOREC
               LINE 17  COLUMN 25  PIC X(44)
               USING  W-FAVOREC.

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

       ABRE-AGP.
           OPEN I-O ARQAGP
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30"
                 OPEN OUTPUT ARQAGP
                 CLOSE ARQAGP
                 OPEN I-O ARQAGP
              ELSE
                 MOVE "ERRO NA ABERTURA DA AGENDA DE PAGAMENTOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-FOR.
           OPEN INPUT ARQFOR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FOROK
           ELSE
              MOVE "N" TO W-FOROK.

       ABRE-FORB.
           OPEN INPUT ARQFORB
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FORBOK
           ELSE
              MOVE "N" TO W-FORBOK.

       ABRE-TITME.
           OPEN INPUT ARQTITME
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TMEOK
           ELSE
              MOVE "N" TO W-TMEOK.

       ABRE-CTA.
           OPEN INPUT ARQCTA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CTAOK
           ELSE
              MOVE "N" TO W-CTAOK.

       ABRE-PAR.
           OPEN INPUT ARQPAR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PAROK
           ELSE
              MOVE "N" TO W-PAROK.
           MOVE ZEROS TO W-CTACNAB
           IF W-PAROK = "S"
              MOVE "CTACNAB " TO PAR-ID
              READ ARQPAR
              IF ST-ERRO2 = "00"
                 MOVE PAR-VALOR TO W-CTACNAB.

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
           ELSE
              MOVE "CNAB" TO W-OPERADOR.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.

       MODO-001.
           DISPLAY TSCE099.
       MODO-001A.
           DISPLAY (23, 13) "OPCAO (A/R/T) F1=ENCERRA : ".
           ACCEPT (23, 40) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-OPCAO = "A" OR "a"
              MOVE "A" TO W-OPCAO
              GO TO CTA-001.
           IF W-OPCAO = "R" OR "r"
              MOVE "R" TO W-OPCAO
              GO TO CTA-001.
           IF W-OPCAO = "T" OR "t"
              GO TO RET-001.
           MOVE "*** DIGITE A, R OU T ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MODO-001A.

      *
      *********************************
      * CONTA PAGADORA (ARQCTA)        *
      *********************************
      *
       CTA-001.
           DISPLAY (23, 12) LIMPA
           MOVE W-CTACNAB TO W-CONTA
           MOVE SPACES TO W-CTADESCR
           MOVE ZEROS TO W-DTINI W-DTFIM
           DISPLAY TSELECAO.
       CTA-002.
           ACCEPT TCONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MODO-001.
           IF W-CONTA = ZEROS
              MOVE "CONTA PAGADORA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTA-002.
           MOVE SPACES TO W-CTADESCR
           MOVE ZEROS TO CTA-BANCO CTA-AGENCIA CTA-NUMCONTA
           IF W-CTAOK = "S"
              MOVE W-CONTA TO CTA-CODIGO
              READ ARQCTA
              IF ST-ERRO2 NOT = "00"
                 MOVE "CONTA NAO CADASTRADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CTA-002
              ELSE
                 MOVE CTA-DESCR TO W-CTADESCR.
           DISPLAY TCTADESCR
           IF W-OPCAO = "R"
              GO TO REM-001.

      *
      ***************************************
      * AGENDAMENTO E APROVACAO DE PAGAMENTOS *
      ***************************************
      *
       AGE-001.
           ACCEPT TDTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CTA-002.
       AGE-002.
           ACCEPT TDTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGE-001.
           IF W-DTINI = ZEROS OR W-DTFIM = ZEROS
              MOVE "INFORME O PERIODO DE VENCIMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGE-001.
           COMPUTE W-DTINI-CMP = W-DTINI-ANO * 10000 +
                      W-DTINI-MES * 100 + W-DTINI-DIA
           COMPUTE W-DTFIM-CMP = W-DTFIM-ANO * 10000 +
                      W-DTFIM-MES * 100 + W-DTFIM-DIA
           IF W-DTINI-CMP > W-DTFIM-CMP
              MOVE "DATA INICIAL MAIOR QUE A FINAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGE-001.
           MOVE ZEROS TO W-QTDSEL W-QTDAPR W-VLAPR
           MOVE ZEROS TO TIT-CHAVE
           START ARQTIT KEY IS NOT LESS TIT-CHAVE INVALID KEY
                 GO TO AGE-FIM.

       AGE-RD.
           READ ARQTIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO AGE-FIM.
           IF TIT-TIPO NOT = "P"
              GO TO AGE-RD.
           IF TIT-STATUS NOT = "A" OR TIT-SALDO = ZEROS
              GO TO AGE-RD.
           IF TIT-VENCTO < W-DTINI-CMP OR TIT-VENCTO > W-DTFIM-CMP
              GO TO AGE-RD.
           IF W-TMEOK = "S"
              MOVE TIT-CHAVE TO TME-CHAVE
              READ ARQTITME
              IF ST-ERRO2 = "00" AND TME-SALDOME > ZEROS
                 GO TO AGE-RD.
           MOVE "N" TO W-JAAPR W-AGPEXISTE
           MOVE TIT-CHAVE TO AGP-CHAVE
           READ ARQAGP
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-AGPEXISTE
              IF AGP-STATUS = "R" OR "C" OR "L"
                 GO TO AGE-RD
              ELSE
                 IF AGP-STATUS = "A"
                    MOVE "S" TO W-JAAPR.
           ADD 1 TO W-QTDSEL
           PERFORM AGE-CARREGA THRU AGE-CARREGA-FIM
           DISPLAY TAPROVA.

       AGE-RESP.
           DISPLAY (19, 03)
              "APROVAR? S=SIM N=PULA C=CANCELA F=FIM :"
           ACCEPT (19, 44) W-RESP
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (19, 01) LIMPA
           IF W-ACT = 01
              GO TO AGE-FIM.
           IF W-RESP = "F" OR "f"
              GO TO AGE-FIM.
           IF W-RESP = "N" OR "n"
              GO TO AGE-RD.
           IF W-RESP = "C" OR "c"
              GO TO AGE-CANCELA.
           IF W-RESP NOT = "S" AND "s"
              GO TO AGE-RESP.

       AGE-DTPAG.
           ACCEPT TDTPAG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGE-RESP.
           IF W-DTPAG-DIA < 1 OR W-DTPAG-DIA > 31 OR
              W-DTPAG-MES < 1 OR W-DTPAG-MES > 12
              MOVE "DATA DE PAGAMENTO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGE-DTPAG.
           COMPUTE W-DTPAG-CMP = W-DTPAG-ANO * 10000 +
                      W-DTPAG-MES * 100 + W-DTPAG-DIA
           IF W-DTPAG-CMP < W-DTHOJE
              MOVE "DATA DE PAGAMENTO JA PASSOU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGE-DTPAG.

       AGE-FORMA.
           ACCEPT TFORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGE-DTPAG.
           INSPECT W-FORMA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-FORMA NOT = "BO" AND "TE" AND "PX"
              MOVE "FORMA: BO=BOLETO TE=TED PX=PIX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGE-FORMA.
           PERFORM AGE-FAVOREC THRU AGE-FAVOREC-FIM
           DISPLAY TFAVOREC
           IF W-FORMA = "TE"
              IF W-TEMFORB = "N" OR FORB-BANCO = ZEROS OR
                 FORB-AGENCIA = ZEROS OR FORB-CONTA = ZEROS
                 MOVE "FORNECEDOR SEM CONTA BANCARIA P/ TED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO AGE-FORMA.
           IF W-FORMA = "PX"
              IF W-TEMFORB = "N" OR FORB-CHAVEPIX = SPACES
                 MOVE "FORNECEDOR SEM CHAVE PIX CADASTRADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO AGE-FORMA.
           IF W-FORMA NOT = "BO"
              MOVE SPACES TO W-CODBAR
              DISPLAY TCODBAR
              GO TO AGE-GRAVA.

       AGE-CODBAR.
           ACCEPT TCODBAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO AGE-FORMA.
           IF W-CODBAR NOT NUMERIC
              MOVE "CODIGO DE BARRAS: 44 DIGITOS NUMERICOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGE-CODBAR.

       AGE-GRAVA.
           IF W-AGPEXISTE = "S"
              MOVE REGAGP TO W-IMGANT.
           MOVE TIT-CHAVE    TO AGP-CHAVE
           MOVE TIT-CPFCNPJ  TO AGP-CPFCNPJ
           MOVE W-DTPAG-CMP  TO AGP-DTPAGTO
           MOVE TIT-SALDO    TO AGP-VALOR
           MOVE W-FORMA      TO AGP-FORMA
           MOVE W-CODBAR     TO AGP-CODBAR
           MOVE W-CONTA      TO AGP-CONTA
           MOVE "A"          TO AGP-STATUS
           MOVE W-DTHOJE     TO AGP-DTAPROV
           MOVE W-OPERADOR   TO AGP-APROVADOR
           MOVE ZEROS        TO AGP-DTREMES AGP-DTRET
           MOVE SPACES       TO AGP-OCORR
           MOVE REGAGP       TO W-IMGNOV
           IF W-AGPEXISTE = "S"
              REWRITE REGAGP
           ELSE
              WRITE REGAGP.
           IF ST-ERRO6 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA AGENDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGE-RD.
           MOVE "PAGTO-APR" TO LOG-OPERACAO
           MOVE AGP-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTDAPR
           ADD TIT-SALDO TO W-VLAPR
           MOVE "*** PAGAMENTO APROVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO AGE-RD.

       AGE-CANCELA.
           IF W-JAAPR NOT = "S"
              MOVE "TITULO NAO ESTA APROVADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGE-RESP.
           MOVE REGAGP TO W-IMGANT
           DELETE ARQAGP RECORD
           IF ST-ERRO6 NOT = "00"
              MOVE "ERRO NA EXCLUSAO DA APROVACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AGE-RD.
           MOVE "PAGTO-CAN" TO LOG-OPERACAO
           MOVE AGP-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** APROVACAO CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO AGE-RD.

       AGE-FIM.
           DISPLAY TSCE099
           DISPLAY (11, 10) "TITULOS NO PERIODO .: "
           DISPLAY (11, 32) W-QTDSEL
           DISPLAY (12, 10) "PAGAMENTOS APROVADOS: "
           DISPLAY (12, 32) W-QTDAPR
           MOVE "*** AGENDAMENTO ENCERRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MODO-001A.

      *
      ***************************************
      * CARGA DO TITULO PARA APROVACAO       *
      ***************************************
      *
       AGE-CARREGA.
           MOVE SPACES TO W-TITDOC
           STRING TIT-NUMPED "-" TIT-TIPEDIDO "-" TIT-PARCELA
                  DELIMITED BY SIZE INTO W-TITDOC
           MOVE SPACES TO W-RAZAO
           IF W-FOROK = "S"
              MOVE TIT-CPFCNPJ TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO2 = "00"
                 MOVE FOR-RAZAO TO W-RAZAO.
           MOVE "N" TO W-TEMFORB
           IF W-FORBOK = "S"
              MOVE TIT-CPFCNPJ TO FORB-CPFCNPJ
              READ ARQFORB
              IF ST-ERRO2 = "00"
                 MOVE "S" TO W-TEMFORB.
           MOVE TIT-VENCTO TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO W-VENCEXIBE
           MOVE TIT-SALDO TO W-SALDO
           IF W-JAAPR = "S"
              MOVE "*** JA APROVADO ***" TO W-SITUACAO
              MOVE AGP-DTPAGTO TO W-DTPAG-CMP
              MOVE AGP-FORMA   TO W-FORMA
              MOVE AGP-CODBAR  TO W-CODBAR
              GO TO AGE-CARREGA-DT.
           MOVE SPACES TO W-SITUACAO
           IF W-AGPEXISTE = "S"
              MOVE "REJEITADO NO BANCO" TO W-SITUACAO.
           MOVE "P" TO W-CALFUNC
           MOVE TIT-VENCTO TO W-CALDT1
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALDT2 TO W-DTPAG-CMP
           IF W-DTPAG-CMP < W-DTHOJE
              MOVE W-DTHOJE TO W-CALDT1
              CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2
                                  W-CALRES
              MOVE W-CALDT2 TO W-DTPAG-CMP.
           MOVE "BO" TO W-FORMA
           IF W-TEMFORB = "S"
              MOVE FORB-FORMA TO W-FORMA.
           MOVE SPACES TO W-CODBAR.
       AGE-CARREGA-DT.
           MOVE W-DTPAG-CMP TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO W-DTPAG
           PERFORM AGE-FAVOREC THRU AGE-FAVOREC-FIM.
       AGE-CARREGA-FIM.
           EXIT.

       AGE-FAVOREC.
           MOVE SPACES TO W-FAVOREC
           IF W-TEMFORB = "N"
              MOVE "SEM DADOS BANCARIOS CADASTRADOS" TO W-FAVOREC
              GO TO AGE-FAVOREC-FIM.
           IF W-FORMA = "PX"
              STRING "PIX " FORB-CHAVEPIX
                     DELIMITED BY SIZE INTO W-FAVOREC
              GO TO AGE-FAVOREC-FIM.
           STRING "BCO " FORB-BANCO " AG " FORB-AGENCIA
                  " CC " FORB-CONTA "-" FORB-DIGITO
                  DELIMITED BY SIZE INTO W-FAVOREC.
       AGE-FAVOREC-FIM.
           EXIT.

      *
      **********************
      * GERACAO DA REMESSA *
      **********************
      *
       REM-001.
           OPEN OUTPUT ARQREM
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PAGTO.REM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MODO-001.
           MOVE ZEROS TO W-QTDREM W-VLREM W-QTDDESC
           MOVE W-DTHOJE     TO REMH-DATA
           MOVE CTA-BANCO    TO REMH-BANCO
           MOVE CTA-AGENCIA  TO REMH-AGENCIA
           MOVE CTA-NUMCONTA TO REMH-CONTA
           WRITE LINHA-REM FROM REM-HEADER
           MOVE ZEROS TO AGP-CHAVE
           START ARQAGP KEY IS NOT LESS AGP-CHAVE INVALID KEY
                 GO TO REM-FIM.

       REM-RD.
           READ ARQAGP NEXT
           IF ST-ERRO6 NOT = "00"
              GO TO REM-FIM.
           MOVE "*** SELECIONANDO PAGAMENTOS APROVADOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF AGP-STATUS NOT = "A"
              GO TO REM-RD.
           IF AGP-CONTA NOT = W-CONTA
              GO TO REM-RD.
           MOVE AGP-CHAVE TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              GO TO REM-DESCARTA.
           IF TIT-STATUS NOT = "A" OR TIT-SALDO = ZEROS
              GO TO REM-DESCARTA.
           IF TIT-SALDO < AGP-VALOR
              MOVE TIT-SALDO TO AGP-VALOR.

       REM-DETALHE.
           MOVE AGP-NUMPED   TO REMD-NUMPED
           MOVE AGP-TIPEDIDO TO REMD-TIPO
           MOVE AGP-PARCELA  TO REMD-PARC
           MOVE AGP-FORMA    TO REMD-FORMA
           MOVE AGP-CPFCNPJ  TO REMD-CPFCNPJ
           MOVE SPACES       TO REMD-NOME
           IF W-FOROK = "S"
              MOVE AGP-CPFCNPJ TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO2 = "00"
                 MOVE FOR-RAZAO TO REMD-NOME.
           MOVE ZEROS  TO REMD-BANCO REMD-AGENCIA REMD-CONTA
           MOVE SPACES TO REMD-DIGITO REMD-TIPOCTA REMD-CHAVE
           IF W-FORBOK = "S" AND AGP-FORMA NOT = "BO"
              MOVE AGP-CPFCNPJ TO FORB-CPFCNPJ
              READ ARQFORB
              IF ST-ERRO2 = "00"
                 MOVE FORB-BANCO    TO REMD-BANCO
                 MOVE FORB-AGENCIA  TO REMD-AGENCIA
                 MOVE FORB-CONTA    TO REMD-CONTA
                 MOVE FORB-DIGITO   TO REMD-DIGITO
                 MOVE FORB-TIPOCTA  TO REMD-TIPOCTA
                 MOVE FORB-CHAVEPIX TO REMD-CHAVE.
           MOVE AGP-CODBAR   TO REMD-CODBAR
           MOVE AGP-DTPAGTO  TO REMD-DTPAGTO
           IF AGP-DTPAGTO < W-DTHOJE
              MOVE W-DTHOJE TO REMD-DTPAGTO.
           MOVE AGP-VALOR    TO REMD-VALOR
           WRITE LINHA-REM FROM REM-DET
           ADD 1 TO W-QTDREM
           ADD AGP-VALOR TO W-VLREM
           MOVE "R"          TO AGP-STATUS
           MOVE W-DTHOJE     TO AGP-DTREMES
           REWRITE REGAGP
           GO TO REM-RD.

       REM-DESCARTA.
           MOVE "J"      TO AGP-STATUS
           MOVE W-DTHOJE TO AGP-DTRET
           MOVE "TL"     TO AGP-OCORR
           REWRITE REGAGP
           ADD 1 TO W-QTDDESC
           GO TO REM-RD.

       REM-FIM.
           MOVE W-QTDREM TO REMT-QTD
           MOVE W-VLREM  TO REMT-VALOR
           WRITE LINHA-REM FROM REM-TRAILER
           CLOSE ARQREM
           MOVE "PAGTO-REM" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-DTHOJE "-" W-QTDREM
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY TSCE099
           DISPLAY (10, 10) "PAGAMENTOS REMETIDOS: "
           DISPLAY (10, 32) W-QTDREM
           DISPLAY (11, 10) "TITULOS JA QUITADOS : "
           DISPLAY (11, 32) W-QTDDESC
           MOVE "*** REMESSA GERADA EM PAGTO.REM ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MODO-001A.

      *
      ***************************
      * PROCESSAMENTO DO RETORNO *
      ***************************
      *
       RET-001.
           OPEN INPUT ARQRET
           IF ST-ERRO3 NOT = "00"
              MOVE "ARQUIVO PAGTO.RET NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MODO-001.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "PAGRET" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELREJ
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DA LISTA DE REJEITADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQRET
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDLID W-QTDBXA W-QTDREJ.

       RET-RD.
           READ ARQRET NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO RET-FIM.
           MOVE "*** PROCESSANDO RETORNO DE PAGAMENTOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF RET-REGTIPO NOT = "1"
              GO TO RET-RD.
           ADD 1 TO W-QTDLID
           IF RET-DOC NOT NUMERIC
              MOVE "DOCUMENTO NAO NUMERICO" TO W-MOTIVO
              GO TO RET-REJ.
           MOVE RET-NUMPED   TO AGP-NUMPED
           MOVE RET-TIPEDIDO TO AGP-TIPEDIDO
           MOVE RET-PARCELA  TO AGP-PARCELA
           READ ARQAGP
           IF ST-ERRO6 NOT = "00"
              MOVE "PAGAMENTO NAO AGENDADO" TO W-MOTIVO
              GO TO RET-REJ.
           IF AGP-STATUS = "L"
              MOVE "PAGAMENTO JA BAIXADO" TO W-MOTIVO
              GO TO RET-REJ.
           MOVE AGP-CHAVE TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "TITULO NAO ENCONTRADO" TO W-MOTIVO
              GO TO RET-REJ.
           IF RET-OCORR = "BD"
              MOVE "C" TO AGP-STATUS
              GO TO RET-MARCA.
           IF RET-OCORR NOT = "00"
              MOVE "J" TO AGP-STATUS
              MOVE W-DTHOJE TO AGP-DTRET
              MOVE RET-OCORR TO AGP-OCORR
              REWRITE REGAGP
              MOVE "PAGAMENTO DEVOLVIDO PELO BANCO" TO W-MOTIVO
              GO TO RET-REJ.
           IF TIT-STATUS NOT = "A"
              MOVE "TITULO NAO ESTA EM ABERTO" TO W-MOTIVO
              GO TO RET-REJ.
           IF RET-VALOR NOT NUMERIC OR RET-DTPAGTO NOT NUMERIC
              MOVE "VALOR OU DATA INVALIDOS" TO W-MOTIVO
              GO TO RET-REJ.
           MOVE RET-VALOR TO W-VLPAGO (1:10)
           MOVE RET-DTPAGTO TO W-DTPAGTO
           IF W-VLPAGO = ZEROS
              MOVE "VALOR PAGO ZERADO" TO W-MOTIVO
              GO TO RET-REJ.
           IF W-VLPAGO > TIT-SALDO
              MOVE "VALOR MAIOR QUE O SALDO DO TITULO" TO W-MOTIVO
              GO TO RET-REJ.

       RET-BAIXA.
           SUBTRACT W-VLPAGO FROM TIT-SALDO
           IF TIT-SALDO = ZEROS
              MOVE "L" TO TIT-STATUS.
           REWRITE REGTIT
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO TITULO" TO W-MOTIVO
              GO TO RET-REJ.
           PERFORM GRAVA-TITMV THRU GRAVA-TITMV-FIM
           MOVE "L" TO AGP-STATUS
           ADD 1 TO W-QTDBXA.

       RET-MARCA.
           MOVE W-DTHOJE TO AGP-DTRET
           MOVE RET-OCORR TO AGP-OCORR
           REWRITE REGAGP
           GO TO RET-RD.

       RET-REJ.
           MOVE RET-DOC      TO REJDOC
           MOVE RET-OCORR    TO REJOCORR
           MOVE W-MOTIVO     TO REJMOTIVO
           WRITE LINHA-REJ FROM REJ-DET
           ADD 1 TO W-QTDREJ
           GO TO RET-RD.

       RET-FIM.
           CLOSE ARQRET RELREJ
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE "PAGTO-RET" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-QTDLID "-" W-QTDBXA "-" W-QTDREJ
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 10) "OCORRENCIAS LIDAS ..: "
           DISPLAY (10, 32) W-QTDLID
           DISPLAY (11, 10) "PAGAMENTOS BAIXADOS : "
           DISPLAY (11, 32) W-QTDBXA
           DISPLAY (12, 10) "REJEITADAS P/REVISAO: "
           DISPLAY (12, 32) W-QTDREJ
           MOVE "*** RETORNO PROCESSADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MODO-001A.

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
           MOVE AGP-FORMA    TO TMV-FORMA
           IF AGP-FORMA = "TE"
              MOVE "TR" TO TMV-FORMA.
           MOVE AGP-CONTA    TO TMV-CONTA
           WRITE REGTITMV.
       GRAVA-TITMV-FIM.
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
           MOVE "PAGRET" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           MOVE W-OPERADOR TO SPL-OPERADOR
           MOVE W-QTDREJ TO SPL-QTDREG.
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
           MOVE "SCE099" TO LOG-PROGRAMA.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO LOG-OPERADOR
           ELSE
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
           CLOSE ARQTIT ARQTITMV ARQAGP ARQLOG.
           IF W-FOROK = "S"
              CLOSE ARQFOR.
           IF W-FORBOK = "S"
              CLOSE ARQFORB.
           IF W-TMEOK = "S"
              CLOSE ARQTITME.
           IF W-CTAOK = "S"
              CLOSE ARQCTA.
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
