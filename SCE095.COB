       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE095.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRCC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS RCC-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RCC-NSU
                                   WITH DUPLICATES.

           SELECT ARQADQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADQ-CHAVE
                    FILE STATUS  IS ST-ERRO2.

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

           SELECT ARQTITX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TITX-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SEQ-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLIQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT RELCAR ASSIGN TO W-NOMEREL
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
       FD ARQRCC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRCC.DAT".
       01 REGRCC.
          03 RCC-CHAVE.
             05 RCC-NUMPED     PIC 9(6).
             05 RCC-TIPEDIDO   PIC 9(1).
             05 RCC-PARCELA    PIC 9(2).
          03 RCC-ADQ           PIC 9(02).
          03 RCC-BANDEIRA      PIC X(02).
          03 RCC-MODAL         PIC X(01).
          03 RCC-NSU           PIC X(12).
          03 RCC-QTDPARC       PIC 9(02).
          03 RCC-ORIGEM        PIC X(09).
          03 RCC-DTVENDA       PIC 9(08).
          03 RCC-DTPREV        PIC 9(08).
          03 RCC-VLBRUTO       PIC 9(8)V99.
          03 RCC-VLTAXA        PIC 9(8)V99.
          03 RCC-VLLIQ         PIC 9(8)V99.
          03 RCC-STATUS        PIC X(01).
          03 RCC-DTLIQ         PIC 9(08).
          03 RCC-VLTXREAL      PIC 9(8)V99.
          03 RCC-VLLIQREAL     PIC 9(8)V99.
          03 RCC-TITTAXA       PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQADQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADQ.DAT".
       01 REGADQ.
          03 ADQ-CHAVE.
             05 ADQ-CODIGO     PIC 9(02).
             05 ADQ-BANDEIRA   PIC X(02).
             05 ADQ-MODAL      PIC X(01).
          03 ADQ-NOME          PIC X(20).
          03 ADQ-CNPJ          PIC 9(14).
          03 ADQ-TAXA          PIC 9(02)V99.
          03 ADQ-DIAS          PIC 9(03).
          03 ADQ-MAXPARC       PIC 9(02).
          03 ADQ-CONTA         PIC 9(03).
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
       FD ARQTITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTITX.DAT".
       01 REGTITX.
          03 TITX-CHAVE.
             05 TITX-NUMPED    PIC 9(6).
             05 TITX-TIPEDIDO  PIC 9(1).
             05 TITX-PARCELA   PIC 9(2).
          03 TITX-CATEG        PIC X(08).
          03 TITX-DESCR        PIC X(30).
      *-----------------------------------------------------------------
       FD ARQSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQ-ID            PIC X(08).
          03 SEQ-PROX          PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQLIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADQLIQ.TXT".
       01 REGLIQ.
          03 LIQ-ADQ           PIC X(02).
          03 LIQ-NSU           PIC X(12).
          03 LIQ-PARCELA       PIC X(02).
          03 LIQ-DTPAGTO       PIC X(08).
          03 LIQ-VLBRUTO       PIC X(10).
          03 LIQ-VLTAXA        PIC X(10).
          03 LIQ-VLLIQ         PIC X(10).
      *-----------------------------------------------------------------
       FD RELCAR
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
       01 W-ADQOK       PIC X(01) VALUE "N".
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-NUMAVUL     PIC 9(06) VALUE ZEROS.
       01 W-CONTA       PIC 9(03) VALUE ZEROS.
       01 W-CNPJ        PIC 9(14) VALUE ZEROS.
       01 W-NOMEADQ     PIC X(20) VALUE SPACES.
       01 W-ADQ         PIC 9(02) VALUE ZEROS.
       01 W-PARCELA     PIC 9(02) VALUE ZEROS.
       01 W-DTPAGTO     PIC 9(08) VALUE ZEROS.
       01 W-VLBRUTO     PIC 9(08)V99 VALUE ZEROS.
       01 W-VLTAXA      PIC 9(08)V99 VALUE ZEROS.
       01 W-VLLIQ       PIC 9(08)V99 VALUE ZEROS.
       01 W-TMVVAL      PIC 9(08)V99 VALUE ZEROS.
       01 W-DIFTAXA     PIC S9(08)V99 VALUE ZEROS.
       01 W-MOTIVO      PIC X(35) VALUE SPACES.
       01 W-QTDLID      PIC 9(06) VALUE ZEROS.
       01 W-QTDLIQ      PIC 9(06) VALUE ZEROS.
       01 W-QTDREJ      PIC 9(06) VALUE ZEROS.
       01 W-QTDDIV      PIC 9(06) VALUE ZEROS.
       01 W-TOTBRUTO    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTTAXA     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTLIQ      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTVENC     PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-IX          PIC 9(03) COMP VALUE ZEROS.
       01 W-TABADQ.
          03 W-TA OCCURS 99 TIMES.
             05 W-TANOME     PIC X(20).
             05 W-TAQTD      PIC 9(06).
             05 W-TABRUTO    PIC 9(10)V99.
             05 W-TATAXA     PIC 9(10)V99.
             05 W-TALIQ      PIC 9(10)V99.
             05 W-TAVENC     PIC 9(10)V99.
       01 W-DTDATA      PIC 9(08) VALUE ZEROS.
       01 W-DTDATATAB REDEFINES W-DTDATA.
          03 W-DTDATAANO  PIC 9(04).
          03 W-DTDATAMES  PIC 9(02).
          03 W-DTDATADIA  PIC 9(02).
       01 W-DTEXIBE      PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 LIQ-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 LDADQ        PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 LDNSU        PIC X(12) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE "/".
          03 LDPARC       PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 LDDATA       PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 LDBRUTO      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 LDTAXA       PIC ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 LDLIQ        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 LDOBS        PIC X(30) VALUE SPACES.

       01 ABE-CAB.
          03 FILLER       PIC X(43)
             VALUE "  AD BD M NSU          PARC VENDA      PREV".
          03 FILLER       PIC X(46)
             VALUE "ISTO        BRUTO      TAXA       LIQUIDO OBS".

       01 ABE-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 ABADQ        PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 ABBAND       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 ABMODAL      PIC X(01) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 ABNSU        PIC X(12) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 ABPARC       PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "/".
          03 ABQTD        PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 ABVENDA      PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 ABPREV       PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 ABBRUTO      PIC ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 ABTAXA       PIC ZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 ABLIQ        PIC ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 ABOBS        PIC X(08) VALUE SPACES.

       01 RES-CAB.
          03 FILLER       PIC X(40)
             VALUE "  RESUMO POR ADQUIRENTE         QTD     ".
          03 FILLER       PIC X(40)
             VALUE "    BRUTO       LIQUIDO      ATRASADO".

       01 RES-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RSADQ        PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RSNOME       PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RSQTD        PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RSBRUTO      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RSLIQ        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RSVENC       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE095.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            Recebiveis de Cartao - Liqui".
           05  LINE 02  COLUMN 41
               VALUE  "dacao e Posicao".
           05  LINE 04  COLUMN 03
               VALUE  "I = IMPORTA LIQUIDACAO (ADQLIQ.TXT)".
           05  LINE 05  COLUMN 03
               VALUE  "R = RECEBIVEIS EM ABERTO".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-RCC.
           OPEN I-O ARQRCC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQRCC
                 CLOSE ARQRCC
                 OPEN I-O ARQRCC
              ELSE
                 MOVE "ERRO NA ABERTURA DOS RECEBIVEIS DE CARTAO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-ADQ.
           OPEN INPUT ARQADQ
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ADQOK
           ELSE
              MOVE "N" TO W-ADQOK.

       ABRE-TIT.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

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

       ABRE-TITX.
           OPEN I-O ARQTITX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTITX
                 CLOSE ARQTITX
                 OPEN I-O ARQTITX
              ELSE
                 MOVE "ERRO NA ABERTURA DO COMPLEMENTO TITULOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-SEQ.
           OPEN I-O ARQSEQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSEQ
                 CLOSE ARQSEQ
                 OPEN I-O ARQSEQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO CONTROLE DE NUMEROS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

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
           DISPLAY TSCE095.
       MODO-001A.
           DISPLAY (23, 13) "OPCAO (I/R)  F1=ENCERRA : ".
           ACCEPT (23, 40) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-OPCAO = "I" OR "i"
              GO TO IMP-001.
           IF W-OPCAO = "R" OR "r"
              GO TO ABE-001.
           MOVE "*** DIGITE I OU R ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MODO-001A.

      *
      ************************************
      * IMPORTACAO DA LIQUIDACAO         *
      ************************************
      *
       IMP-001.
           IF W-ADQOK NOT = "S"
              MOVE "TABELA DE TAXAS DE CARTAO NAO CADASTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MODO-001.
           OPEN INPUT ARQLIQ
           IF ST-ERRO3 NOT = "00"
              MOVE "ARQUIVO ADQLIQ.TXT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MODO-001.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "CARLIQ" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELCAR
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQLIQ
              GO TO MODO-001.
           MOVE W-DTHOJE TO W-DTDATA
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE SPACES TO LINHA-REL
           STRING "LIQUIDACAO DE RECEBIVEIS DE CARTAO - " W-DTEXIBE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QTDLID W-QTDLIQ W-QTDREJ W-QTDDIV
           MOVE ZEROS TO W-TOTBRUTO W-TOTTAXA W-TOTLIQ.

       IMP-RD.
           READ ARQLIQ NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO IMP-FIM.
           MOVE "*** PROCESSANDO LIQUIDACAO ***" TO MENS
           DISPLAY (23, 13) MENS
           IF REGLIQ = SPACES
              GO TO IMP-RD.
           ADD 1 TO W-QTDLID
           MOVE ZEROS TO W-VLBRUTO W-VLTAXA W-VLLIQ W-DTPAGTO
           MOVE ZEROS TO W-ADQ W-PARCELA
           IF LIQ-ADQ NOT NUMERIC OR LIQ-PARCELA NOT NUMERIC
              MOVE "ADQUIRENTE OU PARCELA INVALIDOS" TO W-MOTIVO
              GO TO IMP-REJ.
           IF LIQ-DTPAGTO NOT NUMERIC OR LIQ-VLBRUTO NOT NUMERIC
              OR LIQ-VLTAXA NOT NUMERIC OR LIQ-VLLIQ NOT NUMERIC
              MOVE "DATA OU VALORES INVALIDOS" TO W-MOTIVO
              GO TO IMP-REJ.
           MOVE LIQ-ADQ     TO W-ADQ
           MOVE LIQ-PARCELA TO W-PARCELA
           MOVE LIQ-DTPAGTO TO W-DTPAGTO
           MOVE LIQ-VLBRUTO TO W-VLBRUTO
           COMPUTE W-VLBRUTO = W-VLBRUTO / 100
           MOVE LIQ-VLTAXA  TO W-VLTAXA
           COMPUTE W-VLTAXA = W-VLTAXA / 100
           MOVE LIQ-VLLIQ   TO W-VLLIQ
           COMPUTE W-VLLIQ = W-VLLIQ / 100
           PERFORM ROT-ACHARCC THRU ROT-ACHARCC-FIM
           IF W-ACHOU = "N"
              MOVE "RECEBIVEL NAO ENCONTRADO" TO W-MOTIVO
              GO TO IMP-REJ.
           IF RCC-STATUS NOT = "A"
              MOVE "RECEBIVEL JA LIQUIDADO" TO W-MOTIVO
              GO TO IMP-REJ.
           IF W-VLBRUTO NOT = RCC-VLBRUTO
              MOVE "VALOR BRUTO DIVERGENTE DA VENDA" TO W-MOTIVO
              GO TO IMP-REJ.
           IF W-VLBRUTO NOT = W-VLTAXA + W-VLLIQ
              MOVE "BRUTO DIFERENTE DE TAXA + LIQUIDO" TO W-MOTIVO
              GO TO IMP-REJ.
           MOVE RCC-ADQ      TO ADQ-CODIGO
           MOVE RCC-BANDEIRA TO ADQ-BANDEIRA
           MOVE RCC-MODAL    TO ADQ-MODAL
           READ ARQADQ
           IF ST-ERRO2 NOT = "00"
              MOVE "TAXA DA ADQUIRENTE NAO CADASTRADA" TO W-MOTIVO
              GO TO IMP-REJ.
           MOVE ADQ-CONTA TO W-CONTA
           MOVE ADQ-CNPJ  TO W-CNPJ
           MOVE ADQ-NOME  TO W-NOMEADQ
           MOVE RCC-CHAVE TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "TITULO DO RECEBIVEL NAO ENCONTRADO" TO W-MOTIVO
              GO TO IMP-REJ.
           IF TIT-STATUS NOT = "A" OR TIT-SALDO NOT = W-VLBRUTO
              MOVE "RECEBIVEL NAO ESTA EM ABERTO" TO W-MOTIVO
              GO TO IMP-REJ.

       IMP-BAIXA.
           MOVE ZEROS TO TIT-SALDO
           MOVE "L" TO TIT-STATUS
           REWRITE REGTIT
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO TITULO" TO W-MOTIVO
              GO TO IMP-REJ.
           MOVE W-VLBRUTO TO W-TMVVAL
           PERFORM GRAVA-TITMV THRU GRAVA-TITMV-FIM
           MOVE ZEROS TO W-NUMAVUL
           IF W-VLTAXA > ZEROS
              PERFORM GRAVA-TAXA THRU GRAVA-TAXA-FIM.
           MOVE "L"       TO RCC-STATUS
           MOVE W-DTPAGTO TO RCC-DTLIQ
           MOVE W-VLTAXA  TO RCC-VLTXREAL
           MOVE W-VLLIQ   TO RCC-VLLIQREAL
           MOVE W-NUMAVUL TO RCC-TITTAXA
           REWRITE REGRCC
           MOVE "CARTAO-LIQ" TO LOG-OPERACAO
           MOVE RCC-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTDLIQ
           ADD W-VLBRUTO TO W-TOTBRUTO
           ADD W-VLTAXA  TO W-TOTTAXA
           ADD W-VLLIQ   TO W-TOTLIQ
           MOVE SPACES TO LDOBS
           COMPUTE W-DIFTAXA = W-VLTAXA - RCC-VLTAXA
           IF W-DIFTAXA > 0,01 OR W-DIFTAXA < -0,01
              MOVE "LIQUIDADO - TAXA DIVERGENTE" TO LDOBS
              ADD 1 TO W-QTDDIV
           ELSE
              MOVE "LIQUIDADO" TO LDOBS.
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM
           GO TO IMP-RD.

       IMP-REJ.
           MOVE W-MOTIVO TO LDOBS
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM
           ADD 1 TO W-QTDREJ
           GO TO IMP-RD.

       IMP-LINHA.
           MOVE W-ADQ     TO LDADQ
           MOVE LIQ-NSU   TO LDNSU
           MOVE W-PARCELA TO LDPARC
           MOVE W-DTPAGTO TO W-DTDATA
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO LDDATA
           MOVE W-VLBRUTO TO LDBRUTO
           MOVE W-VLTAXA  TO LDTAXA
           MOVE W-VLLIQ   TO LDLIQ
           WRITE LINHA-REL FROM LIQ-DET
           ADD 1 TO W-QTDLIN.
       IMP-LINHA-FIM.
           EXIT.

       IMP-FIM.
           CLOSE ARQLIQ
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "REGISTROS LIDOS ..................:" TO TOTTXT
           MOVE W-QTDLID TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "RECEBIVEIS LIQUIDADOS ............:" TO TOTTXT
           MOVE W-QTDLIQ TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR BRUTO LIQUIDADO ............:" TO TOTTXT
           MOVE W-TOTBRUTO TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "TAXAS LANCADAS COMO DESPESA ......:" TO TOTTXT
           MOVE W-TOTTAXA TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR LIQUIDO CREDITADO ..........:" TO TOTTXT
           MOVE W-TOTLIQ TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "TAXAS DIVERGENTES DA TABELA ......:" TO TOTTXT
           MOVE W-QTDDIV TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "REGISTROS REJEITADOS .............:" TO TOTTXT
           MOVE W-QTDREJ TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELCAR
           MOVE "CARLIQ" TO SPL-RELATORIO
           MOVE W-QTDLIN TO SPL-QTDREG
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE "CARTAO-IMP" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-DTHOJE "-" W-QTDLIQ
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 10) "REGISTROS LIDOS ....: "
           DISPLAY (10, 32) W-QTDLID
           DISPLAY (11, 10) "LIQUIDADOS .........: "
           DISPLAY (11, 32) W-QTDLIQ
           DISPLAY (12, 10) "TAXA DIVERGENTE ....: "
           DISPLAY (12, 32) W-QTDDIV
           DISPLAY (13, 10) "REJEITADOS .........: "
           DISPLAY (13, 32) W-QTDREJ
           MOVE "*** LIQUIDACAO PROCESSADA - VER SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MODO-001.

      *
      ************************************
      * POSICAO DOS RECEBIVEIS EM ABERTO *
      ************************************
      *
       ABE-001.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "CARABE" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELCAR
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MODO-001.
           MOVE W-DTHOJE TO W-DTDATA
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE SPACES TO LINHA-REL
           STRING "RECEBIVEIS DE CARTAO EM ABERTO - POSICAO EM "
                  W-DTEXIBE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM ABE-CAB
           MOVE ZEROS TO W-QTDLIN W-TOTBRUTO W-TOTTAXA W-TOTLIQ
           MOVE ZEROS TO W-TOTVENC
           MOVE ZEROS TO W-IX.
       ABE-ZERA.
           ADD 1 TO W-IX
           IF W-IX > 99
              GO TO ABE-INI.
           MOVE SPACES TO W-TANOME (W-IX)
           MOVE ZEROS TO W-TAQTD (W-IX) W-TABRUTO (W-IX)
           MOVE ZEROS TO W-TATAXA (W-IX) W-TALIQ (W-IX)
           MOVE ZEROS TO W-TAVENC (W-IX)
           GO TO ABE-ZERA.
       ABE-INI.
           MOVE ZEROS TO RCC-CHAVE
           START ARQRCC KEY IS NOT LESS RCC-CHAVE INVALID KEY
                 GO TO ABE-FIM.

       ABE-RD.
           READ ARQRCC NEXT
           IF ST-ERRO NOT = "00"
              GO TO ABE-FIM.
           IF RCC-STATUS NOT = "A"
              GO TO ABE-RD.
           MOVE RCC-ADQ      TO ABADQ
           MOVE RCC-BANDEIRA TO ABBAND
           MOVE RCC-MODAL    TO ABMODAL
           MOVE RCC-NSU      TO ABNSU
           MOVE RCC-PARCELA  TO ABPARC
           MOVE RCC-QTDPARC  TO ABQTD
           MOVE RCC-DTVENDA  TO W-DTDATA
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE    TO ABVENDA
           MOVE RCC-DTPREV   TO W-DTDATA
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE    TO ABPREV
           MOVE RCC-VLBRUTO  TO ABBRUTO
           MOVE RCC-VLTAXA   TO ABTAXA
           MOVE RCC-VLLIQ    TO ABLIQ
           MOVE SPACES TO ABOBS
           IF RCC-DTPREV < W-DTHOJE
              MOVE "ATRASADO" TO ABOBS
              ADD RCC-VLBRUTO TO W-TOTVENC.
           WRITE LINHA-REL FROM ABE-DET
           ADD 1 TO W-QTDLIN
           ADD RCC-VLBRUTO TO W-TOTBRUTO
           ADD RCC-VLTAXA  TO W-TOTTAXA
           ADD RCC-VLLIQ   TO W-TOTLIQ
           MOVE RCC-ADQ TO W-IX
           IF W-IX = ZEROS
              GO TO ABE-RD.
           IF W-TANOME (W-IX) = SPACES
              PERFORM ABE-NOME THRU ABE-NOME-FIM.
           ADD 1           TO W-TAQTD (W-IX)
           ADD RCC-VLBRUTO TO W-TABRUTO (W-IX)
           ADD RCC-VLTAXA  TO W-TATAXA (W-IX)
           ADD RCC-VLLIQ   TO W-TALIQ (W-IX)
           IF RCC-DTPREV < W-DTHOJE
              ADD RCC-VLBRUTO TO W-TAVENC (W-IX).
           GO TO ABE-RD.

       ABE-NOME.
           MOVE "ADQUIRENTE SEM TAXA" TO W-TANOME (W-IX)
           IF W-ADQOK NOT = "S"
              GO TO ABE-NOME-FIM.
           MOVE RCC-ADQ      TO ADQ-CODIGO
           MOVE RCC-BANDEIRA TO ADQ-BANDEIRA
           MOVE RCC-MODAL    TO ADQ-MODAL
           READ ARQADQ
           IF ST-ERRO2 = "00"
              MOVE ADQ-NOME TO W-TANOME (W-IX).
       ABE-NOME-FIM.
           EXIT.

       ABE-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM RES-CAB
           MOVE ZEROS TO W-IX.
       ABE-RES.
           ADD 1 TO W-IX
           IF W-IX > 99
              GO TO ABE-TOT.
           IF W-TAQTD (W-IX) = ZEROS
              GO TO ABE-RES.
           MOVE W-IX             TO RSADQ
           MOVE W-TANOME (W-IX)  TO RSNOME
           MOVE W-TAQTD (W-IX)   TO RSQTD
           MOVE W-TABRUTO (W-IX) TO RSBRUTO
           MOVE W-TALIQ (W-IX)   TO RSLIQ
           MOVE W-TAVENC (W-IX)  TO RSVENC
           WRITE LINHA-REL FROM RES-DET
           GO TO ABE-RES.
       ABE-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RECEBIVEIS EM ABERTO .............:" TO TOTTXT
           MOVE W-QTDLIN TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR BRUTO A RECEBER ............:" TO TOTTXT
           MOVE W-TOTBRUTO TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "TAXAS PREVISTAS ..................:" TO TOTTXT
           MOVE W-TOTTAXA TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR LIQUIDO PREVISTO ...........:" TO TOTTXT
           MOVE W-TOTLIQ TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "BRUTO COM REPASSE ATRASADO .......:" TO TOTTXT
           MOVE W-TOTVENC TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELCAR
           MOVE "CARABERTO" TO SPL-RELATORIO
           MOVE W-QTDLIN TO SPL-QTDREG
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (10, 10) "RECEBIVEIS EM ABERTO: "
           DISPLAY (10, 32) W-QTDLIN
           DISPLAY (11, 10) "VALOR BRUTO ........: "
           DISPLAY (11, 32) W-TOTBRUTO
           DISPLAY (12, 10) "REPASSE ATRASADO ...: "
           DISPLAY (12, 32) W-TOTVENC
           MOVE "*** RELACAO GERADA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MODO-001.

      *
      ********************************
      * ROTINAS AUXILIARES           *
      ********************************
      *
       ROT-ACHARCC.
           MOVE "N" TO W-ACHOU
           MOVE LIQ-NSU TO RCC-NSU
           START ARQRCC KEY IS EQUAL RCC-NSU INVALID KEY
                 GO TO ROT-ACHARCC-FIM.
       ROT-ACHARCC-RD.
           READ ARQRCC NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-ACHARCC-FIM.
           IF RCC-NSU NOT = LIQ-NSU
              GO TO ROT-ACHARCC-FIM.
           IF RCC-ADQ NOT = W-ADQ OR RCC-PARCELA NOT = W-PARCELA
              GO TO ROT-ACHARCC-RD.
           MOVE "S" TO W-ACHOU.
       ROT-ACHARCC-FIM.
           EXIT.

       GRAVA-TAXA.
           PERFORM ROT-NUMAVUL THRU ROT-NUMAVUL-FIM
           MOVE W-NUMAVUL TO TIT-NUMPED
           MOVE 9         TO TIT-TIPEDIDO
           MOVE 01        TO TIT-PARCELA
           MOVE "P"       TO TIT-TIPO
           MOVE W-CNPJ    TO TIT-CPFCNPJ
           MOVE W-DTPAGTO TO TIT-EMISSAO
           MOVE W-DTPAGTO TO TIT-VENCTO
           MOVE W-VLTAXA  TO TIT-VALOR
           MOVE ZEROS     TO TIT-SALDO
           MOVE "L"       TO TIT-STATUS
           MOVE W-FILIAL  TO TIT-FILIAL
           WRITE REGTIT
           IF ST-ERRO NOT = "00"
              REWRITE REGTIT.
           MOVE TIT-CHAVE  TO TITX-CHAVE
           MOVE "TAXACART" TO TITX-CATEG
           MOVE SPACES     TO TITX-DESCR
           STRING "MDR " W-NOMEADQ (1:12) " NSU " LIQ-NSU
                  DELIMITED BY SIZE INTO TITX-DESCR
           WRITE REGTITX
           IF ST-ERRO NOT = "00"
              REWRITE REGTITX.
           MOVE W-VLTAXA TO W-TMVVAL
           PERFORM GRAVA-TITMV THRU GRAVA-TITMV-FIM.
       GRAVA-TAXA-FIM.
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
           MOVE W-TMVVAL     TO TMV-VALOR
           MOVE W-OPERADOR   TO TMV-OPERADOR
           MOVE "P"          TO TMV-NATUREZA
           MOVE "TR"         TO TMV-FORMA
           MOVE W-CONTA      TO TMV-CONTA
           WRITE REGTITMV.
       GRAVA-TITMV-FIM.
           EXIT.

       ROT-NUMAVUL.
           MOVE "TITAVULS" TO SEQ-ID
           READ ARQSEQ
           IF ST-ERRO = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS
              GO TO ROT-NUMAVUL.
           IF ST-ERRO NOT = "00"
              MOVE "TITAVULS" TO SEQ-ID
              MOVE 1 TO SEQ-PROX
              WRITE REGSEQ
              IF ST-ERRO = "22"
                 GO TO ROT-NUMAVUL.
           MOVE SEQ-PROX TO W-NUMAVUL
           ADD 1 TO SEQ-PROX
           REWRITE REGSEQ.
       ROT-NUMAVUL-FIM.
           EXIT.

       ROT-DTEXIBE.
           MOVE W-DTDATADIA TO W-DTEXIBE-DIA
           MOVE W-DTDATAMES TO W-DTEXIBE-MES
           MOVE W-DTDATAANO TO W-DTEXIBE-ANO.
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
           MOVE "SCE095" TO LOG-PROGRAMA.
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
           CLOSE ARQRCC ARQTIT ARQTITMV ARQTITX ARQSEQ ARQLOG.
           IF W-ADQOK = "S"
              CLOSE ARQADQ.
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
