       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE100.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IT-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQPEDX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDX-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPEDF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDF-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CEP-LOGRA
                                   WITH DUPLICATES.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQPROX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROX-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPG-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQFECH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FECH-ANOMES
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

           SELECT SPDWORK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SW-CHAVE
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQSPED ASSIGN TO W-NOMESPED
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

           SELECT RELVAL ASSIGN TO W-NOMEREL
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
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
          03 CHAVE.
            05 NUMPEDIDO       PIC 9(6).
            05 TIPEDIDO        PIC 9(1).
          03 CODPROD         PIC 9(6).
          03 CLIENTE         PIC 9(14).
          03 FORNECEDOR      PIC 9(14).
          03 QUANTIDADE      PIC 9(06).
          03 PRECOUN         PIC 9(6)V99.
          03 TOTAL           PIC 9(8)V99.
          03 PED-STATUS      PIC X(01).
          03 DTPEDIDO        PIC 9(8).
          03 ENDSEQ          PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDIT.DAT".
       01 REGPEDIT.
          03 IT-CHAVE.
             05 IT-NUMPEDIDO   PIC 9(6).
             05 IT-TIPEDIDO    PIC 9(1).
             05 IT-SEQ         PIC 9(3).
          03 IT-CODPROD        PIC 9(6).
          03 IT-QUANTIDADE     PIC 9(06).
          03 IT-PRECOUN        PIC 9(6)V99.
          03 IT-TOTAL          PIC 9(8)V99.
          03 IT-QTDREC         PIC 9(06).
          03 IT-FATOR          PIC 9(03)V9(03).
      *-----------------------------------------------------------------
       FD ARQPEDX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDX.DAT".
       01 REGPEDX.
          03 PEDX-CHAVE.
             05 PEDX-NUMPED    PIC 9(6).
             05 PEDX-TIPEDIDO  PIC 9(1).
          03 PEDX-CONDPG       PIC 9(2).
          03 PEDX-LOCAL        PIC 9(2).
          03 PEDX-DESCPC       PIC 9(2)V99.
          03 PEDX-VENDEDOR     PIC 9(4).
          03 PEDX-VLICMS       PIC 9(8)V99.
          03 PEDX-FILIAL       PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQPEDF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDF.DAT".
       01 REGPEDF.
          03 PEDF-CHAVE.
             05 PEDF-NUMPED    PIC 9(6).
             05 PEDF-TIPEDIDO  PIC 9(1).
          03 PEDF-TRANSP       PIC 9(04).
          03 PEDF-VLFRETE      PIC 9(08)V99.
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
       FD ARQCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEP.DAT".
       01 REGCEP.
          03 CEP-NUMCEP        PIC 9(08).
          03 CEP-LOGRA         PIC X(30).
          03 CEP-BAIRRO        PIC X(20).
          03 CEP-CIDADE        PIC X(20).
          03 CEP-UF            PIC X(02).
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
          03 PRO-CPFCNPJ     PIC 9(14).
          03 MINESTOQUE      PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQPROX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROX.DAT".
       01 REGPROX.
          03 PROX-CODIGO       PIC 9(06).
          03 PROX-UNIDCP       PIC X(02).
          03 PROX-UNIDVD       PIC X(02).
          03 PROX-FATOR        PIC 9(03)V9(03).
          03 PROX-PRECOVDA     PIC 9(06)V99.
          03 PROX-NCM          PIC 9(08).
          03 PROX-ORIGEM       PIC 9(01).
          03 PROX-ALIQICMS     PIC 9(02)V99.
          03 PROX-CFOP         PIC 9(04).
      *-----------------------------------------------------------------
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
          03 SLD-CHAVE.
             05 SLD-CODIGO     PIC 9(06).
             05 SLD-LOCAL      PIC 9(02).
          03 SLD-ESTOQUE       PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCUSTO.DAT".
       01 REGCUSTO.
          03 CUS-CODIGO        PIC 9(06).
          03 CUS-CUSTOMED      PIC 9(06)V9(04).
          03 CUS-DTATU         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCPG.DAT".
       01 REGCPG.
          03 CPG-CODIGO        PIC 9(02).
          03 CPG-DESCR         PIC X(30).
          03 CPG-PCENTRADA     PIC 9(02)V99.
          03 CPG-QTDPARC       PIC 9(02).
          03 CPG-INTERVALOS.
             05 CPG-INTERV     PIC 9(03) OCCURS 12 TIMES.
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
       FD ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECH.DAT".
       01 REGFECH.
          03 FECH-ANOMES       PIC 9(06).
          03 FECH-TOTCOMPRA    PIC 9(10)V99.
          03 FECH-TOTVENDA     PIC 9(10)V99.
          03 FECH-QTDCOMPRA    PIC 9(06).
          03 FECH-QTDVENDA     PIC 9(06).
          03 FECH-STATUS       PIC X(01).
          03 FECH-DTFECH       PIC 9(08).
          03 FECH-OPERADOR     PIC X(10).
      *-----------------------------------------------------------------
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD SPDWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SPDWORK.DAT".
       01 REGSW.
          03 SW-CHAVE.
             05 SW-TIPO        PIC X(01).
             05 SW-CODIGO      PIC X(15).
          03 SW-QTD            PIC 9(08).
          03 SW-VLMERC         PIC 9(10)V99.
          03 SW-VLBC           PIC 9(10)V99.
      *-----------------------------------------------------------------
       FD ARQSPED
               LABEL RECORD IS STANDARD.
       01 LINHA-SPED     PIC X(400).
      *-----------------------------------------------------------------
       FD RELVAL
               LABEL RECORD IS STANDARD.
       01 LINHA-VAL      PIC X(100).
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
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-ITEOK       PIC X(01) VALUE "N".
       01 W-PEDFOK      PIC X(01) VALUE "N".
       01 W-CEPOK       PIC X(01) VALUE "N".
       01 W-SLDOK       PIC X(01) VALUE "N".
       01 W-CUSOK       PIC X(01) VALUE "N".
       01 W-CPGOK       PIC X(01) VALUE "N".
       01 W-PAROK       PIC X(01) VALUE "N".
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 W-ANOMESTAB REDEFINES W-ANOMES.
          03 W-ANO         PIC 9(04).
          03 W-MES         PIC 9(02).
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-FILRAZAO    PIC X(30) VALUE SPACES.
       01 W-GERAH       PIC X(01) VALUE "N".
       01 W-LOCINI      PIC 9(02) VALUE ZEROS.
       01 W-LOCFIM      PIC 9(02) VALUE 99.
       01 W-CODVER      PIC 9(03) VALUE 19.
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-AUX         PIC 9(06) VALUE ZEROS.
       01 W-RESTO       PIC 9(04) VALUE ZEROS.
       01 W-DIASMES     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIASMESTAB REDEFINES W-DIASMES.
          03 W-DIAS        PIC 9(02) OCCURS 12 TIMES.
       01 W-NOMESPED    PIC X(30) VALUE SPACES.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-RELNOME     PIC X(10) VALUE SPACES.
       01 W-ARQNOME     PIC X(30) VALUE SPACES.
       01 W-QTDSPOOL    PIC 9(06) VALUE ZEROS.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
      *
       01 W-DOCOK       PIC X(01) VALUE "S".
       01 W-CODPART     PIC X(15) VALUE SPACES.
       01 W-VALREG      PIC X(04) VALUE SPACES.
       01 W-VALTIPO     PIC X(09) VALUE SPACES.
       01 W-VALCHAVE    PIC X(20) VALUE SPACES.
       01 W-MOTIVO      PIC X(45) VALUE SPACES.
       01 W-QTDLID      PIC 9(06) VALUE ZEROS.
       01 W-QTDDOC      PIC 9(06) VALUE ZEROS.
       01 W-QTDREJ      PIC 9(06) VALUE ZEROS.
       01 W-QTDAVS      PIC 9(06) VALUE ZEROS.
       01 W-QTDVAL      PIC 9(06) VALUE ZEROS.
       01 W-QTDINV      PIC 9(06) VALUE ZEROS.
       01 W-SWTIPO      PIC X(01) VALUE SPACES.
       01 W-SWCOD       PIC X(15) VALUE SPACES.
      *
       01 W-ITLEG       PIC X(01) VALUE "N".
       01 W-ITFIM       PIC X(01) VALUE "N".
       01 W-ITCONT      PIC 9(03) VALUE ZEROS.
       01 W-ITCOD       PIC 9(06) VALUE ZEROS.
       01 W-ITQTD       PIC 9(06) VALUE ZEROS.
       01 W-ITTOTAL     PIC 9(08)V99 VALUE ZEROS.
       01 W-UNINV       PIC X(02) VALUE SPACES.
       01 W-UNCP        PIC X(02) VALUE SPACES.
       01 W-UNIT        PIC X(02) VALUE SPACES.
       01 W-CFOP        PIC 9(04) VALUE ZEROS.
       01 W-CST         PIC X(03) VALUE SPACES.
       01 W-ALIQ        PIC 9(02)V99 VALUE ZEROS.
       01 W-VLBCIT      PIC 9(08)V99 VALUE ZEROS.
       01 W-VLICMSIT    PIC 9(08)V99 VALUE ZEROS.
       01 W-VLMERC      PIC 9(10)V99 VALUE ZEROS.
       01 W-VLBC        PIC 9(10)V99 VALUE ZEROS.
       01 W-VLICMS      PIC 9(10)V99 VALUE ZEROS.
       01 W-VLDESC      PIC 9(10)V99 VALUE ZEROS.
       01 W-VLFRETE     PIC 9(10)V99 VALUE ZEROS.
       01 W-VLDOC       PIC 9(10)V99 VALUE ZEROS.
       01 W-DIFDOC      PIC S9(10)V99 VALUE ZEROS.
       01 W-DIFICMS     PIC S9(10)V99 VALUE ZEROS.
       01 W-NUMITEM     PIC 9(03) VALUE ZEROS.
       01 W-VLINV       PIC 9(12)V99 VALUE ZEROS.
       01 W-VLITINV     PIC 9(12)V99 VALUE ZEROS.
       01 W-CUSTO       PIC 9(06)V9(04) VALUE ZEROS.
       01 W-DOC14       PIC 9(14) VALUE ZEROS.
      *
       01 W-QTD190      PIC 9(02) VALUE ZEROS.
       01 W-TAB190.
          03 W-C190 OCCURS 30 TIMES.
             05 W-TCST      PIC X(03).
             05 W-TCFOP     PIC 9(04).
             05 W-TALIQ     PIC 9(02)V99.
             05 W-TVLOPR    PIC 9(10)V99.
             05 W-TVLBC     PIC 9(10)V99.
             05 W-TVLICMS   PIC 9(10)V99.
      *
       01 W-QTDTAB      PIC 9(02) VALUE ZEROS.
       01 W-TABREG.
          03 W-REGS OCCURS 50 TIMES.
             05 W-TREG      PIC X(04).
             05 W-TQTD      PIC 9(07).
       01 W-IX          PIC 9(02) VALUE ZEROS.
       01 W-CONTAREG    PIC X(01) VALUE "S".
       01 W-QTDBLOCO    PIC 9(07) VALUE ZEROS.
       01 W-QTDTOTAL    PIC 9(07) VALUE ZEROS.
      *
       01 W-REGATU      PIC X(04) VALUE SPACES.
       01 W-LINHA       PIC X(400) VALUE SPACES.
       01 W-PTR         PIC 9(03) VALUE ZEROS.
       01 W-CAMPO       PIC X(60) VALUE SPACES.
       01 W-TAM         PIC 9(02) VALUE ZEROS.
       01 W-BRANCOS     PIC 9(02) VALUE ZEROS.
       01 W-QTDVAZIO    PIC 9(02) VALUE ZEROS.
       01 W-FMTVAL      PIC 9(12)V99 VALUE ZEROS.
       01 W-EDVAL       PIC Z(11)9,99.
       01 W-FMTVAL4     PIC 9(09)V9(04) VALUE ZEROS.
       01 W-EDVAL4      PIC Z(08)9,9999.
       01 W-FMTINT      PIC 9(12) VALUE ZEROS.
       01 W-EDINT       PIC Z(11)9.
       01 W-FMTDATA     PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 VAL-CAB1.
          03 FILLER       PIC X(38)
             VALUE "SPED EFD ICMS/IPI - VALIDACAO PERIODO ".
          03 CABANOMES    PIC 9(06).
          03 FILLER       PIC X(09) VALUE "  FILIAL ".
          03 CABFILIAL    PIC 9(02).

       01 VAL-CAB2.
          03 FILLER       PIC X(06) VALUE "REG".
          03 FILLER       PIC X(10) VALUE "SITUACAO".
          03 FILLER       PIC X(22) VALUE "DOCUMENTO/ITEM".
          03 FILLER       PIC X(45) VALUE "MOTIVO".

       01 VAL-DET.
          03 DETREG       PIC X(04).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETTIPO      PIC X(09).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETCHAVE     PIC X(20).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETMOTIVO    PIC X(45).

       01 VAL-TOT.
          03 FILLER       PIC X(20) VALUE "DOCUMENTOS LIDOS: ".
          03 TOTLID       PIC ZZZZZ9.
          03 FILLER       PIC X(14) VALUE "  GERADOS: ".
          03 TOTDOC       PIC ZZZZZ9.
          03 FILLER       PIC X(14) VALUE "  REJEITADOS: ".
          03 TOTREJ       PIC ZZZZZ9.
          03 FILLER       PIC X(11) VALUE "  AVISOS: ".
          03 TOTAVS       PIC ZZZZZ9.

       SCREEN SECTION.
       01  TSCE100.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            Geracao do SPED EFD ICMS/IPI".
           05  LINE 02  COLUMN 41
               VALUE  " (Mensal)".
           05  LINE 04  COLUMN 03
               VALUE  "Periodo (AAAAMM) ..:".
           05  TANOMES
               LINE 04  COLUMN 25  PIC 9(06)
               USING  W-ANOMES
               HIGHLIGHT.
           05  LINE 05  COLUMN 03
               VALUE  "Filial ............:".
           05  TFILIAL
               LINE 05  COLUMN 25  PIC 9(02)
               USING  W-FILIAL
               HIGHLIGHT.
           05  TFILRAZAO
               LINE 05  COLUMN 30  PIC X(30)
               USING  W-FILRAZAO.
           05  LINE 06  COLUMN 03
               VALUE  "Inventario Bloco H :".
           05  TGERAH
               LINE 06  COLUMN 25  PIC X(01)
               USING  W-GERAH
               HIGHLIGHT.
           05  LINE 06  COLUMN 30
               VALUE  "(S/N)".
           05  LINE 07  COLUMN 03
               VALUE  "Locais de Estoque .:".
           05  TLOCINI
               LINE 07  COLUMN 25  PIC 9(02)
               USING  W-LOCINI
               HIGHLIGHT.
           05  LINE 07  COLUMN 29
               VALUE  "ate".
           05  TLOCFIM
               LINE 07  COLUMN 33  PIC 9(02)
               USING  W-LOCFIM
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQPEDX
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DOS DADOS FISCAIS (PEDX)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED
              GO TO ROT-FIM2.
           OPEN INPUT ARQCLI ARQFOR ARQPRO ARQPROX ARQFIL ARQFECH
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DOS CADASTROS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED ARQPEDX
              GO TO ROT-FIM2.

       ABRE-OPC.
           OPEN INPUT ARQPEDIT
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-ITEOK
           ELSE
              MOVE "N" TO W-ITEOK.
           OPEN INPUT ARQPEDF
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PEDFOK
           ELSE
              MOVE "N" TO W-PEDFOK.
           OPEN INPUT ARQCEP
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CEPOK
           ELSE
              MOVE "N" TO W-CEPOK.
           OPEN INPUT ARQSLD
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-SLDOK
           ELSE
              MOVE "N" TO W-SLDOK.
           OPEN INPUT ARQCUSTO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CUSOK
           ELSE
              MOVE "N" TO W-CUSOK.
           OPEN INPUT ARQCPG
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CPGOK
           ELSE
              MOVE "N" TO W-CPGOK.
           OPEN INPUT ARQPAR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PAROK
           ELSE
              MOVE "N" TO W-PAROK.
           IF W-PAROK = "S"
              MOVE "SPEDVER " TO PAR-ID
              READ ARQPAR
              IF ST-ERRO2 = "00" AND PAR-VALOR > ZEROS
                 MOVE PAR-VALOR TO W-CODVER.

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
              MOVE "SPED" TO W-OPERADOR.

       R1.
           MOVE ZEROS TO W-ANOMES W-FILIAL W-LOCINI
           MOVE 99 TO W-LOCFIM
           MOVE SPACES TO W-FILRAZAO
           MOVE "N" TO W-GERAH
           DISPLAY TSCE100.

       R2.
           ACCEPT TANOMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-MES < 1 OR W-MES > 12 OR W-ANO < 2000
              MOVE "PERIODO INVALIDO - INFORME AAAAMM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-ANOMES TO FECH-ANOMES
           READ ARQFECH
           IF ST-ERRO2 NOT = "00"
              MOVE "PERIODO NAO FECHADO - GERACAO NAO PERMITIDA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF FECH-STATUS NOT = "F"
              MOVE "PERIODO REABERTO - FECHE O MES ANTES DO SPED"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT TFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           MOVE W-FILIAL TO FIL-CODIGO
           READ ARQFIL
           IF ST-ERRO2 NOT = "00"
              MOVE "FILIAL NAO CADASTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF FIL-CNPJ = ZEROS
              MOVE "FILIAL SEM CNPJ CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE FIL-RAZAO TO W-FILRAZAO
           DISPLAY TFILRAZAO.

       R4.
           ACCEPT TGERAH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-GERAH = "s" MOVE "S" TO W-GERAH.
           IF W-GERAH = "n" MOVE "N" TO W-GERAH.
           IF W-GERAH NOT = "S" AND "N"
              GO TO R4.
           IF W-GERAH = "N"
              GO TO R6.
           IF W-SLDOK = "N" OR W-CUSOK = "N"
              MOVE "SALDOS OU CUSTO MEDIO INDISPONIVEIS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TLOCINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           ACCEPT TLOCFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-LOCINI > W-LOCFIM
              MOVE "LOCAL INICIAL MAIOR QUE O FINAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           DISPLAY (21, 20) "CONFIRMA GERACAO? S-SIM/N-NAO"
           ACCEPT (21, 52) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO R6.

      *
      ***************************************
      * PREPARACAO: DATAS, ARQUIVOS DE SAIDA *
      ***************************************
      *
       PREP-001.
           MOVE W-DIAS (W-MES) TO W-ULTDIA
           IF W-MES = 2
              DIVIDE W-ANO BY 4 GIVING W-AUX REMAINDER W-RESTO
              IF W-RESTO = ZEROS
                 MOVE 29 TO W-ULTDIA
                 DIVIDE W-ANO BY 100 GIVING W-AUX REMAINDER W-RESTO
                 IF W-RESTO = ZEROS
                    MOVE 28 TO W-ULTDIA
                    DIVIDE W-ANO BY 400 GIVING W-AUX
                           REMAINDER W-RESTO
                    IF W-RESTO = ZEROS
                       MOVE 29 TO W-ULTDIA.
           COMPUTE W-DTINI = W-ANOMES * 100 + 1
           COMPUTE W-DTFIM = W-ANOMES * 100 + W-ULTDIA
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMESPED W-NOMEREL
           STRING "EFD" W-ANOMES "F" W-FILIAL ".TXT"
                  DELIMITED BY SIZE INTO W-NOMESPED
           STRING "SPEDVAL" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT SPDWORK
           CLOSE SPDWORK
           OPEN I-O SPDWORK
           IF ST-ERRO6 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT RELVAL
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DA LISTA DE VALIDACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE SPDWORK
              GO TO ROT-FIM.
           MOVE W-ANOMES TO CABANOMES
           MOVE W-FILIAL TO CABFILIAL
           WRITE LINHA-VAL FROM VAL-CAB1
           MOVE SPACES TO LINHA-VAL
           WRITE LINHA-VAL
           WRITE LINHA-VAL FROM VAL-CAB2
           MOVE ZEROS TO W-QTDLID W-QTDDOC W-QTDREJ W-QTDAVS
           MOVE ZEROS TO W-QTDVAL W-QTDINV W-QTDTAB W-QTDTOTAL.

      *
      ***************************************
      * 1A PASSAGEM: VALIDA DOCUMENTOS DO MES *
      ***************************************
      *
       PAS1-001.
           MOVE ZEROS TO CHAVE
           START ARQPED KEY IS NOT LESS CHAVE INVALID KEY
                 GO TO PAS1-INV.

       PAS1-RD.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              GO TO PAS1-INV.
           IF DTPEDIDO < W-DTINI OR DTPEDIDO > W-DTFIM
              GO TO PAS1-RD.
           IF PED-STATUS = "C"
              GO TO PAS1-RD.
           IF TIPEDIDO NOT = 1 AND TIPEDIDO NOT = 2
              GO TO PAS1-RD.
           MOVE "*** VALIDANDO DOCUMENTOS DO PERIODO ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE SPACES TO W-VALCHAVE
           STRING NUMPEDIDO "-" TIPEDIDO
                  DELIMITED BY SIZE INTO W-VALCHAVE
           MOVE NUMPEDIDO TO PEDX-NUMPED
           MOVE TIPEDIDO  TO PEDX-TIPEDIDO
           READ ARQPEDX
           IF ST-ERRO2 NOT = "00"
              MOVE "C100" TO W-VALREG
              MOVE "PEDIDO SEM DADOS FISCAIS / FILIAL" TO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM
              ADD 1 TO W-QTDREJ
              GO TO PAS1-RD.
           IF PEDX-FILIAL NOT = W-FILIAL
              GO TO PAS1-RD.
           ADD 1 TO W-QTDLID
           MOVE "S" TO W-DOCOK
           PERFORM PAS1-PART THRU PAS1-PART-FIM
           MOVE "C170" TO W-VALREG
           PERFORM PAS1-VALIDA THRU PAS1-VALIDA-FIM
           IF W-DOCOK = "N"
              ADD 1 TO W-QTDREJ
              GO TO PAS1-RD.
           PERFORM PAS1-REGISTRA THRU PAS1-REGISTRA-FIM
           ADD 1 TO W-QTDDOC
           GO TO PAS1-RD.

       PAS1-PART.
           MOVE SPACES TO W-CODPART
           MOVE "0150" TO W-VALREG
           IF TIPEDIDO = 1
              GO TO PAS1-PART-FOR.
           IF CLIENTE = ZEROS
              GO TO PAS1-PART-FIM.
           MOVE CLIENTE TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "CLIENTE NAO CADASTRADO" TO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM
              GO TO PAS1-PART-FIM.
           STRING "C" CLIENTE DELIMITED BY SIZE INTO W-CODPART
           GO TO PAS1-PART-FIM.
       PAS1-PART-FOR.
           IF FORNECEDOR = ZEROS
              MOVE "PEDIDO DE COMPRA SEM FORNECEDOR" TO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM
              GO TO PAS1-PART-FIM.
           MOVE FORNECEDOR TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO2 NOT = "00"
              MOVE "FORNECEDOR NAO CADASTRADO" TO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM
              GO TO PAS1-PART-FIM.
           STRING "F" FORNECEDOR DELIMITED BY SIZE INTO W-CODPART.
       PAS1-PART-FIM.
           EXIT.

       PAS1-VALIDA.
           PERFORM ITEM-INI THRU ITEM-INI-FIM.
       PAS1-VALIDA-LOOP.
           PERFORM ITEM-LE THRU ITEM-LE-FIM
           IF W-ITFIM = "S"
              GO TO PAS1-VALIDA-SAI.
           PERFORM VALIDA-ITEM THRU VALIDA-ITEM-FIM
           GO TO PAS1-VALIDA-LOOP.
       PAS1-VALIDA-SAI.
           IF W-ITCONT = ZEROS
              MOVE "C100" TO W-VALREG
              MOVE "PEDIDO SEM ITENS" TO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM.
       PAS1-VALIDA-FIM.
           EXIT.

       PAS1-REGISTRA.
           MOVE ZEROS TO W-VLMERC W-VLBC W-VLICMS
           PERFORM ITEM-INI THRU ITEM-INI-FIM.
       PAS1-REGISTRA-LOOP.
           PERFORM ITEM-LE THRU ITEM-LE-FIM
           IF W-ITFIM = "S"
              GO TO PAS1-REGISTRA-DOC.
           MOVE W-ITCOD TO CODIGO
           READ ARQPRO
           MOVE W-ITCOD TO PROX-CODIGO
           READ ARQPROX
           PERFORM CALC-ITEM THRU CALC-ITEM-FIM
           PERFORM REGISTRA-ITEM THRU REGISTRA-ITEM-FIM
           ADD W-ITTOTAL  TO W-VLMERC
           ADD W-VLBCIT   TO W-VLBC
           ADD W-VLICMSIT TO W-VLICMS
           GO TO PAS1-REGISTRA-LOOP.
       PAS1-REGISTRA-DOC.
           IF W-CODPART NOT = SPACES
              MOVE "P" TO W-SWTIPO
              MOVE W-CODPART TO W-SWCOD
              PERFORM REGISTRA-WRK THRU REGISTRA-WRK-FIM.
           MOVE "D" TO SW-TIPO
           MOVE SPACES TO SW-CODIGO
           MOVE CHAVE TO SW-CODIGO
           MOVE ZEROS TO SW-QTD
           MOVE W-VLMERC TO SW-VLMERC
           MOVE W-VLBC TO SW-VLBC
           WRITE REGSW
           IF TIPEDIDO NOT = 2
              GO TO PAS1-REGISTRA-FIM.
           COMPUTE W-DIFICMS = PEDX-VLICMS - W-VLICMS
           IF W-DIFICMS > 0,01 OR W-DIFICMS < -0,01
              MOVE "C100" TO W-VALREG
              MOVE "ICMS DO PEDIDO DIFERE DA SOMA DOS ITENS"
                 TO W-MOTIVO
              PERFORM GRAVA-AVISO THRU GRAVA-AVISO-FIM.
       PAS1-REGISTRA-FIM.
           EXIT.

      *
      ***************************************
      * INVENTARIO (BLOCO H) DOS LOCAIS      *
      ***************************************
      *
       PAS1-INV.
           IF W-GERAH NOT = "S"
              GO TO GERA-001.
           MOVE ZEROS TO SLD-CHAVE
           START ARQSLD KEY IS NOT LESS SLD-CHAVE INVALID KEY
                 GO TO GERA-001.

       PAS1-INV-RD.
           READ ARQSLD NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO GERA-001.
           IF SLD-LOCAL < W-LOCINI OR SLD-LOCAL > W-LOCFIM
              GO TO PAS1-INV-RD.
           IF SLD-ESTOQUE = ZEROS
              GO TO PAS1-INV-RD.
           MOVE "*** VALIDANDO SALDOS DE ESTOQUE ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE SPACES TO W-VALCHAVE
           STRING SLD-CODIGO "-" SLD-LOCAL
                  DELIMITED BY SIZE INTO W-VALCHAVE
           MOVE "H010" TO W-VALREG
           MOVE "S" TO W-DOCOK
           MOVE SLD-CODIGO TO W-ITCOD
           PERFORM VALIDA-ITEM THRU VALIDA-ITEM-FIM
           IF W-DOCOK = "N"
              GO TO PAS1-INV-RD.
           MOVE SLD-CODIGO TO CUS-CODIGO
           READ ARQCUSTO
           IF ST-ERRO2 NOT = "00" OR CUS-CUSTOMED = ZEROS
              MOVE "ITEM SEM CUSTO MEDIO - FORA DO INVENTARIO"
                 TO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM
              GO TO PAS1-INV-RD.
           PERFORM UNID-ITEM THRU UNID-ITEM-FIM
           MOVE W-UNINV TO W-UNCP
           PERFORM REGISTRA-ITEM THRU REGISTRA-ITEM-FIM
           MOVE "H" TO SW-TIPO
           MOVE SPACES TO SW-CODIGO
           MOVE SLD-CODIGO TO SW-CODIGO
           READ SPDWORK
           IF ST-ERRO6 = "00"
              ADD SLD-ESTOQUE TO SW-QTD
              REWRITE REGSW
           ELSE
              MOVE SLD-ESTOQUE TO SW-QTD
              MOVE ZEROS TO SW-VLMERC SW-VLBC
              WRITE REGSW
              ADD 1 TO W-QTDINV.
           GO TO PAS1-INV-RD.

      *
      ***************************************
      * 2A PASSAGEM: GRAVACAO DO ARQUIVO EFD *
      ***************************************
      *
       GERA-001.
           OPEN OUTPUT ARQSPED
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO EFD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-FIM.
           MOVE "*** GRAVANDO ARQUIVO EFD ***" TO MENS
           DISPLAY (23, 13) MENS
           PERFORM BLOCO-0 THRU BLOCO-0-FIM
           PERFORM BLOCO-VAZIO-B THRU BLOCO-VAZIO-B-FIM
           PERFORM BLOCO-C THRU BLOCO-C-FIM
           PERFORM BLOCO-VAZIO-D THRU BLOCO-VAZIO-D-FIM
           PERFORM BLOCO-H THRU BLOCO-H-FIM
           PERFORM BLOCO-1 THRU BLOCO-1-FIM
           PERFORM BLOCO-9 THRU BLOCO-9-FIM
           CLOSE ARQSPED
           MOVE "SPEDEFD" TO W-RELNOME
           MOVE W-NOMESPED TO W-ARQNOME
           MOVE W-QTDTOTAL TO W-QTDSPOOL
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE "SPED-EFD" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-ANOMES "-" W-FILIAL "-" W-QTDDOC
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.

       GERA-FIM.
           MOVE W-QTDLID TO TOTLID
           MOVE W-QTDDOC TO TOTDOC
           MOVE W-QTDREJ TO TOTREJ
           MOVE W-QTDAVS TO TOTAVS
           MOVE SPACES TO LINHA-VAL
           WRITE LINHA-VAL
           WRITE LINHA-VAL FROM VAL-TOT
           CLOSE RELVAL SPDWORK
           MOVE "SPEDVAL" TO W-RELNOME
           MOVE W-NOMEREL TO W-ARQNOME
           MOVE W-QTDVAL TO W-QTDSPOOL
           ADD 1 TO W-HRSPOOL
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 10) "DOCUMENTOS DA FILIAL: "
           DISPLAY (10, 32) W-QTDLID
           DISPLAY (11, 10) "DOCUMENTOS NO EFD ..: "
           DISPLAY (11, 32) W-QTDDOC
           DISPLAY (12, 10) "REJEITADOS .........: "
           DISPLAY (12, 32) W-QTDREJ
           DISPLAY (13, 10) "AVISOS .............: "
           DISPLAY (13, 32) W-QTDAVS
           DISPLAY (14, 10) "ITENS INVENTARIADOS : "
           DISPLAY (14, 32) W-QTDINV
           DISPLAY (15, 10) "ARQUIVO GERADO .....: "
           DISPLAY (15, 32) W-NOMESPED
           MOVE "*** SPED GERADO - CONFIRA A LISTA SPEDVAL ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (21, 20) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (21, 52) DADOS
           GO TO R1.

      *
      ***************************************
      * BLOCO 0 - ABERTURA E CADASTROS       *
      ***************************************
      *
       BLOCO-0.
           MOVE ZEROS TO W-QTDBLOCO
           MOVE "0000" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE W-CODVER TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE "0" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE W-DTINI TO W-FMTDATA
           PERFORM ADD-DATA THRU ADD-DATA-FIM
           MOVE W-DTFIM TO W-FMTDATA
           PERFORM ADD-DATA THRU ADD-DATA-FIM
           MOVE FIL-RAZAO TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE FIL-CNPJ TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE 1 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           MOVE FIL-UF TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE 4 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           MOVE "A" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE "1" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           MOVE "0001" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE "0" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           MOVE "P" TO W-SWTIPO
           PERFORM WRK-INICIO THRU WRK-INICIO-FIM.
       BLOCO-0-PART.
           PERFORM WRK-LE THRU WRK-LE-FIM
           IF W-ITFIM = "S"
              GO TO BLOCO-0-UNID.
           PERFORM GRAVA-0150 THRU GRAVA-0150-FIM
           GO TO BLOCO-0-PART.
       BLOCO-0-UNID.
           MOVE "U" TO W-SWTIPO
           PERFORM WRK-INICIO THRU WRK-INICIO-FIM.
       BLOCO-0-UNID-RD.
           PERFORM WRK-LE THRU WRK-LE-FIM
           IF W-ITFIM = "S"
              GO TO BLOCO-0-ITEM.
           MOVE "0190" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE SW-CODIGO TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE SW-CODIGO TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           GO TO BLOCO-0-UNID-RD.
       BLOCO-0-ITEM.
           MOVE "I" TO W-SWTIPO
           PERFORM WRK-INICIO THRU WRK-INICIO-FIM.
       BLOCO-0-ITEM-RD.
           PERFORM WRK-LE THRU WRK-LE-FIM
           IF W-ITFIM = "S"
              GO TO BLOCO-0-FECHA.
           PERFORM GRAVA-0200 THRU GRAVA-0200-FIM
           GO TO BLOCO-0-ITEM-RD.
       BLOCO-0-FECHA.
           MOVE "0990" TO W-REGATU
           PERFORM FECHA-BLOCO THRU FECHA-BLOCO-FIM.
       BLOCO-0-FIM.
           EXIT.

       GRAVA-0150.
           MOVE "0150" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE SW-CODIGO TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE SW-CODIGO (2:14) TO W-DOC14
           IF SW-CODIGO (1:1) = "F"
              GO TO GRAVA-0150-FOR.
           MOVE W-DOC14 TO CLI-CPFCNPJ
           READ ARQCLI
           MOVE RAZAO TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE "01058" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM ADD-CPFCNPJ THRU ADD-CPFCNPJ-FIM
           MOVE CEP TO CEP-NUMCEP
           PERFORM GRAVA-0150-END THRU GRAVA-0150-END-FIM
           MOVE NUMERO TO W-FMTINT
           PERFORM ADD-INTEIRO THRU ADD-INTEIRO-FIM
           MOVE COMPLEMENTO TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           GO TO GRAVA-0150-BAIRRO.
       GRAVA-0150-FOR.
           MOVE W-DOC14 TO FOR-CPFCNPJ
           READ ARQFOR
           MOVE FOR-RAZAO TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE "01058" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM ADD-CPFCNPJ THRU ADD-CPFCNPJ-FIM
           MOVE FOR-CEP TO CEP-NUMCEP
           PERFORM GRAVA-0150-END THRU GRAVA-0150-END-FIM
           MOVE FOR-NUMERO TO W-FMTINT
           PERFORM ADD-INTEIRO THRU ADD-INTEIRO-FIM
           MOVE FOR-COMP TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM.
       GRAVA-0150-BAIRRO.
           MOVE CEP-BAIRRO TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
       GRAVA-0150-FIM.
           EXIT.

       GRAVA-0150-END.
           MOVE SPACES TO CEP-LOGRA CEP-BAIRRO
           IF W-CEPOK = "S"
              READ ARQCEP
              IF ST-ERRO2 NOT = "00"
                 MOVE SPACES TO CEP-LOGRA CEP-BAIRRO.
           MOVE 3 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           MOVE CEP-LOGRA TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM.
       GRAVA-0150-END-FIM.
           EXIT.

       ADD-CPFCNPJ.
           IF W-DOC14 < 100000000000
              MOVE 1 TO W-QTDVAZIO
              PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
              MOVE W-DOC14 (4:11) TO W-CAMPO
              PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           ELSE
              MOVE W-DOC14 TO W-CAMPO
              PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
              MOVE 1 TO W-QTDVAZIO
              PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM.
       ADD-CPFCNPJ-FIM.
           EXIT.

       GRAVA-0200.
           MOVE SW-CODIGO (1:6) TO CODIGO W-ITCOD
           READ ARQPRO
           MOVE W-ITCOD TO PROX-CODIGO
           READ ARQPROX
           PERFORM UNID-ITEM THRU UNID-ITEM-FIM
           MOVE "0200" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE W-ITCOD TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE DESCRICAO TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE 2 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           MOVE W-UNINV TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE "00" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE PROX-NCM TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE 1 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           MOVE PROX-NCM TO W-CAMPO
           MOVE SPACES TO W-CAMPO (3:)
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE 1 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           MOVE PROX-ALIQICMS TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE 1 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           IF W-UNCP = W-UNINV OR PROX-FATOR = ZEROS
              GO TO GRAVA-0200-FIM.
           MOVE "0220" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE W-UNCP TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE PROX-FATOR TO W-FMTVAL4
           PERFORM ADD-VALOR4 THRU ADD-VALOR4-FIM
           MOVE 1 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
       GRAVA-0200-FIM.
           EXIT.

      *
      ***************************************
      * BLOCO C - DOCUMENTOS FISCAIS (NF-E)  *
      ***************************************
      *
       BLOCO-C.
           MOVE ZEROS TO W-QTDBLOCO
           MOVE "C001" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           IF W-QTDDOC > ZEROS
              MOVE "0" TO W-CAMPO
           ELSE
              MOVE "1" TO W-CAMPO.
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           MOVE "D" TO W-SWTIPO
           PERFORM WRK-INICIO THRU WRK-INICIO-FIM.
       BLOCO-C-RD.
           PERFORM WRK-LE THRU WRK-LE-FIM
           IF W-ITFIM = "S"
              GO TO BLOCO-C-FECHA.
           MOVE SW-CODIGO (1:7) TO CHAVE
           READ ARQPED
           IF ST-ERRO NOT = "00"
              GO TO BLOCO-C-RD.
           MOVE NUMPEDIDO TO PEDX-NUMPED
           MOVE TIPEDIDO  TO PEDX-TIPEDIDO
           READ ARQPEDX
           PERFORM GRAVA-C100 THRU GRAVA-C100-FIM
           MOVE ZEROS TO W-NUMITEM W-QTD190
           PERFORM ITEM-INI THRU ITEM-INI-FIM.
       BLOCO-C-ITEM.
           PERFORM ITEM-LE THRU ITEM-LE-FIM
           IF W-ITFIM = "S"
              GO TO BLOCO-C-190.
           MOVE W-ITCOD TO CODIGO
           READ ARQPRO
           MOVE W-ITCOD TO PROX-CODIGO
           READ ARQPROX
           PERFORM CALC-ITEM THRU CALC-ITEM-FIM
           PERFORM GRAVA-C170 THRU GRAVA-C170-FIM
           PERFORM ACUM-C190 THRU ACUM-C190-FIM
           GO TO BLOCO-C-ITEM.
       BLOCO-C-190.
           COMPUTE W-DIFDOC = W-VLDOC - SW-VLMERC
           IF W-QTD190 > ZEROS
              ADD W-DIFDOC TO W-TVLOPR (1).
           MOVE ZEROS TO W-IX.
       BLOCO-C-190-LOOP.
           ADD 1 TO W-IX
           IF W-IX > W-QTD190
              GO TO BLOCO-C-RD.
           PERFORM GRAVA-C190 THRU GRAVA-C190-FIM
           GO TO BLOCO-C-190-LOOP.
       BLOCO-C-FECHA.
           MOVE "C990" TO W-REGATU
           PERFORM FECHA-BLOCO THRU FECHA-BLOCO-FIM.
       BLOCO-C-FIM.
           EXIT.

       GRAVA-C100.
           MOVE ZEROS TO W-VLFRETE W-VLDESC
           IF W-PEDFOK = "S"
              MOVE NUMPEDIDO TO PEDF-NUMPED
              MOVE TIPEDIDO  TO PEDF-TIPEDIDO
              READ ARQPEDF
              IF ST-ERRO2 = "00"
                 MOVE PEDF-VLFRETE TO W-VLFRETE.
           IF SW-VLMERC > TOTAL
              COMPUTE W-VLDESC = SW-VLMERC - TOTAL.
           COMPUTE W-VLDOC = SW-VLMERC - W-VLDESC + W-VLFRETE
           MOVE "C100" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           IF TIPEDIDO = 1
              MOVE "0" TO W-CAMPO
              PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
              MOVE "1" TO W-CAMPO
              PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
              MOVE SPACES TO W-CAMPO
              STRING "F" FORNECEDOR DELIMITED BY SIZE INTO W-CAMPO
              PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
              MOVE "55" TO W-CAMPO
              PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
              GO TO GRAVA-C100-DOC.
           MOVE "1" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE "0" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           IF CLIENTE = ZEROS
              MOVE 1 TO W-QTDVAZIO
              PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
              MOVE "65" TO W-CAMPO
              PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
              GO TO GRAVA-C100-DOC.
           MOVE SPACES TO W-CAMPO
           STRING "C" CLIENTE DELIMITED BY SIZE INTO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE "55" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM.
       GRAVA-C100-DOC.
           MOVE "00" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE "1" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE NUMPEDIDO TO W-FMTINT
           PERFORM ADD-INTEIRO THRU ADD-INTEIRO-FIM
           MOVE 1 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           MOVE DTPEDIDO TO W-FMTDATA
           PERFORM ADD-DATA THRU ADD-DATA-FIM
           PERFORM ADD-DATA THRU ADD-DATA-FIM
           MOVE W-VLDOC TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE "0" TO W-CAMPO
           IF W-CPGOK = "S"
              MOVE PEDX-CONDPG TO CPG-CODIGO
              READ ARQCPG
              IF ST-ERRO2 = "00"
                 IF CPG-QTDPARC > 1 OR CPG-INTERV (1) > ZEROS
                    MOVE "1" TO W-CAMPO.
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE W-VLDESC TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE ZEROS TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE SW-VLMERC TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           IF W-VLFRETE > ZEROS
              MOVE "0" TO W-CAMPO
           ELSE
              MOVE "9" TO W-CAMPO.
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE W-VLFRETE TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE ZEROS TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE SW-VLBC TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE ZEROS TO W-FMTVAL
           IF TIPEDIDO = 2
              MOVE PEDX-VLICMS TO W-FMTVAL.
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE ZEROS TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
       GRAVA-C100-FIM.
           EXIT.

       GRAVA-C170.
           ADD 1 TO W-NUMITEM
           MOVE "C170" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE W-NUMITEM TO W-FMTINT
           PERFORM ADD-INTEIRO THRU ADD-INTEIRO-FIM
           MOVE W-ITCOD TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE 1 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           MOVE W-ITQTD TO W-FMTINT
           PERFORM ADD-INTEIRO THRU ADD-INTEIRO-FIM
           MOVE W-UNIT TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE W-ITTOTAL TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE ZEROS TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE "0" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE W-CST TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE W-CFOP TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE 1 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           MOVE W-VLBCIT TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE W-ALIQ TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE W-VLICMSIT TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE 23 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
       GRAVA-C170-FIM.
           EXIT.

       ACUM-C190.
           MOVE ZEROS TO W-IX.
       ACUM-C190-LOOP.
           ADD 1 TO W-IX
           IF W-IX > W-QTD190
              GO TO ACUM-C190-NOVO.
           IF W-TCST (W-IX) NOT = W-CST OR
              W-TCFOP (W-IX) NOT = W-CFOP OR
              W-TALIQ (W-IX) NOT = W-ALIQ
              GO TO ACUM-C190-LOOP.
           GO TO ACUM-C190-SOMA.
       ACUM-C190-NOVO.
           IF W-QTD190 NOT < 30
              MOVE 30 TO W-IX
              GO TO ACUM-C190-SOMA.
           ADD 1 TO W-QTD190
           MOVE W-QTD190 TO W-IX
           MOVE W-CST  TO W-TCST (W-IX)
           MOVE W-CFOP TO W-TCFOP (W-IX)
           MOVE W-ALIQ TO W-TALIQ (W-IX)
           MOVE ZEROS TO W-TVLOPR (W-IX) W-TVLBC (W-IX)
           MOVE ZEROS TO W-TVLICMS (W-IX).
       ACUM-C190-SOMA.
           ADD W-ITTOTAL  TO W-TVLOPR (W-IX)
           ADD W-VLBCIT   TO W-TVLBC (W-IX)
           ADD W-VLICMSIT TO W-TVLICMS (W-IX).
       ACUM-C190-FIM.
           EXIT.

       GRAVA-C190.
           MOVE "C190" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE W-TCST (W-IX) TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE W-TCFOP (W-IX) TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE W-TALIQ (W-IX) TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE W-TVLOPR (W-IX) TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE W-TVLBC (W-IX) TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE W-TVLICMS (W-IX) TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE ZEROS TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE 1 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
       GRAVA-C190-FIM.
           EXIT.

      *
      ***************************************
      * BLOCO H - INVENTARIO FISICO          *
      ***************************************
      *
       BLOCO-H.
           MOVE ZEROS TO W-QTDBLOCO W-VLINV
           MOVE "H001" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           IF W-QTDINV > ZEROS
              MOVE "0" TO W-CAMPO
           ELSE
              MOVE "1" TO W-CAMPO.
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           IF W-QTDINV = ZEROS
              GO TO BLOCO-H-FECHA.
           MOVE "H" TO W-SWTIPO
           PERFORM WRK-INICIO THRU WRK-INICIO-FIM.
       BLOCO-H-SOMA.
           PERFORM WRK-LE THRU WRK-LE-FIM
           IF W-ITFIM = "S"
              GO TO BLOCO-H-005.
           PERFORM CALC-INV THRU CALC-INV-FIM
           ADD W-VLITINV TO W-VLINV
           GO TO BLOCO-H-SOMA.
       BLOCO-H-005.
           MOVE "H005" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE W-DTFIM TO W-FMTDATA
           PERFORM ADD-DATA THRU ADD-DATA-FIM
           MOVE W-VLINV TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE "01" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           MOVE "H" TO W-SWTIPO
           PERFORM WRK-INICIO THRU WRK-INICIO-FIM.
       BLOCO-H-RD.
           PERFORM WRK-LE THRU WRK-LE-FIM
           IF W-ITFIM = "S"
              GO TO BLOCO-H-FECHA.
           PERFORM CALC-INV THRU CALC-INV-FIM
           MOVE "H010" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE W-ITCOD TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE W-UNINV TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE SW-QTD TO W-FMTINT
           PERFORM ADD-INTEIRO THRU ADD-INTEIRO-FIM
           MOVE W-CUSTO TO W-FMTVAL4
           PERFORM ADD-VALOR4 THRU ADD-VALOR4-FIM
           MOVE W-VLITINV TO W-FMTVAL
           PERFORM ADD-VALOR THRU ADD-VALOR-FIM
           MOVE "0" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE 4 TO W-QTDVAZIO
           PERFORM ADD-VAZIO THRU ADD-VAZIO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           GO TO BLOCO-H-RD.
       BLOCO-H-FECHA.
           MOVE "H990" TO W-REGATU
           PERFORM FECHA-BLOCO THRU FECHA-BLOCO-FIM.
       BLOCO-H-FIM.
           EXIT.

       CALC-INV.
           MOVE SW-CODIGO (1:6) TO W-ITCOD CODIGO CUS-CODIGO
           READ ARQPRO
           MOVE W-ITCOD TO PROX-CODIGO
           READ ARQPROX
           PERFORM UNID-ITEM THRU UNID-ITEM-FIM
           MOVE ZEROS TO W-CUSTO
           READ ARQCUSTO
           IF ST-ERRO2 = "00"
              MOVE CUS-CUSTOMED TO W-CUSTO.
           COMPUTE W-VLITINV ROUNDED = SW-QTD * W-CUSTO.
       CALC-INV-FIM.
           EXIT.

      *
      ***************************************
      * BLOCOS SEM MOVIMENTO E BLOCO 1       *
      ***************************************
      *
       BLOCO-VAZIO-B.
           MOVE "B" TO W-REGATU (1:1)
           PERFORM BLOCO-VAZIO THRU BLOCO-VAZIO-FIM.
       BLOCO-VAZIO-B-FIM.
           EXIT.

       BLOCO-VAZIO-D.
           MOVE "D" TO W-REGATU (1:1)
           PERFORM BLOCO-VAZIO THRU BLOCO-VAZIO-FIM
           MOVE "E" TO W-REGATU (1:1)
           PERFORM BLOCO-VAZIO THRU BLOCO-VAZIO-FIM
           MOVE "G" TO W-REGATU (1:1)
           PERFORM BLOCO-VAZIO THRU BLOCO-VAZIO-FIM.
       BLOCO-VAZIO-D-FIM.
           EXIT.

       BLOCO-VAZIO.
           MOVE ZEROS TO W-QTDBLOCO
           MOVE "001" TO W-REGATU (2:3)
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE "1" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           MOVE "990" TO W-REGATU (2:3)
           PERFORM FECHA-BLOCO THRU FECHA-BLOCO-FIM.
       BLOCO-VAZIO-FIM.
           EXIT.

       BLOCO-1.
           MOVE "K" TO W-REGATU (1:1)
           PERFORM BLOCO-VAZIO THRU BLOCO-VAZIO-FIM
           MOVE ZEROS TO W-QTDBLOCO
           MOVE "1001" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE "0" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           MOVE "1010" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE ZEROS TO W-IX.
       BLOCO-1-IND.
           ADD 1 TO W-IX
           IF W-IX > 13
              GO TO BLOCO-1-GRAVA.
           MOVE "N" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           GO TO BLOCO-1-IND.
       BLOCO-1-GRAVA.
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           MOVE "1990" TO W-REGATU
           PERFORM FECHA-BLOCO THRU FECHA-BLOCO-FIM.
       BLOCO-1-FIM.
           EXIT.

      *
      ***************************************
      * BLOCO 9 - CONTROLE E ENCERRAMENTO    *
      ***************************************
      *
       BLOCO-9.
           MOVE ZEROS TO W-QTDBLOCO
           MOVE "9001" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE "0" TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           ADD 1 TO W-QTDTAB
           MOVE "9900" TO W-TREG (W-QTDTAB)
           COMPUTE W-TQTD (W-QTDTAB) = W-QTDTAB + 2
           ADD 1 TO W-QTDTAB
           MOVE "9990" TO W-TREG (W-QTDTAB)
           MOVE 1 TO W-TQTD (W-QTDTAB)
           ADD 1 TO W-QTDTAB
           MOVE "9999" TO W-TREG (W-QTDTAB)
           MOVE 1 TO W-TQTD (W-QTDTAB)
           MOVE "N" TO W-CONTAREG
           MOVE ZEROS TO W-IX.
       BLOCO-9-LOOP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDTAB
              GO TO BLOCO-9-FECHA.
           MOVE "9900" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           MOVE W-TREG (W-IX) TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           MOVE W-TQTD (W-IX) TO W-FMTINT
           PERFORM ADD-INTEIRO THRU ADD-INTEIRO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           GO TO BLOCO-9-LOOP.
       BLOCO-9-FECHA.
           MOVE "9990" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           COMPUTE W-FMTINT = W-QTDBLOCO + 2
           PERFORM ADD-INTEIRO THRU ADD-INTEIRO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           MOVE "9999" TO W-REGATU
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           COMPUTE W-FMTINT = W-QTDTOTAL + 1
           PERFORM ADD-INTEIRO THRU ADD-INTEIRO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM
           MOVE "S" TO W-CONTAREG.
       BLOCO-9-FIM.
           EXIT.

      *
      ***************************************
      * ROTINAS DE ITENS DO PEDIDO           *
      ***************************************
      *
       ITEM-INI.
           MOVE "N" TO W-ITLEG W-ITFIM
           MOVE ZEROS TO W-ITCONT
           IF W-ITEOK NOT = "S"
              MOVE "S" TO W-ITLEG
              GO TO ITEM-INI-FIM.
           MOVE NUMPEDIDO TO IT-NUMPEDIDO
           MOVE TIPEDIDO  TO IT-TIPEDIDO
           MOVE ZEROS     TO IT-SEQ
           START ARQPEDIT KEY IS NOT LESS IT-CHAVE INVALID KEY
                 MOVE "S" TO W-ITLEG.
       ITEM-INI-FIM.
           EXIT.

       ITEM-LE.
           IF W-ITLEG = "S"
              GO TO ITEM-LE-LEGADO.
           READ ARQPEDIT NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO ITEM-LE-ACABOU.
           IF IT-NUMPEDIDO NOT = NUMPEDIDO OR
              IT-TIPEDIDO NOT = TIPEDIDO
              GO TO ITEM-LE-ACABOU.
           ADD 1 TO W-ITCONT
           MOVE IT-CODPROD    TO W-ITCOD
           MOVE IT-QUANTIDADE TO W-ITQTD
           MOVE IT-TOTAL      TO W-ITTOTAL
           GO TO ITEM-LE-FIM.
       ITEM-LE-ACABOU.
           IF W-ITCONT = ZEROS
              MOVE "S" TO W-ITLEG
              GO TO ITEM-LE-LEGADO.
           MOVE "S" TO W-ITFIM
           GO TO ITEM-LE-FIM.
       ITEM-LE-LEGADO.
           IF W-ITCONT > ZEROS OR CODPROD = ZEROS
              MOVE "S" TO W-ITFIM
              GO TO ITEM-LE-FIM.
           ADD 1 TO W-ITCONT
           MOVE CODPROD    TO W-ITCOD
           MOVE QUANTIDADE TO W-ITQTD
           MOVE TOTAL      TO W-ITTOTAL.
       ITEM-LE-FIM.
           EXIT.

       VALIDA-ITEM.
           MOVE W-ITCOD TO CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO W-MOTIVO
              STRING "PRODUTO " W-ITCOD " NAO CADASTRADO"
                     DELIMITED BY SIZE INTO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM
              GO TO VALIDA-ITEM-FIM.
           MOVE W-ITCOD TO PROX-CODIGO
           READ ARQPROX
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO W-MOTIVO
              STRING "PRODUTO " W-ITCOD " SEM DADOS FISCAIS"
                     DELIMITED BY SIZE INTO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM
              GO TO VALIDA-ITEM-FIM.
           IF PROX-NCM = ZEROS
              MOVE SPACES TO W-MOTIVO
              STRING "PRODUTO " W-ITCOD " SEM NCM"
                     DELIMITED BY SIZE INTO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM.
           IF PROX-CFOP = ZEROS AND W-VALREG NOT = "H010"
              MOVE SPACES TO W-MOTIVO
              STRING "PRODUTO " W-ITCOD " SEM CFOP"
                     DELIMITED BY SIZE INTO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM.
           PERFORM UNID-ITEM THRU UNID-ITEM-FIM
           IF W-UNINV = SPACES
              MOVE SPACES TO W-MOTIVO
              STRING "PRODUTO " W-ITCOD " SEM UNIDADE"
                     DELIMITED BY SIZE INTO W-MOTIVO
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM.
       VALIDA-ITEM-FIM.
           EXIT.

       UNID-ITEM.
           MOVE PROX-UNIDVD TO W-UNINV
           IF W-UNINV = SPACES
              MOVE UNIDADE TO W-UNINV.
           MOVE PROX-UNIDCP TO W-UNCP
           IF W-UNCP = SPACES
              MOVE W-UNINV TO W-UNCP.
       UNID-ITEM-FIM.
           EXIT.

       CALC-ITEM.
           PERFORM UNID-ITEM THRU UNID-ITEM-FIM
           MOVE PROX-CFOP TO W-CFOP
           MOVE ZEROS TO W-ALIQ W-VLBCIT W-VLICMSIT
           MOVE SPACES TO W-CST
           IF TIPEDIDO = 1
              MOVE W-UNCP TO W-UNIT
              IF W-CFOP > 4999
                 SUBTRACT 4000 FROM W-CFOP.
           IF TIPEDIDO = 1
              STRING PROX-ORIGEM "90" DELIMITED BY SIZE INTO W-CST
              GO TO CALC-ITEM-FIM.
           MOVE W-UNINV TO W-UNIT
           MOVE PROX-ALIQICMS TO W-ALIQ
           IF W-ALIQ = ZEROS
              STRING PROX-ORIGEM "41" DELIMITED BY SIZE INTO W-CST
              GO TO CALC-ITEM-FIM.
           STRING PROX-ORIGEM "00" DELIMITED BY SIZE INTO W-CST
           MOVE W-ITTOTAL TO W-VLBCIT
           COMPUTE W-VLICMSIT ROUNDED = W-ITTOTAL * W-ALIQ / 100.
       CALC-ITEM-FIM.
           EXIT.

       REGISTRA-ITEM.
           MOVE "I" TO W-SWTIPO
           MOVE SPACES TO W-SWCOD
           MOVE W-ITCOD TO W-SWCOD
           PERFORM REGISTRA-WRK THRU REGISTRA-WRK-FIM
           MOVE "U" TO W-SWTIPO
           MOVE W-UNINV TO W-SWCOD
           PERFORM REGISTRA-WRK THRU REGISTRA-WRK-FIM
           IF W-UNCP NOT = W-UNINV
              MOVE "U" TO W-SWTIPO
              MOVE W-UNCP TO W-SWCOD
              PERFORM REGISTRA-WRK THRU REGISTRA-WRK-FIM.
       REGISTRA-ITEM-FIM.
           EXIT.

      *
      ***************************************
      * ARQUIVO DE TRABALHO (SPDWORK)        *
      ***************************************
      *
       REGISTRA-WRK.
           MOVE W-SWTIPO TO SW-TIPO
           MOVE W-SWCOD  TO SW-CODIGO
           MOVE ZEROS TO SW-QTD SW-VLMERC SW-VLBC
           WRITE REGSW.
       REGISTRA-WRK-FIM.
           EXIT.

       WRK-INICIO.
           MOVE "N" TO W-ITFIM
           MOVE W-SWTIPO TO SW-TIPO
           MOVE SPACES TO SW-CODIGO
           START SPDWORK KEY IS NOT LESS SW-CHAVE INVALID KEY
                 MOVE "S" TO W-ITFIM.
       WRK-INICIO-FIM.
           EXIT.

       WRK-LE.
           IF W-ITFIM = "S"
              GO TO WRK-LE-FIM.
           READ SPDWORK NEXT
           IF ST-ERRO6 NOT = "00"
              MOVE "S" TO W-ITFIM
              GO TO WRK-LE-FIM.
           IF SW-TIPO NOT = W-SWTIPO
              MOVE "S" TO W-ITFIM.
       WRK-LE-FIM.
           EXIT.

      *
      ***************************************
      * MONTAGEM DAS LINHAS DO EFD           *
      ***************************************
      *
       NOVA-LINHA.
           MOVE SPACES TO W-LINHA
           MOVE "|" TO W-LINHA (1:1)
           MOVE 2 TO W-PTR
           MOVE W-REGATU TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM.
       NOVA-LINHA-FIM.
           EXIT.

       ADD-CAMPO.
           MOVE 60 TO W-TAM.
       ADD-CAMPO-TAM.
           IF W-TAM = ZEROS
              GO TO ADD-CAMPO-PIPE.
           IF W-CAMPO (W-TAM:1) = SPACE
              SUBTRACT 1 FROM W-TAM
              GO TO ADD-CAMPO-TAM.
           MOVE W-CAMPO (1:W-TAM) TO W-LINHA (W-PTR:W-TAM)
           ADD W-TAM TO W-PTR.
       ADD-CAMPO-PIPE.
           MOVE "|" TO W-LINHA (W-PTR:1)
           ADD 1 TO W-PTR
           MOVE SPACES TO W-CAMPO.
       ADD-CAMPO-FIM.
           EXIT.

       ADD-VAZIO.
           IF W-QTDVAZIO = ZEROS
              GO TO ADD-VAZIO-FIM.
           MOVE SPACES TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM
           SUBTRACT 1 FROM W-QTDVAZIO
           GO TO ADD-VAZIO.
       ADD-VAZIO-FIM.
           EXIT.

       ADD-VALOR.
           MOVE W-FMTVAL TO W-EDVAL
           MOVE ZEROS TO W-BRANCOS
           INSPECT W-EDVAL TALLYING W-BRANCOS FOR LEADING SPACES
           MOVE W-EDVAL (W-BRANCOS + 1:) TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM.
       ADD-VALOR-FIM.
           EXIT.

       ADD-VALOR4.
           MOVE W-FMTVAL4 TO W-EDVAL4
           MOVE ZEROS TO W-BRANCOS
           INSPECT W-EDVAL4 TALLYING W-BRANCOS FOR LEADING SPACES
           MOVE W-EDVAL4 (W-BRANCOS + 1:) TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM.
       ADD-VALOR4-FIM.
           EXIT.

       ADD-INTEIRO.
           MOVE W-FMTINT TO W-EDINT
           MOVE ZEROS TO W-BRANCOS
           INSPECT W-EDINT TALLYING W-BRANCOS FOR LEADING SPACES
           MOVE W-EDINT (W-BRANCOS + 1:) TO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM.
       ADD-INTEIRO-FIM.
           EXIT.

       ADD-DATA.
           MOVE SPACES TO W-CAMPO
           STRING W-FMTDATA (7:2) W-FMTDATA (5:2) W-FMTDATA (1:4)
                  DELIMITED BY SIZE INTO W-CAMPO
           PERFORM ADD-CAMPO THRU ADD-CAMPO-FIM.
       ADD-DATA-FIM.
           EXIT.

       GRAVA-REG.
           WRITE LINHA-SPED FROM W-LINHA
           ADD 1 TO W-QTDBLOCO W-QTDTOTAL
           IF W-CONTAREG NOT = "S"
              GO TO GRAVA-REG-FIM.
           MOVE ZEROS TO W-IX.
       GRAVA-REG-BUSCA.
           ADD 1 TO W-IX
           IF W-IX > W-QTDTAB
              GO TO GRAVA-REG-NOVO.
           IF W-TREG (W-IX) NOT = W-REGATU
              GO TO GRAVA-REG-BUSCA.
           ADD 1 TO W-TQTD (W-IX)
           GO TO GRAVA-REG-FIM.
       GRAVA-REG-NOVO.
           IF W-QTDTAB NOT < 47
              GO TO GRAVA-REG-FIM.
           ADD 1 TO W-QTDTAB
           MOVE W-REGATU TO W-TREG (W-QTDTAB)
           MOVE 1 TO W-TQTD (W-QTDTAB).
       GRAVA-REG-FIM.
           EXIT.

       FECHA-BLOCO.
           PERFORM NOVA-LINHA THRU NOVA-LINHA-FIM
           COMPUTE W-FMTINT = W-QTDBLOCO + 1
           PERFORM ADD-INTEIRO THRU ADD-INTEIRO-FIM
           PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
       FECHA-BLOCO-FIM.
           EXIT.

      *
      ***************************************
      * LISTA DE VALIDACAO                   *
      ***************************************
      *
       GRAVA-REJ.
           MOVE "N" TO W-DOCOK
           MOVE "REJEITADO" TO W-VALTIPO
           PERFORM GRAVA-VAL THRU GRAVA-VAL-FIM.
       GRAVA-REJ-FIM.
           EXIT.

       GRAVA-AVISO.
           MOVE "AVISO" TO W-VALTIPO
           ADD 1 TO W-QTDAVS
           PERFORM GRAVA-VAL THRU GRAVA-VAL-FIM.
       GRAVA-AVISO-FIM.
           EXIT.

       GRAVA-VAL.
           MOVE W-VALREG   TO DETREG
           MOVE W-VALTIPO  TO DETTIPO
           MOVE W-VALCHAVE TO DETCHAVE
           MOVE W-MOTIVO   TO DETMOTIVO
           WRITE LINHA-VAL FROM VAL-DET
           ADD 1 TO W-QTDVAL.
       GRAVA-VAL-FIM.
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
           MOVE W-RELNOME TO SPL-RELATORIO
           MOVE W-ARQNOME TO SPL-ARQUIVO
           MOVE W-OPERADOR TO SPL-OPERADOR
           MOVE W-QTDSPOOL TO SPL-QTDREG.
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
           MOVE "SCE100" TO LOG-PROGRAMA.
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
           CLOSE ARQPED ARQPEDX ARQCLI ARQFOR ARQPRO ARQPROX ARQFIL
                 ARQFECH ARQLOG.
           IF W-ITEOK = "S"
              CLOSE ARQPEDIT.
           IF W-PEDFOK = "S"
              CLOSE ARQPEDF.
           IF W-CEPOK = "S"
              CLOSE ARQCEP.
           IF W-SLDOK = "S"
              CLOSE ARQSLD.
           IF W-CUSOK = "S"
              CLOSE ARQCUSTO.
           IF W-CPGOK = "S"
              CLOSE ARQCPG.
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
