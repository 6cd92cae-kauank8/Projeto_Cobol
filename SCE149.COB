       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE149.
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
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQTITMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TMV-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQDWC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DWC-ID
                    FILE STATUS  IS ST-ERRO6.

           SELECT DWKEY ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WK-CHAVE
                    FILE STATUS  IS ST-ERRO7.

           SELECT ARQDW ASSIGN TO W-NOMEEXP
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

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
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REGMOV.
          03 MOV-CHAVE.
             05 MOV-CODPROD    PIC 9(06).
             05 MOV-DATA       PIC 9(08).
             05 MOV-HORA       PIC 9(08).
             05 MOV-SEQ        PIC 9(03).
          03 MOV-TIPO          PIC X(01).
          03 MOV-DOC           PIC X(10).
          03 MOV-QTD           PIC 9(06).
          03 MOV-SALDO         PIC 9(06).
          03 MOV-OPERADOR      PIC X(10).
          03 MOV-LOCAL         PIC 9(02).
          03 MOV-FILIAL        PIC 9(02).
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
      *
      * CONTROLE DA EXTRACAO - MARCA ATE ONDE JA FOI EXTRAIDO
      *
       FD ARQDWC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDWC.DAT".
       01 REGDWC.
          03 DWC-ID            PIC X(08).
          03 DWC-LOTE          PIC 9(06).
          03 DWC-DTMARCA       PIC 9(08).
          03 DWC-HRMARCA       PIC 9(08).
          03 DWC-STATUS        PIC X(01).
          03 DWC-LOTEEXEC      PIC 9(06).
          03 DWC-DTEXEC        PIC 9(08).
          03 DWC-HREXEC        PIC 9(08).
      *-----------------------------------------------------------------
       FD DWKEY
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DWKEY.DAT".
       01 REGDWK.
          03 WK-CHAVE.
             05 WK-TIPO        PIC X(01).
             05 WK-NUM         PIC X(09).
      *-----------------------------------------------------------------
       FD ARQDW
               LABEL RECORD IS STANDARD.
       01 LINHA-DW       PIC X(260).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 W-BATCH       PIC X(01) EXTERNAL.
       01 W-BATERR      PIC X(01) EXTERNAL.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE ZEROS.
       01 W-TMVOK       PIC X(01) VALUE "N".
       01 W-MOVOK       PIC X(01) VALUE "N".
       01 W-NOVO        PIC X(01) VALUE "N".
       01 W-FALHA       PIC X(01) VALUE "N".
       01 W-DWABERTO    PIC X(01) VALUE "N".
       01 W-KEYABERTO   PIC X(01) VALUE "N".
       01 W-LOTE        PIC 9(06) VALUE ZEROS.
       01 W-NOMEEXP     PIC X(30) VALUE SPACES.
       01 W-DWSIG       PIC X(08) VALUE SPACES.
       01 W-NARQ        PIC 9(01) VALUE ZEROS.
       01 W-DWQTD       PIC 9(09) VALUE ZEROS.
       01 W-DWVAL       PIC 9(13)V99 VALUE ZEROS.
       01 W-CHVPED      PIC X(07) VALUE SPACES.
       01 W-CHVTIT      PIC X(09) VALUE SPACES.
       01 W-ARQ         PIC 9(01) VALUE ZEROS.
       01 W-ACAO        PIC X(01) VALUE SPACES.
       01 W-IX          PIC 9(02) COMP VALUE ZEROS.
       01 W-VALIDO      PIC X(01) VALUE "N".
       01 W-QTDED       PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       01 W-VALED       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-DTED        PIC 99/99/9999 VALUE ZEROS.
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
       01 W-HORATRAB    PIC 9(08) VALUE ZEROS.
       01 W-HORATRABTAB REDEFINES W-HORATRAB.
          03 W-HTHH     PIC 9(02).
          03 W-HTMM     PIC 9(02).
          03 W-HTSS     PIC 9(02).
          03 W-HTCC     PIC 9(02).
       01 W-HREDIT.
          03 W-HEHH     PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HEMM     PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HESS     PIC 9(02) VALUE ZEROS.
      *
      * JANELA DA EXTRACAO - DEPOIS DE W-TSINI ATE W-TSFIM
      *
       01 W-TSINI.
          03 W-INIDT    PIC 9(08) VALUE ZEROS.
          03 W-INIHR    PIC 9(08) VALUE ZEROS.
       01 W-TSFIM.
          03 W-FIMDT    PIC 9(08) VALUE ZEROS.
          03 W-FIMHR    PIC 9(08) VALUE ZEROS.
       01 W-TSREG.
          03 W-TSDATA   PIC 9(08) VALUE ZEROS.
          03 W-TSHORA   PIC 9(08) VALUE ZEROS.
      *
      * ARQUIVOS GERADOS - O NOME E A SIGLA SEGUIDA DO LOTE
      *
       01 W-TABSIG.
          03 FILLER     PIC X(08) VALUE "DWCAD".
          03 FILLER     PIC X(08) VALUE "DWPEDC".
          03 FILLER     PIC X(08) VALUE "DWPEDI".
          03 FILLER     PIC X(08) VALUE "DWTIT".
          03 FILLER     PIC X(08) VALUE "DWBXA".
          03 FILLER     PIC X(08) VALUE "DWMOV".
       01 W-TABSIGR REDEFINES W-TABSIG.
          03 W-SIG      PIC X(08) OCCURS 6 TIMES.
       01 W-TABRES.
          03 W-RES OCCURS 6 TIMES.
             05 W-RESQTD   PIC 9(09).
             05 W-RESVAL   PIC 9(13)V99.
      *
      * ALTERACOES DE CADASTRO TIRADAS DO LOG
      * PROGRAMA(8) OPERACAO(10) ARQUIVO(1) ACAO(1)
      * ARQUIVO: 1=CLIENTES 2=FORNECEDORES 3=PRODUTOS
      * ACAO...: I=INCLUSAO A=ALTERACAO E=EXCLUSAO
      *
       01 W-TABOPE.
          03 FILLER     PIC X(20) VALUE "SCE001  INCLUSAO  1I".
          03 FILLER     PIC X(20) VALUE "SCE001  ALTERACAO 1A".
          03 FILLER     PIC X(20) VALUE "SCE001  EXCLUSAO  1E".
          03 FILLER     PIC X(20) VALUE "SCE138  ALTERACAO 1A".
          03 FILLER     PIC X(20) VALUE "SCE138  EXCLUSAO  1E".
          03 FILLER     PIC X(20) VALUE "SCE140  ANONIMIZA 1A".
          03 FILLER     PIC X(20) VALUE "SCE003  INCLUSAO  2I".
          03 FILLER     PIC X(20) VALUE "SCE003  ALTERACAO 2A".
          03 FILLER     PIC X(20) VALUE "SCE003  EXCLUSAO  2E".
          03 FILLER     PIC X(20) VALUE "SCE004  INCLUSAO  3I".
          03 FILLER     PIC X(20) VALUE "SCE004  ALTERACAO 3A".
          03 FILLER     PIC X(20) VALUE "SCE004  EXCLUSAO  3E".
          03 FILLER     PIC X(20) VALUE "SCE107  INCLUSAO  3I".
          03 FILLER     PIC X(20) VALUE "SCE134  ALTERACAO 3A".
       01 W-TABOPER REDEFINES W-TABOPE.
          03 W-OPE OCCURS 14 TIMES.
             05 W-OPEPROG  PIC X(08).
             05 W-OPEOPER  PIC X(10).
             05 W-OPEARQ   PIC 9(01).
             05 W-OPEACAO  PIC X(01).
       01 W-TABARQ.
          03 FILLER     PIC X(12) VALUE "CLIENTES".
          03 FILLER     PIC X(12) VALUE "FORNECEDORES".
          03 FILLER     PIC X(12) VALUE "PRODUTOS".
       01 W-TABARQR REDEFINES W-TABARQ.
          03 W-NOMEARQ  PIC X(12) OCCURS 3 TIMES.
      *
      * IMAGEM DO LOG NOS LAYOUTS DOS CADASTROS
      *
       01 W-IMAGEM      PIC X(160) VALUE SPACES.
       01 W-IMGCLI REDEFINES W-IMAGEM.
          03 IMC-PESSOA    PIC X(01).
          03 IMC-CPFCNPJ   PIC X(14).
          03 IMC-RAZAO     PIC X(30).
          03 IMC-APELIDO   PIC X(30).
          03 IMC-CEP       PIC X(08).
          03 IMC-NUMERO    PIC X(05).
          03 IMC-COMP      PIC X(10).
          03 IMC-TEL       PIC X(11).
          03 IMC-EMAIL     PIC X(30).
          03 IMC-TEL2      PIC X(11).
          03 IMC-RESTO     PIC X(10).
       01 W-IMGFOR REDEFINES W-IMAGEM.
          03 IMF-CPFCNPJ   PIC X(14).
          03 IMF-RAZAO     PIC X(30).
          03 IMF-APELIDO   PIC X(30).
          03 IMF-CEP       PIC X(08).
          03 IMF-NUMERO    PIC X(05).
          03 IMF-COMP      PIC X(10).
          03 IMF-TEL       PIC X(11).
          03 IMF-EMAIL     PIC X(30).
          03 IMF-TEL2      PIC X(11).
          03 IMF-RESTO     PIC X(11).
       01 W-IMGPRO REDEFINES W-IMAGEM.
          03 IMP-CODIGO    PIC X(06).
          03 IMP-DESCRICAO PIC X(30).
          03 IMP-UNIDADE   PIC X(02).
          03 IMP-TPPROD    PIC X(01).
          03 IMP-PRECO     PIC X(08).
          03 IMP-DATACP    PIC X(08).
          03 IMP-ESTOQUE   PIC X(06).
          03 IMP-CPFCNPJ   PIC X(14).
          03 IMP-MINEST    PIC X(06).
          03 IMP-RESTO     PIC X(79).

      *-----------------------------------------------------------------
      *
      ***************************************
      * LAYOUT DOS ARQUIVOS DE EXTRACAO      *
      * H=CABECALHO D=DETALHE T=TRAILER      *
      ***************************************
      *
       01 DW-CAB.
          03 FILLER        PIC X(02) VALUE "H;".
          03 CABSIG        PIC X(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 CABLOTE       PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 CABINIDT      PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 CABINIHR      PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 CABFIMDT      PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 CABFIMHR      PIC 9(08).

       01 DW-TRL.
          03 FILLER        PIC X(02) VALUE "T;".
          03 TRLSIG        PIC X(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 TRLLOTE       PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 TRLQTD        PIC 9(09).
          03 FILLER        PIC X(01) VALUE ";".
          03 TRLVALOR      PIC 9(13),99.

       01 DW-CAD.
          03 FILLER        PIC X(02) VALUE "D;".
          03 DCALOGDT      PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 DCALOGHR      PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 DCALOGSEQ     PIC 9(03).
          03 FILLER        PIC X(01) VALUE ";".
          03 DCAPROG       PIC X(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 DCAOPER       PIC X(10).
          03 FILLER        PIC X(01) VALUE ";".
          03 DCAARQ        PIC X(12).
          03 FILLER        PIC X(01) VALUE ";".
          03 DCAACAO       PIC X(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 DCACHAVE      PIC X(20).
          03 FILLER        PIC X(01) VALUE ";".
          03 DCAOPERADOR   PIC X(10).
          03 FILLER        PIC X(01) VALUE ";".
          03 DCAIMAGEM     PIC X(160).

       01 DW-PEDC.
          03 FILLER        PIC X(02) VALUE "D;".
          03 DPCNUMPED     PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPCTIPO       PIC 9(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPCCODPROD    PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPCCLIENTE    PIC 9(14).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPCFORNEC     PIC 9(14).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPCQTD        PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPCPRECO      PIC 9(06),99.
          03 FILLER        PIC X(01) VALUE ";".
          03 DPCTOTAL      PIC 9(08),99.
          03 FILLER        PIC X(01) VALUE ";".
          03 DPCSTATUS     PIC X(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPCDATA       PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPCENDSEQ     PIC 9(02).

       01 DW-PEDI.
          03 FILLER        PIC X(02) VALUE "D;".
          03 DPINUMPED     PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPITIPO       PIC 9(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPISEQ        PIC 9(03).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPICODPROD    PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPIQTD        PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPIPRECO      PIC 9(06),99.
          03 FILLER        PIC X(01) VALUE ";".
          03 DPITOTAL      PIC 9(08),99.
          03 FILLER        PIC X(01) VALUE ";".
          03 DPIQTDREC     PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DPIFATOR      PIC 9(03),9(03).

       01 DW-TIT.
          03 FILLER        PIC X(02) VALUE "D;".
          03 DTINUMPED     PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DTITIPEDIDO   PIC 9(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 DTIPARCELA    PIC 9(02).
          03 FILLER        PIC X(01) VALUE ";".
          03 DTITIPO       PIC X(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 DTICPFCNPJ    PIC 9(14).
          03 FILLER        PIC X(01) VALUE ";".
          03 DTIEMISSAO    PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 DTIVENCTO     PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 DTIVALOR      PIC 9(08),99.
          03 FILLER        PIC X(01) VALUE ";".
          03 DTISALDO      PIC 9(08),99.
          03 FILLER        PIC X(01) VALUE ";".
          03 DTISTATUS     PIC X(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 DTIFILIAL     PIC 9(02).

       01 DW-BXA.
          03 FILLER        PIC X(02) VALUE "D;".
          03 DBXNUMPED     PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DBXTIPEDIDO   PIC 9(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 DBXPARCELA    PIC 9(02).
          03 FILLER        PIC X(01) VALUE ";".
          03 DBXSEQ        PIC 9(02).
          03 FILLER        PIC X(01) VALUE ";".
          03 DBXDTPAGTO    PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 DBXVALOR      PIC 9(08),99.
          03 FILLER        PIC X(01) VALUE ";".
          03 DBXNATUREZA   PIC X(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 DBXFORMA      PIC X(02).
          03 FILLER        PIC X(01) VALUE ";".
          03 DBXCONTA      PIC 9(03).
          03 FILLER        PIC X(01) VALUE ";".
          03 DBXOPERADOR   PIC X(10).

       01 DW-MOV.
          03 FILLER        PIC X(02) VALUE "D;".
          03 DMVCODPROD    PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DMVDATA       PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 DMVHORA       PIC 9(08).
          03 FILLER        PIC X(01) VALUE ";".
          03 DMVSEQ        PIC 9(03).
          03 FILLER        PIC X(01) VALUE ";".
          03 DMVTIPO       PIC X(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 DMVDOC        PIC X(10).
          03 FILLER        PIC X(01) VALUE ";".
          03 DMVQTD        PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DMVSALDO      PIC 9(06).
          03 FILLER        PIC X(01) VALUE ";".
          03 DMVLOCAL      PIC 9(02).
          03 FILLER        PIC X(01) VALUE ";".
          03 DMVFILIAL     PIC 9(02).
          03 FILLER        PIC X(01) VALUE ";".
          03 DMVOPERADOR   PIC X(10).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TSCE149.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          Extracao Incremental para o BI".
           05  LINE 02  COLUMN 41
               VALUE  " (Data Warehouse)".
           05  LINE 04  COLUMN 03
               VALUE  "Ultimo lote concluido ...:".
           05  LINE 05  COLUMN 03
               VALUE  "Extraido ate ............:".
           05  LINE 06  COLUMN 03
               VALUE  "Situacao ................:".
           05  LINE 08  COLUMN 03
               VALUE  "Lote desta extracao .....:".
           05  LINE 09  COLUMN 03
               VALUE  "Alteracoes ate ..........:".
           05  LINE 11  COLUMN 03
               VALUE  "ARQUIVO GERADO        REGISTROS".
           05  LINE 11  COLUMN 41
               VALUE  "VALOR TOTAL".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-ARQ.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-BATERR
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQPEDIT ARQTIT
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-BATERR
              MOVE "ERRO NA ABERTURA DE ITENS/TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED
              GO TO ROT-FIM2.
       ABRE-OPC.
           OPEN INPUT ARQTITMV
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TMVOK
           ELSE
              MOVE "N" TO W-TMVOK.
           OPEN INPUT ARQMOV
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-MOVOK
           ELSE
              MOVE "N" TO W-MOVOK.
       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT ARQLOG
                 CLOSE ARQLOG
                 OPEN I-O ARQLOG
              ELSE
                 MOVE "S" TO W-BATERR
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOG " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       ABRE-DWC.
           OPEN I-O ARQDWC
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30"
                 OPEN OUTPUT ARQDWC
                 CLOSE ARQDWC
                 OPEN I-O ARQDWC
              ELSE
                 MOVE "S" TO W-BATERR
                 MOVE "ERRO NA ABERTURA DO CONTROLE DA EXTRACAO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R-OPERADOR.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO W-OPERADOR
           ELSE
              MOVE "EXTRACAO" TO W-OPERADOR.

      *
      ***************************************
      * LEITURA DA MARCA DA ULTIMA EXTRACAO  *
      ***************************************
      *
       R1.
           DISPLAY TSCE149
           MOVE "N" TO W-NOVO
           MOVE "EXTRACAO" TO DWC-ID
           READ ARQDWC
           IF ST-ERRO6 = "23"
              MOVE "S" TO W-NOVO
              MOVE ZEROS TO DWC-LOTE DWC-DTMARCA DWC-HRMARCA
              MOVE ZEROS TO DWC-LOTEEXEC DWC-DTEXEC DWC-HREXEC
              MOVE "O" TO DWC-STATUS
           ELSE
              IF ST-ERRO6 NOT = "00"
                 MOVE "S" TO W-BATERR
                 MOVE "ERRO NA LEITURA DO CONTROLE DA EXTRACAO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           COMPUTE W-LOTE = DWC-LOTE + 1
           MOVE DWC-DTMARCA TO W-INIDT
           MOVE DWC-HRMARCA TO W-INIHR
           ACCEPT W-FIMDT FROM DATE YYYYMMDD
           ACCEPT W-FIMHR FROM TIME
           DISPLAY (04, 30) DWC-LOTE
           IF W-INIDT = ZEROS
              DISPLAY (05, 30) "NENHUMA - CARGA INICIAL COMPLETA"
           ELSE
              MOVE W-INIDT TO W-DTTRAB
              MOVE W-INIHR TO W-HORATRAB
              PERFORM ROT-DTHR THRU ROT-DTHR-FIM
              DISPLAY (05, 30) W-DTED
              DISPLAY (05, 42) W-HREDIT.
           IF DWC-STATUS = "E"
              DISPLAY (06, 30) "ULTIMA EXTRACAO NAO CONCLUIDA"
              DISPLAY (07, 30) "O LOTE SERA GERADO NOVAMENTE"
           ELSE
              DISPLAY (06, 30) "CONCLUIDA".
           DISPLAY (08, 30) W-LOTE
           MOVE W-FIMDT TO W-DTTRAB
           MOVE W-FIMHR TO W-HORATRAB
           PERFORM ROT-DTHR THRU ROT-DTHR-FIM
           DISPLAY (09, 30) W-DTED
           DISPLAY (09, 42) W-HREDIT.

       R2.
           IF W-BATCH = "S"
              GO TO EXT-INI.
           DISPLAY (21, 10) "CONFIRMA A EXTRACAO? (S/N): ".
           ACCEPT (21, 39) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "*** EXTRACAO NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF DADOS NOT = "S" AND "s"
              GO TO R2.

      *
      ***************************************
      * INICIO - MARCA A EXTRACAO EM CURSO   *
      ***************************************
      *
       EXT-INI.
           MOVE "N" TO W-FALHA W-DWABERTO W-KEYABERTO
           MOVE ZEROS TO W-TABRES
           MOVE "EXTRACAO" TO DWC-ID
           MOVE "E" TO DWC-STATUS
           MOVE W-LOTE  TO DWC-LOTEEXEC
           MOVE W-FIMDT TO DWC-DTEXEC
           MOVE W-FIMHR TO DWC-HREXEC
           IF W-NOVO = "S"
              WRITE REGDWC
           ELSE
              REWRITE REGDWC.
           IF ST-ERRO6 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CONTROLE DA EXTRACAO" TO MENS
              GO TO EXT-ERRO.
           MOVE "N" TO W-NOVO
           OPEN OUTPUT DWKEY
           CLOSE DWKEY
           OPEN I-O DWKEY
           IF ST-ERRO7 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DWKEY" TO MENS
              GO TO EXT-ERRO.
           MOVE "S" TO W-KEYABERTO
           MOVE "*** EXTRAINDO ALTERACOES PARA O BI ***" TO MENS
           DISPLAY (23, 13) MENS.

      *
      ***************************************
      * LOG - CADASTROS E CHAVES ALTERADAS   *
      ***************************************
      *
       EXT-CAD.
           MOVE 1 TO W-NARQ
           PERFORM ABRE-DW THRU ABRE-DW-FIM
           IF ST-ERRO5 NOT = "00"
              GO TO EXT-ERRO-ARQ.
           MOVE W-INIDT TO LOG-DATA
           MOVE W-INIHR TO LOG-HORA
           MOVE ZEROS TO LOG-SEQ
           START ARQLOG KEY IS NOT LESS LOG-CHAVE INVALID KEY
                 GO TO EXT-CAD-FIM.
       EXT-CAD-RD.
           READ ARQLOG NEXT
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "10"
                 GO TO EXT-CAD-FIM
              ELSE
                 GO TO EXT-ERRO-LEI.
           MOVE LOG-DATA TO W-TSDATA
           MOVE LOG-HORA TO W-TSHORA
           IF W-TSREG NOT > W-TSINI
              GO TO EXT-CAD-RD.
           IF W-TSREG > W-TSFIM
              GO TO EXT-CAD-FIM.
           PERFORM LOG-CHAVES THRU LOG-CHAVES-FIM
           IF W-FALHA = "S"
              GO TO EXT-ERRO-KEY.
           PERFORM ACHA-OPE THRU ACHA-OPE-FIM
           IF W-ARQ = ZEROS
              GO TO EXT-CAD-RD.
           PERFORM VALIDA THRU VALIDA-FIM
           IF W-VALIDO NOT = "S"
              GO TO EXT-CAD-RD.
           INSPECT W-IMAGEM REPLACING ALL ";" BY ","
           MOVE LOG-DATA          TO DCALOGDT
           MOVE LOG-HORA          TO DCALOGHR
           MOVE LOG-SEQ           TO DCALOGSEQ
           MOVE LOG-PROGRAMA      TO DCAPROG
           MOVE LOG-OPERACAO      TO DCAOPER
           MOVE W-NOMEARQ (W-ARQ) TO DCAARQ
           MOVE W-ACAO            TO DCAACAO
           MOVE LOG-CHAVEREG      TO DCACHAVE
           MOVE LOG-OPERADOR      TO DCAOPERADOR
           MOVE W-IMAGEM          TO DCAIMAGEM
           WRITE LINHA-DW FROM DW-CAD
           ADD 1 TO W-DWQTD
           GO TO EXT-CAD-RD.
       EXT-CAD-FIM.
           PERFORM FECHA-DW THRU FECHA-DW-FIM.

      *
      ***************************************
      * PEDIDOS E TITULOS EMITIDOS NO PERIODO*
      ***************************************
      *
       EXT-SELPED.
           MOVE ZEROS TO NUMPEDIDO TIPEDIDO
           START ARQPED KEY IS NOT LESS CHAVE INVALID KEY
                 GO TO EXT-SELTIT.
       EXT-SELPED-RD.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO EXT-SELTIT
              ELSE
                 GO TO EXT-ERRO-LEI.
           IF DTPEDIDO < W-INIDT OR DTPEDIDO > W-FIMDT
              GO TO EXT-SELPED-RD.
           MOVE "P" TO WK-TIPO
           MOVE SPACES TO WK-NUM
           MOVE CHAVE TO WK-NUM
           PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM
           IF W-FALHA = "S"
              GO TO EXT-ERRO-KEY.
           GO TO EXT-SELPED-RD.

       EXT-SELTIT.
           MOVE ZEROS TO TIT-NUMPED TIT-TIPEDIDO TIT-PARCELA
           START ARQTIT KEY IS NOT LESS TIT-CHAVE INVALID KEY
                 GO TO EXT-SELBXA.
       EXT-SELTIT-RD.
           READ ARQTIT NEXT
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "10"
                 GO TO EXT-SELBXA
              ELSE
                 GO TO EXT-ERRO-LEI.
           IF TIT-EMISSAO < W-INIDT OR TIT-EMISSAO > W-FIMDT
              GO TO EXT-SELTIT-RD.
           MOVE "T" TO WK-TIPO
           MOVE TIT-CHAVE TO WK-NUM
           PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM
           IF W-FALHA = "S"
              GO TO EXT-ERRO-KEY.
           GO TO EXT-SELTIT-RD.

       EXT-SELBXA.
           IF W-TMVOK NOT = "S"
              GO TO EXT-PEDC.
           MOVE ZEROS TO TMV-NUMPED TMV-TIPEDIDO TMV-PARCELA TMV-SEQ
           START ARQTITMV KEY IS NOT LESS TMV-CHAVE INVALID KEY
                 GO TO EXT-PEDC.
       EXT-SELBXA-RD.
           READ ARQTITMV NEXT
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "10"
                 GO TO EXT-PEDC
              ELSE
                 GO TO EXT-ERRO-LEI.
           IF TMV-DTPAGTO NOT > W-INIDT OR TMV-DTPAGTO > W-FIMDT
              GO TO EXT-SELBXA-RD.
           MOVE "T" TO WK-TIPO
           MOVE TMV-CHAVE (1:9) TO WK-NUM
           PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM
           IF W-FALHA = "S"
              GO TO EXT-ERRO-KEY.
           GO TO EXT-SELBXA-RD.

      *
      ***************************************
      * CABECALHOS DOS PEDIDOS SELECIONADOS  *
      ***************************************
      *
       EXT-PEDC.
           MOVE 2 TO W-NARQ
           PERFORM ABRE-DW THRU ABRE-DW-FIM
           IF ST-ERRO5 NOT = "00"
              GO TO EXT-ERRO-ARQ.
           MOVE "P" TO WK-TIPO
           MOVE SPACES TO WK-NUM
           START DWKEY KEY IS NOT LESS WK-CHAVE INVALID KEY
                 GO TO EXT-PEDC-FIM.
       EXT-PEDC-RD.
           READ DWKEY NEXT
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "10"
                 GO TO EXT-PEDC-FIM
              ELSE
                 GO TO EXT-ERRO-KEY.
           IF WK-TIPO NOT = "P"
              GO TO EXT-PEDC-FIM.
           MOVE WK-NUM (1:7) TO CHAVE
           READ ARQPED
           IF ST-ERRO = "23"
              GO TO EXT-PEDC-RD.
           IF ST-ERRO NOT = "00"
              GO TO EXT-ERRO-LEI.
           MOVE NUMPEDIDO  TO DPCNUMPED
           MOVE TIPEDIDO   TO DPCTIPO
           MOVE CODPROD    TO DPCCODPROD
           MOVE CLIENTE    TO DPCCLIENTE
           MOVE FORNECEDOR TO DPCFORNEC
           MOVE QUANTIDADE TO DPCQTD
           MOVE PRECOUN    TO DPCPRECO
           MOVE TOTAL      TO DPCTOTAL
           MOVE PED-STATUS TO DPCSTATUS
           MOVE DTPEDIDO   TO DPCDATA
           MOVE ENDSEQ     TO DPCENDSEQ
           WRITE LINHA-DW FROM DW-PEDC
           ADD 1 TO W-DWQTD
           ADD TOTAL TO W-DWVAL
           GO TO EXT-PEDC-RD.
       EXT-PEDC-FIM.
           PERFORM FECHA-DW THRU FECHA-DW-FIM.

      *
      ***************************************
      * ITENS DOS PEDIDOS SELECIONADOS       *
      * (TODOS OS ITENS DE CADA PEDIDO)      *
      ***************************************
      *
       EXT-PEDI.
           MOVE 3 TO W-NARQ
           PERFORM ABRE-DW THRU ABRE-DW-FIM
           IF ST-ERRO5 NOT = "00"
              GO TO EXT-ERRO-ARQ.
           MOVE "P" TO WK-TIPO
           MOVE SPACES TO WK-NUM
           START DWKEY KEY IS NOT LESS WK-CHAVE INVALID KEY
                 GO TO EXT-PEDI-FIM.
       EXT-PEDI-RD.
           READ DWKEY NEXT
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "10"
                 GO TO EXT-PEDI-FIM
              ELSE
                 GO TO EXT-ERRO-KEY.
           IF WK-TIPO NOT = "P"
              GO TO EXT-PEDI-FIM.
           MOVE WK-NUM (1:7) TO W-CHVPED
           MOVE W-CHVPED TO IT-CHAVE (1:7)
           MOVE ZEROS TO IT-SEQ
           START ARQPEDIT KEY IS NOT LESS IT-CHAVE INVALID KEY
                 GO TO EXT-PEDI-RD.
       EXT-PEDI-IT.
           READ ARQPEDIT NEXT
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "10"
                 GO TO EXT-PEDI-RD
              ELSE
                 GO TO EXT-ERRO-LEI.
           IF IT-CHAVE (1:7) NOT = W-CHVPED
              GO TO EXT-PEDI-RD.
           MOVE IT-NUMPEDIDO  TO DPINUMPED
           MOVE IT-TIPEDIDO   TO DPITIPO
           MOVE IT-SEQ        TO DPISEQ
           MOVE IT-CODPROD    TO DPICODPROD
           MOVE IT-QUANTIDADE TO DPIQTD
           MOVE IT-PRECOUN    TO DPIPRECO
           MOVE IT-TOTAL      TO DPITOTAL
           MOVE IT-QTDREC     TO DPIQTDREC
           MOVE IT-FATOR      TO DPIFATOR
           WRITE LINHA-DW FROM DW-PEDI
           ADD 1 TO W-DWQTD
           ADD IT-TOTAL TO W-DWVAL
           GO TO EXT-PEDI-IT.
       EXT-PEDI-FIM.
           PERFORM FECHA-DW THRU FECHA-DW-FIM.

      *
      ***************************************
      * TITULOS SELECIONADOS                 *
      ***************************************
      *
       EXT-TIT.
           MOVE 4 TO W-NARQ
           PERFORM ABRE-DW THRU ABRE-DW-FIM
           IF ST-ERRO5 NOT = "00"
              GO TO EXT-ERRO-ARQ.
           MOVE "T" TO WK-TIPO
           MOVE SPACES TO WK-NUM
           START DWKEY KEY IS NOT LESS WK-CHAVE INVALID KEY
                 GO TO EXT-TIT-FIM.
       EXT-TIT-RD.
           READ DWKEY NEXT
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "10"
                 GO TO EXT-TIT-FIM
              ELSE
                 GO TO EXT-ERRO-KEY.
           IF WK-TIPO NOT = "T"
              GO TO EXT-TIT-FIM.
           MOVE WK-NUM TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO2 = "23"
              GO TO EXT-TIT-RD.
           IF ST-ERRO2 NOT = "00"
              GO TO EXT-ERRO-LEI.
           MOVE TIT-NUMPED   TO DTINUMPED
           MOVE TIT-TIPEDIDO TO DTITIPEDIDO
           MOVE TIT-PARCELA  TO DTIPARCELA
           MOVE TIT-TIPO     TO DTITIPO
           MOVE TIT-CPFCNPJ  TO DTICPFCNPJ
           MOVE TIT-EMISSAO  TO DTIEMISSAO
           MOVE TIT-VENCTO   TO DTIVENCTO
           MOVE TIT-VALOR    TO DTIVALOR
           MOVE TIT-SALDO    TO DTISALDO
           MOVE TIT-STATUS   TO DTISTATUS
           MOVE TIT-FILIAL   TO DTIFILIAL
           WRITE LINHA-DW FROM DW-TIT
           ADD 1 TO W-DWQTD
           ADD TIT-VALOR TO W-DWVAL
           GO TO EXT-TIT-RD.
       EXT-TIT-FIM.
           PERFORM FECHA-DW THRU FECHA-DW-FIM.

      *
      ***************************************
      * BAIXAS DOS TITULOS SELECIONADOS      *
      * (TODAS AS BAIXAS DE CADA TITULO)     *
      ***************************************
      *
       EXT-BXA.
           MOVE 5 TO W-NARQ
           PERFORM ABRE-DW THRU ABRE-DW-FIM
           IF ST-ERRO5 NOT = "00"
              GO TO EXT-ERRO-ARQ.
           IF W-TMVOK NOT = "S"
              GO TO EXT-BXA-FIM.
           MOVE "T" TO WK-TIPO
           MOVE SPACES TO WK-NUM
           START DWKEY KEY IS NOT LESS WK-CHAVE INVALID KEY
                 GO TO EXT-BXA-FIM.
       EXT-BXA-RD.
           READ DWKEY NEXT
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "10"
                 GO TO EXT-BXA-FIM
              ELSE
                 GO TO EXT-ERRO-KEY.
           IF WK-TIPO NOT = "T"
              GO TO EXT-BXA-FIM.
           MOVE WK-NUM TO W-CHVTIT
           MOVE W-CHVTIT TO TMV-CHAVE (1:9)
           MOVE ZEROS TO TMV-SEQ
           START ARQTITMV KEY IS NOT LESS TMV-CHAVE INVALID KEY
                 GO TO EXT-BXA-RD.
       EXT-BXA-MV.
           READ ARQTITMV NEXT
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "10"
                 GO TO EXT-BXA-RD
              ELSE
                 GO TO EXT-ERRO-LEI.
           IF TMV-CHAVE (1:9) NOT = W-CHVTIT
              GO TO EXT-BXA-RD.
           MOVE TMV-NUMPED   TO DBXNUMPED
           MOVE TMV-TIPEDIDO TO DBXTIPEDIDO
           MOVE TMV-PARCELA  TO DBXPARCELA
           MOVE TMV-SEQ      TO DBXSEQ
           MOVE TMV-DTPAGTO  TO DBXDTPAGTO
           MOVE TMV-VALOR    TO DBXVALOR
           MOVE TMV-NATUREZA TO DBXNATUREZA
           MOVE TMV-FORMA    TO DBXFORMA
           MOVE TMV-CONTA    TO DBXCONTA
           MOVE TMV-OPERADOR TO DBXOPERADOR
           WRITE LINHA-DW FROM DW-BXA
           ADD 1 TO W-DWQTD
           ADD TMV-VALOR TO W-DWVAL
           GO TO EXT-BXA-MV.
       EXT-BXA-FIM.
           PERFORM FECHA-DW THRU FECHA-DW-FIM.

      *
      ***************************************
      * MOVIMENTOS DE ESTOQUE DO PERIODO     *
      ***************************************
      *
       EXT-MOV.
           MOVE 6 TO W-NARQ
           PERFORM ABRE-DW THRU ABRE-DW-FIM
           IF ST-ERRO5 NOT = "00"
              GO TO EXT-ERRO-ARQ.
           IF W-MOVOK NOT = "S"
              GO TO EXT-MOV-FIM.
           MOVE ZEROS TO MOV-CODPROD MOV-DATA MOV-HORA MOV-SEQ
           START ARQMOV KEY IS NOT LESS MOV-CHAVE INVALID KEY
                 GO TO EXT-MOV-FIM.
       EXT-MOV-RD.
           READ ARQMOV NEXT
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "10"
                 GO TO EXT-MOV-FIM
              ELSE
                 GO TO EXT-ERRO-LEI.
           MOVE MOV-DATA TO W-TSDATA
           MOVE MOV-HORA TO W-TSHORA
           IF W-TSREG NOT > W-TSINI OR W-TSREG > W-TSFIM
              GO TO EXT-MOV-RD.
           MOVE MOV-CODPROD  TO DMVCODPROD
           MOVE MOV-DATA     TO DMVDATA
           MOVE MOV-HORA     TO DMVHORA
           MOVE MOV-SEQ      TO DMVSEQ
           MOVE MOV-TIPO     TO DMVTIPO
           MOVE MOV-DOC      TO DMVDOC
           MOVE MOV-QTD      TO DMVQTD
           MOVE MOV-SALDO    TO DMVSALDO
           MOVE MOV-LOCAL    TO DMVLOCAL
           MOVE MOV-FILIAL   TO DMVFILIAL
           MOVE MOV-OPERADOR TO DMVOPERADOR
           WRITE LINHA-DW FROM DW-MOV
           ADD 1 TO W-DWQTD
           ADD MOV-QTD TO W-DWVAL
           GO TO EXT-MOV-RD.
       EXT-MOV-FIM.
           PERFORM FECHA-DW THRU FECHA-DW-FIM.

      *
      ***************************************
      * FIM - AVANCA A MARCA DA EXTRACAO     *
      ***************************************
      *
       EXT-FIM.
           CLOSE DWKEY
           MOVE "N" TO W-KEYABERTO
           MOVE "EXTRACAO" TO DWC-ID
           MOVE W-LOTE  TO DWC-LOTE DWC-LOTEEXEC
           MOVE W-FIMDT TO DWC-DTMARCA
           MOVE W-FIMHR TO DWC-HRMARCA
           MOVE "O" TO DWC-STATUS
           REWRITE REGDWC
           IF ST-ERRO6 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CONTROLE DA EXTRACAO" TO MENS
              GO TO EXT-ERRO.
           MOVE "DW-EXTRAI" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-LOTE "-" W-FIMDT DELIMITED BY SIZE
                  INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (04, 30) W-LOTE
           DISPLAY (06, 30) "CONCLUIDA                    "
           DISPLAY (07, 30) "                            "
           MOVE "*** EXTRACAO INCREMENTAL CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-BATCH = "S"
              GO TO ROT-FIM.
           DISPLAY (21, 20) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (21, 52) DADOS
           GO TO ROT-FIM.

      *
      ***************************************
      * ERROS - A MARCA NAO E AVANCADA E O   *
      * MESMO LOTE E GERADO NA PROXIMA VEZ   *
      ***************************************
      *
       EXT-ERRO-ARQ.
           MOVE "ERRO NA CRIACAO DO ARQUIVO DE EXTRACAO" TO MENS
           GO TO EXT-ERRO.
       EXT-ERRO-LEI.
           MOVE "ERRO DE LEITURA - EXTRACAO INTERROMPIDA" TO MENS
           GO TO EXT-ERRO.
       EXT-ERRO-KEY.
           MOVE "ERRO NO ARQUIVO DE TRABALHO DWKEY" TO MENS.
       EXT-ERRO.
           MOVE "S" TO W-BATERR
           IF W-DWABERTO = "S"
              CLOSE ARQDW
              MOVE "N" TO W-DWABERTO.
           IF W-KEYABERTO = "S"
              CLOSE DWKEY
              MOVE "N" TO W-KEYABERTO.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "*** EXTRACAO NAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      * CHAVES DE PEDIDO (NNNNNNT OU NNNNNN-T-...) E DE TITULO
      * (NNNNNNTPP) REGISTRADAS NO LOG NO PERIODO
      *
       LOG-CHAVES.
           IF LOG-CHAVEREG (1:7) NUMERIC AND
              LOG-CHAVEREG (8:13) = SPACES
              MOVE "P" TO WK-TIPO
              MOVE SPACES TO WK-NUM
              MOVE LOG-CHAVEREG (1:7) TO WK-NUM
              PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM
              GO TO LOG-CHAVES-FIM.
           IF LOG-CHAVEREG (1:6) NUMERIC AND
              LOG-CHAVEREG (7:1) = "-" AND
              LOG-CHAVEREG (8:1) NUMERIC AND
              LOG-CHAVEREG (9:1) = "-"
              MOVE "P" TO WK-TIPO
              MOVE SPACES TO WK-NUM
              STRING LOG-CHAVEREG (1:6) LOG-CHAVEREG (8:1)
                     DELIMITED BY SIZE INTO WK-NUM
              PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM
              GO TO LOG-CHAVES-FIM.
           IF LOG-CHAVEREG (1:9) NUMERIC AND
              LOG-CHAVEREG (10:11) = SPACES
              MOVE "T" TO WK-TIPO
              MOVE LOG-CHAVEREG (1:9) TO WK-NUM
              PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM.
       LOG-CHAVES-FIM.
           EXIT.

       GRAVA-CHAVE.
           WRITE REGDWK
           IF ST-ERRO7 NOT = "00" AND "22"
              MOVE "S" TO W-FALHA.
       GRAVA-CHAVE-FIM.
           EXIT.

       ACHA-OPE.
           MOVE ZEROS TO W-ARQ
           MOVE SPACES TO W-ACAO
           MOVE 1 TO W-IX.
       ACHA-OPE-LOOP.
           IF W-IX > 14
              GO TO ACHA-OPE-FIM.
           IF W-OPEPROG (W-IX) = LOG-PROGRAMA AND
              W-OPEOPER (W-IX) = LOG-OPERACAO
              MOVE W-OPEARQ (W-IX)  TO W-ARQ
              MOVE W-OPEACAO (W-IX) TO W-ACAO
              GO TO ACHA-OPE-FIM.
           ADD 1 TO W-IX
           GO TO ACHA-OPE-LOOP.
       ACHA-OPE-FIM.
           EXIT.

      *
      * CONFERE A IMAGEM COM O LAYOUT DO CADASTRO - NA EXCLUSAO
      * SEM IMAGEM BASTA A CHAVE
      *
       VALIDA.
           MOVE "N" TO W-VALIDO
           IF W-ACAO = "E"
              MOVE LOG-IMAGEMANT TO W-IMAGEM
           ELSE
              MOVE LOG-IMAGEMNOV TO W-IMAGEM.
           IF W-IMAGEM NOT = SPACES
              GO TO VALIDA-IMG.
           IF W-ACAO NOT = "E"
              GO TO VALIDA-FIM.
           IF W-ARQ = 1 OR 2
              IF LOG-CHAVEREG (1:14) NUMERIC
                 MOVE "S" TO W-VALIDO.
           IF W-ARQ = 3
              IF LOG-CHAVEREG (1:6) NUMERIC AND
                 LOG-CHAVEREG (7:14) = SPACES
                 MOVE "S" TO W-VALIDO.
           GO TO VALIDA-FIM.
       VALIDA-IMG.
           IF W-ARQ = 1
              IF (IMC-PESSOA = "F" OR "J") AND
                 IMC-CPFCNPJ NUMERIC AND IMC-CEP NUMERIC AND
                 IMC-NUMERO NUMERIC AND IMC-TEL NUMERIC AND
                 IMC-TEL2 NUMERIC AND IMC-RESTO = SPACES
                 MOVE "S" TO W-VALIDO.
           IF W-ARQ = 2
              IF IMF-CPFCNPJ NUMERIC AND IMF-CEP NUMERIC AND
                 IMF-NUMERO NUMERIC AND IMF-TEL NUMERIC AND
                 IMF-TEL2 NUMERIC AND IMF-RESTO = SPACES
                 MOVE "S" TO W-VALIDO.
           IF W-ARQ = 3
              IF IMP-CODIGO NUMERIC AND IMP-TPPROD NUMERIC AND
                 IMP-PRECO NUMERIC AND IMP-DATACP NUMERIC AND
                 IMP-ESTOQUE NUMERIC AND IMP-CPFCNPJ NUMERIC AND
                 IMP-MINEST NUMERIC AND IMP-RESTO = SPACES
                 MOVE "S" TO W-VALIDO.
       VALIDA-FIM.
           EXIT.

      *
      * ABERTURA E FECHAMENTO DE CADA ARQUIVO DE EXTRACAO
      *
       ABRE-DW.
           MOVE W-SIG (W-NARQ) TO W-DWSIG
           MOVE SPACES TO W-NOMEEXP
           STRING W-DWSIG DELIMITED BY SPACE
                  W-LOTE ".TXT" DELIMITED BY SIZE
                  INTO W-NOMEEXP
           MOVE ZEROS TO W-DWQTD W-DWVAL
           OPEN OUTPUT ARQDW
           IF ST-ERRO5 NOT = "00"
              GO TO ABRE-DW-FIM.
           MOVE "S" TO W-DWABERTO
           MOVE W-DWSIG TO CABSIG
           MOVE W-LOTE  TO CABLOTE
           MOVE W-INIDT TO CABINIDT
           MOVE W-INIHR TO CABINIHR
           MOVE W-FIMDT TO CABFIMDT
           MOVE W-FIMHR TO CABFIMHR
           WRITE LINHA-DW FROM DW-CAB.
       ABRE-DW-FIM.
           EXIT.

       FECHA-DW.
           MOVE W-DWSIG TO TRLSIG
           MOVE W-LOTE  TO TRLLOTE
           MOVE W-DWQTD TO TRLQTD
           MOVE W-DWVAL TO TRLVALOR
           WRITE LINHA-DW FROM DW-TRL
           CLOSE ARQDW
           MOVE "N" TO W-DWABERTO
           MOVE W-DWQTD TO W-RESQTD (W-NARQ)
           MOVE W-DWVAL TO W-RESVAL (W-NARQ)
           COMPUTE LIN = W-NARQ + 11
           MOVE W-DWQTD TO W-QTDED
           MOVE W-DWVAL TO W-VALED
           DISPLAY (LIN, 03) W-NOMEEXP
           DISPLAY (LIN, 22) W-QTDED
           DISPLAY (LIN, 34) W-VALED.
       FECHA-DW-FIM.
           EXIT.

       ROT-DTHR.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO
           MOVE W-DTEXIBE TO W-DTED
           MOVE W-HTHH TO W-HEHH
           MOVE W-HTMM TO W-HEMM
           MOVE W-HTSS TO W-HESS.
       ROT-DTHR-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE149" TO LOG-PROGRAMA.
           MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-IMAGEMANT LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO4 = "22"
              ADD 1 TO LOG-SEQ
              IF LOG-SEQ < 999
                 GO TO GRAVA-LOG-WR.
       GRAVA-LOG-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQPED ARQPEDIT ARQTIT ARQLOG ARQDWC.
           IF W-TMVOK = "S"
              CLOSE ARQTITMV.
           IF W-MOVOK = "S"
              CLOSE ARQMOV.
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
