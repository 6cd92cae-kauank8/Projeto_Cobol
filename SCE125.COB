       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE125.
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
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPEDX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDX-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQDEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS DEV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS JRN-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQPRSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRS-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS NS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NS-SERIE
                                   WITH DUPLICATES.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS ENT-NUMPED
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

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
       FD ARQDEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEV.DAT".
       01 REGDEV.
          03 DEV-CHAVE.
             05 DEV-NUMPED     PIC 9(6).
             05 DEV-TIPEDIDO   PIC 9(1).
             05 DEV-SEQ        PIC 9(3).
          03 DEV-CODPROD       PIC 9(06).
          03 DEV-QTD           PIC 9(06).
          03 DEV-VALOR         PIC 9(08)V99.
          03 DEV-MOTIVO        PIC X(02).
          03 DEV-DATA          PIC 9(08).
          03 DEV-OPERADOR      PIC X(10).
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
          03 CPFCNPJ         PIC 9(14).
          03 MINESTOQUE      PIC 9(06).
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
       FD ARQJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQJRN.DAT".
       01 REGJRN.
          03 JRN-CHAVE.
             05 JRN-NUMPED     PIC 9(6).
             05 JRN-TIPEDIDO   PIC 9(1).
          03 JRN-PROGRAMA      PIC X(08).
          03 JRN-OPERACAO      PIC X(01).
          03 JRN-LOCAL         PIC 9(02).
          03 JRN-DATA          PIC 9(08).
          03 JRN-HORA          PIC 9(08).
          03 JRN-OPERADOR      PIC X(10).
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
       FD ARQPRSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRSER.DAT".
       01 REGPRSER.
          03 PRS-CODIGO        PIC 9(06).
          03 PRS-CTLSER        PIC X(01).
          03 PRS-GARANTIA      PIC 9(03).
      *-----------------------------------------------------------------
       FD ARQNSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNSER.DAT".
       01 REGNSER.
          03 NS-CHAVE.
             05 NS-CODPROD     PIC 9(06).
             05 NS-SERIE       PIC X(20).
          03 NS-STATUS         PIC X(01).
          03 NS-LOCAL          PIC 9(02).
          03 NS-FORNEC         PIC 9(14).
          03 NS-PEDCOMPRA      PIC 9(06).
          03 NS-DTENTRADA      PIC 9(08).
          03 NS-PEDVENDA       PIC 9(06).
          03 NS-CLIENTE        PIC 9(14).
          03 NS-DTVENDA        PIC 9(08).
          03 NS-DTGARANT       PIC 9(08).
          03 NS-DTDEVOL        PIC 9(08).
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
       01 W-FILIAL      PIC 9(02) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(60) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 001.
       01 CON-NUMPED    PIC 9(06) VALUE ZEROS.
       01 W-RAZAO       PIC X(30) VALUE SPACES.
       01 W-ENTNOVO     PIC X(01) VALUE "N".
       01 W-REGANT      PIC X(105) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DTROTAEX    PIC 9(08) VALUE ZEROS.
       01 W-DTENTEX     PIC 9(08) VALUE ZEROS.
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
       01 W-PEDXOK      PIC X(01) VALUE "N".
       01 W-ITEMSEL     PIC 9(03) VALUE ZEROS.
       01 W-QTDDEV      PIC 9(06) VALUE ZEROS.
       01 W-QTDBASE     PIC 9(06) VALUE ZEROS.
       01 W-JADEV       PIC 9(06) VALUE ZEROS.
       01 W-DEVMAX      PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO      PIC X(02) VALUE SPACES.
       01 W-LOCAL       PIC 9(02) VALUE 01.
       01 W-VALDEV      PIC 9(08)V99 VALUE ZEROS.
       01 W-SLDBASE     PIC 9(06) VALUE ZEROS.
       01 W-RESTODEV    PIC 9(08)V99 VALUE ZEROS.
       01 W-JRNOP       PIC X(01) VALUE "D".
       01 W-PARC        PIC 9(02) VALUE ZEROS.
       01 W-HVFUNC      PIC X(01) VALUE SPACES.
       01 W-HVCPF       PIC 9(14) VALUE ZEROS.
       01 W-HVVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-HVORIGEM    PIC X(02) VALUE SPACES.
       01 W-HVDOC       PIC X(10) VALUE SPACES.
       01 W-HVSALDO     PIC 9(08)V99 VALUE ZEROS.
       01 W-HVRET       PIC X(02) VALUE SPACES.
       01 W-FDFUNC      PIC X(01) VALUE SPACES.
       01 W-FDCPF       PIC 9(14) VALUE ZEROS.
       01 W-FDVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-FDORIGEM    PIC X(02) VALUE SPACES.
       01 W-FDDOC       PIC X(10) VALUE SPACES.
       01 W-FDPONTOS    PIC 9(08) VALUE ZEROS.
       01 W-FDSALDO     PIC 9(08) VALUE ZEROS.
       01 W-FDRET       PIC X(02) VALUE SPACES.
       01 W-DESCPED     PIC 9(02)V99 VALUE ZEROS.
       01 W-PRSOK       PIC X(01) VALUE "N".
       01 W-CTLSER      PIC X(01) VALUE "N".
       01 W-SERIE       PIC X(20) VALUE SPACES.
       01 W-SERCONT     PIC 9(06) VALUE ZEROS.
       01 W-SERNUM      PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETIT.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DETITSEQ  PIC 9(03) VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DETITPROD PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DETITQTD  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(05) VALUE SPACES.
          03 DETITDEV  PIC 9(06) VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE125.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          Retorno de Romaneio - Comprova".
           05  LINE 02  COLUMN 41
               VALUE  "nte de Entrega".
           05  LINE 04  COLUMN 01
               VALUE  " Num Pedido de Venda:".
           05  LINE 05  COLUMN 01
               VALUE  " Cliente:".
           05  LINE 06  COLUMN 01
               VALUE  " Saida p/ rota:".
           05  LINE 06  COLUMN 30
               VALUE  "Tentativa:".
           05  LINE 08  COLUMN 01
               VALUE  " Situacao (E=Entregue P=Parcial R=Recusa".
           05  LINE 08  COLUMN 41
               VALUE  "do N=Nao Entregue):".
           05  LINE 09  COLUMN 01
               VALUE  " Data da entrega:".
           05  LINE 10  COLUMN 01
               VALUE  " Recebedor:".
           05  LINE 11  COLUMN 01
               VALUE  " Canhoto assinado (S/N):".
           05  LINE 12  COLUMN 01
               VALUE  " Motivo:".
           05  LINE 14  COLUMN 03
               VALUE  "Item   Produto    Qtd.Saida    Qtd.Ja D".
           05  LINE 14  COLUMN 42
               VALUE  "evolvida".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TNUMPED
               LINE 04  COLUMN 23  PIC 9(06)
               USING  CON-NUMPED
               HIGHLIGHT.
           05  TRAZAO
               LINE 05  COLUMN 11  PIC X(30)
               USING  W-RAZAO
               HIGHLIGHT.
           05  TDTROTA
               LINE 06  COLUMN 17  PIC 99/99/9999
               USING  W-DTROTAEX
               HIGHLIGHT.
           05  TTENTAT
               LINE 06  COLUMN 41  PIC Z9
               USING  ENT-TENTAT
               HIGHLIGHT.
           05  TSITUACAO
               LINE 08  COLUMN 61  PIC X(01)
               USING  ENT-SITUACAO
               HIGHLIGHT.
           05  TDTENT
               LINE 09  COLUMN 19  PIC 99/99/9999
               USING  W-DTENTEX
               HIGHLIGHT.
           05  TRECEB
               LINE 10  COLUMN 13  PIC X(30)
               USING  ENT-RECEBEDOR
               HIGHLIGHT.
           05  TCANHOTO
               LINE 11  COLUMN 26  PIC X(01)
               USING  ENT-CANHOTO
               HIGHLIGHT.
           05  TMOTIVO
               LINE 12  COLUMN 10  PIC X(30)
               USING  ENT-MOTIVO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-PED.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE PEDIDOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-ITE.
           OPEN INPUT ARQPEDIT
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE ITENS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED
              GO TO ROT-FIM2.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE CLIENTES NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED ARQPEDIT
              GO TO ROT-FIM2.

       ABRE-PEDX.
           OPEN INPUT ARQPEDX
           IF ST-ERRO = "00"
              MOVE "S" TO W-PEDXOK
           ELSE
              MOVE "N" TO W-PEDXOK.

       ABRE-ENT.
           OPEN I-O ARQENT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQENT
                 CLOSE ARQENT
                 OPEN I-O ARQENT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE ENTREGAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-DEV.
           OPEN I-O ARQDEV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQDEV
                 CLOSE ARQDEV
                 OPEN I-O ARQDEV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE DEVOLUCAO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-JRN.
           OPEN I-O ARQJRN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQJRN
                 CLOSE ARQJRN
                 OPEN I-O ARQJRN
              ELSE
                 MOVE "ERRO NA ABERTURA DO DIARIO DE TRANSACOES"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-TIT.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTIT
                 CLOSE ARQTIT
                 OPEN I-O ARQTIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-PRO.
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PRODUTO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRE-SLD.
           OPEN I-O ARQSLD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSLD
                 CLOSE ARQSLD
                 OPEN I-O ARQSLD
              ELSE
                 MOVE "ERRO NA ABERTURA DOS SALDOS POR LOCAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-MOV.
           OPEN I-O ARQMOV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQMOV
                 CLOSE ARQMOV
                 OPEN I-O ARQMOV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO KARDEX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-PRSER.
           OPEN INPUT ARQPRSER
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRSOK
           ELSE
              MOVE "N" TO W-PRSOK.

       ABRE-NSER.
           OPEN I-O ARQNSER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQNSER
                 CLOSE ARQNSER
                 OPEN I-O ARQNSER
              ELSE
                 MOVE "ERRO NA ABERTURA DOS NUMEROS DE SERIE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
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
              GO TO R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "CODIGO DO OPERADOR: ".
           ACCEPT (05, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "CODIGO DO OPERADOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-OPERADOR.

       R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO CON-NUMPED W-DTROTAEX W-DTENTEX ENT-TENTAT
           MOVE SPACES TO W-RAZAO ENT-SITUACAO ENT-RECEBEDOR
                          ENT-CANHOTO ENT-MOTIVO
           DISPLAY TSCE125.

       R2.
           ACCEPT TNUMPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CON-NUMPED = ZEROS
              MOVE "NUMERO DO PEDIDO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE CON-NUMPED TO NUMPEDIDO
           MOVE 2          TO TIPEDIDO
           READ ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "PEDIDO DE VENDA NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF PED-STATUS NOT = "R"
              MOVE "*** PEDIDO NAO ESTA EM ROTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE 01 TO W-LOCAL
           MOVE ZEROS TO W-DESCPED
           IF W-PEDXOK = "S"
              MOVE NUMPEDIDO TO PEDX-NUMPED
              MOVE TIPEDIDO  TO PEDX-TIPEDIDO
              READ ARQPEDX
              IF ST-ERRO = "00"
                 MOVE PEDX-LOCAL  TO W-LOCAL
                 MOVE PEDX-DESCPC TO W-DESCPED.
           IF W-LOCAL = ZEROS
              MOVE 01 TO W-LOCAL.
           MOVE CLIENTE TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
              MOVE RAZAO TO W-RAZAO.
           MOVE NUMPEDIDO TO ENT-NUMPED
           READ ARQENT
           IF ST-ERRO = "00"
              MOVE "N" TO W-ENTNOVO
           ELSE
              MOVE "S" TO W-ENTNOVO
              PERFORM ENT-INICIA THRU ENT-INICIA-FIM.
           MOVE REGENT TO W-REGANT
           MOVE ENT-DTROTA TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO W-DTROTAEX
           MOVE ZEROS  TO ENT-DTENTREGA W-DTENTEX
           MOVE SPACES TO ENT-SITUACAO ENT-RECEBEDOR ENT-CANHOTO
                          ENT-MOTIVO
           DISPLAY TSCE125
           PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM.

       R3.
           ACCEPT TSITUACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF ENT-SITUACAO = "e" MOVE "E" TO ENT-SITUACAO.
           IF ENT-SITUACAO = "p" MOVE "P" TO ENT-SITUACAO.
           IF ENT-SITUACAO = "r" MOVE "R" TO ENT-SITUACAO.
           IF ENT-SITUACAO = "n" MOVE "N" TO ENT-SITUACAO.
           IF ENT-SITUACAO NOT = "E" AND "P" AND "R" AND "N"
              MOVE "SITUACAO INVALIDA --> E / P / R / N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ENT-SITUACAO = "R" OR "N"
              MOVE ZEROS  TO ENT-DTENTREGA W-DTENTEX
              MOVE SPACES TO ENT-RECEBEDOR ENT-CANHOTO
              DISPLAY TSCE125
              PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM
              GO TO R7.
           IF W-DTENTEX = ZEROS
              MOVE W-HOJE TO W-DTAMD
              PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
              MOVE W-DTEXIBE TO W-DTENTEX.

       R4.
           ACCEPT TDTENT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           MOVE W-DTENTEX TO W-DTEXIBE
           PERFORM CONV-AMD THRU CONV-AMD-FIM
           IF W-DTAMD-DIA = ZEROS OR W-DTAMD-DIA > 31 OR
              W-DTAMD-MES = ZEROS OR W-DTAMD-MES > 12
              MOVE "DATA DA ENTREGA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-DTAMD > W-HOJE
              MOVE "DATA DA ENTREGA POSTERIOR A HOJE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-DTAMD < ENT-DTROTA
              MOVE "ENTREGA ANTERIOR A SAIDA PARA ROTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-DTAMD TO ENT-DTENTREGA.

       R5.
           ACCEPT TRECEB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF ENT-RECEBEDOR = SPACES
              MOVE "NOME DO RECEBEDOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TCANHOTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF ENT-CANHOTO = "s" MOVE "S" TO ENT-CANHOTO.
           IF ENT-CANHOTO = "n" MOVE "N" TO ENT-CANHOTO.
           IF ENT-CANHOTO NOT = "S" AND "N"
              MOVE "CANHOTO --> S = ASSINADO / N = NAO ASSINADO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF ENT-SITUACAO = "E"
              MOVE SPACES TO ENT-MOTIVO
              GO TO R8.

       R7.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF ENT-SITUACAO = "P"
                 GO TO R6
              ELSE
                 GO TO R3.
           IF ENT-MOTIVO = SPACES AND ENT-SITUACAO NOT = "P"
              MOVE "INFORME O MOTIVO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           DISPLAY (21, 03) "CONFIRMA O RETORNO DO PEDIDO? (S/N): ".
           ACCEPT (21, 41) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "*** RETORNO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       GRV-ENT.
           ACCEPT ENT-DTRET FROM DATE YYYYMMDD
           MOVE W-OPERADOR TO ENT-OPERADOR
           IF W-ENTNOVO = "S"
              WRITE REGENT
           ELSE
              REWRITE REGENT.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO RETORNO DE ENTREGA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ENT-SITUACAO = "N"
              MOVE ENT-STANT TO PED-STATUS
           ELSE
              MOVE "T" TO PED-STATUS.
           REWRITE REGPED
           IF ENT-SITUACAO = "E"
              MOVE "ENTREGUE" TO LOG-OPERACAO.
           IF ENT-SITUACAO = "P"
              MOVE "ENT-PARC" TO LOG-OPERACAO.
           IF ENT-SITUACAO = "R"
              MOVE "RECUSADO" TO LOG-OPERACAO.
           IF ENT-SITUACAO = "N"
              MOVE "NAO-ENTREG" TO LOG-OPERACAO.
           MOVE CHAVE    TO LOG-CHAVEREG
           MOVE W-REGANT TO W-IMGANT
           MOVE REGENT   TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF ENT-SITUACAO = "R"
              GO TO DEV-TOTAL.
           IF ENT-SITUACAO = "P"
              GO TO SEL-ITEM.
           IF ENT-SITUACAO = "N"
              MOVE "*** PEDIDO LIBERADO PARA A PROXIMA ROTA ***"
                 TO MENS
           ELSE
              MOVE "*** ENTREGA REGISTRADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       ENT-INICIA.
           MOVE NUMPEDIDO TO ENT-NUMPED
           MOVE "A"       TO ENT-SITUACAO ENT-STANT
           MOVE DTPEDIDO  TO ENT-DTROTA
           MOVE 1         TO ENT-TENTAT
           MOVE ZEROS     TO ENT-DTENTREGA ENT-DTRET
           MOVE SPACES    TO ENT-RECEBEDOR ENT-CANHOTO ENT-MOTIVO
                             ENT-OPERADOR.
       ENT-INICIA-FIM.
           EXIT.

      *
      **************************************
      * PEDIDO RECUSADO - DEVOLVE TUDO     *
      **************************************
      *
       DEV-TOTAL.
           MOVE "RC" TO W-MOTIVO
           MOVE NUMPEDIDO TO IT-NUMPEDIDO
           MOVE TIPEDIDO  TO IT-TIPEDIDO
           MOVE ZEROS     TO IT-SEQ
           START ARQPEDIT KEY IS NOT LESS IT-CHAVE INVALID KEY
                 GO TO DEV-TOTAL-FIM.
       DEV-TOTAL-RD.
           READ ARQPEDIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO DEV-TOTAL-FIM.
           IF IT-NUMPEDIDO NOT = NUMPEDIDO OR
              IT-TIPEDIDO NOT = TIPEDIDO
              GO TO DEV-TOTAL-FIM.
           PERFORM CALC-MAX THRU CALC-MAX-FIM
           IF W-DEVMAX = ZEROS
              GO TO DEV-TOTAL-RD.
           MOVE W-DEVMAX TO W-QTDDEV
           PERFORM DEV-ITEM THRU DEV-ITEM-FIM
           GO TO DEV-TOTAL-RD.
       DEV-TOTAL-FIM.
           MOVE "*** RECUSA REGISTRADA - MERCADORIA NO ESTOQUE ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      **************************************
      * ENTREGA PARCIAL - ITENS DEVOLVIDOS *
      **************************************
      *
       SEL-ITEM.
           PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM
           MOVE "EP" TO W-MOTIVO
           DISPLAY (21, 03) "ITEM QUE VOLTOU (ZEROS=ENCERRA): ".
           ACCEPT (21, 37) W-ITEMSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (21, 01) LIMPA
           IF W-ACT = 01 OR W-ITEMSEL = ZEROS
              MOVE "*** ENTREGA PARCIAL REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE NUMPEDIDO TO IT-NUMPEDIDO
           MOVE TIPEDIDO  TO IT-TIPEDIDO
           MOVE W-ITEMSEL TO IT-SEQ
           READ ARQPEDIT
           IF ST-ERRO NOT = "00"
              MOVE "ITEM NAO ENCONTRADO NO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-ITEM.
           PERFORM CALC-MAX THRU CALC-MAX-FIM
           IF W-DEVMAX = ZEROS
              MOVE "ITEM JA TOTALMENTE DEVOLVIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-ITEM.

       SEL-QTD.
           MOVE W-DEVMAX TO W-QTDDEV
           DISPLAY (21, 03) "QTD QUE VOLTOU: ".
           ACCEPT (21, 20) W-QTDDEV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (21, 01) LIMPA
           IF W-ACT = 01
              GO TO SEL-ITEM.
           IF W-QTDDEV = ZEROS
              GO TO SEL-ITEM.
           IF W-QTDDEV > W-DEVMAX
              MOVE "QTD MAIOR QUE O SALDO DO ITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-QTD.

       SEL-CONF.
           DISPLAY (21, 03) "CONFIRMA A VOLTA AO ESTOQUE? (S/N): ".
           ACCEPT (21, 40) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              GO TO SEL-ITEM.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-CONF.
           PERFORM DEV-ITEM THRU DEV-ITEM-FIM
           MOVE "*** ITEM DEVOLVIDO AO ESTOQUE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SEL-ITEM.

       CALC-MAX.
           PERFORM SOMA-DEV THRU SOMA-DEV-FIM
           IF ENT-STANT = "X"
              MOVE IT-QTDREC TO W-QTDBASE
           ELSE
              MOVE IT-QUANTIDADE TO W-QTDBASE.
           IF W-JADEV NOT < W-QTDBASE
              MOVE ZEROS TO W-DEVMAX
           ELSE
              COMPUTE W-DEVMAX = W-QTDBASE - W-JADEV.
       CALC-MAX-FIM.
           EXIT.

       LISTA-ITENS.
           MOVE NUMPEDIDO TO IT-NUMPEDIDO
           MOVE TIPEDIDO  TO IT-TIPEDIDO
           MOVE ZEROS     TO IT-SEQ
           MOVE 15 TO LIN
           START ARQPEDIT KEY IS NOT LESS IT-CHAVE INVALID KEY
                 GO TO LISTA-ITENS-FIM.
       LISTA-ITENS-RD.
           READ ARQPEDIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-ITENS-FIM.
           IF IT-NUMPEDIDO NOT = NUMPEDIDO OR
              IT-TIPEDIDO NOT = TIPEDIDO
              GO TO LISTA-ITENS-FIM.
           PERFORM SOMA-DEV THRU SOMA-DEV-FIM
           MOVE IT-SEQ        TO DETITSEQ
           MOVE IT-CODPROD    TO DETITPROD
           IF ENT-STANT = "X"
              MOVE IT-QTDREC     TO DETITQTD
           ELSE
              MOVE IT-QUANTIDADE TO DETITQTD.
           MOVE W-JADEV       TO DETITDEV
           IF LIN > 20
              MOVE 15 TO LIN.
           DISPLAY (LIN, 01) DETIT
           ADD 1 TO LIN
           GO TO LISTA-ITENS-RD.
       LISTA-ITENS-FIM.
           EXIT.

      *
      **************************************
      * VOLTA DO ITEM AO ESTOQUE           *
      **************************************
      *
       DEV-ITEM.
           MOVE "D" TO W-JRNOP
           PERFORM GRAVA-JRN THRU GRAVA-JRN-FIM
           MOVE NUMPEDIDO TO DEV-NUMPED
           MOVE TIPEDIDO  TO DEV-TIPEDIDO
           MOVE ZEROS     TO DEV-SEQ.
       DEV-ITEM-LOOP.
           ADD 1 TO DEV-SEQ
           IF DEV-SEQ > 999
              GO TO DEV-ITEM-WR.
           READ ARQDEV
           IF ST-ERRO = "00"
              GO TO DEV-ITEM-LOOP.
       DEV-ITEM-WR.
           MOVE IT-CODPROD TO DEV-CODPROD
           MOVE W-QTDDEV   TO DEV-QTD
           COMPUTE W-VALDEV = W-QTDDEV * IT-PRECOUN
           MOVE W-VALDEV   TO DEV-VALOR
           MOVE W-MOTIVO   TO DEV-MOTIVO
           ACCEPT DEV-DATA FROM DATE YYYYMMDD
           MOVE W-OPERADOR TO DEV-OPERADOR
           WRITE REGDEV
           MOVE IT-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO DEV-ITEM-TIT.
           MOVE ESTOQUE TO W-SLDBASE
           ADD W-QTDDEV TO ESTOQUE
           REWRITE REGPRO
           PERFORM SLD-ATUALIZA THRU SLD-ATUALIZA-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           PERFORM SER-DEVOLVE THRU SER-DEVOLVE-FIM.
       DEV-ITEM-TIT.
           PERFORM DEV-TITULO THRU DEV-TITULO-FIM
           PERFORM DEV-PONTOS THRU DEV-PONTOS-FIM
           MOVE "DEVOLUCAO" TO LOG-OPERACAO
           MOVE DEV-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF W-RESTODEV > ZEROS
              PERFORM DEV-HAVER THRU DEV-HAVER-FIM.
           PERFORM APAGA-JRN THRU APAGA-JRN-FIM.
       DEV-ITEM-FIM.
           EXIT.

       DEV-TITULO.
           COMPUTE W-RESTODEV ROUNDED =
              W-VALDEV * (100 - W-DESCPED) / 100
           MOVE ZEROS TO W-PARC.
       DEV-TITULO-LOOP.
           ADD 1 TO W-PARC
           IF W-PARC > 13 OR W-RESTODEV = ZEROS
              GO TO DEV-TITULO-FIM.
           MOVE NUMPEDIDO TO TIT-NUMPED
           MOVE TIPEDIDO  TO TIT-TIPEDIDO
           MOVE W-PARC    TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              GO TO DEV-TITULO-LOOP.
           IF TIT-STATUS NOT = "A" AND TIT-STATUS NOT = "B"
              GO TO DEV-TITULO-LOOP.
           IF TIT-SALDO NOT > W-RESTODEV
              SUBTRACT TIT-SALDO FROM W-RESTODEV
              MOVE ZEROS TO TIT-SALDO
              MOVE "C" TO TIT-STATUS
           ELSE
              SUBTRACT W-RESTODEV FROM TIT-SALDO
              MOVE ZEROS TO W-RESTODEV.
           REWRITE REGTIT
           GO TO DEV-TITULO-LOOP.
       DEV-TITULO-FIM.
           EXIT.

       DEV-HAVER.
           IF CLIENTE = ZEROS
              GO TO DEV-HAVER-FIM.
           MOVE "C"        TO W-HVFUNC
           MOVE CLIENTE    TO W-HVCPF
           MOVE W-RESTODEV TO W-HVVALOR
           MOVE "DV"       TO W-HVORIGEM
           MOVE DEV-CHAVE  TO W-HVDOC
           CALL "SCE096" USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                               W-HVDOC W-OPERADOR W-HVSALDO W-HVRET
           IF W-HVRET NOT = "00"
              MOVE "*** ERRO AO GERAR HAVER DO CLIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-HAVER-FIM.
           MOVE "HAVER-DEV" TO LOG-OPERACAO
           MOVE DEV-CHAVE TO LOG-CHAVEREG
           MOVE SPACES TO W-IMGNOV
           STRING "CLIENTE " CLIENTE " CREDITO " W-RESTODEV
                  " SALDO " W-HVSALDO DELIMITED BY SIZE INTO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       DEV-HAVER-FIM.
           EXIT.

       DEV-PONTOS.
           IF CLIENTE = ZEROS
              GO TO DEV-PONTOS-FIM.
           COMPUTE W-FDVALOR ROUNDED =
              W-VALDEV * (100 - W-DESCPED) / 100
           IF W-FDVALOR = ZEROS
              GO TO DEV-PONTOS-FIM.
           MOVE "E"        TO W-FDFUNC
           MOVE CLIENTE    TO W-FDCPF
           MOVE "DV"       TO W-FDORIGEM
           MOVE SPACES     TO W-FDDOC
           STRING NUMPEDIDO "2" DELIMITED BY SIZE INTO W-FDDOC
           CALL "SCE116" USING W-FDFUNC W-FDCPF W-FDVALOR W-FDORIGEM
                               W-FDDOC W-OPERADOR W-FDPONTOS W-FDSALDO
                               W-FDRET
           IF W-FDRET NOT = "00" OR W-FDPONTOS = ZEROS
              GO TO DEV-PONTOS-FIM.
           MOVE "PONTOS-DEV" TO LOG-OPERACAO
           MOVE DEV-CHAVE TO LOG-CHAVEREG
           MOVE SPACES TO W-IMGNOV
           STRING "CLIENTE " CLIENTE " ESTORNO " W-FDPONTOS
                  " SALDO " W-FDSALDO DELIMITED BY SIZE INTO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       DEV-PONTOS-FIM.
           EXIT.

       GRAVA-JRN.
           MOVE NUMPEDIDO TO JRN-NUMPED
           MOVE TIPEDIDO  TO JRN-TIPEDIDO
           MOVE "SCE125" TO JRN-PROGRAMA
           MOVE W-JRNOP   TO JRN-OPERACAO
           MOVE W-LOCAL   TO JRN-LOCAL
           ACCEPT JRN-DATA FROM DATE YYYYMMDD
           ACCEPT JRN-HORA FROM TIME
           MOVE W-OPERADOR TO JRN-OPERADOR
           WRITE REGJRN
           IF ST-ERRO NOT = "00"
              REWRITE REGJRN.
       GRAVA-JRN-FIM.
           EXIT.

       APAGA-JRN.
           MOVE NUMPEDIDO TO JRN-NUMPED
           MOVE TIPEDIDO  TO JRN-TIPEDIDO
           READ ARQJRN
           IF ST-ERRO = "00"
              DELETE ARQJRN RECORD.
       APAGA-JRN-FIM.
           EXIT.

       SER-DEVOLVE.
           MOVE "N" TO W-CTLSER
           IF W-PRSOK NOT = "S"
              GO TO SER-DEVOLVE-FIM.
           MOVE CODIGO TO PRS-CODIGO
           READ ARQPRSER
           IF ST-ERRO = "00"
              MOVE PRS-CTLSER TO W-CTLSER.
           IF W-CTLSER NOT = "S"
              GO TO SER-DEVOLVE-FIM.
           MOVE ZEROS TO W-SERCONT.
       SER-DEVOLVE-LOOP.
           IF W-SERCONT NOT < W-QTDDEV
              DISPLAY (21, 01) LIMPA
              GO TO SER-DEVOLVE-FIM.
           COMPUTE W-SERNUM = W-SERCONT + 1
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 03) "NUM. SERIE"
           DISPLAY (21, 14) W-SERNUM
           DISPLAY (21, 21) "DE"
           DISPLAY (21, 24) W-QTDDEV
           DISPLAY (21, 30) ":"
           MOVE SPACES TO W-SERIE
           ACCEPT (21, 32) W-SERIE
           IF W-SERIE = SPACES
              MOVE "INFORME A SERIE DE CADA UNIDADE DEVOLVIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-DEVOLVE-LOOP.
           MOVE CODIGO  TO NS-CODPROD
           MOVE W-SERIE TO NS-SERIE
           READ ARQNSER
           IF ST-ERRO NOT = "00"
              MOVE "*** SERIE NAO CADASTRADA PARA O PRODUTO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-DEVOLVE-LOOP.
           IF NS-STATUS NOT = "V" OR NS-PEDVENDA NOT = NUMPEDIDO
              MOVE "*** SERIE NAO FOI EXPEDIDA NESTE PEDIDO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-DEVOLVE-LOOP.
           MOVE "E"     TO NS-STATUS
           MOVE W-LOCAL TO NS-LOCAL
           ACCEPT NS-DTDEVOL FROM DATE YYYYMMDD
           REWRITE REGNSER
           ADD 1 TO W-SERCONT
           GO TO SER-DEVOLVE-LOOP.
       SER-DEVOLVE-FIM.
           EXIT.

       SOMA-DEV.
           MOVE ZEROS TO W-JADEV
           MOVE NUMPEDIDO TO DEV-NUMPED
           MOVE TIPEDIDO  TO DEV-TIPEDIDO
           MOVE ZEROS     TO DEV-SEQ
           START ARQDEV KEY IS NOT LESS DEV-CHAVE INVALID KEY
                 GO TO SOMA-DEV-FIM.
       SOMA-DEV-RD.
           READ ARQDEV NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-DEV-FIM.
           IF DEV-NUMPED NOT = NUMPEDIDO OR
              DEV-TIPEDIDO NOT = TIPEDIDO
              GO TO SOMA-DEV-FIM.
           IF DEV-CODPROD = IT-CODPROD
              ADD DEV-QTD TO W-JADEV.
           GO TO SOMA-DEV-RD.
       SOMA-DEV-FIM.
           EXIT.

       SLD-ATUALIZA.
           MOVE CODIGO  TO SLD-CODIGO
           MOVE W-LOCAL TO SLD-LOCAL
           READ ARQSLD
           IF ST-ERRO NOT = "00"
              MOVE CODIGO  TO SLD-CODIGO
              MOVE W-LOCAL TO SLD-LOCAL
              IF W-LOCAL = 01
                 MOVE W-SLDBASE TO SLD-ESTOQUE
              ELSE
                 MOVE ZEROS TO SLD-ESTOQUE.
           ADD W-QTDDEV TO SLD-ESTOQUE
           WRITE REGSLD
           IF ST-ERRO NOT = "00"
              REWRITE REGSLD.
       SLD-ATUALIZA-FIM.
           EXIT.

       GRAVA-MOV.
           MOVE CODIGO TO MOV-CODPROD
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA FROM TIME.
           MOVE ZEROS TO MOV-SEQ.
       GRAVA-MOV-WR.
           MOVE "D"        TO MOV-TIPO
           MOVE CHAVE      TO MOV-DOC
           MOVE W-QTDDEV   TO MOV-QTD
           MOVE ESTOQUE    TO MOV-SALDO
           MOVE W-OPERADOR TO MOV-OPERADOR
           MOVE W-LOCAL    TO MOV-LOCAL
           MOVE W-FILIAL   TO MOV-FILIAL
           WRITE REGMOV
           IF ST-ERRO = "22"
              ADD 1 TO MOV-SEQ
              IF MOV-SEQ < 999
                 GO TO GRAVA-MOV-WR.
       GRAVA-MOV-FIM.
           EXIT.

       CONV-EXIBE.
           MOVE W-DTAMD-DIA TO W-DTEXIBE-DIA
           MOVE W-DTAMD-MES TO W-DTEXIBE-MES
           MOVE W-DTAMD-ANO TO W-DTEXIBE-ANO.
       CONV-EXIBE-FIM.
           EXIT.

       CONV-AMD.
           MOVE W-DTEXIBE-DIA TO W-DTAMD-DIA
           MOVE W-DTEXIBE-MES TO W-DTAMD-MES
           MOVE W-DTEXIBE-ANO TO W-DTAMD-ANO.
       CONV-AMD-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE125" TO LOG-PROGRAMA.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO LOG-OPERADOR
           ELSE
              MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE W-IMGANT TO LOG-IMAGEMANT.
           MOVE W-IMGNOV TO LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO = "22"
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
           CLOSE ARQPED ARQPEDIT ARQCLI ARQENT ARQDEV ARQPRO ARQSLD
                 ARQMOV ARQTIT ARQLOG ARQJRN ARQNSER.
           IF W-PEDXOK = "S"
              CLOSE ARQPEDX.
           IF W-PRSOK = "S"
              CLOSE ARQPRSER.
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
