       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE112.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CSG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CSG-CLIENTE
                                   WITH DUPLICATES.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

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

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SEQ-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS IT-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPEDX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PEDX-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS EST-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEN-CODIGO
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-CODIGO
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSG.DAT".
       01 REGCSG.
          03 CSG-CHAVE.
             05 CSG-NUMERO     PIC 9(06).
             05 CSG-CODPROD    PIC 9(06).
          03 CSG-CLIENTE       PIC 9(14).
          03 CSG-LOCAL         PIC 9(02).
          03 CSG-DTREM         PIC 9(08).
          03 CSG-PRECO         PIC 9(06)V99.
          03 CSG-QTDREM        PIC 9(06).
          03 CSG-QTDVEND       PIC 9(06).
          03 CSG-QTDDEV        PIC 9(06).
          03 CSG-STATUS        PIC X(01).
          03 CSG-DTACERTO      PIC 9(08).
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
       FD ARQSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQ-ID            PIC X(08).
          03 SEQ-PROX          PIC 9(06).
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
       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".
       01 REGEST.
          03 EST-CHAVE.
             05 EST-ANOMES     PIC 9(06).
             05 EST-CODPROD    PIC 9(06).
             05 EST-CLIENTE    PIC 9(14).
             05 EST-VENDEDOR   PIC 9(04).
          03 EST-QTD           PIC 9(08).
          03 EST-RECEITA       PIC 9(10)V99.
          03 EST-MARGEM        PIC S9(10)V99.
      *-----------------------------------------------------------------
       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".
       01 REGVEN.
          03 VEN-CODIGO        PIC 9(04).
          03 VEN-NOME          PIC X(30).
          03 VEN-COMISSPC      PIC 9(02)V99.
      *-----------------------------------------------------------------
       FD ARQCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCUSTO.DAT".
       01 REGCUSTO.
          03 CUS-CODIGO        PIC 9(06).
          03 CUS-CUSTOMED      PIC 9(06)V9(04).
          03 CUS-DTATU         PIC 9(08).
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
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(65) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 001.
       01 W-VENOK       PIC X(01) VALUE "N".
       01 W-CUSOK       PIC X(01) VALUE "N".
       01 W-CLIENTE     PIC 9(14) VALUE ZEROS.
       01 W-VENDEDOR    PIC 9(04) VALUE ZEROS.
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-IX          PIC 9(03) COMP VALUE ZEROS.
       01 W-KX          PIC 9(03) COMP VALUE ZEROS.
       01 W-QTDPROD     PIC 9(03) VALUE ZEROS.
       01 W-ACTAB.
          03 W-ACITEM OCCURS 30 TIMES.
             05 W-ACCOD      PIC 9(06).
             05 W-ACSALDO    PIC 9(06).
             05 W-ACVEND     PIC 9(06).
             05 W-ACDEV      PIC 9(06).
             05 W-ACVALOR    PIC 9(08)V99.
       01 W-QTDV        PIC 9(06) VALUE ZEROS.
       01 W-QTDD        PIC 9(06) VALUE ZEROS.
       01 W-FICA        PIC 9(06) VALUE ZEROS.
       01 W-FICAED      PIC ZZZZZ9.
       01 W-QTDVTOT     PIC 9(08) VALUE ZEROS.
       01 W-QTDDTOT     PIC 9(08) VALUE ZEROS.
       01 W-SALDOCSG    PIC 9(06) VALUE ZEROS.
       01 W-RESTA       PIC 9(06) VALUE ZEROS.
       01 W-TOMA        PIC 9(06) VALUE ZEROS.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-PEDLOCAL    PIC 9(02) VALUE ZEROS.
       01 W-SEQITEM     PIC 9(03) VALUE ZEROS.
       01 W-TOTVEND     PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTVENDED   PIC ZZ.ZZZ.ZZ9,99.
       01 W-CUSTOITEM   PIC 9(06)V9(04) VALUE ZEROS.
       01 W-ESTMARG     PIC S9(10)V99 VALUE ZEROS.
       01 W-DOCCSG      PIC X(10) VALUE SPACES.
       01 W-MOVTIPO     PIC X(01) VALUE SPACES.
       01 W-VCTO        PIC 9(08) VALUE ZEROS.
       01 W-VCTOTAB REDEFINES W-VCTO.
          03 W-VCTOANO   PIC 9(04).
          03 W-VCTOMES   PIC 9(02).
          03 W-VCTODIA   PIC 9(02).
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETACE.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCOD       PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDESC      PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETSALDO     PIC ZZZZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE112.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                   Acerto de Mercadoria".
           05  LINE 02  COLUMN 41
               VALUE  " em Consignacao".
           05  LINE 04  COLUMN 01
               VALUE  " Cliente:".
           05  LINE 06  COLUMN 03
               VALUE  "Produto Descricao".
           05  LINE 06  COLUMN 31
               VALUE  "Em Poder  Vendido  Devolv.   Fica".
           05  LINE 20  COLUMN 01
               VALUE  " Vendedor:".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TCLIENTE
               LINE 04  COLUMN 11  PIC 9(14)
               USING  W-CLIENTE
               HIGHLIGHT.
           05  TVENDEDOR
               LINE 20  COLUMN 12  PIC 9(04)
               USING  W-VENDEDOR
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CSG.
           OPEN I-O ARQCSG
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA REMESSA EM CONSIGNACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO DE CLIENTES NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCSG
              GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PRODUTO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCSG ARQCLI
              GO TO ROT-FIM2.

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

       ABRE-PED.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPED
                 CLOSE ARQPED
                 OPEN I-O ARQPED
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-ITE.
           OPEN I-O ARQPEDIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPEDIT
                 CLOSE ARQPEDIT
                 OPEN I-O ARQPEDIT
              ELSE
                 MOVE "ERRO NA ABERTURA DOS ITENS DO PEDIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-PEDX.
           OPEN I-O ARQPEDX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPEDX
                 CLOSE ARQPEDX
                 OPEN I-O ARQPEDX
              ELSE
                 MOVE "ERRO NA ABERTURA DO COMPLEMENTO DO PEDIDO"
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

       ABRE-EST.
           OPEN I-O ARQEST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQEST
                 CLOSE ARQEST
                 OPEN I-O ARQEST
              ELSE
                 MOVE "ERRO NA ABERTURA DAS ESTATISTICAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-VEN.
           OPEN INPUT ARQVEN
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-VENOK
           ELSE
              MOVE "N" TO W-VENOK.

       ABRE-CUS.
           OPEN INPUT ARQCUSTO
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-CUSOK
           ELSE
              MOVE "N" TO W-CUSOK.

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
           MOVE ZEROS TO W-CLIENTE W-VENDEDOR W-NUMPED W-QTDPROD
           MOVE ZEROS TO W-QTDVTOT W-QTDDTOT W-TOTVEND W-PEDLOCAL
           MOVE ZEROS TO W-ACTAB
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           DISPLAY TSCE112.

       R2.
           ACCEPT TCLIENTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CLIENTE = ZEROS
              MOVE "CLIENTE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CLIENTE TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (04, 27) RAZAO.

      *
      ****************************************
      * SALDO EM PODER DO CLIENTE POR PRODUTO *
      ****************************************
      *
       CARGA.
           MOVE W-CLIENTE TO CSG-CLIENTE
           START ARQCSG KEY IS EQUAL CSG-CLIENTE INVALID KEY
                 GO TO CARGA-FIM.
       CARGA-RD.
           READ ARQCSG NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA-FIM.
           IF CSG-CLIENTE NOT = W-CLIENTE
              GO TO CARGA-FIM.
           IF CSG-STATUS NOT = "A"
              GO TO CARGA-RD.
           COMPUTE W-SALDOCSG = CSG-QTDREM - CSG-QTDVEND - CSG-QTDDEV
           IF W-SALDOCSG = ZEROS
              GO TO CARGA-RD.
           MOVE ZEROS TO W-KX.
       CARGA-BUSCA.
           ADD 1 TO W-KX
           IF W-KX > W-QTDPROD
              GO TO CARGA-NOVO.
           IF W-ACCOD (W-KX) NOT = CSG-CODPROD
              GO TO CARGA-BUSCA.
           ADD W-SALDOCSG TO W-ACSALDO (W-KX)
           GO TO CARGA-RD.
       CARGA-NOVO.
           IF W-QTDPROD NOT < 30
              GO TO CARGA-RD.
           ADD 1 TO W-QTDPROD
           MOVE CSG-CODPROD TO W-ACCOD (W-QTDPROD)
           MOVE W-SALDOCSG  TO W-ACSALDO (W-QTDPROD)
           GO TO CARGA-RD.
       CARGA-FIM.
           IF W-QTDPROD = ZEROS
              MOVE "*** CLIENTE SEM MERCADORIA EM CONSIGNACAO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

      *
      ****************************************
      * INFORMA VENDIDO E DEVOLVIDO POR ITEM  *
      ****************************************
      *
       R3.
           MOVE ZEROS TO W-IX
           MOVE 07 TO LIN.
       R3-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDPROD
              GO TO R4.
           IF LIN > 18
              PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM.
           MOVE W-ACCOD (W-IX) TO DETCOD CODIGO
           MOVE SPACES TO DETDESC
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE DESCRICAO TO DETDESC.
           MOVE W-ACSALDO (W-IX) TO DETSALDO
           DISPLAY (LIN, 01) DETACE.
       R3-VEND.
           MOVE W-ACVEND (W-IX) TO W-QTDV
           ACCEPT (LIN, 42) W-QTDV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE "*** ACERTO NAO EFETUADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-QTDV > W-ACSALDO (W-IX)
              MOVE "VENDIDO MAIOR QUE O SALDO EM PODER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-VEND.
       R3-DEV.
           MOVE W-ACDEV (W-IX) TO W-QTDD
           ACCEPT (LIN, 51) W-QTDD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-VEND.
           IF W-QTDV + W-QTDD > W-ACSALDO (W-IX)
              MOVE "VENDIDO + DEVOLVIDO MAIOR QUE O SALDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-DEV.
           MOVE W-QTDV TO W-ACVEND (W-IX)
           MOVE W-QTDD TO W-ACDEV (W-IX)
           ADD W-QTDV TO W-QTDVTOT
           ADD W-QTDD TO W-QTDDTOT
           COMPUTE W-FICA = W-ACSALDO (W-IX) - W-QTDV - W-QTDD
           MOVE W-FICA TO W-FICAED
           DISPLAY (LIN, 60) W-FICAED
           ADD 1 TO LIN
           GO TO R3-LP.

       R4.
           IF W-QTDVTOT = ZEROS AND W-QTDDTOT = ZEROS
              MOVE "*** NENHUMA QUANTIDADE INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-QTDVTOT = ZEROS
              GO TO R6.

       R5.
           ACCEPT TVENDEDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-VENDEDOR = ZEROS OR W-VENOK NOT = "S"
              GO TO R6.
           MOVE W-VENDEDOR TO VEN-CODIGO
           READ ARQVEN
           IF ST-ERRO3 NOT = "00"
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY (20, 18) VEN-NOME.

       R6.
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 20) "CONFIRMA O ACERTO? S-SIM/N-NAO"
           ACCEPT (21, 52) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "*** ACERTO NAO EFETUADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

      *
      ****************************************
      * BAIXA DAS REMESSAS E GERACAO DA VENDA *
      ****************************************
      *
       ACE-001.
           MOVE "*** PROCESSANDO O ACERTO ***" TO MENS
           DISPLAY (23, 13) MENS
           IF W-QTDVTOT > ZEROS
              PERFORM ROT-NUMPED THRU ROT-NUMPED-FIM.
           MOVE ZEROS TO W-IX W-SEQITEM W-TOTVEND.
       ACE-ITEM.
           ADD 1 TO W-IX
           IF W-IX > W-QTDPROD
              GO TO ACE-PED.
           IF W-ACVEND (W-IX) > ZEROS
              MOVE "V" TO W-MODO
              MOVE W-ACVEND (W-IX) TO W-RESTA
              MOVE ZEROS TO W-ACVALOR (W-IX)
              PERFORM ACE-ALOCA THRU ACE-ALOCA-FIM
              PERFORM ACE-GRAVA-ITEM THRU ACE-GRAVA-ITEM-FIM.
           IF W-ACDEV (W-IX) > ZEROS
              MOVE "D" TO W-MODO
              MOVE W-ACDEV (W-IX) TO W-RESTA
              PERFORM ACE-ALOCA THRU ACE-ALOCA-FIM.
           GO TO ACE-ITEM.

       ACE-PED.
           IF W-SEQITEM = ZEROS
              GO TO ACE-FIM.
           MOVE W-NUMPED  TO NUMPEDIDO
           MOVE 2         TO TIPEDIDO
           MOVE ZEROS     TO CODPROD FORNECEDOR QUANTIDADE
           MOVE ZEROS     TO PRECOUN ENDSEQ
           MOVE W-CLIENTE TO CLIENTE
           MOVE W-TOTVEND TO TOTAL
           MOVE "X"       TO PED-STATUS
           MOVE W-DTHOJE  TO DTPEDIDO
           MOVE W-NUMPED  TO IT-NUMPEDIDO
           MOVE 2         TO IT-TIPEDIDO
           MOVE 1         TO IT-SEQ
           READ ARQPEDIT
           IF ST-ERRO = "00"
              MOVE IT-CODPROD    TO CODPROD
              MOVE IT-QUANTIDADE TO QUANTIDADE
              MOVE IT-PRECOUN    TO PRECOUN.
           WRITE REGPED
           IF ST-ERRO NOT = "00"
              REWRITE REGPED.
           IF W-PEDLOCAL = ZEROS
              MOVE 01 TO W-PEDLOCAL.
           MOVE W-NUMPED   TO PEDX-NUMPED
           MOVE 2          TO PEDX-TIPEDIDO
           MOVE 01         TO PEDX-CONDPG
           MOVE W-PEDLOCAL TO PEDX-LOCAL
           MOVE ZEROS      TO PEDX-DESCPC PEDX-VLICMS
           MOVE W-VENDEDOR TO PEDX-VENDEDOR
           MOVE W-FILIAL   TO PEDX-FILIAL
           WRITE REGPEDX
           IF ST-ERRO NOT = "00"
              REWRITE REGPEDX.
           PERFORM GRAVA-TITULO THRU GRAVA-TITULO-FIM
           MOVE "VENDA-CSG" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-NUMPED "-2-" W-CLIENTE (1:11)
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           MOVE REGPED TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.

       ACE-FIM.
           MOVE "CSG-ACERTO" TO LOG-OPERACAO
           MOVE W-CLIENTE TO LOG-CHAVEREG
           MOVE SPACES TO W-IMGNOV
           STRING "VENDIDO " W-QTDVTOT " DEVOLVIDO " W-QTDDTOT
                  " PEDIDO " W-NUMPED
                  DELIMITED BY SIZE INTO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (23, 13) LIMPA
           IF W-SEQITEM > ZEROS
              MOVE W-TOTVEND TO W-TOTVENDED
              DISPLAY (21, 03) "VENDA GERADA NUMERO: "
              DISPLAY (21, 24) W-NUMPED
              DISPLAY (21, 33) "VALOR: "
              DISPLAY (21, 40) W-TOTVENDED.
           MOVE "*** ACERTO DE CONSIGNACAO EFETUADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      ****************************************
      * DISTRIBUI A QUANTIDADE NAS REMESSAS   *
      * MAIS ANTIGAS DO CLIENTE (V/D)         *
      ****************************************
      *
       ACE-ALOCA.
           MOVE W-CLIENTE TO CSG-CLIENTE
           START ARQCSG KEY IS EQUAL CSG-CLIENTE INVALID KEY
                 GO TO ACE-ALOCA-FIM.
       ACE-ALOCA-RD.
           IF W-RESTA = ZEROS
              GO TO ACE-ALOCA-FIM.
           READ ARQCSG NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACE-ALOCA-FIM.
           IF CSG-CLIENTE NOT = W-CLIENTE
              GO TO ACE-ALOCA-FIM.
           IF CSG-CODPROD NOT = W-ACCOD (W-IX) OR
              CSG-STATUS NOT = "A"
              GO TO ACE-ALOCA-RD.
           COMPUTE W-SALDOCSG = CSG-QTDREM - CSG-QTDVEND - CSG-QTDDEV
           IF W-SALDOCSG = ZEROS
              GO TO ACE-ALOCA-RD.
           IF W-SALDOCSG > W-RESTA
              MOVE W-RESTA TO W-TOMA
           ELSE
              MOVE W-SALDOCSG TO W-TOMA.
           MOVE REGCSG TO W-IMGANT
           IF W-MODO = "V"
              ADD W-TOMA TO CSG-QTDVEND
              COMPUTE W-ACVALOR (W-IX) =
                 W-ACVALOR (W-IX) + (W-TOMA * CSG-PRECO)
              IF W-PEDLOCAL = ZEROS
                 MOVE CSG-LOCAL TO W-PEDLOCAL.
           IF W-MODO = "D"
              ADD W-TOMA TO CSG-QTDDEV
              PERFORM ACE-DEVOLVE THRU ACE-DEVOLVE-FIM.
           SUBTRACT W-TOMA FROM W-RESTA
           IF CSG-QTDVEND + CSG-QTDDEV NOT < CSG-QTDREM
              MOVE "F" TO CSG-STATUS.
           MOVE W-DTHOJE TO CSG-DTACERTO
           REWRITE REGCSG
           GO TO ACE-ALOCA-RD.
       ACE-ALOCA-FIM.
           EXIT.

       ACE-DEVOLVE.
           MOVE SPACES TO W-DOCCSG
           STRING "CS" CSG-NUMERO DELIMITED BY SIZE INTO W-DOCCSG
           MOVE CSG-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              ADD W-TOMA TO ESTOQUE
              REWRITE REGPRO.
           MOVE CSG-CODPROD TO SLD-CODIGO
           MOVE CSG-LOCAL   TO SLD-LOCAL
           READ ARQSLD
           IF ST-ERRO NOT = "00"
              MOVE CSG-CODPROD TO SLD-CODIGO
              MOVE CSG-LOCAL   TO SLD-LOCAL
              MOVE W-TOMA      TO SLD-ESTOQUE
              WRITE REGSLD
           ELSE
              ADD W-TOMA TO SLD-ESTOQUE
              REWRITE REGSLD.
           MOVE "E" TO W-MOVTIPO
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM.
       ACE-DEVOLVE-FIM.
           EXIT.

       ACE-GRAVA-ITEM.
           ADD 1 TO W-SEQITEM
           MOVE W-NUMPED         TO IT-NUMPEDIDO
           MOVE 2                TO IT-TIPEDIDO
           MOVE W-SEQITEM        TO IT-SEQ
           MOVE W-ACCOD (W-IX)   TO IT-CODPROD
           MOVE W-ACVEND (W-IX)  TO IT-QUANTIDADE
           COMPUTE IT-PRECOUN ROUNDED =
              W-ACVALOR (W-IX) / W-ACVEND (W-IX)
           MOVE W-ACVALOR (W-IX) TO IT-TOTAL
           MOVE W-ACVEND (W-IX)  TO IT-QTDREC
           MOVE 1                TO IT-FATOR
           WRITE REGPEDIT
           IF ST-ERRO NOT = "00"
              REWRITE REGPEDIT.
           ADD W-ACVALOR (W-IX) TO W-TOTVEND
           PERFORM GRAVA-EST THRU GRAVA-EST-FIM.
       ACE-GRAVA-ITEM-FIM.
           EXIT.

       GRAVA-EST.
           MOVE W-DTHOJE (1:6)  TO EST-ANOMES
           MOVE W-ACCOD (W-IX)  TO EST-CODPROD
           MOVE W-CLIENTE       TO EST-CLIENTE
           MOVE W-VENDEDOR      TO EST-VENDEDOR
           READ ARQEST
           IF ST-ERRO NOT = "00"
              MOVE W-DTHOJE (1:6)  TO EST-ANOMES
              MOVE W-ACCOD (W-IX)  TO EST-CODPROD
              MOVE W-CLIENTE       TO EST-CLIENTE
              MOVE W-VENDEDOR      TO EST-VENDEDOR
              MOVE ZEROS TO EST-QTD EST-RECEITA EST-MARGEM.
           ADD W-ACVEND (W-IX)  TO EST-QTD
           ADD W-ACVALOR (W-IX) TO EST-RECEITA
           MOVE ZEROS TO W-CUSTOITEM
           MOVE W-ACCOD (W-IX) TO CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE PRECO TO W-CUSTOITEM.
           IF W-CUSOK = "S"
              MOVE W-ACCOD (W-IX) TO CUS-CODIGO
              READ ARQCUSTO
              IF ST-ERRO4 = "00"
                 IF CUS-CUSTOMED > ZEROS
                    MOVE CUS-CUSTOMED TO W-CUSTOITEM.
           COMPUTE W-ESTMARG ROUNDED = W-ACVALOR (W-IX) -
              (W-ACVEND (W-IX) * W-CUSTOITEM)
           ADD W-ESTMARG TO EST-MARGEM
           WRITE REGEST
           IF ST-ERRO NOT = "00"
              REWRITE REGEST.
       GRAVA-EST-FIM.
           EXIT.

       GRAVA-TITULO.
           MOVE W-NUMPED  TO TIT-NUMPED
           MOVE 2         TO TIT-TIPEDIDO
           MOVE 01        TO TIT-PARCELA
           MOVE "R"       TO TIT-TIPO
           MOVE W-CLIENTE TO TIT-CPFCNPJ
           MOVE W-DTHOJE  TO TIT-EMISSAO
           MOVE W-DTHOJE  TO W-VCTO
           ADD 1 TO W-VCTOMES
           IF W-VCTOMES > 12
              MOVE 01 TO W-VCTOMES
              ADD 1 TO W-VCTOANO.
           IF W-VCTOMES = 2 AND W-VCTODIA > 28
              MOVE 28 TO W-VCTODIA.
           IF W-VCTODIA > 30
              IF W-VCTOMES = 4 OR 6 OR 9 OR 11
                 MOVE 30 TO W-VCTODIA.
           MOVE "P" TO W-CALFUNC
           MOVE W-VCTO TO W-CALDT1
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALDT2  TO TIT-VENCTO
           MOVE W-TOTVEND TO TIT-VALOR
           MOVE W-TOTVEND TO TIT-SALDO
           MOVE "A"       TO TIT-STATUS
           MOVE W-FILIAL  TO TIT-FILIAL
           WRITE REGTIT
           IF ST-ERRO NOT = "00"
              REWRITE REGTIT.
       GRAVA-TITULO-FIM.
           EXIT.

       LIMPA-LIN.
           MOVE 07 TO LIN.
       LIMPA-LIN-LP.
           DISPLAY (LIN, 01) LIMPA
           ADD 1 TO LIN
           IF LIN < 19
              GO TO LIMPA-LIN-LP.
           MOVE 07 TO LIN.
       LIMPA-LIN-FIM.
           EXIT.

       ROT-NUMPED.
           MOVE "PEDIDO  " TO SEQ-ID
           READ ARQSEQ
           IF ST-ERRO = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS
              GO TO ROT-NUMPED.
           IF ST-ERRO NOT = "00"
              MOVE "PEDIDO  " TO SEQ-ID
              MOVE 1 TO SEQ-PROX
              WRITE REGSEQ
              IF ST-ERRO = "22"
                 GO TO ROT-NUMPED.
           MOVE SEQ-PROX TO W-NUMPED
           ADD 1 TO SEQ-PROX
           REWRITE REGSEQ.
       ROT-NUMPED-FIM.
           EXIT.

       GRAVA-MOV.
           MOVE CSG-CODPROD TO MOV-CODPROD
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA FROM TIME.
           MOVE ZEROS TO MOV-SEQ.
       GRAVA-MOV-WR.
           MOVE W-MOVTIPO  TO MOV-TIPO
           MOVE W-DOCCSG   TO MOV-DOC
           MOVE W-TOMA     TO MOV-QTD
           MOVE ESTOQUE    TO MOV-SALDO
           MOVE W-OPERADOR TO MOV-OPERADOR
           MOVE CSG-LOCAL  TO MOV-LOCAL
           MOVE W-FILIAL   TO MOV-FILIAL
           WRITE REGMOV
           IF ST-ERRO = "22"
              ADD 1 TO MOV-SEQ
              IF MOV-SEQ < 999
                 GO TO GRAVA-MOV-WR.
       GRAVA-MOV-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE112" TO LOG-PROGRAMA.
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
           CLOSE ARQCSG ARQCLI ARQPRO ARQSLD ARQSEQ ARQMOV ARQPED
                 ARQPEDIT ARQPEDX ARQTIT ARQEST ARQLOG.
           IF W-VENOK = "S"
              CLOSE ARQVEN.
           IF W-CUSOK = "S"
              CLOSE ARQCUSTO.
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
