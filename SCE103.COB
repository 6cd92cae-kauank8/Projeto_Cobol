       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE103.
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

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS NFC-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQDIV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS DIV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

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
       FD ARQNFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFC.DAT".
       01 REGNFC.
          03 NFC-CHAVE.
             05 NFC-NUMPED     PIC 9(6).
             05 NFC-SEQ        PIC 9(3).
          03 NFC-NUMNF         PIC X(09).
          03 NFC-QTDNF         PIC 9(06).
          03 NFC-PRECONF       PIC 9(6)V99.
          03 NFC-ORIGEM        PIC X(01).
          03 NFC-DATA          PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQDIV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDIV.DAT".
       01 REGDIV.
          03 DIV-CHAVE.
             05 DIV-NUMPED     PIC 9(6).
             05 DIV-SEQ        PIC 9(3).
             05 DIV-OCOR       PIC 9(3).
          03 DIV-CODPROD       PIC 9(6).
          03 DIV-QTDPED        PIC 9(06).
          03 DIV-QTDREC        PIC 9(06).
          03 DIV-QTDNF         PIC 9(06).
          03 DIV-PRECOPED      PIC 9(6)V99.
          03 DIV-PRECONF       PIC 9(6)V99.
          03 DIV-NUMNF         PIC X(09).
          03 DIV-MOTIVO        PIC X(30).
          03 DIV-STATUS        PIC X(01).
          03 DIV-DATA          PIC 9(08).
          03 DIV-OPERADOR      PIC X(10).
          03 DIV-DTRES         PIC 9(08).
          03 DIV-RESOLV        PIC X(10).
      *-----------------------------------------------------------------
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
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
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(66) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 008.
       01 W-PAROK       PIC X(01) VALUE "N".
       01 CON-NUMPED    PIC 9(06) VALUE ZEROS.
       01 W-FORNEC      PIC 9(14) VALUE ZEROS.
       01 W-NUMNF       PIC X(09) VALUE SPACES.
       01 W-TOLQTD      PIC 9(03)V99 VALUE ZEROS.
       01 W-TOLPRC      PIC 9(03)V99 VALUE ZEROS.
       01 W-QTDNF       PIC 9(06) VALUE ZEROS.
       01 W-PRECONF     PIC 9(06)V99 VALUE ZEROS.
       01 W-NFEXISTE    PIC X(01) VALUE "N".
       01 W-NFORIGEM    PIC X(01) VALUE SPACES.
       01 W-DIFQ        PIC 9(06) VALUE ZEROS.
       01 W-DIFP        PIC 9(06)V99 VALUE ZEROS.
       01 W-CALC1       PIC 9(10)V99 VALUE ZEROS.
       01 W-CALC2       PIC 9(10)V99 VALUE ZEROS.
       01 W-PARC        PIC 9(02) VALUE ZEROS.
       01 W-QTDBLQ      PIC 9(02) VALUE ZEROS.
       01 W-QTDLIB      PIC 9(02) VALUE ZEROS.
       01 W-QTDPEND     PIC 9(03) VALUE ZEROS.
       01 W-QTDITENS    PIC 9(03) VALUE ZEROS.
       01 W-QTDDIV      PIC 9(03) VALUE ZEROS.
       01 W-QTDGRV      PIC 9(03) VALUE ZEROS.
       01 W-IX          PIC 9(03) VALUE ZEROS.
       01 W-ITDIV       PIC X(01) VALUE "N".
       01 W-RESOL       PIC X(01) VALUE SPACES.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
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
       01 W-TABDIV.
          03 W-TDV OCCURS 99 TIMES.
             05 W-TDVSEQ    PIC 9(03).
             05 W-TDVPROD   PIC 9(06).
             05 W-TDVQPED   PIC 9(06).
             05 W-TDVQREC   PIC 9(06).
             05 W-TDVQNF    PIC 9(06).
             05 W-TDVPPED   PIC 9(06)V99.
             05 W-TDVPNF    PIC 9(06)V99.
             05 W-TDVMOT    PIC X(30).

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETCF.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCFSEQ    PIC 9(03) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCFPROD   PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCFDESC   PIC X(14) VALUE SPACES.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCFQPED   PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCFQREC   PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCFQNF    PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCFPPED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCFPNF    PIC ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCFST     PIC X(03) VALUE SPACES.

       01 CABDV.
          03 FILLER      PIC X(40) VALUE
             " Seq Produt  QtdPed QtdRec Qtd.NF  Motiv".
          03 FILLER      PIC X(33) VALUE
             "o da Divergencia".

       01 DETDV.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETDVSEQ    PIC 9(03) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETDVPROD   PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETDVQPED   PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETDVQREC   PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETDVQNF    PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETDVMOT    PIC X(30) VALUE SPACES.
          03 FILLER      PIC X(08) VALUE SPACES.

       01 CABFL.
          03 FILLER      PIC X(40) VALUE
             " Pedido  Seq  Produt  Nota Fisc  Motivo ".
          03 FILLER      PIC X(33) VALUE
             "da Divergencia           Data".

       01 DETFL.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETFLPED    PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETFLSEQ    PIC 9(03) VALUE ZEROS.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETFLPROD   PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETFLNF     PIC X(09) VALUE SPACES.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETFLMOT    PIC X(30) VALUE SPACES.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETFLDATA   PIC 99/99/9999 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE103.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       Conferencia de Compras - Pedido x ".
           05  LINE 02  COLUMN 41
               VALUE  "Recebimento x Nota Fiscal".
           05  LINE 04  COLUMN 01
               VALUE  " Num Pedido:".
           05  TNUMPED
               LINE 04  COLUMN 14  PIC 9(06)
               USING  CON-NUMPED
               HIGHLIGHT.
           05  LINE 04  COLUMN 24
               VALUE  "(ZEROS = FILA DE DIVERGENCIAS PENDENTES)".
           05  LINE 05  COLUMN 01
               VALUE  " Fornecedor:".
           05  TFORNEC
               LINE 05  COLUMN 14  PIC 9(14)
               USING  W-FORNEC.
           05  LINE 05  COLUMN 31
               VALUE  "Nota Fiscal:".
           05  TNUMNF
               LINE 05  COLUMN 44  PIC X(09)
               USING  W-NUMNF
               HIGHLIGHT.
           05  LINE 06  COLUMN 01
               VALUE  " Tolerancia Qtd %:".
           05  TTOLQTD
               LINE 06  COLUMN 20  PIC ZZ9,99
               USING  W-TOLQTD.
           05  LINE 06  COLUMN 31
               VALUE  "Tolerancia Preco %:".
           05  TTOLPRC
               LINE 06  COLUMN 51  PIC ZZ9,99
               USING  W-TOLPRC.
           05  LINE 07  COLUMN 02
               VALUE  "Seq Produt Descricao      QtdPed QtdRec".
           05  LINE 07  COLUMN 41
               VALUE  " Qtd.NF  Preco Ped  Preco NF  St".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE PEDIDOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-ITE.
           OPEN INPUT ARQPEDIT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE ITENS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED
              GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED ARQPEDIT
              GO TO ROT-FIM2.

       ABRE-TIT.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED ARQPEDIT ARQPRO
              GO TO ROT-FIM2.

       ABRE-NFC.
           OPEN I-O ARQNFC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQNFC
                 CLOSE ARQNFC
                 OPEN I-O ARQNFC
              ELSE
                 MOVE "ERRO NA ABERTURA DAS NOTAS DE COMPRA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-DIV.
           OPEN I-O ARQDIV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQDIV
                 CLOSE ARQDIV
                 OPEN I-O ARQDIV
              ELSE
                 MOVE "ERRO NA ABERTURA DA FILA DE DIVERGENCIAS"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-PAR.
           OPEN INPUT ARQPAR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PAROK
           ELSE
              MOVE "N" TO W-PAROK.
           IF W-PAROK = "S"
              MOVE "TOLQTDPC" TO PAR-ID
              READ ARQPAR
              IF ST-ERRO2 = "00"
                 MOVE PAR-VALOR TO W-TOLQTD.
           IF W-PAROK = "S"
              MOVE "TOLPRCPC" TO PAR-ID
              READ ARQPAR
              IF ST-ERRO2 = "00"
                 MOVE PAR-VALOR TO W-TOLPRC.

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
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
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
           MOVE ZEROS TO CON-NUMPED W-FORNEC
           MOVE SPACES TO W-NUMNF
           DISPLAY TSCE103.

       R2.
           ACCEPT TNUMPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CON-NUMPED = ZEROS
              GO TO FILA.
           MOVE CON-NUMPED TO NUMPEDIDO
           MOVE 1          TO TIPEDIDO
           READ ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "PEDIDO DE COMPRA NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF PED-STATUS = "C"
              MOVE "*** PEDIDO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF PED-STATUS = "E"
              MOVE "*** PEDIDO AGUARDANDO APROVACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE FORNECEDOR TO W-FORNEC
           DISPLAY TFORNEC
           PERFORM CONTA-BLOQ THRU CONTA-BLOQ-FIM
           IF W-QTDBLQ = ZEROS
              MOVE "*** PEDIDO SEM TITULOS BLOQUEADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM CONTA-DIV THRU CONTA-DIV-FIM
           IF W-QTDPEND > ZEROS
              GO TO RES-001.
      *
      **************************************
      * CONFERENCIA PEDIDO X RECEB. X NOTA *
      **************************************
      *
       CONF-001.
           DISPLAY TSCE103
           PERFORM BUSCA-NF THRU BUSCA-NF-FIM
           DISPLAY TNUMNF.

       CONF-NF.
           ACCEPT TNUMNF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-NUMNF = SPACES
              MOVE "NUMERO DA NOTA FISCAL EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-NF.

       CONF-ITENS.
           MOVE ZEROS TO W-QTDDIV W-QTDITENS
           MOVE 08 TO LIN
           MOVE NUMPEDIDO TO IT-NUMPEDIDO
           MOVE 1         TO IT-TIPEDIDO
           MOVE ZEROS     TO IT-SEQ
           START ARQPEDIT KEY IS NOT LESS IT-CHAVE INVALID KEY
                 MOVE "*** PEDIDO SEM ITENS ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.

       CONF-RD.
           READ ARQPEDIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONF-FIM.
           IF IT-NUMPEDIDO NOT = NUMPEDIDO OR
              IT-TIPEDIDO NOT = 1
              GO TO CONF-FIM.
           IF LIN > 19
              DISPLAY TSCE103
              MOVE 08 TO LIN.
           ADD 1 TO W-QTDITENS
           MOVE IT-SEQ        TO DETCFSEQ
           MOVE IT-CODPROD    TO DETCFPROD
           MOVE SPACES        TO DETCFDESC DETCFST
           MOVE IT-CODPROD    TO CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
              MOVE DESCRICAO TO DETCFDESC.
           MOVE IT-QUANTIDADE TO DETCFQPED
           MOVE IT-QTDREC     TO DETCFQREC
           MOVE IT-PRECOUN    TO DETCFPPED
           MOVE NUMPEDIDO TO NFC-NUMPED
           MOVE IT-SEQ    TO NFC-SEQ
           READ ARQNFC
           IF ST-ERRO = "00"
              MOVE "S"         TO W-NFEXISTE
              MOVE NFC-QTDNF   TO W-QTDNF
              MOVE NFC-PRECONF TO W-PRECONF
              MOVE NFC-ORIGEM  TO W-NFORIGEM
           ELSE
              MOVE "N"           TO W-NFEXISTE
              MOVE IT-QUANTIDADE TO W-QTDNF
              MOVE IT-PRECOUN    TO W-PRECONF
              MOVE "D"           TO W-NFORIGEM.
           MOVE W-QTDNF   TO DETCFQNF
           MOVE W-PRECONF TO DETCFPNF
           DISPLAY (LIN, 01) DETCF
           IF W-NFORIGEM = "I"
              GO TO CONF-AVALIA.

       CONF-QTD.
           ACCEPT (LIN, 42) W-QTDNF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE "*** CONFERENCIA INTERROMPIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       CONF-PRECO.
           ACCEPT (LIN, 60) W-PRECONF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CONF-QTD.
           MOVE W-QTDNF   TO DETCFQNF
           MOVE W-PRECONF TO DETCFPNF
           DISPLAY (LIN, 01) DETCF
           MOVE NUMPEDIDO TO NFC-NUMPED
           MOVE IT-SEQ    TO NFC-SEQ
           MOVE W-NUMNF   TO NFC-NUMNF
           MOVE W-QTDNF   TO NFC-QTDNF
           MOVE W-PRECONF TO NFC-PRECONF
           MOVE "D"       TO NFC-ORIGEM
           MOVE W-DTHOJE  TO NFC-DATA
           IF W-NFEXISTE = "S"
              REWRITE REGNFC
           ELSE
              WRITE REGNFC.

       CONF-AVALIA.
           MOVE "N" TO W-ITDIV
           IF IT-QTDREC = ZEROS AND W-QTDNF > ZEROS
              MOVE "MERCADORIA NAO RECEBIDA" TO W-MOTIVO
              PERFORM GUARDA-DIV THRU GUARDA-DIV-FIM
           ELSE
              PERFORM CONF-QTDREC THRU CONF-QTDREC-FIM.
           PERFORM CONF-QTDPED THRU CONF-QTDPED-FIM
           PERFORM CONF-PRC THRU CONF-PRC-FIM
           IF W-ITDIV = "S"
              MOVE "DIV" TO DETCFST
           ELSE
              MOVE "OK"  TO DETCFST.
           DISPLAY (LIN, 01) DETCF
           ADD 1 TO LIN
           GO TO CONF-RD.

       CONF-FIM.
           IF W-QTDITENS = ZEROS
              MOVE "*** PEDIDO SEM ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-QTDDIV > ZEROS
              GO TO CONF-DIV.

       CONF-LIB.
           DISPLAY (21, 10)
                   "CONFERENCIA OK - LIBERAR TITULOS? S-SIM/N-NAO"
           ACCEPT (21, 57) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "*** TITULOS MANTIDOS BLOQUEADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO CONF-LIB.
           PERFORM LIBERA-TIT THRU LIBERA-TIT-FIM
           MOVE "CONFERIDO" TO LOG-OPERACAO
           MOVE CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** CONFERENCIA OK - TITULOS LIBERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       CONF-DIV.
           DISPLAY (21, 05)
                   "HA DIVERGENCIAS - ENVIAR PARA A FILA? S-SIM/N-NAO"
           ACCEPT (21, 56) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "*** CONFERENCIA DESCARTADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO CONF-DIV.
           IF W-QTDDIV > 99
              MOVE 99 TO W-QTDGRV
           ELSE
              MOVE W-QTDDIV TO W-QTDGRV.
           MOVE ZEROS TO W-IX
           PERFORM GRAVA-DIV THRU GRAVA-DIV-FIM W-QTDGRV TIMES
           MOVE "DIVERGENC" TO LOG-OPERACAO
           MOVE CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** DIVERGENCIAS ENVIADAS PARA APROVACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       CONF-QTDREC.
           IF W-QTDNF > IT-QTDREC
              COMPUTE W-DIFQ = W-QTDNF - IT-QTDREC
           ELSE
              COMPUTE W-DIFQ = IT-QTDREC - W-QTDNF.
           COMPUTE W-CALC1 = W-DIFQ * 100
           COMPUTE W-CALC2 = W-QTDNF * W-TOLQTD
           IF W-CALC1 > W-CALC2
              MOVE "QTD NF DIFERE DA RECEBIDA" TO W-MOTIVO
              PERFORM GUARDA-DIV THRU GUARDA-DIV-FIM.
       CONF-QTDREC-FIM.
           EXIT.

       CONF-QTDPED.
           IF W-QTDNF NOT > IT-QUANTIDADE
              GO TO CONF-QTDPED-FIM.
           COMPUTE W-DIFQ = W-QTDNF - IT-QUANTIDADE
           COMPUTE W-CALC1 = W-DIFQ * 100
           COMPUTE W-CALC2 = IT-QUANTIDADE * W-TOLQTD
           IF W-CALC1 > W-CALC2
              MOVE "QTD NF ACIMA DA PEDIDA" TO W-MOTIVO
              PERFORM GUARDA-DIV THRU GUARDA-DIV-FIM.
       CONF-QTDPED-FIM.
           EXIT.

       CONF-PRC.
           IF W-PRECONF > IT-PRECOUN
              COMPUTE W-DIFP = W-PRECONF - IT-PRECOUN
           ELSE
              COMPUTE W-DIFP = IT-PRECOUN - W-PRECONF.
           COMPUTE W-CALC1 = W-DIFP * 100
           COMPUTE W-CALC2 = IT-PRECOUN * W-TOLPRC
           IF W-CALC1 > W-CALC2
              MOVE "PRECO NF DIFERE DO PEDIDO" TO W-MOTIVO
              PERFORM GUARDA-DIV THRU GUARDA-DIV-FIM.
       CONF-PRC-FIM.
           EXIT.

       GUARDA-DIV.
           MOVE "S" TO W-ITDIV
           ADD 1 TO W-QTDDIV
           IF W-QTDDIV > 99
              GO TO GUARDA-DIV-FIM.
           MOVE W-QTDDIV      TO W-IX
           MOVE IT-SEQ        TO W-TDVSEQ (W-IX)
           MOVE IT-CODPROD    TO W-TDVPROD (W-IX)
           MOVE IT-QUANTIDADE TO W-TDVQPED (W-IX)
           MOVE IT-QTDREC     TO W-TDVQREC (W-IX)
           MOVE W-QTDNF       TO W-TDVQNF (W-IX)
           MOVE IT-PRECOUN    TO W-TDVPPED (W-IX)
           MOVE W-PRECONF     TO W-TDVPNF (W-IX)
           MOVE W-MOTIVO      TO W-TDVMOT (W-IX).
       GUARDA-DIV-FIM.
           EXIT.

       GRAVA-DIV.
           ADD 1 TO W-IX
           MOVE NUMPEDIDO          TO DIV-NUMPED
           MOVE W-TDVSEQ (W-IX)    TO DIV-SEQ
           MOVE 1                  TO DIV-OCOR
           MOVE W-TDVPROD (W-IX)   TO DIV-CODPROD
           MOVE W-TDVQPED (W-IX)   TO DIV-QTDPED
           MOVE W-TDVQREC (W-IX)   TO DIV-QTDREC
           MOVE W-TDVQNF (W-IX)    TO DIV-QTDNF
           MOVE W-TDVPPED (W-IX)   TO DIV-PRECOPED
           MOVE W-TDVPNF (W-IX)    TO DIV-PRECONF
           MOVE W-NUMNF            TO DIV-NUMNF
           MOVE W-TDVMOT (W-IX)    TO DIV-MOTIVO
           MOVE "P"                TO DIV-STATUS
           MOVE W-DTHOJE           TO DIV-DATA
           MOVE W-OPERADOR         TO DIV-OPERADOR
           MOVE ZEROS              TO DIV-DTRES
           MOVE SPACES             TO DIV-RESOLV.
       GRAVA-DIV-WR.
           WRITE REGDIV
           IF ST-ERRO = "22"
              ADD 1 TO DIV-OCOR
              IF DIV-OCOR < 999
                 GO TO GRAVA-DIV-WR.
       GRAVA-DIV-FIM.
           EXIT.
      *
      **************************************
      * RESOLUCAO DE DIVERGENCIAS PENDENTES *
      **************************************
      *
       RES-001.
           DISPLAY (07, 01) CABDV
           MOVE 08 TO LIN
           MOVE NUMPEDIDO TO DIV-NUMPED
           MOVE ZEROS     TO DIV-SEQ DIV-OCOR
           START ARQDIV KEY IS NOT LESS DIV-CHAVE INVALID KEY
                 GO TO R1.

       RES-RD.
           READ ARQDIV NEXT
           IF ST-ERRO NOT = "00"
              GO TO RES-OPC.
           IF DIV-NUMPED NOT = NUMPEDIDO
              GO TO RES-OPC.
           IF DIV-STATUS NOT = "P"
              GO TO RES-RD.
           IF LIN > 19
              DISPLAY (21, 10) "*** TECLE ENTER PARA CONTINUAR ***"
              ACCEPT (21, 46) DADOS
              DISPLAY (21, 01) LIMPA
              DISPLAY TSCE103
              DISPLAY (07, 01) CABDV
              MOVE 08 TO LIN.
           MOVE DIV-NUMNF   TO W-NUMNF
           MOVE DIV-SEQ     TO DETDVSEQ
           MOVE DIV-CODPROD TO DETDVPROD
           MOVE DIV-QTDPED  TO DETDVQPED
           MOVE DIV-QTDREC  TO DETDVQREC
           MOVE DIV-QTDNF   TO DETDVQNF
           MOVE DIV-MOTIVO  TO DETDVMOT
           DISPLAY (LIN, 01) DETDV
           ADD 1 TO LIN
           GO TO RES-RD.

       RES-OPC.
           DISPLAY TNUMNF
           DISPLAY (21, 03)
                   "A=ACEITAR/LIBERAR  R=RECONFERIR  M=MANTER BLOQUEADO"
           ACCEPT (21, 56) DADOS
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (21, 01) LIMPA
           IF W-ACT = 01
              GO TO R1.
           IF DADOS = "M" OR "m"
              MOVE "*** TITULOS MANTIDOS BLOQUEADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS = "A" OR "a"
              MOVE "A" TO W-RESOL
              GO TO RES-GRAVA.
           IF DADOS = "R" OR "r"
              MOVE "R" TO W-RESOL
              GO TO RES-GRAVA.
           GO TO RES-OPC.

       RES-GRAVA.
           MOVE NUMPEDIDO TO DIV-NUMPED
           MOVE ZEROS     TO DIV-SEQ DIV-OCOR
           START ARQDIV KEY IS NOT LESS DIV-CHAVE INVALID KEY
                 GO TO RES-FIM.

       RES-GRAVA-RD.
           READ ARQDIV NEXT
           IF ST-ERRO NOT = "00"
              GO TO RES-FIM.
           IF DIV-NUMPED NOT = NUMPEDIDO
              GO TO RES-FIM.
           IF DIV-STATUS NOT = "P"
              GO TO RES-GRAVA-RD.
           MOVE W-RESOL    TO DIV-STATUS
           MOVE W-DTHOJE   TO DIV-DTRES
           MOVE W-OPERADOR TO DIV-RESOLV
           REWRITE REGDIV
           GO TO RES-GRAVA-RD.

       RES-FIM.
           MOVE CHAVE TO LOG-CHAVEREG
           IF W-RESOL = "R"
              MOVE "RECONFERE" TO LOG-OPERACAO
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              GO TO CONF-001.
           PERFORM LIBERA-TIT THRU LIBERA-TIT-FIM
           MOVE "DIV-ACEITE" TO LOG-OPERACAO
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** DIVERGENCIA ACEITA - TITULOS LIBERADOS ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      **************************************
      * FILA DE DIVERGENCIAS PENDENTES     *
      **************************************
      *
       FILA.
           DISPLAY (07, 01) CABFL
           MOVE 08 TO LIN
           MOVE ZEROS TO W-QTDPEND
           MOVE ZEROS TO DIV-NUMPED DIV-SEQ DIV-OCOR
           START ARQDIV KEY IS NOT LESS DIV-CHAVE INVALID KEY
                 GO TO FILA-FIM.

       FILA-RD.
           READ ARQDIV NEXT
           IF ST-ERRO NOT = "00"
              GO TO FILA-FIM.
           IF DIV-STATUS NOT = "P"
              GO TO FILA-RD.
           IF LIN > 19
              DISPLAY (21, 10) "*** TECLE ENTER PARA CONTINUAR ***"
              ACCEPT (21, 46) DADOS
              ACCEPT W-ACT FROM ESCAPE KEY
              DISPLAY (21, 01) LIMPA
              IF W-ACT = 01
                 GO TO R1
              ELSE
                 DISPLAY TSCE103
                 DISPLAY (07, 01) CABFL
                 MOVE 08 TO LIN.
           ADD 1 TO W-QTDPEND
           MOVE DIV-NUMPED  TO DETFLPED
           MOVE DIV-SEQ     TO DETFLSEQ
           MOVE DIV-CODPROD TO DETFLPROD
           MOVE DIV-NUMNF   TO DETFLNF
           MOVE DIV-MOTIVO  TO DETFLMOT
           MOVE DIV-DATA    TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE   TO DETFLDATA
           DISPLAY (LIN, 01) DETFL
           ADD 1 TO LIN
           GO TO FILA-RD.

       FILA-FIM.
           IF W-QTDPEND = ZEROS
              MOVE "*** NENHUMA DIVERGENCIA PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (21, 10) "*** FIM DA FILA - TECLE ENTER ***"
           ACCEPT (21, 45) DADOS
           DISPLAY (21, 01) LIMPA
           GO TO R1.
      *
      **************************************
      * ROTINAS DE TITULOS E PESQUISA      *
      **************************************
      *
       CONTA-BLOQ.
           MOVE ZEROS TO W-QTDBLQ W-PARC.
       CONTA-BLOQ-LOOP.
           ADD 1 TO W-PARC
           IF W-PARC > 13
              GO TO CONTA-BLOQ-FIM.
           MOVE NUMPEDIDO TO TIT-NUMPED
           MOVE 1         TO TIT-TIPEDIDO
           MOVE W-PARC    TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-BLOQ-FIM.
           IF TIT-STATUS = "B"
              ADD 1 TO W-QTDBLQ.
           GO TO CONTA-BLOQ-LOOP.
       CONTA-BLOQ-FIM.
           EXIT.

       LIBERA-TIT.
           MOVE ZEROS TO W-QTDLIB W-PARC.
       LIBERA-TIT-LOOP.
           ADD 1 TO W-PARC
           IF W-PARC > 13
              GO TO LIBERA-TIT-FIM.
           MOVE NUMPEDIDO TO TIT-NUMPED
           MOVE 1         TO TIT-TIPEDIDO
           MOVE W-PARC    TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              GO TO LIBERA-TIT-FIM.
           IF TIT-STATUS = "B"
              MOVE "A" TO TIT-STATUS
              REWRITE REGTIT
              ADD 1 TO W-QTDLIB.
           GO TO LIBERA-TIT-LOOP.
       LIBERA-TIT-FIM.
           EXIT.

       CONTA-DIV.
           MOVE ZEROS TO W-QTDPEND
           MOVE NUMPEDIDO TO DIV-NUMPED
           MOVE ZEROS     TO DIV-SEQ DIV-OCOR
           START ARQDIV KEY IS NOT LESS DIV-CHAVE INVALID KEY
                 GO TO CONTA-DIV-FIM.
       CONTA-DIV-RD.
           READ ARQDIV NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-DIV-FIM.
           IF DIV-NUMPED NOT = NUMPEDIDO
              GO TO CONTA-DIV-FIM.
           IF DIV-STATUS = "P"
              ADD 1 TO W-QTDPEND.
           GO TO CONTA-DIV-RD.
       CONTA-DIV-FIM.
           EXIT.

       BUSCA-NF.
           MOVE NUMPEDIDO TO NFC-NUMPED
           MOVE ZEROS     TO NFC-SEQ
           START ARQNFC KEY IS NOT LESS NFC-CHAVE INVALID KEY
                 GO TO BUSCA-NF-FIM.
           READ ARQNFC NEXT
           IF ST-ERRO = "00" AND NFC-NUMPED = NUMPEDIDO
              MOVE NFC-NUMNF TO W-NUMNF.
       BUSCA-NF-FIM.
           EXIT.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO.
       ROT-DTEXIBE-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE103" TO LOG-PROGRAMA.
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
           CLOSE ARQPED ARQPEDIT ARQPRO ARQTIT ARQNFC ARQDIV ARQLOG.
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
