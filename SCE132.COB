       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE132.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQPEDH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS H-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPEDX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDX-CHAVE
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQDEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEV-CHAVE
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEN-CODIGO
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQRFM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS RFM-CPFCNPJ
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS RFM-ORDEM
                                   WITH DUPLICATES.

           SELECT RFMWORK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RW-CLIENTE
                    FILE STATUS  IS ST-ERRO4.

           SELECT RELRFM ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQCSV ASSIGN TO W-NOMEEXP
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
       FD ARQPEDH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDH.DAT".
       01 REGPEDH.
          03 H-CHAVE.
            05 H-NUMPEDIDO     PIC 9(6).
            05 H-TIPEDIDO      PIC 9(1).
          03 H-CODPROD       PIC 9(6).
          03 H-CLIENTE       PIC 9(14).
          03 H-FORNECEDOR    PIC 9(14).
          03 H-QUANTIDADE    PIC 9(06).
          03 H-PRECOUN       PIC 9(6)V99.
          03 H-TOTAL         PIC 9(8)V99.
          03 H-STATUS        PIC X(01).
          03 H-DTPEDIDO      PIC 9(8).
          03 H-ENDSEQ        PIC 9(02).
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
       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".
       01 REGVEN.
          03 VEN-CODIGO        PIC 9(04).
          03 VEN-NOME          PIC X(30).
          03 VEN-COMISSPC      PIC 9(02)V99.
      *-----------------------------------------------------------------
       FD ARQRFM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRFM.DAT".
       01 REGRFM.
          03 RFM-CPFCNPJ       PIC 9(14).
          03 RFM-ORDEM.
             05 RFM-SEGORD     PIC 9(02).
             05 RFM-VENDEDOR   PIC 9(04).
          03 RFM-SEGMENTO      PIC X(02).
          03 RFM-DTSCORE       PIC 9(08).
          03 RFM-DTINI         PIC 9(08).
          03 RFM-DTFIM         PIC 9(08).
          03 RFM-ULTDATA       PIC 9(08).
          03 RFM-DIAS          PIC 9(05).
          03 RFM-QTDPED        PIC 9(05).
          03 RFM-VALOR         PIC 9(10)V99.
          03 RFM-NOTAR         PIC 9(01).
          03 RFM-NOTAF         PIC 9(01).
          03 RFM-NOTAM         PIC 9(01).
      *-----------------------------------------------------------------
       FD RFMWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RFMWORK.DAT".
       01 REGRFMW.
          03 RW-CLIENTE        PIC 9(14).
          03 RW-ULTDATA        PIC 9(08).
          03 RW-VENDEDOR       PIC 9(04).
          03 RW-QTDPED         PIC 9(05).
          03 RW-VALOR          PIC 9(10)V99.
          03 RW-VLDEV          PIC 9(10)V99.
      *-----------------------------------------------------------------
       FD RELRFM
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(100).
      *-----------------------------------------------------------------
       FD ARQCSV
               LABEL RECORD IS STANDARD.
       01 LINHA-CSV      PIC X(150).
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
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-HISTOK      PIC X(01) VALUE "N".
       01 W-PEDXOK      PIC X(01) VALUE "N".
       01 W-DEVOK       PIC X(01) VALUE "N".
       01 W-VENOK       PIC X(01) VALUE "N".
       01 W-RFMEXISTE   PIC X(01) VALUE "N".
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-VLDEVPED    PIC 9(10)V99 VALUE ZEROS.
       01 W-VENPED      PIC 9(04) VALUE ZEROS.
       01 W-LIQUIDO     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTLIQ      PIC 9(12)V99 VALUE ZEROS.
       01 W-QTDCOMPRA   PIC 9(06) VALUE ZEROS.
       01 W-MEDIA       PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDCLI      PIC 9(06) VALUE ZEROS.
       01 W-SX          PIC 9(02) COMP VALUE ZEROS.
       01 W-SEGANT      PIC 9(02) VALUE ZEROS.
       01 W-VENANT      PIC 9(04) VALUE ZEROS.
       01 W-VENQTD      PIC 9(06) VALUE ZEROS.
       01 W-VENVLR      PIC 9(12)V99 VALUE ZEROS.
       01 W-PERC        PIC 9(03)V99 VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-NOMEEXP     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-SEGVAL.
          03 FILLER     PIC X(20) VALUE "CPCAMPEOES          ".
          03 FILLER     PIC X(20) VALUE "FIFIEIS             ".
          03 FILLER     PIC X(20) VALUE "PRPROMISSORES       ".
          03 FILLER     PIC X(20) VALUE "NONOVOS             ".
          03 FILLER     PIC X(20) VALUE "ATPRECISAM ATENCAO  ".
          03 FILLER     PIC X(20) VALUE "RIEM RISCO          ".
          03 FILLER     PIC X(20) VALUE "NPNAO PODE PERDER   ".
          03 FILLER     PIC X(20) VALUE "HIHIBERNANDO        ".
          03 FILLER     PIC X(20) VALUE "PEPERDIDOS          ".
          03 FILLER     PIC X(20) VALUE "SCSEM COMPRA NO PER.".
       01 W-SEGTAB REDEFINES W-SEGVAL.
          03 W-SEG OCCURS 10 TIMES.
             05 W-SEGCOD   PIC X(02).
             05 W-SEGNOME  PIC X(18).
       01 W-SEGTOT.
          03 W-SEGACU OCCURS 10 TIMES.
             05 W-SEGQTD   PIC 9(06).
             05 W-SEGVLR   PIC 9(12)V99.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(38)
             VALUE "SEGMENTACAO RFM DE CLIENTES - PERIODO ".
          03 CABDTINI     PIC 9(08).
          03 FILLER       PIC X(03) VALUE " A ".
          03 CABDTFIM     PIC 9(08).

       01 REL-CAB2.
          03 FILLER       PIC X(16) VALUE "  CPF/CNPJ      ".
          03 FILLER       PIC X(27) VALUE "CLIENTE".
          03 FILLER       PIC X(10) VALUE "ULT.COMPRA".
          03 FILLER       PIC X(07) VALUE "  DIAS ".
          03 FILLER       PIC X(06) VALUE " PEDS ".
          03 FILLER       PIC X(15) VALUE "   VALOR LIQ.  ".
          03 FILLER       PIC X(03) VALUE "RFM".

       01 REL-SEG.
          03 FILLER       PIC X(12) VALUE "SEGMENTO : ".
          03 SEGCOD       PIC X(02).
          03 FILLER       PIC X(03) VALUE " - ".
          03 SEGNOME      PIC X(18).

       01 REL-VEN.
          03 FILLER       PIC X(14) VALUE "  VENDEDOR : ".
          03 VENCOD       PIC 9(04).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 VENNOME      PIC X(30).

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCPF       PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETRAZAO     PIC X(25) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETULT       PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDIAS      PIC ZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETPEDS      PIC ZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETVALOR     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETNOTAR     PIC 9(01) VALUE ZEROS.
          03 DETNOTAF     PIC 9(01) VALUE ZEROS.
          03 DETNOTAM     PIC 9(01) VALUE ZEROS.

       01 REL-SUB.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 SUBTIT       PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(11) VALUE "CLIENTES: ".
          03 SUBQTD       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(10) VALUE "  VALOR: ".
          03 SUBVLR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-RES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESCOD       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RESNOME      PIC X(18) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESQTD       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESPERC      PIC ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(03) VALUE "%  ".
          03 RESVLR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 CSV-CAB.
          03 FILLER        PIC X(14) VALUE "CPFCNPJ".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(30) VALUE "CLIENTE".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(30) VALUE "EMAIL".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(11) VALUE "TELEFONE".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(03) VALUE "SEG".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(03) VALUE "RFM".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(10) VALUE "ULTCOMPRA".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(05) VALUE "PEDS".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(13) VALUE "VALOR".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(04) VALUE "VEND".

       01 CSV-DET.
          03 CSVCPF        PIC 9(14).
          03 FILLER        PIC X(01) VALUE ";".
          03 CSVRAZAO      PIC X(30).
          03 FILLER        PIC X(01) VALUE ";".
          03 CSVEMAIL      PIC X(30).
          03 FILLER        PIC X(01) VALUE ";".
          03 CSVTEL        PIC 9(11).
          03 FILLER        PIC X(01) VALUE ";".
          03 CSVSEG        PIC X(02).
          03 FILLER        PIC X(02) VALUE " ;".
          03 CSVNOTAR      PIC 9(01).
          03 CSVNOTAF      PIC 9(01).
          03 CSVNOTAM      PIC 9(01).
          03 FILLER        PIC X(01) VALUE ";".
          03 CSVULT        PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE ";".
          03 CSVPEDS       PIC 9(05).
          03 FILLER        PIC X(01) VALUE ";".
          03 CSVVALOR      PIC 9(10),99.
          03 FILLER        PIC X(01) VALUE ";".
          03 CSVVEN        PIC 9(04).

       01 W-DTCSV.
          03 W-DTCDIA      PIC 9(02).
          03 W-DTCMES      PIC 9(02).
          03 W-DTCANO      PIC 9(04).

       SCREEN SECTION.
       01  TSCE132.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        Segmentacao RFM de Clientes (Rec".
           05  LINE 02  COLUMN 41
               VALUE  "encia/Frequencia/Valor)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CLI.
           DISPLAY TSCE132
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE CLIENTES NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-ERRO2 NOT = "00"
              MOVE "ARQUIVO DE PEDIDOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCLI
              GO TO ROT-FIM2.

       ABRE-RFM.
           OPEN I-O ARQRFM
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT ARQRFM
                 CLOSE ARQRFM
                 OPEN I-O ARQRFM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE SEGMENTOS"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQCLI ARQPED
                 GO TO ROT-FIM2.

       ABRE-PEDH.
           OPEN INPUT ARQPEDH
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-HISTOK
           ELSE
              MOVE "N" TO W-HISTOK.

       ABRE-PEDX.
           OPEN INPUT ARQPEDX
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-PEDXOK
           ELSE
              MOVE "N" TO W-PEDXOK.

       ABRE-DEV.
           OPEN INPUT ARQDEV
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-DEVOK
           ELSE
              MOVE "N" TO W-DEVOK.

       ABRE-VEN.
           OPEN INPUT ARQVEN
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-VENOK
           ELSE
              MOVE "N" TO W-VENOK.

       R1.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE W-DTHOJE TO W-DTFIM
           COMPUTE W-DTINI = W-DTHOJE - 10000
           DISPLAY (05, 03) "PERIODO DE/ATE (AAAAMMDD): ".
           ACCEPT (05, 31) W-DTINI WITH UPDATE
           ACCEPT (05, 41) W-DTFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-DTINI = ZEROS OR W-DTFIM = ZEROS
              MOVE "INFORME O PERIODO COMPLETO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-DTINI > W-DTFIM
              MOVE "DATA INICIAL MAIOR QUE A FINAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

      *
      ******************************
      * ACUMULA VENDAS DO PERIODO   *
      ******************************
      *
       WRK-INI.
           OPEN OUTPUT RFMWORK
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE RFMWORK
           OPEN I-O RFMWORK
           MOVE ZEROS TO CHAVE
           START ARQPED KEY IS NOT LESS CHAVE INVALID KEY
                 GO TO WRK-HIST.

       WRK-RD.
           READ ARQPED NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-HIST.
           MOVE "*** VARRENDO PEDIDOS ATIVOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF TIPEDIDO NOT = 2
              GO TO WRK-RD.
           IF PED-STATUS = "C" OR "D"
              GO TO WRK-RD.
           IF DTPEDIDO < W-DTINI OR DTPEDIDO > W-DTFIM
              GO TO WRK-RD.
           PERFORM WRK-ACUMULA THRU WRK-ACUMULA-FIM
           GO TO WRK-RD.

       WRK-HIST.
           IF W-HISTOK NOT = "S"
              GO TO MED-INI.
           MOVE ZEROS TO H-CHAVE
           START ARQPEDH KEY IS NOT LESS H-CHAVE INVALID KEY
                 GO TO MED-INI.
       WRK-HIST-RD.
           READ ARQPEDH NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO MED-INI.
           MOVE "*** VARRENDO PEDIDOS ARQUIVADOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF H-TIPEDIDO NOT = 2
              GO TO WRK-HIST-RD.
           IF H-STATUS = "C" OR "D"
              GO TO WRK-HIST-RD.
           IF H-DTPEDIDO < W-DTINI OR H-DTPEDIDO > W-DTFIM
              GO TO WRK-HIST-RD.
           MOVE H-NUMPEDIDO TO NUMPEDIDO
           MOVE H-TIPEDIDO  TO TIPEDIDO
           MOVE H-CLIENTE   TO CLIENTE
           MOVE H-DTPEDIDO  TO DTPEDIDO
           MOVE H-TOTAL     TO TOTAL
           PERFORM WRK-ACUMULA THRU WRK-ACUMULA-FIM
           GO TO WRK-HIST-RD.

       WRK-ACUMULA.
           PERFORM SOMA-DEV THRU SOMA-DEV-FIM
           PERFORM BUSCA-VEN THRU BUSCA-VEN-FIM
           MOVE CLIENTE TO RW-CLIENTE
           READ RFMWORK
           IF ST-ERRO4 NOT = "00"
              MOVE CLIENTE    TO RW-CLIENTE
              MOVE DTPEDIDO   TO RW-ULTDATA
              MOVE W-VENPED   TO RW-VENDEDOR
              MOVE 1          TO RW-QTDPED
              MOVE TOTAL      TO RW-VALOR
              MOVE W-VLDEVPED TO RW-VLDEV
              WRITE REGRFMW
              GO TO WRK-ACUMULA-FIM.
           IF DTPEDIDO NOT < RW-ULTDATA
              MOVE DTPEDIDO TO RW-ULTDATA
              MOVE W-VENPED TO RW-VENDEDOR.
           ADD 1          TO RW-QTDPED
           ADD TOTAL      TO RW-VALOR
           ADD W-VLDEVPED TO RW-VLDEV
           REWRITE REGRFMW.
       WRK-ACUMULA-FIM.
           EXIT.

       SOMA-DEV.
           MOVE ZEROS TO W-VLDEVPED
           IF W-DEVOK NOT = "S"
              GO TO SOMA-DEV-FIM.
           MOVE NUMPEDIDO TO DEV-NUMPED
           MOVE TIPEDIDO  TO DEV-TIPEDIDO
           MOVE ZEROS     TO DEV-SEQ
           START ARQDEV KEY IS NOT LESS DEV-CHAVE INVALID KEY
                 GO TO SOMA-DEV-FIM.
       SOMA-DEV-RD.
           READ ARQDEV NEXT
           IF ST-ERRO6 NOT = "00"
              GO TO SOMA-DEV-FIM.
           IF DEV-NUMPED NOT = NUMPEDIDO OR
              DEV-TIPEDIDO NOT = TIPEDIDO
              GO TO SOMA-DEV-FIM.
           ADD DEV-VALOR TO W-VLDEVPED
           GO TO SOMA-DEV-RD.
       SOMA-DEV-FIM.
           EXIT.

       BUSCA-VEN.
           MOVE ZEROS TO W-VENPED
           IF W-PEDXOK NOT = "S"
              GO TO BUSCA-VEN-FIM.
           MOVE NUMPEDIDO TO PEDX-NUMPED
           MOVE TIPEDIDO  TO PEDX-TIPEDIDO
           READ ARQPEDX
           IF ST-ERRO6 = "00"
              MOVE PEDX-VENDEDOR TO W-VENPED.
       BUSCA-VEN-FIM.
           EXIT.

      *
      ******************************
      * VALOR MEDIO POR CLIENTE     *
      ******************************
      *
       MED-INI.
           MOVE ZEROS TO W-TOTLIQ W-QTDCOMPRA W-MEDIA
           MOVE ZEROS TO RW-CLIENTE
           START RFMWORK KEY IS NOT LESS RW-CLIENTE INVALID KEY
                 GO TO NOTA-INI.
       MED-RD.
           READ RFMWORK NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO MED-FIM.
           PERFORM CALC-LIQUIDO THRU CALC-LIQUIDO-FIM
           ADD W-LIQUIDO TO W-TOTLIQ
           ADD 1 TO W-QTDCOMPRA
           GO TO MED-RD.
       MED-FIM.
           IF W-QTDCOMPRA > ZEROS
              COMPUTE W-MEDIA ROUNDED = W-TOTLIQ / W-QTDCOMPRA.
           GO TO NOTA-INI.

       CALC-LIQUIDO.
           IF RW-VLDEV NOT < RW-VALOR
              MOVE ZEROS TO W-LIQUIDO
           ELSE
              COMPUTE W-LIQUIDO = RW-VALOR - RW-VLDEV.
       CALC-LIQUIDO-FIM.
           EXIT.

      *
      ******************************
      * NOTAS E SEGMENTO POR CLIENTE*
      ******************************
      *
       NOTA-INI.
           MOVE ZEROS TO W-SEGTOT W-QTDCLI
           MOVE ZEROS TO CLI-CPFCNPJ
           START ARQCLI KEY IS NOT LESS CLI-CPFCNPJ INVALID KEY
                 GO TO NOTA-FIM.

       NOTA-RD.
           READ ARQCLI NEXT
           IF ST-ERRO NOT = "00"
              GO TO NOTA-FIM.
           MOVE "*** CALCULANDO SEGMENTOS DOS CLIENTES ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE CLI-CPFCNPJ TO RFM-CPFCNPJ
           READ ARQRFM
           IF ST-ERRO7 = "00"
              MOVE "S" TO W-RFMEXISTE
           ELSE
              MOVE "N" TO W-RFMEXISTE.
           MOVE CLI-CPFCNPJ TO RFM-CPFCNPJ
           MOVE W-DTHOJE    TO RFM-DTSCORE
           MOVE W-DTINI     TO RFM-DTINI
           MOVE W-DTFIM     TO RFM-DTFIM
           MOVE ZEROS TO RFM-ULTDATA RFM-DIAS RFM-QTDPED RFM-VALOR
           MOVE ZEROS TO RFM-NOTAR RFM-NOTAF RFM-NOTAM RFM-VENDEDOR
           MOVE CLI-CPFCNPJ TO RW-CLIENTE
           READ RFMWORK
           IF ST-ERRO4 NOT = "00"
              MOVE 10 TO W-SX
              GO TO NOTA-GRAVA.
           PERFORM CALC-LIQUIDO THRU CALC-LIQUIDO-FIM
           MOVE RW-ULTDATA  TO RFM-ULTDATA
           MOVE RW-QTDPED   TO RFM-QTDPED
           MOVE W-LIQUIDO   TO RFM-VALOR
           MOVE RW-VENDEDOR TO RFM-VENDEDOR
           PERFORM CALC-NOTAS THRU CALC-NOTAS-FIM
           PERFORM CALC-SEGMENTO THRU CALC-SEGMENTO-FIM.

       NOTA-GRAVA.
           MOVE W-SX TO RFM-SEGORD
           MOVE W-SEGCOD (W-SX) TO RFM-SEGMENTO
           ADD 1 TO W-SEGQTD (W-SX)
           ADD RFM-VALOR TO W-SEGVLR (W-SX)
           ADD 1 TO W-QTDCLI
           IF W-RFMEXISTE = "S"
              REWRITE REGRFM
           ELSE
              WRITE REGRFM.
           GO TO NOTA-RD.

       CALC-NOTAS.
           MOVE "C" TO W-CALFUNC
           MOVE RW-ULTDATA TO W-CALDT1
           MOVE W-DTFIM    TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALRES TO RFM-DIAS
           IF RFM-DIAS NOT > 30
              MOVE 5 TO RFM-NOTAR
           ELSE
              IF RFM-DIAS NOT > 90
                 MOVE 4 TO RFM-NOTAR
              ELSE
                 IF RFM-DIAS NOT > 180
                    MOVE 3 TO RFM-NOTAR
                 ELSE
                    IF RFM-DIAS NOT > 365
                       MOVE 2 TO RFM-NOTAR
                    ELSE
                       MOVE 1 TO RFM-NOTAR.
           IF RFM-QTDPED NOT < 20
              MOVE 5 TO RFM-NOTAF
           ELSE
              IF RFM-QTDPED NOT < 10
                 MOVE 4 TO RFM-NOTAF
              ELSE
                 IF RFM-QTDPED NOT < 5
                    MOVE 3 TO RFM-NOTAF
                 ELSE
                    IF RFM-QTDPED NOT < 2
                       MOVE 2 TO RFM-NOTAF
                    ELSE
                       MOVE 1 TO RFM-NOTAF.
           IF RFM-VALOR NOT < W-MEDIA * 2
              MOVE 5 TO RFM-NOTAM
           ELSE
              IF RFM-VALOR NOT < W-MEDIA * 1,25
                 MOVE 4 TO RFM-NOTAM
              ELSE
                 IF RFM-VALOR NOT < W-MEDIA * 0,75
                    MOVE 3 TO RFM-NOTAM
                 ELSE
                    IF RFM-VALOR NOT < W-MEDIA * 0,4
                       MOVE 2 TO RFM-NOTAM
                    ELSE
                       MOVE 1 TO RFM-NOTAM.
           IF RFM-VALOR = ZEROS
              MOVE 1 TO RFM-NOTAM.
       CALC-NOTAS-FIM.
           EXIT.

       CALC-SEGMENTO.
           MOVE 1 TO W-SX
           IF RFM-NOTAR > 3 AND RFM-NOTAF > 3 AND RFM-NOTAM > 3
              GO TO CALC-SEGMENTO-FIM.
           MOVE 7 TO W-SX
           IF RFM-NOTAR = 1 AND RFM-NOTAF > 3 AND RFM-NOTAM > 3
              GO TO CALC-SEGMENTO-FIM.
           MOVE 6 TO W-SX
           IF RFM-NOTAR < 3 AND RFM-NOTAF > 2
              GO TO CALC-SEGMENTO-FIM.
           MOVE 2 TO W-SX
           IF RFM-NOTAR > 2 AND RFM-NOTAF > 3
              GO TO CALC-SEGMENTO-FIM.
           MOVE 4 TO W-SX
           IF RFM-NOTAR = 5 AND RFM-NOTAF = 1
              GO TO CALC-SEGMENTO-FIM.
           MOVE 3 TO W-SX
           IF RFM-NOTAR > 3
              GO TO CALC-SEGMENTO-FIM.
           MOVE 5 TO W-SX
           IF RFM-NOTAR = 3
              GO TO CALC-SEGMENTO-FIM.
           MOVE 8 TO W-SX
           IF RFM-NOTAR = 2
              GO TO CALC-SEGMENTO-FIM.
           MOVE 9 TO W-SX.
       CALC-SEGMENTO-FIM.
           EXIT.

       NOTA-FIM.
           CLOSE RFMWORK
           IF W-QTDCLI = ZEROS
              MOVE "*** NENHUM CLIENTE CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *
      ******************************
      * RELATORIO E ARQUIVO CSV     *
      ******************************
      *
       REL-INI.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL W-NOMEEXP
           STRING "RFMSEG" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           STRING "RFM" W-DTSPOOL W-HRSPOOL (1:6) ".CSV"
                  DELIMITED BY SIZE INTO W-NOMEEXP
           OPEN OUTPUT RELRFM
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT ARQCSV
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CSV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RELRFM
              GO TO ROT-FIM.
           WRITE LINHA-CSV FROM CSV-CAB
           MOVE W-DTINI TO CABDTINI
           MOVE W-DTFIM TO CABDTFIM
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE ZEROS TO W-QTDLIN W-SEGANT W-VENANT
           MOVE ZEROS TO W-VENQTD W-VENVLR
           MOVE ZEROS TO RFM-ORDEM
           START ARQRFM KEY IS NOT LESS RFM-ORDEM INVALID KEY
                 GO TO REL-QUEBRA-FIM.

       REL-RD.
           READ ARQRFM NEXT
           IF ST-ERRO7 NOT = "00"
              GO TO REL-QUEBRA-FIM.
           IF RFM-DTSCORE NOT = W-DTHOJE OR
              RFM-DTINI NOT = W-DTINI OR RFM-DTFIM NOT = W-DTFIM
              GO TO REL-RD.
           MOVE "*** IMPRIMINDO SEGMENTOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF RFM-SEGORD NOT = W-SEGANT
              PERFORM REL-SUBVEN THRU REL-SUBVEN-FIM
              PERFORM REL-SUBSEG THRU REL-SUBSEG-FIM
              PERFORM REL-TITSEG THRU REL-TITSEG-FIM
              PERFORM REL-TITVEN THRU REL-TITVEN-FIM
           ELSE
              IF RFM-VENDEDOR NOT = W-VENANT
                 PERFORM REL-SUBVEN THRU REL-SUBVEN-FIM
                 PERFORM REL-TITVEN THRU REL-TITVEN-FIM.
           MOVE SPACES TO DETRAZAO
           MOVE ZEROS  TO TEL
           MOVE SPACES TO EMAIL
           MOVE RFM-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
              MOVE RAZAO TO DETRAZAO.
           MOVE RFM-CPFCNPJ TO DETCPF
           MOVE RFM-ULTDATA TO DETULT
           MOVE RFM-DIAS    TO DETDIAS
           MOVE RFM-QTDPED  TO DETPEDS
           MOVE RFM-VALOR   TO DETVALOR
           MOVE RFM-NOTAR   TO DETNOTAR
           MOVE RFM-NOTAF   TO DETNOTAF
           MOVE RFM-NOTAM   TO DETNOTAM
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN W-VENQTD
           ADD RFM-VALOR TO W-VENVLR
           PERFORM GRAVA-CSV THRU GRAVA-CSV-FIM
           GO TO REL-RD.

       REL-TITSEG.
           MOVE RFM-SEGORD TO W-SEGANT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-SEGCOD (W-SEGANT)  TO SEGCOD
           MOVE W-SEGNOME (W-SEGANT) TO SEGNOME
           WRITE LINHA-REL FROM REL-SEG.
       REL-TITSEG-FIM.
           EXIT.

       REL-TITVEN.
           MOVE RFM-VENDEDOR TO W-VENANT VENCOD
           MOVE SPACES TO VENNOME
           IF RFM-VENDEDOR = ZEROS
              MOVE "SEM VENDEDOR" TO VENNOME
           ELSE
              IF W-VENOK = "S"
                 MOVE RFM-VENDEDOR TO VEN-CODIGO
                 READ ARQVEN
                 IF ST-ERRO6 = "00"
                    MOVE VEN-NOME TO VENNOME.
           WRITE LINHA-REL FROM REL-VEN.
       REL-TITVEN-FIM.
           EXIT.

       REL-SUBVEN.
           IF W-VENQTD = ZEROS
              GO TO REL-SUBVEN-FIM.
           MOVE "TOTAL DO VENDEDOR" TO SUBTIT
           MOVE W-VENQTD TO SUBQTD
           MOVE W-VENVLR TO SUBVLR
           WRITE LINHA-REL FROM REL-SUB
           MOVE ZEROS TO W-VENQTD W-VENVLR.
       REL-SUBVEN-FIM.
           EXIT.

       REL-SUBSEG.
           IF W-SEGANT = ZEROS
              GO TO REL-SUBSEG-FIM.
           MOVE "TOTAL DO SEGMENTO" TO SUBTIT
           MOVE W-SEGQTD (W-SEGANT) TO SUBQTD
           MOVE W-SEGVLR (W-SEGANT) TO SUBVLR
           WRITE LINHA-REL FROM REL-SUB.
       REL-SUBSEG-FIM.
           EXIT.

       GRAVA-CSV.
           MOVE RFM-CPFCNPJ  TO CSVCPF
           MOVE DETRAZAO     TO CSVRAZAO
           MOVE SPACES       TO CSVEMAIL
           MOVE ZEROS        TO CSVTEL
           IF ST-ERRO = "00"
              MOVE RAZAO TO CSVRAZAO
              MOVE EMAIL TO CSVEMAIL
              MOVE TEL   TO CSVTEL.
           MOVE RFM-SEGMENTO TO CSVSEG
           MOVE RFM-NOTAR    TO CSVNOTAR
           MOVE RFM-NOTAF    TO CSVNOTAF
           MOVE RFM-NOTAM    TO CSVNOTAM
           MOVE RFM-ULTDATA (7:2) TO W-DTCDIA
           MOVE RFM-ULTDATA (5:2) TO W-DTCMES
           MOVE RFM-ULTDATA (1:4) TO W-DTCANO
           MOVE W-DTCSV      TO CSVULT
           MOVE RFM-QTDPED   TO CSVPEDS
           MOVE RFM-VALOR    TO CSVVALOR
           MOVE RFM-VENDEDOR TO CSVVEN
           WRITE LINHA-CSV FROM CSV-DET.
       GRAVA-CSV-FIM.
           EXIT.

       REL-QUEBRA-FIM.
           PERFORM REL-SUBVEN THRU REL-SUBVEN-FIM
           PERFORM REL-SUBSEG THRU REL-SUBSEG-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESUMO POR SEGMENTO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-SX.

       REL-RESUMO.
           ADD 1 TO W-SX
           IF W-SX > 10
              GO TO REL-FIM.
           MOVE W-SEGCOD (W-SX)  TO RESCOD
           MOVE W-SEGNOME (W-SX) TO RESNOME
           MOVE W-SEGQTD (W-SX)  TO RESQTD
           COMPUTE W-PERC ROUNDED = W-SEGQTD (W-SX) * 100 / W-QTDCLI
           MOVE W-PERC           TO RESPERC
           MOVE W-SEGVLR (W-SX)  TO RESVLR
           WRITE LINHA-REL FROM REL-RES
           GO TO REL-RESUMO.

       REL-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL GERAL" TO SUBTIT
           MOVE W-QTDCLI TO SUBQTD
           MOVE W-TOTLIQ TO SUBVLR
           WRITE LINHA-REL FROM REL-SUB
           CLOSE RELRFM ARQCSV
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 03) "CLIENTES SEGMENTADOS: "
           DISPLAY (10, 25) W-QTDCLI
           DISPLAY (12, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (12, 25) W-NOMEREL
           DISPLAY (13, 03) "ARQUIVO CSV GRAVADO : "
           DISPLAY (13, 25) W-NOMEEXP
           MOVE "*** SEGMENTACAO RFM CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

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
           MOVE "RFMSEG" TO SPL-RELATORIO
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
           CLOSE ARQCLI ARQPED ARQRFM.
           IF W-HISTOK = "S"
              CLOSE ARQPEDH.
           IF W-PEDXOK = "S"
              CLOSE ARQPEDX.
           IF W-DEVOK = "S"
              CLOSE ARQDEV.
           IF W-VENOK = "S"
              CLOSE ARQVEN.
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
