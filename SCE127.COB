       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE127.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQQUA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS QUA-CHAVE
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

           SELECT ARQCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CUS-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQBACK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS BO-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOTE-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOTMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LMV-CHAVE
                    FILE STATUS  IS ST-ERRO.

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

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQQUA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQQUA.DAT".
       01 REGQUA.
          03 QUA-CHAVE.
             05 QUA-NUMPED     PIC 9(06).
             05 QUA-ITSEQ      PIC 9(03).
             05 QUA-SEQ        PIC 9(03).
          03 QUA-CODPROD       PIC 9(06).
          03 QUA-FORNEC        PIC 9(14).
          03 QUA-DTREC         PIC 9(08).
          03 QUA-QTD           PIC 9(06).
          03 QUA-LOCQUA        PIC 9(02).
          03 QUA-LOCDEST       PIC 9(02).
          03 QUA-CUSTOUN       PIC 9(06)V9(04).
          03 QUA-LOTE          PIC X(10).
          03 QUA-VALIDADE      PIC 9(08).
          03 QUA-STATUS        PIC X(01).
          03 QUA-QTDAPR        PIC 9(06).
          03 QUA-QTDREJ        PIC 9(06).
          03 QUA-DEFEITO       PIC X(02).
          03 QUA-INSPETOR      PIC X(10).
          03 QUA-DTINSP        PIC 9(08).
          03 QUA-QTDDEV        PIC 9(06).
          03 QUA-OPERADOR      PIC X(10).
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
       FD ARQCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCUSTO.DAT".
       01 REGCUSTO.
          03 CUS-CODIGO        PIC 9(06).
          03 CUS-CUSTOMED      PIC 9(06)V9(04).
          03 CUS-DTATU         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQBACK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBACK.DAT".
       01 REGBACK.
          03 BO-CHAVE.
             05 BO-CODPROD     PIC 9(06).
             05 BO-DATA        PIC 9(08).
             05 BO-SEQ         PIC 9(03).
          03 BO-CLIENTE        PIC 9(14).
          03 BO-QTD            PIC 9(06).
          03 BO-STATUS         PIC X(01).
          03 BO-DTATEND        PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOTE.
          03 LOTE-CHAVE.
             05 LOTE-CODPROD   PIC 9(06).
             05 LOTE-LOTE      PIC X(10).
             05 LOTE-LOCAL     PIC 9(02).
          03 LOTE-VALIDADE     PIC 9(08).
          03 LOTE-SALDO        PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQLOTMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTMV.DAT".
       01 REGLOTMV.
          03 LMV-CHAVE.
             05 LMV-CODPROD    PIC 9(06).
             05 LMV-LOTE       PIC X(10).
             05 LMV-DATA       PIC 9(08).
             05 LMV-HORA       PIC 9(08).
             05 LMV-SEQ        PIC 9(03).
          03 LMV-TIPO          PIC X(01).
          03 LMV-DOC           PIC X(10).
          03 LMV-QTD           PIC 9(06).
          03 LMV-LOCAL         PIC 9(02).
          03 LMV-OPERADOR      PIC X(10).
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
       01 W-ITEMSEL     PIC 9(03) VALUE ZEROS.
       01 W-SEQSEL      PIC 9(03) VALUE ZEROS.
       01 W-QTDLIST     PIC 9(03) VALUE ZEROS.
       01 W-QTDAPR      PIC 9(06) VALUE ZEROS.
       01 W-QTDREJ      PIC 9(06) VALUE ZEROS.
       01 W-DEFEITO     PIC X(02) VALUE SPACES.
       01 W-INSPETOR    PIC X(10) VALUE SPACES.
       01 W-LOCAL       PIC 9(02) VALUE 01.
       01 W-SLDBASE     PIC 9(06) VALUE ZEROS.
       01 W-MOVTIPO     PIC X(01) VALUE "E".
       01 W-DOCPED.
          03 W-DOCNUM   PIC 9(06) VALUE ZEROS.
          03 W-DOCTIP   PIC 9(01) VALUE 1.
       01 W-VLENTRADA   PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDTOT      PIC 9(08) VALUE ZEROS.
       01 W-SALDODISP   PIC 9(06) VALUE ZEROS.
       01 W-QTDBO       PIC 9(03) VALUE ZEROS.
       01 W-FOROK       PIC X(01) VALUE "N".
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
       01 DETQUA.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETQITEM   PIC 9(03) VALUE ZEROS.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DETQSEQ    PIC 9(03) VALUE ZEROS.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DETQPROD   PIC 9(06) VALUE ZEROS.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETQDESC   PIC X(20) VALUE SPACES.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETQQTD    PIC 9(06) VALUE ZEROS.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DETQLOTE   PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE127.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          Inspecao de Qualidade - Mercad".
           05  LINE 02  COLUMN 41
               VALUE  "oria em Quarentena".
           05  LINE 04  COLUMN 01
               VALUE  " Num Pedido de Compra:".
           05  LINE 06  COLUMN 03
               VALUE  "Item  Seq   Produto Descricao".
           05  LINE 06  COLUMN 45
               VALUE  "Qtd.Quar Lote".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TNUMPED
               LINE 04  COLUMN 24  PIC 9(06)
               USING  CON-NUMPED
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-QUA.
           OPEN I-O ARQQUA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQQUA
                 CLOSE ARQQUA
                 OPEN I-O ARQQUA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE QUARENTENA"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQQUA
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

       ABRE-CUSTO.
           OPEN I-O ARQCUSTO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCUSTO
                 CLOSE ARQCUSTO
                 OPEN I-O ARQCUSTO
              ELSE
                 MOVE "ERRO NA ABERTURA DO CUSTO MEDIO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-BACK.
           OPEN I-O ARQBACK
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQBACK
                 CLOSE ARQBACK
                 OPEN I-O ARQBACK
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PENDENCIAS"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-LOTE.
           OPEN I-O ARQLOTE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQLOTE
                 CLOSE ARQLOTE
                 OPEN I-O ARQLOTE
              ELSE
                 MOVE "ERRO NA ABERTURA DOS SALDOS DE LOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-LOTMV.
           OPEN I-O ARQLOTMV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQLOTMV
                 CLOSE ARQLOTMV
                 OPEN I-O ARQLOTMV
              ELSE
                 MOVE "ERRO NA ABERTURA DOS MOVIMENTOS DE LOTE"
                    TO MENS
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

       ABRE-FOR.
           OPEN INPUT ARQFOR
           IF ST-ERRO = "00"
              MOVE "S" TO W-FOROK
           ELSE
              MOVE "N" TO W-FOROK.

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
           MOVE ZEROS TO CON-NUMPED W-ITEMSEL W-SEQSEL
           MOVE ZEROS TO W-QTDAPR W-QTDREJ
           DISPLAY TSCE127.

       R2.
           ACCEPT TNUMPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CON-NUMPED = ZEROS
              MOVE "NUMERO DO PEDIDO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

      *
      ******************************
      * ITENS AGUARDANDO INSPECAO   *
      ******************************
      *
       LISTA-QUA.
           DISPLAY TSCE127
           MOVE ZEROS TO W-QTDLIST
           MOVE 07 TO LIN
           MOVE CON-NUMPED TO QUA-NUMPED
           MOVE ZEROS      TO QUA-ITSEQ QUA-SEQ
           START ARQQUA KEY IS NOT LESS QUA-CHAVE INVALID KEY
                 GO TO LISTA-QUA-TST.

       LISTA-QUA-RD.
           READ ARQQUA NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-QUA-TST.
           IF QUA-NUMPED NOT = CON-NUMPED
              GO TO LISTA-QUA-TST.
           IF QUA-STATUS NOT = "Q"
              GO TO LISTA-QUA-RD.
           IF W-QTDLIST = ZEROS
              PERFORM MOSTRA-FOR THRU MOSTRA-FOR-FIM.
           MOVE QUA-ITSEQ   TO DETQITEM
           MOVE QUA-SEQ     TO DETQSEQ
           MOVE QUA-CODPROD TO DETQPROD
           MOVE SPACES      TO DETQDESC
           MOVE QUA-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE DESCRICAO TO DETQDESC.
           MOVE QUA-QTD     TO DETQQTD
           MOVE QUA-LOTE    TO DETQLOTE
           IF LIN > 18
              MOVE 07 TO LIN.
           DISPLAY (LIN, 01) DETQUA
           ADD 1 TO LIN
           ADD 1 TO W-QTDLIST
           GO TO LISTA-QUA-RD.

       LISTA-QUA-TST.
           IF W-QTDLIST = ZEROS
              MOVE "*** PEDIDO SEM ITENS EM QUARENTENA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       SEL-ITEM.
           MOVE ZEROS TO W-ITEMSEL W-SEQSEL
           DISPLAY (20, 03) "ITEM A INSPECIONAR (ZEROS=ENCERRA):"
           DISPLAY (20, 44) "SEQ:"
           ACCEPT (20, 39) W-ITEMSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ITEMSEL = ZEROS
              DISPLAY (20, 01) LIMPA
              GO TO R1.
           MOVE 001 TO W-SEQSEL
           ACCEPT (20, 49) W-SEQSEL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (20, 01) LIMPA
           IF W-ACT = 01
              GO TO SEL-ITEM.
           MOVE CON-NUMPED TO QUA-NUMPED
           MOVE W-ITEMSEL  TO QUA-ITSEQ
           MOVE W-SEQSEL   TO QUA-SEQ
           READ ARQQUA
           IF ST-ERRO NOT = "00"
              MOVE "ITEM NAO ENCONTRADO NA QUARENTENA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-ITEM.
           IF QUA-STATUS NOT = "Q"
              MOVE "*** ITEM JA INSPECIONADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-ITEM.

       SEL-APR.
           MOVE QUA-QTD TO W-QTDAPR
           DISPLAY (20, 03) "QTD APROVADA: "
           DISPLAY (20, 30) "REJEITADA: "
           ACCEPT (20, 17) W-QTDAPR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (20, 01) LIMPA
              GO TO SEL-ITEM.
           IF W-QTDAPR > QUA-QTD
              MOVE "QTD MAIOR QUE A RECEBIDA EM QUARENTENA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-APR.
           COMPUTE W-QTDREJ = QUA-QTD - W-QTDAPR
           DISPLAY (20, 41) W-QTDREJ.

       SEL-DEF.
           MOVE SPACES TO W-DEFEITO
           IF W-QTDREJ = ZEROS
              GO TO SEL-INSP.
           DISPLAY (21, 03) "COD. DEFEITO (2 POS.): ".
           ACCEPT (21, 27) W-DEFEITO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (21, 01) LIMPA
           IF W-ACT = 01
              GO TO SEL-APR.
           IF W-DEFEITO = SPACES
              MOVE "INFORME O DEFEITO DA QUANTIDADE REJEITADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-DEF.

       SEL-INSP.
           MOVE W-OPERADOR TO W-INSPETOR
           DISPLAY (21, 03) "INSPETOR: ".
           ACCEPT (21, 14) W-INSPETOR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (21, 01) LIMPA
           IF W-ACT = 01
              GO TO SEL-DEF.
           IF W-INSPETOR = SPACES
              MOVE "INSPETOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-INSP.

       SEL-CONF.
           DISPLAY (21, 03) "CONFIRMA A INSPECAO? (S/N): ".
           ACCEPT (21, 32) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              DISPLAY (20, 01) LIMPA
              MOVE "*** INSPECAO NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-ITEM.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-CONF.

      *
      ******************************
      * GRAVA RESULTADO DA INSPECAO *
      ******************************
      *
       GRV-INSP.
           DISPLAY (20, 01) LIMPA
           READ ARQQUA
           IF ST-ERRO NOT = "00" OR QUA-STATUS NOT = "Q"
              MOVE "*** ITEM ALTERADO POR OUTRO USUARIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTA-QUA.
           IF W-QTDAPR > ZEROS
              PERFORM LIB-APROVADO THRU LIB-APROVADO-FIM.
           MOVE W-QTDAPR   TO QUA-QTDAPR
           MOVE W-QTDREJ   TO QUA-QTDREJ
           MOVE W-DEFEITO  TO QUA-DEFEITO
           MOVE W-INSPETOR TO QUA-INSPETOR
           ACCEPT QUA-DTINSP FROM DATE YYYYMMDD
           IF W-QTDREJ = ZEROS
              MOVE "F" TO QUA-STATUS
           ELSE
              MOVE "I" TO QUA-STATUS.
           REWRITE REGQUA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DA INSPECAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "INSPECAO" TO LOG-OPERACAO
           MOVE QUA-CHAVE TO LOG-CHAVEREG
           MOVE REGQUA TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF W-QTDREJ = ZEROS
              MOVE "*** ITEM LIBERADO PARA O ESTOQUE ***" TO MENS
           ELSE
              MOVE "*** REJEITADO AGUARDA DEVOLUCAO AO FORNECEDOR ***"
                 TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LISTA-QUA.

       LIB-APROVADO.
           MOVE QUA-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO LIB-APROVADO-FIM.
           MOVE ESTOQUE TO W-SLDBASE
           ADD W-QTDAPR TO ESTOQUE
           REWRITE REGPRO
           MOVE QUA-NUMPED TO W-DOCNUM
           MOVE QUA-LOCQUA TO W-LOCAL
           PERFORM SLD-BAIXA THRU SLD-BAIXA-FIM
           MOVE "I" TO W-MOVTIPO
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE QUA-LOCDEST TO W-LOCAL
           IF W-LOCAL = ZEROS
              MOVE 01 TO W-LOCAL.
           PERFORM SLD-ATUALIZA THRU SLD-ATUALIZA-FIM
           MOVE "E" TO W-MOVTIPO
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           PERFORM CUSTO-MEDIO THRU CUSTO-MEDIO-FIM
           PERFORM LOTE-ENTRADA THRU LOTE-ENTRADA-FIM
           PERFORM SER-ENTRADA THRU SER-ENTRADA-FIM
           PERFORM ROT-ALOCA THRU ROT-ALOCA-FIM.
       LIB-APROVADO-FIM.
           EXIT.

       MOSTRA-FOR.
           DISPLAY (04, 33) "FORNECEDOR:"
           DISPLAY (04, 45) QUA-FORNEC
           IF W-FOROK NOT = "S"
              GO TO MOSTRA-FOR-FIM.
           MOVE QUA-FORNEC TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO = "00"
              DISPLAY (05, 45) FOR-RAZAO.
       MOSTRA-FOR-FIM.
           EXIT.

       ROT-ALOCA.
           MOVE ESTOQUE TO W-SALDODISP
           MOVE ZEROS TO W-QTDBO
           MOVE CODIGO TO BO-CODPROD
           MOVE ZEROS TO BO-DATA BO-SEQ
           START ARQBACK KEY IS NOT LESS BO-CHAVE INVALID KEY
                 GO TO ROT-ALOCA-FIM.
       ROT-ALOCA-RD.
           READ ARQBACK NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-ALOCA-MSG.
           IF BO-CODPROD NOT = CODIGO
              GO TO ROT-ALOCA-MSG.
           IF BO-STATUS NOT = "P"
              GO TO ROT-ALOCA-RD.
           IF BO-QTD > W-SALDODISP
              GO TO ROT-ALOCA-RD.
           MOVE "A" TO BO-STATUS
           ACCEPT BO-DTATEND FROM DATE YYYYMMDD
           REWRITE REGBACK
           SUBTRACT BO-QTD FROM W-SALDODISP
           ADD 1 TO W-QTDBO
           GO TO ROT-ALOCA-RD.
       ROT-ALOCA-MSG.
           IF W-QTDBO > ZEROS
              MOVE "*** PENDENCIAS DE VENDA ATENDIDAS - AVISAR ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-ALOCA-FIM.
           EXIT.

       LOTE-ENTRADA.
           IF QUA-LOTE = SPACES
              GO TO LOTE-ENTRADA-FIM.
           MOVE CODIGO   TO LOTE-CODPROD
           MOVE QUA-LOTE TO LOTE-LOTE
           MOVE W-LOCAL  TO LOTE-LOCAL
           READ ARQLOTE
           IF ST-ERRO NOT = "00"
              MOVE CODIGO   TO LOTE-CODPROD
              MOVE QUA-LOTE TO LOTE-LOTE
              MOVE W-LOCAL  TO LOTE-LOCAL
              MOVE ZEROS    TO LOTE-SALDO.
           IF QUA-VALIDADE NOT = ZEROS
              MOVE QUA-VALIDADE TO LOTE-VALIDADE.
           ADD W-QTDAPR TO LOTE-SALDO
           WRITE REGLOTE
           IF ST-ERRO NOT = "00"
              REWRITE REGLOTE.
           PERFORM GRAVA-LOTMV THRU GRAVA-LOTMV-FIM.
       LOTE-ENTRADA-FIM.
           EXIT.

       GRAVA-LOTMV.
           MOVE CODIGO   TO LMV-CODPROD
           MOVE QUA-LOTE TO LMV-LOTE
           ACCEPT LMV-DATA FROM DATE YYYYMMDD.
           ACCEPT LMV-HORA FROM TIME.
           MOVE ZEROS TO LMV-SEQ.
       GRAVA-LOTMV-WR.
           MOVE "E"        TO LMV-TIPO
           MOVE W-DOCPED   TO LMV-DOC
           MOVE W-QTDAPR   TO LMV-QTD
           MOVE W-LOCAL    TO LMV-LOCAL
           MOVE W-OPERADOR TO LMV-OPERADOR
           WRITE REGLOTMV
           IF ST-ERRO = "22"
              ADD 1 TO LMV-SEQ
              IF LMV-SEQ < 999
                 GO TO GRAVA-LOTMV-WR.
       GRAVA-LOTMV-FIM.
           EXIT.

       SER-ENTRADA.
           PERFORM LER-PRSER THRU LER-PRSER-FIM
           IF W-CTLSER NOT = "S"
              GO TO SER-ENTRADA-FIM.
           MOVE ZEROS TO W-SERCONT.
       SER-ENTRADA-LOOP.
           IF W-SERCONT NOT < W-QTDAPR
              DISPLAY (21, 01) LIMPA
              GO TO SER-ENTRADA-FIM.
           COMPUTE W-SERNUM = W-SERCONT + 1
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 03) "NUM. SERIE"
           DISPLAY (21, 14) W-SERNUM
           DISPLAY (21, 21) "DE"
           DISPLAY (21, 24) W-QTDAPR
           DISPLAY (21, 30) ":"
           MOVE SPACES TO W-SERIE
           ACCEPT (21, 32) W-SERIE
           IF W-SERIE = SPACES
              MOVE "INFORME A SERIE DE CADA UNIDADE APROVADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-ENTRADA-LOOP.
           MOVE CODIGO  TO NS-CODPROD
           MOVE W-SERIE TO NS-SERIE
           READ ARQNSER
           IF ST-ERRO = "00"
              IF NS-STATUS NOT = "F"
                 MOVE "*** NUMERO DE SERIE JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SER-ENTRADA-LOOP.
           MOVE CODIGO     TO NS-CODPROD
           MOVE W-SERIE    TO NS-SERIE
           MOVE "E"        TO NS-STATUS
           MOVE W-LOCAL    TO NS-LOCAL
           MOVE QUA-FORNEC TO NS-FORNEC
           MOVE QUA-NUMPED TO NS-PEDCOMPRA
           ACCEPT NS-DTENTRADA FROM DATE YYYYMMDD
           MOVE ZEROS TO NS-PEDVENDA NS-CLIENTE NS-DTVENDA
                         NS-DTGARANT NS-DTDEVOL
           WRITE REGNSER
           IF ST-ERRO NOT = "00"
              REWRITE REGNSER.
           ADD 1 TO W-SERCONT
           GO TO SER-ENTRADA-LOOP.
       SER-ENTRADA-FIM.
           EXIT.

       LER-PRSER.
           MOVE "N" TO W-CTLSER
           IF W-PRSOK NOT = "S"
              GO TO LER-PRSER-FIM.
           MOVE CODIGO TO PRS-CODIGO
           READ ARQPRSER
           IF ST-ERRO = "00"
              MOVE PRS-CTLSER TO W-CTLSER.
       LER-PRSER-FIM.
           EXIT.

       CUSTO-MEDIO.
           MOVE CODIGO TO CUS-CODIGO
           READ ARQCUSTO
           IF ST-ERRO NOT = "00"
              MOVE CODIGO TO CUS-CODIGO
              MOVE PRECO  TO CUS-CUSTOMED
              MOVE ZEROS  TO CUS-DTATU
              WRITE REGCUSTO.
           COMPUTE W-VLENTRADA = W-QTDAPR * QUA-CUSTOUN
           COMPUTE W-QTDTOT = W-SLDBASE + W-QTDAPR
           IF W-QTDTOT = ZEROS
              GO TO CUSTO-MEDIO-FIM.
           COMPUTE CUS-CUSTOMED ROUNDED =
              ((W-SLDBASE * CUS-CUSTOMED) + W-VLENTRADA) / W-QTDTOT
           ACCEPT CUS-DTATU FROM DATE YYYYMMDD
           REWRITE REGCUSTO.
       CUSTO-MEDIO-FIM.
           EXIT.

       SLD-BAIXA.
           MOVE CODIGO  TO SLD-CODIGO
           MOVE W-LOCAL TO SLD-LOCAL
           READ ARQSLD
           IF ST-ERRO NOT = "00"
              MOVE CODIGO  TO SLD-CODIGO
              MOVE W-LOCAL TO SLD-LOCAL
              MOVE ZEROS   TO SLD-ESTOQUE.
           IF SLD-ESTOQUE NOT < W-QTDAPR
              SUBTRACT W-QTDAPR FROM SLD-ESTOQUE
           ELSE
              MOVE ZEROS TO SLD-ESTOQUE.
           WRITE REGSLD
           IF ST-ERRO NOT = "00"
              REWRITE REGSLD.
       SLD-BAIXA-FIM.
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
           ADD W-QTDAPR TO SLD-ESTOQUE
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
           MOVE W-MOVTIPO  TO MOV-TIPO
           MOVE W-DOCPED   TO MOV-DOC
           MOVE W-QTDAPR   TO MOV-QTD
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

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE127" TO LOG-PROGRAMA.
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
           CLOSE ARQQUA ARQPRO ARQSLD ARQMOV ARQCUSTO ARQBACK
                 ARQLOTE ARQLOTMV ARQNSER ARQLOG.
           IF W-PRSOK = "S"
              CLOSE ARQPRSER.
           IF W-FOROK = "S"
              CLOSE ARQFOR.
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
