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

           SELECT ARQQUA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS QUA-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
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
       FD ARQLOG
               LABEL RECORD IS STANDARD
       01 W-SLDBASE     PIC 9(06) VALUE ZEROS.
       01 CON-TIPO      PIC 9(01) VALUE 2.
       01 W-RESTODEV    PIC 9(08)V99 VALUE ZEROS.
       01 W-QUAOK       PIC X(01) VALUE "N".
       01 W-QUAPEND     PIC 9(06) VALUE ZEROS.
       01 W-QUAINSP     PIC 9(06) VALUE ZEROS.
       01 W-QUALOC      PIC 9(02) VALUE 99.
       01 W-QUARESTO    PIC 9(06) VALUE ZEROS.
       01 W-QUAPARC     PIC 9(06) VALUE ZEROS.
       01 W-QTDQUA      PIC 9(06) VALUE ZEROS.
       01 W-QTDDEVT     PIC 9(06) VALUE ZEROS.
       01 W-LOCSAV      PIC 9(02) VALUE ZEROS.
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

       ABRE-QUA.
           OPEN I-O ARQQUA
           IF ST-ERRO = "00"
              MOVE "S" TO W-QUAOK
           ELSE
              MOVE "N" TO W-QUAOK.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO NOT = "00"
           READ ARQPEDX
           IF ST-ERRO = "00"
              MOVE PEDX-LOCAL TO W-LOCAL
              MOVE PEDX-DESCPC TO W-DESCPED
           ELSE
              MOVE 01 TO W-LOCAL
              MOVE ZEROS TO W-DESCPED.
           IF W-LOCAL = ZEROS
              MOVE 01 TO W-LOCAL.

                 COMPUTE W-DEVMAX = IT-QTDREC - W-JADEV
              ELSE
                 COMPUTE W-DEVMAX = IT-QUANTIDADE - W-JADEV.
           MOVE ZEROS TO W-QUAPEND W-QUAINSP
           IF TIPEDIDO = 1
              PERFORM QUA-SOMA THRU QUA-SOMA-FIM.
           IF W-DEVMAX = ZEROS AND W-QUAINSP > ZEROS
              MOVE "ITEM AGUARDANDO INSPECAO DE QUALIDADE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-ITEM.
           IF W-DEVMAX = ZEROS
              MOVE "ITEM JA TOTALMENTE DEVOLVIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM

       SEL-QTD.
           MOVE W-DEVMAX TO W-QTDDEV
           IF W-QUAPEND > ZEROS
              DISPLAY (20, 03) "REJEITADO NA INSPECAO A DEVOLVER: "
              DISPLAY (20, 38) W-QUAPEND.
           DISPLAY (21, 03) "QTD A DEVOLVER: ".
           ACCEPT (21, 20) W-QTDDEV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (20, 01) LIMPA
           DISPLAY (21, 01) LIMPA
           IF W-ACT = 01
              GO TO SEL-ITEM.
           WRITE REGDEV.

       DEV-ESTQ.
           MOVE W-QTDDEV TO W-QTDDEVT
           MOVE ZEROS TO W-QTDQUA
           IF TIPEDIDO = 1 AND W-QUAPEND > ZEROS
              IF W-QTDDEV > W-QUAPEND
                 MOVE W-QUAPEND TO W-QTDQUA
              ELSE
                 MOVE W-QTDDEV TO W-QTDQUA.
           IF W-QTDQUA > ZEROS
              PERFORM QUA-DEVOLVE THRU QUA-DEVOLVE-FIM.
           IF W-QTDDEV = ZEROS
              GO TO DEV-ESTQ-TIT.
           MOVE IT-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
           IF ST-ERRO = "00"
              REWRITE REGPRO
              PERFORM SLD-ATUALIZA THRU SLD-ATUALIZA-FIM
              PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
              PERFORM SER-DEVOLVE THRU SER-DEVOLVE-FIM.
       DEV-ESTQ-TIT.
           MOVE W-QTDDEVT TO W-QTDDEV
           PERFORM DEV-TITULO THRU DEV-TITULO-FIM
           IF TIPEDIDO = 2
              PERFORM DEV-PONTOS THRU DEV-PONTOS-FIM.
           MOVE "DEVOLUCAO" TO LOG-OPERACAO
           MOVE DEV-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** DEVOLUCAO REGISTRADA ***" TO MENS
           IF TIPEDIDO = 2 AND W-RESTODEV > ZEROS
              PERFORM DEV-HAVER THRU DEV-HAVER-FIM.
           PERFORM APAGA-JRN THRU APAGA-JRN-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       DEV-TITULO.
           MOVE W-VALDEV TO W-RESTODEV
           IF TIPEDIDO = 2
              COMPUTE W-RESTODEV ROUNDED =
                 W-VALDEV * (100 - W-DESCPED) / 100.
           MOVE ZEROS TO W-PARC.
       DEV-TITULO-LOOP.
           ADD 1 TO W-PARC
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              GO TO DEV-TITULO-LOOP.
           IF TIT-STATUS NOT = "A" AND TIT-STATUS NOT = "B"
              GO TO DEV-TITULO-LOOP.
           IF TIT-SALDO NOT > W-RESTODEV
              SUBTRACT TIT-SALDO FROM W-RESTODEV
       DEV-TITULO-FIM.
           EXIT.

       DEV-HAVER.
           IF CLIENTE = ZEROS
              MOVE "*** VENDA SEM CLIENTE - HAVER NAO GERADO ***"
                 TO MENS
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
              GO TO DEV-HAVER-FIM.
           MOVE "HAVER-DEV" TO LOG-OPERACAO
           MOVE DEV-CHAVE TO LOG-CHAVEREG
           MOVE SPACES TO W-IMGNOV
           STRING "CLIENTE " CLIENTE " CREDITO " W-RESTODEV
                  " SALDO " W-HVSALDO DELIMITED BY SIZE INTO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** DEVOLUCAO REGISTRADA - HAVER GERADO ***" TO MENS.
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
           IF TIPEDIDO = 1
              GO TO SER-DEVOLVE-FORN.
           IF NS-STATUS NOT = "V" OR NS-PEDVENDA NOT = NUMPEDIDO
              MOVE "*** SERIE NAO FOI EXPEDIDA NESTE PEDIDO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-DEVOLVE-LOOP.
           MOVE "E"     TO NS-STATUS
           MOVE W-LOCAL TO NS-LOCAL
           GO TO SER-DEVOLVE-GRV.
       SER-DEVOLVE-FORN.
           IF NS-STATUS NOT = "E"
              MOVE "*** SERIE NAO ESTA EM ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-DEVOLVE-LOOP.
           MOVE "F" TO NS-STATUS.
       SER-DEVOLVE-GRV.
           ACCEPT NS-DTDEVOL FROM DATE YYYYMMDD
           REWRITE REGNSER
           ADD 1 TO W-SERCONT
           GO TO SER-DEVOLVE-LOOP.
       SER-DEVOLVE-FIM.
           EXIT.

       SOMA-DEV.
           MOVE ZEROS TO W-JADEV
           MOVE NUMPEDIDO TO DEV-NUMPED
       SOMA-DEV-FIM.
           EXIT.

       QUA-SOMA.
           IF W-QUAOK NOT = "S"
              GO TO QUA-SOMA-FIM.
           MOVE NUMPEDIDO TO QUA-NUMPED
           MOVE IT-SEQ    TO QUA-ITSEQ
           MOVE ZEROS     TO QUA-SEQ
           START ARQQUA KEY IS NOT LESS QUA-CHAVE INVALID KEY
                 GO TO QUA-SOMA-FIM.
       QUA-SOMA-RD.
           READ ARQQUA NEXT
           IF ST-ERRO NOT = "00"
              GO TO QUA-SOMA-TST.
           IF QUA-NUMPED NOT = NUMPEDIDO OR QUA-ITSEQ NOT = IT-SEQ
              GO TO QUA-SOMA-TST.
           IF QUA-STATUS = "Q"
              ADD QUA-QTD TO W-QUAINSP.
           IF QUA-STATUS = "I"
              COMPUTE W-QUAPEND = W-QUAPEND + QUA-QTDREJ - QUA-QTDDEV
              MOVE QUA-LOCQUA TO W-QUALOC.
           GO TO QUA-SOMA-RD.
       QUA-SOMA-TST.
           IF W-DEVMAX > W-QUAINSP
              SUBTRACT W-QUAINSP FROM W-DEVMAX
           ELSE
              MOVE ZEROS TO W-DEVMAX.
       QUA-SOMA-FIM.
           EXIT.

       QUA-DEVOLVE.
           MOVE IT-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO W-QTDQUA
              GO TO QUA-DEVOLVE-RESTO.
           MOVE W-LOCAL  TO W-LOCSAV
           MOVE W-QUALOC TO W-LOCAL
           MOVE W-QTDQUA TO W-QTDDEV
           MOVE ZEROS    TO W-SLDBASE
           PERFORM SLD-ATUALIZA THRU SLD-ATUALIZA-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE W-LOCSAV TO W-LOCAL
           MOVE W-QTDQUA TO W-QUARESTO
           MOVE NUMPEDIDO TO QUA-NUMPED
           MOVE IT-SEQ    TO QUA-ITSEQ
           MOVE ZEROS     TO QUA-SEQ
           START ARQQUA KEY IS NOT LESS QUA-CHAVE INVALID KEY
                 GO TO QUA-DEVOLVE-RESTO.
       QUA-DEVOLVE-RD.
           IF W-QUARESTO = ZEROS
              GO TO QUA-DEVOLVE-RESTO.
           READ ARQQUA NEXT
           IF ST-ERRO NOT = "00"
              GO TO QUA-DEVOLVE-RESTO.
           IF QUA-NUMPED NOT = NUMPEDIDO OR QUA-ITSEQ NOT = IT-SEQ
              GO TO QUA-DEVOLVE-RESTO.
           IF QUA-STATUS NOT = "I"
              GO TO QUA-DEVOLVE-RD.
           COMPUTE W-QUAPARC = QUA-QTDREJ - QUA-QTDDEV
           IF W-QUAPARC > W-QUARESTO
              MOVE W-QUARESTO TO W-QUAPARC.
           ADD W-QUAPARC TO QUA-QTDDEV
           SUBTRACT W-QUAPARC FROM W-QUARESTO
           IF QUA-QTDDEV NOT < QUA-QTDREJ
              MOVE "F" TO QUA-STATUS.
           REWRITE REGQUA
           GO TO QUA-DEVOLVE-RD.
       QUA-DEVOLVE-RESTO.
           COMPUTE W-QTDDEV = W-QTDDEVT - W-QTDQUA.
       QUA-DEVOLVE-FIM.
           EXIT.

       SLD-ATUALIZA.
           MOVE CODIGO  TO SLD-CODIGO
           MOVE W-LOCAL TO SLD-LOCAL
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQPED ARQPEDIT ARQPEDX ARQDEV ARQPRO ARQSLD
                 ARQMOV ARQTIT ARQLOG ARQJRN ARQNSER.
           IF W-PRSOK = "S"
              CLOSE ARQPRSER.
           IF W-QUAOK = "S"
              CLOSE ARQQUA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
