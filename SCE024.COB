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

           SELECT ARQENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EDR-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PEN-ENDER
                                   WITH DUPLICATES.

           SELECT ARQPRQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRQ-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQQUA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS QUA-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PF-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
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
       FD ARQENDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENDER.DAT".
       01 REGENDER.
          03 EDR-CHAVE.
             05 EDR-LOCAL      PIC 9(02).
             05 EDR-RUA        PIC X(02).
             05 EDR-PREDIO     PIC 9(02).
             05 EDR-NIVEL      PIC 9(02).
             05 EDR-APTO       PIC 9(02).
          03 EDR-SEQPERC       PIC 9(05).
          03 EDR-ATIVO         PIC X(01).
      *-----------------------------------------------------------------
       FD ARQPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEND.DAT".
       01 REGPEND.
          03 PEN-CHAVE.
             05 PEN-CODPROD    PIC 9(06).
             05 PEN-ENDER.
                07 PEN-LOCAL   PIC 9(02).
                07 PEN-RUA     PIC X(02).
                07 PEN-PREDIO  PIC 9(02).
                07 PEN-NIVEL   PIC 9(02).
                07 PEN-APTO    PIC 9(02).
          03 PEN-QTD           PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQPRQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRQ.DAT".
       01 REGPRQ.
          03 PRQ-CODIGO        PIC 9(06).
          03 PRQ-INSPEC        PIC X(01).
      *-----------------------------------------------------------------
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
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
          03 LOG-OPERADOR      PIC X(10).
          03 LOG-IMAGEMANT     PIC X(160).
          03 LOG-IMAGEMNOV     PIC X(160).
      *-----------------------------------------------------------------
       FD ARQPRFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRFOR.DAT".
       01 REGPRFOR.
          03 PF-CHAVE.
             05 PF-CODPROD     PIC 9(06).
             05 PF-FORNEC      PIC 9(14).
          03 PF-CODFORN        PIC X(14).
          03 PF-PRECO          PIC 9(06)V99.
          03 PF-DTPRECO        PIC 9(08).
          03 PF-QTDMIN         PIC 9(06).
          03 PF-MULTIPLO       PIC 9(06).
          03 PF-PRAZOENT       PIC 9(03).
          03 PF-RANK           PIC 9(02).
          03 PF-SITUACAO       PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-VLENTRADA   PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDCONV     PIC 9(06) VALUE ZEROS.
       01 W-SALDODISP   PIC 9(06) VALUE ZEROS.
       01 W-QTDBO       PIC 9(03) VALUE ZEROS.
       01 W-PRSOK       PIC X(01) VALUE "N".
       01 W-CTLSER      PIC X(01) VALUE "N".
       01 W-SERIE       PIC X(20) VALUE SPACES.
       01 W-SERCONT     PIC 9(06) VALUE ZEROS.
       01 W-SERNUM      PIC 9(06) VALUE ZEROS.
       01 W-ENDOK       PIC X(01) VALUE "N".
       01 W-ENDCHAVE.
          03 W-ELOCAL   PIC 9(02) VALUE ZEROS.
          03 W-ERUA     PIC X(02) VALUE SPACES.
          03 W-EPREDIO  PIC 9(02) VALUE ZEROS.
          03 W-ENIVEL   PIC 9(02) VALUE ZEROS.
          03 W-EAPTO    PIC 9(02) VALUE ZEROS.
       01 W-SUGSEQ      PIC 9(05) VALUE ZEROS.
       01 W-SUGMSG      PIC X(14) VALUE SPACES.
       01 W-OCUPADO     PIC X(01) VALUE "N".
       01 W-CTFUNC      PIC X(01) VALUE SPACES.
       01 W-CTQTD       PIC 9(08) VALUE ZEROS.
       01 W-CTORIGEM    PIC X(08) VALUE "SCE024".
       01 W-CTRET       PIC X(02) VALUE SPACES.
       01 W-PRQOK       PIC X(01) VALUE "N".
       01 W-PRFOK       PIC X(01) VALUE "N".
       01 W-INSPEC      PIC X(01) VALUE "N".
       01 W-LOCQUA      PIC 9(02) VALUE 99.
       01 W-LOCSAV      PIC 9(02) VALUE ZEROS.
       01 W-MOVTIPO     PIC X(01) VALUE "E".

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

       ABRE-ENDER.
           MOVE "N" TO W-ENDOK
           OPEN INPUT ARQENDER
           IF ST-ERRO NOT = "00"
              GO TO ABRE-PRQ.
           OPEN I-O ARQPEND
           IF ST-ERRO = "30"
              OPEN OUTPUT ARQPEND
              CLOSE ARQPEND
              OPEN I-O ARQPEND.
           IF ST-ERRO = "00"
              MOVE "S" TO W-ENDOK
           ELSE
              CLOSE ARQENDER.

       ABRE-PRQ.
           OPEN INPUT ARQPRQ
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRQOK
           ELSE
              MOVE "N" TO W-PRQOK.

       ABRE-PRFOR.
           OPEN I-O ARQPRFOR
           IF ST-ERRO = "00"
              MOVE "S" TO W-PRFOK
           ELSE
              MOVE "N" TO W-PRFOK.

       ABRE-PAR.
           MOVE 99 TO W-LOCQUA
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE "LOCQUAR " TO PAR-ID
              READ ARQPAR
              IF ST-ERRO = "00"
                 MOVE PAR-VALOR TO W-LOCQUA
                 CLOSE ARQPAR
              ELSE
                 CLOSE ARQPAR.
           IF W-LOCQUA = ZEROS OR W-LOCQUA = 01
              MOVE 99 TO W-LOCQUA.

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
                 GO TO ROT-FIM.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF PED-STATUS = "E"
              MOVE "*** PEDIDO AGUARDANDO APROVACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF PED-STATUS NOT = "P"
              MOVE "*** PEDIDO JA TOTALMENTE RECEBIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-ITENS-RD.

       REC-LOTE.
           MOVE IT-CODPROD TO CODIGO
           PERFORM LER-PRQ THRU LER-PRQ-FIM
           MOVE SPACES TO W-LOTE
           MOVE ZEROS TO W-VALIDADE
           DISPLAY (21, 03) "LOTE (BRANCO=SEM CONTROLE): ".
                 GO TO REC-LOTE.
           DISPLAY (21, 01) LIMPA.

       REC-ENDER.
           MOVE SPACES TO W-ERUA
           IF W-ENDOK NOT = "S" OR W-INSPEC = "S"
              GO TO REC-POSTA.
           PERFORM END-SUGERE THRU END-SUGERE-FIM.
       REC-ENDER-ACC.
           DISPLAY (21, 03) "END. RUA:"
           DISPLAY (21, 16) "PRED:"
           DISPLAY (21, 25) "NIV:"
           DISPLAY (21, 33) "APTO:"
           DISPLAY (21, 43) W-SUGMSG
           ACCEPT (21, 13) W-ERUA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (21, 01) LIMPA
              GO TO REC-LOTE.
           IF W-ERUA = SPACES
              DISPLAY (21, 01) LIMPA
              GO TO REC-POSTA.
           ACCEPT (21, 22) W-EPREDIO WITH UPDATE
           ACCEPT (21, 30) W-ENIVEL WITH UPDATE
           ACCEPT (21, 39) W-EAPTO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REC-ENDER-ACC.
           MOVE W-LOCAL    TO W-ELOCAL
           MOVE W-ENDCHAVE TO EDR-CHAVE
           READ ARQENDER
           IF ST-ERRO NOT = "00"
              MOVE "*** ENDERECO NAO CADASTRADO NO LOCAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-ENDER-ACC.
           IF EDR-ATIVO NOT = "S"
              MOVE "*** ENDERECO INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-ENDER-ACC.
           DISPLAY (21, 01) LIMPA.

       REC-POSTA.
           ADD W-QTDREC TO IT-QTDREC
           REWRITE REGPEDIT
           PERFORM PRF-PRECO THRU PRF-PRECO-FIM
           MOVE "E"      TO W-CTFUNC
           MOVE W-QTDREC TO W-CTQTD
           CALL "SCE122" USING W-CTFUNC W-OPERADOR NUMPEDIDO IT-CODPROD
                               W-CTQTD W-CTORIGEM W-CTRET
           IF IT-FATOR = ZEROS
              MOVE W-QTDREC TO W-QTDCONV
           ELSE
              COMPUTE W-QTDCONV ROUNDED = W-QTDREC * IT-FATOR.
           MOVE IT-CODPROD TO CODIGO
           IF W-INSPEC = "S"
              PERFORM QUA-ENTRADA THRU QUA-ENTRADA-FIM
              GO TO REC-POSTA-TELA.
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE ESTOQUE TO W-SLDBASE
              PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
              PERFORM CUSTO-MEDIO THRU CUSTO-MEDIO-FIM
              PERFORM LOTE-ENTRADA THRU LOTE-ENTRADA-FIM
              PERFORM SER-ENTRADA THRU SER-ENTRADA-FIM
              PERFORM END-ENTRADA THRU END-ENTRADA-FIM
              PERFORM ROT-ALOCA THRU ROT-ALOCA-FIM.
       REC-POSTA-TELA.
           MOVE "S" TO W-RECFEITO
           MOVE IT-QTDREC     TO DETITREC
           COMPUTE W-QTDPEND = IT-QUANTIDADE - IT-QTDREC
       GRAVA-LOTMV-FIM.
           EXIT.

       SER-ENTRADA.
           PERFORM LER-PRSER THRU LER-PRSER-FIM
           IF W-CTLSER NOT = "S"
              GO TO SER-ENTRADA-FIM.
           MOVE ZEROS TO W-SERCONT.
       SER-ENTRADA-LOOP.
           IF W-SERCONT NOT < W-QTDCONV
              DISPLAY (21, 01) LIMPA
              GO TO SER-ENTRADA-FIM.
           COMPUTE W-SERNUM = W-SERCONT + 1
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 03) "NUM. SERIE"
           DISPLAY (21, 14) W-SERNUM
           DISPLAY (21, 21) "DE"
           DISPLAY (21, 24) W-QTDCONV
           DISPLAY (21, 30) ":"
           MOVE SPACES TO W-SERIE
           ACCEPT (21, 32) W-SERIE
           IF W-SERIE = SPACES
              MOVE "INFORME A SERIE DE CADA UNIDADE RECEBIDA" TO MENS
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
           MOVE FORNECEDOR TO NS-FORNEC
           MOVE NUMPEDIDO  TO NS-PEDCOMPRA
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

       END-SUGERE.
           MOVE SPACES TO W-ERUA
           MOVE ZEROS TO W-EPREDIO W-ENIVEL W-EAPTO
           MOVE W-LOCAL TO W-ELOCAL
           MOVE 99999 TO W-SUGSEQ
           MOVE "(SEM SUGESTAO)" TO W-SUGMSG
           MOVE IT-CODPROD TO PEN-CODPROD
           MOVE W-LOCAL    TO PEN-LOCAL
           MOVE LOW-VALUES TO PEN-RUA
           MOVE ZEROS      TO PEN-PREDIO PEN-NIVEL PEN-APTO
           START ARQPEND KEY IS NOT LESS PEN-CHAVE INVALID KEY
                 GO TO END-SUGERE-LIVRE.
       END-SUGERE-PRO.
           READ ARQPEND NEXT
           IF ST-ERRO NOT = "00"
              GO TO END-SUGERE-TST.
           IF PEN-CODPROD NOT = IT-CODPROD OR
              PEN-LOCAL NOT = W-LOCAL
              GO TO END-SUGERE-TST.
           MOVE PEN-ENDER TO EDR-CHAVE
           READ ARQENDER
           IF ST-ERRO NOT = "00"
              GO TO END-SUGERE-PRO.
           IF EDR-ATIVO NOT = "S"
              GO TO END-SUGERE-PRO.
           IF EDR-SEQPERC < W-SUGSEQ
              MOVE EDR-SEQPERC TO W-SUGSEQ
              MOVE PEN-ENDER   TO W-ENDCHAVE.
           GO TO END-SUGERE-PRO.
       END-SUGERE-TST.
           IF W-ERUA NOT = SPACES
              MOVE "(END. PRODUTO)" TO W-SUGMSG
              GO TO END-SUGERE-FIM.
       END-SUGERE-LIVRE.
           MOVE W-LOCAL    TO EDR-LOCAL
           MOVE LOW-VALUES TO EDR-RUA
           MOVE ZEROS      TO EDR-PREDIO EDR-NIVEL EDR-APTO
           START ARQENDER KEY IS NOT LESS EDR-CHAVE INVALID KEY
                 GO TO END-SUGERE-FIM.
       END-SUGERE-LRD.
           READ ARQENDER NEXT
           IF ST-ERRO NOT = "00"
              GO TO END-SUGERE-FIM.
           IF EDR-LOCAL NOT = W-LOCAL
              GO TO END-SUGERE-FIM.
           IF EDR-ATIVO NOT = "S"
              GO TO END-SUGERE-LRD.
           IF EDR-SEQPERC NOT < W-SUGSEQ
              GO TO END-SUGERE-LRD.
           PERFORM END-OCUPADO THRU END-OCUPADO-FIM
           IF W-OCUPADO = "S"
              GO TO END-SUGERE-LRD.
           MOVE EDR-SEQPERC TO W-SUGSEQ
           MOVE EDR-CHAVE   TO W-ENDCHAVE
           MOVE "(END. LIVRE)" TO W-SUGMSG
           GO TO END-SUGERE-LRD.
       END-SUGERE-FIM.
           EXIT.

       END-OCUPADO.
           MOVE "N" TO W-OCUPADO
           MOVE EDR-CHAVE TO PEN-ENDER
           START ARQPEND KEY IS = PEN-ENDER INVALID KEY
                 GO TO END-OCUPADO-FIM.
           MOVE "S" TO W-OCUPADO.
       END-OCUPADO-FIM.
           EXIT.

       END-ENTRADA.
           IF W-ENDOK NOT = "S" OR W-ERUA = SPACES
              GO TO END-ENTRADA-FIM.
           MOVE CODIGO     TO PEN-CODPROD
           MOVE W-ENDCHAVE TO PEN-ENDER
           READ ARQPEND
           IF ST-ERRO NOT = "00"
              MOVE CODIGO     TO PEN-CODPROD
              MOVE W-ENDCHAVE TO PEN-ENDER
              MOVE ZEROS      TO PEN-QTD.
           ADD W-QTDCONV TO PEN-QTD
           WRITE REGPEND
           IF ST-ERRO NOT = "00"
              REWRITE REGPEND.
       END-ENTRADA-FIM.
           EXIT.

       QUA-ENTRADA.
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO QUA-ENTRADA-FIM.
           MOVE W-LOCAL  TO W-LOCSAV
           MOVE W-LOCQUA TO W-LOCAL
           MOVE ZEROS    TO W-SLDBASE
           PERFORM SLD-ATUALIZA THRU SLD-ATUALIZA-FIM
           MOVE "Q" TO W-MOVTIPO
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE "E" TO W-MOVTIPO
           MOVE W-LOCSAV TO W-LOCAL
           MOVE NUMPEDIDO TO QUA-NUMPED
           MOVE IT-SEQ    TO QUA-ITSEQ
           MOVE ZEROS     TO QUA-SEQ.
       QUA-ENTRADA-LOOP.
           ADD 1 TO QUA-SEQ
           IF QUA-SEQ > 999
              GO TO QUA-ENTRADA-WR.
           READ ARQQUA
           IF ST-ERRO = "00"
              GO TO QUA-ENTRADA-LOOP.
       QUA-ENTRADA-WR.
           MOVE CODIGO     TO QUA-CODPROD
           MOVE FORNECEDOR TO QUA-FORNEC
           ACCEPT QUA-DTREC FROM DATE YYYYMMDD
           MOVE W-QTDCONV  TO QUA-QTD
           MOVE W-LOCQUA   TO QUA-LOCQUA
           MOVE W-LOCAL    TO QUA-LOCDEST
           IF IT-FATOR = ZEROS
              MOVE IT-PRECOUN TO QUA-CUSTOUN
           ELSE
              COMPUTE QUA-CUSTOUN ROUNDED = IT-PRECOUN / IT-FATOR.
           MOVE W-LOTE     TO QUA-LOTE
           MOVE W-VALIDADE TO QUA-VALIDADE
           MOVE "Q"        TO QUA-STATUS
           MOVE ZEROS  TO QUA-QTDAPR QUA-QTDREJ QUA-DTINSP QUA-QTDDEV
           MOVE SPACES TO QUA-DEFEITO QUA-INSPETOR
           MOVE W-OPERADOR TO QUA-OPERADOR
           WRITE REGQUA
           MOVE "QUARENTENA" TO LOG-OPERACAO
           MOVE QUA-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** ITEM RECEBIDO EM QUARENTENA - INSPECIONAR ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       QUA-ENTRADA-FIM.
           EXIT.

       LER-PRQ.
           MOVE "N" TO W-INSPEC
           IF W-PRQOK NOT = "S"
              GO TO LER-PRQ-FIM.
           MOVE CODIGO TO PRQ-CODIGO
           READ ARQPRQ
           IF ST-ERRO = "00"
              MOVE PRQ-INSPEC TO W-INSPEC.
       LER-PRQ-FIM.
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

       PRF-PRECO.
           IF W-PRFOK NOT = "S" OR IT-PRECOUN = ZEROS
              GO TO PRF-PRECO-FIM.
           MOVE IT-CODPROD TO PF-CODPROD
           MOVE FORNECEDOR TO PF-FORNEC
           READ ARQPRFOR
           IF ST-ERRO NOT = "00"
              GO TO PRF-PRECO-FIM.
           MOVE IT-PRECOUN TO PF-PRECO
           ACCEPT PF-DTPRECO FROM DATE YYYYMMDD
           REWRITE REGPRFOR.
       PRF-PRECO-FIM.
           EXIT.

       CUSTO-MEDIO.
           MOVE CODIGO TO CUS-CODIGO
           READ ARQCUSTO
           ACCEPT MOV-HORA FROM TIME.
           MOVE ZEROS TO MOV-SEQ.
       GRAVA-MOV-WR.
           MOVE W-MOVTIPO  TO MOV-TIPO
           MOVE CHAVE      TO MOV-DOC
           MOVE W-QTDCONV  TO MOV-QTD
           MOVE ESTOQUE    TO MOV-SALDO
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQCUSTO ARQPED ARQPEDIT ARQPRO ARQPEDX ARQSLD ARQMOV
                 ARQBACK ARQLOG ARQLOTE ARQLOTMV ARQNSER ARQQUA.
           IF W-PRQOK = "S"
              CLOSE ARQPRQ.
           IF W-PRFOK = "S"
              CLOSE ARQPRFOR.
           IF W-PRSOK = "S"
              CLOSE ARQPRSER.
           IF W-ENDOK = "S"
              CLOSE ARQENDER ARQPEND.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
