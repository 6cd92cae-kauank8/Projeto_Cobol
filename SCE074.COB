                    RECORD KEY   IS SEQ-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS RES-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RES-CODPROD
                                   WITH DUPLICATES.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       01 REGSEQ.
          03 SEQ-ID            PIC X(08).
          03 SEQ-PROX          PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRES.DAT".
       01 REGRES.
          03 RES-CHAVE.
             05 RES-NUMPED     PIC 9(06).
             05 RES-TIPEDIDO   PIC 9(01).
             05 RES-SEQ        PIC 9(03).
          03 RES-CODPROD       PIC 9(06).
          03 RES-LOCAL         PIC 9(02).
          03 RES-QTD           PIC 9(06).
          03 RES-STATUS        PIC X(01).
          03 RES-DTRES         PIC 9(08).
          03 RES-DTBAIXA       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQLOG
               LABEL RECORD IS STANDARD
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-RES.
           OPEN I-O ARQRES
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQRES
                 CLOSE ARQRES
                 OPEN I-O ARQRES
              ELSE
                 MOVE "ERRO NA ABERTURA DAS RESERVAS DE ESTOQUE"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO NOT = "00"
           REWRITE REGSLD
           IF ST-ERRO NOT = "00"
              WRITE REGSLD.
           MOVE W-NUMPED  TO RES-NUMPED
           MOVE 2         TO RES-TIPEDIDO
           MOVE W-SEQITEM TO RES-SEQ
           MOVE W-PRODNUM TO RES-CODPROD
           MOVE 01        TO RES-LOCAL
           MOVE W-QTDNUM  TO RES-QTD
           MOVE "A"       TO RES-STATUS
           MOVE W-DTHOJE  TO RES-DTRES
           MOVE ZEROS     TO RES-DTBAIXA
           WRITE REGRES
           IF ST-ERRO NOT = "00"
              REWRITE REGRES.
       GRAVA-ITEM-FIM.
           EXIT.

       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQIMP ARQREJ ARQCLI ARQPRO ARQSLD ARQPED
                 ARQPEDIT ARQPEDX ARQTIT ARQSEQ ARQLOG ARQRES.
           IF W-CLIXOK = "S"
              CLOSE ARQCLIX.
           IF W-PROXOK = "S"
