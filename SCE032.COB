                    RECORD KEY   IS MOV-CHAVE
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
          03 MOV-OPERADOR      PIC X(10).
          03 MOV-LOCAL         PIC 9(02).
          03 MOV-FILIAL        PIC 9(02).
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
           MOVE 1                  TO IT-FATOR
           WRITE REGPEDIT
           PERFORM CONV-4-BAIXA THRU CONV-4-BAIXA-FIM
           PERFORM CONV-4-RES THRU CONV-4-RES-FIM
           GO TO CONV-4-ITENS.

       CONV-4-BAIXA.
       CONV-4-BAIXA-FIM.
           EXIT.

       CONV-4-RES.
           MOVE NUMPEDIDO          TO RES-NUMPED
           MOVE TIPEDIDO           TO RES-TIPEDIDO
           MOVE W-IX               TO RES-SEQ
           MOVE W-ITCODPROD (W-IX) TO RES-CODPROD
           MOVE 01                 TO RES-LOCAL
           MOVE W-ITQTD (W-IX)     TO RES-QTD
           MOVE "A"                TO RES-STATUS
           MOVE DTPEDIDO           TO RES-DTRES
           MOVE ZEROS              TO RES-DTBAIXA
           WRITE REGRES
           IF ST-ERRO NOT = "00"
              REWRITE REGRES.
       CONV-4-RES-FIM.
           EXIT.

       CONV-5.
           PERFORM CALC-ICMS THRU CALC-ICMS-FIM
           MOVE NUMPEDIDO TO PEDX-NUMPED
           DISPLAY (01, 01) ERASE.
           CLOSE ARQORC ARQORCIT ARQSEQ ARQPED ARQPEDIT ARQPEDX
                 ARQTIT ARQPRO ARQCLI ARQSLD ARQMOV ARQLOG ARQDIA
                 ARQJRN ARQRES.
           IF W-CLIXOK = "S"
              CLOSE ARQCLIX.
           IF W-PROXOK = "S"
