                    RECORD KEY   IS PEDX-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS NFC-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 PEDX-VENDEDOR     PIC 9(4).
          03 PEDX-VLICMS       PIC 9(8)V99.
          03 PEDX-FILIAL       PIC 9(02).
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
       FD ARQSEQ
               LABEL RECORD IS STANDARD
       01 W-TIPOREG     PIC X(01) VALUE SPACES.
       01 W-CNPJTXT     PIC X(14) VALUE SPACES.
       01 W-NUMNF       PIC X(09) VALUE SPACES.
       01 W-NFATU       PIC X(09) VALUE SPACES.
       01 W-CODFORN     PIC X(14) VALUE SPACES.
       01 W-QTDTXT      PIC X(06) VALUE SPACES.
       01 W-PRECOTXT    PIC X(09) VALUE SPACES.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

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

       ABRE-SEQ.
           OPEN I-O ARQSEQ
           IF ST-ERRO NOT = "00"
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM
              GO TO TRATA-CAB-FIM.
           PERFORM ROT-NUMPED THRU ROT-NUMPED-FIM
           MOVE W-NUMNF TO W-NFATU
           MOVE "S" TO W-TEMPED
           MOVE ZEROS TO W-SEQITEM W-TOTPED
           ADD 1 TO W-QTDPED.
           WRITE REGPEDIT
           IF ST-ERRO NOT = "00"
              REWRITE REGPEDIT.
           MOVE W-NUMPED  TO NFC-NUMPED
           MOVE W-SEQITEM TO NFC-SEQ
           MOVE W-NFATU   TO NFC-NUMNF
           MOVE W-QTD     TO NFC-QTDNF
           MOVE W-PRECO   TO NFC-PRECONF
           MOVE "I"       TO NFC-ORIGEM
           MOVE W-DTHOJE  TO NFC-DATA
           WRITE REGNFC
           IF ST-ERRO NOT = "00"
              REWRITE REGNFC.
           ADD IT-TOTAL TO W-TOTPED
           ADD 1 TO W-QTDITE.
       TRATA-ITEM-FIM.
              REWRITE REGPEDX.
           MOVE "NFE-IMP" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-NUMPED "-1-" W-NFATU
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       FECHA-PED-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQNFE ARQREJ ARQFOR ARQPRO ARQDEPARA ARQPED
                 ARQPEDIT ARQPEDX ARQNFC ARQSEQ ARQLOG.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
