                    RECORD KEY   IS TRF-NUMERO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 TRF-DTENV         PIC 9(08).
          03 TRF-DTREC         PIC 9(08).
          03 TRF-OPERADOR      PIC X(10).
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
       01 W-QTDRECTRF   PIC 9(06) VALUE ZEROS.
       01 CON-NUMTRF    PIC 9(06) VALUE ZEROS.
       01 LIN           PIC 9(03) VALUE 001.
       01 W-LOCQUA      PIC 9(02) VALUE 99.

       SCREEN SECTION.
       01  TSCE028.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

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

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO NOT = "00"
              MOVE "LOCAL DE ORIGEM EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-LOCORIG = W-LOCQUA
              MOVE "LOCAL DE QUARENTENA - LIBERAR PELA INSPECAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TLOCDEST
              MOVE "DESTINO IGUAL A ORIGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-LOCDEST = W-LOCQUA
              MOVE "LOCAL DE QUARENTENA - SOMENTE PELO RECEBIMENTO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           PERFORM BUSCA-SALDOS THRU BUSCA-SALDOS-FIM
