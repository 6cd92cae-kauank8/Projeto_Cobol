                    RECORD KEY   IS IL-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQITKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS KX-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS RES-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS RES-CODPROD
                                   WITH DUPLICATES.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             05 IL-TIPEDIDO    PIC 9(1).
             05 IL-SEQ         PIC 9(3).
          03 IL-LOTE           PIC X(10).
      *-----------------------------------------------------------------
       FD ARQITKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQITKIT.DAT".
       01 REGITKIT.
          03 KX-CHAVE.
             05 KX-NUMPEDIDO   PIC 9(6).
             05 KX-TIPEDIDO    PIC 9(1).
             05 KX-SEQ         PIC 9(3).
          03 KX-QTDEST         PIC 9(06).
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
       01 W-LOTEOK      PIC X(01) VALUE "N".
       01 W-ITLOTOK     PIC X(01) VALUE "N".
       01 W-QTDCOMP     PIC 9(06) VALUE ZEROS.
       01 W-ITKITOK     PIC X(01) VALUE "N".
       01 W-RESOK       PIC X(01) VALUE "N".
       01 W-KITEST      PIC 9(06) VALUE ZEROS.
       01 W-KITRESTO    PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-QTDREC      PIC 9(04) VALUE ZEROS.
              MOVE "S" TO W-ITLOTOK
           ELSE
              MOVE "N" TO W-ITLOTOK.
           OPEN I-O ARQITKIT
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-ITKITOK
           ELSE
              MOVE "N" TO W-ITKITOK.
           OPEN I-O ARQRES
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-RESOK
           ELSE
              MOVE "N" TO W-RESOK.
           OPEN I-O ARQLOG
           MOVE "RECUPERA" TO W-OPERADOR
           DISPLAY (01, 01) ERASE
           EXIT.

       REC-ESTORNA-KIT.
           MOVE IT-QUANTIDADE TO W-KITRESTO
           MOVE ZEROS TO W-KITEST
           IF W-ITKITOK = "S"
              MOVE IT-NUMPEDIDO TO KX-NUMPEDIDO
              MOVE IT-TIPEDIDO  TO KX-TIPEDIDO
              MOVE IT-SEQ       TO KX-SEQ
              READ ARQITKIT
              IF ST-ERRO3 = "00"
                 MOVE KX-QTDEST TO W-KITEST.
           IF W-KITEST > W-KITRESTO
              MOVE W-KITRESTO TO W-KITEST.
           SUBTRACT W-KITEST FROM W-KITRESTO
           IF W-KITEST > ZEROS
              ADD W-KITEST TO ESTOQUE
              REWRITE REGPRO
              MOVE IT-CODPROD TO SLD-CODIGO
              MOVE W-LOCAL    TO SLD-LOCAL
              READ ARQSLD
              IF ST-ERRO2 = "00"
                 ADD W-KITEST TO SLD-ESTOQUE
                 REWRITE REGSLD.
           IF W-KITRESTO = ZEROS
              GO TO REC-ESTORNA-KIT-FIM.
           MOVE IT-CODPROD TO KIT-PAI
           MOVE ZEROS      TO KIT-COMP
           START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
              GO TO REC-ESTORNA-KIT-FIM.
           IF KIT-PAI NOT = IT-CODPROD
              GO TO REC-ESTORNA-KIT-FIM.
           COMPUTE W-QTDCOMP ROUNDED = W-KITRESTO * KIT-QTD
           IF W-QTDCOMP = ZEROS
              GO TO REC-ESTORNA-KIT-RD.
           MOVE KIT-COMP TO CODIGO
              READ ARQITLOT
              IF ST-ERRO3 = "00"
                 DELETE ARQITLOT RECORD.
           IF W-ITKITOK = "S"
              MOVE JRN-NUMPED   TO KX-NUMPEDIDO
              MOVE JRN-TIPEDIDO TO KX-TIPEDIDO
              MOVE W-SEQ        TO KX-SEQ
              READ ARQITKIT
              IF ST-ERRO3 = "00"
                 DELETE ARQITKIT RECORD.
           IF W-RESOK = "S"
              MOVE JRN-NUMPED   TO RES-NUMPED
              MOVE JRN-TIPEDIDO TO RES-TIPEDIDO
              MOVE W-SEQ        TO RES-SEQ
              READ ARQRES
              IF ST-ERRO3 = "00" AND RES-STATUS = "A"
                 MOVE "R" TO RES-STATUS
                 ACCEPT RES-DTBAIXA FROM DATE YYYYMMDD
                 REWRITE REGRES.
           GO TO REC-APAGA-ITE.
       REC-APAGA-PEDX.
           MOVE JRN-NUMPED   TO PEDX-NUMPED
              CLOSE ARQLOTE.
           IF W-ITLOTOK = "S"
              CLOSE ARQITLOT.
           IF W-ITKITOK = "S"
              CLOSE ARQITKIT.
           IF W-RESOK = "S"
              CLOSE ARQRES.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
