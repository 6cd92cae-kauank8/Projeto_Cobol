                    RECORD KEY   IS PROX-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PRS-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PRQ-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRPES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PPS-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCHECK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 PROX-ORIGEM       PIC 9(01).
          03 PROX-ALIQICMS     PIC 9(02)V99.
          03 PROX-CFOP         PIC 9(04).
      *-----------------------------------------------------------------
       FD ARQPRSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRSER.DAT".
       01 REGPRSER.
          03 PRS-CODIGO        PIC 9(06).
          03 PRS-CTLSER        PIC X(01).
          03 PRS-GARANTIA      PIC 9(03).
      *-----------------------------------------------------------------
       FD ARQPRQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRQ.DAT".
       01 REGPRQ.
          03 PRQ-CODIGO        PIC 9(06).
          03 PRQ-INSPEC        PIC X(01).
      *-----------------------------------------------------------------
       FD ARQPRPES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRPES.DAT".
       01 REGPRPES.
          03 PPS-CODIGO        PIC 9(06).
          03 PPS-PESO          PIC 9(04)V9(03).
          03 PPS-ALTURA        PIC 9(03)V9.
          03 PPS-LARGURA       PIC 9(03)V9.
          03 PPS-COMPRIM       PIC 9(03)V9.
      *-----------------------------------------------------------------
       FD ARQCHECK
               LABEL RECORD IS STANDARD
       01 W-ORIGEM      PIC 9(01) VALUE ZEROS.
       01 W-ALIQICMS    PIC 9(02)V99 VALUE ZEROS.
       01 W-CFOP        PIC 9(04) VALUE ZEROS.
       01 W-CTLSER      PIC X(01) VALUE "N".
       01 W-GARANTIA    PIC 9(03) VALUE ZEROS.
       01 W-INSPEC      PIC X(01) VALUE "N".
       01 W-PESO        PIC 9(04)V9(03) VALUE ZEROS.
       01 W-ALTURA      PIC 9(03)V9 VALUE ZEROS.
       01 W-LARGURA     PIC 9(03)V9 VALUE ZEROS.
       01 W-COMPRIM     PIC 9(03)V9 VALUE ZEROS.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
               VALUE  " Unidade:".
           05  LINE 08  COLUMN 01 
               VALUE  " Tipo Produto:".
           05  LINE 09  COLUMN 01
               VALUE  " Peso Bruto kg:".
           05  TPESO
               LINE 09  COLUMN 17  PIC 9(04)V9(03)
               USING  W-PESO
               HIGHLIGHT.
           05  LINE 09  COLUMN 27
               VALUE  "Medidas cm  Alt:".
           05  TALTURA
               LINE 09  COLUMN 44  PIC 9(03)V9
               USING  W-ALTURA
               HIGHLIGHT.
           05  LINE 09  COLUMN 50
               VALUE  "Larg:".
           05  TLARGURA
               LINE 09  COLUMN 56  PIC 9(03)V9
               USING  W-LARGURA
               HIGHLIGHT.
           05  LINE 09  COLUMN 62
               VALUE  "Comp:".
           05  TCOMPRIM
               LINE 09  COLUMN 68  PIC 9(03)V9
               USING  W-COMPRIM
               HIGHLIGHT.
           05  LINE 10  COLUMN 01 
               VALUE  " Ultimo Preco Compra:".
           05  LINE 12  COLUMN 01 
               LINE 12  COLUMN 22  PIC 99/99/9999
               USING  DATACP
               HIGHLIGHT.
           05  LINE 12  COLUMN 40
               VALUE  "Ctl.Serie:".
           05  TCTLSER
               LINE 12  COLUMN 51  PIC X(01)
               USING  W-CTLSER
               HIGHLIGHT.
           05  LINE 12  COLUMN 54
               VALUE  "Garantia(meses):".
           05  TGARANTIA
               LINE 12  COLUMN 71  PIC 9(03)
               USING  W-GARANTIA
               HIGHLIGHT.
           05  LINE 13  COLUMN 40
               VALUE  "Insp.Qualidade:".
           05  TINSPEC
               LINE 13  COLUMN 56  PIC X(01)
               USING  W-INSPEC
               HIGHLIGHT.
           05  TESTOQUE
               LINE 14  COLUMN 25  PIC 9(06)
               USING  ESTOQUE
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

        ABRE-PRSER.
           OPEN I-O ARQPRSER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPRSER
                 CLOSE ARQPRSER
                 OPEN I-O ARQPRSER
              ELSE
                 MOVE "ERRO NA ABERTURA DO CONTROLE DE SERIE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

        ABRE-PRQ.
           OPEN I-O ARQPRQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPRQ
                 CLOSE ARQPRQ
                 OPEN I-O ARQPRQ
              ELSE
                 MOVE "ERRO NA ABERTURA DA INSPECAO DE QUALIDADE"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

        ABRE-PRPES.
           OPEN I-O ARQPRPES
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPRPES
                 CLOSE ARQPRPES
                 OPEN I-O ARQPRPES
              ELSE
                 MOVE "ERRO NA ABERTURA DO PESO/MEDIDAS PRODUTO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

        ABRE-CHECK.
           OPEN I-O ARQCHECK
           IF ST-ERRO NOT = "00"
           FOR-CPFCNPJ W-SEL TPPROD DATACP
           PRECO ESTOQUE CPFCNPJ MINESTOQUE W-PRECOANT W-FATOR
           W-PRECOVDA W-PRVDAANT W-NCM W-ORIGEM W-ALIQICMS W-CFOP
           W-GARANTIA W-PESO W-ALTURA W-LARGURA W-COMPRIM
           MOVE SPACES TO W-UNIDCP W-UNIDVD
           MOVE "N" TO W-CTLSER W-INSPEC.
    
       RTELA.
           DISPLAY TELAPRO.
           IF W-SEL = 0
              PERFORM GRAVA-CHECK THRU GRAVA-CHECK-FIM.

       R7B.
           ACCEPT TCTLSER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF W-CTLSER = SPACES OR "n"
              MOVE "N" TO W-CTLSER.
           IF W-CTLSER = "s"
              MOVE "S" TO W-CTLSER.
           IF W-CTLSER NOT = "S" AND "N"
              MOVE "CONTROLE DE SERIE: S=SIM  N=NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7B.
           IF W-CTLSER = "N"
              MOVE ZEROS TO W-GARANTIA
              DISPLAY TCTLSER TGARANTIA
              GO TO R7D.

       R7C.
           ACCEPT TGARANTIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7B.

       R7D.
           ACCEPT TINSPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7B.
           IF W-INSPEC = SPACES OR "n"
              MOVE "N" TO W-INSPEC.
           IF W-INSPEC = "s"
              MOVE "S" TO W-INSPEC.
           IF W-INSPEC NOT = "S" AND "N"
              MOVE "INSPECAO NO RECEBIMENTO: S=SIM  N=NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7D.

       R7E.
           ACCEPT TPESO
           ACCEPT TALTURA
           ACCEPT TLARGURA
           ACCEPT TCOMPRIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7D.

       R8.
           ACCEPT TESTOQUE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
             GO TO R7E.
           IF ESTOQUE = ZEROS
             MOVE "PRECO EM BRANCO" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
           WRITE REGPRO.
           PERFORM GRAVA-PROX THRU GRAVA-PROX-FIM
           MOVE "INCLUSAO" TO LOG-OPERACAO
           MOVE REGPRO TO W-IMGNOV
           MOVE CODIGO TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF W-SEL = 0
              READ ARQPROX
              IF ST-ERRO = "00"
                 DELETE ARQPROX RECORD.
           IF ST-ERRO = "00" OR "23"
              MOVE CODIGO TO PRS-CODIGO
              READ ARQPRSER
              IF ST-ERRO = "00"
                 DELETE ARQPRSER RECORD.
           IF ST-ERRO = "00" OR "23"
              MOVE CODIGO TO PRQ-CODIGO
              READ ARQPRQ
              IF ST-ERRO = "00"
                 DELETE ARQPRQ RECORD.
           IF ST-ERRO = "00" OR "23"
              MOVE CODIGO TO PPS-CODIGO
              READ ARQPRPES
              IF ST-ERRO = "00"
                 DELETE ARQPRPES RECORD.
           IF ST-ERRO = "00" OR "23"
              MOVE "EXCLUSAO" TO LOG-OPERACAO
              MOVE REGPRO TO W-IMGANT
              MOVE CODIGO TO LOG-CHAVEREG
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              MOVE "*** REGISTRO PRODUTO EXCLUIDO ***" TO MENS
              MOVE 1       TO W-FATOR
              MOVE ZEROS   TO W-PRECOVDA
              MOVE ZEROS   TO W-NCM W-ORIGEM W-ALIQICMS W-CFOP.
           MOVE W-PRECOVDA TO W-PRVDAANT
           MOVE CODIGO TO PRS-CODIGO
           READ ARQPRSER
           IF ST-ERRO = "00"
              MOVE PRS-CTLSER   TO W-CTLSER
              MOVE PRS-GARANTIA TO W-GARANTIA
           ELSE
              MOVE "N"   TO W-CTLSER
              MOVE ZEROS TO W-GARANTIA.
           MOVE CODIGO TO PRQ-CODIGO
           READ ARQPRQ
           IF ST-ERRO = "00"
              MOVE PRQ-INSPEC TO W-INSPEC
           ELSE
              MOVE "N" TO W-INSPEC.
           MOVE CODIGO TO PPS-CODIGO
           READ ARQPRPES
           IF ST-ERRO = "00"
              MOVE PPS-PESO    TO W-PESO
              MOVE PPS-ALTURA  TO W-ALTURA
              MOVE PPS-LARGURA TO W-LARGURA
              MOVE PPS-COMPRIM TO W-COMPRIM
           ELSE
              MOVE ZEROS TO W-PESO W-ALTURA W-LARGURA W-COMPRIM.
       LER-PROX-FIM.
           EXIT.

           WRITE REGPROX
           IF ST-ERRO NOT = "00"
              REWRITE REGPROX.
           MOVE CODIGO     TO PRS-CODIGO
           MOVE W-CTLSER   TO PRS-CTLSER
           MOVE W-GARANTIA TO PRS-GARANTIA
           WRITE REGPRSER
           IF ST-ERRO NOT = "00"
              REWRITE REGPRSER.
           MOVE CODIGO     TO PRQ-CODIGO
           MOVE W-INSPEC   TO PRQ-INSPEC
           WRITE REGPRQ
           IF ST-ERRO NOT = "00"
              REWRITE REGPRQ.
           MOVE CODIGO     TO PPS-CODIGO
           MOVE W-PESO     TO PPS-PESO
           MOVE W-ALTURA   TO PPS-ALTURA
           MOVE W-LARGURA  TO PPS-LARGURA
           MOVE W-COMPRIM  TO PPS-COMPRIM
           WRITE REGPRPES
           IF ST-ERRO NOT = "00"
              REWRITE REGPRPES.
       GRAVA-PROX-FIM.
           EXIT.

           EXIT.

       ROT-FIM.
           CLOSE ARQPRO ARQFOR ARQLOG ARQPROHIST ARQPROX ARQCHECK
                 ARQPRSER ARQPRQ ARQPRPES.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
