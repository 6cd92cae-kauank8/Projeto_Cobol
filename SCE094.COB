       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE094.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQADQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADQ-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQTITX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TITX-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SEQ-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQRCC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS RCC-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RCC-NSU
                                   WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD ARQADQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADQ.DAT".
       01 REGADQ.
          03 ADQ-CHAVE.
             05 ADQ-CODIGO     PIC 9(02).
             05 ADQ-BANDEIRA   PIC X(02).
             05 ADQ-MODAL      PIC X(01).
          03 ADQ-NOME          PIC X(20).
          03 ADQ-CNPJ          PIC 9(14).
          03 ADQ-TAXA          PIC 9(02)V99.
          03 ADQ-DIAS          PIC 9(03).
          03 ADQ-MAXPARC       PIC 9(02).
          03 ADQ-CONTA         PIC 9(03).
      *-----------------------------------------------------------------
       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".
       01 REGTIT.
          03 TIT-CHAVE.
             05 TIT-NUMPED     PIC 9(6).
             05 TIT-TIPEDIDO   PIC 9(1).
             05 TIT-PARCELA    PIC 9(2).
          03 TIT-TIPO          PIC X(1).
          03 TIT-CPFCNPJ       PIC 9(14).
          03 TIT-EMISSAO       PIC 9(8).
          03 TIT-VENCTO        PIC 9(8).
          03 TIT-VALOR         PIC 9(8)V99.
          03 TIT-SALDO         PIC 9(8)V99.
          03 TIT-STATUS        PIC X(1).
          03 TIT-FILIAL        PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQTITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTITX.DAT".
       01 REGTITX.
          03 TITX-CHAVE.
             05 TITX-NUMPED    PIC 9(6).
             05 TITX-TIPEDIDO  PIC 9(1).
             05 TITX-PARCELA   PIC 9(2).
          03 TITX-CATEG        PIC X(08).
          03 TITX-DESCR        PIC X(30).
      *-----------------------------------------------------------------
       FD ARQSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQ-ID            PIC X(08).
          03 SEQ-PROX          PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQRCC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRCC.DAT".
       01 REGRCC.
          03 RCC-CHAVE.
             05 RCC-NUMPED     PIC 9(6).
             05 RCC-TIPEDIDO   PIC 9(1).
             05 RCC-PARCELA    PIC 9(2).
          03 RCC-ADQ           PIC 9(02).
          03 RCC-BANDEIRA      PIC X(02).
          03 RCC-MODAL         PIC X(01).
          03 RCC-NSU           PIC X(12).
          03 RCC-QTDPARC       PIC 9(02).
          03 RCC-ORIGEM        PIC X(09).
          03 RCC-DTVENDA       PIC 9(08).
          03 RCC-DTPREV        PIC 9(08).
          03 RCC-VLBRUTO       PIC 9(8)V99.
          03 RCC-VLTAXA        PIC 9(8)V99.
          03 RCC-VLLIQ         PIC 9(8)V99.
          03 RCC-STATUS        PIC X(01).
          03 RCC-DTLIQ         PIC 9(08).
          03 RCC-VLTXREAL      PIC 9(8)V99.
          03 RCC-VLLIQREAL     PIC 9(8)V99.
          03 RCC-TITTAXA       PIC 9(06).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-FILIAL      PIC 9(02) EXTERNAL.
       01 W-NUMAVUL     PIC 9(06) VALUE ZEROS.
       01 W-PARC        PIC 9(02) VALUE ZEROS.
       01 W-QTDPARC     PIC 9(02) VALUE ZEROS.
       01 W-VLPARC      PIC 9(08)V99 VALUE ZEROS.
       01 W-VLULT       PIC 9(08)V99 VALUE ZEROS.
       01 W-DIAS        PIC 9(04) VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.

       LINKAGE SECTION.
       01 W-CCFUNC      PIC X(01).
       01 W-CCADQ       PIC 9(02).
       01 W-CCBAND      PIC X(02).
       01 W-CCMODAL     PIC X(01).
       01 W-CCPARC      PIC 9(02).
       01 W-CCNSU       PIC X(12).
       01 W-CCVALOR     PIC 9(08)V99.
       01 W-CCDATA      PIC 9(08).
       01 W-CCORIGEM    PIC X(09).
       01 W-CCRET       PIC X(02).
       01 W-CCNUMAV     PIC 9(06).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-CCFUNC W-CCADQ W-CCBAND W-CCMODAL
                                W-CCPARC W-CCNSU W-CCVALOR W-CCDATA
                                W-CCORIGEM W-CCRET W-CCNUMAV.
       INICIO.
           MOVE "00" TO W-CCRET
           MOVE ZEROS TO W-CCNUMAV
           OPEN INPUT ARQADQ
           IF ST-ERRO NOT = "00"
              MOVE "30" TO W-CCRET
              GO TO ROT-SAI.
           MOVE W-CCADQ   TO ADQ-CODIGO
           MOVE W-CCBAND  TO ADQ-BANDEIRA
           MOVE W-CCMODAL TO ADQ-MODAL
           READ ARQADQ
           CLOSE ARQADQ
           IF ST-ERRO NOT = "00"
              MOVE "23" TO W-CCRET
              GO TO ROT-SAI.
           IF ADQ-MODAL NOT = "P"
              MOVE 01 TO W-CCPARC
           ELSE
              IF W-CCPARC < 2 OR W-CCPARC > ADQ-MAXPARC
                 MOVE "10" TO W-CCRET
                 GO TO ROT-SAI.
           IF W-CCNSU = SPACES
              MOVE "11" TO W-CCRET
              GO TO ROT-SAI.
           IF W-CCFUNC NOT = "G" AND "g"
              GO TO ROT-SAI.

      *
      **************************************
      * GERA RECEBIVEIS CONTRA ADQUIRENTE  *
      **************************************
      *
       GERA-001.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "30" TO W-CCRET
              GO TO ROT-SAI.
           OPEN I-O ARQTITX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTITX
                 CLOSE ARQTITX
                 OPEN I-O ARQTITX
              ELSE
                 CLOSE ARQTIT
                 MOVE "30" TO W-CCRET
                 GO TO ROT-SAI.
           OPEN I-O ARQSEQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSEQ
                 CLOSE ARQSEQ
                 OPEN I-O ARQSEQ
              ELSE
                 CLOSE ARQTIT ARQTITX
                 MOVE "30" TO W-CCRET
                 GO TO ROT-SAI.
           OPEN I-O ARQRCC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQRCC
                 CLOSE ARQRCC
                 OPEN I-O ARQRCC
              ELSE
                 CLOSE ARQTIT ARQTITX ARQSEQ
                 MOVE "30" TO W-CCRET
                 GO TO ROT-SAI.
           PERFORM ROT-NUMAVUL THRU ROT-NUMAVUL-FIM
           MOVE W-CCPARC TO W-QTDPARC
           DIVIDE W-CCVALOR BY W-QTDPARC GIVING W-VLPARC
           COMPUTE W-VLULT = W-CCVALOR - (W-VLPARC * (W-QTDPARC - 1))
           MOVE ZEROS TO W-PARC.

       GERA-LOOP.
           ADD 1 TO W-PARC
           IF W-PARC > W-QTDPARC
              GO TO GERA-FIM.
           COMPUTE W-DIAS = ADQ-DIAS + (30 * (W-PARC - 1))
           MOVE "S"      TO W-CALFUNC
           MOVE W-CCDATA TO W-CALDT1
           MOVE W-DIAS   TO W-CALRES
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE "P"      TO W-CALFUNC
           MOVE W-CALDT2 TO W-CALDT1
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-NUMAVUL TO TIT-NUMPED
           MOVE 9         TO TIT-TIPEDIDO
           MOVE W-PARC    TO TIT-PARCELA
           MOVE "R"       TO TIT-TIPO
           MOVE ADQ-CNPJ  TO TIT-CPFCNPJ
           MOVE W-CCDATA  TO TIT-EMISSAO
           MOVE W-CALDT2  TO TIT-VENCTO
           IF W-PARC = W-QTDPARC
              MOVE W-VLULT TO TIT-VALOR
           ELSE
              MOVE W-VLPARC TO TIT-VALOR.
           MOVE TIT-VALOR TO TIT-SALDO
           MOVE "A"       TO TIT-STATUS
           MOVE W-FILIAL  TO TIT-FILIAL
           WRITE REGTIT
           IF ST-ERRO NOT = "00"
              REWRITE REGTIT.
           MOVE TIT-CHAVE TO TITX-CHAVE
           MOVE "CARTAO"  TO TITX-CATEG
           MOVE SPACES    TO TITX-DESCR
           STRING ADQ-NOME (1:12) " " W-CCBAND " NSU " W-CCNSU
                  DELIMITED BY SIZE INTO TITX-DESCR
           WRITE REGTITX
           IF ST-ERRO NOT = "00"
              REWRITE REGTITX.
           MOVE TIT-CHAVE   TO RCC-CHAVE
           MOVE ADQ-CODIGO  TO RCC-ADQ
           MOVE ADQ-BANDEIRA TO RCC-BANDEIRA
           MOVE ADQ-MODAL   TO RCC-MODAL
           MOVE W-CCNSU     TO RCC-NSU
           MOVE W-QTDPARC   TO RCC-QTDPARC
           MOVE W-CCORIGEM  TO RCC-ORIGEM
           MOVE W-CCDATA    TO RCC-DTVENDA
           MOVE TIT-VENCTO  TO RCC-DTPREV
           MOVE TIT-VALOR   TO RCC-VLBRUTO
           COMPUTE RCC-VLTAXA ROUNDED = TIT-VALOR * ADQ-TAXA / 100
           COMPUTE RCC-VLLIQ = RCC-VLBRUTO - RCC-VLTAXA
           MOVE "A"         TO RCC-STATUS
           MOVE ZEROS       TO RCC-DTLIQ RCC-VLTXREAL RCC-VLLIQREAL
           MOVE ZEROS       TO RCC-TITTAXA
           WRITE REGRCC
           IF ST-ERRO NOT = "00"
              REWRITE REGRCC.
           GO TO GERA-LOOP.

       GERA-FIM.
           CLOSE ARQTIT ARQTITX ARQSEQ ARQRCC
           MOVE W-NUMAVUL TO W-CCNUMAV
           GO TO ROT-SAI.

       ROT-NUMAVUL.
           MOVE "TITAVULS" TO SEQ-ID
           READ ARQSEQ
           IF ST-ERRO = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS
              GO TO ROT-NUMAVUL.
           IF ST-ERRO NOT = "00"
              MOVE "TITAVULS" TO SEQ-ID
              MOVE 1 TO SEQ-PROX
              WRITE REGSEQ
              IF ST-ERRO = "22"
                 GO TO ROT-NUMAVUL.
           MOVE SEQ-PROX TO W-NUMAVUL
           ADD 1 TO SEQ-PROX
           REWRITE REGSEQ.
       ROT-NUMAVUL-FIM.
           EXIT.

       ROT-SAI.
           EXIT PROGRAM.
