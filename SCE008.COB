                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-PAI
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAR-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS VAR-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPRO
          03 ESTOQUE         PIC 9(06).
          03 CPFCNPJ         PIC 9(14).
          03 MINESTOQUE      PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
          03 GRD-PAI           PIC 9(06).
          03 GRD-QTDTAM        PIC 9(02).
          03 GRD-TAMANHOS.
             05 GRD-TAM        PIC X(04) OCCURS 8 TIMES.
          03 GRD-QTDCOR        PIC 9(02).
          03 GRD-CORES.
             05 GRD-COR        PIC X(10) OCCURS 6 TIMES.
      *-----------------------------------------------------------------
       FD ARQVAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVAR.DAT".
       01 REGVAR.
          03 VAR-CHAVE.
             05 VAR-PAI        PIC 9(06).
             05 VAR-IXCOR      PIC 9(02).
             05 VAR-IXTAM      PIC 9(02).
          03 VAR-CODIGO        PIC 9(06).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-QTDALERTA   PIC 9(04) VALUE ZEROS.
       01 W-BATCH       PIC X(01) EXTERNAL.
       01 W-BATERR      PIC X(01) EXTERNAL.
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-GRDOK       PIC X(01) VALUE "N".
       01 W-VISGRD      PIC X(01) VALUE "N".
       01 W-GALERTA     PIC X(01) VALUE "N".
       01 W-GTOTEST     PIC 9(06) VALUE ZEROS.
       01 W-GTOTMIN     PIC 9(06) VALUE ZEROS.
       01 W-GLINHAS     PIC 9(03) VALUE ZEROS.
       01 W-GC          PIC 9(02) COMP VALUE ZEROS.
       01 W-GT          PIC 9(02) COMP VALUE ZEROS.
       01 W-GRDTAB.
          03 W-GRDLIN OCCURS 6 TIMES.
             05 W-GRDCEL OCCURS 8 TIMES.
                07 W-GRDEXI  PIC X(01).
                07 W-GRDEST  PIC 9(06).
                07 W-GRDALR  PIC X(01).

      *-----------------------------------------------------------------
      *
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DETMINIMO     PIC 9(06) VALUE ZEROS.

       01 DET3.
          03 FILLER        PIC X(04).
          03 DET3TXT       PIC X(10).
          03 DET3CEL OCCURS 8 TIMES.
             05 DET3TAM    PIC X(04).
             05 FILLER     PIC X(04).

       01 DET4.
          03 FILLER        PIC X(04).
          03 DET4COR       PIC X(10).
          03 DET4CEL OCCURS 8 TIMES.
             05 DET4QTD    PIC ZZZZZ9.
             05 DET4ALR    PIC X(01).
             05 FILLER     PIC X(01).

       SCREEN SECTION.
       01  TCONPRO.
           05  BLANK SCREEN.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       INC-GRD.
           MOVE "N" TO W-GRDOK W-VISGRD
           OPEN INPUT ARQGRADE
           IF ST-ERRO2 NOT = "00"
              GO TO INC-001.
           OPEN INPUT ARQVAR
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQGRADE
              GO TO INC-001.
           MOVE "S" TO W-GRDOK
           IF W-BATCH = "S"
              GO TO INC-001.
       INC-GRD1.
           DISPLAY TCONPRO
           DISPLAY (23, 13) "VISAO POR GRADE TAMANHO/COR (S/N): "
           ACCEPT (23, 49) W-VISGRD WITH UPDATE
           IF W-VISGRD = "s"
              MOVE "S" TO W-VISGRD.
           IF W-VISGRD = "n"
              MOVE "N" TO W-VISGRD.
           IF W-VISGRD NOT = "S" AND "N"
              MOVE "*** DIGITE S=SIM   N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-GRD1.

        INC-001.
           MOVE ZEROS TO W-QTDALERTA CODIGO
           MOVE 01 TO CONLIN
           READ ARQPRO NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO INC-FIMPRO
              ELSE
                 MOVE "S" TO W-BATERR
                 MOVE "ERRO NA LEITURA DO ARQUIVO ARQPRO"  TO MENS
           ELSE
              NEXT SENTENCE.

           IF W-VISGRD = "S"
              MOVE CODIGO TO VAR-CODIGO
              READ ARQVAR KEY IS VAR-CODIGO
              IF ST-ERRO2 = "00"
                 GO TO INC-RD2.
           IF W-VISGRD = "S"
              MOVE CODIGO TO GRD-PAI
              READ ARQGRADE
              IF ST-ERRO2 = "00"
                 GO TO INC-RD2.
           IF ESTOQUE NOT < MINESTOQUE
              GO TO INC-RD2.

                  GO TO ROT-SOL.
           GO TO ROT-TOTAL.

      *
      ******************************
      * PRODUTOS COM GRADE: TOTAL   *
      * DO PAI E ESTOQUE POR COR E  *
      * TAMANHO (* = ABAIXO MINIMO) *
      ******************************
      *
       INC-FIMPRO.
           IF W-VISGRD NOT = "S"
              GO TO ROT-TOTAL.
           MOVE ZEROS TO GRD-PAI
           START ARQGRADE KEY IS NOT LESS GRD-PAI INVALID KEY
                 GO TO ROT-TOTAL.

       GRD-RD.
           READ ARQGRADE NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-TOTAL.
           PERFORM GRD-CARREGA THRU GRD-CARREGA-FIM
           IF W-GALERTA = "N"
              GO TO GRD-RD.
           MOVE GRD-PAI TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DESCRICAO.
           COMPUTE W-GLINHAS = CONLIN + GRD-QTDCOR + 2
           IF W-GLINHAS > 17 AND CONLIN > 01
              PERFORM GRD-SOL THRU GRD-SOL-FIM
              IF W-OPCAO = "N"
                 GO TO ROT-TOTAL.
           MOVE GRD-PAI    TO DETCODIGO
           MOVE DESCRICAO  TO DETDESC
           MOVE W-GTOTEST  TO DETESTOQUE
           MOVE W-GTOTMIN  TO DETMINIMO
           ADD 1 TO W-QTDALERTA
           COMPUTE LIN = CONLIN + 5
           DISPLAY (LIN, 01) DET2
           ADD 1 TO CONLIN
           MOVE SPACES TO DET3
           MOVE "TAMANHO" TO DET3TXT
           MOVE ZEROS TO W-GT.
       GRD-CAB.
           ADD 1 TO W-GT
           IF W-GT NOT > GRD-QTDTAM
              MOVE GRD-TAM (W-GT) TO DET3TAM (W-GT)
              GO TO GRD-CAB.
           COMPUTE LIN = CONLIN + 5
           DISPLAY (LIN, 01) DET3
           ADD 1 TO CONLIN
           MOVE ZEROS TO W-GC.
       GRD-LCOR.
           ADD 1 TO W-GC
           IF W-GC > GRD-QTDCOR
              GO TO GRD-RD.
           MOVE SPACES TO DET4
           MOVE GRD-COR (W-GC) TO DET4COR
           MOVE ZEROS TO W-GT.
       GRD-LCEL.
           ADD 1 TO W-GT
           IF W-GT > GRD-QTDTAM
              GO TO GRD-LLIN.
           IF W-GRDEXI (W-GC, W-GT) = "S"
              MOVE W-GRDEST (W-GC, W-GT) TO DET4QTD (W-GT)
              MOVE W-GRDALR (W-GC, W-GT) TO DET4ALR (W-GT).
           GO TO GRD-LCEL.
       GRD-LLIN.
           COMPUTE LIN = CONLIN + 5
           DISPLAY (LIN, 01) DET4
           ADD 1 TO CONLIN
           GO TO GRD-LCOR.

       GRD-CARREGA.
           MOVE "N" TO W-GALERTA
           MOVE ZEROS TO W-GTOTEST W-GTOTMIN W-GC.
       GRD-CARREGA-COR.
           ADD 1 TO W-GC
           IF W-GC > GRD-QTDCOR
              GO TO GRD-CARREGA-FIM.
           MOVE ZEROS TO W-GT.
       GRD-CARREGA-TAM.
           ADD 1 TO W-GT
           IF W-GT > GRD-QTDTAM
              GO TO GRD-CARREGA-COR.
           MOVE "N"    TO W-GRDEXI (W-GC, W-GT)
           MOVE ZEROS  TO W-GRDEST (W-GC, W-GT)
           MOVE SPACES TO W-GRDALR (W-GC, W-GT)
           MOVE GRD-PAI TO VAR-PAI
           MOVE W-GC    TO VAR-IXCOR
           MOVE W-GT    TO VAR-IXTAM
           READ ARQVAR
           IF ST-ERRO2 NOT = "00"
              GO TO GRD-CARREGA-TAM.
           MOVE VAR-CODIGO TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO GRD-CARREGA-TAM.
           MOVE "S"     TO W-GRDEXI (W-GC, W-GT)
           MOVE ESTOQUE TO W-GRDEST (W-GC, W-GT)
           ADD ESTOQUE    TO W-GTOTEST
           ADD MINESTOQUE TO W-GTOTMIN
           IF ESTOQUE < MINESTOQUE
              MOVE "*" TO W-GRDALR (W-GC, W-GT)
              MOVE "S" TO W-GALERTA.
           GO TO GRD-CARREGA-TAM.
       GRD-CARREGA-FIM.
           EXIT.

       GRD-SOL.
           MOVE "S" TO W-OPCAO
           IF W-BATCH = "S"
              GO TO GRD-SOL-NOVA.
           DISPLAY (23, 13) " *** CONTINUA LISTAGEM : . ***"
           ACCEPT  (23, 40) W-OPCAO  WITH UPDATE
           IF W-OPCAO = "N"
              GO TO GRD-SOL-FIM.
           IF W-OPCAO NOT = "S"
              MOVE "*** DIGITE S=SIM   N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRD-SOL.
           DISPLAY TCONPRO.
       GRD-SOL-NOVA.
           MOVE 01 TO CONLIN.
       GRD-SOL-FIM.
           EXIT.

       ROT-TOTAL.
           DISPLAY (21, 01) LIMPA
           IF W-QTDALERTA = ZEROS
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQPRO.
           IF W-GRDOK = "S"
              CLOSE ARQGRADE ARQVAR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
