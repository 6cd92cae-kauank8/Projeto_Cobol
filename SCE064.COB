                    RECORD KEY   IS CUS-CODIGO
                    FILE STATUS  IS ST-ERRO2.

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

           SELECT RELVAL ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
          03 CUS-CODIGO        PIC 9(06).
          03 CUS-CUSTOMED      PIC 9(06)V9(04).
          03 CUS-DTATU         PIC 9(08).
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
       FD RELVAL
               LABEL RECORD IS STANDARD.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-GRDOK       PIC X(01) VALUE "N".
       01 W-VISGRD      PIC X(01) VALUE "N".
       01 W-GQTD        PIC 9(06) VALUE ZEROS.
       01 W-GQTDTOT     PIC 9(08) VALUE ZEROS.
       01 W-GVALTOT     PIC 9(12)V99 VALUE ZEROS.
       01 W-GC          PIC 9(02) COMP VALUE ZEROS.
       01 W-GT          PIC 9(02) COMP VALUE ZEROS.
       01 W-GRDTAB.
          03 W-GRDLIN OCCURS 6 TIMES.
             05 W-GRDVAL    PIC 9(12)V99.
             05 W-GRDQTD    PIC 9(06) OCCURS 8 TIMES.

      *-----------------------------------------------------------------
      *
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-GRDCAB.
          03 FILLER       PIC X(08) VALUE "  GRADE ".
          03 GCABCOD      PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 GCABDESC     PIC X(30) VALUE SPACES.
          03 FILLER       PIC X(07) VALUE "  QTD: ".
          03 GCABQTD      PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(09) VALUE "  VALOR: ".
          03 GCABVAL      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-GRDTAM.
          03 FILLER       PIC X(04).
          03 GTAMTXT      PIC X(10).
          03 GTAMCEL OCCURS 8 TIMES.
             05 FILLER    PIC X(04).
             05 GTAMTAM   PIC X(04).
          03 FILLER       PIC X(02).
          03 GTAMVAL      PIC X(14).

       01 REL-GRDLIN.
          03 FILLER       PIC X(04).
          03 GLINCOR      PIC X(10).
          03 GLINCEL OCCURS 8 TIMES.
             05 FILLER    PIC X(02).
             05 GLINQTD   PIC ZZZZZ9.
          03 FILLER       PIC X(02).
          03 GLINVAL      PIC ZZZ.ZZZ.ZZ9,99.

       SCREEN SECTION.
       01  TSCE064.
           05  BLANK SCREEN.
           ELSE
              MOVE "N" TO W-CUSOK.

       ABRE-GRADE.
           OPEN INPUT ARQGRADE
           IF ST-ERRO2 = "00"
              OPEN INPUT ARQVAR
              IF ST-ERRO2 = "00"
                 MOVE "S" TO W-GRDOK
              ELSE
                 CLOSE ARQGRADE
                 MOVE "N" TO W-GRDOK
           ELSE
              MOVE "N" TO W-GRDOK.

       R1.
           DISPLAY (05, 10) "CONFIRMA A VALORIZACAO? (S/N): ".
           ACCEPT (05, 42) DADOS
           IF DADOS NOT = "S" AND "s"
              GO TO R1.

       R1A.
           MOVE "N" TO W-VISGRD
           IF W-GRDOK NOT = "S"
              GO TO ABRE-REL.
       R1B.
           DISPLAY (07, 10)
            "INCLUI RESUMO POR GRADE TAMANHO/COR? (S/N): ".
           ACCEPT (07, 55) W-VISGRD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-VISGRD = "s"
              MOVE "S" TO W-VISGRD.
           IF W-VISGRD = "n"
              MOVE "N" TO W-VISGRD.
           IF W-VISGRD NOT = "S" AND "N"
              MOVE "DIGITE S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.

       ABRE-REL.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE "TOTAL GERAL DO ESTOQUE ...........:" TO TOTTXT
           MOVE W-TOTGERAL TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           IF W-VISGRD = "S"
              PERFORM GRD-REL THRU GRD-REL-FIM.
           CLOSE RELVAL
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ******************************
      * RESUMO POR GRADE: TOTAL DO  *
      * PAI E QUANTIDADE POR COR E  *
      * TAMANHO                     *
      ******************************
      *
       GRD-REL.
           MOVE ZEROS TO GRD-PAI
           START ARQGRADE KEY IS NOT LESS GRD-PAI INVALID KEY
                 GO TO GRD-REL-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  RESUMO POR GRADE TAMANHO/COR" TO LINHA-REL
           WRITE LINHA-REL.
       GRD-REL-RD.
           READ ARQGRADE NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO GRD-REL-FIM.
           MOVE ZEROS TO W-GQTDTOT W-GVALTOT W-GC.
       GRD-REL-COR.
           ADD 1 TO W-GC
           IF W-GC > GRD-QTDCOR
              GO TO GRD-REL-IMP.
           MOVE ZEROS TO W-GRDVAL (W-GC) W-GT.
       GRD-REL-TAM.
           ADD 1 TO W-GT
           IF W-GT > GRD-QTDTAM
              GO TO GRD-REL-COR.
           MOVE ZEROS TO W-GRDQTD (W-GC, W-GT)
           MOVE GRD-PAI TO VAR-PAI
           MOVE W-GC    TO VAR-IXCOR
           MOVE W-GT    TO VAR-IXTAM
           READ ARQVAR
           IF ST-ERRO2 NOT = "00"
              GO TO GRD-REL-TAM.
           MOVE VAR-CODIGO TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO GRD-REL-TAM.
           PERFORM ROT-CUSTO THRU ROT-CUSTO-FIM
           PERFORM GRD-QTDPROD THRU GRD-QTDPROD-FIM
           COMPUTE W-VLPROD ROUNDED = W-GQTD * W-CUSTO
           MOVE W-GQTD TO W-GRDQTD (W-GC, W-GT)
           ADD W-VLPROD TO W-GRDVAL (W-GC) W-GVALTOT
           ADD W-GQTD   TO W-GQTDTOT
           GO TO GRD-REL-TAM.

       GRD-REL-IMP.
           MOVE GRD-PAI TO CODIGO GCABCOD
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE DESCRICAO TO GCABDESC
           ELSE
              MOVE SPACES TO GCABDESC.
           MOVE W-GQTDTOT TO GCABQTD
           MOVE W-GVALTOT TO GCABVAL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-GRDCAB
           MOVE SPACES TO REL-GRDTAM
           MOVE "TAMANHO" TO GTAMTXT
           MOVE "         VALOR" TO GTAMVAL
           MOVE ZEROS TO W-GT.
       GRD-REL-CAB.
           ADD 1 TO W-GT
           IF W-GT NOT > GRD-QTDTAM
              MOVE GRD-TAM (W-GT) TO GTAMTAM (W-GT)
              GO TO GRD-REL-CAB.
           WRITE LINHA-REL FROM REL-GRDTAM
           ADD 2 TO W-QTDLIN
           MOVE ZEROS TO W-GC.
       GRD-REL-LIN.
           ADD 1 TO W-GC
           IF W-GC > GRD-QTDCOR
              GO TO GRD-REL-RD.
           MOVE SPACES TO REL-GRDLIN
           MOVE GRD-COR (W-GC) TO GLINCOR
           MOVE W-GRDVAL (W-GC) TO GLINVAL
           MOVE ZEROS TO W-GT.
       GRD-REL-CEL.
           ADD 1 TO W-GT
           IF W-GT NOT > GRD-QTDTAM
              MOVE W-GRDQTD (W-GC, W-GT) TO GLINQTD (W-GT)
              GO TO GRD-REL-CEL.
           WRITE LINHA-REL FROM REL-GRDLIN
           ADD 1 TO W-QTDLIN
           GO TO GRD-REL-LIN.
       GRD-REL-FIM.
           EXIT.

       GRD-QTDPROD.
           MOVE ZEROS TO W-GQTD
           MOVE "N" TO W-TEMSLD
           IF W-SLDOK NOT = "S"
              GO TO GRD-QTDPROD-EST.
           MOVE CODIGO TO SLD-CODIGO
           MOVE ZEROS  TO SLD-LOCAL
           START ARQSLD KEY IS NOT LESS SLD-CHAVE INVALID KEY
                 GO TO GRD-QTDPROD-EST.
       GRD-QTDPROD-RD.
           READ ARQSLD NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO GRD-QTDPROD-EST.
           IF SLD-CODIGO NOT = CODIGO
              GO TO GRD-QTDPROD-EST.
           MOVE "S" TO W-TEMSLD
           ADD SLD-ESTOQUE TO W-GQTD
           GO TO GRD-QTDPROD-RD.
       GRD-QTDPROD-EST.
           IF W-TEMSLD = "N"
              MOVE ESTOQUE TO W-GQTD.
       GRD-QTDPROD-FIM.
           EXIT.

       GRAVA-SPOOL.
           OPEN I-O ARQSPOOL
           IF ST-ERRO5 NOT = "00"
              CLOSE ARQSLD.
           IF W-CUSOK = "S"
              CLOSE ARQCUSTO.
           IF W-GRDOK = "S"
              CLOSE ARQGRADE ARQVAR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
