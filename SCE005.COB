                    RECORD KEY   IS TAB-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCAMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCAMPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPI-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IL-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQITKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS KX-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
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

           SELECT ARQRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS RES-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RES-CODPROD
                                   WITH DUPLICATES.

           SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 TAB-PRECO         PIC 9(06)V99.
          03 TAB-DTINI         PIC 9(08).
          03 TAB-DTFIM         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCAMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMP.DAT".
       01 REGCAMP.
          03 CMP-CODIGO        PIC 9(04).
          03 CMP-DESCR         PIC X(30).
          03 CMP-DTINI         PIC 9(08).
          03 CMP-DTFIM         PIC 9(08).
          03 CMP-TPPROD        PIC 9(01).
          03 CMP-REGRA         PIC X(01).
          03 CMP-PRECO         PIC 9(06)V99.
          03 CMP-PERC          PIC 9(02)V99.
          03 CMP-LEVE          PIC 9(03).
          03 CMP-PAGUE         PIC 9(03).
          03 CMP-STATUS        PIC X(01).
      *-----------------------------------------------------------------
       FD ARQCAMPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMPI.DAT".
       01 REGCAMPI.
          03 CMPI-CHAVE.
             05 CMPI-CODIGO    PIC 9(04).
             05 CMPI-CODPROD   PIC 9(06).
          03 CMPI-PRECO        PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD ARQPAR
               LABEL RECORD IS STANDARD
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
       FD ARQKIT
               LABEL RECORD IS STANDARD
             05 KIT-PAI        PIC 9(06).
             05 KIT-COMP       PIC 9(06).
          03 KIT-QTD           PIC 9(03)V9(03).
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
       FD ARQCPG
               LABEL RECORD IS STANDARD
       01 W-PROXOK      PIC X(01) VALUE "N".
       01 W-CLIXOK      PIC X(01) VALUE "N".
       01 W-TABOK       PIC X(01) VALUE "N".
       01 W-CMPOK       PIC X(01) VALUE "N".
       01 W-CMPIOK      PIC X(01) VALUE "N".
       01 W-CMPCOD      PIC 9(04) VALUE ZEROS.
       01 W-CMPQTD      PIC X(01) VALUE "N".
       01 W-CMPNOPED    PIC X(01) VALUE "N".
       01 W-CMPTP       PIC 9(01) VALUE ZEROS.
       01 W-CMPCAND     PIC 9(06)V99 VALUE ZEROS.
       01 W-CMPMELHOR   PIC 9(06)V99 VALUE ZEROS.
       01 W-CMPGRATIS   PIC 9(06) VALUE ZEROS.
       01 W-PRECOLISTA  PIC 9(06)V99 VALUE ZEROS.
       01 W-PRECOBASE   PIC 9(06)V99 VALUE ZEROS.
       01 W-DESCCMP     PIC 9(02)V99 VALUE ZEROS.
       01 W-FDFUNC      PIC X(01) VALUE SPACES.
       01 W-FDCPF       PIC 9(14) VALUE ZEROS.
       01 W-FDVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-FDORIGEM    PIC X(02) VALUE SPACES.
       01 W-FDDOC       PIC X(10) VALUE SPACES.
       01 W-FDPONTOS    PIC 9(08) VALUE ZEROS.
       01 W-FDSALDO     PIC 9(08) VALUE ZEROS.
       01 W-FDRET       PIC X(02) VALUE SPACES.
       01 W-APFUNC      PIC X(01) VALUE SPACES.
       01 W-APVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-APORIGEM    PIC X(08) VALUE "SCE005".
       01 W-APTITST     PIC X(01) VALUE "B".
       01 W-APRET       PIC X(02) VALUE SPACES.
       01 W-CTFUNC      PIC X(01) VALUE SPACES.
       01 W-CTQTD       PIC 9(08) VALUE ZEROS.
       01 W-CTORIGEM    PIC X(08) VALUE "SCE005".
       01 W-CTRET       PIC X(02) VALUE SPACES.
       01 W-BOQTD       PIC 9(06) VALUE ZEROS.
       01 W-VENOK       PIC X(01) VALUE "N".
       01 W-VENDEDOR    PIC 9(04) VALUE ZEROS.
       01 W-KITCDISP    PIC 9(06) VALUE ZEROS.
       01 W-QTDCOMP     PIC 9(06) VALUE ZEROS.
       01 W-SLDCOMP     PIC 9(06) VALUE ZEROS.
       01 W-KITEST      PIC 9(06) VALUE ZEROS.
       01 W-KITRESTO    PIC 9(06) VALUE ZEROS.
       01 W-LOTEFEFO    PIC X(10) VALUE SPACES.
       01 W-VALFEFO     PIC 9(08) VALUE ZEROS.
       01 W-GRDOK       PIC X(01) VALUE "N".
       01 W-RESST       PIC X(01) VALUE SPACES.
       01 W-GC          PIC 9(02) COMP VALUE ZEROS.
       01 W-GT          PIC 9(02) COMP VALUE ZEROS.
       01 W-GLIN        PIC 9(03) VALUE ZEROS.
       01 W-GCOL        PIC 9(03) VALUE ZEROS.
       01 W-GQTDADD     PIC 9(03) VALUE ZEROS.
       01 W-BRANCO      PIC X(79) VALUE SPACES.
       01 W-GRDTAB.
          03 W-GRDLIN OCCURS 6 TIMES.
             05 W-GRDCEL OCCURS 8 TIMES.
                07 W-GRDCOD  PIC 9(06).
                07 W-GRDQTD  PIC 9(04).
       01 W-ITLOTES.
          03 W-ITLOTE   PIC X(10) OCCURS 30 TIMES.
       01 W-TRANSP      PIC 9(04) VALUE ZEROS.
           ELSE
              MOVE "N" TO W-TABOK.

        ABRE-CAMP.
           OPEN INPUT ARQCAMP
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CMPOK
           ELSE
              MOVE "N" TO W-CMPOK.
           OPEN INPUT ARQCAMPI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CMPIOK
           ELSE
              MOVE "N" TO W-CMPIOK.

        ABRE-PAR.
           OPEN INPUT ARQPAR
           IF ST-ERRO2 = "00"
              READ ARQPAR
              IF ST-ERRO2 = "00"
                 MOVE PAR-VALOR TO W-DESCMAX.
           MOVE ZEROS TO W-DESCCMP
           IF W-PAROK = "S"
              MOVE "DESCCAMP" TO PAR-ID
              READ ARQPAR
              IF ST-ERRO2 = "00"
                 MOVE PAR-VALOR TO W-DESCCMP.
           MOVE ZEROS TO W-DIASBLQ
           IF W-PAROK = "S"
              MOVE "DIASATR " TO PAR-ID
           ELSE
              MOVE "N" TO W-KITOK.

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

        ABRE-RES.
           OPEN I-O ARQRES
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQRES
                 CLOSE ARQRES
                 OPEN I-O ARQRES
              ELSE
                 MOVE "ERRO NA ABERTURA DAS RESERVAS DE ESTOQUE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

        ABRE-LOTE.
           OPEN I-O ARQLOTE
           IF ST-ERRO NOT = "00"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

        ABRE-ITKIT.
           OPEN I-O ARQITKIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQITKIT
                 CLOSE ARQITKIT
                 OPEN I-O ARQITKIT
              ELSE
                 MOVE "ERRO NA ABERTURA DOS KITS POR ITEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

        ABRE-TRA.
           OPEN INPUT ARQTRA
           IF ST-ERRO2 = "00"
           MOVE 01 TO W-LOCAL
           MOVE ZEROS TO W-DESCPC W-TOTBRUTO W-VENDEDOR W-QTDOVR
           MOVE ZEROS TO W-TRANSP W-VLFRETE
           MOVE "N" TO W-CMPNOPED
           MOVE "A" TO PED-STATUS.

       RTELA.
                   MOVE CPFCNPJ TO FORNECEDOR
                DISPLAY TELAPED.

           IF W-GRDOK = "S"
              MOVE CODPROD TO GRD-PAI
              READ ARQGRADE
              IF ST-ERRO2 = "00"
                 GO TO GRD-001.
           PERFORM ROT-PRECO THRU ROT-PRECO-FIM.
           IF W-SEL = 0
              PERFORM GRAVA-CHECK THRU GRAVA-CHECK-FIM.
       F4-PROD-FIM.
           EXIT.

      *
      ******************************
      * DIGITACAO POR GRADE         *
      * (TAMANHO X COR)             *
      ******************************
      *
       GRD-001.
           PERFORM GRD-CARREGA THRU GRD-CARREGA-FIM
           PERFORM GRD-LIMPA THRU GRD-LIMPA-FIM
           DISPLAY (12, 01) "GRADE:"
           DISPLAY (12, 08) CODPROD
           DISPLAY (12, 15) PRODESC
           DISPLAY (13, 01) "COR/TAM"
           MOVE ZEROS TO W-GT.
       GRD-CAB.
           ADD 1 TO W-GT
           IF W-GT > GRD-QTDTAM
              GO TO GRD-LINHAS0.
           COMPUTE W-GCOL = 13 + (W-GT - 1) * 7
           DISPLAY (13, W-GCOL) GRD-TAM (W-GT)
           GO TO GRD-CAB.
       GRD-LINHAS0.
           MOVE ZEROS TO W-GC.
       GRD-LINHAS.
           ADD 1 TO W-GC
           IF W-GC > GRD-QTDCOR
              GO TO GRD-QTD0.
           COMPUTE W-GLIN = 13 + W-GC
           DISPLAY (W-GLIN, 01) GRD-COR (W-GC)
           MOVE ZEROS TO W-GT.
       GRD-CELULA.
           ADD 1 TO W-GT
           IF W-GT > GRD-QTDTAM
              GO TO GRD-LINHAS.
           COMPUTE W-GCOL = 13 + (W-GT - 1) * 7
           IF W-GRDCOD (W-GC, W-GT) = ZEROS
              DISPLAY (W-GLIN, W-GCOL) "----"
           ELSE
              DISPLAY (W-GLIN, W-GCOL) W-GRDQTD (W-GC, W-GT).
           GO TO GRD-CELULA.

       GRD-QTD0.
           DISPLAY (20, 01) "QUANTIDADE POR COR/TAMANHO - ESC=CANCELA"
           MOVE 1 TO W-GC
           MOVE ZEROS TO W-GT.
       GRD-QTD.
           ADD 1 TO W-GT
           IF W-GT > GRD-QTDTAM
              ADD 1 TO W-GC
              MOVE 1 TO W-GT.
           IF W-GC > GRD-QTDCOR
              GO TO GRD-CONF.
           IF W-GRDCOD (W-GC, W-GT) = ZEROS
              GO TO GRD-QTD.
           COMPUTE W-GLIN = 13 + W-GC
           COMPUTE W-GCOL = 13 + (W-GT - 1) * 7
           ACCEPT (W-GLIN, W-GCOL) W-GRDQTD (W-GC, W-GT) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO GRD-CANCELA.
           GO TO GRD-QTD.

       GRD-CONF.
           DISPLAY (20, 01) W-BRANCO
           DISPLAY (20, 01) "CONFIRMA OS ITENS DA GRADE? (S/N): "
           ACCEPT (20, 37) W-MAIS
           IF W-MAIS = "N" OR "n"
              GO TO GRD-CANCELA.
           IF W-MAIS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRD-CONF.
           MOVE ZEROS TO W-GC W-GQTDADD.
       GRD-ADD-COR.
           ADD 1 TO W-GC
           IF W-GC > GRD-QTDCOR
              GO TO GRD-FIM.
           MOVE ZEROS TO W-GT.
       GRD-ADD-TAM.
           ADD 1 TO W-GT
           IF W-GT > GRD-QTDTAM
              GO TO GRD-ADD-COR.
           IF W-GRDCOD (W-GC, W-GT) = ZEROS OR
              W-GRDQTD (W-GC, W-GT) = ZEROS
              GO TO GRD-ADD-TAM.
           IF W-QTDITENS NOT < 30
              MOVE "LIMITE DE ITENS DO PEDIDO ATINGIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRD-FIM.
           PERFORM GRD-ITEM THRU GRD-ITEM-FIM
           GO TO GRD-ADD-TAM.

       GRD-FIM.
           PERFORM GRD-LIMPA THRU GRD-LIMPA-FIM
           DISPLAY TELAPED
           IF W-GQTDADD = ZEROS
              GO TO ITM-NOVO.
           IF W-SEL = 0
              PERFORM GRAVA-CHECK THRU GRAVA-CHECK-FIM.
           GO TO ITM-MAIS.

       GRD-CANCELA.
           PERFORM GRD-LIMPA THRU GRD-LIMPA-FIM
           DISPLAY TELAPED
           GO TO R4.

       GRD-ITEM.
           MOVE W-GRDCOD (W-GC, W-GT) TO CODPROD
           MOVE CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO GRD-ITEM-FIM.
           MOVE DESCRICAO TO PRODESC
           MOVE PRECO TO PRECOUN
           MOVE W-GRDQTD (W-GC, W-GT) TO QUANTIDADE
           PERFORM ROT-ESTDISP THRU ROT-ESTDISP-FIM
           IF TIPEDIDO = 2 AND QUANTIDADE > W-ESTDISP
              MOVE SPACES TO MENS
              STRING "SEM ESTOQUE: " DESCRICAO
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRD-ITEM-FIM.
           PERFORM ROT-PRECO THRU ROT-PRECO-FIM
           MOVE SPACES TO W-LOTE
           IF TIPEDIDO = 2
              PERFORM ROT-FEFO THRU ROT-FEFO-FIM
              MOVE W-LOTEFEFO TO W-LOTE.
           PERFORM ITM-GRAVA THRU ITM-GRAVA-FIM
           ADD 1 TO W-GQTDADD.
       GRD-ITEM-FIM.
           EXIT.

       GRD-CARREGA.
           MOVE ZEROS TO W-GC.
       GRD-CARREGA-COR.
           ADD 1 TO W-GC
           IF W-GC > 6
              GO TO GRD-CARREGA-FIM.
           MOVE ZEROS TO W-GT.
       GRD-CARREGA-TAM.
           ADD 1 TO W-GT
           IF W-GT > 8
              GO TO GRD-CARREGA-COR.
           MOVE ZEROS TO W-GRDCOD (W-GC, W-GT) W-GRDQTD (W-GC, W-GT)
           IF W-GC > GRD-QTDCOR OR W-GT > GRD-QTDTAM
              GO TO GRD-CARREGA-TAM.
           MOVE GRD-PAI TO VAR-PAI
           MOVE W-GC    TO VAR-IXCOR
           MOVE W-GT    TO VAR-IXTAM
           READ ARQVAR
           IF ST-ERRO2 = "00"
              MOVE VAR-CODIGO TO W-GRDCOD (W-GC, W-GT).
           GO TO GRD-CARREGA-TAM.
       GRD-CARREGA-FIM.
           EXIT.

       GRD-LIMPA.
           MOVE 12 TO W-GLIN.
       GRD-LIMPA-LIN.
           DISPLAY (W-GLIN, 01) W-BRANCO
           ADD 1 TO W-GLIN
           IF W-GLIN < 21
              GO TO GRD-LIMPA-LIN.
       GRD-LIMPA-FIM.
           EXIT.

       R6.
           ACCEPT TQUANTIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM ROT-BACKORDER THRU ROT-BACKORDER-FIM
               GO TO R6.
           IF TIPEDIDO = 2 AND W-CMPQTD = "S"
              PERFORM ROT-CAMPANHA THRU ROT-CAMPANHA-FIM.
       R6LOTE.
           MOVE SPACES TO W-LOTE
           IF TIPEDIDO = 2
                 ADD 1 TO W-QTDOVR
                 MOVE CODPROD TO W-OVRCOD (W-QTDOVR).
           IF TIPEDIDO = 2
              IF W-CMPCOD = ZEROS OR PRECOUN NOT = W-PRECOSUG
                 PERFORM CHECA-MARGEM THRU CHECA-MARGEM-FIM
                 IF W-MARGOK = "N"
                    GO TO R6A.

       R7.
           PERFORM ITM-GRAVA THRU ITM-GRAVA-FIM
           DISPLAY TELAPED.

           IF W-SEL = 0
              MOVE ZEROS TO W-DESCPC
              DISPLAY TDESCPC
              GO TO R8DESC.
           IF W-CMPNOPED = "S" AND W-DESCPC > W-DESCCMP
              MOVE "PEDIDO COM ITEM EM CAMPANHA: DESCONTO LIMITADO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE W-DESCCMP TO W-DESCPC
              DISPLAY TDESCPC
              GO TO R8DESC.
           COMPUTE TOTAL ROUNDED =
              W-TOTBRUTO - (W-TOTBRUTO * W-DESCPC / 100)
           DISPLAY TTOTAL.
           MOVE W-ITPRECO (1)   TO PRECOUN
           IF TIPEDIDO = 1
              MOVE "P" TO PED-STATUS
              PERFORM APV-VERIFICA THRU APV-VERIFICA-FIM
           ELSE
              MOVE "S" TO PED-STATUS.
           PERFORM WR-PED THRU WR-PED-FIM.
           PERFORM GRAVA-PEDX THRU GRAVA-PEDX-FIM
           PERFORM GRAVA-TITULOS THRU GRAVA-TITULOS-FIM
           IF TIPEDIDO = 2
              PERFORM GRAVA-EST THRU GRAVA-EST-FIM
              PERFORM FID-CREDITA THRU FID-CREDITA-FIM.
           PERFORM ATUALIZA-DIA THRU ATUALIZA-DIA-FIM
           MOVE "INCLUSAO" TO LOG-OPERACAO
           MOVE REGPED TO W-IMGNOV
           MOVE CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM LOG-OVERRIDES THRU LOG-OVERRIDES-FIM
           PERFORM APAGA-JRN THRU APAGA-JRN-FIM
           IF PED-STATUS = "E"
              PERFORM APV-REGISTRA THRU APV-REGISTRA-FIM.
           IF W-SEL = 0
              PERFORM APAGA-CHECK THRU APAGA-CHECK-FIM
           GO TO R1.
           EXIT.

       GRAVA-ITENS-VDA.
           PERFORM RES-GRAVA THRU RES-GRAVA-FIM
           MOVE W-ITCODPROD (W-IX) TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
       GRAVA-ITENS-VDA-FIM.
           EXIT.

       RES-GRAVA.
           MOVE NUMPEDIDO          TO RES-NUMPED
           MOVE TIPEDIDO           TO RES-TIPEDIDO
           MOVE W-IX               TO RES-SEQ
           MOVE W-ITCODPROD (W-IX) TO RES-CODPROD
           MOVE W-LOCAL            TO RES-LOCAL
           MOVE W-ITQTD (W-IX)     TO RES-QTD
           MOVE "A"                TO RES-STATUS
           ACCEPT RES-DTRES FROM DATE YYYYMMDD
           MOVE ZEROS              TO RES-DTBAIXA
           WRITE REGRES
           IF ST-ERRO NOT = "00"
              REWRITE REGRES.
       RES-GRAVA-FIM.
           EXIT.

       RES-LIBERA.
           MOVE NUMPEDIDO TO RES-NUMPED
           MOVE TIPEDIDO  TO RES-TIPEDIDO
           MOVE ZEROS     TO RES-SEQ
           START ARQRES KEY IS NOT LESS RES-CHAVE INVALID KEY
                 GO TO RES-LIBERA-FIM.
       RES-LIBERA-RD.
           READ ARQRES NEXT
           IF ST-ERRO NOT = "00"
              GO TO RES-LIBERA-FIM.
           IF RES-NUMPED NOT = NUMPEDIDO OR
              RES-TIPEDIDO NOT = TIPEDIDO
              GO TO RES-LIBERA-FIM.
           IF RES-STATUS NOT = "A"
              GO TO RES-LIBERA-RD.
           MOVE W-RESST TO RES-STATUS
           ACCEPT RES-DTBAIXA FROM DATE YYYYMMDD
           REWRITE REGRES
           GO TO RES-LIBERA-RD.
       RES-LIBERA-FIM.
           EXIT.

       KIT-BAIXA.
           PERFORM KIT-ESTPROPRIO THRU KIT-ESTPROPRIO-FIM
           IF W-KITRESTO = ZEROS
              GO TO KIT-BAIXA-FIM.
           MOVE W-ITCODPROD (W-IX) TO KIT-PAI
           MOVE ZEROS  TO KIT-COMP
           START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO KIT-BAIXA-FIM.
              GO TO KIT-BAIXA-FIM.
           IF KIT-PAI NOT = W-ITCODPROD (W-IX)
              GO TO KIT-BAIXA-FIM.
           COMPUTE W-QTDCOMP ROUNDED = W-KITRESTO * KIT-QTD
           IF W-QTDCOMP = ZEROS
              GO TO KIT-BAIXA-RD.
           MOVE KIT-COMP TO CODIGO
       KIT-BAIXA-FIM.
           EXIT.

       KIT-ESTPROPRIO.
           MOVE CODIGO  TO SLD-CODIGO
           MOVE W-LOCAL TO SLD-LOCAL
           READ ARQSLD
           IF ST-ERRO = "00"
              MOVE SLD-ESTOQUE TO W-KITEST
           ELSE
              IF W-LOCAL = 01
                 MOVE ESTOQUE TO W-KITEST
              ELSE
                 MOVE ZEROS TO W-KITEST.
           IF W-KITEST > W-ITQTD (W-IX)
              MOVE W-ITQTD (W-IX) TO W-KITEST.
           COMPUTE W-KITRESTO = W-ITQTD (W-IX) - W-KITEST
           MOVE NUMPEDIDO TO KX-NUMPEDIDO
           MOVE TIPEDIDO  TO KX-TIPEDIDO
           MOVE W-IX      TO KX-SEQ
           MOVE W-KITEST  TO KX-QTDEST
           WRITE REGITKIT
           IF ST-ERRO NOT = "00"
              REWRITE REGITKIT.
           IF W-KITEST = ZEROS
              GO TO KIT-ESTPROPRIO-FIM.
           MOVE ESTOQUE TO W-SLDBASE
           IF ESTOQUE NOT < W-KITEST
              SUBTRACT W-KITEST FROM ESTOQUE
           ELSE
              MOVE ZEROS TO ESTOQUE.
           REWRITE REGPRO
           MOVE "S" TO W-SLDOP
           MOVE W-KITEST TO W-SLDQTD
           PERFORM SLD-ATUALIZA THRU SLD-ATUALIZA-FIM.
       KIT-ESTPROPRIO-FIM.
           EXIT.

       CHECA-ESTFINAL.
           MOVE "S" TO W-ESTOKF
           IF TIPEDIDO NOT = 2
              MOVE W-VLPARC TO TIT-VALOR
              MOVE W-VLPARC TO TIT-SALDO.
           MOVE "A" TO TIT-STATUS
           IF TIPEDIDO = 1
              MOVE "B" TO TIT-STATUS.
           MOVE W-FILIAL  TO TIT-FILIAL
           WRITE REGTIT
           IF ST-ERRO NOT = "00"
           MOVE W-VCTO TO TIT-VENCTO
           MOVE TIT-VALOR TO TIT-SALDO
           MOVE "A" TO TIT-STATUS
           IF TIPEDIDO = 1
              MOVE "B" TO TIT-STATUS.
           MOVE W-FILIAL  TO TIT-FILIAL
           WRITE REGTIT
           IF ST-ERRO NOT = "00"
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              GO TO CHECA-TITPAGO-FIM.
           IF TIT-STATUS = "L" OR TIT-STATUS = "P"
              MOVE "N" TO W-TITOK
              GO TO CHECA-TITPAGO-FIM.
           IF TIT-STATUS = "A" AND TIT-SALDO < TIT-VALOR
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              GO TO CANCELA-TITULOS-FIM.
           IF TIT-STATUS = "A" OR TIT-STATUS = "B"
              MOVE "C" TO TIT-STATUS
              REWRITE REGTIT.
           GO TO CANCELA-TITULOS-LOOP.
       CANCELA-TITULOS-FIM.
           EXIT.

      *
      ******************************
      * PONTOS DE FIDELIDADE DA     *
      * VENDA (CREDITO E ESTORNO)   *
      ******************************
      *
       FID-CREDITA.
           IF TIPEDIDO NOT = 2 OR CLIENTE = ZEROS OR TOTAL = ZEROS
              GO TO FID-CREDITA-FIM.
           MOVE "C"      TO W-FDFUNC
           MOVE CLIENTE  TO W-FDCPF
           MOVE TOTAL    TO W-FDVALOR
           MOVE "PV"     TO W-FDORIGEM
           MOVE SPACES   TO W-FDDOC
           STRING NUMPEDIDO "2" DELIMITED BY SIZE INTO W-FDDOC
           CALL "SCE116" USING W-FDFUNC W-FDCPF W-FDVALOR W-FDORIGEM
                               W-FDDOC W-OPERADOR W-FDPONTOS W-FDSALDO
                               W-FDRET.
       FID-CREDITA-FIM.
           EXIT.

       FID-ESTORNA.
           IF TIPEDIDO NOT = 2
              GO TO FID-ESTORNA-FIM.
           MOVE W-IMGSAVE (14:14) TO W-FDCPF
           IF W-FDCPF = ZEROS
              GO TO FID-ESTORNA-FIM.
           MOVE "X"      TO W-FDFUNC
           MOVE ZEROS    TO W-FDVALOR
           MOVE "CN"     TO W-FDORIGEM
           MOVE SPACES   TO W-FDDOC
           STRING NUMPEDIDO "2" DELIMITED BY SIZE INTO W-FDDOC
           CALL "SCE116" USING W-FDFUNC W-FDCPF W-FDVALOR W-FDORIGEM
                               W-FDDOC W-OPERADOR W-FDPONTOS W-FDSALDO
                               W-FDRET.
       FID-ESTORNA-FIM.
           EXIT.

      *
      ******************************
      * ALCADA DE APROVACAO DOS     *
      * PEDIDOS DE COMPRA           *
      ******************************
      *
       APV-VERIFICA.
           MOVE "V"   TO W-APFUNC
           MOVE TOTAL TO W-APVALOR
           CALL "SCE119" USING W-APFUNC W-OPERADOR NUMPEDIDO W-APVALOR
                               W-APORIGEM W-APTITST W-APRET
           IF W-APRET = "10"
              MOVE "E" TO PED-STATUS.
       APV-VERIFICA-FIM.
           EXIT.

       APV-REGISTRA.
           IF TIPEDIDO NOT = 1
              GO TO APV-REGISTRA-FIM.
           IF PED-STATUS NOT = "E"
              PERFORM APV-RETIRA THRU APV-RETIRA-FIM
              GO TO APV-REGISTRA-FIM.
           MOVE "R"   TO W-APFUNC
           MOVE TOTAL TO W-APVALOR
           CALL "SCE119" USING W-APFUNC W-OPERADOR NUMPEDIDO W-APVALOR
                               W-APORIGEM W-APTITST W-APRET
           MOVE "*** ACIMA DO LIMITE - AGUARDA APROVACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APV-REGISTRA-FIM.
           EXIT.

       APV-RETIRA.
           IF TIPEDIDO NOT = 1
              GO TO APV-RETIRA-FIM.
           MOVE "L"   TO W-APFUNC
           MOVE TOTAL TO W-APVALOR
           CALL "SCE119" USING W-APFUNC W-OPERADOR NUMPEDIDO W-APVALOR
                               W-APORIGEM W-APTITST W-APRET.
       APV-RETIRA-FIM.
           EXIT.

      *
      ******************************
      * CHAMADA DE CONTRATO DE      *
      * FORNECIMENTO                *
      ******************************
      *
       CTR-VERIFICA.
           MOVE "00" TO W-CTRET
           IF TIPEDIDO NOT = 1
              GO TO CTR-VERIFICA-FIM.
           MOVE "V"   TO W-CTFUNC
           MOVE ZEROS TO W-CTQTD
           CALL "SCE122" USING W-CTFUNC W-OPERADOR NUMPEDIDO CODPROD
                               W-CTQTD W-CTORIGEM W-CTRET.
       CTR-VERIFICA-FIM.
           EXIT.

       CTR-ESTORNA.
           IF TIPEDIDO NOT = 1
              GO TO CTR-ESTORNA-FIM.
           MOVE "C"   TO W-CTFUNC
           MOVE ZEROS TO W-CTQTD
           CALL "SCE122" USING W-CTFUNC W-OPERADOR NUMPEDIDO CODPROD
                               W-CTQTD W-CTORIGEM W-CTRET.
       CTR-ESTORNA-FIM.
           EXIT.

       ROT-ESTDISP.
           MOVE CODIGO  TO SLD-CODIGO
           MOVE W-LOCAL TO SLD-LOCAL
                 W-QTDITENS TIMES.
           IF TPPROD = 9 AND W-KITOK = "S"
              PERFORM KIT-DISP THRU KIT-DISP-FIM
              ADD W-KITDISP TO W-ESTDISP.
       ROT-ESTDISP-FIM.
           EXIT.

                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001.
           IF W-OPCAO = "A" OR "a"
              IF PED-STATUS = "T"
                 MOVE "*** PEDIDO ENTREGUE - USAR DEVOLUCAO ***"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001.
           IF W-OPCAO = "A" OR "a"
              IF TIPEDIDO = 2 AND PED-STATUS = "R"
                 MOVE "*** PEDIDO EM ROTA - AGUARDE O RETORNO ***"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001.
           IF W-OPCAO = "A" OR "a"
              IF PED-STATUS = "C"
                 MOVE "*** PEDIDO CANCELADO - NAO ALTERAVEL ***"
              MOVE "*** PEDIDO EXPEDIDO - USAR DEVOLUCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF TIPEDIDO = 2 AND PED-STATUS = "T"
              MOVE "*** PEDIDO ENTREGUE - USAR DEVOLUCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF TIPEDIDO = 2 AND PED-STATUS = "R"
              MOVE "*** PEDIDO EM ROTA - AGUARDE O RETORNO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           PERFORM CHECA-FECH THRU CHECA-FECH-FIM
           IF W-PERFECH = "S"
              MOVE "*** PERIODO CONTABIL FECHADO ***" TO MENS
           IF ST-ERRO = "00" OR "02"
              PERFORM EXC-ESTORNO THRU EXC-ESTORNO-FIM
              PERFORM CANCELA-TITULOS THRU CANCELA-TITULOS-FIM
              PERFORM FID-ESTORNA THRU FID-ESTORNA-FIM
              PERFORM APV-RETIRA THRU APV-RETIRA-FIM
              PERFORM CTR-ESTORNA THRU CTR-ESTORNA-FIM
              MOVE "CANCELADO" TO LOG-OPERACAO
              MOVE W-IMGSAVE TO W-IMGANT
              MOVE REGPED TO W-IMGNOV
           GO TO ROT-FIM.

       EXC-ESTORNO.
           IF TIPEDIDO = 2
              MOVE "C" TO W-RESST
              PERFORM RES-LIBERA THRU RES-LIBERA-FIM.
           MOVE W-LOCAL TO W-LOCALSAV
           MOVE W-LOCALOLD TO W-LOCAL
           MOVE ZEROS TO W-OX.
           MOVE W-LOCALSAV TO W-LOCAL.

       KIT-ESTORNO.
           MOVE W-OLDQTD (W-OX) TO W-KITRESTO
           MOVE NUMPEDIDO TO KX-NUMPEDIDO
           MOVE TIPEDIDO  TO KX-TIPEDIDO
           MOVE W-OX      TO KX-SEQ
           READ ARQITKIT
           IF ST-ERRO = "00"
              MOVE KX-QTDEST TO W-KITEST
              DELETE ARQITKIT RECORD
           ELSE
              MOVE ZEROS TO W-KITEST.
           IF W-KITEST > W-KITRESTO
              MOVE W-KITRESTO TO W-KITEST.
           SUBTRACT W-KITEST FROM W-KITRESTO
           IF W-KITEST > ZEROS
              MOVE ESTOQUE TO W-SLDBASE
              ADD W-KITEST TO ESTOQUE
              REWRITE REGPRO
              MOVE "E" TO W-SLDOP
              MOVE W-KITEST TO W-SLDQTD
              PERFORM SLD-ATUALIZA THRU SLD-ATUALIZA-FIM.
           IF W-KITRESTO = ZEROS
              GO TO KIT-ESTORNO-FIM.
           MOVE W-OLDCODPROD (W-OX) TO KIT-PAI
           MOVE ZEROS TO KIT-COMP
           START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
              GO TO KIT-ESTORNO-FIM.
           IF KIT-PAI NOT = W-OLDCODPROD (W-OX)
              GO TO KIT-ESTORNO-FIM.
           COMPUTE W-QTDCOMP ROUNDED = W-KITRESTO * KIT-QTD
           IF W-QTDCOMP = ZEROS
              GO TO KIT-ESTORNO-RD.
           MOVE KIT-COMP TO CODIGO
              MOVE "S" TO W-SEMMOV
           ELSE
              MOVE "N" TO W-SEMMOV.
           PERFORM CTR-VERIFICA THRU CTR-VERIFICA-FIM
           IF W-CTRET = "10"
              MOVE "PEDIDO DE CHAMADA DE CONTRATO - NAO ALTERAVEL"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM CHECA-TITPAGO THRU CHECA-TITPAGO-FIM
           IF W-TITOK = "N"
              MOVE "PEDIDO COM PARCELAS PAGAS - NAO ALTERAVEL"
           PERFORM GRAVA-PEDX THRU GRAVA-PEDX-FIM
           PERFORM CANCELA-TITULOS THRU CANCELA-TITULOS-FIM
           PERFORM GRAVA-TITULOS THRU GRAVA-TITULOS-FIM
           PERFORM FID-ESTORNA THRU FID-ESTORNA-FIM
           PERFORM FID-CREDITA THRU FID-CREDITA-FIM
           IF TIPEDIDO = 1
              MOVE "P" TO PED-STATUS
              PERFORM APV-VERIFICA THRU APV-VERIFICA-FIM.
           IF TIPEDIDO = 2
              MOVE "S" TO PED-STATUS.
           REWRITE REGPED
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              PERFORM LOG-OVERRIDES THRU LOG-OVERRIDES-FIM
              PERFORM APAGA-JRN THRU APAGA-JRN-FIM
              PERFORM APV-REGISTRA THRU APV-REGISTRA-FIM
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           EXIT.

       ROT-PRECO.
           MOVE ZEROS TO W-CMPCOD
           MOVE "N" TO W-CMPQTD
           IF TIPEDIDO NOT = 2
              MOVE PRECOUN TO W-PRECOSUG
              GO TO ROT-PRECO-FIM.
                 IF PROX-PRECOVDA > ZEROS
                    MOVE PROX-PRECOVDA TO PRECOUN
                    DISPLAY TPRECOUN.
           MOVE PRECOUN TO W-PRECOLISTA
           IF W-TABOK = "S"
              ACCEPT W-DTHOJE FROM DATE YYYYMMDD
              MOVE CLIENTE TO TAB-CPFCNPJ
                    W-DTHOJE NOT > TAB-DTFIM
                    MOVE TAB-PRECO TO PRECOUN
                    DISPLAY TPRECOUN.
           MOVE PRECOUN TO W-PRECOBASE
           MOVE TPPROD  TO W-CMPTP
           PERFORM ROT-CAMPANHA THRU ROT-CAMPANHA-FIM
           MOVE PRECOUN TO W-PRECOSUG.
       ROT-PRECO-FIM.
           EXIT.

      *
      ****************************************
      * CAMPANHA PROMOCIONAL VIGENTE: FICA O  *
      * MENOR ENTRE O PRECO BASE (LISTA OU    *
      * TABELA DO CLIENTE) E O DA CAMPANHA    *
      ****************************************
      *
       ROT-CAMPANHA.
           MOVE W-PRECOBASE TO PRECOUN W-CMPMELHOR
           MOVE ZEROS TO W-CMPCOD
           MOVE "N" TO W-CMPQTD
           IF W-CMPOK NOT = "S"
              GO TO ROT-CAMPANHA-APLICA.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO CMP-CODIGO
           START ARQCAMP KEY IS NOT LESS CMP-CODIGO INVALID KEY
                 GO TO ROT-CAMPANHA-APLICA.
       ROT-CAMPANHA-RD.
           READ ARQCAMP NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-CAMPANHA-APLICA.
           IF CMP-STATUS NOT = "A"
              GO TO ROT-CAMPANHA-RD.
           IF W-DTHOJE < CMP-DTINI OR W-DTHOJE > CMP-DTFIM
              GO TO ROT-CAMPANHA-RD.
           MOVE CMP-PRECO TO W-CMPCAND
           IF CMP-TPPROD > ZEROS
              GO TO ROT-CAMPANHA-CAT.
           IF W-CMPIOK NOT = "S"
              GO TO ROT-CAMPANHA-RD.
           MOVE CMP-CODIGO TO CMPI-CODIGO
           MOVE CODPROD    TO CMPI-CODPROD
           READ ARQCAMPI
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-CAMPANHA-RD.
           IF CMPI-PRECO > ZEROS
              MOVE CMPI-PRECO TO W-CMPCAND.
           GO TO ROT-CAMPANHA-CALC.
       ROT-CAMPANHA-CAT.
           IF CMP-TPPROD NOT = W-CMPTP
              GO TO ROT-CAMPANHA-RD.
       ROT-CAMPANHA-CALC.
           IF CMP-REGRA = "P"
              COMPUTE W-CMPCAND ROUNDED =
                 W-PRECOLISTA * (100 - CMP-PERC) / 100.
           IF CMP-REGRA = "L"
              MOVE "S" TO W-CMPQTD
              MOVE W-PRECOLISTA TO W-CMPCAND
              IF CMP-LEVE > ZEROS AND QUANTIDADE NOT < CMP-LEVE
                 DIVIDE QUANTIDADE BY CMP-LEVE GIVING W-CMPGRATIS
                 COMPUTE W-CMPGRATIS =
                    W-CMPGRATIS * (CMP-LEVE - CMP-PAGUE)
                 COMPUTE W-CMPCAND ROUNDED = W-PRECOLISTA *
                    (QUANTIDADE - W-CMPGRATIS) / QUANTIDADE.
           IF W-CMPCAND = ZEROS OR W-CMPCAND NOT < W-CMPMELHOR
              GO TO ROT-CAMPANHA-RD.
           MOVE W-CMPCAND  TO W-CMPMELHOR
           MOVE CMP-CODIGO TO W-CMPCOD
           GO TO ROT-CAMPANHA-RD.
       ROT-CAMPANHA-APLICA.
           IF W-CMPCOD > ZEROS
              MOVE W-CMPMELHOR TO PRECOUN
              DISPLAY TPRECOUN.
           MOVE PRECOUN TO W-PRECOSUG.
       ROT-CAMPANHA-FIM.
           EXIT.

       ITM-GRAVA.
           MULTIPLY PRECOUN BY QUANTIDADE GIVING W-ITEMTOT
           PERFORM ROT-FATOR THRU ROT-FATOR-FIM
           ADD 1 TO W-QTDITENS
           MOVE W-QTDITENS TO W-ITEMNUM
           MOVE CODPROD    TO W-ITCODPROD (W-QTDITENS)
           MOVE QUANTIDADE TO W-ITQTD (W-QTDITENS)
           MOVE PRECOUN    TO W-ITPRECO (W-QTDITENS)
           MOVE W-ITEMTOT  TO W-ITTOTAL (W-QTDITENS)
           MOVE W-FATOR    TO W-ITFAT (W-QTDITENS)
           IF W-CMPCOD > ZEROS AND PRECOUN = W-PRECOSUG
              MOVE "S" TO W-CMPNOPED.
           MOVE W-LOTE     TO W-ITLOTE (W-QTDITENS)
           ADD W-ITEMTOT TO W-TOTBRUTO
           MOVE W-TOTBRUTO TO TOTAL.
       ITM-GRAVA-FIM.
           EXIT.

       ATUALIZA-DIA.
           MOVE DTPEDIDO TO DIA-DATA
           READ ARQDIA
       ROT-FIM.
           CLOSE ARQPED ARQPEDIT ARQTIT ARQPEDX ARQPRO ARQCLI
                 ARQSLD ARQMOV ARQLOG ARQCHECK ARQCLIEND ARQBACK
                 ARQSEQ ARQPEDF ARQLOTE ARQITLOT ARQITKIT ARQRES.
           IF W-KITOK = "S"
              CLOSE ARQKIT.
           IF W-GRDOK = "S"
              CLOSE ARQGRADE ARQVAR.
           IF W-CPGOK = "S"
              CLOSE ARQCPG.
           IF W-CUSOK = "S"
              CLOSE ARQPROX.
           IF W-TABOK = "S"
              CLOSE ARQTAB.
           IF W-CMPOK = "S"
              CLOSE ARQCAMP.
           IF W-CMPIOK = "S"
              CLOSE ARQCAMPI.
           IF W-PAROK = "S"
              CLOSE ARQPAR.
           IF W-CLIXOK = "S"
