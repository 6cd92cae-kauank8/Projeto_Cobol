                    RECORD KEY   IS DEV-CHAVE
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-PAI
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAR-CHAVE
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS VAR-CODIGO.

           SELECT ARQPEDH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS H-CHAVE
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS H-CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS H-FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQPEDITH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HI-CHAVE
                    FILE STATUS  IS ST-ERRO8.

           SELECT PROWORK ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

           SELECT GRDWORK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GWK-CHAVE
                    FILE STATUS  IS ST-ERRO6.

           SELECT SORTPRO ASSIGN TO DISK.

           SELECT SORTRNK ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 DEV-MOTIVO        PIC X(02).
          03 DEV-DATA          PIC 9(08).
          03 DEV-OPERADOR      PIC X(10).
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
       FD ARQPEDH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDH.DAT".
       01 REGPEDH.
          03 H-CHAVE.
            05 H-NUMPEDIDO     PIC 9(6).
            05 H-TIPEDIDO      PIC 9(1).
          03 H-CODPROD       PIC 9(6).
          03 H-CLIENTE       PIC 9(14).
          03 H-FORNECEDOR    PIC 9(14).
          03 H-QUANTIDADE    PIC 9(06).
          03 H-PRECOUN       PIC 9(6)V99.
          03 H-TOTAL         PIC 9(8)V99.
          03 H-STATUS        PIC X(01).
          03 H-DTPEDIDO      PIC 9(8).
          03 H-ENDSEQ        PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQPEDITH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDITH.DAT".
       01 REGPEDITH.
          03 HI-CHAVE.
             05 HI-NUMPEDIDO   PIC 9(6).
             05 HI-TIPEDIDO    PIC 9(1).
             05 HI-SEQ         PIC 9(3).
          03 HI-CODPROD        PIC 9(6).
          03 HI-QUANTIDADE     PIC 9(06).
          03 HI-PRECOUN        PIC 9(6)V99.
          03 HI-TOTAL          PIC 9(8)V99.
          03 HI-QTDREC         PIC 9(06).
          03 HI-FATOR          PIC 9(03)V9(03).
      *-----------------------------------------------------------------
       FD PROWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROWORK.DAT".
       01 REGPWK.
          03 PWK-CODIGO        PIC 9(06).
          03 PWK-QTD           PIC 9(08).
          03 PWK-VALOR         PIC 9(10)V99.
      *-----------------------------------------------------------------
       FD GRDWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRDWORK.DAT".
       01 REGGWK.
          03 GWK-CHAVE.
             05 GWK-PAI        PIC 9(06).
             05 GWK-IXCOR      PIC 9(02).
             05 GWK-IXTAM      PIC 9(02).
          03 GWK-QTD           PIC 9(08).
      *-----------------------------------------------------------------
       SD SORTPRO.
       01 REGSRT.
          03 SRT-CODIGO        PIC 9(06).
          03 SRT-IXCOR         PIC 9(02).
          03 SRT-IXTAM         PIC 9(02).
          03 SRT-QTD           PIC S9(08).
          03 SRT-VALOR         PIC S9(10)V99.
      *-----------------------------------------------------------------
       SD SORTRNK.
       01 REGRNK.
          03 RNK-CODIGO        PIC 9(06).
          03 RNK-QTD           PIC 9(08).
          03 RNK-VALOR         PIC 9(10)V99.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ITEOK          PIC X(01) VALUE "N".
       01 W-DEVOK          PIC X(01) VALUE "N".
       01 W-BATERR         PIC X(01) EXTERNAL.
       01 W-BATCH          PIC X(01) EXTERNAL.
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 W-GRDOK          PIC X(01) VALUE "N".
       01 W-VISGRD         PIC X(01) VALUE "N".
       01 W-RANKSEL        PIC 9(02) VALUE ZEROS.
       01 ST-ERRO6         PIC X(02) VALUE "00".
       01 W-GWKOK          PIC X(01) VALUE "N".
       01 ST-ERRO7         PIC X(02) VALUE "00".
       01 W-HISTOK         PIC X(01) VALUE "N".
       01 ST-ERRO8         PIC X(02) VALUE "00".
       01 W-ITEHOK         PIC X(01) VALUE "N".
       01 W-INCHIST        PIC X(01) VALUE "N".
       01 W-FASE           PIC X(01) VALUE "V".
       01 W-ERRLEI         PIC X(01) VALUE "N".
       01 W-PRIM           PIC X(01) VALUE "S".
       01 W-CODANT         PIC 9(06) VALUE ZEROS.
       01 W-CORANT         PIC 9(02) VALUE ZEROS.
       01 W-TAMANT         PIC 9(02) VALUE ZEROS.
       01 AC-QTDPRO        PIC S9(09) VALUE ZEROS.
       01 AC-VALPRO        PIC S9(11)V99 VALUE ZEROS.
       01 AC-QTDVAR        PIC S9(09) VALUE ZEROS.
       01 W-GC             PIC 9(02) COMP VALUE ZEROS.
       01 W-GT             PIC 9(02) COMP VALUE ZEROS.
       01 W-OPCAO          PIC X(01) VALUE SPACES.
       01 W-ACCOD          PIC 9(06) VALUE ZEROS.
       01 W-ACQTD          PIC 9(08) VALUE ZEROS.
       01 W-ACVAL          PIC 9(10)V99 VALUE ZEROS.
       01 LIMPA            PIC X(55) VALUE SPACES.
       01 LIN              PIC 9(03) VALUE 001.
       01 W-SUB            PIC 9(03) VALUE ZEROS.
       01 W-QTDREG         PIC 9(03) VALUE ZEROS.
       01 W-RANK           PIC 9(03) VALUE ZEROS.
       01 W-PRODNOME       PIC X(30) VALUE SPACES.

       01 TB-PRODUTOS.
          03 TB-ITEM  OCCURS 10 TIMES.
             05 TB-CODIGO   PIC 9(06).
             05 TB-QTD      PIC 9(08).
             05 TB-VALOR    PIC 9(10)V99.

       01 W-GRDTAB.
          03 W-GRDLIN OCCURS 6 TIMES.
             05 W-GRDQTD    PIC 9(08) OCCURS 8 TIMES.

      *-----------------------------------------------------------------
      *
      *************************
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETVALOR     PIC Z(08)9,99 VALUE ZEROS.

       01 DET3.
          03 FILLER       PIC X(02).
          03 DET3TXT      PIC X(10).
          03 DET3CEL OCCURS 8 TIMES.
             05 FILLER    PIC X(04).
             05 DET3TAM   PIC X(04).

       01 DET4.
          03 FILLER       PIC X(02).
          03 DET4COR      PIC X(10).
          03 DET4CEL OCCURS 8 TIMES.
             05 FILLER    PIC X(01).
             05 DET4QTD   PIC ZZZZZZ9.

       SCREEN SECTION.
       01  TCONPRO.
           05  BLANK SCREEN.
              MOVE "S" TO W-DEVOK
           ELSE
              MOVE "N" TO W-DEVOK.
           OPEN INPUT ARQPEDH
           IF ST-ERRO7 = "00"
              MOVE "S" TO W-HISTOK
              OPEN INPUT ARQPEDITH
              IF ST-ERRO8 = "00"
                 MOVE "S" TO W-ITEHOK
              ELSE
                 MOVE "N" TO W-ITEHOK
           ELSE
              MOVE "N" TO W-HISTOK.

       INC-GRD.
           MOVE "N" TO W-GRDOK W-VISGRD
           OPEN INPUT ARQGRADE
           IF ST-ERRO5 NOT = "00"
              GO TO INC-HIST.
           OPEN INPUT ARQVAR
           IF ST-ERRO5 NOT = "00"
              CLOSE ARQGRADE
              GO TO INC-HIST.
           MOVE "S" TO W-GRDOK
           IF W-BATCH = "S"
              GO TO INC-HIST.
       INC-GRD1.
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

       INC-HIST.
           MOVE "N" TO W-INCHIST
           IF W-HISTOK NOT = "S" OR W-BATCH = "S"
              GO TO INC-001.
       INC-HIST1.
           DISPLAY (23, 13) "INCLUIR PEDIDOS DO HISTORICO? (S/N): "
           ACCEPT (23, 51) W-INCHIST WITH UPDATE
           IF W-INCHIST = "s"
              MOVE "S" TO W-INCHIST.
           IF W-INCHIST = "n"
              MOVE "N" TO W-INCHIST.
           IF W-INCHIST NOT = "S" AND "N"
              MOVE "*** DIGITE S=SIM   N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-HIST1.

       INC-001.
           MOVE ZEROS TO NUMPEDIDO TIPEDIDO W-QTDREG
                 MOVE "*** ARQUIVO VAZIO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           DISPLAY (23, 13) LIMPA
           MOVE "*** APURANDO PRODUTOS MAIS VENDIDOS ***" TO MENS
           DISPLAY (23, 13) MENS
           OPEN OUTPUT PROWORK
           IF ST-ERRO6 NOT = "00"
              MOVE "S" TO W-BATERR
              MOVE "ERRO ABERTURA DO ARQUIVO PROWORK"  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-VISGRD NOT = "S"
              GO TO INC-002.
           OPEN OUTPUT GRDWORK
           IF ST-ERRO6 NOT = "00"
              MOVE "S" TO W-BATERR
              MOVE "ERRO ABERTURA DO ARQUIVO GRDWORK"  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PROWORK
              GO TO ROT-FIM.
           MOVE "S" TO W-GWKOK.

      *
      ******************************
      * 1A CLASSIFICACAO: JUNTA AS  *
      * VENDAS E DEVOLUCOES POR     *
      * PRODUTO (E COR/TAMANHO)     *
      ******************************
      *
       INC-002.
           MOVE "N" TO W-ERRLEI
           SORT SORTPRO
                ON ASCENDING KEY SRT-CODIGO SRT-IXCOR SRT-IXTAM
                INPUT PROCEDURE IS ROT-ENTRADA THRU ROT-ENTRADA-FIM
                OUTPUT PROCEDURE IS ROT-AGRUPA THRU ROT-AGRUPA-FIM
           CLOSE PROWORK
           IF W-GWKOK = "S"
              CLOSE GRDWORK
              OPEN INPUT GRDWORK
              IF ST-ERRO6 NOT = "00"
                 MOVE "N" TO W-GWKOK.
           IF W-ERRLEI = "S"
              GO TO ROT-FIM.

      *
      ******************************
      * 2A CLASSIFICACAO: ORDENA OS *
      * TOTAIS POR QUANTIDADE       *
      ******************************
      *
           SORT SORTRNK
                ON DESCENDING KEY RNK-QTD
                ON ASCENDING KEY RNK-CODIGO
                USING PROWORK
                OUTPUT PROCEDURE IS ROT-ORDENA THRU ROT-ORDENA-FIM
           GO TO ROT-LISTAR.

       ROT-ENTRADA.
           MOVE "V" TO W-FASE.
       ENT-RD.
           IF W-FASE = "H"
              GO TO ENT-HIST.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO ENT-TROCA
              ELSE
                 MOVE "S" TO W-BATERR W-ERRLEI
                 MOVE "ERRO NA LEITURA DO ARQUIVO ARQPED"  TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-ENTRADA-FIM
           ELSE
              NEXT SENTENCE.

           IF TIPEDIDO NOT = 2 OR PED-STATUS = "C"
              GO TO ENT-RD.
           PERFORM ROT-PEDIDO THRU ROT-PEDIDO-FIM
           GO TO ENT-RD.

       ENT-TROCA.
           IF W-INCHIST NOT = "S"
              GO TO ROT-ENTRADA-FIM.
           MOVE "H" TO W-FASE
           MOVE ZEROS TO H-NUMPEDIDO H-TIPEDIDO
           START ARQPEDH KEY IS NOT LESS H-CHAVE INVALID KEY
                 GO TO ROT-ENTRADA-FIM.
       ENT-HIST.
           READ ARQPEDH NEXT
           IF ST-ERRO7 NOT = "00"
              GO TO ROT-ENTRADA-FIM.
           MOVE REGPEDH TO REGPED
           IF TIPEDIDO NOT = 2 OR PED-STATUS = "C"
              GO TO ENT-HIST.
           PERFORM ROT-PEDIDO THRU ROT-PEDIDO-FIM
           GO TO ENT-HIST.
       ROT-ENTRADA-FIM.
           EXIT.

       ROT-PEDIDO.
           MOVE ZEROS TO W-ITEPED
           IF W-FASE = "H"
              IF W-ITEHOK = "S"
                 PERFORM ROT-ITENSH THRU ROT-ITENSH-FIM
              ELSE
                 NEXT SENTENCE
           ELSE
              IF W-ITEOK = "S"
                 PERFORM ROT-ITENS THRU ROT-ITENS-FIM.
           IF W-ITEPED = ZEROS
              MOVE CODPROD    TO W-ACCOD
              MOVE QUANTIDADE TO W-ACQTD
           IF IT-NUMPEDIDO NOT = NUMPEDIDO OR
              IT-TIPEDIDO NOT = TIPEDIDO
              GO TO ROT-ITENS-FIM.
           PERFORM ROT-ITEM THRU ROT-ITEM-FIM
           GO TO ROT-ITENS-RD.
       ROT-ITENS-FIM.
           EXIT.

       ROT-ITENSH.
           MOVE NUMPEDIDO TO HI-NUMPEDIDO
           MOVE TIPEDIDO  TO HI-TIPEDIDO
           MOVE ZEROS     TO HI-SEQ
           START ARQPEDITH KEY IS NOT LESS HI-CHAVE INVALID KEY
                 GO TO ROT-ITENSH-FIM.
       ROT-ITENSH-RD.
           READ ARQPEDITH NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO ROT-ITENSH-FIM.
           IF HI-NUMPEDIDO NOT = NUMPEDIDO OR
              HI-TIPEDIDO NOT = TIPEDIDO
              GO TO ROT-ITENSH-FIM.
           MOVE REGPEDITH TO REGPEDIT
           PERFORM ROT-ITEM THRU ROT-ITEM-FIM
           GO TO ROT-ITENSH-RD.
       ROT-ITENSH-FIM.
           EXIT.

       ROT-ITEM.
           ADD 1 TO W-ITEPED
           MOVE IT-CODPROD    TO W-ACCOD
           MOVE IT-QUANTIDADE TO W-ACQTD
           MOVE IT-TOTAL      TO W-ACVAL
           MOVE "+"           TO W-ACSINAL
           PERFORM ROT-ACUMULA THRU ROT-ACUMULA-FIM.
       ROT-ITEM-FIM.
           EXIT.

       ROT-DEVOL.
           EXIT.

       ROT-ACUMULA.
           MOVE W-ACCOD TO SRT-CODIGO
           MOVE ZEROS   TO SRT-IXCOR SRT-IXTAM
           IF W-VISGRD = "S"
              PERFORM ROT-ACUMULA-VAR THRU ROT-ACUMULA-VAR-FIM.
           IF W-ACSINAL = "-"
              COMPUTE SRT-QTD   = ZEROS - W-ACQTD
              COMPUTE SRT-VALOR = ZEROS - W-ACVAL
           ELSE
              MOVE W-ACQTD TO SRT-QTD
              MOVE W-ACVAL TO SRT-VALOR.
           RELEASE REGSRT.
       ROT-ACUMULA-FIM.
           EXIT.

      *
      ******************************
      * VARIANTE DE GRADE: GUARDA A *
      * COR/TAMANHO E ACUMULA NO    *
      * PRODUTO PAI                 *
      ******************************
      *
       ROT-ACUMULA-VAR.
           MOVE W-ACCOD TO VAR-CODIGO
           READ ARQVAR KEY IS VAR-CODIGO
           IF ST-ERRO5 NOT = "00"
              GO TO ROT-ACUMULA-VAR-FIM.
           MOVE VAR-PAI   TO SRT-CODIGO
           MOVE VAR-IXCOR TO SRT-IXCOR
           MOVE VAR-IXTAM TO SRT-IXTAM.
       ROT-ACUMULA-VAR-FIM.
           EXIT.

      *
      ******************************
      * TOTAL POR PRODUTO - GRAVA O *
      * ARQUIVO DE TRABALHO         *
      ******************************
      *
       ROT-AGRUPA.
           MOVE "S" TO W-PRIM
           MOVE ZEROS TO AC-QTDPRO AC-VALPRO AC-QTDVAR.
       AGR-RD.
           RETURN SORTPRO AT END
                  GO TO AGR-ULTIMO.
           IF W-PRIM = "S"
              MOVE "N" TO W-PRIM
              MOVE SRT-CODIGO TO W-CODANT
              MOVE SRT-IXCOR  TO W-CORANT
              MOVE SRT-IXTAM  TO W-TAMANT.
           IF SRT-CODIGO NOT = W-CODANT OR
              SRT-IXCOR NOT = W-CORANT OR
              SRT-IXTAM NOT = W-TAMANT
              PERFORM AGR-QUEBRAVAR THRU AGR-QUEBRAVAR-FIM.
           IF SRT-CODIGO NOT = W-CODANT
              PERFORM AGR-QUEBRAPRO THRU AGR-QUEBRAPRO-FIM.
           MOVE SRT-CODIGO TO W-CODANT
           MOVE SRT-IXCOR  TO W-CORANT
           MOVE SRT-IXTAM  TO W-TAMANT
           ADD SRT-QTD   TO AC-QTDPRO AC-QTDVAR
           ADD SRT-VALOR TO AC-VALPRO
           GO TO AGR-RD.
       AGR-ULTIMO.
           IF W-PRIM = "N"
              PERFORM AGR-QUEBRAVAR THRU AGR-QUEBRAVAR-FIM
              PERFORM AGR-QUEBRAPRO THRU AGR-QUEBRAPRO-FIM.
       ROT-AGRUPA-FIM.
           EXIT.

       AGR-QUEBRAVAR.
           IF W-GWKOK NOT = "S"
              GO TO AGR-QUEBRAVAR-ZERA.
           IF W-CORANT = ZEROS AND W-TAMANT = ZEROS
              GO TO AGR-QUEBRAVAR-ZERA.
           IF AC-QTDVAR NOT > ZEROS
              GO TO AGR-QUEBRAVAR-ZERA.
           MOVE W-CODANT  TO GWK-PAI
           MOVE W-CORANT  TO GWK-IXCOR
           MOVE W-TAMANT  TO GWK-IXTAM
           MOVE AC-QTDVAR TO GWK-QTD
           WRITE REGGWK.
       AGR-QUEBRAVAR-ZERA.
           MOVE ZEROS TO AC-QTDVAR.
       AGR-QUEBRAVAR-FIM.
           EXIT.

       AGR-QUEBRAPRO.
           IF AC-QTDPRO < ZEROS
              MOVE ZEROS TO AC-QTDPRO.
           IF AC-VALPRO < ZEROS
              MOVE ZEROS TO AC-VALPRO.
           IF AC-QTDPRO = ZEROS AND AC-VALPRO = ZEROS
              GO TO AGR-QUEBRAPRO-ZERA.
           MOVE W-CODANT  TO PWK-CODIGO
           MOVE AC-QTDPRO TO PWK-QTD
           MOVE AC-VALPRO TO PWK-VALOR
           WRITE REGPWK.
       AGR-QUEBRAPRO-ZERA.
           MOVE ZEROS TO AC-QTDPRO AC-VALPRO.
       AGR-QUEBRAPRO-FIM.
           EXIT.

      *
      ******************************
      * SEPARA OS 10 PRIMEIROS DO   *
      * RANKING                     *
      ******************************
      *
       ROT-ORDENA.
           MOVE ZEROS TO W-QTDREG.
       ROT-ORD-RD.
           IF W-QTDREG NOT < 10
              GO TO ROT-ORDENA-FIM.
           RETURN SORTRNK AT END
                  GO TO ROT-ORDENA-FIM.
           ADD 1 TO W-QTDREG
           MOVE RNK-CODIGO TO TB-CODIGO (W-QTDREG)
           MOVE RNK-QTD    TO TB-QTD (W-QTDREG)
           MOVE RNK-VALOR  TO TB-VALOR (W-QTDREG)
           GO TO ROT-ORD-RD.
       ROT-ORDENA-FIM.
           EXIT.

       ROT-LISTAR.
           IF W-QTDREG = ZEROS
              MOVE "*** NENHUMA VENDA ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-VISGRD = "S"
              DISPLAY TCONPRO.
           MOVE 1     TO W-SUB
           MOVE ZEROS TO W-RANK.
       ROT-LISTAR-LOOP.
           IF W-SUB > W-QTDREG OR W-RANK >= 10
              IF W-VISGRD = "S"
                 GO TO GRD-SEL
              ELSE
                 GO TO ROT-FIM.
           ADD 1 TO W-RANK
           MOVE TB-CODIGO (W-SUB) TO CODIGO
           READ ARQPRO
           ADD 1 TO W-SUB
           GO TO ROT-LISTAR-LOOP.

      *
      ******************************
      * DETALHE POR COR/TAMANHO DE  *
      * UM PRODUTO PAI DO RANKING   *
      ******************************
      *
       GRD-SEL.
           DISPLAY (19, 01)
            " GRADE DO ITEM DO RANKING (1-10, 0=ENCERRA): ".
           MOVE ZEROS TO W-RANKSEL
           ACCEPT (19, 48) W-RANKSEL
           IF W-RANKSEL = ZEROS
              GO TO ROT-FIM.
           IF W-RANKSEL > W-RANK
              MOVE "*** POSICAO FORA DO RANKING ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRD-SEL.
           MOVE TB-CODIGO (W-RANKSEL) TO GRD-PAI
           READ ARQGRADE
           IF ST-ERRO5 NOT = "00"
              MOVE "*** PRODUTO SEM GRADE TAMANHO/COR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRD-SEL.
           MOVE ZEROS TO W-GC.
       GRD-ZERA.
           ADD 1 TO W-GC
           IF W-GC > 6
              GO TO GRD-SOMA0.
           MOVE ZEROS TO W-GT.
       GRD-ZERA-TAM.
           ADD 1 TO W-GT
           IF W-GT > 8
              GO TO GRD-ZERA.
           MOVE ZEROS TO W-GRDQTD (W-GC, W-GT)
           GO TO GRD-ZERA-TAM.
       GRD-SOMA0.
           IF W-GWKOK NOT = "S"
              GO TO GRD-MOSTRA.
           MOVE GRD-PAI TO GWK-PAI
           MOVE ZEROS   TO GWK-IXCOR GWK-IXTAM
           START GRDWORK KEY IS NOT LESS GWK-CHAVE INVALID KEY
                 GO TO GRD-MOSTRA.
       GRD-SOMA.
           READ GRDWORK NEXT
           IF ST-ERRO6 NOT = "00"
              GO TO GRD-MOSTRA.
           IF GWK-PAI NOT = GRD-PAI
              GO TO GRD-MOSTRA.
           IF GWK-IXCOR < 1 OR GWK-IXCOR > 6 OR
              GWK-IXTAM < 1 OR GWK-IXTAM > 8
              GO TO GRD-SOMA.
           ADD GWK-QTD TO W-GRDQTD (GWK-IXCOR, GWK-IXTAM)
           GO TO GRD-SOMA.

       GRD-MOSTRA.
           DISPLAY TCONPRO
           MOVE W-RANKSEL TO W-SUB
           MOVE W-RANKSEL TO DETRANK
           MOVE TB-CODIGO (W-SUB) TO DETCODIGO CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
              MOVE DESCRICAO TO DETPRODNOME
           ELSE
              MOVE "PRODUTO NAO CADASTRADO" TO DETPRODNOME.
           MOVE TB-QTD (W-SUB)    TO DETQTD
           MOVE TB-VALOR (W-SUB)  TO DETVALOR
           DISPLAY (06, 01) DET2
           MOVE SPACES TO DET3
           MOVE "TAMANHO" TO DET3TXT
           MOVE ZEROS TO W-GT.
       GRD-MOSTRA-CAB.
           ADD 1 TO W-GT
           IF W-GT NOT > GRD-QTDTAM
              MOVE GRD-TAM (W-GT) TO DET3TAM (W-GT)
              GO TO GRD-MOSTRA-CAB.
           DISPLAY (08, 01) DET3
           MOVE ZEROS TO W-GC.
       GRD-MOSTRA-LIN.
           ADD 1 TO W-GC
           IF W-GC > GRD-QTDCOR
              GO TO GRD-MOSTRA-FIM.
           MOVE SPACES TO DET4
           MOVE GRD-COR (W-GC) TO DET4COR
           MOVE ZEROS TO W-GT.
       GRD-MOSTRA-CEL.
           ADD 1 TO W-GT
           IF W-GT NOT > GRD-QTDTAM
              MOVE W-GRDQTD (W-GC, W-GT) TO DET4QTD (W-GT)
              GO TO GRD-MOSTRA-CEL.
           COMPUTE LIN = W-GC + 8
           DISPLAY (LIN, 01) DET4
           GO TO GRD-MOSTRA-LIN.
       GRD-MOSTRA-FIM.
           DISPLAY (19, 01)
            " *** TECLE ENTER PARA VOLTAR AO RANKING *** ".
           ACCEPT (19, 47) W-OPCAO
           GO TO ROT-LISTAR.

      *
      **********************
      * ROTINA DE FIM      *
              CLOSE ARQPEDIT.
           IF W-DEVOK = "S"
              CLOSE ARQDEV.
           IF W-GRDOK = "S"
              CLOSE ARQGRADE ARQVAR.
           IF W-HISTOK = "S"
              CLOSE ARQPEDH.
           IF W-ITEHOK = "S"
              CLOSE ARQPEDITH.
           IF W-GWKOK = "S"
              CLOSE GRDWORK.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
