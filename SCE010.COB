                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPEDH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS H-CHAVE
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS H-CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS H-FORNECEDOR
                                   WITH DUPLICATES.

           SELECT SORTFOR ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 FOR-EMAIL       PIC X(30).

          03 FOR-TEL2        PIC 9(11).
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
       SD SORTFOR.
       01 REGSRT.
          03 SRT-FORNECEDOR    PIC 9(14).
          03 SRT-QTD           PIC 9(06).
          03 SRT-VAL           PIC 9(08)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO          PIC X(01) VALUE SPACES.
       01 LIN              PIC 9(03) VALUE 001.
       01 W-FORANT         PIC 9(14) VALUE ZEROS.
       01 W-FORNOME        PIC X(30) VALUE SPACES.
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-HISTOK         PIC X(01) VALUE "N".
       01 W-INCHIST        PIC X(01) VALUE "N".
       01 W-FASE           PIC X(01) VALUE "V".
       01 W-ERRLEI         PIC X(01) VALUE "N".
       01 W-PRIM           PIC X(01) VALUE "S".
       01 AC-QTDFOR        PIC 9(08) VALUE ZEROS.
       01 AC-VALFOR        PIC 9(10)V99 VALUE ZEROS.
       01 AC-GERAL         PIC 9(10)V99 VALUE ZEROS.
                 CLOSE ARQPED
                 GO TO ROT-FIM2.

       INC-OP3.
           OPEN INPUT ARQPEDH
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-HISTOK
           ELSE
              MOVE "N" TO W-HISTOK.

        INC-001.
           MOVE ZEROS TO FORNECEDOR W-FORANT AC-QTDFOR AC-VALFOR
           AC-GERAL
           MOVE SPACES TO W-FORNOME
           MOVE 01 TO CONLIN
           MOVE "V" TO W-FASE
           MOVE "N" TO W-INCHIST W-ERRLEI
           DISPLAY  TCONFOR
           IF W-HISTOK = "S"
              DISPLAY (23, 13) "INCLUIR PEDIDOS DO HISTORICO? (S/N): "
              ACCEPT (23, 51) W-INCHIST
              IF W-INCHIST = "s"
                 MOVE "S" TO W-INCHIST.
           START ARQPED KEY IS NOT LESS FORNECEDOR INVALID KEY
                 MOVE "*** ARQUIVO VAZIO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           DISPLAY (23, 13) LIMPA
           SORT SORTFOR
                ON ASCENDING KEY SRT-FORNECEDOR
                INPUT PROCEDURE IS ROT-ENTRADA THRU ROT-ENTRADA-FIM
                OUTPUT PROCEDURE IS ROT-SAIDA THRU ROT-SAIDA-FIM
           IF W-ERRLEI = "S"
              GO TO ROT-FIM.
           GO TO ROT-TOTAL.

      *
      ******************************
      * LIBERA OS PEDIDOS DE COMPRA *
      * PARA A CLASSIFICACAO        *
      ******************************
      *
       ROT-ENTRADA.
           CONTINUE.
       INC-RD2.
           IF W-FASE = "H"
              GO TO HIST-RD2.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO ROT-TROCA
              ELSE
                 MOVE "S" TO W-ERRLEI
                 MOVE "ERRO NA LEITURA DO ARQUIVO ARQPED"  TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-ENTRADA-FIM
           ELSE
              NEXT SENTENCE.

           IF TIPEDIDO NOT = 1 OR PED-STATUS = "C" OR
              PED-STATUS = "D"
              GO TO INC-RD2.
           GO TO ROT-MONTAR.

       ROT-TROCA.
           IF W-INCHIST NOT = "S"
              GO TO ROT-ENTRADA-FIM.
           MOVE "H" TO W-FASE
           MOVE ZEROS TO H-FORNECEDOR
           START ARQPEDH KEY IS NOT LESS H-FORNECEDOR INVALID KEY
                 GO TO ROT-ENTRADA-FIM.

       HIST-RD2.
           READ ARQPEDH NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-ENTRADA-FIM.
           MOVE REGPEDH TO REGPED
           IF TIPEDIDO NOT = 1 OR PED-STATUS = "C" OR
              PED-STATUS = "D"
              GO TO HIST-RD2.

       ROT-MONTAR.
           MOVE FORNECEDOR TO SRT-FORNECEDOR
           MOVE QUANTIDADE TO SRT-QTD
           MOVE TOTAL      TO SRT-VAL
           RELEASE REGSRT
           GO TO INC-RD2.
       ROT-ENTRADA-FIM.
           EXIT.

      *
      ******************************
      * TOTALIZA POR FORNECEDOR NA  *
      * ORDEM CLASSIFICADA          *
      ******************************
      *
       ROT-SAIDA.
           MOVE "S" TO W-PRIM.
       ROT-SAIDA-RD.
           RETURN SORTFOR AT END
                  GO TO ROT-SAIDA-ULT.
           IF W-PRIM = "S"
              MOVE "N" TO W-PRIM
              MOVE SRT-FORNECEDOR TO W-FORANT FORNECEDOR
              PERFORM ROT-BUSCAFOR THRU ROT-BUSCAFOR-FIM.
           IF SRT-FORNECEDOR NOT = W-FORANT
              PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM
              MOVE SRT-FORNECEDOR TO W-FORANT FORNECEDOR
              PERFORM ROT-BUSCAFOR THRU ROT-BUSCAFOR-FIM.
           ADD SRT-QTD TO AC-QTDFOR
           ADD SRT-VAL TO AC-VALFOR
           GO TO ROT-SAIDA-RD.
       ROT-SAIDA-ULT.
           IF W-PRIM = "N"
              PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.
       ROT-SAIDA-FIM.
           EXIT.

       ROT-BUSCAFOR.
           MOVE FORNECEDOR TO FOR-CPFCNPJ
           MOVE W-FORNOME TO DETFORNOME
           MOVE AC-QTDFOR TO DETQTDFOR
           MOVE AC-VALFOR TO DETVALFOR
           ADD AC-VALFOR TO AC-GERAL
           MOVE ZEROS TO AC-QTDFOR AC-VALFOR
           IF CONLIN < 15
              GO TO ROT-QUEBRA-LIN.
           DISPLAY (23, 13) " *** CONTINUA LISTAGEM : . ***"
           MOVE "S" TO W-OPCAO
           ACCEPT  (23, 40) W-OPCAO  WITH UPDATE
           DISPLAY (23, 13) LIMPA
           MOVE 01 TO CONLIN
           MOVE 06 TO LIN.
       ROT-QUEBRA-LIMPA.
           DISPLAY (LIN, 01) LIMPA
           ADD 1 TO LIN
           IF LIN < 20
              GO TO ROT-QUEBRA-LIMPA.
       ROT-QUEBRA-LIN.
           COMPUTE LIN = CONLIN + 5
           DISPLAY (LIN, 01) DET2
           ADD 1 TO CONLIN.
       ROT-QUEBRA-FIM.
           EXIT.

       ROT-TOTAL.
           MOVE "TOTAL GERAL DE COMPRAS ..... :" TO DETTOTGERAL
           MOVE AC-GERAL TO DETTOTGERV
           COMPUTE LIN = CONLIN + 6
           DISPLAY (LIN, 01) DET3
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQPED ARQFOR.
           IF W-HISTOK = "S"
              CLOSE ARQPEDH.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
