                    RECORD KEY   IS HI-CHAVE
                    FILE STATUS  IS ST-ERRO5.

           SELECT SORTCLI ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 HI-TOTAL          PIC 9(8)V99.
          03 HI-QTDREC         PIC 9(06).
          03 HI-FATOR          PIC 9(03)V9(03).
      *-----------------------------------------------------------------
       SD SORTCLI.
       01 REGSRT.
          03 SRT-CLIENTE       PIC 9(14).
          03 SRT-QTD           PIC 9(08).
          03 SRT-VAL           PIC 9(10)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO          PIC X(01) VALUE SPACES.
       01 LIN              PIC 9(03) VALUE 001.
       01 W-CLINOME        PIC X(30) VALUE SPACES.
       01 AC-GERAL         PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDCLIS        PIC 9(08) VALUE ZEROS.
       01 W-ERRLEI         PIC X(01) VALUE "N".
       01 W-PRIM           PIC X(01) VALUE "S".
       01 W-CLIANT         PIC 9(14) VALUE ZEROS.
       01 AC-QTDCLI        PIC 9(09) VALUE ZEROS.
       01 AC-VALCLI        PIC 9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *
           MOVE SPACES TO W-CLINOME
           MOVE 01 TO CONLIN
           MOVE "V" TO W-FASE
           MOVE "N" TO W-INCHIST W-ERRLEI
           DISPLAY  TCONCLI
           IF W-HISTOK = "S"
              DISPLAY (23, 13) "INCLUIR PEDIDOS DO HISTORICO? (S/N): "
                 MOVE "*** ARQUIVO VAZIO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           DISPLAY (23, 13) LIMPA
           SORT SORTCLI
                ON ASCENDING KEY SRT-CLIENTE
                INPUT PROCEDURE IS ROT-ENTRADA THRU ROT-ENTRADA-FIM
                OUTPUT PROCEDURE IS ROT-SAIDA THRU ROT-SAIDA-FIM
           IF W-ERRLEI = "S"
              GO TO ROT-FIM.
           GO TO ROT-TOTAL.

      *
      ******************************
      * LIBERA UM REGISTRO POR      *
      * PEDIDO PARA A CLASSIFICACAO *
      ******************************
      *
       ROT-ENTRADA.
           CONTINUE.
       INC-RD2.
           IF W-FASE = "H"
              GO TO HIST-RD2.
           READ ARQPED NEXT
              IF ST-ERRO = "10"
                 GO TO ROT-TROCA
              ELSE
                 MOVE "S" TO W-ERRLEI
                 MOVE "ERRO NA LEITURA DO ARQUIVO ARQPED"  TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-ENTRADA-FIM
           ELSE
              NEXT SENTENCE.


       ROT-TROCA.
           IF W-INCHIST NOT = "S"
              GO TO ROT-ENTRADA-FIM.
           MOVE "H" TO W-FASE
           MOVE ZEROS TO H-CLIENTE
           START ARQPEDH KEY IS NOT LESS H-CLIENTE INVALID KEY
                 GO TO ROT-ENTRADA-FIM.

       HIST-RD2.
           READ ARQPEDH NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-ENTRADA-FIM.
           MOVE REGPEDH TO REGPED
           IF TIPEDIDO NOT = 2 OR PED-STATUS = "C"
              GO TO HIST-RD2.

       ROT-MONTAR.
           PERFORM ROT-SOMAPED THRU ROT-SOMAPED-FIM
           MOVE CLIENTE  TO SRT-CLIENTE
           MOVE W-PEDQTD TO SRT-QTD
           MOVE ZEROS    TO SRT-VAL
           IF W-PEDVAL > ZEROS
              MOVE W-PEDVAL TO SRT-VAL.
           RELEASE REGSRT
           GO TO INC-RD2.
       ROT-ENTRADA-FIM.
           EXIT.

      *
      ******************************
      * TOTALIZA POR CLIENTE NA     *
      * ORDEM CLASSIFICADA          *
      ******************************
      *
       ROT-SAIDA.
           MOVE "S" TO W-PRIM
           MOVE ZEROS TO AC-QTDCLI AC-VALCLI.
       ROT-SAIDA-RD.
           RETURN SORTCLI AT END
                  GO TO ROT-SAIDA-ULT.
           IF W-PRIM = "S"
              MOVE "N" TO W-PRIM
              MOVE SRT-CLIENTE TO W-CLIANT.
           IF SRT-CLIENTE NOT = W-CLIANT
              PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM
              MOVE SRT-CLIENTE TO W-CLIANT.
           ADD SRT-QTD TO AC-QTDCLI
           ADD SRT-VAL TO AC-VALCLI
           GO TO ROT-SAIDA-RD.
       ROT-SAIDA-ULT.
           IF W-PRIM = "N"
              PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.
       ROT-SAIDA-FIM.
           EXIT.

       ROT-SOMAPED.
       ROT-BUSCACLI-FIM.
           EXIT.

       ROT-QUEBRA.
           MOVE W-CLIANT TO CLIENTE
           PERFORM ROT-BUSCACLI THRU ROT-BUSCACLI-FIM
           MOVE W-CLINOME TO DETCLINOME
           MOVE AC-QTDCLI TO DETQTDCLI
           MOVE AC-VALCLI TO DETVALCLI
           ADD AC-VALCLI TO AC-GERAL
           ADD 1 TO W-QTDCLIS
           MOVE ZEROS TO AC-QTDCLI AC-VALCLI
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
           MOVE "TOTAL GERAL DE VENDAS ...... :" TO DETTOTGERAL
           MOVE AC-GERAL TO DETTOTGERV
           COMPUTE LIN = CONLIN + 6
           DISPLAY (LIN, 01) DET3
