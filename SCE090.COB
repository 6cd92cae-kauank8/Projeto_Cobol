       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE090.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.

       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-BUF         PIC X(250) VALUE SPACES.
       01 W-POS         PIC 9(03) COMP VALUE 1.
       01 W-CVAL        PIC X(99) VALUE SPACES.
       01 W-CID         PIC X(02) VALUE SPACES.
       01 W-CLEN        PIC 9(02) VALUE ZEROS.
       01 W-CIX         PIC 9(03) COMP VALUE ZEROS.
       01 W-INTERNO     PIC X(99) VALUE SPACES.
       01 W-IPOS        PIC 9(03) COMP VALUE 1.
       01 W-VLED        PIC Z(07)9,99 VALUE ZEROS.
       01 W-VLTXT       PIC X(11) VALUE SPACES.
       01 W-VLINI       PIC 9(02) COMP VALUE ZEROS.
      *
      *    TABELA DE CARACTERES IMPRIMIVEIS (CODIGOS 32 A 126)
      *
       01 W-ASCII.
          03 FILLER     PIC X(48)
             VALUE " !""#$%&'()*+,-./0123456789:;<=>?@ABCDEFGHIJKLMNO".
          03 FILLER     PIC X(47)
             VALUE "PQRSTUVWXYZ[\]^_`abcdefghijklmnopqrstuvwxyz{|}~".
       01 W-HEXA        PIC X(16) VALUE "0123456789ABCDEF".
      *
      *    CRC16-CCITT: REGISTRO E POLINOMIO 1021 BIT A BIT
      *
       01 W-CRC         PIC X(16) VALUE SPACES.
       01 W-CRCTAB REDEFINES W-CRC.
          03 W-CRCBIT   PIC 9(01) OCCURS 16 TIMES.
       01 W-CRCAUX      PIC X(15) VALUE SPACES.
       01 W-POLI        PIC X(16) VALUE "0001000000100001".
       01 W-POLITAB REDEFINES W-POLI.
          03 W-POLIBIT  PIC 9(01) OCCURS 16 TIMES.
       01 W-BYTE        PIC X(08) VALUE SPACES.
       01 W-BYTETAB REDEFINES W-BYTE.
          03 W-BYTEBIT  PIC 9(01) OCCURS 8 TIMES.
       01 W-CODIGO      PIC 9(03) VALUE ZEROS.
       01 W-QUOC        PIC 9(03) VALUE ZEROS.
       01 W-RESTO       PIC 9(01) VALUE ZEROS.
       01 W-TOPO        PIC 9(01) VALUE ZEROS.
       01 W-BX          PIC 9(03) COMP VALUE ZEROS.
       01 W-KX          PIC 9(02) COMP VALUE ZEROS.
       01 W-SX          PIC 9(02) COMP VALUE ZEROS.
       01 W-AX          PIC 9(02) COMP VALUE ZEROS.
       01 W-NIBBLE      PIC 9(02) VALUE ZEROS.
       01 W-CRCHEX      PIC X(04) VALUE SPACES.
       01 W-TAMCRC      PIC 9(03) COMP VALUE ZEROS.

       LINKAGE SECTION.
       01 W-PXCHAVE     PIC X(36).
       01 W-PXNOME      PIC X(25).
       01 W-PXCIDADE    PIC X(15).
       01 W-PXVALOR     PIC 9(08)V99.
       01 W-PXTXID      PIC X(25).
       01 W-PXPAYLOAD   PIC X(250).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-PXCHAVE W-PXNOME W-PXCIDADE
                                W-PXVALOR W-PXTXID W-PXPAYLOAD.
       INICIO.
           MOVE SPACES TO W-BUF W-PXPAYLOAD
           MOVE 1 TO W-POS
           STRING "000201" "010212"
                  DELIMITED BY SIZE INTO W-BUF WITH POINTER W-POS.

      *
      **************************************
      * 26 - CONTA DO RECEBEDOR (CHAVE)    *
      **************************************
      *
       PX-CONTA.
           MOVE SPACES TO W-INTERNO
           MOVE 1 TO W-IPOS
           STRING "0014BR.GOV.BCB.PIX"
                  DELIMITED BY SIZE INTO W-INTERNO WITH POINTER W-IPOS
           MOVE W-PXCHAVE TO W-CVAL
           PERFORM ROT-TAM THRU ROT-TAM-FIM
           STRING "01" W-CLEN W-CVAL (1:W-CLEN)
                  DELIMITED BY SIZE INTO W-INTERNO WITH POINTER W-IPOS
           MOVE "26" TO W-CID
           MOVE W-INTERNO TO W-CVAL
           COMPUTE W-CLEN = W-IPOS - 1
           PERFORM ROT-CAMPO THRU ROT-CAMPO-FIM.

      *
      **************************************
      * 52/53/54/58 - MCC, MOEDA, VALOR    *
      **************************************
      *
       PX-VALOR.
           STRING "52040000" "5303986"
                  DELIMITED BY SIZE INTO W-BUF WITH POINTER W-POS
           IF W-PXVALOR = ZEROS
              GO TO PX-PAIS.
           MOVE W-PXVALOR TO W-VLED
           MOVE W-VLED TO W-VLTXT
           INSPECT W-VLTXT REPLACING ALL "," BY "."
           MOVE 1 TO W-VLINI.
       PX-VALOR-INI.
           IF W-VLTXT (W-VLINI:1) = SPACE
              ADD 1 TO W-VLINI
              GO TO PX-VALOR-INI.
           MOVE "54" TO W-CID
           MOVE SPACES TO W-CVAL
           MOVE W-VLTXT (W-VLINI:) TO W-CVAL
           COMPUTE W-CLEN = 12 - W-VLINI
           PERFORM ROT-CAMPO THRU ROT-CAMPO-FIM.
       PX-PAIS.
           STRING "5802BR"
                  DELIMITED BY SIZE INTO W-BUF WITH POINTER W-POS.

      *
      **************************************
      * 59/60 - NOME E CIDADE RECEBEDOR    *
      **************************************
      *
       PX-NOME.
           MOVE "59" TO W-CID
           MOVE W-PXNOME TO W-CVAL
           PERFORM ROT-TAM THRU ROT-TAM-FIM
           PERFORM ROT-CAMPO THRU ROT-CAMPO-FIM
           MOVE "60" TO W-CID
           MOVE W-PXCIDADE TO W-CVAL
           PERFORM ROT-TAM THRU ROT-TAM-FIM
           PERFORM ROT-CAMPO THRU ROT-CAMPO-FIM.

      *
      **************************************
      * 62 - DADOS ADICIONAIS (TXID)       *
      **************************************
      *
       PX-TXID.
           MOVE SPACES TO W-INTERNO
           MOVE 1 TO W-IPOS
           MOVE W-PXTXID TO W-CVAL
           PERFORM ROT-TAM THRU ROT-TAM-FIM
           IF W-CLEN = ZEROS
              MOVE "***" TO W-CVAL
              MOVE 3 TO W-CLEN.
           STRING "05" W-CLEN W-CVAL (1:W-CLEN)
                  DELIMITED BY SIZE INTO W-INTERNO WITH POINTER W-IPOS
           MOVE "62" TO W-CID
           MOVE W-INTERNO TO W-CVAL
           COMPUTE W-CLEN = W-IPOS - 1
           PERFORM ROT-CAMPO THRU ROT-CAMPO-FIM.

      *
      **************************************
      * 63 - CRC16 DO PAYLOAD              *
      **************************************
      *
       PX-CRC.
           STRING "6304"
                  DELIMITED BY SIZE INTO W-BUF WITH POINTER W-POS
           COMPUTE W-TAMCRC = W-POS - 1
           PERFORM ROT-CRC THRU ROT-CRC-FIM
           STRING W-CRCHEX
                  DELIMITED BY SIZE INTO W-BUF WITH POINTER W-POS
           MOVE W-BUF TO W-PXPAYLOAD
           GO TO ROT-SAI.

      *
      **************************************
      * GRAVA CAMPO ID + TAMANHO + VALOR   *
      **************************************
      *
       ROT-CAMPO.
           IF W-CLEN = ZEROS
              GO TO ROT-CAMPO-FIM.
           STRING W-CID W-CLEN W-CVAL (1:W-CLEN)
                  DELIMITED BY SIZE INTO W-BUF WITH POINTER W-POS.
       ROT-CAMPO-FIM.
           EXIT.

       ROT-TAM.
           MOVE 99 TO W-CIX.
       ROT-TAM-LOOP.
           IF W-CIX = ZEROS
              GO TO ROT-TAM-OK.
           IF W-CVAL (W-CIX:1) NOT = SPACE
              GO TO ROT-TAM-OK.
           SUBTRACT 1 FROM W-CIX
           GO TO ROT-TAM-LOOP.
       ROT-TAM-OK.
           MOVE W-CIX TO W-CLEN.
       ROT-TAM-FIM.
           EXIT.

      *
      **************************************
      * CRC16-CCITT (INICIAL FFFF)         *
      **************************************
      *
       ROT-CRC.
           MOVE "1111111111111111" TO W-CRC
           MOVE ZEROS TO W-BX.
       ROT-CRC-BYTE.
           ADD 1 TO W-BX
           IF W-BX > W-TAMCRC
              GO TO ROT-CRC-HEX.
           PERFORM ROT-CODIGO THRU ROT-CODIGO-FIM
           MOVE ZEROS TO W-KX.
       ROT-CRC-XOR.
           ADD 1 TO W-KX
           IF W-KX > 8
              GO TO ROT-CRC-DESL.
           IF W-CRCBIT (W-KX) = W-BYTEBIT (W-KX)
              MOVE 0 TO W-CRCBIT (W-KX)
           ELSE
              MOVE 1 TO W-CRCBIT (W-KX).
           GO TO ROT-CRC-XOR.
       ROT-CRC-DESL.
           MOVE ZEROS TO W-SX.
       ROT-CRC-DESL-LOOP.
           ADD 1 TO W-SX
           IF W-SX > 8
              GO TO ROT-CRC-BYTE.
           MOVE W-CRCBIT (1) TO W-TOPO
           MOVE W-CRC (2:15) TO W-CRCAUX
           MOVE W-CRCAUX TO W-CRC (1:15)
           MOVE 0 TO W-CRCBIT (16)
           IF W-TOPO = 0
              GO TO ROT-CRC-DESL-LOOP.
           MOVE ZEROS TO W-AX.
       ROT-CRC-POLI.
           ADD 1 TO W-AX
           IF W-AX > 16
              GO TO ROT-CRC-DESL-LOOP.
           IF W-CRCBIT (W-AX) = W-POLIBIT (W-AX)
              MOVE 0 TO W-CRCBIT (W-AX)
           ELSE
              MOVE 1 TO W-CRCBIT (W-AX).
           GO TO ROT-CRC-POLI.
       ROT-CRC-HEX.
           MOVE SPACES TO W-CRCHEX
           MOVE 1 TO W-KX.
       ROT-CRC-HEX-LOOP.
           IF W-KX > 13
              GO TO ROT-CRC-FIM.
           COMPUTE W-NIBBLE = W-CRCBIT (W-KX) * 8
                            + W-CRCBIT (W-KX + 1) * 4
                            + W-CRCBIT (W-KX + 2) * 2
                            + W-CRCBIT (W-KX + 3)
           COMPUTE W-SX = (W-KX + 3) / 4
           MOVE W-HEXA (W-NIBBLE + 1:1) TO W-CRCHEX (W-SX:1)
           ADD 4 TO W-KX
           GO TO ROT-CRC-HEX-LOOP.
       ROT-CRC-FIM.
           EXIT.

      *
      *    CODIGO DO CARACTER W-BUF (W-BX) EM 8 BITS (W-BYTE)
      *
       ROT-CODIGO.
           MOVE 32 TO W-CODIGO
           MOVE ZEROS TO W-AX.
       ROT-CODIGO-LOOP.
           ADD 1 TO W-AX
           IF W-AX > 95
              MOVE SPACE TO W-BUF (W-BX:1)
              GO TO ROT-CODIGO-BITS.
           IF W-ASCII (W-AX:1) NOT = W-BUF (W-BX:1)
              GO TO ROT-CODIGO-LOOP.
           COMPUTE W-CODIGO = W-AX + 31.
       ROT-CODIGO-BITS.
           MOVE 8 TO W-KX.
       ROT-CODIGO-BITS-LOOP.
           IF W-KX = ZEROS
              GO TO ROT-CODIGO-FIM.
           DIVIDE W-CODIGO BY 2 GIVING W-QUOC REMAINDER W-RESTO
           MOVE W-RESTO TO W-BYTEBIT (W-KX)
           MOVE W-QUOC TO W-CODIGO
           SUBTRACT 1 FROM W-KX
           GO TO ROT-CODIGO-BITS-LOOP.
       ROT-CODIGO-FIM.
           EXIT.

       ROT-SAI.
           EXIT PROGRAM.
