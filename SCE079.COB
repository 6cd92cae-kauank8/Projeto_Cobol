           DISPLAY (23, 13) MENS
           IF TMV-TIPEDIDO NOT = 2
              GO TO APU-RD.
           IF TMV-NATUREZA = "J" OR "H" OR "X"
              GO TO APU-RD.
           MOVE TMV-DTPAGTO (1:6) TO W-MOVAM
           IF W-MOVAM NOT = W-ANOMES
