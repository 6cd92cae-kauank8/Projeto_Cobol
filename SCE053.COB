                 MOVE "S" TO W-CALOK
              ELSE
                 MOVE "N" TO W-CALOK.
           IF W-FUNC = "S" OR "s"
              GO TO FN-SOMADIAS.
           MOVE ZEROS TO W-RESULT
           IF W-FUNC = "U" OR "u"
              GO TO FN-UTEIS.
           IF W-FUNC = "P" OR "p"
              GO TO FN-PROXUTIL.
           IF W-FUNC = "C" OR "c"
              GO TO FN-CORRIDOS.
           GO TO ROT-SAI.

      *
           MOVE W-DATA TO W-DATA2
           GO TO ROT-SAI.

      *
      **************************************
      * SOMA DIAS CORRIDOS A DATA1         *
      **************************************
      *
       FN-SOMADIAS.
           MOVE W-DATA1 TO W-DATA
           MOVE ZEROS TO W-LIMITE.
       FN-SOMADIAS-LOOP.
           IF W-LIMITE NOT < W-RESULT
              GO TO FN-SOMADIAS-FIM.
           ADD 1 TO W-LIMITE
           PERFORM ROT-DIASEG THRU ROT-DIASEG-FIM
           GO TO FN-SOMADIAS-LOOP.
       FN-SOMADIAS-FIM.
           MOVE W-DATA TO W-DATA2
           GO TO ROT-SAI.

      *
      **************************************
      * DIAS CORRIDOS ENTRE DATA1 E DATA2  *
      **************************************
      *
       FN-CORRIDOS.
           MOVE ZEROS TO W-CONT
           IF W-DATA2 NOT > W-DATA1
              GO TO FN-CORRIDOS-FIM.
           MOVE W-DATA1 TO W-DATA.
       FN-CORRIDOS-LOOP.
           IF W-CONT > 20000
              GO TO FN-CORRIDOS-FIM.
           PERFORM ROT-DIASEG THRU ROT-DIASEG-FIM
           IF W-DATA > W-DATA2
              GO TO FN-CORRIDOS-FIM.
           ADD 1 TO W-CONT
           GO TO FN-CORRIDOS-LOOP.
       FN-CORRIDOS-FIM.
           MOVE W-CONT TO W-RESULT
           GO TO ROT-SAI.

      *
      **************************************
      * DIA SEGUINTE NO CALENDARIO         *
