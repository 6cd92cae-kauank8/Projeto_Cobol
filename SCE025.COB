           ELSE
              NEXT SENTENCE.

           IF TIT-STATUS NOT = "A" AND TIT-STATUS NOT = "B"
              GO TO INC-RD2.
           IF CON-TIPO NOT = "T"
              IF TIT-TIPO NOT = CON-TIPO
