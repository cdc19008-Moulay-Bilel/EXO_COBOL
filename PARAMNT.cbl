               IF WS-VALEUR-SAISIE(1:2) IS NOT NUMERIC
                   MOVE 'N' TO WS-VALEUR-VALIDE
               END-IF
           ELSE
           IF WS-CLE-SAISIE = 'PENAL-TAUX'
               IF WS-VALEUR-SAISIE(1:4) IS NOT NUMERIC
                   MOVE 'N' TO WS-VALEUR-VALIDE
               END-IF
           ELSE
           IF WS-CLE-SAISIE = 'PENAL-FORFAIT'
               IF WS-VALEUR-SAISIE(1:6) IS NOT NUMERIC
                   MOVE 'N' TO WS-VALEUR-VALIDE
               END-IF
           ELSE
           IF WS-CLE-SAISIE = 'RAPPR-TOLER'
               IF WS-VALEUR-SAISIE(1:2) IS NOT NUMERIC
                   MOVE 'N' TO WS-VALEUR-VALIDE
               END-IF
           ELSE
           IF WS-CLE-SAISIE = 'PERTE-JOURS'
               IF WS-VALEUR-SAISIE(1:3) IS NOT NUMERIC
                   MOVE 'N' TO WS-VALEUR-VALIDE
               END-IF
           ELSE
           IF WS-CLE-SAISIE = 'PERTE-PLAFOND'
               IF WS-VALEUR-SAISIE(1:6) IS NOT NUMERIC
                   MOVE 'N' TO WS-VALEUR-VALIDE
               END-IF
           ELSE
           IF WS-CLE-SAISIE = 'ACOMPTE-PCT'
               IF WS-VALEUR-SAISIE(1:3) IS NOT NUMERIC
                   MOVE 'N' TO WS-VALEUR-VALIDE
               END-IF
           ELSE
           IF WS-CLE-SAISIE = 'AUG-ENVELOPPE'
              OR WS-CLE-SAISIE = 'TR-VALEUR'
              OR WS-CLE-SAISIE = 'TR-HEURES-MIN'
               IF WS-VALEUR-SAISIE(1:4) IS NOT NUMERIC
                   MOVE 'N' TO WS-VALEUR-VALIDE
               END-IF
           ELSE
           IF WS-CLE-SAISIE = 'TR-PART-PAT'
               IF WS-VALEUR-SAISIE(1:3) IS NOT NUMERIC
                  OR WS-VALEUR-SAISIE(1:3) > '100'
                   MOVE 'N' TO WS-VALEUR-VALIDE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
