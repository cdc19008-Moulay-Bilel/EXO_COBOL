              OR CSV-NOCLI(8:3) NOT = SPACES
               MOVE 'NOCLI NON NUMERIQUE' TO WS-MOTIF-TRAVAIL
           ELSE
           IF CSV-NOM = SPACES
              OR (CSV-PRENOM = SPACES AND CSV-SEXE NOT = 'E')
               MOVE 'NOM OU PRENOM VIDE' TO WS-MOTIF-TRAVAIL
           ELSE
           IF CSV-NOM(21:10) NOT = SPACES
           END-IF
           END-IF.

      * une entreprise (SEXE E) n a ni prenom ni date de naissance
       VALIDER-DATE-ET-SEXE.
           MOVE CSV-DATENAIS(1:8) TO CSV-DATE-DECOMPOSEE
           IF CSV-SEXE = 'E'
               MOVE '00000000' TO CSV-DATE-DECOMPOSEE
           ELSE
           IF CSV-DATE-DECOMPOSEE NOT NUMERIC
               MOVE 'DATE DE NAISSANCE INVALIDE' TO WS-MOTIF-TRAVAIL
           ELSE
               MOVE 'SEXE INVALIDE' TO WS-MOTIF-TRAVAIL
           END-IF
           END-IF
           END-IF
           END-IF.

       ECRIRE-CLIMAST.
