           END-IF.

       CHARGER-UNE-VALEUR.
      * un credit non affecte est de la tresorerie, une penalite de
      * retard n est pas un achat non plus
           IF TYPE-ENC NOT = 'C' AND TYPE-ENC NOT = 'P'
               PERFORM VALORISER-PIECE
           END-IF
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

       VALORISER-PIECE.
           MOVE 0 TO WS-VALEUR-TROUVEE POS-VALEUR
           PERFORM CHERCHER-VALEUR NB-VALEURS TIMES
           IF WS-VALEUR-TROUVEE = 0
                   MOVE 0 TO DERNIERE-FAC-TAB(WS-VALEUR-TROUVEE)
               END-IF
           END-IF
      * un avoir ou une remise diminue la valeur du client sans
      * compter comme achat pour la recence
           IF WS-VALEUR-TROUVEE > 0
               IF TYPE-ENC = 'A' OR TYPE-ENC = 'R'
                   IF MONTANT-VAL-TAB(WS-VALEUR-TROUVEE)
                      > MONTANT-FAC-ENC
                       SUBTRACT MONTANT-FAC-ENC
                           FROM MONTANT-VAL-TAB(WS-VALEUR-TROUVEE)
                   ELSE
                       MOVE 0 TO MONTANT-VAL-TAB(WS-VALEUR-TROUVEE)
                   END-IF
               ELSE
                   ADD MONTANT-FAC-ENC
                       TO MONTANT-VAL-TAB(WS-VALEUR-TROUVEE)
                   IF DATE-FAC-ENC
                      > DERNIERE-FAC-TAB(WS-VALEUR-TROUVEE)
                       MOVE DATE-FAC-ENC
                           TO DERNIERE-FAC-TAB(WS-VALEUR-TROUVEE)
                   END-IF
               END-IF
           END-IF.

       CHERCHER-VALEUR.
           ADD 1 TO POS-VALEUR
