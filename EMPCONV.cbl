           MOVE SPACES TO DEPARTEMENT-EMPLOYE OF ENREG-CONVERTI
           MOVE 0 TO DATE-DEPART OF ENREG-CONVERTI
           MOVE SPACES TO MOTIF-DEPART OF ENREG-CONVERTI
           MOVE SPACE TO SEXE-EMPLOYE OF ENREG-CONVERTI
           MOVE 0 TO DATE-NAISSANCE OF ENREG-CONVERTI
           MOVE SPACES TO CATEGORIE-EMPLOYE OF ENREG-CONVERTI
           WRITE ENREG-CONVERTI
           END-WRITE
           ADD 1 TO COMPTEURCONVERTI
