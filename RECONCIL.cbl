       77  COMPTEURH PIC 9(7) VALUE 0.
       77  COMPTEURF PIC 9(7) VALUE 0.
       77  COMPTEURA PIC 9(7) VALUE 0.
       77  COMPTEURE PIC 9(7) VALUE 0.
       77  COMPTEUREXC PIC 9(7) VALUE 0.
       77  COMPTEURIGNORE PIC 9(7) VALUE 0.
       77  COMPTEURTOTAL PIC 9(7) VALUE 0.
           PERFORM LIRE-FICHIER UNTIL EOF-FICHIER = 1
           CLOSE fichier.

      * les entreprises vont dans CLIE, master permanent qui n est
      * pas une generation : elles sont comptees sur l intrant
       LIRE-FICHIER.
           ADD 1 TO COMPTEURLU
           IF SEXE IN enreg-fichier = 'E'
              AND NOM IN enreg-fichier NOT = SPACES
               IF WS-MODE-SEXE = 'TOUS'
                   ADD 1 TO COMPTEURE
               ELSE
                   ADD 1 TO COMPTEURIGNORE
               END-IF
           END-IF
           IF NOM IN enreg-fichier NOT = SPACES
              AND PRENOM IN enreg-fichier NOT = SPACES
               IF SEXE IN enreg-fichier = 'H'

       RAPPORT-RECONCILIATION.
           COMPUTE COMPTEURTOTAL = COMPTEURH + COMPTEURF + COMPTEURA
                                  + COMPTEURE
                                  + COMPTEUREXC + COMPTEURIGNORE
           DISPLAY '--- RECONCILIATION EXO09 ---'
           DISPLAY 'GENERATION               : ' WS-GENERATION
           DISPLAY 'CLIH                     : ' COMPTEURH
           DISPLAY 'CLIF                     : ' COMPTEURF
           DISPLAY 'CLIA                     : ' COMPTEURA
           DISPLAY 'CLIE (ENTREPRISES)       : ' COMPTEURE
           DISPLAY 'CLIEXC                   : ' COMPTEUREXC
           DISPLAY 'IGNORES (MODE SEXE)      : ' COMPTEURIGNORE
           DISPLAY 'ENREGISTREMENTS REPARTIS : ' COMPTEURTOTAL
