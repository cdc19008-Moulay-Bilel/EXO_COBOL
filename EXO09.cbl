               RECORD KEY IS NOCLI OF enreg-CLIF
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIF
                   WITH DUPLICATES.
           SELECT CLIE
               ASSIGN TO 'C:\Users\CRM\Desktop\CLIE.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIE
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIRET OF enreg-CLIE
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIE-STATUS.
           SELECT CLIA
               ASSIGN TO 'C:\Users\CRM\Desktop\CLIA.txt'.
           SELECT CLIEXC
       01  enreg-CLIF-CONTROLE.
           COPY CTLMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  CLIA.
       01  enreg-CLIA.
           COPY CLIMAST.
           02 CHKPT-COMPTEURA PIC 9(7).
           02 CHKPT-COMPTEUREXC PIC 9(7).
           02 CHKPT-COMPTEURIGNORE PIC 9(7).
           02 CHKPT-COMPTEURE PIC 9(7).

       FD  CLIHCSV.
       01  LIGNE-CLIHCSV PIC X(80).
       77  COMPTEURH PIC 9(7) VALUE 0.
       77  COMPTEURF PIC 9(7) VALUE 0.
       77  COMPTEURA PIC 9(7) VALUE 0.
       77  COMPTEURE PIC 9(7) VALUE 0.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  COMPTEUREXC PIC 9(7) VALUE 0.
       77  COMPTEURLU PIC 9(7) VALUE 0.
       77  COMPTEURTOTAL PIC 9(7) VALUE 0.
               OPEN OUTPUT CLIA CLIEXC
           END-IF
           CALL 'OPERSES' USING OPER-ZONE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           IF WS-MODE-SEXE = 'TOUS'
               OPEN I-O CLIE
               IF WS-CLIE-STATUS NOT = '00'
                   OPEN OUTPUT CLIE
                   CLOSE CLIE
                   OPEN I-O CLIE
               END-IF
           END-IF
           IF WS-MODE-SEXE = 'TOUS' OR WS-MODE-SEXE = 'H'
               IF WS-REPRISE = 'O'
                   OPEN I-O CLIH
           DISPLAY COMPTEURH
           DISPLAY COMPTEURF
           DISPLAY COMPTEURA
           DISPLAY COMPTEURE
           PERFORM RAPPORT-RECONCILIATION
           CLOSE fichier CLIA CLIEXC 
           IF WS-MODE-SEXE = 'TOUS'
               CLOSE CLIE
           END-IF
           IF WS-MODE-SEXE = 'TOUS' OR WS-MODE-SEXE = 'H'
               PERFORM ECRIRE-TRAILER-CLIH
               CLOSE CLIH
               MOVE CHKPT-COMPTEURA TO COMPTEURA
               MOVE CHKPT-COMPTEUREXC TO COMPTEUREXC
               MOVE CHKPT-COMPTEURIGNORE TO COMPTEURIGNORE
               MOVE CHKPT-COMPTEURE TO COMPTEURE
               CLOSE CHKPT
               DISPLAY 'REPRISE SUR CHECKPOINT A PARTIR DE '
                       CHKPT-A-SKIPPER ' ENREGISTREMENTS'
           MOVE COMPTEURA TO CHKPT-COMPTEURA
           MOVE COMPTEUREXC TO CHKPT-COMPTEUREXC
           MOVE COMPTEURIGNORE TO CHKPT-COMPTEURIGNORE
           MOVE COMPTEURE TO CHKPT-COMPTEURE
           WRITE enreg-CHKPT
           CLOSE CHKPT.

      * une entreprise (SEXE E) n a pas de prenom
       CALCUL.
           IF NOM IN enreg-fichier = SPACES
              OR (PRENOM IN enreg-fichier = SPACES
                  AND SEXE IN enreg-fichier NOT = 'E')
               COMPUTE COMPTEUREXC = COMPTEUREXC + 1
               MOVE enreg-fichier TO enreg-CLIEXC
               MOVE 'NOM OU PRENOM VIDE' TO MOTIF-REJET
                     COMPUTE COMPTEURIGNORE = COMPTEURIGNORE + 1
                    END-IF

                   ELSE
                   IF SEXE IN enreg-fichier = 'E'
                     PERFORM TRAITER-ENTREPRISE
                   ELSE
                     COMPUTE COMPTEURA = COMPTEURA + 1
                     MOVE enreg-fichier TO enreg-CLIA
                     PERFORM ENREGISTRER-AUDIT

                   END-IF
                   END-IF
               END-IF
           END-IF

               END-IF
           END-IF.

      * CLIE n est pas une generation : une entreprise deja connue
      * garde sa fiche (SIRET, contact) et compte comme repartie ;
      * une nouvelle arrive avec un SIRET a completer dans ENTMNT
       TRAITER-ENTREPRISE.
           IF WS-MODE-SEXE = 'TOUS'
               COMPUTE COMPTEURE = COMPTEURE + 1
               MOVE SPACES TO enreg-CLIE
               MOVE enreg-fichier TO enreg-CLIE
               MOVE SPACES TO PRENOM OF enreg-CLIE
               MOVE NOM IN enreg-fichier
                   TO RAISON-SOCIALE OF enreg-CLIE
               MOVE 'N' TO SIRET-VALIDE OF enreg-CLIE
               MOVE WS-DATE-JOUR TO DATE-CREATION-ENT OF enreg-CLIE
               MOVE 'N' TO WS-CLE-INVALIDE
               WRITE enreg-CLIE
                   INVALID KEY
                       MOVE 'O' TO WS-CLE-INVALIDE
               END-WRITE
               IF WS-CLE-INVALIDE = 'N'
                   MOVE 'ECRIT CLIE' TO AUDIT-OP-TRAVAIL
                   MOVE NOCLI IN enreg-fichier TO AUDIT-CLE-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT
               END-IF
           ELSE
               COMPUTE COMPTEURIGNORE = COMPTEURIGNORE + 1
           END-IF.

       CONSTRUIRE-LIGNE-CSV.
           MOVE SPACES TO LIGNE-CSV-TRAVAIL
           STRING NOCLI IN enreg-fichier DELIMITED BY SIZE

       RAPPORT-RECONCILIATION.
           COMPUTE COMPTEURTOTAL = COMPTEURH + COMPTEURF + COMPTEURA
                                  + COMPTEURE
                                  + COMPTEUREXC + COMPTEURIGNORE
           DISPLAY '--- RAPPORT DE RECONCILIATION ---'
           DISPLAY 'ENREGISTREMENTS LUS      : ' COMPTEURLU
                  COMPTEUREXC DELIMITED BY SIZE
                  ' IGNORES=' DELIMITED BY SIZE
                  COMPTEURIGNORE DELIMITED BY SIZE
                  ' CLIE=' DELIMITED BY SIZE
                  COMPTEURE DELIMITED BY SIZE
                  ' REPARTIS=' DELIMITED BY SIZE
                  COMPTEURTOTAL DELIMITED BY SIZE
               INTO LIGNE-RAPJOUR
