               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Adresses12.txt'
               FILE STATUS IS WS-ADR-STATUS.
           SELECT FADRCLIENTS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\AdrClients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI-ADR OF enreg-adr-client
               FILE STATUS IS WS-ADRCLI-STATUS.
           SELECT CLIH
               ASSIGN TO WS-CLIH-PATH
               ORGANIZATION IS INDEXED
           02 VILLE-ADR PIC X(20).
           02 CMPL-ADR PIC X(20).
           02 CODE-ERREUR-CP-ADR PIC X.
           02 PAYS-ADR PIC X(2).

       FD  FADRCLIENTS.
       01  enreg-adr-client.
           COPY ADRMAST.

       FD  CLIH.
       01  enreg-CLIH.
       77  EOF-MASTER PIC 99 VALUE 0.
       77  WS-REFRUE-STATUS PIC X(2) VALUE '00'.
       77  WS-ADR-STATUS PIC X(2) VALUE '00'.
       77  WS-ADRCLI-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-HIST-STATUS PIC X(2) VALUE '00'.
       77  WS-DEBORDEMENT PIC X VALUE 'N'.
       77  COMPTEURADR-LUES PIC 9(7) VALUE 0.
       77  COMPTEURADR-NORMEES PIC 9(7) VALUE 0.
       77  COMPTEURCOUR-NORMEES PIC 9(7) VALUE 0.
       77  COMPTEURMST-NORMES PIC 9(7) VALUE 0.
       77  COMPTEURINCONNUS PIC 9(7) VALUE 0.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
           PERFORM INIT
           PERFORM CHARGER-ABREVIATIONS
           PERFORM NORMALISER-ADRESSES
           PERFORM NORMALISER-ADRESSES-COURANTES
           PERFORM NORMALISER-CLIH
           PERFORM NORMALISER-CLIF
           PERFORM FIN

       NORMALISER-UNE-ADRESSE.
           ADD 1 TO COMPTEURADR-LUES
           MOVE RUE-ADR OF ENREG-ADRESSE TO WS-RUE-TRAVAIL
           PERFORM NORMALISER-RUE-TRAVAIL
           IF WS-ABR-TROUVEE > 0 AND WS-ABR-TROUVEE NOT = 99
              AND WS-DEBORDEMENT = 'N'
              AND WS-RUE-NORMEE NOT = RUE-ADR OF ENREG-ADRESSE
               MOVE WS-RUE-NORMEE TO RUE-ADR OF ENREG-ADRESSE
               REWRITE ENREG-ADRESSE
               END-REWRITE
               ADD 1 TO COMPTEURADR-NORMEES
               AT END MOVE 1 TO EOF-ADR
           END-READ.

      * l adresse courante lue par la facturation recoit la meme
      * normalisation ; le journal en porte deja l historique
       NORMALISER-ADRESSES-COURANTES.
           MOVE 0 TO EOF-ADR
           OPEN I-O FADRCLIENTS
           IF WS-ADRCLI-STATUS = '00'
               READ FADRCLIENTS
                   AT END MOVE 1 TO EOF-ADR
               END-READ
               PERFORM NORMALISER-UNE-ADRESSE-COURANTE UNTIL EOF-ADR = 1
               CLOSE FADRCLIENTS
           END-IF.

       NORMALISER-UNE-ADRESSE-COURANTE.
           MOVE RUE-ADR OF enreg-adr-client TO WS-RUE-TRAVAIL
           PERFORM NORMALISER-RUE-TRAVAIL
           IF WS-ABR-TROUVEE > 0 AND WS-ABR-TROUVEE NOT = 99
              AND WS-DEBORDEMENT = 'N'
              AND WS-RUE-NORMEE NOT = RUE-ADR OF enreg-adr-client
               MOVE WS-RUE-NORMEE TO RUE-ADR OF enreg-adr-client
               MOVE WS-DATE-JOUR TO DATE-MAJ-ADR
               MOVE 'RUENORM' TO PROGRAMME-MAJ-ADR
               REWRITE enreg-adr-client
               END-REWRITE
               ADD 1 TO COMPTEURCOUR-NORMEES
           END-IF
           READ FADRCLIENTS
               AT END MOVE 1 TO EOF-ADR
           END-READ.

      * isole le premier mot de la rue, le remplace par le libelle
      * complet quand il figure dans la table
       NORMALISER-RUE-TRAVAIL.
           END-IF.

       HISTORISER-ADRESSE.
           MOVE NOCLI-ADR OF ENREG-ADRESSE TO NOCLI-HIST
           MOVE WS-DATE-JOUR TO DATE-EFFET-HIST
           MOVE NUM-ADR OF ENREG-ADRESSE TO NUM-HIST
           MOVE RUE-ADR OF ENREG-ADRESSE TO RUE-HIST
           MOVE CP-ADR OF ENREG-ADRESSE TO CP-HIST
           MOVE VILLE-ADR OF ENREG-ADRESSE TO VILLE-HIST
           MOVE CMPL-ADR OF ENREG-ADRESSE TO CMPL-HIST
           WRITE enreg-historique
               INVALID KEY
                   REWRITE enreg-historique
       SIGNALER-INCONNU.
           ADD 1 TO COMPTEURINCONNUS
           MOVE WS-MOT-1 TO MOT-INCONNU
           MOVE NOCLI-ADR OF ENREG-ADRESSE TO NOCLI-INCONNU
           MOVE RUE-ADR OF ENREG-ADRESSE TO RUE-INCONNUE
           WRITE enreg-inconnu
           END-WRITE.

               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ADRESSES COURANTES NORMEES=' DELIMITED BY SIZE
                  COMPTEURCOUR-NORMEES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'ADRESSES NORMALISEES : ' COMPTEURADR-NORMEES
           DISPLAY 'ADRESSES COURANTES   : ' COMPTEURCOUR-NORMEES
           DISPLAY 'MASTERS NORMALISES   : ' COMPTEURMST-NORMES
           DISPLAY 'TYPES NON RECONNUS   : ' COMPTEURINCONNUS
           CLOSE FHISTORIQUE FINCONNUS FRAPPORT
