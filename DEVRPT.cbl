       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVRPT.
      *****************************************************************
      * Etat hebdomadaire des devis (DevisMst.txt) : les devis
      * ouverts dont la validite est depassee passent a expire, les
      * devis ouverts qui expirent dans les DEVRPT-JOURS jours
      * (defaut 7) sont listes pour relance commerciale, et le taux
      * de transformation des devis en commandes est calcule sur
      * l ensemble des devis et sur les seuls devis clos (acceptes,
      * refuses ou expires).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FDEVIS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\DevisMst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NODEV OF enreg-devis
               FILE STATUS IS WS-DEV-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatDevis.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FDEVIS.
       01  enreg-devis.
           COPY DEVMAST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-DEV PIC 99 VALUE 0.
       77  WS-DEV-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-JOURS-SAISIS PIC X(3) VALUE SPACE.
       77  WS-HORIZON PIC 9(3) VALUE 7.
       77  WS-JOURS-JOUR PIC S9(7) VALUE 0.
       77  WS-JOURS-VALIDITE PIC S9(7) VALUE 0.
       77  WS-JOURS-RESTANTS PIC S9(7) VALUE 0.
       77  COMPTEURDEVIS PIC 9(7) VALUE 0.
       77  COMPTEUROUVERTS PIC 9(7) VALUE 0.
       77  COMPTEURACCEPTES PIC 9(7) VALUE 0.
       77  COMPTEURREFUSES PIC 9(7) VALUE 0.
       77  COMPTEUREXPIRES PIC 9(7) VALUE 0.
       77  COMPTEUREXPIRESJOUR PIC 9(7) VALUE 0.
       77  COMPTEURAEXPIRER PIC 9(7) VALUE 0.
       77  COMPTEURCLOS PIC 9(7) VALUE 0.
       77  TOTAL-AEXPIRER PIC 9(10)V99 VALUE 0.
       77  TOTAL-ACCEPTES PIC 9(10)V99 VALUE 0.
       77  WS-TAUX PIC 9(3)V99 VALUE 0.
       77  WS-TAUX-EDIT PIC ZZ9.99.
       77  WS-JOURS-EDIT PIC ZZ9.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-TOTAL-EDIT PIC ZZZZZZZZZ9.99.
       01  WS-DATE-JOUR-DEC.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 9(2).
           02 WS-JJ-JOUR PIC 9(2).
       01  WS-DATE-VALIDITE-DEC.
           02 WS-AAAA-VALIDITE PIC 9(4).
           02 WS-MM-VALIDITE PIC 9(2).
           02 WS-JJ-VALIDITE PIC 9(2).

       01  VERROU-ZONE.
           02 VERROU-ACTION PIC X.
           02 VERROU-PROGRAMME PIC X(8).
           02 VERROU-OCCUPE PIC X.
           02 VERROU-DETENTEUR PIC X(8).
           02 VERROU-DEPUIS-DATE PIC 9(8).
           02 VERROU-DEPUIS-HEURE PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-UN-DEVIS UNTIL EOF-DEV = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           MOVE 'T' TO VERROU-ACTION
           CALL 'VERROU' USING VERROU-ZONE
           IF VERROU-OCCUPE = 'O'
               DISPLAY 'MASTERS EN COURS D UTILISATION PAR '
                       VERROU-DETENTEUR ' DEPUIS LE '
                       VERROU-DEPUIS-DATE ' A ' VERROU-DEPUIS-HEURE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-DATE-JOUR-DEC
           COMPUTE WS-JOURS-JOUR
               = WS-AAAA-JOUR * 360 + WS-MM-JOUR * 30 + WS-JJ-JOUR
           ACCEPT WS-JOURS-SAISIS FROM ENVIRONMENT 'DEVRPT-JOURS'
           IF WS-JOURS-SAISIS NOT = SPACES
              AND WS-JOURS-SAISIS IS NUMERIC
               MOVE WS-JOURS-SAISIS TO WS-HORIZON
           END-IF
           OPEN I-O FDEVIS
           IF WS-DEV-STATUS NOT = '00'
               DISPLAY 'AUCUN DEVIS ENREGISTRE (DEVMNT)'
               STOP RUN
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- DEVIS AU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ' : OUVERTS EXPIRANT SOUS ' DELIMITED BY SIZE
                  WS-HORIZON DELIMITED BY SIZE
                  ' JOURS ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'DEVIS   CLIENT  DATE     VALIDITE  JOURS     MONTANT'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           READ FDEVIS NEXT RECORD
               AT END MOVE 1 TO EOF-DEV
           END-READ.

       TRAITER-UN-DEVIS.
           ADD 1 TO COMPTEURDEVIS
           IF STATUT-DEV = 'O'
               MOVE DATE-VALIDITE-DEV TO WS-DATE-VALIDITE-DEC
               COMPUTE WS-JOURS-VALIDITE = WS-AAAA-VALIDITE * 360
                                + WS-MM-VALIDITE * 30 + WS-JJ-VALIDITE
               COMPUTE WS-JOURS-RESTANTS
                   = WS-JOURS-VALIDITE - WS-JOURS-JOUR
               IF DATE-VALIDITE-DEV < WS-DATE-JOUR
                   MOVE 'E' TO STATUT-DEV
                   MOVE WS-DATE-JOUR TO DATE-STATUT-DEV
                   MOVE 'DEVRPT' TO OPERATEUR-DEV
                   REWRITE enreg-devis
                   END-REWRITE
                   ADD 1 TO COMPTEUREXPIRESJOUR
               ELSE
                   IF WS-JOURS-RESTANTS <= WS-HORIZON
                       PERFORM EDITER-DEVIS-A-EXPIRER
                   END-IF
               END-IF
           END-IF
           IF STATUT-DEV = 'O'
               ADD 1 TO COMPTEUROUVERTS
           ELSE
           IF STATUT-DEV = 'A'
               ADD 1 TO COMPTEURACCEPTES
               ADD MONTANT-DEV TO TOTAL-ACCEPTES
           ELSE
           IF STATUT-DEV = 'R'
               ADD 1 TO COMPTEURREFUSES
           ELSE
               ADD 1 TO COMPTEUREXPIRES
           END-IF
           END-IF
           END-IF
           READ FDEVIS NEXT RECORD
               AT END MOVE 1 TO EOF-DEV
           END-READ.

       EDITER-DEVIS-A-EXPIRER.
           ADD 1 TO COMPTEURAEXPIRER
           ADD MONTANT-DEV TO TOTAL-AEXPIRER
           MOVE MONTANT-DEV TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE NODEV TO LIGNE-RAPPORT(1:7)
           MOVE NOCLI-DEV TO LIGNE-RAPPORT(9:7)
           MOVE DATE-DEV TO LIGNE-RAPPORT(17:8)
           MOVE DATE-VALIDITE-DEV TO LIGNE-RAPPORT(26:8)
           MOVE WS-JOURS-RESTANTS TO WS-JOURS-EDIT
           MOVE WS-JOURS-EDIT TO LIGNE-RAPPORT(36:3)
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(42:11)
           WRITE LIGNE-RAPPORT.

       FIN.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-AEXPIRER TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'DEVIS A RELANCER : ' DELIMITED BY SIZE
                  COMPTEURAEXPIRER DELIMITED BY SIZE
                  ' POUR ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'DEVIS : ' DELIMITED BY SIZE
                  COMPTEURDEVIS DELIMITED BY SIZE
                  ' OUVERTS : ' DELIMITED BY SIZE
                  COMPTEUROUVERTS DELIMITED BY SIZE
                  ' ACCEPTES : ' DELIMITED BY SIZE
                  COMPTEURACCEPTES DELIMITED BY SIZE
                  ' REFUSES : ' DELIMITED BY SIZE
                  COMPTEURREFUSES DELIMITED BY SIZE
                  ' EXPIRES : ' DELIMITED BY SIZE
                  COMPTEUREXPIRES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 0 TO WS-TAUX
           IF COMPTEURDEVIS > 0
               COMPUTE WS-TAUX ROUNDED
                   = COMPTEURACCEPTES * 100 / COMPTEURDEVIS
           END-IF
           MOVE WS-TAUX TO WS-TAUX-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TRANSFORMATION, TOUS DEVIS : ' DELIMITED BY SIZE
                  WS-TAUX-EDIT DELIMITED BY SIZE
                  ' %' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           COMPUTE COMPTEURCLOS = COMPTEURACCEPTES + COMPTEURREFUSES
                                + COMPTEUREXPIRES
           MOVE 0 TO WS-TAUX
           IF COMPTEURCLOS > 0
               COMPUTE WS-TAUX ROUNDED
                   = COMPTEURACCEPTES * 100 / COMPTEURCLOS
           END-IF
           MOVE WS-TAUX TO WS-TAUX-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TRANSFORMATION, DEVIS CLOS : ' DELIMITED BY SIZE
                  WS-TAUX-EDIT DELIMITED BY SIZE
                  ' %' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-ACCEPTES TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'MONTANT DES DEVIS ACCEPTES : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           CLOSE FDEVIS FRAPPORT
           DISPLAY 'DEVIS LUS          : ' COMPTEURDEVIS
           DISPLAY 'PASSES A EXPIRE    : ' COMPTEUREXPIRESJOUR
           DISPLAY 'A RELANCER         : ' COMPTEURAEXPIRER.
