       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLRPT.
      *****************************************************************
      * Etat quotidien d anciennete des reclamations clients : chaque
      * reclamation ouverte ou en cours (RECLMNT) est listee avec le
      * client, la categorie, la date d ouverture, l operateur
      * affecte, son age en jours (base 30/360 comme LITRPT) et le
      * delai cible de sa categorie ; celles qui ont depasse le
      * delai sont marquees DEPASSE. Totaux par categorie, puis
      * bilan des reclamations resolues dans le mois (dans le delai
      * ou hors delai). Etat EtatReclamations.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FRECLAMATIONS
               ASSIGN TO 'C:\Users\CRM\Desktop\Reclamations.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NO-RECL OF enreg-reclamation
               ALTERNATE RECORD KEY IS NOCLI-RECL OF enreg-reclamation
                   WITH DUPLICATES
               FILE STATUS IS WS-RECL-STATUS.
           SELECT CLIH
               ASSIGN TO WS-CLIH-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIH
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIH
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIH-STATUS.
           SELECT CLIF
               ASSIGN TO WS-CLIF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIF
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIF
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIF-STATUS.
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
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatReclamations.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRECLAMATIONS.
       01  enreg-reclamation.
           COPY RECLMAST.

       FD  CLIH.
       01  enreg-CLIH.
           COPY CLIMAST.

       FD  CLIF.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(110).

       WORKING-STORAGE SECTION.
       77  EOF-RECL PIC 99 VALUE 0.
       77  WS-RECL-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  COMPTEUROUVERTES PIC 9(5) VALUE 0.
       77  COMPTEURDEPASSEES PIC 9(5) VALUE 0.
       77  COMPTEURRESOLUES PIC 9(5) VALUE 0.
       77  COMPTEURDANSDELAI PIC 9(5) VALUE 0.
       77  WS-AGE-JOURS PIC S9(5) VALUE 0.
       77  WS-RESTANT PIC S9(5) VALUE 0.
       77  WS-AGE-EDIT PIC ZZZZ9.
       77  WS-DELAI-EDIT PIC ZZ9.
       77  WS-RESTANT-EDIT PIC -ZZZ9.
       77  WS-JOURS-RECL PIC S9(7) VALUE 0.
       77  WS-JOURS-JOUR PIC S9(7) VALUE 0.
       77  WS-JOURS-RESOL PIC S9(7) VALUE 0.
       77  WS-MOIS-JOUR PIC 9(6) VALUE 0.
       77  WS-MOIS-RESOL PIC 9(6) VALUE 0.
       77  WS-ETAT-DELAI PIC X(8) VALUE SPACE.
       77  POS-CATEGORIE PIC 9 VALUE 0.
       77  WS-CATEGORIE-TROUVEE PIC 9 VALUE 0.
       01  WS-DATE-JOUR.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 9(2).
           02 WS-JJ-JOUR PIC 9(2).
       01  WS-DATE-DEC.
           02 WS-AAAA-DEC PIC 9(4).
           02 WS-MM-DEC PIC 9(2).
           02 WS-JJ-DEC PIC 9(2).
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.
      * memes categories que la console RECLMNT ; la derniere ligne
      * recoit les codes inconnus
       01  LISTE-CATEGORIES-RECL.
           02 FILLER PIC X(24) VALUE 'LVLIVRAISON'.
           02 FILLER PIC X(24) VALUE 'QLQUALITE PRODUIT'.
           02 FILLER PIC X(24) VALUE 'FAFACTURATION'.
           02 FILLER PIC X(24) VALUE 'SVACCUEIL / SERVICE'.
           02 FILLER PIC X(24) VALUE 'RBREMBOURSEMENT'.
           02 FILLER PIC X(24) VALUE 'AUAUTRE MOTIF'.
           02 FILLER PIC X(24) VALUE '  NON CLASSEE'.
       01  TABLE-CATEGORIES-RECL REDEFINES LISTE-CATEGORIES-RECL.
           02 CATEGORIE-RECL-TAB OCCURS 7 TIMES.
              03 CODE-CATEGORIE PIC X(2).
              03 LIBELLE-CATEGORIE PIC X(22).
       01  TABLE-TOTAUX-CATEGORIES.
           02 TOTAL-CATEGORIE OCCURS 7 TIMES.
              03 OUVERTES-CAT PIC 9(5).
              03 DEPASSEES-CAT PIC 9(5).

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-UNE-RECLAMATION UNTIL EOF-RECL = 1
           PERFORM EDITER-CATEGORIES
           PERFORM EDITER-RESOLUES
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE WS-JOURS-JOUR
               = WS-AAAA-JOUR * 360 + WS-MM-JOUR * 30 + WS-JJ-JOUR
           COMPUTE WS-MOIS-JOUR = WS-AAAA-JOUR * 100 + WS-MM-JOUR
           MOVE 'EXO09-GEN' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR TO WS-GENERATION
           ELSE
               ACCEPT WS-GENERATION FROM ENVIRONMENT 'EXO09-GEN'
           END-IF
           IF WS-GENERATION = SPACE
               ACCEPT WS-GENERATION FROM DATE YYYYMMDD
           END-IF
           STRING 'C:\Users\CRM\Desktop\CLIH-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIH-PATH
           END-STRING
           STRING 'C:\Users\CRM\Desktop\CLIF-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIF-PATH
           END-STRING
           OPEN INPUT FRECLAMATIONS
           IF WS-RECL-STATUS NOT = '00'
               DISPLAY 'FICHIER DES RECLAMATIONS ABSENT'
               STOP RUN
           END-IF
           OPEN INPUT CLIH
           IF WS-CLIH-STATUS NOT = '00'
               DISPLAY 'CLIH ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIH-DISPONIBLE
           END-IF
           OPEN INPUT CLIF
           IF WS-CLIF-STATUS NOT = '00'
               DISPLAY 'CLIF ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIF-DISPONIBLE
           END-IF
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS NOT = '00'
               MOVE 'N' TO WS-CLIE-DISPONIBLE
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE '--- RECLAMATIONS CLIENTS EN ATTENTE DE RESOLUTION ---'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'AU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'RECL.   CLIENT  NOM                  CATEGORIE'
               TO LIGNE-RAPPORT
           MOVE 'S OUVERTE  OPERAT.    AGE CIBLE RESTE'
               TO LIGNE-RAPPORT(64:37)
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-CATEGORIE
           PERFORM VIDER-UNE-CATEGORIE 7 TIMES
           READ FRECLAMATIONS
               AT END MOVE 1 TO EOF-RECL
           END-READ.

       VIDER-UNE-CATEGORIE.
           ADD 1 TO POS-CATEGORIE
           MOVE 0 TO OUVERTES-CAT(POS-CATEGORIE)
           MOVE 0 TO DEPASSEES-CAT(POS-CATEGORIE).

       TRAITER-UNE-RECLAMATION.
           MOVE DATE-OUVERTURE-RECL TO WS-DATE-DEC
           COMPUTE WS-JOURS-RECL
               = WS-AAAA-DEC * 360 + WS-MM-DEC * 30 + WS-JJ-DEC
           IF STATUT-RECL = 'O' OR STATUT-RECL = 'E'
               PERFORM TRAITER-RECLAMATION-OUVERTE
           ELSE
           IF STATUT-RECL = 'R'
               PERFORM TRAITER-RECLAMATION-RESOLUE
           END-IF
           END-IF
           READ FRECLAMATIONS
               AT END MOVE 1 TO EOF-RECL
           END-READ.

       TRAITER-RECLAMATION-OUVERTE.
           COMPUTE WS-AGE-JOURS = WS-JOURS-JOUR - WS-JOURS-RECL
           IF WS-AGE-JOURS < 0
               MOVE 0 TO WS-AGE-JOURS
           END-IF
           COMPUTE WS-RESTANT = DELAI-RECL - WS-AGE-JOURS
           PERFORM CHOISIR-CATEGORIE
           ADD 1 TO COMPTEUROUVERTES
           ADD 1 TO OUVERTES-CAT(WS-CATEGORIE-TROUVEE)
           IF WS-RESTANT < 0
               MOVE 'DEPASSE' TO WS-ETAT-DELAI
               ADD 1 TO COMPTEURDEPASSEES
               ADD 1 TO DEPASSEES-CAT(WS-CATEGORIE-TROUVEE)
           ELSE
               MOVE SPACES TO WS-ETAT-DELAI
           END-IF
           PERFORM EDITER-RECLAMATION.

      * resolue dans le mois en cours : dans le delai si l age a la
      * resolution ne depasse pas le delai cible
       TRAITER-RECLAMATION-RESOLUE.
           MOVE DATE-RESOLUTION-RECL TO WS-DATE-DEC
           COMPUTE WS-MOIS-RESOL = WS-AAAA-DEC * 100 + WS-MM-DEC
           IF WS-MOIS-RESOL = WS-MOIS-JOUR
               ADD 1 TO COMPTEURRESOLUES
               COMPUTE WS-JOURS-RESOL
                   = WS-AAAA-DEC * 360 + WS-MM-DEC * 30 + WS-JJ-DEC
               COMPUTE WS-AGE-JOURS = WS-JOURS-RESOL - WS-JOURS-RECL
               IF WS-AGE-JOURS <= DELAI-RECL
                   ADD 1 TO COMPTEURDANSDELAI
               END-IF
           END-IF.

       CHOISIR-CATEGORIE.
           MOVE 0 TO WS-CATEGORIE-TROUVEE POS-CATEGORIE
           PERFORM CHERCHER-CATEGORIE 6 TIMES
           IF WS-CATEGORIE-TROUVEE = 0
               MOVE 7 TO WS-CATEGORIE-TROUVEE
           END-IF.

       CHERCHER-CATEGORIE.
           ADD 1 TO POS-CATEGORIE
           IF CODE-CATEGORIE(POS-CATEGORIE) = CATEGORIE-RECL
               MOVE POS-CATEGORIE TO WS-CATEGORIE-TROUVEE
           END-IF.

       EDITER-RECLAMATION.
           PERFORM RECHERCHER-CLIENT
           IF TROUVE = 'N'
               MOVE SPACES TO NOM OF enreg-courant
           END-IF
           MOVE WS-AGE-JOURS TO WS-AGE-EDIT
           MOVE DELAI-RECL TO WS-DELAI-EDIT
           MOVE WS-RESTANT TO WS-RESTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING NO-RECL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOCLI-RECL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOM OF enreg-courant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LIBELLE-CATEGORIE(WS-CATEGORIE-TROUVEE)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STATUT-RECL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DATE-OUVERTURE-RECL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OPERATEUR-RECL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AGE-EDIT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-DELAI-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RESTANT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ETAT-DELAI DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE NOCLI-RECL TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIH TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE NOCLI-RECL TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE NOCLI-RECL TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF.

       EDITER-CATEGORIES.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'RECLAMATIONS EN ATTENTE PAR CATEGORIE' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-CATEGORIE
           PERFORM EDITER-UNE-CATEGORIE 7 TIMES
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL EN ATTENTE ' DELIMITED BY SIZE
                  COMPTEUROUVERTES DELIMITED BY SIZE
                  ' DONT DELAI DEPASSE ' DELIMITED BY SIZE
                  COMPTEURDEPASSEES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60).

       EDITER-UNE-CATEGORIE.
           ADD 1 TO POS-CATEGORIE
           IF OUVERTES-CAT(POS-CATEGORIE) > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING LIBELLE-CATEGORIE(POS-CATEGORIE)
                          DELIMITED BY SIZE
                      ' EN ATTENTE ' DELIMITED BY SIZE
                      OUVERTES-CAT(POS-CATEGORIE) DELIMITED BY SIZE
                      ' DEPASSEES ' DELIMITED BY SIZE
                      DEPASSEES-CAT(POS-CATEGORIE) DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

       EDITER-RESOLUES.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'RESOLUES DANS LE MOIS ' DELIMITED BY SIZE
                  WS-MOIS-JOUR DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  COMPTEURRESOLUES DELIMITED BY SIZE
                  ' DONT DANS LE DELAI ' DELIMITED BY SIZE
                  COMPTEURDANSDELAI DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:70).

       FIN.
           DISPLAY 'RECLAMATIONS EN ATTENTE : ' COMPTEUROUVERTES
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           CLOSE FRECLAMATIONS FRAPPORT.

       END PROGRAM RECLRPT.
