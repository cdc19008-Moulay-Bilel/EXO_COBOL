       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLMNT.
      *****************************************************************
      * Console des reclamations clients (Reclamations.txt) : une
      * reclamation recue par telephone, courrier, e-mail ou au
      * guichet est ouverte sur un client (et au besoin sur une de
      * ses commandes ou factures) avec une categorie, qui fixe le
      * delai cible de resolution, et une description. Elle est
      * affectee a un operateur, passe en cours puis est resolue
      * avec le texte de la reponse apportee. RECLRPT edite chaque
      * jour l anciennete des reclamations ouvertes face a leur
      * delai cible. Chaque action est journalisee via AUDECR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FRECLAMATIONS
               ASSIGN TO 'C:\Users\CRM\Desktop\Reclamations.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NO-RECL OF enreg-reclamation
               ALTERNATE RECORD KEY IS NOCLI-RECL OF enreg-reclamation
                   WITH DUPLICATES
               FILE STATUS IS WS-RECL-STATUS.
           SELECT FNUMRECL
               ASSIGN TO 'C:\Users\CRM\Desktop\NumRecl.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
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
           SELECT CMDMAST
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCMD OF enreg-commande
               FILE STATUS IS WS-CMD-STATUS.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRECLAMATIONS.
       01  enreg-reclamation.
           COPY RECLMAST.

       FD  FNUMRECL.
       01  ENREG-NUMRECL.
           02 PROCHAIN-NO-RECL PIC 9(7).

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

       FD  CMDMAST.
       01  enreg-commande.
           COPY CMDMAST.

       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-RECL-STATUS PIC X(2) VALUE '00'.
       77  WS-ALLOC-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-CMD-STATUS PIC X(2) VALUE '00'.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CMD-DISPONIBLE PIC X VALUE 'O'.
       77  WS-ENC-DISPONIBLE PIC X VALUE 'O'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CONFIRMATION PIC X VALUE SPACE.
       77  WS-RECL-LUE PIC X VALUE 'N'.
       77  WS-SAISIE-VALIDE PIC X VALUE 'N'.
       77  TROUVE PIC X VALUE 'N'.
       77  EOF-RECL PIC 99 VALUE 0.
       77  WS-NO-SAISI PIC 9(7) VALUE 0.
       77  WS-NOCLI-SAISI PIC 9(7) VALUE 0.
       77  WS-NOCMD-SAISI PIC 9(7) VALUE 0.
       77  WS-NOFAC-SAISI PIC 9(7) VALUE 0.
       77  WS-CATEGORIE-SAISIE PIC X(2) VALUE SPACE.
       77  WS-CANAL-SAISI PIC X VALUE SPACE.
       77  WS-OPERATEUR-SAISI PIC X(8) VALUE SPACE.
       77  WS-TEXTE-SAISI PIC X(60) VALUE SPACE.
       77  WS-NO-ALLOUE PIC 9(7) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-CATEGORIE-TROUVEE PIC 9 VALUE 0.
       77  POS-CATEGORIE PIC 9 VALUE 0.
       77  COMPTEUROUVERTES PIC 9(5) VALUE 0.
       77  COMPTEURRESOLUES PIC 9(5) VALUE 0.
       77  COMPTEURLISTEES PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.

      * code, libelle et delai cible de resolution en jours
       01  LISTE-CATEGORIES-RECL.
           02 FILLER PIC X(27) VALUE 'LVLIVRAISON             005'.
           02 FILLER PIC X(27) VALUE 'QLQUALITE PRODUIT       010'.
           02 FILLER PIC X(27) VALUE 'FAFACTURATION           010'.
           02 FILLER PIC X(27) VALUE 'SVACCUEIL / SERVICE     005'.
           02 FILLER PIC X(27) VALUE 'RBREMBOURSEMENT         015'.
           02 FILLER PIC X(27) VALUE 'AUAUTRE MOTIF           010'.
       01  TABLE-CATEGORIES-RECL REDEFINES LISTE-CATEGORIES-RECL.
           02 CATEGORIE-RECL-TAB OCCURS 6 TIMES.
              03 CODE-CATEGORIE PIC X(2).
              03 LIBELLE-CATEGORIE PIC X(22).
              03 DELAI-CATEGORIE PIC 9(3).

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 2
               DISPLAY 'NIVEAU SAISIE REQUIS POUR LES RECLAMATIONS'
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
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
           OPEN I-O FRECLAMATIONS
           IF WS-RECL-STATUS NOT = '00'
               OPEN OUTPUT FRECLAMATIONS
               CLOSE FRECLAMATIONS
               OPEN I-O FRECLAMATIONS
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
           OPEN INPUT CMDMAST
           IF WS-CMD-STATUS NOT = '00'
               MOVE 'N' TO WS-CMD-DISPONIBLE
           END-IF
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               MOVE 'N' TO WS-ENC-DISPONIBLE
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' RECLAMATIONS CLIENTS'
           DISPLAY ' V. Voir une reclamation'
           DISPLAY ' L. Lister les reclamations d un client'
           DISPLAY ' O. Ouvrir une reclamation'
           DISPLAY ' A. Affecter a un operateur'
           DISPLAY ' E. Passer en cours de traitement'
           DISPLAY ' R. Resoudre une reclamation'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM LIRE-RECLAMATION
           ELSE
           IF WS-CHOIX = 'L' OR WS-CHOIX = 'l'
               PERFORM LISTER-RECLAMATIONS-CLIENT
           ELSE
           IF WS-CHOIX = 'O' OR WS-CHOIX = 'o'
               PERFORM OUVRIR-RECLAMATION
           ELSE
           IF WS-CHOIX = 'A' OR WS-CHOIX = 'a'
               PERFORM AFFECTER-RECLAMATION
           ELSE
           IF WS-CHOIX = 'E' OR WS-CHOIX = 'e'
               PERFORM TRAITER-RECLAMATION
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               PERFORM RESOUDRE-RECLAMATION
           ELSE
           IF WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
               MOVE 'N' TO WS-CONTINUER
           ELSE
               DISPLAY 'CHOIX INCONNU'
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       LIRE-RECLAMATION.
           MOVE 'N' TO WS-RECL-LUE
           DISPLAY 'NUMERO DE RECLAMATION : '
           ACCEPT WS-NO-SAISI
           MOVE WS-NO-SAISI TO NO-RECL
           READ FRECLAMATIONS
               INVALID KEY
                   DISPLAY 'RECLAMATION INCONNUE'
           END-READ
           IF WS-RECL-STATUS = '00'
               MOVE 'O' TO WS-RECL-LUE
               PERFORM AFFICHER-RECLAMATION
           END-IF.

       AFFICHER-RECLAMATION.
           MOVE 0 TO WS-CATEGORIE-TROUVEE POS-CATEGORIE
           MOVE CATEGORIE-RECL TO WS-CATEGORIE-SAISIE
           PERFORM CHERCHER-CATEGORIE 6 TIMES
           DISPLAY 'RECLAMATION ' NO-RECL ' CLIENT ' NOCLI-RECL
                   ' STATUT ' STATUT-RECL
           IF WS-CATEGORIE-TROUVEE > 0
               DISPLAY 'CATEGORIE   : '
                       LIBELLE-CATEGORIE(WS-CATEGORIE-TROUVEE)
                       ' DELAI CIBLE ' DELAI-RECL ' JOURS'
           ELSE
               DISPLAY 'CATEGORIE   : ' CATEGORIE-RECL
                       ' DELAI CIBLE ' DELAI-RECL ' JOURS'
           END-IF
           IF NOCMD-RECL NOT = 0
               DISPLAY 'COMMANDE    : ' NOCMD-RECL
           END-IF
           IF NOFAC-RECL NOT = 0
               DISPLAY 'FACTURE     : ' NOFAC-RECL
           END-IF
           DISPLAY 'OUVERTE LE  : ' DATE-OUVERTURE-RECL
                   ' PAR ' OPERATEUR-SAISIE-RECL
                   ' CANAL ' CANAL-RECL
           DISPLAY 'DESCRIPTION : ' DESCRIPTION-RECL
           DISPLAY 'AFFECTEE A  : ' OPERATEUR-RECL
           IF STATUT-RECL = 'R'
               DISPLAY 'RESOLUE LE  : ' DATE-RESOLUTION-RECL
               DISPLAY 'RESOLUTION  : ' RESOLUTION-RECL
           END-IF.

       LISTER-RECLAMATIONS-CLIENT.
           DISPLAY 'NUMERO DE CLIENT : '
           ACCEPT WS-NOCLI-SAISI
           MOVE 0 TO EOF-RECL COMPTEURLISTEES
           MOVE WS-NOCLI-SAISI TO NOCLI-RECL
           START FRECLAMATIONS
               KEY IS EQUAL TO NOCLI-RECL OF enreg-reclamation
               INVALID KEY MOVE 1 TO EOF-RECL
           END-START
           PERFORM LISTER-UNE-RECLAMATION UNTIL EOF-RECL = 1
           DISPLAY 'RECLAMATIONS DU CLIENT : ' COMPTEURLISTEES.

       LISTER-UNE-RECLAMATION.
           READ FRECLAMATIONS NEXT RECORD
               AT END MOVE 1 TO EOF-RECL
           END-READ
           IF EOF-RECL NOT = 1
               IF NOCLI-RECL NOT = WS-NOCLI-SAISI
                   MOVE 1 TO EOF-RECL
               ELSE
                   ADD 1 TO COMPTEURLISTEES
                   DISPLAY NO-RECL ' ' DATE-OUVERTURE-RECL ' '
                           CATEGORIE-RECL ' ' STATUT-RECL ' '
                           OPERATEUR-RECL ' '
                           DESCRIPTION-RECL(1:30)
               END-IF
           END-IF.

       OUVRIR-RECLAMATION.
           MOVE 'N' TO WS-SAISIE-VALIDE
           DISPLAY 'NUMERO DE CLIENT : '
           ACCEPT WS-NOCLI-SAISI
           PERFORM RECHERCHER-CLIENT
           IF TROUVE = 'N'
               DISPLAY 'CLIENT INCONNU'
           ELSE
               DISPLAY 'CLIENT : ' NOM OF enreg-courant ' '
                       PRENOM OF enreg-courant
               PERFORM SAISIR-REFERENCES
           END-IF
           IF WS-SAISIE-VALIDE = 'O'
               MOVE 0 TO WS-CATEGORIE-TROUVEE
               PERFORM SAISIR-CATEGORIE
                   UNTIL WS-CATEGORIE-TROUVEE > 0
               MOVE SPACE TO WS-CANAL-SAISI
               PERFORM SAISIR-CANAL
                   UNTIL WS-CANAL-SAISI = 'T' OR WS-CANAL-SAISI = 'C'
                      OR WS-CANAL-SAISI = 'M' OR WS-CANAL-SAISI = 'G'
               DISPLAY 'DESCRIPTION : '
               ACCEPT WS-TEXTE-SAISI
               DISPLAY 'OPERATEUR AFFECTE (BLANC = ' OPER-ID ') : '
               ACCEPT WS-OPERATEUR-SAISI
               IF WS-OPERATEUR-SAISI = SPACES
                   MOVE OPER-ID TO WS-OPERATEUR-SAISI
               END-IF
               DISPLAY 'CONFIRMER L OUVERTURE (O/N) : '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                   PERFORM ENREGISTRER-RECLAMATION
               ELSE
                   DISPLAY 'OUVERTURE ABANDONNEE'
               END-IF
           END-IF.

      * commande et facture facultatives, mais si elles sont donnees
      * elles doivent appartenir au client
       SAISIR-REFERENCES.
           MOVE 'O' TO WS-SAISIE-VALIDE
           DISPLAY 'NUMERO DE COMMANDE (0 SI AUCUNE) : '
           ACCEPT WS-NOCMD-SAISI
           IF WS-NOCMD-SAISI NOT = 0 AND WS-CMD-DISPONIBLE = 'O'
               MOVE WS-NOCMD-SAISI TO NOCMD
               READ CMDMAST
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CMD-STATUS NOT = '00'
                  OR NOCLI-CMD NOT = WS-NOCLI-SAISI
                   DISPLAY 'COMMANDE INCONNUE POUR CE CLIENT'
                   MOVE 'N' TO WS-SAISIE-VALIDE
               END-IF
           END-IF
           IF WS-SAISIE-VALIDE = 'O'
               DISPLAY 'NUMERO DE FACTURE (0 SI AUCUNE) : '
               ACCEPT WS-NOFAC-SAISI
               IF WS-NOFAC-SAISI NOT = 0 AND WS-ENC-DISPONIBLE = 'O'
                   MOVE WS-NOCLI-SAISI TO NOCLI-ENC
                   MOVE WS-NOFAC-SAISI TO NOFAC-ENC
                   READ ENCOURS
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-ENC-STATUS NOT = '00'
                       DISPLAY 'FACTURE INCONNUE POUR CE CLIENT'
                       MOVE 'N' TO WS-SAISIE-VALIDE
                   END-IF
               END-IF
           END-IF.

       SAISIR-CATEGORIE.
           MOVE 0 TO POS-CATEGORIE
           PERFORM AFFICHER-CATEGORIE 6 TIMES
           DISPLAY 'CODE CATEGORIE : '
           ACCEPT WS-CATEGORIE-SAISIE
           MOVE 0 TO POS-CATEGORIE
           PERFORM CHERCHER-CATEGORIE 6 TIMES
           IF WS-CATEGORIE-TROUVEE = 0
               DISPLAY 'CATEGORIE INCONNUE'
           END-IF.

       AFFICHER-CATEGORIE.
           ADD 1 TO POS-CATEGORIE
           DISPLAY '  ' CODE-CATEGORIE(POS-CATEGORIE) ' '
                   LIBELLE-CATEGORIE(POS-CATEGORIE) ' '
                   DELAI-CATEGORIE(POS-CATEGORIE) ' J'.

       CHERCHER-CATEGORIE.
           ADD 1 TO POS-CATEGORIE
           IF CODE-CATEGORIE(POS-CATEGORIE) = WS-CATEGORIE-SAISIE
               MOVE POS-CATEGORIE TO WS-CATEGORIE-TROUVEE
           END-IF.

       SAISIR-CANAL.
           DISPLAY 'CANAL (T TELEPHONE, C COURRIER, M E-MAIL, '
                   'G GUICHET) : '
           ACCEPT WS-CANAL-SAISI
           INSPECT WS-CANAL-SAISI CONVERTING 'tcmg' TO 'TCMG'.

       ENREGISTRER-RECLAMATION.
           PERFORM ALLOUER-NO-RECL
           MOVE SPACES TO enreg-reclamation
           MOVE WS-NO-ALLOUE TO NO-RECL
           MOVE WS-NOCLI-SAISI TO NOCLI-RECL
           MOVE WS-NOCMD-SAISI TO NOCMD-RECL
           MOVE WS-NOFAC-SAISI TO NOFAC-RECL
           MOVE WS-CATEGORIE-SAISIE TO CATEGORIE-RECL
           MOVE DELAI-CATEGORIE(WS-CATEGORIE-TROUVEE) TO DELAI-RECL
           MOVE WS-CANAL-SAISI TO CANAL-RECL
           MOVE WS-TEXTE-SAISI TO DESCRIPTION-RECL
           MOVE WS-OPERATEUR-SAISI TO OPERATEUR-RECL
           MOVE 'O' TO STATUT-RECL
           MOVE WS-DATE-JOUR TO DATE-OUVERTURE-RECL DATE-MAJ-RECL
           MOVE 0 TO DATE-RESOLUTION-RECL
           MOVE OPER-ID TO OPERATEUR-SAISIE-RECL
           WRITE enreg-reclamation
               INVALID KEY
                   DISPLAY 'NUMERO DEJA UTILISE, VERIFIER NUMRECL'
           END-WRITE
           IF WS-RECL-STATUS = '00'
               ADD 1 TO COMPTEUROUVERTES
               MOVE 'OUVRE RECL' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'RECLAMATION ' NO-RECL ' OUVERTE, A RESOUDRE '
                       'SOUS ' DELAI-RECL ' JOURS'
           END-IF.

       AFFECTER-RECLAMATION.
           PERFORM LIRE-RECLAMATION
           IF WS-RECL-LUE = 'O'
               IF STATUT-RECL = 'R'
                   DISPLAY 'RECLAMATION DEJA RESOLUE'
               ELSE
                   DISPLAY 'NOUVEL OPERATEUR : '
                   ACCEPT WS-OPERATEUR-SAISI
                   IF WS-OPERATEUR-SAISI = SPACES
                       DISPLAY 'OPERATEUR OBLIGATOIRE'
                   ELSE
                       MOVE WS-OPERATEUR-SAISI TO OPERATEUR-RECL
                       PERFORM REECRIRE-RECLAMATION
                       MOVE 'AFFECTE RECL' TO AUDIT-OP-TRAVAIL
                       PERFORM ENREGISTRER-AUDIT
                       DISPLAY 'RECLAMATION AFFECTEE A '
                               WS-OPERATEUR-SAISI
                   END-IF
               END-IF
           END-IF.

       TRAITER-RECLAMATION.
           PERFORM LIRE-RECLAMATION
           IF WS-RECL-LUE = 'O'
               IF STATUT-RECL NOT = 'O'
                   DISPLAY 'RECLAMATION DEJA EN COURS OU RESOLUE'
               ELSE
                   MOVE 'E' TO STATUT-RECL
                   PERFORM REECRIRE-RECLAMATION
                   MOVE 'EN COURS REC' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT
                   DISPLAY 'RECLAMATION EN COURS DE TRAITEMENT'
               END-IF
           END-IF.

       RESOUDRE-RECLAMATION.
           PERFORM LIRE-RECLAMATION
           IF WS-RECL-LUE = 'O'
               IF STATUT-RECL = 'R'
                   DISPLAY 'RECLAMATION DEJA RESOLUE'
               ELSE
                   DISPLAY 'RESOLUTION APPORTEE : '
                   ACCEPT WS-TEXTE-SAISI
                   IF WS-TEXTE-SAISI = SPACES
                       DISPLAY 'TEXTE DE RESOLUTION OBLIGATOIRE'
                   ELSE
                       DISPLAY 'CONFIRMER LA RESOLUTION (O/N) : '
                       ACCEPT WS-CONFIRMATION
                       IF WS-CONFIRMATION = 'O'
                          OR WS-CONFIRMATION = 'o'
                           MOVE 'R' TO STATUT-RECL
                           MOVE WS-TEXTE-SAISI TO RESOLUTION-RECL
                           MOVE WS-DATE-JOUR TO DATE-RESOLUTION-RECL
                           PERFORM REECRIRE-RECLAMATION
                           ADD 1 TO COMPTEURRESOLUES
                           MOVE 'RESOUT RECL' TO AUDIT-OP-TRAVAIL
                           PERFORM ENREGISTRER-AUDIT
                           DISPLAY 'RECLAMATION RESOLUE'
                       ELSE
                           DISPLAY 'RESOLUTION ABANDONNEE'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REECRIRE-RECLAMATION.
           MOVE WS-DATE-JOUR TO DATE-MAJ-RECL
           REWRITE enreg-reclamation
               INVALID KEY
                   DISPLAY 'ERREUR DE REECRITURE RECLAMATION ' NO-RECL
           END-REWRITE.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE WS-NOCLI-SAISI TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIH TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE WS-NOCLI-SAISI TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE WS-NOCLI-SAISI TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'O' AND NOM OF enreg-courant = 'SUPPRIME'
               MOVE 'N' TO TROUVE
           END-IF.

       ALLOUER-NO-RECL.
           OPEN I-O FNUMRECL
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMRECL
               MOVE 1 TO PROCHAIN-NO-RECL
               WRITE ENREG-NUMRECL
               END-WRITE
               CLOSE FNUMRECL
               OPEN I-O FNUMRECL
           END-IF
           READ FNUMRECL
               AT END MOVE 1 TO PROCHAIN-NO-RECL
           END-READ
           MOVE PROCHAIN-NO-RECL TO WS-NO-ALLOUE
           ADD 1 TO PROCHAIN-NO-RECL
           REWRITE ENREG-NUMRECL
           END-REWRITE
           CLOSE FNUMRECL.

       ENREGISTRER-AUDIT.
           MOVE 'RECLMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE SPACES TO AUDIT-CLE
           MOVE NOCLI-RECL TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'RECLAMATIONS OUVERTES : ' COMPTEUROUVERTES
           DISPLAY 'RECLAMATIONS RESOLUES : ' COMPTEURRESOLUES
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           IF WS-CMD-DISPONIBLE = 'O'
               CLOSE CMDMAST
           END-IF
           IF WS-ENC-DISPONIBLE = 'O'
               CLOSE ENCOURS
           END-IF
           CLOSE FRECLAMATIONS.

       END PROGRAM RECLMNT.
