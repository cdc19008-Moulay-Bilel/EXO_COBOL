       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABOMNT.
      *****************************************************************
      * Console des abonnements clients (Abonnements.txt) : un client
      * qui recoit la meme livraison a intervalle regulier a une
      * commande permanente (articles et quantites, frequence en
      * mois, dates de debut et de fin, prochaine echeance). ABOGEN
      * genere les commandes echues. Le client est controle dans
      * CLIH/CLIF/CLIE comme dans ORDSAIS et doit etre actif ; les
      * articles doivent exister au catalogue et ne pas etre
      * arretes. Chaque mise a jour est journalisee via AUDECR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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
           SELECT FABONNEMENTS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Abonnements.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-ABO OF enreg-abonnement
               FILE STATUS IS WS-ABO-STATUS.
           SELECT FARTICLES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-ART OF enreg-article
               FILE STATUS IS WS-ART-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FABONNEMENTS.
       01  enreg-abonnement.
           COPY ABOMAST.

       FD  FARTICLES.
       01  enreg-article.
           COPY ARTMAST.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-ABO-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CONFIRMATION PIC X VALUE SPACE.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-CLIENT-VALIDE PIC X VALUE 'N'.
       77  WS-ABO-LU PIC X VALUE 'N'.
       77  WS-ENCORE-LIGNE PIC X VALUE 'O'.
       77  WS-ARTICLE-VALIDE PIC X VALUE 'N'.
       77  WS-NOCLI-SAISI PIC 9(7) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-DATE-SAISIE PIC 9(8) VALUE 0.
       77  WS-FREQUENCE-SAISIE PIC 9(2) VALUE 0.
       77  POS-LIGNE PIC 99 VALUE 0.
       77  WS-NB-LIGNES-SAUVEES PIC 99 VALUE 0.
       77  COMPTEURMAJ PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.
       01  WS-LIGNES-SAUVEES PIC X(90) VALUE SPACE.
       01  WS-DATE-DEC.
           02 WS-AAAA-DATE PIC 9(4).
           02 WS-MM-DATE PIC 9(2).
           02 WS-JJ-DATE PIC 9(2).

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

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
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS POUR LES '
                       'ABONNEMENTS'
               STOP RUN
           END-IF
           MOVE 'T' TO VERROU-ACTION
           CALL 'VERROU' USING VERROU-ZONE
           IF VERROU-OCCUPE = 'O'
               DISPLAY 'MASTERS EN COURS D UTILISATION PAR '
                       VERROU-DETENTEUR ' DEPUIS LE '
                       VERROU-DEPUIS-DATE ' A ' VERROU-DEPUIS-HEURE
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
           OPEN INPUT FARTICLES
           IF WS-ART-STATUS NOT = '00'
               DISPLAY 'CATALOGUE ARTICLES ABSENT'
               MOVE 'N' TO WS-ART-DISPONIBLE
           END-IF
           OPEN I-O FABONNEMENTS
           IF WS-ABO-STATUS NOT = '00'
               OPEN OUTPUT FABONNEMENTS
               CLOSE FABONNEMENTS
               OPEN I-O FABONNEMENTS
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' ABONNEMENTS CLIENTS'
           DISPLAY ' C. Creer un abonnement'
           DISPLAY ' V. Voir un abonnement'
           DISPLAY ' M. Modifier lignes, frequence, fin'
           DISPLAY ' S. Suspendre un abonnement'
           DISPLAY ' R. Reprendre un abonnement suspendu'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'C' OR WS-CHOIX = 'c'
               PERFORM CREER-ABONNEMENT
           ELSE
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM VOIR-ABONNEMENT
           ELSE
           IF WS-CHOIX = 'M' OR WS-CHOIX = 'm'
               PERFORM MODIFIER-ABONNEMENT
           ELSE
           IF WS-CHOIX = 'S' OR WS-CHOIX = 's'
               PERFORM SUSPENDRE-ABONNEMENT
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               PERFORM REPRENDRE-ABONNEMENT
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
           END-IF.

      * un seul abonnement par client ; le client doit etre actif
       CREER-ABONNEMENT.
           DISPLAY 'NUMERO DE CLIENT : '
           ACCEPT WS-NOCLI-SAISI
           PERFORM RECHERCHER-CLIENT
           IF WS-CLIENT-VALIDE = 'N'
               DISPLAY 'ABONNEMENT REFUSE : CLIENT INCONNU, PURGE '
                       'OU NON ACTIF'
           ELSE
           IF WS-ART-DISPONIBLE = 'N'
               DISPLAY 'CATALOGUE ARTICLES ABSENT, CREATION IMPOSSIBLE'
           ELSE
               MOVE WS-NOCLI-SAISI TO NOCLI-ABO
               READ FABONNEMENTS
                   INVALID KEY CONTINUE
               END-READ
               IF WS-ABO-STATUS = '00'
                   DISPLAY 'CE CLIENT A DEJA UN ABONNEMENT (STATUT '
                           STATUT-ABO ')'
               ELSE
                   DISPLAY 'CLIENT : ' NOM OF enreg-courant ' '
                           PRENOM OF enreg-courant
                   MOVE SPACES TO enreg-abonnement
                   MOVE WS-NOCLI-SAISI TO NOCLI-ABO
                   MOVE 0 TO NOCMD-DERNIERE-ABO DATE-DERNIERE-CMD-ABO
                   PERFORM SAISIR-LIGNES
                   IF NB-LIGNES-ABO = 0
                       DISPLAY 'AUCUNE LIGNE, CREATION ABANDONNEE'
                   ELSE
                       PERFORM SAISIR-FREQUENCE
                       PERFORM SAISIR-DEBUT
                       PERFORM SAISIR-FIN
                       MOVE 'A' TO STATUT-ABO
                       MOVE SPACE TO MOTIF-SUSP-ABO
                       MOVE 'CREE ABONNEM' TO AUDIT-OP-TRAVAIL
                       PERFORM ECRIRE-ABONNEMENT
                       DISPLAY 'ABONNEMENT CREE, PREMIERE ECHEANCE LE '
                               DATE-PROCHAINE-ABO
                   END-IF
               END-IF
           END-IF
           END-IF.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           MOVE 'N' TO WS-CLIENT-VALIDE
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
           IF TROUVE = 'O'
               IF NOM OF enreg-courant = 'SUPPRIME'
                   DISPLAY 'CLIENT ' WS-NOCLI-SAISI ' PURGE'
               ELSE
               IF STATUT-CLIENT OF enreg-courant = 'I'
                  OR STATUT-CLIENT OF enreg-courant = 'D'
                  OR STATUT-CLIENT OF enreg-courant = 'C'
                   DISPLAY 'CLIENT ' WS-NOCLI-SAISI ' STATUT '
                           STATUT-CLIENT OF enreg-courant
               ELSE
                   MOVE 'O' TO WS-CLIENT-VALIDE
               END-IF
               END-IF
           END-IF.

       SAISIR-LIGNES.
           MOVE 0 TO NB-LIGNES-ABO
           MOVE SPACES TO LIGNES-ABO
           MOVE 'O' TO WS-ENCORE-LIGNE
           PERFORM SAISIR-UNE-LIGNE
               UNTIL WS-ENCORE-LIGNE = 'N' OR NB-LIGNES-ABO >= 5.

       SAISIR-UNE-LIGNE.
           ADD 1 TO NB-LIGNES-ABO
           MOVE NB-LIGNES-ABO TO POS-LIGNE
           DISPLAY 'ARTICLE ' POS-LIGNE ' : '
           ACCEPT ARTICLE-ABO(POS-LIGNE)
           IF ARTICLE-ABO(POS-LIGNE) = SPACES
               SUBTRACT 1 FROM NB-LIGNES-ABO
               MOVE 'N' TO WS-ENCORE-LIGNE
           ELSE
               PERFORM CONTROLER-ARTICLE
               IF WS-ARTICLE-VALIDE = 'N'
                   MOVE SPACES TO LIGNE-ABO(POS-LIGNE)
                   SUBTRACT 1 FROM NB-LIGNES-ABO
               ELSE
                   DISPLAY DESIGNATION-ART ' PAR ' UNITE-VENTE-ART
                   DISPLAY 'QUANTITE A CHAQUE ECHEANCE : '
                   ACCEPT QTE-ABO(POS-LIGNE)
                   IF QTE-ABO(POS-LIGNE) = 0
                       MOVE SPACES TO LIGNE-ABO(POS-LIGNE)
                       SUBTRACT 1 FROM NB-LIGNES-ABO
                   END-IF
                   DISPLAY 'AUTRE LIGNE (O/N) : '
                   ACCEPT WS-ENCORE-LIGNE
                   IF WS-ENCORE-LIGNE = 'n'
                       MOVE 'N' TO WS-ENCORE-LIGNE
                   END-IF
               END-IF
           END-IF.

      * le code saisi doit exister au catalogue et ne pas etre arrete
       CONTROLER-ARTICLE.
           MOVE 'N' TO WS-ARTICLE-VALIDE
           MOVE ARTICLE-ABO(POS-LIGNE) TO CODE-ART
           READ FARTICLES
               INVALID KEY
                   DISPLAY 'ARTICLE INCONNU AU CATALOGUE : ' CODE-ART
           END-READ
           IF WS-ART-STATUS = '00'
               IF STATUT-ART = 'D'
                   DISPLAY 'ARTICLE ARRETE : ' CODE-ART
               ELSE
                   MOVE 'O' TO WS-ARTICLE-VALIDE
               END-IF
           END-IF.

      * frequence en mois, de 1 (mensuel) a 12 (annuel)
       SAISIR-FREQUENCE.
           DISPLAY 'FREQUENCE EN MOIS (1 A 12, 0 = MENSUEL) : '
           ACCEPT WS-FREQUENCE-SAISIE
           IF WS-FREQUENCE-SAISIE = 0 OR WS-FREQUENCE-SAISIE > 12
               MOVE 1 TO WS-FREQUENCE-SAISIE
           END-IF
           MOVE WS-FREQUENCE-SAISIE TO FREQUENCE-ABO.

      * la premiere echeance est la date de debut ; le jour est
      * ramene a 28 pour exister tous les mois
       SAISIR-DEBUT.
           DISPLAY 'DEBUT (AAAAMMJJ, 0 = AUJOURD HUI) : '
           ACCEPT WS-DATE-SAISIE
           IF WS-DATE-SAISIE = 0 OR WS-DATE-SAISIE < WS-DATE-JOUR
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
           END-IF
           MOVE WS-DATE-SAISIE TO WS-DATE-DEC
           IF WS-JJ-DATE > 28
               MOVE 28 TO WS-JJ-DATE
           END-IF
           MOVE WS-DATE-DEC TO DATE-DEBUT-ABO
           MOVE WS-DATE-DEC TO DATE-PROCHAINE-ABO.

       SAISIR-FIN.
           DISPLAY 'FIN (AAAAMMJJ, 0 = SANS FIN) : '
           ACCEPT WS-DATE-SAISIE
           IF WS-DATE-SAISIE NOT = 0
              AND WS-DATE-SAISIE < DATE-PROCHAINE-ABO
               DISPLAY 'FIN ANTERIEURE A LA PROCHAINE ECHEANCE, '
                       'IGNOREE'
               MOVE 0 TO WS-DATE-SAISIE
           END-IF
           MOVE WS-DATE-SAISIE TO DATE-FIN-ABO.

       LIRE-ABONNEMENT.
           MOVE 'N' TO WS-ABO-LU
           DISPLAY 'NUMERO DE CLIENT : '
           ACCEPT WS-NOCLI-SAISI
           MOVE WS-NOCLI-SAISI TO NOCLI-ABO
           READ FABONNEMENTS
               INVALID KEY
                   DISPLAY 'AUCUN ABONNEMENT POUR CE CLIENT'
           END-READ
           IF WS-ABO-STATUS = '00'
               MOVE 'O' TO WS-ABO-LU
           END-IF.

       VOIR-ABONNEMENT.
           PERFORM LIRE-ABONNEMENT
           IF WS-ABO-LU = 'O'
               PERFORM AFFICHER-ABONNEMENT
           END-IF.

       AFFICHER-ABONNEMENT.
           DISPLAY 'CLIENT ' NOCLI-ABO ' STATUT ' STATUT-ABO
                   ' ' MOTIF-SUSP-ABO ' TOUS LES ' FREQUENCE-ABO
                   ' MOIS'
           DISPLAY 'DEBUT ' DATE-DEBUT-ABO ' FIN ' DATE-FIN-ABO
                   ' PROCHAINE ECHEANCE ' DATE-PROCHAINE-ABO
           DISPLAY 'DERNIERE COMMANDE ' NOCMD-DERNIERE-ABO
                   ' DU ' DATE-DERNIERE-CMD-ABO
           MOVE 0 TO POS-LIGNE
           PERFORM AFFICHER-LIGNE NB-LIGNES-ABO TIMES.

       AFFICHER-LIGNE.
           ADD 1 TO POS-LIGNE
           DISPLAY '  ' POS-LIGNE ' ' ARTICLE-ABO(POS-LIGNE)
                   ' QTE ' QTE-ABO(POS-LIGNE).

      * un abonnement termine ne se modifie plus
       MODIFIER-ABONNEMENT.
           PERFORM LIRE-ABONNEMENT
           IF WS-ABO-LU = 'O'
               PERFORM AFFICHER-ABONNEMENT
               IF STATUT-ABO = 'T'
                   DISPLAY 'ABONNEMENT TERMINE, MODIFICATION IMPOSSIBLE'
               ELSE
                   DISPLAY 'RESAISIR LES LIGNES (O/N) : '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                       PERFORM RESAISIR-LIGNES
                   END-IF
                   PERFORM SAISIR-FREQUENCE
                   PERFORM SAISIR-FIN
                   MOVE 'MODIF ABONNE' TO AUDIT-OP-TRAVAIL
                   PERFORM ECRIRE-ABONNEMENT
                   DISPLAY 'ABONNEMENT MODIFIE'
               END-IF
           END-IF.

      * les anciennes lignes sont gardees si la nouvelle saisie est
      * vide ou si le catalogue est absent
       RESAISIR-LIGNES.
           IF WS-ART-DISPONIBLE = 'N'
               DISPLAY 'CATALOGUE ARTICLES ABSENT, LIGNES INCHANGEES'
           ELSE
               MOVE LIGNES-ABO TO WS-LIGNES-SAUVEES
               MOVE NB-LIGNES-ABO TO WS-NB-LIGNES-SAUVEES
               PERFORM SAISIR-LIGNES
               IF NB-LIGNES-ABO = 0
                   DISPLAY 'AUCUNE LIGNE, LIGNES INCHANGEES'
                   MOVE WS-LIGNES-SAUVEES TO LIGNES-ABO
                   MOVE WS-NB-LIGNES-SAUVEES TO NB-LIGNES-ABO
               END-IF
           END-IF.

       SUSPENDRE-ABONNEMENT.
           PERFORM LIRE-ABONNEMENT
           IF WS-ABO-LU = 'O'
               PERFORM AFFICHER-ABONNEMENT
               IF STATUT-ABO NOT = 'A'
                   DISPLAY 'SEUL UN ABONNEMENT ACTIF SE SUSPEND'
               ELSE
                   DISPLAY 'CONFIRMER LA SUSPENSION (O/N) : '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                       MOVE 'S' TO STATUT-ABO
                       MOVE 'O' TO MOTIF-SUSP-ABO
                       MOVE 'SUSP ABONNEM' TO AUDIT-OP-TRAVAIL
                       PERFORM ECRIRE-ABONNEMENT
                       DISPLAY 'ABONNEMENT SUSPENDU'
                   END-IF
               END-IF
           END-IF.

      * la reprise exige un client de nouveau actif ; les echeances
      * passees pendant la suspension ne sont pas rattrapees
       REPRENDRE-ABONNEMENT.
           PERFORM LIRE-ABONNEMENT
           IF WS-ABO-LU = 'O'
               PERFORM AFFICHER-ABONNEMENT
               IF STATUT-ABO NOT = 'S'
                   DISPLAY 'SEUL UN ABONNEMENT SUSPENDU SE REPREND'
               ELSE
                   PERFORM RECHERCHER-CLIENT
                   IF WS-CLIENT-VALIDE = 'N'
                       DISPLAY 'CLIENT INCONNU, PURGE OU NON ACTIF'
                   ELSE
                       IF DATE-PROCHAINE-ABO < WS-DATE-JOUR
                           PERFORM SAISIR-DEBUT-REPRISE
                       END-IF
                       MOVE 'A' TO STATUT-ABO
                       MOVE SPACE TO MOTIF-SUSP-ABO
                       MOVE 'REPR ABONNEM' TO AUDIT-OP-TRAVAIL
                       PERFORM ECRIRE-ABONNEMENT
                       DISPLAY 'ABONNEMENT REPRIS, PROCHAINE ECHEANCE '
                               'LE ' DATE-PROCHAINE-ABO
                   END-IF
               END-IF
           END-IF.

       SAISIR-DEBUT-REPRISE.
           DISPLAY 'PROCHAINE ECHEANCE (AAAAMMJJ, 0 = AUJOURD HUI) : '
           ACCEPT WS-DATE-SAISIE
           IF WS-DATE-SAISIE = 0 OR WS-DATE-SAISIE < WS-DATE-JOUR
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
           END-IF
           MOVE WS-DATE-SAISIE TO WS-DATE-DEC
           IF WS-JJ-DATE > 28
               MOVE 28 TO WS-JJ-DATE
           END-IF
           MOVE WS-DATE-DEC TO DATE-PROCHAINE-ABO.

       ECRIRE-ABONNEMENT.
           MOVE WS-DATE-JOUR TO DATE-STATUT-ABO
           MOVE OPER-ID TO OPERATEUR-ABO
           WRITE enreg-abonnement
               INVALID KEY
                   REWRITE enreg-abonnement
                   END-REWRITE
           END-WRITE
           ADD 1 TO COMPTEURMAJ
           PERFORM ENREGISTRER-AUDIT.

       ENREGISTRER-AUDIT.
           MOVE 'ABOMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE SPACES TO AUDIT-CLE
           MOVE NOCLI-ABO TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'ABONNEMENTS MIS A JOUR : ' COMPTEURMAJ
           CLOSE FABONNEMENTS
           IF WS-ART-DISPONIBLE = 'O'
               CLOSE FARTICLES
           END-IF
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF.
