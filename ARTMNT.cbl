       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTMNT.
      *****************************************************************
      * Console d entretien du catalogue articles (Articles.txt, cle
      * code article) : designation, prix unitaire, unite de vente et
      * statut actif/arrete. ORDSAIS et ORDPOST refusent les codes
      * inconnus ou arretes et valorisent la ligne au prix du
      * catalogue ; le prix de revient sert au calcul de marge.
      * Un article n est jamais supprime : il est arrete,
      * pour que les commandes deja postees restent lisibles. Chaque
      * article porte un code TVA ; la table des taux (TauxTVA.txt,
      * lue par FACTURE) s entretient depuis le meme ecran et part
      * des taux legaux si elle n existe pas encore. Chaque mise a
      * jour est journalisee via AUDECR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FARTICLES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODE-ART OF enreg-article
               FILE STATUS IS WS-ART-STATUS.
           SELECT FTAUXTVA
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\TauxTVA.txt'
               FILE STATUS IS WS-TVA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FARTICLES.
       01  enreg-article.
           COPY ARTMAST.

       FD  FTAUXTVA.
       01  enreg-taux-tva.
           02 CODE-TVA PIC X.
           02 TAUX-TVA PIC 9(2)V99.
           02 LIBELLE-TVA PIC X(20).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CODE-SAISI PIC X(15) VALUE SPACE.
       77  WS-TROUVE PIC X VALUE 'N'.
       77  EOF-ART PIC 99 VALUE 0.
       77  COMPTEURLIGNES PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       77  WS-TVA-STATUS PIC X(2) VALUE '00'.
       77  EOF-TVA PIC 99 VALUE 0.
       77  NB-TVA PIC 99 VALUE 0.
       77  POS-TVA PIC 99 VALUE 0.
       77  WS-TVA-TROUVE PIC 99 VALUE 0.
       77  WS-TVA-MODIFIEE PIC X VALUE 'N'.
       77  WS-CODE-TVA-SAISI PIC X VALUE SPACE.
       01  LISTE-TAUX-LEGAUX.
           02 FILLER PIC X(25) VALUE 'N2000TAUX NORMAL'.
           02 FILLER PIC X(25) VALUE 'I1000TAUX INTERMEDIAIRE'.
           02 FILLER PIC X(25) VALUE 'R0550TAUX REDUIT'.
           02 FILLER PIC X(25) VALUE 'S0210TAUX PARTICULIER'.
           02 FILLER PIC X(25) VALUE 'E0000EXONERE'.
       01  TABLE-TAUX-LEGAUX REDEFINES LISTE-TAUX-LEGAUX.
           02 TAUX-LEGAL OCCURS 5 TIMES.
              03 CODE-TVA-LEGAL PIC X.
              03 TAUX-TVA-LEGAL PIC 9(2)V99.
              03 LIBELLE-TVA-LEGAL PIC X(20).
       01  TABLE-TVA.
           02 TVA-TAB OCCURS 10 TIMES.
              03 CODE-TVA-TAB PIC X.
              03 TAUX-TVA-TAB PIC 9(2)V99.
              03 LIBELLE-TVA-TAB PIC X(20).

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
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS POUR LE '
                       'CATALOGUE'
               STOP RUN
           END-IF
           OPEN I-O FARTICLES
           IF WS-ART-STATUS NOT = '00'
               OPEN OUTPUT FARTICLES
               CLOSE FARTICLES
               OPEN I-O FARTICLES
           END-IF
           PERFORM CHARGER-TAUX-TVA.

       CHARGER-TAUX-TVA.
           OPEN INPUT FTAUXTVA
           IF WS-TVA-STATUS NOT = '00'
               DISPLAY 'TABLE DES TAUX DE TVA ABSENTE, TAUX LEGAUX '
                       'PROPOSES'
               MOVE 0 TO POS-TVA
               PERFORM REPRENDRE-TAUX-LEGAL 5 TIMES
               MOVE 'O' TO WS-TVA-MODIFIEE
           ELSE
               READ FTAUXTVA
                   AT END MOVE 1 TO EOF-TVA
               END-READ
               PERFORM CHARGER-UN-TAUX UNTIL EOF-TVA = 1
               CLOSE FTAUXTVA
           END-IF.

       REPRENDRE-TAUX-LEGAL.
           ADD 1 TO POS-TVA
           ADD 1 TO NB-TVA
           MOVE CODE-TVA-LEGAL(POS-TVA) TO CODE-TVA-TAB(NB-TVA)
           MOVE TAUX-TVA-LEGAL(POS-TVA) TO TAUX-TVA-TAB(NB-TVA)
           MOVE LIBELLE-TVA-LEGAL(POS-TVA) TO LIBELLE-TVA-TAB(NB-TVA).

       CHARGER-UN-TAUX.
           IF NB-TVA < 10
               ADD 1 TO NB-TVA
               MOVE CODE-TVA TO CODE-TVA-TAB(NB-TVA)
               MOVE TAUX-TVA TO TAUX-TVA-TAB(NB-TVA)
               MOVE LIBELLE-TVA TO LIBELLE-TVA-TAB(NB-TVA)
           END-IF
           READ FTAUXTVA
               AT END MOVE 1 TO EOF-TVA
           END-READ.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' CATALOGUE ARTICLES'
           DISPLAY ' L. Lister le catalogue'
           DISPLAY ' V. Voir un article'
           DISPLAY ' A. Ajouter un article'
           DISPLAY ' M. Modifier un article'
           DISPLAY ' R. Arreter ou reactiver un article'
           DISPLAY ' T. Taux de TVA'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'L' OR WS-CHOIX = 'l'
               PERFORM LISTER-CATALOGUE
           ELSE
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM VOIR-ARTICLE
           ELSE
           IF WS-CHOIX = 'A' OR WS-CHOIX = 'a'
               PERFORM AJOUTER-ARTICLE
           ELSE
           IF WS-CHOIX = 'M' OR WS-CHOIX = 'm'
               PERFORM MODIFIER-ARTICLE
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               PERFORM BASCULER-STATUT
           ELSE
           IF WS-CHOIX = 'T' OR WS-CHOIX = 't'
               PERFORM ENTRETENIR-TAUX-TVA
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

       LISTER-CATALOGUE.
           MOVE 0 TO EOF-ART COMPTEURLIGNES
           MOVE LOW-VALUES TO CODE-ART
           START FARTICLES
               KEY NOT < CODE-ART OF enreg-article
               INVALID KEY MOVE 1 TO EOF-ART
           END-START
           PERFORM LISTER-UN-ARTICLE UNTIL EOF-ART = 1
           DISPLAY 'ARTICLES AU CATALOGUE : ' COMPTEURLIGNES.

       LISTER-UN-ARTICLE.
           READ FARTICLES NEXT RECORD
               AT END MOVE 1 TO EOF-ART
           END-READ
           IF EOF-ART NOT = 1
               ADD 1 TO COMPTEURLIGNES
               DISPLAY CODE-ART ' ' DESIGNATION-ART ' '
                       PRIX-UNIT-ART ' ' UNITE-VENTE-ART ' '
                       CODE-TVA-ART ' ' STATUT-ART ' '
                       PRIX-REVIENT-ART
           END-IF.

       LIRE-ARTICLE.
           DISPLAY 'CODE ARTICLE : '
           ACCEPT WS-CODE-SAISI
           MOVE 'N' TO WS-TROUVE
           MOVE WS-CODE-SAISI TO CODE-ART
           READ FARTICLES
               INVALID KEY
                   DISPLAY 'ARTICLE INCONNU : ' WS-CODE-SAISI
           END-READ
           IF WS-ART-STATUS = '00'
               MOVE 'O' TO WS-TROUVE
           END-IF.

       VOIR-ARTICLE.
           PERFORM LIRE-ARTICLE
           IF WS-TROUVE = 'O'
               PERFORM AFFICHER-ARTICLE
           END-IF.

       AFFICHER-ARTICLE.
           DISPLAY 'CODE        : ' CODE-ART
           DISPLAY 'DESIGNATION : ' DESIGNATION-ART
           DISPLAY 'PRIX UNIT.  : ' PRIX-UNIT-ART
           DISPLAY 'PRIX REVIENT: ' PRIX-REVIENT-ART
           DISPLAY 'UNITE       : ' UNITE-VENTE-ART
           DISPLAY 'CODE TVA    : ' CODE-TVA-ART
           IF STATUT-ART = 'D'
               DISPLAY 'STATUT      : ARRETE'
           ELSE
               DISPLAY 'STATUT      : ACTIF'
           END-IF.

       AJOUTER-ARTICLE.
           DISPLAY 'CODE ARTICLE : '
           ACCEPT WS-CODE-SAISI
           IF WS-CODE-SAISI = SPACES
               DISPLAY 'CODE VIDE, REFUSE'
           ELSE
               MOVE SPACES TO enreg-article
               MOVE WS-CODE-SAISI TO CODE-ART
               PERFORM SAISIR-DETAILS-ARTICLE
               MOVE 'A' TO STATUT-ART
               WRITE enreg-article
                   INVALID KEY
                       DISPLAY 'ARTICLE DEJA PRESENT'
               END-WRITE
               IF WS-ART-STATUS = '00'
                   DISPLAY 'ARTICLE AJOUTE'
                   MOVE 'AJOUT ARTIC' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT
               END-IF
           END-IF.

       MODIFIER-ARTICLE.
           PERFORM LIRE-ARTICLE
           IF WS-TROUVE = 'O'
               PERFORM AFFICHER-ARTICLE
               PERFORM SAISIR-DETAILS-ARTICLE
               REWRITE enreg-article
                   INVALID KEY
                       DISPLAY 'ERREUR DE REECRITURE'
               END-REWRITE
               IF WS-ART-STATUS = '00'
                   DISPLAY 'ARTICLE MODIFIE'
                   MOVE 'MODIF ARTIC' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT
               END-IF
           END-IF.

       BASCULER-STATUT.
           PERFORM LIRE-ARTICLE
           IF WS-TROUVE = 'O'
               IF STATUT-ART = 'D'
                   MOVE 'A' TO STATUT-ART
                   MOVE 'REACT ARTIC' TO AUDIT-OP-TRAVAIL
               ELSE
                   MOVE 'D' TO STATUT-ART
                   MOVE 'ARRET ARTIC' TO AUDIT-OP-TRAVAIL
               END-IF
               REWRITE enreg-article
                   INVALID KEY
                       DISPLAY 'ERREUR DE REECRITURE'
               END-REWRITE
               IF WS-ART-STATUS = '00'
                   PERFORM AFFICHER-ARTICLE
                   PERFORM ENREGISTRER-AUDIT
               END-IF
           END-IF.

       SAISIR-DETAILS-ARTICLE.
           DISPLAY 'DESIGNATION : '
           ACCEPT DESIGNATION-ART
           DISPLAY 'PRIX UNITAIRE : '
           ACCEPT PRIX-UNIT-ART
           DISPLAY 'PRIX DE REVIENT UNITAIRE (0 = INCONNU) : '
           ACCEPT PRIX-REVIENT-ART
           DISPLAY 'UNITE DE VENTE (PIECE, KG, LOT...) : '
           ACCEPT UNITE-VENTE-ART
           MOVE 0 TO WS-TVA-TROUVE
           PERFORM SAISIR-CODE-TVA-ARTICLE UNTIL WS-TVA-TROUVE > 0.

       SAISIR-CODE-TVA-ARTICLE.
           DISPLAY 'CODE TVA : '
           ACCEPT WS-CODE-TVA-SAISI
           PERFORM CHERCHER-TAUX-TVA
           IF WS-TVA-TROUVE = 0
               DISPLAY 'CODE TVA INCONNU, CODES VALIDES :'
               MOVE 0 TO POS-TVA
               PERFORM AFFICHER-UN-TAUX NB-TVA TIMES
           ELSE
               MOVE WS-CODE-TVA-SAISI TO CODE-TVA-ART
           END-IF.

       CHERCHER-TAUX-TVA.
           MOVE 0 TO WS-TVA-TROUVE POS-TVA
           PERFORM COMPARER-TAUX-TVA NB-TVA TIMES.

       COMPARER-TAUX-TVA.
           ADD 1 TO POS-TVA
           IF CODE-TVA-TAB(POS-TVA) = WS-CODE-TVA-SAISI
               MOVE POS-TVA TO WS-TVA-TROUVE
           END-IF.

       AFFICHER-UN-TAUX.
           ADD 1 TO POS-TVA
           DISPLAY '  ' CODE-TVA-TAB(POS-TVA) ' '
                   TAUX-TVA-TAB(POS-TVA) ' % '
                   LIBELLE-TVA-TAB(POS-TVA).

      * ajout ou changement d un taux ; un code deja porte par des
      * articles garde son code, seul le taux change
       ENTRETENIR-TAUX-TVA.
           MOVE 0 TO POS-TVA
           PERFORM AFFICHER-UN-TAUX NB-TVA TIMES
           DISPLAY 'CODE TVA A CREER OU MODIFIER (ESPACE = AUCUN) : '
           ACCEPT WS-CODE-TVA-SAISI
           IF WS-CODE-TVA-SAISI NOT = SPACE
               PERFORM CHERCHER-TAUX-TVA
               IF WS-TVA-TROUVE = 0
                   IF NB-TVA >= 10
                       DISPLAY 'TABLE DES TAUX PLEINE'
                   ELSE
                       ADD 1 TO NB-TVA
                       MOVE NB-TVA TO WS-TVA-TROUVE
                       MOVE WS-CODE-TVA-SAISI
                           TO CODE-TVA-TAB(WS-TVA-TROUVE)
                   END-IF
               END-IF
               IF WS-TVA-TROUVE > 0
                   DISPLAY 'TAUX EN POURCENTAGE (EX. 2000 = 20,00) : '
                   ACCEPT TAUX-TVA-TAB(WS-TVA-TROUVE)
                   DISPLAY 'LIBELLE : '
                   ACCEPT LIBELLE-TVA-TAB(WS-TVA-TROUVE)
                   MOVE 'O' TO WS-TVA-MODIFIEE
                   MOVE 'TAUX TVA' TO AUDIT-OP-TRAVAIL
                   MOVE SPACES TO CODE-ART
                   MOVE WS-CODE-TVA-SAISI TO CODE-ART
                   PERFORM ENREGISTRER-AUDIT
               END-IF
           END-IF.

       REECRIRE-TAUX-TVA.
           OPEN OUTPUT FTAUXTVA
           MOVE 0 TO POS-TVA
           PERFORM REECRIRE-UN-TAUX NB-TVA TIMES
           CLOSE FTAUXTVA.

       REECRIRE-UN-TAUX.
           ADD 1 TO POS-TVA
           MOVE CODE-TVA-TAB(POS-TVA) TO CODE-TVA
           MOVE TAUX-TVA-TAB(POS-TVA) TO TAUX-TVA
           MOVE LIBELLE-TVA-TAB(POS-TVA) TO LIBELLE-TVA
           WRITE enreg-taux-tva
           END-WRITE.

       ENREGISTRER-AUDIT.
           MOVE 'ARTMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE CODE-ART TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           IF WS-TVA-MODIFIEE = 'O'
               PERFORM REECRIRE-TAUX-TVA
               DISPLAY 'TABLE DES TAUX DE TVA REECRITE'
           END-IF
           CLOSE FARTICLES.

       END PROGRAM ARTMNT.
