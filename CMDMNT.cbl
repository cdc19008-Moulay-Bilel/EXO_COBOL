       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDMNT.
      *****************************************************************
      * Console de modification et d annulation des commandes encore
      * au statut S (postees, non expediees) : changer l article ou
      * la quantite d une ligne, ajouter ou supprimer une ligne, ou
      * annuler la commande avec un code motif (statut A). Les
      * reservations de stock suivent chaque changement et la ligne
      * est revalorisee au prix du catalogue. Chaque changement est
      * trace avant/apres dans ModifCmd.txt (etat quotidien CMDRPT)
      * et journalise via AUDECR. L annulation rend au client les
      * points de fidelite utilises en remise (FIDPTS).
      * Sur une commande deja livree en partie, une ligne livree
      * garde son article et ne descend pas sous la quantite livree,
      * ne se supprime pas, et la commande ne s annule plus ; si plus
      * rien ne reste a livrer elle passe a E.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CMDMAST
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCMD OF enreg-commande
               FILE STATUS IS WS-CMD-STATUS.
           SELECT FARTICLES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-ART OF enreg-article
               FILE STATUS IS WS-ART-STATUS.
           SELECT FSTOCK
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Stock.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-STK OF enreg-stock
               FILE STATUS IS WS-STK-STATUS.
           SELECT FRELIQUATS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Reliquats.txt'
               FILE STATUS IS WS-RELIQ-STATUS.
           SELECT FMODIFS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\ModifCmd.txt'
               FILE STATUS IS WS-MOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMDMAST.
       01  enreg-commande.
           COPY CMDMAST.

       FD  FARTICLES.
       01  enreg-article.
           COPY ARTMAST.

       FD  FSTOCK.
       01  enreg-stock.
           COPY STKMAST.

       FD  FRELIQUATS.
       01  enreg-reliquat.
           02 NOCMD-RELIQ PIC 9(7).
           02 NOCLI-RELIQ PIC 9(7).
           02 ARTICLE-RELIQ PIC X(15).
           02 QTE-CMD-RELIQ PIC 9(3).
           02 QTE-RELIQ PIC 9(3).
           02 DATE-RELIQ PIC 9(8).

       FD  FMODIFS.
       01  enreg-modif.
           COPY CMDMOD.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-CMD-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-STK-STATUS PIC X(2) VALUE '00'.
       77  WS-RELIQ-STATUS PIC X(2) VALUE '00'.
       77  WS-MOD-STATUS PIC X(2) VALUE '00'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CONFIRMATION PIC X VALUE SPACE.
       77  WS-NOCMD-SAISI PIC 9(7) VALUE 0.
       77  WS-NOLIGNE-SAISI PIC 99 VALUE 0.
       77  WS-ARTICLE-SAISI PIC X(15) VALUE SPACE.
       77  WS-QTE-SAISIE PIC 9(3) VALUE 0.
       77  WS-MOTIF-SAISI PIC X(2) VALUE SPACE.
       77  WS-COMMANDE-LUE PIC X VALUE 'N'.
       77  WS-ARTICLE-VALIDE PIC X VALUE 'N'.
       77  WS-MOTIF-TROUVE PIC 9 VALUE 0.
       77  POS-MOTIF PIC 9 VALUE 0.
       77  POS-LIGNE PIC 99 VALUE 0.
       77  POS-SUIVANTE PIC 99 VALUE 0.
       77  WS-QTE-DISPONIBLE PIC 9(7) VALUE 0.
       77  WS-QTE-A-SERVIR PIC 9(3) VALUE 0.
       77  WS-TOTAL-EXPEDIE PIC 9(5) VALUE 0.
       77  WS-COMMANDE-SOLDEE PIC X VALUE 'N'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-HEURE PIC 9(8) VALUE 0.
       77  WS-ARTICLE-AVANT PIC X(15) VALUE SPACE.
       77  WS-QTE-AVANT PIC 9(3) VALUE 0.
       77  WS-MONTANT-AVANT PIC 9(8)V99 VALUE 0.
       77  COMPTEURMODIFS PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  LISTE-MOTIFS-ANNUL.
           02 FILLER PIC X(24) VALUE 'CLDEMANDE DU CLIENT'.
           02 FILLER PIC X(24) VALUE 'DOCOMMANDE EN DOUBLE'.
           02 FILLER PIC X(24) VALUE 'ERERREUR DE SAISIE'.
           02 FILLER PIC X(24) VALUE 'RURUPTURE DEFINITIVE'.
           02 FILLER PIC X(24) VALUE 'AUAUTRE MOTIF'.
       01  TABLE-MOTIFS-ANNUL REDEFINES LISTE-MOTIFS-ANNUL.
           02 MOTIF-ANNUL OCCURS 5 TIMES.
              03 CODE-MOTIF-ANNUL PIC X(2).
              03 LIBELLE-MOTIF-ANNUL PIC X(22).

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

       01  FID-ZONE.
           02 FID-ACTION PIC X.
           02 FID-NOCLI PIC 9(7).
           02 FID-REF PIC 9(7).
           02 FID-NOFAC PIC 9(7).
           02 FID-DATE PIC 9(8).
           02 FID-MONTANT PIC 9(8)V99.
           02 FID-POINTS PIC 9(7).
           02 FID-PROGRAMME PIC X(8).
           02 FID-RETOUR PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 2
               DISPLAY 'NIVEAU SAISIE REQUIS POUR MODIFIER UNE '
                       'COMMANDE'
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
           OPEN I-O CMDMAST
           IF WS-CMD-STATUS NOT = '00'
               DISPLAY 'MASTER COMMANDES ABSENT, POSTER D ABORD '
                       '(ORDPOST)'
               STOP RUN
           END-IF
           OPEN INPUT FARTICLES
           IF WS-ART-STATUS NOT = '00'
               DISPLAY 'CATALOGUE ARTICLES ABSENT'
               CLOSE CMDMAST
               STOP RUN
           END-IF
           OPEN I-O FSTOCK
           IF WS-STK-STATUS NOT = '00'
               OPEN OUTPUT FSTOCK
               CLOSE FSTOCK
               OPEN I-O FSTOCK
           END-IF
           OPEN EXTEND FRELIQUATS
           IF WS-RELIQ-STATUS NOT = '00'
               OPEN OUTPUT FRELIQUATS
           END-IF
           OPEN EXTEND FMODIFS
           IF WS-MOD-STATUS NOT = '00'
               OPEN OUTPUT FMODIFS
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' MODIFICATION DES COMMANDES'
           DISPLAY ' V. Voir une commande'
           DISPLAY ' M. Modifier une ligne'
           DISPLAY ' J. Ajouter une ligne'
           DISPLAY ' S. Supprimer une ligne'
           DISPLAY ' A. Annuler une commande'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM VOIR-COMMANDE
           ELSE
           IF WS-CHOIX = 'M' OR WS-CHOIX = 'm'
               PERFORM MODIFIER-LIGNE
           ELSE
           IF WS-CHOIX = 'J' OR WS-CHOIX = 'j'
               PERFORM AJOUTER-LIGNE
           ELSE
           IF WS-CHOIX = 'S' OR WS-CHOIX = 's'
               PERFORM SUPPRIMER-LIGNE
           ELSE
           IF WS-CHOIX = 'A' OR WS-CHOIX = 'a'
               PERFORM ANNULER-COMMANDE
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

       LIRE-COMMANDE.
           MOVE 'N' TO WS-COMMANDE-LUE
           DISPLAY 'NUMERO DE COMMANDE : '
           ACCEPT WS-NOCMD-SAISI
           MOVE WS-NOCMD-SAISI TO NOCMD OF enreg-commande
           READ CMDMAST
               INVALID KEY
                   DISPLAY 'COMMANDE INCONNUE : ' WS-NOCMD-SAISI
           END-READ
           IF WS-CMD-STATUS = '00'
               MOVE 'O' TO WS-COMMANDE-LUE
               PERFORM AFFICHER-COMMANDE
           END-IF.

      * seule une commande postee et non expediee se modifie
       LIRE-COMMANDE-MODIFIABLE.
           PERFORM LIRE-COMMANDE
           IF WS-COMMANDE-LUE = 'O'
              AND STATUT-CMD OF enreg-commande NOT = 'S'
               DISPLAY 'COMMANDE AU STATUT '
                       STATUT-CMD OF enreg-commande
                       ', MODIFICATION IMPOSSIBLE'
               MOVE 'N' TO WS-COMMANDE-LUE
           END-IF
           IF WS-COMMANDE-LUE = 'O'
               MOVE MONTANT-CMD OF enreg-commande TO WS-MONTANT-AVANT
           END-IF.

       VOIR-COMMANDE.
           PERFORM LIRE-COMMANDE.

       AFFICHER-COMMANDE.
           DISPLAY 'COMMANDE ' NOCMD OF enreg-commande
                   ' CLIENT ' NOCLI-CMD OF enreg-commande
                   ' DU ' DATE-CMD OF enreg-commande
                   ' STATUT ' STATUT-CMD OF enreg-commande
           MOVE 0 TO POS-LIGNE
           PERFORM AFFICHER-LIGNE NB-LIGNES-CMD OF enreg-commande TIMES
           DISPLAY 'MONTANT : ' MONTANT-CMD OF enreg-commande
           IF STATUT-CMD OF enreg-commande = 'A'
               DISPLAY 'MOTIF D ANNULATION : '
                       MOTIF-ANNUL-CMD OF enreg-commande
           END-IF
           IF STATUT-CMD OF enreg-commande = 'B'
               DISPLAY 'BLOQUEE CREDIT ('
                       MOTIF-ANNUL-CMD OF enreg-commande
                       '), A LIBERER PAR CRDMNT'
           END-IF
           IF ADRESSE-LIVR-CMD OF enreg-commande NOT = SPACES
               DISPLAY 'LIVRER A : ' NOM-LIVR-CMD OF enreg-commande
               DISPLAY '           '
                       NUM-RUE-LIVR-CMD OF enreg-commande ' '
                       RUE-LIVR-CMD OF enreg-commande
               DISPLAY '           '
                       CP-LIVR-CMD OF enreg-commande ' '
                       VILLE-LIVR-CMD OF enreg-commande
           END-IF
           IF NO-SUIVI-CMD OF enreg-commande NOT = SPACES
               DISPLAY 'SUIVI COLIS : ' NO-SUIVI-CMD OF enreg-commande
                       ' PRIS EN CHARGE LE '
                       DATE-SUIVI-CMD OF enreg-commande
           END-IF.

       AFFICHER-LIGNE.
           ADD 1 TO POS-LIGNE
           DISPLAY POS-LIGNE ' '
                   ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                   ' QTE ' QTE-CMD OF enreg-commande(POS-LIGNE)
                   ' PU ' PRIX-UNIT-CMD OF enreg-commande(POS-LIGNE)
                   ' RESERVE '
                   QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
                   ' LIVRE '
                   QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE).

       CHOISIR-LIGNE.
           DISPLAY 'NUMERO DE LIGNE : '
           ACCEPT WS-NOLIGNE-SAISI
           IF WS-NOLIGNE-SAISI = 0
              OR WS-NOLIGNE-SAISI > NB-LIGNES-CMD OF enreg-commande
               DISPLAY 'LIGNE INEXISTANTE'
               MOVE 'N' TO WS-COMMANDE-LUE
           ELSE
               MOVE WS-NOLIGNE-SAISI TO POS-LIGNE
               MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                   TO WS-ARTICLE-AVANT
               MOVE QTE-CMD OF enreg-commande(POS-LIGNE)
                   TO WS-QTE-AVANT
           END-IF.

      * le code doit exister au catalogue et ne pas etre arrete
       CONTROLER-ARTICLE.
           MOVE 'N' TO WS-ARTICLE-VALIDE
           MOVE WS-ARTICLE-SAISI TO CODE-ART
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

       SAISIR-ARTICLE-QTE.
           DISPLAY 'QUANTITE : '
           ACCEPT WS-QTE-SAISIE
           IF WS-QTE-SAISIE = 0
               DISPLAY 'QUANTITE NULLE : SUPPRIMER LA LIGNE (OPTION S)'
               MOVE 'N' TO WS-ARTICLE-VALIDE
           END-IF.

       MODIFIER-LIGNE.
           PERFORM LIRE-COMMANDE-MODIFIABLE
           IF WS-COMMANDE-LUE = 'O'
               PERFORM CHOISIR-LIGNE
           END-IF
           IF WS-COMMANDE-LUE = 'O'
               DISPLAY 'NOUVEL ARTICLE (ESPACE = INCHANGE) : '
               ACCEPT WS-ARTICLE-SAISI
               IF WS-ARTICLE-SAISI = SPACE
                   MOVE WS-ARTICLE-AVANT TO WS-ARTICLE-SAISI
               END-IF
               PERFORM CONTROLER-ARTICLE
               IF WS-ARTICLE-VALIDE = 'O'
                   PERFORM SAISIR-ARTICLE-QTE
               END-IF
               IF WS-ARTICLE-VALIDE = 'O'
                   PERFORM CONTROLER-LIGNE-LIVREE
               END-IF
               IF WS-ARTICLE-VALIDE = 'O'
                   PERFORM LIBERER-LIGNE
                   MOVE WS-ARTICLE-SAISI
                       TO ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                   MOVE WS-QTE-SAISIE
                       TO QTE-CMD OF enreg-commande(POS-LIGNE)
                   PERFORM VALORISER-LIGNE
                   PERFORM RESERVER-LIGNE
                   PERFORM RECALCULER-MONTANT
                   PERFORM CONTROLER-SOLDE
                   MOVE 'M' TO TYPE-MOD
                   PERFORM ENREGISTRER-MODIFICATION
               END-IF
           END-IF.

       AJOUTER-LIGNE.
           PERFORM LIRE-COMMANDE-MODIFIABLE
           IF WS-COMMANDE-LUE = 'O'
              AND NB-LIGNES-CMD OF enreg-commande >= 5
               DISPLAY 'COMMANDE DEJA A 5 LIGNES'
               MOVE 'N' TO WS-COMMANDE-LUE
           END-IF
           IF WS-COMMANDE-LUE = 'O'
               DISPLAY 'ARTICLE : '
               ACCEPT WS-ARTICLE-SAISI
               PERFORM CONTROLER-ARTICLE
               IF WS-ARTICLE-VALIDE = 'O'
                   PERFORM SAISIR-ARTICLE-QTE
               END-IF
               IF WS-ARTICLE-VALIDE = 'O'
                   ADD 1 TO NB-LIGNES-CMD OF enreg-commande
                   MOVE NB-LIGNES-CMD OF enreg-commande TO POS-LIGNE
                   MOVE SPACE TO WS-ARTICLE-AVANT
                   MOVE 0 TO WS-QTE-AVANT
                   MOVE WS-ARTICLE-SAISI
                       TO ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                   MOVE WS-QTE-SAISIE
                       TO QTE-CMD OF enreg-commande(POS-LIGNE)
                   MOVE ZEROS
                       TO SUIVI-LIGNE-CMD OF enreg-commande(POS-LIGNE)
                   PERFORM VALORISER-LIGNE
                   PERFORM RESERVER-LIGNE
                   PERFORM RECALCULER-MONTANT
                   MOVE 'J' TO TYPE-MOD
                   PERFORM ENREGISTRER-MODIFICATION
               END-IF
           END-IF.

      * les lignes suivantes remontent d un rang ; la derniere ligne
      * d une commande ne se supprime pas, on annule la commande
       SUPPRIMER-LIGNE.
           PERFORM LIRE-COMMANDE-MODIFIABLE
           IF WS-COMMANDE-LUE = 'O'
              AND NB-LIGNES-CMD OF enreg-commande = 1
               DISPLAY 'LIGNE UNIQUE : ANNULER LA COMMANDE (OPTION A)'
               MOVE 'N' TO WS-COMMANDE-LUE
           END-IF
           IF WS-COMMANDE-LUE = 'O'
               PERFORM CHOISIR-LIGNE
           END-IF
           IF WS-COMMANDE-LUE = 'O'
              AND QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE) > 0
               DISPLAY 'LIGNE DEJA LIVREE EN PARTIE, SUPPRESSION '
                       'IMPOSSIBLE'
               MOVE 'N' TO WS-COMMANDE-LUE
           END-IF
           IF WS-COMMANDE-LUE = 'O'
               PERFORM LIBERER-LIGNE
               PERFORM DECALER-LIGNE
                   UNTIL POS-LIGNE >= NB-LIGNES-CMD OF enreg-commande
               MOVE SPACES TO LIGNE-CMD OF enreg-commande(POS-LIGNE)
               MOVE 0 TO QTE-CMD OF enreg-commande(POS-LIGNE)
               MOVE 0 TO PRIX-UNIT-CMD OF enreg-commande(POS-LIGNE)
               MOVE 0 TO MONTANT-LIGNE-CMD OF enreg-commande(POS-LIGNE)
               MOVE ZEROS
                   TO SUIVI-LIGNE-CMD OF enreg-commande(POS-LIGNE)
               SUBTRACT 1 FROM NB-LIGNES-CMD OF enreg-commande
               MOVE SPACE TO WS-ARTICLE-SAISI
               MOVE 0 TO WS-QTE-SAISIE
               PERFORM RECALCULER-MONTANT
               PERFORM CONTROLER-SOLDE
               MOVE 'S' TO TYPE-MOD
               PERFORM ENREGISTRER-MODIFICATION
           END-IF.

       DECALER-LIGNE.
           COMPUTE POS-SUIVANTE = POS-LIGNE + 1
           MOVE LIGNE-CMD OF enreg-commande(POS-SUIVANTE)
               TO LIGNE-CMD OF enreg-commande(POS-LIGNE)
           MOVE SUIVI-LIGNE-CMD OF enreg-commande(POS-SUIVANTE)
               TO SUIVI-LIGNE-CMD OF enreg-commande(POS-LIGNE)
           ADD 1 TO POS-LIGNE.

       ANNULER-COMMANDE.
           PERFORM LIRE-COMMANDE-MODIFIABLE
           IF WS-COMMANDE-LUE = 'O'
               MOVE 0 TO WS-TOTAL-EXPEDIE POS-LIGNE
               PERFORM CUMULER-EXPEDIE
                   NB-LIGNES-CMD OF enreg-commande TIMES
               IF WS-TOTAL-EXPEDIE > 0
                   DISPLAY 'COMMANDE DEJA LIVREE EN PARTIE, '
                           'ANNULATION IMPOSSIBLE'
                   DISPLAY 'RAMENER LES QUANTITES AU DEJA LIVRE '
                           '(OPTION M)'
                   MOVE 'N' TO WS-COMMANDE-LUE
               END-IF
           END-IF
           IF WS-COMMANDE-LUE = 'O'
               MOVE 0 TO WS-MOTIF-TROUVE
               PERFORM SAISIR-MOTIF-ANNUL UNTIL WS-MOTIF-TROUVE > 0
               DISPLAY 'CONFIRMER L ANNULATION (O/N) : '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                   MOVE 0 TO POS-LIGNE
                   PERFORM LIBERER-LIGNE-SUIVANTE
                       NB-LIGNES-CMD OF enreg-commande TIMES
                   MOVE 'A' TO STATUT-CMD OF enreg-commande
                   MOVE WS-MOTIF-SAISI
                       TO MOTIF-ANNUL-CMD OF enreg-commande
                   MOVE 0 TO WS-NOLIGNE-SAISI WS-QTE-AVANT
                   MOVE 0 TO WS-QTE-SAISIE
                   MOVE SPACE TO WS-ARTICLE-AVANT WS-ARTICLE-SAISI
                   MOVE 'A' TO TYPE-MOD
                   PERFORM ENREGISTRER-MODIFICATION
                   PERFORM RENDRE-POINTS
               ELSE
                   DISPLAY 'ANNULATION ABANDONNEE'
               END-IF
           END-IF.

      * les points utilises en remise sur la commande annulee sont
      * rendus au client
       RENDRE-POINTS.
           MOVE 'N' TO FID-ACTION
           MOVE NOCLI-CMD OF enreg-commande TO FID-NOCLI
           MOVE NOCMD OF enreg-commande TO FID-REF
           MOVE 0 TO FID-NOFAC FID-DATE FID-MONTANT FID-POINTS
           MOVE 'CMDMNT' TO FID-PROGRAMME
           CALL 'FIDPTS' USING FID-ZONE
           IF FID-RETOUR = 'O'
               DISPLAY 'POINTS FIDELITE RENDUS AU CLIENT : ' FID-POINTS
           END-IF.

       CUMULER-EXPEDIE.
           ADD 1 TO POS-LIGNE
           ADD QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
               TO WS-TOTAL-EXPEDIE.

      * une ligne deja livree en partie garde son article et ne
      * descend pas sous la quantite livree
       CONTROLER-LIGNE-LIVREE.
           IF QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE) > 0
               IF WS-ARTICLE-SAISI NOT = WS-ARTICLE-AVANT
                   DISPLAY 'LIGNE DEJA LIVREE EN PARTIE, ARTICLE '
                           'INCHANGEABLE'
                   MOVE 'N' TO WS-ARTICLE-VALIDE
               ELSE
               IF WS-QTE-SAISIE
                  < QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
                   DISPLAY 'QUANTITE INFERIEURE AU DEJA LIVRE : '
                           QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
                   MOVE 'N' TO WS-ARTICLE-VALIDE
               END-IF
               END-IF
           END-IF.

      * plus rien a livrer apres le changement : la commande passe
      * a E et sera facturee sur ses bons de livraison
       CONTROLER-SOLDE.
           MOVE 'O' TO WS-COMMANDE-SOLDEE
           MOVE 0 TO WS-TOTAL-EXPEDIE POS-LIGNE
           PERFORM CONTROLER-SOLDE-LIGNE
               NB-LIGNES-CMD OF enreg-commande TIMES
           IF WS-COMMANDE-SOLDEE = 'O' AND WS-TOTAL-EXPEDIE > 0
               MOVE 'E' TO STATUT-CMD OF enreg-commande
               DISPLAY 'PLUS RIEN A LIVRER : COMMANDE PASSEE A E'
           END-IF.

       CONTROLER-SOLDE-LIGNE.
           ADD 1 TO POS-LIGNE
           ADD QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
               TO WS-TOTAL-EXPEDIE
           IF QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
              < QTE-CMD OF enreg-commande(POS-LIGNE)
               MOVE 'N' TO WS-COMMANDE-SOLDEE
           END-IF.

       SAISIR-MOTIF-ANNUL.
           MOVE 0 TO POS-MOTIF
           PERFORM AFFICHER-MOTIF-ANNUL 5 TIMES
           DISPLAY 'CODE MOTIF : '
           ACCEPT WS-MOTIF-SAISI
           MOVE 0 TO POS-MOTIF
           PERFORM CHERCHER-MOTIF-ANNUL 5 TIMES.

       AFFICHER-MOTIF-ANNUL.
           ADD 1 TO POS-MOTIF
           DISPLAY '  ' CODE-MOTIF-ANNUL(POS-MOTIF) ' '
                   LIBELLE-MOTIF-ANNUL(POS-MOTIF).

       CHERCHER-MOTIF-ANNUL.
           ADD 1 TO POS-MOTIF
           IF CODE-MOTIF-ANNUL(POS-MOTIF) = WS-MOTIF-SAISI
               MOVE POS-MOTIF TO WS-MOTIF-TROUVE
           END-IF.

       LIBERER-LIGNE-SUIVANTE.
           ADD 1 TO POS-LIGNE
           PERFORM LIBERER-LIGNE.

      * rend au disponible la quantite reservee par la ligne
       LIBERER-LIGNE.
           MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE) TO CODE-STK
           READ FSTOCK
               INVALID KEY CONTINUE
           END-READ
           IF WS-STK-STATUS = '00'
               IF QTE-RESERVEE-STK >
                  QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
                   SUBTRACT
                       QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
                       FROM QTE-RESERVEE-STK
               ELSE
                   MOVE 0 TO QTE-RESERVEE-STK
               END-IF
               MOVE WS-DATE-JOUR TO DATE-MAJ-STK
               REWRITE enreg-stock
               END-REWRITE
           END-IF
           MOVE 0 TO QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE).

      * meme regle que le posting : reservation sur le disponible
      * de ce qui reste a livrer, le manque part en reliquat
       RESERVER-LIGNE.
           COMPUTE WS-QTE-A-SERVIR
               = QTE-CMD OF enreg-commande(POS-LIGNE)
               - QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
           MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE) TO CODE-STK
           READ FSTOCK
               INVALID KEY
                   MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                       TO CODE-STK
                   MOVE 0 TO QTE-STOCK-STK QTE-RESERVEE-STK
                   MOVE 0 TO SEUIL-REAPPRO-STK QTE-REAPPRO-STK
                   MOVE WS-DATE-JOUR TO DATE-MAJ-STK
                   WRITE enreg-stock
                   END-WRITE
           END-READ
           MOVE 0 TO WS-QTE-DISPONIBLE
           IF QTE-STOCK-STK > QTE-RESERVEE-STK
               COMPUTE WS-QTE-DISPONIBLE
                   = QTE-STOCK-STK - QTE-RESERVEE-STK
           END-IF
           IF WS-QTE-DISPONIBLE >= WS-QTE-A-SERVIR
               MOVE WS-QTE-A-SERVIR
                   TO QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
           ELSE
               MOVE WS-QTE-DISPONIBLE
                   TO QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
               PERFORM ECRIRE-RELIQUAT
           END-IF
           ADD QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
               TO QTE-RESERVEE-STK
           MOVE WS-DATE-JOUR TO DATE-MAJ-STK
           REWRITE enreg-stock
           END-REWRITE.

       ECRIRE-RELIQUAT.
           MOVE NOCMD OF enreg-commande TO NOCMD-RELIQ
           MOVE NOCLI-CMD OF enreg-commande TO NOCLI-RELIQ
           MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE)
               TO ARTICLE-RELIQ
           MOVE QTE-CMD OF enreg-commande(POS-LIGNE) TO QTE-CMD-RELIQ
           COMPUTE QTE-RELIQ
               = WS-QTE-A-SERVIR
               - QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
           MOVE WS-DATE-JOUR TO DATE-RELIQ
           WRITE enreg-reliquat
           END-WRITE
           DISPLAY 'RELIQUAT DE ' QTE-RELIQ ' SUR ' ARTICLE-RELIQ.

       VALORISER-LIGNE.
           MOVE PRIX-UNIT-ART
               TO PRIX-UNIT-CMD OF enreg-commande(POS-LIGNE)
           COMPUTE MONTANT-LIGNE-CMD OF enreg-commande(POS-LIGNE)
               = QTE-CMD OF enreg-commande(POS-LIGNE)
               * PRIX-UNIT-CMD OF enreg-commande(POS-LIGNE).

       RECALCULER-MONTANT.
           MOVE 0 TO MONTANT-CMD OF enreg-commande POS-LIGNE
           PERFORM CUMULER-LIGNE NB-LIGNES-CMD OF enreg-commande TIMES.

       CUMULER-LIGNE.
           ADD 1 TO POS-LIGNE
           ADD MONTANT-LIGNE-CMD OF enreg-commande(POS-LIGNE)
               TO MONTANT-CMD OF enreg-commande.

      * la commande est reecrite puis le changement est trace avec
      * les valeurs avant et apres
       ENREGISTRER-MODIFICATION.
           REWRITE enreg-commande
               INVALID KEY
                   DISPLAY 'ERREUR DE REECRITURE'
           END-REWRITE
           IF WS-CMD-STATUS = '00'
               MOVE NOCMD OF enreg-commande TO NOCMD-MOD
               MOVE WS-DATE-JOUR TO DATE-MOD
               ACCEPT WS-HEURE FROM TIME
               COMPUTE HEURE-MOD = WS-HEURE / 100
               MOVE OPER-ID TO OPERATEUR-MOD
               MOVE WS-NOLIGNE-SAISI TO NOLIGNE-MOD
               MOVE WS-ARTICLE-AVANT TO ARTICLE-AVANT-MOD
               MOVE WS-QTE-AVANT TO QTE-AVANT-MOD
               MOVE WS-ARTICLE-SAISI TO ARTICLE-APRES-MOD
               MOVE WS-QTE-SAISIE TO QTE-APRES-MOD
               MOVE WS-MONTANT-AVANT TO MONTANT-AVANT-MOD
               MOVE MONTANT-CMD OF enreg-commande TO MONTANT-APRES-MOD
               IF TYPE-MOD = 'A'
                   MOVE WS-MOTIF-SAISI TO MOTIF-MOD
                   MOVE 0 TO MONTANT-APRES-MOD
                   MOVE 'ANNUL CMD' TO AUDIT-OP-TRAVAIL
               ELSE
                   MOVE SPACE TO MOTIF-MOD
                   MOVE 'MODIF CMD' TO AUDIT-OP-TRAVAIL
               END-IF
               WRITE enreg-modif
               END-WRITE
               PERFORM ENREGISTRER-AUDIT
               ADD 1 TO COMPTEURMODIFS
               PERFORM AFFICHER-COMMANDE
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE 'CMDMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE NOCMD OF enreg-commande TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'CHANGEMENTS ENREGISTRES : ' COMPTEURMODIFS
           MOVE 'F' TO FID-ACTION
           CALL 'FIDPTS' USING FID-ZONE
           CLOSE CMDMAST FARTICLES FSTOCK FRELIQUATS FMODIFS.

       END PROGRAM CMDMNT.
