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
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
           SELECT FLIMITES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\LimCredit.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-LIM OF enreg-limite
               FILE STATUS IS WS-LIM-STATUS.
           SELECT FSEGMENTS
               ASSIGN TO 'C:\Users\CRM\Desktop\Segments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-SEG OF enreg-segment
               FILE STATUS IS WS-SEG-STATUS.
           SELECT FPLAFONDS
               ASSIGN TO 'C:\Users\CRM\Desktop\PlafondsSegment.txt'
               FILE STATUS IS WS-PLAF-STATUS.
           SELECT FREJETS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\RejetsCmd.txt'.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

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

       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FLIMITES.
       01  enreg-limite.
           COPY CRDLIM.

       FD  FSEGMENTS.
       01  enreg-segment.
           02 NOCLI-SEG PIC 9(7).
           02 SEGMENT-SEG PIC X.
           02 MONTANT-SEG PIC 9(10)V99.
           02 DATE-DERNIERE-FAC-SEG PIC 9(8).
           02 DATE-CALCUL-SEG PIC 9(8).

       FD  FPLAFONDS.
       01  enreg-plafond.
           02 CODE-SEG-PLAF PIC X.
           02 PLAFOND-SEG-PLAF PIC 9(8)V99.

       FD  FREJETS.
       01  enreg-rejet.
           02 NOCMD-REJET PIC 9(7).
       77  WS-SAISIES-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-CMD-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-DISPONIBLE PIC X VALUE 'O'.
       77  POS-LIGNE PIC 99 VALUE 0.
       77  WS-STK-STATUS PIC X(2) VALUE '00'.
       77  WS-RELIQ-STATUS PIC X(2) VALUE '00'.
       77  WS-QTE-DISPONIBLE PIC 9(7) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  COMPTEURRELIQUAT PIC 9(7) VALUE 0.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-MOTIF-TRAVAIL PIC X(30) VALUE SPACE.
       77  COMPTEURLU PIC 9(7) VALUE 0.
       77  COMPTEURPOSTE PIC 9(7) VALUE 0.
       77  COMPTEURREJETE PIC 9(7) VALUE 0.
       77  TOTAL-MONTANTS PIC 9(10)V99 VALUE 0.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-LIM-STATUS PIC X(2) VALUE '00'.
       77  WS-SEG-STATUS PIC X(2) VALUE '00'.
       77  WS-PLAF-STATUS PIC X(2) VALUE '00'.
       77  WS-ENC-DISPONIBLE PIC X VALUE 'O'.
       77  WS-LIM-DISPONIBLE PIC X VALUE 'O'.
       77  WS-SEG-DISPONIBLE PIC X VALUE 'O'.
       77  EOF-ENC PIC 99 VALUE 0.
       77  EOF-PLAF PIC 99 VALUE 0.
       77  NB-PLAFONDS PIC 99 VALUE 0.
       77  POS-PLAFOND PIC 99 VALUE 0.
       77  WS-SEGMENT-CLIENT PIC X VALUE SPACE.
       77  WS-PLAFOND-CONNU PIC X VALUE 'N'.
       77  WS-PLAFOND-CLIENT PIC 9(8)V99 VALUE 0.
       77  WS-ENCOURS-CLIENT PIC S9(9)V99 VALUE 0.
       77  WS-RETARD-CLIENT PIC X VALUE 'N'.
       77  WS-RESTE-DU PIC S9(8)V99 VALUE 0.
       77  WS-AGE-JOURS PIC S9(5) VALUE 0.
       77  WS-JOURS-FAC PIC S9(7) VALUE 0.
       77  WS-JOURS-JOUR PIC S9(7) VALUE 0.
       77  WS-MOTIF-BLOCAGE PIC X(2) VALUE SPACE.
       77  COMPTEURBLOQUE PIC 9(7) VALUE 0.
       77  TOTAL-BLOQUE PIC 9(10)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-ENCOURS-EDIT PIC Z(8)9.99-.
       77  WS-PLAFOND-EDIT PIC ZZZZZZZ9.99.
       01  WS-DATE-JOUR-DEC.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 9(2).
           02 WS-JJ-JOUR PIC 9(2).
       01  WS-DATE-FAC-DEC.
           02 WS-AAAA-FAC PIC 9(4).
           02 WS-MM-FAC PIC 9(2).
           02 WS-JJ-FAC PIC 9(2).
      * plafond par defaut de chaque segment
       01  TABLE-PLAFONDS.
           02 PLAFOND-TAB OCCURS 10 TIMES.
              03 CODE-SEG-PLAF-TAB PIC X.
              03 PLAFOND-SEG-PLAF-TAB PIC 9(8)V99.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
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
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
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
           OPEN I-O CMDMAST
           IF WS-CMD-STATUS NOT = '00'
               OPEN OUTPUT CMDMAST
               CLOSE CMDMAST
               OPEN I-O CMDMAST
           END-IF
           PERFORM OUVRIR-CONTROLE-CREDIT
           OPEN OUTPUT FREJETS
           OPEN OUTPUT FRAPPORT
           MOVE '--- POSTING DES COMMANDES SAISIES ---'
               AT END MOVE 1 TO EOF-SAISIES
           END-READ.

      * sans encours ni limites ni segments le controle se reduit a
      * ce qui est disponible ; sans plafond connu pour un client
      * seul le retard de paiement peut bloquer
       OUVRIR-CONTROLE-CREDIT.
           MOVE WS-DATE-JOUR TO WS-DATE-JOUR-DEC
           COMPUTE WS-JOURS-JOUR
               = WS-AAAA-JOUR * 360 + WS-MM-JOUR * 30 + WS-JJ-JOUR
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT, CREDIT NON CONTROLE'
               MOVE 'N' TO WS-ENC-DISPONIBLE
           END-IF
           OPEN INPUT FLIMITES
           IF WS-LIM-STATUS NOT = '00'
               MOVE 'N' TO WS-LIM-DISPONIBLE
           END-IF
           OPEN INPUT FSEGMENTS
           IF WS-SEG-STATUS NOT = '00'
               MOVE 'N' TO WS-SEG-DISPONIBLE
           END-IF
           OPEN INPUT FPLAFONDS
           IF WS-PLAF-STATUS NOT = '00'
               DISPLAY 'PLAFONDS PAR SEGMENT ABSENTS (CRDMNT)'
           ELSE
               READ FPLAFONDS
                   AT END MOVE 1 TO EOF-PLAF
               END-READ
               PERFORM CHARGER-UN-PLAFOND UNTIL EOF-PLAF = 1
               CLOSE FPLAFONDS
           END-IF.

       CHARGER-UN-PLAFOND.
           IF NB-PLAFONDS < 10
               ADD 1 TO NB-PLAFONDS
               MOVE CODE-SEG-PLAF TO CODE-SEG-PLAF-TAB(NB-PLAFONDS)
               MOVE PLAFOND-SEG-PLAF
                   TO PLAFOND-SEG-PLAF-TAB(NB-PLAFONDS)
           END-IF
           READ FPLAFONDS
               AT END MOVE 1 TO EOF-PLAF
           END-READ.

       POSTER-COMMANDE.
           ADD 1 TO COMPTEURLU
           MOVE SPACE TO WS-MOTIF-TRAVAIL
           ELSE
           IF NB-LIGNES-CMD OF enreg-saisie = 0
               MOVE 'COMMANDE SANS LIGNE' TO WS-MOTIF-TRAVAIL
           ELSE
           IF NB-LIGNES-CMD OF enreg-saisie > 5
               MOVE 'NOMBRE DE LIGNES INVALIDE' TO WS-MOTIF-TRAVAIL
           ELSE
               PERFORM RECHERCHER-CLIENT
           END-IF
           END-IF
           END-IF
           IF WS-MOTIF-TRAVAIL = SPACE
               PERFORM VALIDER-LIGNES
           END-IF
           IF WS-MOTIF-TRAVAIL = SPACE
               PERFORM CONTROLER-CREDIT
               MOVE enreg-saisie TO enreg-commande
               MOVE ZEROS TO SUIVI-LIGNES-CMD OF enreg-commande
               MOVE SPACE TO MOTIF-ANNUL-CMD OF enreg-commande
               MOVE SPACES TO NO-SUIVI-CMD OF enreg-commande
               MOVE 0 TO DATE-SUIVI-CMD OF enreg-commande
               IF WS-MOTIF-BLOCAGE NOT = SPACE
                   MOVE 'B' TO STATUT-CMD OF enreg-commande
                   MOVE WS-MOTIF-BLOCAGE
                       TO MOTIF-ANNUL-CMD OF enreg-commande
               END-IF
               WRITE enreg-commande
                   INVALID KEY
                       MOVE 'NOCMD DEJA PRESENT' TO WS-MOTIF-TRAVAIL
               END-WRITE
           END-IF
           IF WS-MOTIF-TRAVAIL = SPACE
               IF WS-MOTIF-BLOCAGE NOT = SPACE
                   PERFORM SIGNALER-BLOCAGE
               ELSE
                   PERFORM RESERVER-STOCK
                   REWRITE enreg-commande
                   END-REWRITE
                   ADD 1 TO COMPTEURPOSTE
                   ADD MONTANT-CMD OF enreg-saisie TO TOTAL-MONTANTS
               END-IF
           ELSE
               PERFORM REJETER-COMMANDE
           END-IF
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE NOCLI-CMD OF enreg-saisie TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N'
               MOVE 'CLIENT INCONNU DES MASTERS' TO WS-MOTIF-TRAVAIL
           ELSE
               END-IF
           END-IF.

      * encours ouvert du client (factures moins avoirs et credits
      * non imputes) plus la commande, compare au plafond du client
      * ou a defaut a celui de son segment ; une facture ouverte de
      * plus de 90 jours (derniere tranche de RELANCE) bloque aussi
       CONTROLER-CREDIT.
           MOVE SPACE TO WS-MOTIF-BLOCAGE
           MOVE 0 TO WS-ENCOURS-CLIENT
           MOVE 'N' TO WS-RETARD-CLIENT
           IF WS-ENC-DISPONIBLE = 'O'
               MOVE 0 TO EOF-ENC
               MOVE NOCLI-CMD OF enreg-saisie TO NOCLI-ENC
               MOVE 0 TO NOFAC-ENC
               START ENCOURS
                   KEY NOT < CLE-ENC OF enreg-encours
                   INVALID KEY MOVE 1 TO EOF-ENC
               END-START
               PERFORM CUMULER-ENCOURS-CLIENT UNTIL EOF-ENC = 1
           END-IF
           PERFORM RECHERCHER-PLAFOND
           IF WS-RETARD-CLIENT = 'O'
               MOVE 'RT' TO WS-MOTIF-BLOCAGE
           ELSE
           IF WS-PLAFOND-CONNU = 'O'
              AND WS-ENCOURS-CLIENT + MONTANT-CMD OF enreg-saisie
                  > WS-PLAFOND-CLIENT
               MOVE 'PL' TO WS-MOTIF-BLOCAGE
           END-IF
           END-IF.

      * une piece en litige reste hors du controle de credit
       CUMULER-ENCOURS-CLIENT.
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ
           IF EOF-ENC NOT = 1
               IF NOCLI-ENC NOT = NOCLI-CMD OF enreg-saisie
                   MOVE 1 TO EOF-ENC
               ELSE
                   IF STATUT-ENC = 'O' AND LITIGE-ENC NOT = 'O'
                       PERFORM CUMULER-UN-ENCOURS
                   END-IF
               END-IF
           END-IF.

       CUMULER-UN-ENCOURS.
           COMPUTE WS-RESTE-DU = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
           IF TYPE-ENC = 'A' OR TYPE-ENC = 'C' OR TYPE-ENC = 'R'
               SUBTRACT WS-RESTE-DU FROM WS-ENCOURS-CLIENT
           ELSE
               ADD WS-RESTE-DU TO WS-ENCOURS-CLIENT
               IF WS-RESTE-DU > 0
                   PERFORM CALCULER-AGE-FACTURE
                   IF WS-AGE-JOURS > 90
                       MOVE 'O' TO WS-RETARD-CLIENT
                   END-IF
               END-IF
           END-IF.

      * age en base 30/360, comme la balance agee de RELANCE
       CALCULER-AGE-FACTURE.
           MOVE DATE-FAC-ENC TO WS-DATE-FAC-DEC
           COMPUTE WS-JOURS-FAC
               = WS-AAAA-FAC * 360 + WS-MM-FAC * 30 + WS-JJ-FAC
           COMPUTE WS-AGE-JOURS = WS-JOURS-JOUR - WS-JOURS-FAC.

      * plafond propre au client, sinon plafond de son segment (D
      * pour un client pas encore segmente)
       RECHERCHER-PLAFOND.
           MOVE 'N' TO WS-PLAFOND-CONNU
           MOVE 0 TO WS-PLAFOND-CLIENT
           IF WS-LIM-DISPONIBLE = 'O'
               MOVE NOCLI-CMD OF enreg-saisie TO NOCLI-LIM
               READ FLIMITES
                   INVALID KEY CONTINUE
               END-READ
               IF WS-LIM-STATUS = '00'
                   MOVE 'O' TO WS-PLAFOND-CONNU
                   MOVE PLAFOND-LIM TO WS-PLAFOND-CLIENT
               END-IF
           END-IF
           IF WS-PLAFOND-CONNU = 'N'
               MOVE 'D' TO WS-SEGMENT-CLIENT
               IF WS-SEG-DISPONIBLE = 'O'
                   MOVE NOCLI-CMD OF enreg-saisie TO NOCLI-SEG
                   READ FSEGMENTS
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-SEG-STATUS = '00'
                       MOVE SEGMENT-SEG TO WS-SEGMENT-CLIENT
                   END-IF
               END-IF
               MOVE 0 TO POS-PLAFOND
               PERFORM CHERCHER-PLAFOND-SEGMENT NB-PLAFONDS TIMES
           END-IF.

       CHERCHER-PLAFOND-SEGMENT.
           ADD 1 TO POS-PLAFOND
           IF CODE-SEG-PLAF-TAB(POS-PLAFOND) = WS-SEGMENT-CLIENT
               MOVE 'O' TO WS-PLAFOND-CONNU
               MOVE PLAFOND-SEG-PLAF-TAB(POS-PLAFOND)
                   TO WS-PLAFOND-CLIENT
           END-IF.

       SIGNALER-BLOCAGE.
           ADD 1 TO COMPTEURBLOQUE
           ADD MONTANT-CMD OF enreg-saisie TO TOTAL-BLOQUE
           MOVE MONTANT-CMD OF enreg-saisie TO WS-MONTANT-EDIT
           MOVE WS-ENCOURS-CLIENT TO WS-ENCOURS-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-MOTIF-BLOCAGE = 'RT'
               STRING 'BLOQUEE ' DELIMITED BY SIZE
                      NOCMD OF enreg-saisie DELIMITED BY SIZE
                      ' CLIENT ' DELIMITED BY SIZE
                      NOCLI-CMD OF enreg-saisie DELIMITED BY SIZE
                      ' FACTURE A PLUS DE 90 J' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
           ELSE
               MOVE WS-PLAFOND-CLIENT TO WS-PLAFOND-EDIT
               STRING 'BLOQUEE ' DELIMITED BY SIZE
                      NOCMD OF enreg-saisie DELIMITED BY SIZE
                      ' ENC' DELIMITED BY SIZE
                      WS-ENCOURS-EDIT DELIMITED BY SIZE
                      ' +' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                      ' > PLAF' DELIMITED BY SIZE
                      WS-PLAFOND-EDIT DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
           END-IF
           WRITE LIGNE-RAPPORT.

      * chaque ligne est rapprochee du catalogue : code inconnu ou
      * arrete, la commande est rejetee ; sinon la ligne est
      * revalorisee au prix catalogue et le total recalcule. Une
      * commande issue d un devis accepte garde les prix du devis.
       VALIDER-LIGNES.
           IF WS-ART-DISPONIBLE = 'N'
               MOVE 'CATALOGUE ARTICLES ABSENT' TO WS-MOTIF-TRAVAIL
           ELSE
               MOVE 0 TO POS-LIGNE
               MOVE 0 TO MONTANT-CMD OF enreg-saisie
               PERFORM VALIDER-UNE-LIGNE
                   UNTIL POS-LIGNE >= NB-LIGNES-CMD OF enreg-saisie
                      OR WS-MOTIF-TRAVAIL NOT = SPACE
           END-IF.

       VALIDER-UNE-LIGNE.
           ADD 1 TO POS-LIGNE
           MOVE ARTICLE-CMD OF enreg-saisie(POS-LIGNE) TO CODE-ART
           READ FARTICLES
               INVALID KEY
                   MOVE 'ARTICLE INCONNU AU CATALOGUE'
                       TO WS-MOTIF-TRAVAIL
           END-READ
           IF WS-MOTIF-TRAVAIL = SPACE
               IF STATUT-ART = 'D'
                   MOVE 'ARTICLE ARRETE' TO WS-MOTIF-TRAVAIL
               ELSE
                   IF NODEV-CMD OF enreg-saisie IS NOT NUMERIC
                      OR NODEV-CMD OF enreg-saisie = 0
                       MOVE PRIX-UNIT-ART
                           TO PRIX-UNIT-CMD OF enreg-saisie(POS-LIGNE)
                   END-IF
                   COMPUTE MONTANT-LIGNE-CMD OF enreg-saisie(POS-LIGNE)
                       = QTE-CMD OF enreg-saisie(POS-LIGNE)
                       * PRIX-UNIT-CMD OF enreg-saisie(POS-LIGNE)
                   ADD MONTANT-LIGNE-CMD OF enreg-saisie(POS-LIGNE)
                       TO MONTANT-CMD OF enreg-saisie
               END-IF
           END-IF.

      * reservation ligne a ligne sur le disponible (stock moins deja
      * reserve) ; la part non servie part en reliquat
       RESERVER-STOCK.
           MOVE 0 TO POS-LIGNE
           PERFORM RESERVER-UNE-LIGNE
               NB-LIGNES-CMD OF enreg-commande TIMES.

       RESERVER-UNE-LIGNE.
           ADD 1 TO POS-LIGNE
           MOVE 0 TO QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
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
           IF WS-QTE-DISPONIBLE >= QTE-CMD OF enreg-commande(POS-LIGNE)
               MOVE QTE-CMD OF enreg-commande(POS-LIGNE)
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
               = QTE-CMD OF enreg-commande(POS-LIGNE)
               - QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
           MOVE WS-DATE-JOUR TO DATE-RELIQ
           WRITE enreg-reliquat
           END-WRITE
           ADD 1 TO COMPTEURRELIQUAT.

       REJETER-COMMANDE.
           ADD 1 TO COMPTEURREJETE
           MOVE NOCMD OF enreg-saisie TO NOCMD-REJET
           MOVE NOCLI-CMD OF enreg-saisie TO NOCLI-REJET
           MOVE WS-MOTIF-TRAVAIL TO MOTIF-REJET
           WRITE enreg-rejet
           END-WRITE
           IF WS-MOTIF-TRAVAIL NOT = 'NOCMD DEJA PRESENT'
               PERFORM RENDRE-POINTS
           END-IF.

      * les points utilises en remise a la saisie (ORDSAIS) sont
      * rendus au client ; un numero deja poste garde les siens
       RENDRE-POINTS.
           MOVE 'N' TO FID-ACTION
           MOVE NOCLI-CMD OF enreg-saisie TO FID-NOCLI
           MOVE NOCMD OF enreg-saisie TO FID-REF
           MOVE 0 TO FID-NOFAC FID-DATE FID-MONTANT FID-POINTS
           MOVE 'ORDPOST' TO FID-PROGRAMME
           CALL 'FIDPTS' USING FID-ZONE
           IF FID-RETOUR = 'O'
               DISPLAY 'POINTS FIDELITE RENDUS AU CLIENT '
                       NOCLI-CMD OF enreg-saisie ' : ' FID-POINTS
           END-IF.

       FIN.
           MOVE SPACES TO LIGNE-RAPPORT
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'LIGNES EN RELIQUAT=' DELIMITED BY SIZE
                  COMPTEURRELIQUAT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'BLOQUEES CREDIT=' DELIMITED BY SIZE
                  COMPTEURBLOQUE DELIMITED BY SIZE
                  ' MONTANT BLOQUE=' DELIMITED BY SIZE
                  TOTAL-BLOQUE DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'COMMANDES LUES    : ' COMPTEURLU
           DISPLAY 'COMMANDES POSTEES : ' COMPTEURPOSTE
           DISPLAY 'COMMANDES REJETEES: ' COMPTEURREJETE
           DISPLAY 'COMMANDES BLOQUEES: ' COMPTEURBLOQUE
           DISPLAY 'LIGNES EN RELIQUAT: ' COMPTEURRELIQUAT
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           IF WS-ART-DISPONIBLE = 'O'
               CLOSE FARTICLES
           END-IF
           IF WS-ENC-DISPONIBLE = 'O'
               CLOSE ENCOURS
           END-IF
           IF WS-LIM-DISPONIBLE = 'O'
               CLOSE FLIMITES
           END-IF
           IF WS-SEG-DISPONIBLE = 'O'
               CLOSE FSEGMENTS
           END-IF
           MOVE 'F' TO FID-ACTION
           CALL 'FIDPTS' USING FID-ZONE
           CLOSE FSAISIES CMDMAST FREJETS FRAPPORT FSTOCK FRELIQUATS.

       END PROGRAM ORDPOST.
