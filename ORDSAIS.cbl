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
           SELECT FADRCLIENTS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\AdrClients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-ADR OF enreg-adr-client
               FILE STATUS IS WS-ADR-STATUS.
           SELECT FSAISIES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Commandes02.txt'
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
           SELECT FBONSLIV
               ASSIGN TO 'C:\Users\CRM\Desktop\BonsLiv.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOBL OF enreg-bon-livraison
               FILE STATUS IS WS-BL-STATUS.
           SELECT FNUMBL
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumBL.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FIMPBL
               ASSIGN TO 'C:\Users\CRM\Desktop\BonsLivraison.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPBL-STATUS.
           SELECT FREFCP
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\RefCP.txt'
               FILE STATUS IS WS-REFCP-STATUS.
           SELECT FMANIFESTE
               ASSIGN TO WS-MANIFESTE-PATH
               FILE STATUS IS WS-MAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FADRCLIENTS.
       01  enreg-adr-client.
           COPY ADRMAST.

       FD  FSAISIES.
       01  enreg-saisie.
           COPY CMDMAST.
       01  enreg-commande.
           COPY CMDMAST.

       FD  FARTICLES.
       01  enreg-article.
           COPY ARTMAST.

       FD  FSTOCK.
       01  enreg-stock.
           COPY STKMAST.

       FD  FBONSLIV.
       01  enreg-bon-livraison.
           COPY BLMAST.

       FD  FNUMBL.
       01  ENREG-NUMBL.
           02 PROCHAIN-NOBL PIC 9(7).

       FD  FIMPBL.
       01  LIGNE-BL-IMPR PIC X(100).

       FD  FREFCP.
       01  ENREG-REFCP.
           02 CP-REF PIC X(5).
           02 VILLE-REF PIC X(20).

       FD  FMANIFESTE.
       01  enreg-manifeste.
           COPY MANIFEST.

       WORKING-STORAGE SECTION.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-CMD-STATUS PIC X(2) VALUE '00'.
       77  WS-SAISIES-STATUS PIC X(2) VALUE '00'.
       77  WS-ALLOC-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-DISPONIBLE PIC X VALUE 'O'.
       77  WS-ARTICLE-VALIDE PIC X VALUE 'N'.
       77  WS-STK-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  WS-ADR-STATUS PIC X(2) VALUE '00'.
       77  WS-ADR-DISPONIBLE PIC X VALUE 'O'.
       77  WS-RAISON-COURANTE PIC X(40) VALUE SPACE.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-NOCLI-SAISI PIC 9(7) VALUE 0.
       77  WS-NB-LIGNES PIC 99 VALUE 0.
       77  WS-ENCORE-LIGNE PIC X VALUE 'O'.
       77  COMPTEURSAISIES PIC 9(5) VALUE 0.
       77  WS-BL-STATUS PIC X(2) VALUE '00'.
       77  WS-IMPBL-STATUS PIC X(2) VALUE '00'.
       77  WS-NOBL-ALLOUE PIC 9(7) VALUE 0.
       77  WS-QTE-SAISIE PIC 9(3) VALUE 0.
       77  WS-QTE-RESTE PIC 9(3) VALUE 0.
       77  WS-QTE-DISPONIBLE PIC 9(7) VALUE 0.
       77  WS-QTE-CALCUL PIC 9(7) VALUE 0.
       77  WS-QTE-CONSOMMEE PIC 9(3) VALUE 0.
       77  WS-TOTAL-EXPEDIE PIC 9(5) VALUE 0.
       77  WS-COMMANDE-SOLDEE PIC X VALUE 'N'.
       77  POS-LIGNE-BL PIC 99 VALUE 0.
       77  WS-REFCP-STATUS PIC X(2) VALUE '00'.
       77  EOF-REFCP PIC 99 VALUE 0.
       77  NB-REFCP PIC 9(4) VALUE 0.
       77  POS-REFCP PIC 9(4) VALUE 0.
       77  WS-REF-TROUVE PIC 9(4) VALUE 0.
       77  WS-CP-CONNU PIC X VALUE 'N'.
       77  WS-LIVR-AUTRE PIC X VALUE 'N'.
       77  WS-ADRESSE-VALIDE PIC X VALUE 'N'.
       77  WS-MAN-STATUS PIC X(2) VALUE '00'.
       77  WS-POINTS-SAISIS PIC 9(7) VALUE 0.
       77  WS-REMISE-FIDELITE PIC 9(8)V99 VALUE 0.
       77  WS-NET-CMD PIC 9(8)V99 VALUE 0.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  WS-MANIFESTE-PATH PIC X(80) VALUE SPACE.
      * adresse du client pour le bon et le manifeste
       01  WS-ADRESSE-CLIENT.
           02 WS-NUM-CLIENT PIC X(5).
           02 WS-RUE-CLIENT PIC X(30).
           02 WS-CP-CLIENT PIC X(5).
           02 WS-VILLE-CLIENT PIC X(20).
           02 WS-PAYS-CLIENT PIC X(2).
       01  enreg-courant.
           COPY CLIMAST.
      * quantites expediees ce jour, ligne a ligne
       01  TABLE-EXPEDITION.
           02 QTE-EXP-TAB PIC 9(3) OCCURS 5 TIMES.
       01  TABLE-REFCP.
           02 REFCP-TAB OCCURS 1000 TIMES.
              03 CP-REF-TAB PIC X(5).
              03 VILLE-REF-TAB PIC X(20).

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
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
           OPEN INPUT FADRCLIENTS
           IF WS-ADR-STATUS NOT = '00'
               DISPLAY 'ADRESSES COURANTES ABSENTES (ADRIDX), '
                       'ADRESSES DES MASTERS'
               MOVE 'N' TO WS-ADR-DISPONIBLE
           END-IF
           OPEN INPUT FARTICLES
           IF WS-ART-STATUS NOT = '00'
               DISPLAY 'CATALOGUE ARTICLES ABSENT, SAISIE IMPOSSIBLE'
               MOVE 'N' TO WS-ART-DISPONIBLE
           END-IF
           PERFORM CHARGER-REFERENCE
           OPEN EXTEND FSAISIES
           IF WS-SAISIES-STATUS NOT = '00'
               OPEN OUTPUT FSAISIES
           END-IF.

      * referentiel postal des adresses de livraison ; absent, seul
      * le format numerique du code postal est controle
       CHARGER-REFERENCE.
           OPEN INPUT FREFCP
           IF WS-REFCP-STATUS NOT = '00'
               DISPLAY 'REFERENTIEL CP ABSENT, CONTROLE DE FORMAT SEUL'
           ELSE
               READ FREFCP
                   AT END MOVE 1 TO EOF-REFCP
               END-READ
               PERFORM CHARGER-UN-REFCP UNTIL EOF-REFCP = 1
               CLOSE FREFCP
           END-IF.

       CHARGER-UN-REFCP.
           IF NB-REFCP < 1000
               ADD 1 TO NB-REFCP
               MOVE CP-REF TO CP-REF-TAB(NB-REFCP)
               MOVE VILLE-REF TO VILLE-REF-TAB(NB-REFCP)
           END-IF
           READ FREFCP
               AT END MOVE 1 TO EOF-REFCP
           END-READ.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' SAISIE DES COMMANDES CLIENTS'
           IF WS-CLIENT-VALIDE = 'N'
               DISPLAY 'COMMANDE REFUSEE : CLIENT INCONNU OU PURGE'
           ELSE
               IF SEXE OF enreg-courant = 'E'
                   DISPLAY 'CLIENT (ENTREPRISE) : ' WS-RAISON-COURANTE
               ELSE
                   DISPLAY 'CLIENT : ' NOM OF enreg-courant ' '
                           PRENOM OF enreg-courant
               END-IF
               PERFORM SAISIR-LIGNES
               IF WS-NB-LIGNES = 0
                   DISPLAY 'AUCUNE LIGNE, COMMANDE ABANDONNEE'
               ELSE
                   PERFORM SAISIR-LIVRAISON
                   PERFORM ALLOUER-NOCMD
                   PERFORM ECRIRE-SAISIE
                   PERFORM PROPOSER-POINTS
                   DISPLAY 'COMMANDE ' WS-NOCMD-ALLOUE ' ENREGISTREE, '
                           'MONTANT ' MONTANT-CMD OF enreg-saisie
                   IF WS-REMISE-FIDELITE > 0
                       COMPUTE WS-NET-CMD = MONTANT-CMD OF enreg-saisie
                                          - WS-REMISE-FIDELITE
                       DISPLAY 'REMISE FIDELITE ' WS-REMISE-FIDELITE
                               ' (' WS-POINTS-SAISIS ' POINTS), '
                               'NET ' WS-NET-CMD
                   END-IF
               END-IF
           END-IF.

                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           MOVE SPACES TO WS-RAISON-COURANTE
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE WS-NOCLI-SAISI TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
                   MOVE RAISON-SOCIALE OF enreg-CLIE
                       TO WS-RAISON-COURANTE
               END-IF
           END-IF
           IF TROUVE = 'O'
               IF NOM OF enreg-courant = 'SUPPRIME'
                   DISPLAY 'CLIENT ' WS-NOCLI-SAISI ' PURGE'
               SUBTRACT 1 FROM WS-NB-LIGNES
               MOVE 'N' TO WS-ENCORE-LIGNE
           ELSE
               PERFORM CONTROLER-ARTICLE
               IF WS-ARTICLE-VALIDE = 'N'
                   MOVE SPACES TO LIGNE-CMD OF enreg-saisie(POS-LIGNE)
                   SUBTRACT 1 FROM WS-NB-LIGNES
               ELSE
                   PERFORM VALORISER-LIGNE
               END-IF
           END-IF.

      * le code saisi doit exister au catalogue et ne pas etre
      * arrete ; le prix vient du catalogue, jamais de l operateur
       CONTROLER-ARTICLE.
           MOVE 'N' TO WS-ARTICLE-VALIDE
           IF WS-ART-DISPONIBLE = 'N'
               DISPLAY 'CATALOGUE ARTICLES ABSENT, LIGNE REFUSEE'
               MOVE 'N' TO WS-ENCORE-LIGNE
           ELSE
               MOVE ARTICLE-CMD OF enreg-saisie(POS-LIGNE)
                   TO CODE-ART
               READ FARTICLES
                   INVALID KEY
                       DISPLAY 'ARTICLE INCONNU AU CATALOGUE : '
                               CODE-ART
               END-READ
               IF WS-ART-STATUS = '00'
                   IF STATUT-ART = 'D'
                       DISPLAY 'ARTICLE ARRETE : ' CODE-ART
                   ELSE
                       MOVE 'O' TO WS-ARTICLE-VALIDE
                   END-IF
               END-IF
           END-IF.

       VALORISER-LIGNE.
           DISPLAY DESIGNATION-ART ' - ' PRIX-UNIT-ART ' PAR '
                   UNITE-VENTE-ART
           DISPLAY 'QUANTITE : '
           ACCEPT QTE-CMD OF enreg-saisie(POS-LIGNE)
           MOVE PRIX-UNIT-ART
               TO PRIX-UNIT-CMD OF enreg-saisie(POS-LIGNE)
           COMPUTE MONTANT-LIGNE-CMD OF enreg-saisie(POS-LIGNE)
               = QTE-CMD OF enreg-saisie(POS-LIGNE)
               * PRIX-UNIT-CMD OF enreg-saisie(POS-LIGNE)
           ADD MONTANT-LIGNE-CMD OF enreg-saisie(POS-LIGNE)
               TO MONTANT-CMD OF enreg-saisie
           DISPLAY 'AUTRE LIGNE (O/N) : '
           ACCEPT WS-ENCORE-LIGNE
           IF WS-ENCORE-LIGNE = 'n'
               MOVE 'N' TO WS-ENCORE-LIGNE
           END-IF.

      * adresse de livraison facultative, sinon le colis part a
      * l adresse du client ; un destinataire vide y renonce
       SAISIR-LIVRAISON.
           MOVE SPACES TO ADRESSE-LIVR-CMD OF enreg-saisie
           DISPLAY 'LIVRER A UNE AUTRE ADRESSE (O/N) : '
           ACCEPT WS-LIVR-AUTRE
           IF WS-LIVR-AUTRE = 'O' OR WS-LIVR-AUTRE = 'o'
               MOVE 'N' TO WS-ADRESSE-VALIDE
               PERFORM SAISIR-ADRESSE-LIVR
                   UNTIL WS-ADRESSE-VALIDE = 'O'
           END-IF.

       SAISIR-ADRESSE-LIVR.
           DISPLAY 'DESTINATAIRE (VIDE = ADRESSE DU CLIENT) : '
           ACCEPT NOM-LIVR-CMD OF enreg-saisie
           IF NOM-LIVR-CMD OF enreg-saisie = SPACES
               MOVE SPACES TO ADRESSE-LIVR-CMD OF enreg-saisie
               MOVE 'O' TO WS-ADRESSE-VALIDE
           ELSE
               DISPLAY 'NUMERO : '
               ACCEPT NUM-RUE-LIVR-CMD OF enreg-saisie
               DISPLAY 'RUE : '
               ACCEPT RUE-LIVR-CMD OF enreg-saisie
               DISPLAY 'CODE POSTAL : '
               ACCEPT CP-LIVR-CMD OF enreg-saisie
               DISPLAY 'VILLE : '
               ACCEPT VILLE-LIVR-CMD OF enreg-saisie
               PERFORM CONTROLER-ADRESSE-LIVR
           END-IF.

      * le couple code postal / ville doit figurer au referentiel
       CONTROLER-ADRESSE-LIVR.
           MOVE 'N' TO WS-ADRESSE-VALIDE
           IF RUE-LIVR-CMD OF enreg-saisie = SPACES
              OR VILLE-LIVR-CMD OF enreg-saisie = SPACES
               DISPLAY 'RUE ET VILLE OBLIGATOIRES'
           ELSE
           IF CP-LIVR-CMD OF enreg-saisie IS NOT NUMERIC
               DISPLAY 'CODE POSTAL NON NUMERIQUE'
           ELSE
           IF NB-REFCP = 0
               MOVE 'O' TO WS-ADRESSE-VALIDE
           ELSE
               MOVE 0 TO WS-REF-TROUVE POS-REFCP
               MOVE 'N' TO WS-CP-CONNU
               PERFORM CHERCHER-CP-REFERENCE
                   UNTIL POS-REFCP >= NB-REFCP OR WS-REF-TROUVE > 0
               IF WS-REF-TROUVE > 0
                   MOVE 'O' TO WS-ADRESSE-VALIDE
               ELSE
               IF WS-CP-CONNU = 'O'
                   DISPLAY 'VILLE NE CORRESPOND PAS AU CODE POSTAL'
               ELSE
                   DISPLAY 'CODE POSTAL INCONNU DU REFERENTIEL'
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       CHERCHER-CP-REFERENCE.
           ADD 1 TO POS-REFCP
           IF CP-REF-TAB(POS-REFCP) = CP-LIVR-CMD OF enreg-saisie
               MOVE 'O' TO WS-CP-CONNU
               IF VILLE-REF-TAB(POS-REFCP)
                  = VILLE-LIVR-CMD OF enreg-saisie
                   MOVE POS-REFCP TO WS-REF-TROUVE
               END-IF
           END-IF.

           ACCEPT DATE-CMD OF enreg-saisie FROM DATE YYYYMMDD
           MOVE 'S' TO STATUT-CMD OF enreg-saisie
           MOVE WS-NB-LIGNES TO NB-LIGNES-CMD OF enreg-saisie
           MOVE 0 TO NODEV-CMD OF enreg-saisie
           WRITE enreg-saisie
           END-WRITE
           ADD 1 TO COMPTEURSAISIES.

      * le client peut regler une partie de la commande avec ses
      * points ; la remise est deduite sur sa facture par FACTURE
       PROPOSER-POINTS.
           MOVE 0 TO WS-REMISE-FIDELITE WS-POINTS-SAISIS
           MOVE 'S' TO FID-ACTION
           MOVE WS-NOCLI-SAISI TO FID-NOCLI
           MOVE 0 TO FID-REF FID-NOFAC FID-DATE FID-MONTANT FID-POINTS
           MOVE 'ORDSAIS' TO FID-PROGRAMME
           CALL 'FIDPTS' USING FID-ZONE
           IF FID-POINTS > 0
               DISPLAY 'POINTS FIDELITE DISPONIBLES : ' FID-POINTS
                       ' (REMISE POSSIBLE ' FID-MONTANT ')'
               DISPLAY 'POINTS A UTILISER (0 = AUCUN) : '
               ACCEPT WS-POINTS-SAISIS
               IF WS-POINTS-SAISIS > 0
                   MOVE 'U' TO FID-ACTION
                   MOVE WS-NOCLI-SAISI TO FID-NOCLI
                   MOVE WS-NOCMD-ALLOUE TO FID-REF
                   ACCEPT FID-DATE FROM DATE YYYYMMDD
                   MOVE MONTANT-CMD OF enreg-saisie TO FID-MONTANT
                   MOVE WS-POINTS-SAISIS TO FID-POINTS
                   CALL 'FIDPTS' USING FID-ZONE
                   IF FID-RETOUR = 'O'
                       MOVE FID-MONTANT TO WS-REMISE-FIDELITE
                   ELSE
                       DISPLAY 'POINTS INSUFFISANTS OU REMISE '
                               'SUPERIEURE A LA COMMANDE, AUCUNE REMISE'
                       MOVE 0 TO WS-POINTS-SAISIS
                   END-IF
               END-IF
           END-IF.

       EXPEDIER-COMMANDE.
           DISPLAY 'NUMERO DE COMMANDE : '
           ACCEPT WS-NOCMD-SAISI
               END-READ
               IF WS-CMD-STATUS = '00'
                   IF STATUT-CMD OF enreg-commande = 'S'
                       PERFORM SORTIR-STOCK
                   ELSE
                       DISPLAY 'COMMANDE DEJA AU STATUT '
                               STATUT-CMD OF enreg-commande
               CLOSE CMDMAST
           END-IF.

      * chaque ligne non soldee recoit la quantite expediee ce jour,
      * limitee au reste a livrer et au stock physique que les
      * autres commandes n ont pas reserve ; le stock est decremente,
      * la reservation de la ligne consommee et un bon de livraison
      * est emis. La commande ne passe a E que soldee.
       SORTIR-STOCK.
           OPEN I-O FSTOCK
           IF WS-STK-STATUS NOT = '00'
               DISPLAY 'MASTER STOCK ABSENT, EXPEDITION IMPOSSIBLE'
           ELSE
               MOVE 0 TO POS-LIGNE WS-TOTAL-EXPEDIE
               PERFORM SAISIR-QTE-EXPEDIEE
                   NB-LIGNES-CMD OF enreg-commande TIMES
               IF WS-TOTAL-EXPEDIE = 0
                   DISPLAY 'AUCUNE QUANTITE EXPEDIEE, PAS DE BON DE '
                           'LIVRAISON'
               ELSE
                   PERFORM ALLOUER-NOBL
                   MOVE SPACES TO enreg-bon-livraison
                   MOVE WS-NOBL-ALLOUE TO NOBL
                   MOVE NOCMD OF enreg-commande TO NOCMD-BL
                   MOVE NOCLI-CMD OF enreg-commande TO NOCLI-BL
                   ACCEPT DATE-BL FROM DATE YYYYMMDD
                   MOVE 'L' TO STATUT-BL
                   MOVE 0 TO NOFAC-BL NB-LIGNES-BL
                   MOVE 0 TO POS-LIGNE
                   PERFORM DECREMENTER-STOCK-LIGNE
                       NB-LIGNES-CMD OF enreg-commande TIMES
                   PERFORM CONTROLER-SOLDE
                   IF WS-COMMANDE-SOLDEE = 'O'
                       MOVE 'E' TO STATUT-CMD OF enreg-commande
                   END-IF
                   REWRITE enreg-commande
                   END-REWRITE
                   PERFORM SAISIR-COLIS
                   PERFORM ECRIRE-BON-LIVRAISON
                   PERFORM IMPRIMER-BON-LIVRAISON
                   PERFORM ECRIRE-MANIFESTE
                   IF WS-COMMANDE-SOLDEE = 'O'
                       DISPLAY 'COMMANDE ' WS-NOCMD-SAISI
                               ' EXPEDIEE, BON ' WS-NOBL-ALLOUE
                   ELSE
                       DISPLAY 'COMMANDE ' WS-NOCMD-SAISI
                               ' EXPEDIEE EN PARTIE, BON '
                               WS-NOBL-ALLOUE
                   END-IF
               END-IF
               CLOSE FSTOCK
           END-IF.

       SAISIR-QTE-EXPEDIEE.
           ADD 1 TO POS-LIGNE
           MOVE 0 TO QTE-EXP-TAB(POS-LIGNE)
           COMPUTE WS-QTE-RESTE
               = QTE-CMD OF enreg-commande(POS-LIGNE)
               - QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
           IF WS-QTE-RESTE = 0
               DISPLAY 'LIGNE ' POS-LIGNE ' '
                       ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                       ' DEJA SOLDEE'
           ELSE
               MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                   TO CODE-STK
               READ FSTOCK
                   INVALID KEY
                       MOVE 0 TO QTE-STOCK-STK QTE-RESERVEE-STK
               END-READ
               MOVE 0 TO WS-QTE-DISPONIBLE
               COMPUTE WS-QTE-CALCUL = QTE-STOCK-STK
                   + QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
               IF WS-QTE-CALCUL > QTE-RESERVEE-STK
                   COMPUTE WS-QTE-DISPONIBLE
                       = WS-QTE-CALCUL - QTE-RESERVEE-STK
               END-IF
               DISPLAY 'LIGNE ' POS-LIGNE ' '
                       ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                       ' RESTE A LIVRER ' WS-QTE-RESTE
                       ' EXPEDIABLE ' WS-QTE-DISPONIBLE
               DISPLAY 'QUANTITE EXPEDIEE (0 = AUCUNE) : '
               ACCEPT WS-QTE-SAISIE
               IF WS-QTE-SAISIE > WS-QTE-RESTE
                   DISPLAY 'QUANTITE SUPERIEURE AU RESTE A LIVRER, '
                           'LIGNE NON EXPEDIEE'
               ELSE
               IF WS-QTE-SAISIE > WS-QTE-DISPONIBLE
                   DISPLAY 'STOCK INSUFFISANT, LIGNE NON EXPEDIEE'
               ELSE
                   MOVE WS-QTE-SAISIE TO QTE-EXP-TAB(POS-LIGNE)
                   ADD WS-QTE-SAISIE TO WS-TOTAL-EXPEDIE
               END-IF
               END-IF
           END-IF.

      * la quantite expediee consomme d abord la reservation de la
      * ligne ; le surplus est pris sur le disponible
       DECREMENTER-STOCK-LIGNE.
           ADD 1 TO POS-LIGNE
           IF QTE-EXP-TAB(POS-LIGNE) > 0
               IF QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
                  > QTE-EXP-TAB(POS-LIGNE)
                   MOVE QTE-EXP-TAB(POS-LIGNE) TO WS-QTE-CONSOMMEE
               ELSE
                   MOVE QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
                       TO WS-QTE-CONSOMMEE
               END-IF
               MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                   TO CODE-STK
               READ FSTOCK
                   INVALID KEY CONTINUE
               END-READ
               IF WS-STK-STATUS = '00'
                   SUBTRACT QTE-EXP-TAB(POS-LIGNE) FROM QTE-STOCK-STK
                   IF QTE-RESERVEE-STK > WS-QTE-CONSOMMEE
                       SUBTRACT WS-QTE-CONSOMMEE FROM QTE-RESERVEE-STK
                   ELSE
                       MOVE 0 TO QTE-RESERVEE-STK
                   END-IF
                   ACCEPT DATE-MAJ-STK FROM DATE YYYYMMDD
                   REWRITE enreg-stock
                   END-REWRITE
               END-IF
               SUBTRACT WS-QTE-CONSOMMEE
                   FROM QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
               ADD QTE-EXP-TAB(POS-LIGNE)
                   TO QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
               ADD 1 TO NB-LIGNES-BL
               MOVE POS-LIGNE TO NOLIGNE-CMD-BL(NB-LIGNES-BL)
               MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                   TO ARTICLE-BL(NB-LIGNES-BL)
               MOVE QTE-EXP-TAB(POS-LIGNE) TO QTE-BL(NB-LIGNES-BL)
           END-IF.

       CONTROLER-SOLDE.
           MOVE 'O' TO WS-COMMANDE-SOLDEE
           MOVE 0 TO POS-LIGNE
           PERFORM CONTROLER-SOLDE-LIGNE
               NB-LIGNES-CMD OF enreg-commande TIMES.

       CONTROLER-SOLDE-LIGNE.
           ADD 1 TO POS-LIGNE
           IF QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
              < QTE-CMD OF enreg-commande(POS-LIGNE)
               MOVE 'N' TO WS-COMMANDE-SOLDEE
           END-IF.

      * colisage remis au transporteur ; le numero de suivi arrive
      * plus tard par son fichier retour (SUIVICOL)
       SAISIR-COLIS.
           MOVE 0 TO NB-COLIS-BL POIDS-BL DATE-SUIVI-BL
           MOVE SPACES TO NO-SUIVI-BL
           PERFORM SAISIR-NB-COLIS UNTIL NB-COLIS-BL > 0
           DISPLAY 'POIDS TOTAL EN KG : '
           ACCEPT POIDS-BL.

       SAISIR-NB-COLIS.
           DISPLAY 'NOMBRE DE COLIS : '
           ACCEPT NB-COLIS-BL
           IF NB-COLIS-BL = 0
               DISPLAY 'AU MOINS UN COLIS'
           END-IF.

       ALLOUER-NOBL.
           OPEN I-O FNUMBL
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMBL
               MOVE 6000001 TO PROCHAIN-NOBL
               WRITE ENREG-NUMBL
               END-WRITE
               CLOSE FNUMBL
               OPEN I-O FNUMBL
           END-IF
           READ FNUMBL
               AT END MOVE 6000001 TO PROCHAIN-NOBL
           END-READ
           MOVE PROCHAIN-NOBL TO WS-NOBL-ALLOUE
           ADD 1 TO PROCHAIN-NOBL
           REWRITE ENREG-NUMBL
           END-REWRITE
           CLOSE FNUMBL.

       ECRIRE-BON-LIVRAISON.
           OPEN I-O FBONSLIV
           IF WS-BL-STATUS NOT = '00'
               OPEN OUTPUT FBONSLIV
           END-IF
           WRITE enreg-bon-livraison
               INVALID KEY
                   DISPLAY 'BON DE LIVRAISON DEJA PRESENT : ' NOBL
           END-WRITE
           CLOSE FBONSLIV.

       IMPRIMER-BON-LIVRAISON.
           OPEN EXTEND FIMPBL
           IF WS-IMPBL-STATUS NOT = '00'
               OPEN OUTPUT FIMPBL
           END-IF
           MOVE NOCLI-CMD OF enreg-commande TO WS-NOCLI-SAISI
           PERFORM RECHERCHER-CLIENT
           PERFORM LIRE-ADRESSE-CLIENT
           MOVE ALL '=' TO LIGNE-BL-IMPR
           WRITE LIGNE-BL-IMPR
           MOVE SPACES TO LIGNE-BL-IMPR
           STRING '       ETABLISSEMENTS CRM - BON DE LIVRAISON '
                  DELIMITED BY SIZE
                  NOBL DELIMITED BY SIZE
                  ' DU ' DELIMITED BY SIZE
                  DATE-BL DELIMITED BY SIZE
               INTO LIGNE-BL-IMPR
           END-STRING
           WRITE LIGNE-BL-IMPR
           MOVE ALL '=' TO LIGNE-BL-IMPR
           WRITE LIGNE-BL-IMPR
           MOVE SPACES TO LIGNE-BL-IMPR
           IF TROUVE = 'O'
               IF SEXE OF enreg-courant = 'E'
                   STRING 'CLIENT ' DELIMITED BY SIZE
                          NOCLI-BL DELIMITED BY SIZE
                          ' : ' DELIMITED BY SIZE
                          WS-RAISON-COURANTE DELIMITED BY SIZE
                       INTO LIGNE-BL-IMPR
                   END-STRING
               ELSE
                   STRING 'CLIENT ' DELIMITED BY SIZE
                          NOCLI-BL DELIMITED BY SIZE
                          ' : ' DELIMITED BY SIZE
                          NOM OF enreg-courant DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PRENOM OF enreg-courant DELIMITED BY SIZE
                       INTO LIGNE-BL-IMPR
                   END-STRING
               END-IF
               WRITE LIGNE-BL-IMPR
               MOVE SPACES TO LIGNE-BL-IMPR
               STRING WS-NUM-CLIENT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-RUE-CLIENT DELIMITED BY SIZE
                   INTO LIGNE-BL-IMPR
               END-STRING
               WRITE LIGNE-BL-IMPR
               MOVE SPACES TO LIGNE-BL-IMPR
               STRING WS-CP-CLIENT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-VILLE-CLIENT DELIMITED BY SIZE
                   INTO LIGNE-BL-IMPR
               END-STRING
               IF WS-PAYS-CLIENT NOT = 'FR'
                   WRITE LIGNE-BL-IMPR
                   MOVE SPACES TO LIGNE-BL-IMPR
                   STRING 'PAYS : ' DELIMITED BY SIZE
                          WS-PAYS-CLIENT DELIMITED BY SIZE
                       INTO LIGNE-BL-IMPR
                   END-STRING
               END-IF
           ELSE
               STRING 'CLIENT ' DELIMITED BY SIZE
                      NOCLI-BL DELIMITED BY SIZE
                   INTO LIGNE-BL-IMPR
               END-STRING
           END-IF
           WRITE LIGNE-BL-IMPR
           IF ADRESSE-LIVR-CMD OF enreg-commande NOT = SPACES
               PERFORM IMPRIMER-ADRESSE-LIVR
           END-IF
           MOVE SPACES TO LIGNE-BL-IMPR
           STRING 'COMMANDE ' DELIMITED BY SIZE
                  NOCMD OF enreg-commande DELIMITED BY SIZE
                  ' DU ' DELIMITED BY SIZE
                  DATE-CMD OF enreg-commande DELIMITED BY SIZE
               INTO LIGNE-BL-IMPR
           END-STRING
           WRITE LIGNE-BL-IMPR
           MOVE SPACES TO LIGNE-BL-IMPR
           WRITE LIGNE-BL-IMPR
           MOVE 'ARTICLE         DESIGNATION                    '
               TO LIGNE-BL-IMPR
           MOVE 'COMMANDE LIVRE RESTE' TO LIGNE-BL-IMPR(48:20)
           WRITE LIGNE-BL-IMPR
           MOVE 0 TO POS-LIGNE-BL
           PERFORM IMPRIMER-LIGNE-BL NB-LIGNES-BL TIMES
           MOVE SPACES TO LIGNE-BL-IMPR
           WRITE LIGNE-BL-IMPR
           IF WS-COMMANDE-SOLDEE = 'O'
               MOVE 'COMMANDE SOLDEE PAR CETTE LIVRAISON'
                   TO LIGNE-BL-IMPR
           ELSE
               MOVE 'LIVRAISON PARTIELLE, LE RESTE SUIT'
                   TO LIGNE-BL-IMPR
           END-IF
           WRITE LIGNE-BL-IMPR
           MOVE SPACES TO LIGNE-BL-IMPR
           WRITE LIGNE-BL-IMPR
           CLOSE FIMPBL.

       IMPRIMER-ADRESSE-LIVR.
           MOVE SPACES TO LIGNE-BL-IMPR
           STRING 'LIVRER A : ' DELIMITED BY SIZE
                  NOM-LIVR-CMD OF enreg-commande DELIMITED BY SIZE
               INTO LIGNE-BL-IMPR
           END-STRING
           WRITE LIGNE-BL-IMPR
           MOVE SPACES TO LIGNE-BL-IMPR
           STRING '           ' DELIMITED BY SIZE
                  NUM-RUE-LIVR-CMD OF enreg-commande DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RUE-LIVR-CMD OF enreg-commande DELIMITED BY SIZE
               INTO LIGNE-BL-IMPR
           END-STRING
           WRITE LIGNE-BL-IMPR
           MOVE SPACES TO LIGNE-BL-IMPR
           STRING '           ' DELIMITED BY SIZE
                  CP-LIVR-CMD OF enreg-commande DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VILLE-LIVR-CMD OF enreg-commande DELIMITED BY SIZE
               INTO LIGNE-BL-IMPR
           END-STRING
           WRITE LIGNE-BL-IMPR.

      * adresse courante (AdrClients) d abord, sinon l adresse du
      * master, en France
       LIRE-ADRESSE-CLIENT.
           MOVE '23' TO WS-ADR-STATUS
           IF WS-ADR-DISPONIBLE = 'O'
               MOVE WS-NOCLI-SAISI TO NOCLI-ADR
               READ FADRCLIENTS
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF WS-ADR-STATUS = '00'
               MOVE NUM-ADR TO WS-NUM-CLIENT
               MOVE RUE-ADR TO WS-RUE-CLIENT
               MOVE CP-ADR TO WS-CP-CLIENT
               MOVE VILLE-ADR TO WS-VILLE-CLIENT
               MOVE PAYS-ADR TO WS-PAYS-CLIENT
               IF WS-PAYS-CLIENT = SPACES
                   MOVE 'FR' TO WS-PAYS-CLIENT
               END-IF
           ELSE
           IF TROUVE = 'O'
               MOVE NUM-RUE OF enreg-courant TO WS-NUM-CLIENT
               MOVE RUE OF enreg-courant TO WS-RUE-CLIENT
               MOVE CODE-POSTAL OF enreg-courant TO WS-CP-CLIENT
               MOVE VILLE OF enreg-courant TO WS-VILLE-CLIENT
               MOVE 'FR' TO WS-PAYS-CLIENT
           ELSE
               MOVE SPACES TO WS-ADRESSE-CLIENT
               MOVE 'FR' TO WS-PAYS-CLIENT
           END-IF
           END-IF.

      * une ligne par bon au manifeste du jour, remis au transporteur
      * a l enlevement ; IMPRIMER-BON-LIVRAISON a relu le client et
      * son adresse
       ECRIRE-MANIFESTE.
           MOVE SPACES TO WS-MANIFESTE-PATH
           STRING 'C:\Users\CRM\Desktop\Manifeste-' DELIMITED BY SIZE
                  DATE-BL DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-MANIFESTE-PATH
           END-STRING
           OPEN EXTEND FMANIFESTE
           IF WS-MAN-STATUS NOT = '00'
               OPEN OUTPUT FMANIFESTE
           END-IF
           MOVE SPACES TO enreg-manifeste
           MOVE NOBL TO NOBL-MAN
           MOVE NOCMD-BL TO NOCMD-MAN
           MOVE NOCLI-BL TO NOCLI-MAN
           MOVE DATE-BL TO DATE-MAN
           MOVE NB-COLIS-BL TO NB-COLIS-MAN
           MOVE POIDS-BL TO POIDS-MAN
           IF TROUVE = 'O'
               MOVE TELEPHONE OF enreg-courant TO TELEPHONE-MAN
           END-IF
           IF ADRESSE-LIVR-CMD OF enreg-commande NOT = SPACES
               MOVE NOM-LIVR-CMD OF enreg-commande TO DESTINATAIRE-MAN
               MOVE NUM-RUE-LIVR-CMD OF enreg-commande TO NUM-RUE-MAN
               MOVE RUE-LIVR-CMD OF enreg-commande TO RUE-MAN
               MOVE CP-LIVR-CMD OF enreg-commande TO CP-MAN
               MOVE VILLE-LIVR-CMD OF enreg-commande TO VILLE-MAN
               MOVE 'FR' TO PAYS-MAN
           ELSE
           IF TROUVE = 'O'
      * une entreprise est livree a sa raison sociale, tronquee a la
      * largeur du destinataire du manifeste
               IF SEXE OF enreg-courant = 'E'
                   MOVE WS-RAISON-COURANTE TO DESTINATAIRE-MAN
               ELSE
                   STRING NOM OF enreg-courant DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PRENOM OF enreg-courant DELIMITED BY SIZE
                       INTO DESTINATAIRE-MAN
                   END-STRING
               END-IF
               MOVE WS-NUM-CLIENT TO NUM-RUE-MAN
               MOVE WS-RUE-CLIENT TO RUE-MAN
               MOVE WS-CP-CLIENT TO CP-MAN
               MOVE WS-VILLE-CLIENT TO VILLE-MAN
               MOVE WS-PAYS-CLIENT TO PAYS-MAN
           END-IF
           END-IF
           WRITE enreg-manifeste
           END-WRITE
           CLOSE FMANIFESTE.

       IMPRIMER-LIGNE-BL.
           ADD 1 TO POS-LIGNE-BL
           MOVE NOLIGNE-CMD-BL(POS-LIGNE-BL) TO POS-LIGNE
           MOVE SPACES TO DESIGNATION-ART
           IF WS-ART-DISPONIBLE = 'O'
               MOVE ARTICLE-BL(POS-LIGNE-BL) TO CODE-ART
               READ FARTICLES
                   INVALID KEY MOVE SPACES TO DESIGNATION-ART
               END-READ
           END-IF
           COMPUTE WS-QTE-RESTE
               = QTE-CMD OF enreg-commande(POS-LIGNE)
               - QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
           MOVE SPACES TO LIGNE-BL-IMPR
           STRING ARTICLE-BL(POS-LIGNE-BL) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DESIGNATION-ART DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  QTE-CMD OF enreg-commande(POS-LIGNE)
                      DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  QTE-BL(POS-LIGNE-BL) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-QTE-RESTE DELIMITED BY SIZE
               INTO LIGNE-BL-IMPR
           END-STRING
           WRITE LIGNE-BL-IMPR.

       FIN.
           DISPLAY 'COMMANDES SAISIES : ' COMPTEURSAISIES
           IF WS-CLIH-DISPONIBLE = 'O'
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           IF WS-ADR-DISPONIBLE = 'O'
               CLOSE FADRCLIENTS
           END-IF
           IF WS-ART-DISPONIBLE = 'O'
               CLOSE FARTICLES
           END-IF
           MOVE 'F' TO FID-ACTION
           CALL 'FIDPTS' USING FID-ZONE
           CLOSE FSAISIES.

       END PROGRAM ORDSAIS.
