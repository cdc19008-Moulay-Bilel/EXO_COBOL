       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDMNT.
      *****************************************************************
      * Console du controleur credit : plafond de credit par client
      * (LimCredit.txt), plafonds par defaut des segments A-D
      * (PlafondsSegment.txt, partis de valeurs standard s il
      * n existe pas encore), situation d un client (encours ouvert,
      * plafond applicable, facture de plus de 90 jours) et liste
      * des commandes bloquees par ORDPOST (statut B). Une commande
      * bloquee est liberee (statut S, stock reserve comme au
      * posting) ou annulee avec un code motif ; les deux sont
      * tracees dans ModifCmd.txt et journalisees via AUDECR ;
      * l annulation rend les points de fidelite utilises en remise.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CMDMAST
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOCMD OF enreg-commande
               FILE STATUS IS WS-CMD-STATUS.
           SELECT FLIMITES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\LimCredit.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-LIM OF enreg-limite
               FILE STATUS IS WS-LIM-STATUS.
           SELECT FPLAFONDS
               ASSIGN TO 'C:\Users\CRM\Desktop\PlafondsSegment.txt'
               FILE STATUS IS WS-PLAF-STATUS.
           SELECT FSEGMENTS
               ASSIGN TO 'C:\Users\CRM\Desktop\Segments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-SEG OF enreg-segment
               FILE STATUS IS WS-SEG-STATUS.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
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

       FD  FLIMITES.
       01  enreg-limite.
           COPY CRDLIM.

       FD  FPLAFONDS.
       01  enreg-plafond.
           02 CODE-SEG-PLAF PIC X.
           02 PLAFOND-SEG-PLAF PIC 9(8)V99.

       FD  FSEGMENTS.
       01  enreg-segment.
           02 NOCLI-SEG PIC 9(7).
           02 SEGMENT-SEG PIC X.
           02 MONTANT-SEG PIC 9(10)V99.
           02 DATE-DERNIERE-FAC-SEG PIC 9(8).
           02 DATE-CALCUL-SEG PIC 9(8).

       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

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
       77  WS-LIM-STATUS PIC X(2) VALUE '00'.
       77  WS-PLAF-STATUS PIC X(2) VALUE '00'.
       77  WS-SEG-STATUS PIC X(2) VALUE '00'.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-STK-STATUS PIC X(2) VALUE '00'.
       77  WS-RELIQ-STATUS PIC X(2) VALUE '00'.
       77  WS-MOD-STATUS PIC X(2) VALUE '00'.
       77  WS-SEG-DISPONIBLE PIC X VALUE 'O'.
       77  WS-ENC-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CONFIRMATION PIC X VALUE SPACE.
       77  WS-NOCMD-SAISI PIC 9(7) VALUE 0.
       77  WS-NOCLI-SAISI PIC 9(7) VALUE 0.
       77  WS-PLAFOND-SAISI PIC 9(8)V99 VALUE 0.
       77  WS-SEGMENT-SAISI PIC X VALUE SPACE.
       77  WS-MOTIF-SAISI PIC X(2) VALUE SPACE.
       77  WS-COMMANDE-LUE PIC X VALUE 'N'.
       77  WS-MOTIF-TROUVE PIC 9 VALUE 0.
       77  POS-MOTIF PIC 9 VALUE 0.
       77  POS-LIGNE PIC 99 VALUE 0.
       77  EOF-CMD PIC 99 VALUE 0.
       77  EOF-ENC PIC 99 VALUE 0.
       77  EOF-PLAF PIC 99 VALUE 0.
       77  NB-PLAFONDS PIC 99 VALUE 0.
       77  POS-PLAFOND PIC 99 VALUE 0.
       77  WS-PLAFOND-TROUVE PIC 99 VALUE 0.
       77  WS-PLAFONDS-MODIFIES PIC X VALUE 'N'.
       77  WS-SEGMENT-CLIENT PIC X VALUE SPACE.
       77  WS-PLAFOND-CONNU PIC X VALUE 'N'.
       77  WS-PLAFOND-CLIENT PIC 9(8)V99 VALUE 0.
       77  WS-ORIGINE-PLAFOND PIC X(20) VALUE SPACE.
       77  WS-ENCOURS-CLIENT PIC S9(9)V99 VALUE 0.
       77  WS-RETARD-CLIENT PIC X VALUE 'N'.
       77  WS-RESTE-DU PIC S9(8)V99 VALUE 0.
       77  WS-AGE-JOURS PIC S9(5) VALUE 0.
       77  WS-JOURS-FAC PIC S9(7) VALUE 0.
       77  WS-JOURS-JOUR PIC S9(7) VALUE 0.
       77  WS-QTE-DISPONIBLE PIC 9(7) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-HEURE PIC 9(8) VALUE 0.
       77  WS-ENCOURS-EDIT PIC Z(8)9.99-.
       77  WS-PLAFOND-EDIT PIC ZZZZZZZ9.99.
       77  COMPTEURBLOQUEES PIC 9(5) VALUE 0.
       77  COMPTEURMODIFS PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-DATE-JOUR-DEC.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 9(2).
           02 WS-JJ-JOUR PIC 9(2).
       01  WS-DATE-FAC-DEC.
           02 WS-AAAA-FAC PIC 9(4).
           02 WS-MM-FAC PIC 9(2).
           02 WS-JJ-FAC PIC 9(2).
       01  LISTE-PLAFONDS-STANDARD.
           02 FILLER PIC X(11) VALUE 'A0005000000'.
           02 FILLER PIC X(11) VALUE 'B0002000000'.
           02 FILLER PIC X(11) VALUE 'C0001000000'.
           02 FILLER PIC X(11) VALUE 'D0000500000'.
       01  TABLE-PLAFONDS-STANDARD REDEFINES LISTE-PLAFONDS-STANDARD.
           02 PLAFOND-STANDARD OCCURS 4 TIMES.
              03 CODE-SEG-STANDARD PIC X.
              03 PLAFOND-SEG-STANDARD PIC 9(8)V99.
       01  TABLE-PLAFONDS.
           02 PLAFOND-TAB OCCURS 10 TIMES.
              03 CODE-SEG-PLAF-TAB PIC X.
              03 PLAFOND-SEG-PLAF-TAB PIC 9(8)V99.
       01  LISTE-MOTIFS-ANNUL.
           02 FILLER PIC X(24) VALUE 'CRCREDIT REFUSE'.
           02 FILLER PIC X(24) VALUE 'CLDEMANDE DU CLIENT'.
           02 FILLER PIC X(24) VALUE 'DOCOMMANDE EN DOUBLE'.
           02 FILLER PIC X(24) VALUE 'ERERREUR DE SAISIE'.
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
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS POUR LE '
                       'CONTROLE CREDIT'
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
           MOVE WS-DATE-JOUR TO WS-DATE-JOUR-DEC
           COMPUTE WS-JOURS-JOUR
               = WS-AAAA-JOUR * 360 + WS-MM-JOUR * 30 + WS-JJ-JOUR
           OPEN I-O CMDMAST
           IF WS-CMD-STATUS NOT = '00'
               DISPLAY 'MASTER COMMANDES ABSENT, POSTER D ABORD '
                       '(ORDPOST)'
               STOP RUN
           END-IF
           OPEN I-O FLIMITES
           IF WS-LIM-STATUS NOT = '00'
               OPEN OUTPUT FLIMITES
               CLOSE FLIMITES
               OPEN I-O FLIMITES
           END-IF
           OPEN INPUT FSEGMENTS
           IF WS-SEG-STATUS NOT = '00'
               DISPLAY 'SEGMENTS ABSENTS, CLIENTS EN SEGMENT D'
               MOVE 'N' TO WS-SEG-DISPONIBLE
           END-IF
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               MOVE 'N' TO WS-ENC-DISPONIBLE
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
           END-IF
           PERFORM CHARGER-PLAFONDS.

       CHARGER-PLAFONDS.
           OPEN INPUT FPLAFONDS
           IF WS-PLAF-STATUS NOT = '00'
               DISPLAY 'PLAFONDS PAR SEGMENT ABSENTS, PLAFONDS '
                       'STANDARD PROPOSES'
               MOVE 0 TO POS-PLAFOND
               PERFORM REPRENDRE-PLAFOND-STANDARD 4 TIMES
               MOVE 'O' TO WS-PLAFONDS-MODIFIES
           ELSE
               READ FPLAFONDS
                   AT END MOVE 1 TO EOF-PLAF
               END-READ
               PERFORM CHARGER-UN-PLAFOND UNTIL EOF-PLAF = 1
               CLOSE FPLAFONDS
           END-IF.

       REPRENDRE-PLAFOND-STANDARD.
           ADD 1 TO POS-PLAFOND
           ADD 1 TO NB-PLAFONDS
           MOVE CODE-SEG-STANDARD(POS-PLAFOND)
               TO CODE-SEG-PLAF-TAB(NB-PLAFONDS)
           MOVE PLAFOND-SEG-STANDARD(POS-PLAFOND)
               TO PLAFOND-SEG-PLAF-TAB(NB-PLAFONDS).

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

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' CONTROLE CREDIT CLIENTS'
           DISPLAY ' B. Lister les commandes bloquees'
           DISPLAY ' E. Situation d un client'
           DISPLAY ' P. Plafond d un client'
           DISPLAY ' S. Plafonds par segment'
           DISPLAY ' L. Liberer une commande bloquee'
           DISPLAY ' A. Annuler une commande bloquee'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'B' OR WS-CHOIX = 'b'
               PERFORM LISTER-BLOQUEES
           ELSE
           IF WS-CHOIX = 'E' OR WS-CHOIX = 'e'
               PERFORM VOIR-SITUATION
           ELSE
           IF WS-CHOIX = 'P' OR WS-CHOIX = 'p'
               PERFORM FIXER-PLAFOND-CLIENT
           ELSE
           IF WS-CHOIX = 'S' OR WS-CHOIX = 's'
               PERFORM ENTRETENIR-PLAFONDS
           ELSE
           IF WS-CHOIX = 'L' OR WS-CHOIX = 'l'
               PERFORM LIBERER-COMMANDE
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
           END-IF
           END-IF.

      * parcours du master commandes, seules les commandes au
      * statut B sont affichees avec la situation de leur client
       LISTER-BLOQUEES.
           MOVE 0 TO EOF-CMD COMPTEURBLOQUEES
           MOVE 0 TO NOCMD OF enreg-commande
           START CMDMAST
               KEY NOT < NOCMD OF enreg-commande
               INVALID KEY MOVE 1 TO EOF-CMD
           END-START
           PERFORM LISTER-UNE-COMMANDE UNTIL EOF-CMD = 1
           DISPLAY 'COMMANDES BLOQUEES : ' COMPTEURBLOQUEES.

       LISTER-UNE-COMMANDE.
           READ CMDMAST NEXT RECORD
               AT END MOVE 1 TO EOF-CMD
           END-READ
           IF EOF-CMD NOT = 1
              AND STATUT-CMD OF enreg-commande = 'B'
               ADD 1 TO COMPTEURBLOQUEES
               MOVE NOCLI-CMD OF enreg-commande TO WS-NOCLI-SAISI
               PERFORM CALCULER-SITUATION
               MOVE WS-ENCOURS-CLIENT TO WS-ENCOURS-EDIT
               MOVE WS-PLAFOND-CLIENT TO WS-PLAFOND-EDIT
               DISPLAY NOCMD OF enreg-commande
                       ' CLIENT ' NOCLI-CMD OF enreg-commande
                       ' DU ' DATE-CMD OF enreg-commande
                       ' MONTANT ' MONTANT-CMD OF enreg-commande
                       ' MOTIF ' MOTIF-ANNUL-CMD OF enreg-commande
               DISPLAY '        ENCOURS ' WS-ENCOURS-EDIT
                       ' PLAFOND ' WS-PLAFOND-EDIT
                       ' RETARD +90J ' WS-RETARD-CLIENT
           END-IF.

       VOIR-SITUATION.
           DISPLAY 'NUMERO CLIENT : '
           ACCEPT WS-NOCLI-SAISI
           PERFORM CALCULER-SITUATION
           PERFORM AFFICHER-SITUATION.

       AFFICHER-SITUATION.
           MOVE WS-ENCOURS-CLIENT TO WS-ENCOURS-EDIT
           DISPLAY 'CLIENT          : ' WS-NOCLI-SAISI
           DISPLAY 'ENCOURS OUVERT  : ' WS-ENCOURS-EDIT
           IF WS-PLAFOND-CONNU = 'O'
               MOVE WS-PLAFOND-CLIENT TO WS-PLAFOND-EDIT
               DISPLAY 'PLAFOND         : ' WS-PLAFOND-EDIT
                       ' (' WS-ORIGINE-PLAFOND ')'
           ELSE
               DISPLAY 'PLAFOND         : AUCUN'
           END-IF
           IF WS-RETARD-CLIENT = 'O'
               DISPLAY 'FACTURE OUVERTE DE PLUS DE 90 JOURS'
           END-IF.

      * meme calcul que le controle d ORDPOST : factures ouvertes
      * moins avoirs et credits non imputes, retard au-dela de 90
      * jours en base 30/360, plafond du client ou de son segment
       CALCULER-SITUATION.
           MOVE 0 TO WS-ENCOURS-CLIENT
           MOVE 'N' TO WS-RETARD-CLIENT
           IF WS-ENC-DISPONIBLE = 'O'
               MOVE 0 TO EOF-ENC
               MOVE WS-NOCLI-SAISI TO NOCLI-ENC
               MOVE 0 TO NOFAC-ENC
               START ENCOURS
                   KEY NOT < CLE-ENC OF enreg-encours
                   INVALID KEY MOVE 1 TO EOF-ENC
               END-START
               PERFORM CUMULER-ENCOURS-CLIENT UNTIL EOF-ENC = 1
           END-IF
           PERFORM RECHERCHER-PLAFOND.

      * une piece en litige reste hors du controle de credit
       CUMULER-ENCOURS-CLIENT.
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ
           IF EOF-ENC NOT = 1
               IF NOCLI-ENC NOT = WS-NOCLI-SAISI
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
                   MOVE DATE-FAC-ENC TO WS-DATE-FAC-DEC
                   COMPUTE WS-JOURS-FAC
                       = WS-AAAA-FAC * 360 + WS-MM-FAC * 30
                       + WS-JJ-FAC
                   COMPUTE WS-AGE-JOURS = WS-JOURS-JOUR - WS-JOURS-FAC
                   IF WS-AGE-JOURS > 90
                       MOVE 'O' TO WS-RETARD-CLIENT
                   END-IF
               END-IF
           END-IF.

       RECHERCHER-PLAFOND.
           MOVE 'N' TO WS-PLAFOND-CONNU
           MOVE 0 TO WS-PLAFOND-CLIENT
           MOVE WS-NOCLI-SAISI TO NOCLI-LIM
           READ FLIMITES
               INVALID KEY CONTINUE
           END-READ
           IF WS-LIM-STATUS = '00'
               MOVE 'O' TO WS-PLAFOND-CONNU
               MOVE PLAFOND-LIM TO WS-PLAFOND-CLIENT
               MOVE 'PLAFOND DU CLIENT' TO WS-ORIGINE-PLAFOND
           ELSE
               MOVE 'D' TO WS-SEGMENT-CLIENT
               IF WS-SEG-DISPONIBLE = 'O'
                   MOVE WS-NOCLI-SAISI TO NOCLI-SEG
                   READ FSEGMENTS
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-SEG-STATUS = '00'
                       MOVE SEGMENT-SEG TO WS-SEGMENT-CLIENT
                   END-IF
               END-IF
               MOVE SPACES TO WS-ORIGINE-PLAFOND
               STRING 'DEFAUT SEGMENT ' DELIMITED BY SIZE
                      WS-SEGMENT-CLIENT DELIMITED BY SIZE
                   INTO WS-ORIGINE-PLAFOND
               END-STRING
               MOVE WS-SEGMENT-CLIENT TO WS-SEGMENT-SAISI
               PERFORM CHERCHER-PLAFOND-SEGMENT
               IF WS-PLAFOND-TROUVE > 0
                   MOVE 'O' TO WS-PLAFOND-CONNU
                   MOVE PLAFOND-SEG-PLAF-TAB(WS-PLAFOND-TROUVE)
                       TO WS-PLAFOND-CLIENT
               END-IF
           END-IF.

       CHERCHER-PLAFOND-SEGMENT.
           MOVE 0 TO WS-PLAFOND-TROUVE POS-PLAFOND
           PERFORM COMPARER-PLAFOND-SEGMENT NB-PLAFONDS TIMES.

       COMPARER-PLAFOND-SEGMENT.
           ADD 1 TO POS-PLAFOND
           IF CODE-SEG-PLAF-TAB(POS-PLAFOND) = WS-SEGMENT-SAISI
               MOVE POS-PLAFOND TO WS-PLAFOND-TROUVE
           END-IF.

      * plafond propre a un client ; un plafond a zero met le client
      * au comptant, la suppression du plafond propre le ramene au
      * defaut de son segment
       FIXER-PLAFOND-CLIENT.
           DISPLAY 'NUMERO CLIENT : '
           ACCEPT WS-NOCLI-SAISI
           PERFORM CALCULER-SITUATION
           PERFORM AFFICHER-SITUATION
           DISPLAY 'NOUVEAU PLAFOND (EX. 1500000 = 15000,00) : '
           ACCEPT WS-PLAFOND-SAISI
           DISPLAY 'S = SUPPRIMER LE PLAFOND PROPRE, '
                   'O = ENREGISTRER, N = ABANDON : '
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
               MOVE WS-NOCLI-SAISI TO NOCLI-LIM
               MOVE WS-PLAFOND-SAISI TO PLAFOND-LIM
               MOVE WS-DATE-JOUR TO DATE-MAJ-LIM
               MOVE OPER-ID TO OPERATEUR-LIM
               WRITE enreg-limite
                   INVALID KEY
                       REWRITE enreg-limite
                       END-REWRITE
               END-WRITE
               MOVE 'PLAFOND CLI' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT-CLIENT
               DISPLAY 'PLAFOND ENREGISTRE'
           ELSE
           IF WS-CONFIRMATION = 'S' OR WS-CONFIRMATION = 's'
               MOVE WS-NOCLI-SAISI TO NOCLI-LIM
               DELETE FLIMITES
                   INVALID KEY
                       DISPLAY 'PAS DE PLAFOND PROPRE A CE CLIENT'
               END-DELETE
               IF WS-LIM-STATUS = '00'
                   MOVE 'SUPPR PLAF' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT-CLIENT
                   DISPLAY 'CLIENT RAMENE AU PLAFOND DE SON SEGMENT'
               END-IF
           ELSE
               DISPLAY 'PLAFOND INCHANGE'
           END-IF
           END-IF.

       AFFICHER-UN-PLAFOND.
           ADD 1 TO POS-PLAFOND
           MOVE PLAFOND-SEG-PLAF-TAB(POS-PLAFOND) TO WS-PLAFOND-EDIT
           DISPLAY '  SEGMENT ' CODE-SEG-PLAF-TAB(POS-PLAFOND)
                   ' : ' WS-PLAFOND-EDIT.

       ENTRETENIR-PLAFONDS.
           MOVE 0 TO POS-PLAFOND
           PERFORM AFFICHER-UN-PLAFOND NB-PLAFONDS TIMES
           DISPLAY 'SEGMENT A CREER OU MODIFIER (ESPACE = AUCUN) : '
           ACCEPT WS-SEGMENT-SAISI
           IF WS-SEGMENT-SAISI NOT = SPACE
               PERFORM CHERCHER-PLAFOND-SEGMENT
               IF WS-PLAFOND-TROUVE = 0
                   IF NB-PLAFONDS >= 10
                       DISPLAY 'TABLE DES PLAFONDS PLEINE'
                   ELSE
                       ADD 1 TO NB-PLAFONDS
                       MOVE NB-PLAFONDS TO WS-PLAFOND-TROUVE
                       MOVE WS-SEGMENT-SAISI
                           TO CODE-SEG-PLAF-TAB(WS-PLAFOND-TROUVE)
                   END-IF
               END-IF
               IF WS-PLAFOND-TROUVE > 0
                   DISPLAY 'PLAFOND PAR DEFAUT (EX. 1500000 = '
                           '15000,00) : '
                   ACCEPT PLAFOND-SEG-PLAF-TAB(WS-PLAFOND-TROUVE)
                   MOVE 'O' TO WS-PLAFONDS-MODIFIES
                   MOVE 'PLAFOND SEG' TO AUDIT-OP-TRAVAIL
                   MOVE SPACES TO AUDIT-CLE
                   MOVE WS-SEGMENT-SAISI TO AUDIT-CLE
                   PERFORM ENREGISTRER-AUDIT
               END-IF
           END-IF.

       REECRIRE-PLAFONDS.
           OPEN OUTPUT FPLAFONDS
           MOVE 0 TO POS-PLAFOND
           PERFORM REECRIRE-UN-PLAFOND NB-PLAFONDS TIMES
           CLOSE FPLAFONDS.

       REECRIRE-UN-PLAFOND.
           ADD 1 TO POS-PLAFOND
           MOVE CODE-SEG-PLAF-TAB(POS-PLAFOND) TO CODE-SEG-PLAF
           MOVE PLAFOND-SEG-PLAF-TAB(POS-PLAFOND) TO PLAFOND-SEG-PLAF
           WRITE enreg-plafond
           END-WRITE.

       LIRE-COMMANDE-BLOQUEE.
           MOVE 'N' TO WS-COMMANDE-LUE
           DISPLAY 'NUMERO DE COMMANDE : '
           ACCEPT WS-NOCMD-SAISI
           MOVE WS-NOCMD-SAISI TO NOCMD OF enreg-commande
           READ CMDMAST
               INVALID KEY
                   DISPLAY 'COMMANDE INCONNUE : ' WS-NOCMD-SAISI
           END-READ
           IF WS-CMD-STATUS = '00'
               IF STATUT-CMD OF enreg-commande NOT = 'B'
                   DISPLAY 'COMMANDE AU STATUT '
                           STATUT-CMD OF enreg-commande
                           ', ELLE N EST PAS BLOQUEE'
               ELSE
                   MOVE 'O' TO WS-COMMANDE-LUE
                   DISPLAY 'COMMANDE ' NOCMD OF enreg-commande
                           ' CLIENT ' NOCLI-CMD OF enreg-commande
                           ' MONTANT ' MONTANT-CMD OF enreg-commande
                           ' MOTIF ' MOTIF-ANNUL-CMD OF enreg-commande
                   MOVE NOCLI-CMD OF enreg-commande TO WS-NOCLI-SAISI
                   PERFORM CALCULER-SITUATION
                   PERFORM AFFICHER-SITUATION
               END-IF
           END-IF.

      * la commande liberee est reservee comme au posting et suit
      * ensuite le circuit normal
       LIBERER-COMMANDE.
           PERFORM LIRE-COMMANDE-BLOQUEE
           IF WS-COMMANDE-LUE = 'O'
               DISPLAY 'CONFIRMER LA LIBERATION (O/N) : '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                   MOVE 0 TO POS-LIGNE
                   PERFORM RESERVER-UNE-LIGNE
                       NB-LIGNES-CMD OF enreg-commande TIMES
                   MOVE 'S' TO STATUT-CMD OF enreg-commande
                   MOVE SPACE TO MOTIF-ANNUL-CMD OF enreg-commande
                   MOVE 'L' TO TYPE-MOD
                   MOVE SPACE TO WS-MOTIF-SAISI
                   MOVE 'LIBER CMD' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-MODIFICATION
               ELSE
                   DISPLAY 'LIBERATION ABANDONNEE'
               END-IF
           END-IF.

      * rien n a ete reserve pour une commande bloquee : l annulation
      * ne touche pas au stock
       ANNULER-COMMANDE.
           PERFORM LIRE-COMMANDE-BLOQUEE
           IF WS-COMMANDE-LUE = 'O'
               MOVE 0 TO WS-MOTIF-TROUVE
               PERFORM SAISIR-MOTIF-ANNUL UNTIL WS-MOTIF-TROUVE > 0
               DISPLAY 'CONFIRMER L ANNULATION (O/N) : '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                   MOVE 'A' TO STATUT-CMD OF enreg-commande
                   MOVE WS-MOTIF-SAISI
                       TO MOTIF-ANNUL-CMD OF enreg-commande
                   MOVE 'A' TO TYPE-MOD
                   MOVE 'ANNUL CMD' TO AUDIT-OP-TRAVAIL
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
           MOVE 'CRDMNT' TO FID-PROGRAMME
           CALL 'FIDPTS' USING FID-ZONE
           IF FID-RETOUR = 'O'
               DISPLAY 'POINTS FIDELITE RENDUS AU CLIENT : ' FID-POINTS
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

      * meme regle que le posting : reservation sur le disponible
      * (stock moins deja reserve), le manque part en reliquat
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
           DISPLAY 'RELIQUAT DE ' QTE-RELIQ ' SUR ' ARTICLE-RELIQ.

      * la commande est reecrite puis la decision est tracee dans
      * le journal des modifications de commandes
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
               MOVE 0 TO NOLIGNE-MOD QTE-AVANT-MOD QTE-APRES-MOD
               MOVE SPACE TO ARTICLE-AVANT-MOD ARTICLE-APRES-MOD
               MOVE MONTANT-CMD OF enreg-commande
                   TO MONTANT-AVANT-MOD MONTANT-APRES-MOD
               IF TYPE-MOD = 'A'
                   MOVE 0 TO MONTANT-APRES-MOD
               END-IF
               MOVE WS-MOTIF-SAISI TO MOTIF-MOD
               WRITE enreg-modif
               END-WRITE
               MOVE NOCMD OF enreg-commande TO AUDIT-CLE
               PERFORM ENREGISTRER-AUDIT
               ADD 1 TO COMPTEURMODIFS
               DISPLAY 'COMMANDE ' NOCMD OF enreg-commande
                       ' PASSEE AU STATUT '
                       STATUT-CMD OF enreg-commande
           END-IF.

       ENREGISTRER-AUDIT-CLIENT.
           MOVE SPACES TO AUDIT-CLE
           MOVE WS-NOCLI-SAISI TO AUDIT-CLE
           PERFORM ENREGISTRER-AUDIT.

       ENREGISTRER-AUDIT.
           MOVE 'CRDMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           IF WS-PLAFONDS-MODIFIES = 'O'
               PERFORM REECRIRE-PLAFONDS
               DISPLAY 'PLAFONDS PAR SEGMENT REECRITS'
           END-IF
           DISPLAY 'DECISIONS ENREGISTREES : ' COMPTEURMODIFS
           IF WS-SEG-DISPONIBLE = 'O'
               CLOSE FSEGMENTS
           END-IF
           IF WS-ENC-DISPONIBLE = 'O'
               CLOSE ENCOURS
           END-IF
           MOVE 'F' TO FID-ACTION
           CALL 'FIDPTS' USING FID-ZONE
           CLOSE CMDMAST FLIMITES FSTOCK FRELIQUATS FMODIFS.

       END PROGRAM CRDMNT.
