       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITMNT.
      *****************************************************************
      * Console des litiges clients sur l encours (Encours.txt) : une
      * facture ou une penalite ouverte contestee par le client est
      * mise en litige avec un code motif, la date et l operateur.
      * Tant que le litige est ouvert la piece ne recoit ni relance
      * (RELANCE), ni penalite (PENALITE), ni prelevement (PRELEV)
      * et sort du controle de credit (ORDPOST, CRDMNT). La cloture
      * remet la piece dans le circuit normal de relance. LITRPT
      * edite l anciennete des litiges non resolus. Chaque
      * ouverture et cloture est journalisee via AUDECR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CONFIRMATION PIC X VALUE SPACE.
       77  WS-PIECE-LUE PIC X VALUE 'N'.
       77  WS-NOCLI-SAISI PIC 9(7) VALUE 0.
       77  WS-NOFAC-SAISI PIC 9(7) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-RESTE-DU PIC 9(8)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-MOTIF-SAISI PIC X(2) VALUE SPACE.
       77  WS-MOTIF-TROUVE PIC 9 VALUE 0.
       77  POS-MOTIF PIC 9 VALUE 0.
       77  COMPTEUROUVERTS PIC 9(5) VALUE 0.
       77  COMPTEURCLOS PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.

       01  LISTE-MOTIFS-LITIGE.
           02 FILLER PIC X(24) VALUE 'PRPRIX CONTESTE'.
           02 FILLER PIC X(24) VALUE 'QTQUANTITE CONTESTEE'.
           02 FILLER PIC X(24) VALUE 'QLPRODUIT DEFECTUEUX'.
           02 FILLER PIC X(24) VALUE 'NLMARCHANDISE NON RECUE'.
           02 FILLER PIC X(24) VALUE 'FAERREUR DE FACTURATION'.
           02 FILLER PIC X(24) VALUE 'AUAUTRE MOTIF'.
       01  TABLE-MOTIFS-LITIGE REDEFINES LISTE-MOTIFS-LITIGE.
           02 MOTIF-LITIGE OCCURS 6 TIMES.
              03 CODE-MOTIF-LITIGE PIC X(2).
              03 LIBELLE-MOTIF-LITIGE PIC X(22).

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
           IF OPER-NIVEAU-SESSION < 2
               DISPLAY 'NIVEAU SAISIE REQUIS POUR LES LITIGES'
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
           OPEN I-O ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               STOP RUN
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' LITIGES CLIENTS'
           DISPLAY ' V. Voir une piece'
           DISPLAY ' O. Ouvrir un litige'
           DISPLAY ' C. Clore un litige'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM LIRE-PIECE
           ELSE
           IF WS-CHOIX = 'O' OR WS-CHOIX = 'o'
               PERFORM OUVRIR-LITIGE
           ELSE
           IF WS-CHOIX = 'C' OR WS-CHOIX = 'c'
               PERFORM CLORE-LITIGE
           ELSE
           IF WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
               MOVE 'N' TO WS-CONTINUER
           ELSE
               DISPLAY 'CHOIX INCONNU'
           END-IF
           END-IF
           END-IF
           END-IF.

       LIRE-PIECE.
           MOVE 'N' TO WS-PIECE-LUE
           DISPLAY 'NUMERO DE CLIENT : '
           ACCEPT WS-NOCLI-SAISI
           DISPLAY 'NUMERO DE FACTURE : '
           ACCEPT WS-NOFAC-SAISI
           MOVE WS-NOCLI-SAISI TO NOCLI-ENC
           MOVE WS-NOFAC-SAISI TO NOFAC-ENC
           READ ENCOURS
               INVALID KEY
                   DISPLAY 'PIECE ABSENTE DE L ENCOURS'
           END-READ
           IF WS-ENC-STATUS = '00'
               MOVE 'O' TO WS-PIECE-LUE
               PERFORM AFFICHER-PIECE
           END-IF.

       AFFICHER-PIECE.
           COMPUTE WS-RESTE-DU = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
           MOVE WS-RESTE-DU TO WS-MONTANT-EDIT
           DISPLAY 'PIECE ' NOFAC-ENC ' TYPE ' TYPE-ENC
                   ' DU ' DATE-FAC-ENC ' STATUT ' STATUT-ENC
           DISPLAY 'RESTE DU : ' WS-MONTANT-EDIT
           IF LITIGE-ENC = 'O'
               MOVE 0 TO WS-MOTIF-TROUVE POS-MOTIF
               MOVE MOTIF-LITIGE-ENC TO WS-MOTIF-SAISI
               PERFORM CHERCHER-MOTIF-LITIGE 6 TIMES
               IF WS-MOTIF-TROUVE > 0
                   DISPLAY 'EN LITIGE DEPUIS LE ' DATE-LITIGE-ENC
                           ' : ' LIBELLE-MOTIF-LITIGE(WS-MOTIF-TROUVE)
                           ' (' OPERATEUR-LITIGE-ENC ')'
               ELSE
                   DISPLAY 'EN LITIGE DEPUIS LE ' DATE-LITIGE-ENC
                           ' : ' MOTIF-LITIGE-ENC
                           ' (' OPERATEUR-LITIGE-ENC ')'
               END-IF
           END-IF.

      * seule une facture ou une penalite ouverte avec un reste du
      * se conteste ; avoirs et credits sont au credit du client
       OUVRIR-LITIGE.
           PERFORM LIRE-PIECE
           IF WS-PIECE-LUE = 'O'
               IF STATUT-ENC NOT = 'O' OR WS-RESTE-DU = 0
                   DISPLAY 'PIECE NON OUVERTE, PAS DE LITIGE'
               ELSE
               IF TYPE-ENC = 'A' OR TYPE-ENC = 'C' OR TYPE-ENC = 'R'
                   DISPLAY 'AVOIR OU CREDIT, PAS DE LITIGE'
               ELSE
               IF LITIGE-ENC = 'O'
                   DISPLAY 'PIECE DEJA EN LITIGE'
               ELSE
                   MOVE 0 TO WS-MOTIF-TROUVE
                   PERFORM SAISIR-MOTIF-LITIGE
                       UNTIL WS-MOTIF-TROUVE > 0
                   DISPLAY 'CONFIRMER LA MISE EN LITIGE (O/N) : '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                       MOVE 'O' TO LITIGE-ENC
                       MOVE WS-MOTIF-SAISI TO MOTIF-LITIGE-ENC
                       MOVE WS-DATE-JOUR TO DATE-LITIGE-ENC
                       MOVE OPER-ID TO OPERATEUR-LITIGE-ENC
                       REWRITE enreg-encours
                       END-REWRITE
                       ADD 1 TO COMPTEUROUVERTS
                       MOVE 'LITIGE-OUV' TO AUDIT-OP-TRAVAIL
                       PERFORM ENREGISTRER-AUDIT
                       DISPLAY 'PIECE MISE EN LITIGE'
                   ELSE
                       DISPLAY 'MISE EN LITIGE ABANDONNEE'
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      * la cloture remet la piece dans la relance ; le motif reste,
      * la date et l operateur deviennent ceux de la cloture
       CLORE-LITIGE.
           PERFORM LIRE-PIECE
           IF WS-PIECE-LUE = 'O'
               IF LITIGE-ENC NOT = 'O'
                   DISPLAY 'PIECE SANS LITIGE OUVERT'
               ELSE
                   DISPLAY 'CONFIRMER LA CLOTURE DU LITIGE (O/N) : '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                       MOVE 'N' TO LITIGE-ENC
                       MOVE WS-DATE-JOUR TO DATE-LITIGE-ENC
                       MOVE OPER-ID TO OPERATEUR-LITIGE-ENC
                       REWRITE enreg-encours
                       END-REWRITE
                       ADD 1 TO COMPTEURCLOS
                       MOVE 'LITIGE-CLOS' TO AUDIT-OP-TRAVAIL
                       PERFORM ENREGISTRER-AUDIT
                       DISPLAY 'LITIGE CLOS, PIECE REMISE EN RELANCE'
                   ELSE
                       DISPLAY 'CLOTURE ABANDONNEE'
                   END-IF
               END-IF
           END-IF.

       SAISIR-MOTIF-LITIGE.
           MOVE 0 TO POS-MOTIF
           PERFORM AFFICHER-MOTIF-LITIGE 6 TIMES
           DISPLAY 'CODE MOTIF : '
           ACCEPT WS-MOTIF-SAISI
           MOVE 0 TO POS-MOTIF
           PERFORM CHERCHER-MOTIF-LITIGE 6 TIMES
           IF WS-MOTIF-TROUVE = 0
               DISPLAY 'MOTIF INCONNU'
           END-IF.

       AFFICHER-MOTIF-LITIGE.
           ADD 1 TO POS-MOTIF
           DISPLAY '  ' CODE-MOTIF-LITIGE(POS-MOTIF) ' '
                   LIBELLE-MOTIF-LITIGE(POS-MOTIF).

       CHERCHER-MOTIF-LITIGE.
           ADD 1 TO POS-MOTIF
           IF CODE-MOTIF-LITIGE(POS-MOTIF) = WS-MOTIF-SAISI
               MOVE POS-MOTIF TO WS-MOTIF-TROUVE
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE 'LITMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE SPACES TO AUDIT-CLE
           MOVE NOFAC-ENC TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'LITIGES OUVERTS : ' COMPTEUROUVERTS
           DISPLAY 'LITIGES CLOS    : ' COMPTEURCLOS
           CLOSE ENCOURS.
