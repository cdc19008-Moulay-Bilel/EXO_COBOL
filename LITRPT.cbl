       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITRPT.
      *****************************************************************
      * Etat d anciennete des litiges clients non resolus : chaque
      * piece de l encours encore en litige (LITMNT) est listee avec
      * le client, le motif, la date d ouverture, l operateur, le
      * reste du et l age du litige en jours (base 30/360 comme la
      * balance agee de RELANCE), puis totalisee par tranche d age
      * du litige. Etat EtatLitiges.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
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
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatLitiges.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  CLIH.
       01  enreg-CLIH.
           COPY CLIMAST.

       FD  CLIF.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-ENC PIC 99 VALUE 0.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  COMPTEURLITIGES PIC 9(7) VALUE 0.
       77  TOTAL-LITIGES PIC 9(10)V99 VALUE 0.
       77  WS-RESTE-DU PIC S9(8)V99 VALUE 0.
       77  WS-AGE-JOURS PIC S9(5) VALUE 0.
       77  WS-AGE-EDIT PIC ZZZZ9.
       77  WS-JOURS-LIT PIC S9(7) VALUE 0.
       77  WS-JOURS-JOUR PIC S9(7) VALUE 0.
       77  POS-TRANCHE PIC 9 VALUE 0.
       77  POS-MOTIF PIC 9 VALUE 0.
       77  WS-MOTIF-TROUVE PIC 9 VALUE 0.
       77  WS-LIBELLE-TRAVAIL PIC X(22) VALUE SPACE.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       01  WS-DATE-JOUR.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 9(2).
           02 WS-JJ-JOUR PIC 9(2).
       01  WS-DATE-LIT-DEC.
           02 WS-AAAA-LIT PIC 9(4).
           02 WS-MM-LIT PIC 9(2).
           02 WS-JJ-LIT PIC 9(2).
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.
       01  LISTE-LIBELLES-AGE.
           02 FILLER PIC X(12) VALUE '0 A 30 J'.
           02 FILLER PIC X(12) VALUE '31 A 60 J'.
           02 FILLER PIC X(12) VALUE '61 A 90 J'.
           02 FILLER PIC X(12) VALUE 'PLUS DE 90'.
       01  TABLE-LIBELLES-AGE REDEFINES LISTE-LIBELLES-AGE.
           02 LIBELLE-AGE OCCURS 4 TIMES PIC X(12).
       01  TABLE-AGES.
           02 TRANCHE-AGE OCCURS 4 TIMES.
              03 COMPTE-AGE PIC 9(7).
              03 MONTANT-AGE PIC 9(10)V99.
      * memes motifs que la console LITMNT
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

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-UN-ENCOURS UNTIL EOF-ENC = 1
           PERFORM EDITER-TRANCHES
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE WS-JOURS-JOUR
               = WS-AAAA-JOUR * 360 + WS-MM-JOUR * 30 + WS-JJ-JOUR
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
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
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
           OPEN OUTPUT FRAPPORT
           MOVE '--- LITIGES CLIENTS NON RESOLUS ---' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'AU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'CLIENT  NOM                  PIECE   MOTIF'
               TO LIGNE-RAPPORT
           MOVE 'DEPUIS   OPERAT.      RESTE DU   AGE'
               TO LIGNE-RAPPORT(61:36)
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-TRANCHE
           PERFORM VIDER-UNE-TRANCHE 4 TIMES
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

       VIDER-UNE-TRANCHE.
           ADD 1 TO POS-TRANCHE
           MOVE 0 TO COMPTE-AGE(POS-TRANCHE)
           MOVE 0 TO MONTANT-AGE(POS-TRANCHE).

       TRAITER-UN-ENCOURS.
           IF LITIGE-ENC = 'O' AND STATUT-ENC = 'O'
               COMPUTE WS-RESTE-DU = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
               ADD 1 TO COMPTEURLITIGES
               ADD WS-RESTE-DU TO TOTAL-LITIGES
               PERFORM CALCULER-AGE-LITIGE
               PERFORM CHOISIR-TRANCHE-AGE
               ADD 1 TO COMPTE-AGE(POS-TRANCHE)
               ADD WS-RESTE-DU TO MONTANT-AGE(POS-TRANCHE)
               PERFORM EDITER-LITIGE
           END-IF
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

       CALCULER-AGE-LITIGE.
           MOVE DATE-LITIGE-ENC TO WS-DATE-LIT-DEC
           COMPUTE WS-JOURS-LIT
               = WS-AAAA-LIT * 360 + WS-MM-LIT * 30 + WS-JJ-LIT
           COMPUTE WS-AGE-JOURS = WS-JOURS-JOUR - WS-JOURS-LIT
           IF WS-AGE-JOURS < 0
               MOVE 0 TO WS-AGE-JOURS
           END-IF.

       CHOISIR-TRANCHE-AGE.
           IF WS-AGE-JOURS <= 30
               MOVE 1 TO POS-TRANCHE
           ELSE
           IF WS-AGE-JOURS <= 60
               MOVE 2 TO POS-TRANCHE
           ELSE
           IF WS-AGE-JOURS <= 90
               MOVE 3 TO POS-TRANCHE
           ELSE
               MOVE 4 TO POS-TRANCHE
           END-IF
           END-IF
           END-IF.

       EDITER-LITIGE.
           PERFORM RECHERCHER-CLIENT
           IF TROUVE = 'N'
               MOVE SPACES TO NOM OF enreg-courant
           END-IF
           MOVE 0 TO WS-MOTIF-TROUVE POS-MOTIF
           PERFORM CHERCHER-MOTIF-LITIGE 6 TIMES
           IF WS-MOTIF-TROUVE > 0
               MOVE LIBELLE-MOTIF-LITIGE(WS-MOTIF-TROUVE)
                   TO WS-LIBELLE-TRAVAIL
           ELSE
               MOVE MOTIF-LITIGE-ENC TO WS-LIBELLE-TRAVAIL
           END-IF
           MOVE WS-RESTE-DU TO WS-MONTANT-EDIT
           MOVE WS-AGE-JOURS TO WS-AGE-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING NOCLI-ENC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOM OF enreg-courant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOFAC-ENC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIBELLE-TRAVAIL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DATE-LITIGE-ENC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OPERATEUR-LITIGE-ENC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AGE-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       CHERCHER-MOTIF-LITIGE.
           ADD 1 TO POS-MOTIF
           IF CODE-MOTIF-LITIGE(POS-MOTIF) = MOTIF-LITIGE-ENC
               MOVE POS-MOTIF TO WS-MOTIF-TROUVE
           END-IF.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE NOCLI-ENC TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIH TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE NOCLI-ENC TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF.

       EDITER-TRANCHES.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'ANCIENNETE DES LITIGES' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-TRANCHE
           PERFORM EDITER-UNE-TRANCHE 4 TIMES
           MOVE TOTAL-LITIGES TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL LITIGES ' DELIMITED BY SIZE
                  COMPTEURLITIGES DELIMITED BY SIZE
                  ' MONTANT ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       EDITER-UNE-TRANCHE.
           ADD 1 TO POS-TRANCHE
           MOVE MONTANT-AGE(POS-TRANCHE) TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING LIBELLE-AGE(POS-TRANCHE) DELIMITED BY SIZE
                  ' LITIGES ' DELIMITED BY SIZE
                  COMPTE-AGE(POS-TRANCHE) DELIMITED BY SIZE
                  ' MONTANT ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60).

       FIN.
           DISPLAY 'LITIGES NON RESOLUS : ' COMPTEURLITIGES
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           CLOSE ENCOURS FRAPPORT.
