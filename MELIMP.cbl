       IDENTIFICATION DIVISION.
       PROGRAM-ID. MELIMP.
      *****************************************************************
      * Import du fichier de retours du prestataire d envoi des
      * e-mails (RetourMel.txt, une ligne par retour : adresse,
      * type, date AAAAMMJJ, motif, separes par des virgules) dans
      * le registre Emails.txt. Type H (rejet definitif) : l adresse
      * passe en B ; type S (rejet temporaire) : le compteur de
      * rejets augmente et l adresse passe en B au troisieme ; type
      * D (remise confirmee) : l adresse passe en V et le compteur
      * repart a zero. Une adresse partagee par plusieurs clients
      * est mise a jour chez chacun. Les retours sont edites dans
      * MelRetours.txt, comme RETPRLV pour les rejets bancaires.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FRETOURMEL
               ASSIGN TO 'C:\Users\CRM\Desktop\RetourMel.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT FEMAILS
               ASSIGN TO 'C:\Users\CRM\Desktop\Emails.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOCLI-MEL OF enreg-email
               ALTERNATE RECORD KEY IS ADRESSE-MEL OF enreg-email
                   WITH DUPLICATES
               FILE STATUS IS WS-MEL-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\MelRetours.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETOURMEL.
       01  LIGNE-RETOUR PIC X(150).

       FD  FEMAILS.
       01  enreg-email.
           COPY MELMAST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(120).

       WORKING-STORAGE SECTION.
       77  EOF-RET PIC 99 VALUE 0.
       77  EOF-MEL PIC 99 VALUE 0.
       77  WS-RET-STATUS PIC X(2) VALUE '00'.
       77  WS-MEL-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-DATE-RETOUR PIC 9(8) VALUE 0.
       77  WS-NB-CLIENTS PIC 9(3) VALUE 0.
       77  WS-RESULTAT PIC X(20) VALUE SPACE.
       77  COMPTEURRETOURS PIC 9(5) VALUE 0.
       77  COMPTEURDEFINITIFS PIC 9(5) VALUE 0.
       77  COMPTEURTEMPORAIRES PIC 9(5) VALUE 0.
       77  COMPTEURREMIS PIC 9(5) VALUE 0.
       77  COMPTEURBLOQUES PIC 9(5) VALUE 0.
       77  COMPTEURINCONNUS PIC 9(5) VALUE 0.
       77  COMPTEURINVALIDES PIC 9(5) VALUE 0.
       01  RETOUR-CHAMPS.
           02 RET-ADRESSE PIC X(60).
           02 RET-TYPE PIC X.
           02 RET-DATE PIC X(8).
           02 RET-MOTIF PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-RETOUR UNTIL EOF-RET = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT FRETOURMEL
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'FICHIER RETOUR E-MAIL ABSENT'
               STOP RUN
           END-IF
           OPEN I-O FEMAILS
           IF WS-MEL-STATUS NOT = '00'
               DISPLAY 'REGISTRE E-MAIL ABSENT'
               CLOSE FRETOURMEL
               STOP RUN
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE '--- RETOURS DU PRESTATAIRE E-MAIL ---'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           READ FRETOURMEL
               AT END MOVE 1 TO EOF-RET
           END-READ.

       TRAITER-RETOUR.
           ADD 1 TO COMPTEURRETOURS
           MOVE 0 TO WS-NB-CLIENTS
           MOVE SPACES TO RETOUR-CHAMPS
           UNSTRING LIGNE-RETOUR DELIMITED BY ','
               INTO RET-ADRESSE RET-TYPE RET-DATE RET-MOTIF
           END-UNSTRING
           INSPECT RET-ADRESSE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'
           INSPECT RET-TYPE CONVERTING 'hsd' TO 'HSD'
           IF RET-DATE IS NUMERIC
               MOVE RET-DATE TO WS-DATE-RETOUR
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-RETOUR
           END-IF
           IF RET-ADRESSE = SPACES
              OR (RET-TYPE NOT = 'H' AND RET-TYPE NOT = 'S'
                  AND RET-TYPE NOT = 'D')
               ADD 1 TO COMPTEURINVALIDES
               MOVE 'LIGNE INVALIDE' TO WS-RESULTAT
               PERFORM SIGNALER-RETOUR
           ELSE
               IF RET-TYPE = 'H'
                   ADD 1 TO COMPTEURDEFINITIFS
               ELSE
               IF RET-TYPE = 'S'
                   ADD 1 TO COMPTEURTEMPORAIRES
               ELSE
                   ADD 1 TO COMPTEURREMIS
               END-IF
               END-IF
               PERFORM APPLIQUER-RETOUR
           END-IF
           READ FRETOURMEL
               AT END MOVE 1 TO EOF-RET
           END-READ.

      * tous les clients portant l adresse sont lus par la cle
      * alternative et mis a jour l un apres l autre
       APPLIQUER-RETOUR.
           MOVE 0 TO EOF-MEL
           MOVE RET-ADRESSE TO ADRESSE-MEL
           START FEMAILS
               KEY IS EQUAL TO ADRESSE-MEL OF enreg-email
               INVALID KEY MOVE 1 TO EOF-MEL
           END-START
           PERFORM METTRE-A-JOUR-UNE-ADRESSE UNTIL EOF-MEL = 1
           IF WS-NB-CLIENTS = 0
               ADD 1 TO COMPTEURINCONNUS
               MOVE 'ADRESSE INCONNUE' TO WS-RESULTAT
               PERFORM SIGNALER-RETOUR
           END-IF.

       METTRE-A-JOUR-UNE-ADRESSE.
           READ FEMAILS NEXT RECORD
               AT END MOVE 1 TO EOF-MEL
           END-READ
           IF EOF-MEL NOT = 1
               IF ADRESSE-MEL NOT = RET-ADRESSE
                   MOVE 1 TO EOF-MEL
               ELSE
                   ADD 1 TO WS-NB-CLIENTS
                   PERFORM CHANGER-STATUT
                   REWRITE enreg-email
                       INVALID KEY
                           DISPLAY 'ERREUR DE REECRITURE CLIENT '
                                   NOCLI-MEL
                   END-REWRITE
                   PERFORM SIGNALER-RETOUR
               END-IF
           END-IF.

       CHANGER-STATUT.
           MOVE WS-DATE-RETOUR TO DATE-STATUT-MEL
           IF RET-TYPE = 'D'
               MOVE 'V' TO STATUT-MEL
               MOVE 0 TO NB-REJETS-MEL
               MOVE SPACES TO MOTIF-REJET-MEL
               MOVE 'VERIFIEE' TO WS-RESULTAT
           ELSE
               MOVE RET-MOTIF TO MOTIF-REJET-MEL
               IF NB-REJETS-MEL < 999
                   ADD 1 TO NB-REJETS-MEL
               END-IF
               IF RET-TYPE = 'H' OR NB-REJETS-MEL >= 3
                   IF STATUT-MEL NOT = 'B'
                       ADD 1 TO COMPTEURBLOQUES
                   END-IF
                   MOVE 'B' TO STATUT-MEL
                   MOVE 'EN REJET (B)' TO WS-RESULTAT
               ELSE
                   MOVE 'REJET TEMPORAIRE' TO WS-RESULTAT
               END-IF
           END-IF
           MOVE 'MELIMP' TO OPERATEUR-MEL.

       SIGNALER-RETOUR.
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-NB-CLIENTS > 0
               STRING 'CLIENT ' DELIMITED BY SIZE
                      NOCLI-MEL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RET-ADRESSE DELIMITED BY SPACE
                      ' TYPE ' DELIMITED BY SIZE
                      RET-TYPE DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      WS-RESULTAT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RET-MOTIF DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING 'RETOUR NON APPLIQUE ' DELIMITED BY SIZE
                      RET-ADRESSE DELIMITED BY SPACE
                      ' TYPE ' DELIMITED BY SIZE
                      RET-TYPE DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      WS-RESULTAT DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
           END-IF
           WRITE LIGNE-RAPPORT.

       FIN.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'RETOURS=' DELIMITED BY SIZE
                  COMPTEURRETOURS DELIMITED BY SIZE
                  ' DEFINITIFS=' DELIMITED BY SIZE
                  COMPTEURDEFINITIFS DELIMITED BY SIZE
                  ' TEMPORAIRES=' DELIMITED BY SIZE
                  COMPTEURTEMPORAIRES DELIMITED BY SIZE
                  ' REMIS=' DELIMITED BY SIZE
                  COMPTEURREMIS DELIMITED BY SIZE
                  ' PASSES EN B=' DELIMITED BY SIZE
                  COMPTEURBLOQUES DELIMITED BY SIZE
                  ' INCONNUS=' DELIMITED BY SIZE
                  COMPTEURINCONNUS DELIMITED BY SIZE
                  ' INVALIDES=' DELIMITED BY SIZE
                  COMPTEURINVALIDES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'RETOURS TRAITES    : ' COMPTEURRETOURS
           DISPLAY 'REJETS DEFINITIFS  : ' COMPTEURDEFINITIFS
           DISPLAY 'REJETS TEMPORAIRES : ' COMPTEURTEMPORAIRES
           DISPLAY 'REMISES CONFIRMEES : ' COMPTEURREMIS
           DISPLAY 'ADRESSES PASSEES B : ' COMPTEURBLOQUES
           DISPLAY 'ADRESSES INCONNUES : ' COMPTEURINCONNUS
           DISPLAY 'LIGNES INVALIDES   : ' COMPTEURINVALIDES
           CLOSE FRETOURMEL FEMAILS FRAPPORT.

       END PROGRAM MELIMP.
