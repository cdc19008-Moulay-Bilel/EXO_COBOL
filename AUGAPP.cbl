       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUGAPP.
      *****************************************************************
      * Application des augmentations approuvees (AUGVAL) dont la
      * date d effet est atteinte. Les fiches d etat A de
      * Augmentations.txt a effet au plus tard ce jour sont chargees
      * en table puis le master de paie salarier.txt est relu et
      * reecrit avec le salaire de base augmente ; salarierT en
      * herite au tri nocturne TriBul, a lancer apres ce programme.
      * Chaque augmentation appliquee passe a l etat V avec le
      * salaire apres et la date d application, figure au rapport
      * avant/apres RapAugment.txt et est journalisee via AUDECR. Un
      * matricule absent du master reste approuve et est signale en
      * anomalie au rapport.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT sala
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\salarier.txt'
               FILE STATUS IS WS-SALA-STATUS.
           SELECT FAUGMENT
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Augmentations.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-AUG OF enreg-augment
               FILE STATUS IS WS-AUG-STATUS.
           SELECT FRAPAUG
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\RapAugment.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  sala.
       01  enreg-salarier.
           02 matricule-salarier PIC 9(5).
           02 NOM PIC X(25).
           02 SALAIRE PIC 9(6)V99.
           02 DEPARTEMENT PIC X(10).

       FD  FAUGMENT.
       01  enreg-augment.
           COPY AUGREC.

       FD  FRAPAUG.
       01  LIGNE-RAPAUG PIC X(100).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-SALA-STATUS PIC X(2) VALUE '00'.
       77  WS-AUG-STATUS PIC X(2) VALUE '00'.
       77  EOF-SALA PIC 99 VALUE 0.
       77  EOF-AUG PIC 99 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  NB-AUG PIC 9(3) VALUE 0.
       77  POS-AUG PIC 9(3) VALUE 0.
       77  WS-SALAIRE-AVANT PIC 9(6)V99 VALUE 0.
       77  WS-MASSE-AVANT PIC 9(8)V99 VALUE 0.
       77  WS-MASSE-APRES PIC 9(8)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  COMPTEURAPPLIQUEES PIC 9(5) VALUE 0.
       77  COMPTEURANOMALIES PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
      * augmentations a appliquer ce jour
       01  TABLE-AUG.
           02 AUG-TAB OCCURS 500 TIMES.
              03 CLE-TAB.
                 04 MATRICULE-TAB PIC 9(5).
                 04 ANNEE-TAB PIC 9(4).
              03 MONTANT-TAB PIC 9(6)V99.
              03 DATE-EFFET-TAB PIC 9(8).
              03 SALAIRE-APRES-TAB PIC 9(6)V99.
              03 APPLIQUEE-TAB PIC X.
       01  LIGNE-DETAIL.
           02 LD-MATRICULE PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LD-NOM PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 LD-DEPARTEMENT PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LD-EFFET PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 LD-AVANT PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 LD-MONTANT PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 LD-APRES PIC ZZZZZ9.99.
           02 FILLER PIC X(19) VALUE SPACE.
       01  WS-CLE-AUDIT.
           02 WS-MATRICULE-AUDIT PIC 9(5).
           02 FILLER PIC X VALUE '/'.
           02 WS-ANNEE-AUDIT PIC 9(4).

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM APPLIQUER-SALARIE UNTIL EOF-SALA = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           OPEN I-O FAUGMENT
           IF WS-AUG-STATUS NOT = '00'
               DISPLAY 'AUCUNE CAMPAGNE DE REVISION (AUGGEN)'
               STOP RUN
           END-IF
           READ FAUGMENT NEXT RECORD
               AT END MOVE 1 TO EOF-AUG
           END-READ
           PERFORM CHARGER-UNE-AUG UNTIL EOF-AUG = 1
           IF NB-AUG = 0
               DISPLAY 'AUCUNE AUGMENTATION A APPLIQUER AU '
                       WS-DATE-JOUR
               CLOSE FAUGMENT
               STOP RUN
           END-IF
           OPEN I-O sala
           IF WS-SALA-STATUS NOT = '00'
               DISPLAY 'MASTER DE PAIE SALARIER.TXT ABSENT'
               CLOSE FAUGMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FRAPAUG
           MOVE SPACES TO LIGNE-RAPAUG
           STRING 'AUGMENTATIONS APPLIQUEES AU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
               INTO LIGNE-RAPAUG
           END-STRING
           WRITE LIGNE-RAPAUG
           MOVE SPACES TO LIGNE-RAPAUG
           WRITE LIGNE-RAPAUG
           MOVE 'MATR. NOM' TO LIGNE-RAPAUG
           MOVE 'DEPT.' TO LIGNE-RAPAUG(33:5)
           MOVE 'EFFET' TO LIGNE-RAPAUG(44:5)
           MOVE 'AVANT' TO LIGNE-RAPAUG(57:5)
           MOVE 'AUGM.' TO LIGNE-RAPAUG(67:5)
           MOVE 'APRES' TO LIGNE-RAPAUG(77:5)
           WRITE LIGNE-RAPAUG
           READ sala
               AT END MOVE 1 TO EOF-SALA
           END-READ.

       CHARGER-UNE-AUG.
           IF ETAT-AUG = 'A' AND DATE-EFFET-AUG NOT > WS-DATE-JOUR
               IF NB-AUG < 500
                   ADD 1 TO NB-AUG
                   MOVE CLE-AUG TO CLE-TAB(NB-AUG)
                   MOVE MONTANT-AUG TO MONTANT-TAB(NB-AUG)
                   MOVE DATE-EFFET-AUG TO DATE-EFFET-TAB(NB-AUG)
                   MOVE 0 TO SALAIRE-APRES-TAB(NB-AUG)
                   MOVE 'N' TO APPLIQUEE-TAB(NB-AUG)
               ELSE
                   DISPLAY 'TABLE PLEINE, AUGMENTATION REPORTEE '
                           MATRICULE-AUG
               END-IF
           END-IF
           READ FAUGMENT NEXT RECORD
               AT END MOVE 1 TO EOF-AUG
           END-READ.

      * un salarie peut cumuler deux augmentations en retard
      * d application : elles s ajoutent dans l ordre des campagnes
       APPLIQUER-SALARIE.
           MOVE SALAIRE TO WS-SALAIRE-AVANT
           MOVE 0 TO POS-AUG
           PERFORM APPLIQUER-UNE-AUG NB-AUG TIMES
           ADD WS-SALAIRE-AVANT TO WS-MASSE-AVANT
           ADD SALAIRE TO WS-MASSE-APRES
           IF SALAIRE NOT = WS-SALAIRE-AVANT
               REWRITE enreg-salarier
               END-REWRITE
           END-IF
           READ sala
               AT END MOVE 1 TO EOF-SALA
           END-READ.

       APPLIQUER-UNE-AUG.
           ADD 1 TO POS-AUG
           IF MATRICULE-TAB(POS-AUG) = matricule-salarier
               MOVE matricule-salarier TO LD-MATRICULE
               MOVE NOM TO LD-NOM
               MOVE DEPARTEMENT TO LD-DEPARTEMENT
               MOVE DATE-EFFET-TAB(POS-AUG) TO LD-EFFET
               MOVE SALAIRE TO LD-AVANT
               MOVE MONTANT-TAB(POS-AUG) TO LD-MONTANT
               ADD MONTANT-TAB(POS-AUG) TO SALAIRE
               MOVE SALAIRE TO LD-APRES
               MOVE SALAIRE TO SALAIRE-APRES-TAB(POS-AUG)
               MOVE 'O' TO APPLIQUEE-TAB(POS-AUG)
               MOVE LIGNE-DETAIL TO LIGNE-RAPAUG
               WRITE LIGNE-RAPAUG
           END-IF.

       CLOTURER-UNE-AUG.
           ADD 1 TO POS-AUG
           IF APPLIQUEE-TAB(POS-AUG) = 'O'
               MOVE CLE-TAB(POS-AUG) TO CLE-AUG
               READ FAUGMENT
                   INVALID KEY
                       DISPLAY 'FICHE ' CLE-TAB(POS-AUG)
                               ' INTROUVABLE'
               END-READ
               IF WS-AUG-STATUS = '00'
                   MOVE 'V' TO ETAT-AUG
                   MOVE SALAIRE-APRES-TAB(POS-AUG)
                     TO SALAIRE-APRES-AUG
                   MOVE WS-DATE-JOUR TO DATE-APPLIC-AUG
                   REWRITE enreg-augment
                   END-REWRITE
                   ADD 1 TO COMPTEURAPPLIQUEES
                   MOVE 'AUGMENTATION' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT
               END-IF
           ELSE
               ADD 1 TO COMPTEURANOMALIES
               MOVE SPACES TO LIGNE-RAPAUG
               STRING 'ANOMALIE : MATRICULE ' DELIMITED BY SIZE
                      MATRICULE-TAB(POS-AUG) DELIMITED BY SIZE
                      ' ABSENT DU MASTER DE PAIE, CAMPAGNE '
                      DELIMITED BY SIZE
                      ANNEE-TAB(POS-AUG) DELIMITED BY SIZE
                   INTO LIGNE-RAPAUG
               END-STRING
               WRITE LIGNE-RAPAUG
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE MATRICULE-AUG TO WS-MATRICULE-AUDIT
           MOVE ANNEE-AUG TO WS-ANNEE-AUDIT
           MOVE 'AUGAPP' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-CLE-AUDIT TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           MOVE 0 TO POS-AUG
           PERFORM CLOTURER-UNE-AUG NB-AUG TIMES
           MOVE SPACES TO LIGNE-RAPAUG
           WRITE LIGNE-RAPAUG
           MOVE WS-MASSE-AVANT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPAUG
           STRING 'MASSE SALARIALE AVANT : ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPAUG
           END-STRING
           WRITE LIGNE-RAPAUG
           MOVE WS-MASSE-APRES TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPAUG
           STRING 'MASSE SALARIALE APRES : ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPAUG
           END-STRING
           WRITE LIGNE-RAPAUG
           DISPLAY 'AUGMENTATIONS APPLIQUEES : ' COMPTEURAPPLIQUEES
           DISPLAY 'ANOMALIES                : ' COMPTEURANOMALIES
           IF COMPTEURANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE sala FAUGMENT FRAPAUG.

       END PROGRAM AUGAPP.
