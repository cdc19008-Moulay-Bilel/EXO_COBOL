       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSCAL.
      *****************************************************************
      * Calendrier des absences par equipe pour le mois ABSCAL-MOIS
      * (AAAAMM, defaut mois courant) : les demandes approuvees et en
      * attente d Absences.txt sont triees par departement puis par
      * employe ; une ligne par employe absent porte une case par
      * jour du mois, marquee du type d absence (C conge paye, M
      * maladie, S sans solde) si elle est approuvee, de ? si elle
      * attend encore l approbation. Etat EtatAbsences.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FABSENCES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Absences.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-ABS OF enreg-absence
               FILE STATUS IS WS-ABS-STATUS.
           SELECT FTRIABS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\AbsTri.tmp'.
           SELECT FRAPPORT
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\EtatAbsences.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FABSENCES.
       01  enreg-absence.
           COPY ABSREC.

       SD  FTRIABS.
       01  enreg-triabs.
           COPY ABSREC.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ABS-STATUS PIC X(2) VALUE '00'.
       77  EOF-ABS PIC 99 VALUE 0.
       77  EOF-TRI PIC 99 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-MOIS-ENV PIC X(6) VALUE SPACE.
       77  WS-MOIS-CIBLE PIC 9(6) VALUE 0.
       77  WS-PERIODE-ABSENCE PIC 9(6) VALUE 0.
       77  WS-PREMIER PIC X VALUE 'O'.
       77  WS-DEPT-COURANT PIC X(10) VALUE SPACE.
       77  WS-MATRICULE-COURANT PIC 9(5) VALUE 0.
       77  WS-NOM-COURANT PIC X(25) VALUE SPACE.
       77  WS-JOURS-EMPLOYE PIC 9(3)V99 VALUE 0.
       77  WS-MARQUE PIC X VALUE SPACE.
       77  WS-JOUR PIC 99 VALUE 0.
       77  WS-JOUR-FIN PIC 99 VALUE 0.
       77  COMPTEURRETENUES PIC 9(5) VALUE 0.
       77  COMPTEUREMPLOYES-DEPT PIC 9(5) VALUE 0.
       77  COMPTEUREMPLOYES PIC 9(5) VALUE 0.
       01  WS-CALENDRIER.
           02 WS-CASE-JOUR PIC X OCCURS 31 TIMES.
       01  WS-DATE-ABSENCE PIC 9(8) VALUE 0.
       01  WS-DATE-ABSENCE-R REDEFINES WS-DATE-ABSENCE.
           02 FILLER PIC 9(6).
           02 WS-JJ-ABSENCE PIC 99.
       01  LIGNE-EMPLOYE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 LE-MATRICULE PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LE-NOM PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 LE-CALENDRIER PIC X(31).
           02 FILLER PIC X VALUE SPACE.
           02 LE-JOURS PIC ZZ9.99.
           02 FILLER PIC X(8) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           SORT FTRIABS
               ASCENDING KEY DEPARTEMENT-ABS OF enreg-triabs
                             MATRICULE-ABS OF enreg-triabs
                             DATE-DEBUT-ABS OF enreg-triabs
               INPUT PROCEDURE IS FILTRER-ABSENCES
               OUTPUT PROCEDURE IS EDITER-CALENDRIER
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-MOIS-ENV FROM ENVIRONMENT 'ABSCAL-MOIS'
           IF WS-MOIS-ENV NOT = SPACES
              AND WS-MOIS-ENV IS NUMERIC
               MOVE WS-MOIS-ENV TO WS-MOIS-CIBLE
           ELSE
               COMPUTE WS-MOIS-CIBLE = WS-DATE-JOUR / 100
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- CALENDRIER DES ABSENCES PAR EQUIPE, MOIS '
                  DELIMITED BY SIZE
                  WS-MOIS-CIBLE DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'C CONGE PAYE  M MALADIE  S SANS SOLDE  ? EN ATTENTE'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE '0000000001111111111222222222233'
               TO LIGNE-RAPPORT(35:31)
           MOVE 'JOURS' TO LIGNE-RAPPORT(68:5)
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE '1234567890123456789012345678901'
               TO LIGNE-RAPPORT(35:31)
           WRITE LIGNE-RAPPORT.

      * absences en attente ou approuvees commencant dans le mois
      * (une demande ne deborde jamais sur le mois suivant)
       FILTRER-ABSENCES.
           OPEN INPUT FABSENCES
           IF WS-ABS-STATUS = '00'
               READ FABSENCES
                   AT END MOVE 1 TO EOF-ABS
               END-READ
               PERFORM FILTRER-UNE-ABSENCE UNTIL EOF-ABS = 1
               CLOSE FABSENCES
           END-IF.

       FILTRER-UNE-ABSENCE.
           COMPUTE WS-PERIODE-ABSENCE
               = DATE-DEBUT-ABS OF enreg-absence / 100
           IF WS-PERIODE-ABSENCE = WS-MOIS-CIBLE
              AND (ETAT-ABS OF enreg-absence = 'A'
                   OR ETAT-ABS OF enreg-absence = 'D')
               RELEASE enreg-triabs FROM enreg-absence
               ADD 1 TO COMPTEURRETENUES
           END-IF
           READ FABSENCES
               AT END MOVE 1 TO EOF-ABS
           END-READ.

       EDITER-CALENDRIER.
           PERFORM EDITER-UNE-ABSENCE UNTIL EOF-TRI = 1
           IF WS-PREMIER = 'N'
               PERFORM ECRIRE-LIGNE-EMPLOYE
               PERFORM TOTALISER-DEPARTEMENT
           END-IF.

       EDITER-UNE-ABSENCE.
           RETURN FTRIABS
               AT END MOVE 1 TO EOF-TRI
           END-RETURN
           IF EOF-TRI NOT = 1
               IF WS-PREMIER = 'O'
                   MOVE 'N' TO WS-PREMIER
                   PERFORM OUVRIR-DEPARTEMENT
                   PERFORM OUVRIR-EMPLOYE
               ELSE
               IF DEPARTEMENT-ABS OF enreg-triabs
                       NOT = WS-DEPT-COURANT
                   PERFORM ECRIRE-LIGNE-EMPLOYE
                   PERFORM TOTALISER-DEPARTEMENT
                   PERFORM OUVRIR-DEPARTEMENT
                   PERFORM OUVRIR-EMPLOYE
               ELSE
               IF MATRICULE-ABS OF enreg-triabs
                       NOT = WS-MATRICULE-COURANT
                   PERFORM ECRIRE-LIGNE-EMPLOYE
                   PERFORM OUVRIR-EMPLOYE
               END-IF
               END-IF
               END-IF
               PERFORM MARQUER-ABSENCE
           END-IF.

       OUVRIR-DEPARTEMENT.
           MOVE DEPARTEMENT-ABS OF enreg-triabs TO WS-DEPT-COURANT
           MOVE 0 TO COMPTEUREMPLOYES-DEPT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'DEPARTEMENT ' DELIMITED BY SIZE
                  WS-DEPT-COURANT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       OUVRIR-EMPLOYE.
           MOVE MATRICULE-ABS OF enreg-triabs TO WS-MATRICULE-COURANT
           MOVE NOM-ABS OF enreg-triabs TO WS-NOM-COURANT
           MOVE 0 TO WS-JOURS-EMPLOYE
           MOVE ALL '.' TO WS-CALENDRIER.

       MARQUER-ABSENCE.
           IF ETAT-ABS OF enreg-triabs = 'A'
               MOVE TYPE-ABS OF enreg-triabs TO WS-MARQUE
           ELSE
               MOVE '?' TO WS-MARQUE
           END-IF
           ADD JOURS-ABS OF enreg-triabs TO WS-JOURS-EMPLOYE
           MOVE DATE-FIN-ABS OF enreg-triabs TO WS-DATE-ABSENCE
           MOVE WS-JJ-ABSENCE TO WS-JOUR-FIN
           MOVE DATE-DEBUT-ABS OF enreg-triabs TO WS-DATE-ABSENCE
           MOVE WS-JJ-ABSENCE TO WS-JOUR
           IF WS-JOUR-FIN > 31
               MOVE 31 TO WS-JOUR-FIN
           END-IF
           IF WS-JOUR > 0
               PERFORM MARQUER-UN-JOUR
                   UNTIL WS-JOUR > WS-JOUR-FIN
           END-IF.

       MARQUER-UN-JOUR.
           MOVE WS-MARQUE TO WS-CASE-JOUR(WS-JOUR)
           ADD 1 TO WS-JOUR.

       ECRIRE-LIGNE-EMPLOYE.
           MOVE WS-MATRICULE-COURANT TO LE-MATRICULE
           MOVE WS-NOM-COURANT TO LE-NOM
           MOVE WS-CALENDRIER TO LE-CALENDRIER
           MOVE WS-JOURS-EMPLOYE TO LE-JOURS
           MOVE LIGNE-EMPLOYE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           ADD 1 TO COMPTEUREMPLOYES-DEPT COMPTEUREMPLOYES.

       TOTALISER-DEPARTEMENT.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  EMPLOYES ABSENTS DANS LE MOIS : ' DELIMITED BY SIZE
                  COMPTEUREMPLOYES-DEPT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       FIN.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL EMPLOYES ABSENTS : ' DELIMITED BY SIZE
                  COMPTEUREMPLOYES DELIMITED BY SIZE
                  '  DEMANDES RETENUES : ' DELIMITED BY SIZE
                  COMPTEURRETENUES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'EMPLOYES ABSENTS : ' COMPTEUREMPLOYES
           CLOSE FRAPPORT.

       END PROGRAM ABSCAL.
