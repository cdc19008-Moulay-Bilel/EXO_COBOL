       IDENTIFICATION DIVISION.
       PROGRAM-ID. NDFRPT.
      *****************************************************************
      * Etat mensuel des notes de frais par departement : pour les
      * notes dont la depense tombe dans le mois (NDFRPT-MOIS au
      * format AAAAMM, par defaut le mois courant), nombre et montant
      * TTC par etat (en attente, approuvees, remboursees, refusees),
      * TVA recuperable des notes approuvees ou remboursees, et
      * total general. Les notes annulees a la saisie sont ignorees.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FNOTESFRAIS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\NotesFrais.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-NDF OF enreg-ndf
               FILE STATUS IS WS-NDF-STATUS.
           SELECT FRAPPORT
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\EtatNotesFrais.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FNOTESFRAIS.
       01  enreg-ndf.
           COPY NDFREC.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-NDF PIC 99 VALUE 0.
       77  WS-NDF-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-MOIS PIC 9(6) VALUE 0.
       77  WS-SAISIE-MOIS PIC X(6) VALUE SPACE.
       77  WS-MOIS-NDF PIC 9(6) VALUE 0.
       77  NB-DEPTS PIC 99 VALUE 0.
       77  POS-DEPT PIC 99 VALUE 0.
       77  WS-DEPT-TROUVE PIC 99 VALUE 0.
       77  COMPTEURHORSTABLE PIC 9(5) VALUE 0.
       77  WS-NB-EDIT PIC ZZZZ9.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       01  TABLE-DEPTS.
           02 DEPT-TAB OCCURS 50 TIMES.
              03 CODE-TAB PIC X(10).
              03 NB-ATTENTE-TAB PIC 9(5).
              03 MNT-ATTENTE-TAB PIC 9(8)V99.
              03 NB-APPROUVE-TAB PIC 9(5).
              03 MNT-APPROUVE-TAB PIC 9(8)V99.
              03 NB-REMBOURSE-TAB PIC 9(5).
              03 MNT-REMBOURSE-TAB PIC 9(8)V99.
              03 NB-REFUSE-TAB PIC 9(5).
              03 MNT-REFUSE-TAB PIC 9(8)V99.
              03 TVA-TAB PIC 9(8)V99.
       01  TOTAUX-GENERAUX.
           02 FILLER PIC X(10) VALUE 'TOTAL'.
           02 NB-ATTENTE-TOT PIC 9(5) VALUE 0.
           02 MNT-ATTENTE-TOT PIC 9(8)V99 VALUE 0.
           02 NB-APPROUVE-TOT PIC 9(5) VALUE 0.
           02 MNT-APPROUVE-TOT PIC 9(8)V99 VALUE 0.
           02 NB-REMBOURSE-TOT PIC 9(5) VALUE 0.
           02 MNT-REMBOURSE-TOT PIC 9(8)V99 VALUE 0.
           02 NB-REFUSE-TOT PIC 9(5) VALUE 0.
           02 MNT-REFUSE-TOT PIC 9(8)V99 VALUE 0.
           02 TVA-TOT PIC 9(8)V99 VALUE 0.
      * ligne d etats en cours d edition (departement ou total)
       01  CUMUL-EDITION.
           02 CODE-EDI PIC X(10).
           02 NB-ATTENTE-EDI PIC 9(5).
           02 MNT-ATTENTE-EDI PIC 9(8)V99.
           02 NB-APPROUVE-EDI PIC 9(5).
           02 MNT-APPROUVE-EDI PIC 9(8)V99.
           02 NB-REMBOURSE-EDI PIC 9(5).
           02 MNT-REMBOURSE-EDI PIC 9(8)V99.
           02 NB-REFUSE-EDI PIC 9(5).
           02 MNT-REFUSE-EDI PIC 9(8)V99.
           02 TVA-EDI PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM CUMULER-UNE-NOTE UNTIL EOF-NDF = 1
           PERFORM EDITER-RAPPORT
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE WS-MOIS = WS-DATE-JOUR / 100
           ACCEPT WS-SAISIE-MOIS FROM ENVIRONMENT 'NDFRPT-MOIS'
           IF WS-SAISIE-MOIS NOT = SPACES
              AND WS-SAISIE-MOIS IS NUMERIC
               MOVE WS-SAISIE-MOIS TO WS-MOIS
           END-IF
           OPEN INPUT FNOTESFRAIS
           IF WS-NDF-STATUS NOT = '00'
               DISPLAY 'AUCUNE NOTE DE FRAIS'
               STOP RUN
           END-IF
           OPEN OUTPUT FRAPPORT
           READ FNOTESFRAIS
               AT END MOVE 1 TO EOF-NDF
           END-READ.

       CUMULER-UNE-NOTE.
           COMPUTE WS-MOIS-NDF = DATE-NDF / 100
           IF WS-MOIS-NDF = WS-MOIS AND ETAT-NDF NOT = 'X'
               MOVE 0 TO WS-DEPT-TROUVE POS-DEPT
               PERFORM CHERCHER-DEPT NB-DEPTS TIMES
               IF WS-DEPT-TROUVE = 0
                   PERFORM AJOUTER-DEPT
               END-IF
               IF WS-DEPT-TROUVE > 0
                   PERFORM CUMULER-DANS-DEPT
               ELSE
                   ADD 1 TO COMPTEURHORSTABLE
               END-IF
           END-IF
           READ FNOTESFRAIS
               AT END MOVE 1 TO EOF-NDF
           END-READ.

       CHERCHER-DEPT.
           ADD 1 TO POS-DEPT
           IF CODE-TAB(POS-DEPT) = DEPARTEMENT-NDF
               MOVE POS-DEPT TO WS-DEPT-TROUVE
           END-IF.

       AJOUTER-DEPT.
           IF NB-DEPTS < 50
               ADD 1 TO NB-DEPTS
               MOVE NB-DEPTS TO WS-DEPT-TROUVE
               MOVE DEPARTEMENT-NDF TO CODE-TAB(NB-DEPTS)
               MOVE 0 TO NB-ATTENTE-TAB(NB-DEPTS)
               MOVE 0 TO MNT-ATTENTE-TAB(NB-DEPTS)
               MOVE 0 TO NB-APPROUVE-TAB(NB-DEPTS)
               MOVE 0 TO MNT-APPROUVE-TAB(NB-DEPTS)
               MOVE 0 TO NB-REMBOURSE-TAB(NB-DEPTS)
               MOVE 0 TO MNT-REMBOURSE-TAB(NB-DEPTS)
               MOVE 0 TO NB-REFUSE-TAB(NB-DEPTS)
               MOVE 0 TO MNT-REFUSE-TAB(NB-DEPTS)
               MOVE 0 TO TVA-TAB(NB-DEPTS)
           END-IF.

      * la TVA n est recuperable que sur les notes acceptees
       CUMULER-DANS-DEPT.
           IF ETAT-NDF = 'S'
               ADD 1 TO NB-ATTENTE-TAB(WS-DEPT-TROUVE)
               ADD MONTANT-NDF TO MNT-ATTENTE-TAB(WS-DEPT-TROUVE)
           ELSE
           IF ETAT-NDF = 'A'
               ADD 1 TO NB-APPROUVE-TAB(WS-DEPT-TROUVE)
               ADD MONTANT-NDF TO MNT-APPROUVE-TAB(WS-DEPT-TROUVE)
               ADD TVA-NDF TO TVA-TAB(WS-DEPT-TROUVE)
           ELSE
           IF ETAT-NDF = 'P'
               ADD 1 TO NB-REMBOURSE-TAB(WS-DEPT-TROUVE)
               ADD MONTANT-NDF TO MNT-REMBOURSE-TAB(WS-DEPT-TROUVE)
               ADD TVA-NDF TO TVA-TAB(WS-DEPT-TROUVE)
           ELSE
           IF ETAT-NDF = 'R'
               ADD 1 TO NB-REFUSE-TAB(WS-DEPT-TROUVE)
               ADD MONTANT-NDF TO MNT-REFUSE-TAB(WS-DEPT-TROUVE)
           END-IF
           END-IF
           END-IF
           END-IF.

       EDITER-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- NOTES DE FRAIS PAR DEPARTEMENT, MOIS '
                  DELIMITED BY SIZE
                  WS-MOIS DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60)
           MOVE 0 TO POS-DEPT
           PERFORM EDITER-UN-DEPARTEMENT NB-DEPTS TIMES
           MOVE '== TOTAL GENERAL ==' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60)
           MOVE TOTAUX-GENERAUX TO CUMUL-EDITION
           PERFORM FORMATER-LIGNES-ETATS.

       EDITER-UN-DEPARTEMENT.
           ADD 1 TO POS-DEPT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '== DEPARTEMENT ' DELIMITED BY SIZE
                  CODE-TAB(POS-DEPT) DELIMITED BY SIZE
                  ' ==' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60)
           ADD NB-ATTENTE-TAB(POS-DEPT) TO NB-ATTENTE-TOT
           ADD MNT-ATTENTE-TAB(POS-DEPT) TO MNT-ATTENTE-TOT
           ADD NB-APPROUVE-TAB(POS-DEPT) TO NB-APPROUVE-TOT
           ADD MNT-APPROUVE-TAB(POS-DEPT) TO MNT-APPROUVE-TOT
           ADD NB-REMBOURSE-TAB(POS-DEPT) TO NB-REMBOURSE-TOT
           ADD MNT-REMBOURSE-TAB(POS-DEPT) TO MNT-REMBOURSE-TOT
           ADD NB-REFUSE-TAB(POS-DEPT) TO NB-REFUSE-TOT
           ADD MNT-REFUSE-TAB(POS-DEPT) TO MNT-REFUSE-TOT
           ADD TVA-TAB(POS-DEPT) TO TVA-TOT
           MOVE DEPT-TAB(POS-DEPT) TO CUMUL-EDITION
           PERFORM FORMATER-LIGNES-ETATS.

       FORMATER-LIGNES-ETATS.
           MOVE NB-ATTENTE-EDI TO WS-NB-EDIT
           MOVE MNT-ATTENTE-EDI TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  EN ATTENTE   NB=' DELIMITED BY SIZE
                  WS-NB-EDIT DELIMITED BY SIZE
                  ' TTC=' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60)
           MOVE NB-APPROUVE-EDI TO WS-NB-EDIT
           MOVE MNT-APPROUVE-EDI TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  APPROUVEES   NB=' DELIMITED BY SIZE
                  WS-NB-EDIT DELIMITED BY SIZE
                  ' TTC=' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60)
           MOVE NB-REMBOURSE-EDI TO WS-NB-EDIT
           MOVE MNT-REMBOURSE-EDI TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  REMBOURSEES  NB=' DELIMITED BY SIZE
                  WS-NB-EDIT DELIMITED BY SIZE
                  ' TTC=' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60)
           MOVE NB-REFUSE-EDI TO WS-NB-EDIT
           MOVE MNT-REFUSE-EDI TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  REFUSEES     NB=' DELIMITED BY SIZE
                  WS-NB-EDIT DELIMITED BY SIZE
                  ' TTC=' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60)
           MOVE TVA-EDI TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  TVA RECUPERABLE      ' DELIMITED BY SIZE
                  '     =' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60).

       FIN.
           IF COMPTEURHORSTABLE > 0
               DISPLAY 'NOTES HORS TABLE (PLUS DE 50 DEPARTEMENTS) : '
                       COMPTEURHORSTABLE
           END-IF
           DISPLAY 'DEPARTEMENTS EDITES : ' NB-DEPTS
           CLOSE FNOTESFRAIS FRAPPORT.

       END PROGRAM NDFRPT.
