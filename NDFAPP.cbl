       IDENTIFICATION DIVISION.
       PROGRAM-ID. NDFAPP.
      *****************************************************************
      * Console d approbation des notes de frais. L operateur de la
      * session ne voit que les notes en attente (etat S) des
      * employes des departements dont il est le responsable : la
      * zone responsable du referentiel Depts.txt (DEPTMNT) porte
      * son identifiant d operateur. Une note approuvee part au
      * remboursement (BULPAIE ou NDFVIR selon son mode), une note
      * refusee n est jamais payee ; la decision est journalisee
      * via AUDECR au nom de l approbateur.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FNOTESFRAIS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\NotesFrais.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-NDF OF enreg-ndf
               FILE STATUS IS WS-NDF-STATUS.
           SELECT FDEPTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Depts.txt'
               FILE STATUS IS WS-DEPTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FNOTESFRAIS.
       01  enreg-ndf.
           COPY NDFREC.

       FD  FDEPTS.
       01  enreg-dept.
           02 DEPT-CODE PIC X(10).
           02 DEPT-NOM PIC X(20).
           02 DEPT-MANAGER PIC X(20).
           02 DEPT-CC PIC X(6).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-NDF-STATUS PIC X(2) VALUE '00'.
       77  WS-DEPTS-STATUS PIC X(2) VALUE '00'.
       77  EOF-NDF PIC 99 VALUE 0.
       77  EOF-DEPTS PIC 99 VALUE 0.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  NB-DEPTS PIC 99 VALUE 0.
       77  POS-DEPT PIC 99 VALUE 0.
       77  WS-DEPT-TROUVE PIC 99 VALUE 0.
       77  COMPTEURAPPROUVEES PIC 9(5) VALUE 0.
       77  COMPTEURREFUSEES PIC 9(5) VALUE 0.
       77  COMPTEURPASSEES PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
      * departements dont l operateur est le responsable
       01  TABLE-DEPTS.
           02 DEPT-TAB OCCURS 50 TIMES.
              03 CODE-TAB PIC X(10).
       01  WS-CLE-AUDIT.
           02 WS-MATRICULE-AUDIT PIC 9(5).
           02 FILLER PIC X VALUE '/'.
           02 WS-NO-AUDIT PIC 9(3).
           02 FILLER PIC X VALUE SPACE.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM REVOIR-UNE-NOTE UNTIL EOF-NDF = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           OPEN INPUT FDEPTS
           IF WS-DEPTS-STATUS NOT = '00'
               DISPLAY 'REFERENTIEL DES DEPARTEMENTS ABSENT, '
                       'APPROBATION IMPOSSIBLE'
               STOP RUN
           END-IF
           READ FDEPTS
               AT END MOVE 1 TO EOF-DEPTS
           END-READ
           PERFORM CHARGER-UN-DEPT UNTIL EOF-DEPTS = 1
           CLOSE FDEPTS
           IF NB-DEPTS = 0
               DISPLAY 'OPERATEUR ' OPER-ID ' RESPONSABLE D AUCUN '
                       'DEPARTEMENT'
               STOP RUN
           END-IF
           OPEN I-O FNOTESFRAIS
           IF WS-NDF-STATUS NOT = '00'
               DISPLAY 'AUCUNE NOTE DE FRAIS EN ATTENTE'
               STOP RUN
           END-IF
           READ FNOTESFRAIS NEXT RECORD
               AT END MOVE 1 TO EOF-NDF
           END-READ.

       CHARGER-UN-DEPT.
           IF DEPT-MANAGER = OPER-ID AND NB-DEPTS < 50
               ADD 1 TO NB-DEPTS
               MOVE DEPT-CODE TO CODE-TAB(NB-DEPTS)
           END-IF
           READ FDEPTS
               AT END MOVE 1 TO EOF-DEPTS
           END-READ.

       REVOIR-UNE-NOTE.
           IF ETAT-NDF = 'S'
               MOVE 0 TO WS-DEPT-TROUVE POS-DEPT
               PERFORM COMPARER-DEPT NB-DEPTS TIMES
               IF WS-DEPT-TROUVE > 0
                   PERFORM DECIDER-NOTE
               END-IF
           END-IF
           READ FNOTESFRAIS NEXT RECORD
               AT END MOVE 1 TO EOF-NDF
           END-READ.

       COMPARER-DEPT.
           ADD 1 TO POS-DEPT
           IF CODE-TAB(POS-DEPT) = DEPARTEMENT-NDF
               MOVE POS-DEPT TO WS-DEPT-TROUVE
           END-IF.

       DECIDER-NOTE.
           DISPLAY '============ NOTE ' MATRICULE-NDF '/' NO-NDF
                   ' ============'
           DISPLAY 'EMPLOYE ' NOM-NDF ' DEPARTEMENT ' DEPARTEMENT-NDF
           DISPLAY 'DEPENSE DU ' DATE-NDF ' CATEGORIE ' CATEGORIE-NDF
                   ' JUSTIFICATIF ' JUSTIF-NDF
           DISPLAY 'MONTANT TTC ' MONTANT-NDF ' DONT TVA ' TVA-NDF
                   ' REMBOURSEMENT ' MODE-REMB-NDF
           DISPLAY 'SAISIE PAR ' SAISIE-PAR-NDF ' LE '
                   DATE-SAISIE-NDF
           DISPLAY 'APPROUVER (V), REFUSER (R), PASSER (AUTRE) : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               MOVE 'A' TO ETAT-NDF
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO COMPTEURAPPROUVEES
               MOVE 'APPROUVE NDF' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'NOTE APPROUVEE'
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               MOVE 'R' TO ETAT-NDF
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO COMPTEURREFUSEES
               MOVE 'REFUSE NDF' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'NOTE REFUSEE'
           ELSE
               ADD 1 TO COMPTEURPASSEES
           END-IF
           END-IF.

       ENREGISTRER-DECISION.
           MOVE OPER-ID TO APPROBATEUR-NDF
           ACCEPT DATE-APP-NDF FROM DATE YYYYMMDD
           REWRITE enreg-ndf
           END-REWRITE.

       ENREGISTRER-AUDIT.
           MOVE MATRICULE-NDF TO WS-MATRICULE-AUDIT
           MOVE NO-NDF TO WS-NO-AUDIT
           MOVE 'NDFAPP' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-CLE-AUDIT TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'NOTES APPROUVEES : ' COMPTEURAPPROUVEES
           DISPLAY 'NOTES REFUSEES   : ' COMPTEURREFUSEES
           DISPLAY 'NOTES EN ATTENTE : ' COMPTEURPASSEES
           CLOSE FNOTESFRAIS.

       END PROGRAM NDFAPP.
