       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSAPP.
      *****************************************************************
      * Console d approbation des demandes d absence. L operateur de
      * la session ne voit que les demandes en attente (etat D) des
      * employes des departements dont il est le responsable : la
      * zone responsable du referentiel Depts.txt (DEPTMNT) porte
      * son identifiant d operateur. Pour un conge paye le solde de
      * Conges.txt, diminue des conges deja approuves et non encore
      * passes en paie, est affiche avant la decision. Une absence
      * approuvee est prise en compte par BULPAIE sur le mois de son
      * debut ; la decision est journalisee via AUDECR au nom de
      * l approbateur.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FABSENCES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Absences.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ABS OF enreg-absence
               FILE STATUS IS WS-ABS-STATUS.
           SELECT FDEPTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Depts.txt'
               FILE STATUS IS WS-DEPTS-STATUS.
           SELECT FCONGES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Conges.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE-CGE OF enreg-conge
               FILE STATUS IS WS-CGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FABSENCES.
       01  enreg-absence.
           COPY ABSREC.

       FD  FDEPTS.
       01  enreg-dept.
           02 DEPT-CODE PIC X(10).
           02 DEPT-NOM PIC X(20).
           02 DEPT-MANAGER PIC X(20).
           02 DEPT-CC PIC X(6).

       FD  FCONGES.
       01  enreg-conge.
           02 MATRICULE-CGE PIC 9(5).
           02 SOLDE-CGE PIC S9(3)V99.
           02 DERNIERE-PERIODE-CGE PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-ABS-STATUS PIC X(2) VALUE '00'.
       77  WS-DEPTS-STATUS PIC X(2) VALUE '00'.
       77  WS-CGE-STATUS PIC X(2) VALUE '00'.
       77  WS-CONGES-DISPONIBLES PIC X VALUE 'N'.
       77  EOF-ABS PIC 99 VALUE 0.
       77  EOF-DEPTS PIC 99 VALUE 0.
       77  EOF-ENGAGES PIC 99 VALUE 0.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  NB-DEPTS PIC 99 VALUE 0.
       77  POS-DEPT PIC 99 VALUE 0.
       77  WS-DEPT-TROUVE PIC 99 VALUE 0.
       77  WS-MATRICULE-DEMANDE PIC 9(5) VALUE 0.
       77  WS-CONGES-ENGAGES PIC 9(3)V99 VALUE 0.
       77  WS-SOLDE-DISPONIBLE PIC S9(3)V99 VALUE 0.
       77  WS-SOLDE-EDIT PIC ZZ9.99-.
       77  COMPTEURAPPROUVEES PIC 9(5) VALUE 0.
       77  COMPTEURREFUSEES PIC 9(5) VALUE 0.
       77  COMPTEURPASSEES PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
      * departements dont l operateur est le responsable
       01  TABLE-DEPTS.
           02 DEPT-TAB OCCURS 50 TIMES.
              03 CODE-TAB PIC X(10).
       01  WS-DEMANDE-EN-COURS.
           02 WS-CLE-DEMANDE PIC X(8).
           02 WS-JOURS-DEMANDE PIC 9(2)V99.
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
           PERFORM REVOIR-UNE-DEMANDE UNTIL EOF-ABS = 1
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
           OPEN I-O FABSENCES
           IF WS-ABS-STATUS NOT = '00'
               DISPLAY 'AUCUNE DEMANDE D ABSENCE EN ATTENTE'
               STOP RUN
           END-IF
           OPEN INPUT FCONGES
           IF WS-CGE-STATUS = '00'
               MOVE 'O' TO WS-CONGES-DISPONIBLES
           END-IF
           READ FABSENCES NEXT RECORD
               AT END MOVE 1 TO EOF-ABS
           END-READ.

       CHARGER-UN-DEPT.
           IF DEPT-MANAGER = OPER-ID AND NB-DEPTS < 50
               ADD 1 TO NB-DEPTS
               MOVE DEPT-CODE TO CODE-TAB(NB-DEPTS)
           END-IF
           READ FDEPTS
               AT END MOVE 1 TO EOF-DEPTS
           END-READ.

       REVOIR-UNE-DEMANDE.
           IF ETAT-ABS = 'D'
               MOVE 0 TO WS-DEPT-TROUVE POS-DEPT
               PERFORM COMPARER-DEPT NB-DEPTS TIMES
               IF WS-DEPT-TROUVE > 0
                   PERFORM DECIDER-DEMANDE
               END-IF
           END-IF
           READ FABSENCES NEXT RECORD
               AT END MOVE 1 TO EOF-ABS
           END-READ.

       COMPARER-DEPT.
           ADD 1 TO POS-DEPT
           IF CODE-TAB(POS-DEPT) = DEPARTEMENT-ABS
               MOVE POS-DEPT TO WS-DEPT-TROUVE
           END-IF.

       DECIDER-DEMANDE.
           DISPLAY '============ ABSENCE ' MATRICULE-ABS '/' NO-ABS
                   ' ============'
           DISPLAY 'EMPLOYE ' NOM-ABS ' DEPARTEMENT ' DEPARTEMENT-ABS
           DISPLAY 'TYPE ' TYPE-ABS ' DU ' DATE-DEBUT-ABS
                   ' AU ' DATE-FIN-ABS ' JOURS OUVRES ' JOURS-ABS
           DISPLAY 'SAISIE PAR ' SAISIE-PAR-ABS ' LE '
                   DATE-SAISIE-ABS
           IF TYPE-ABS = 'C'
               PERFORM AFFICHER-SOLDE-CONGES
           END-IF
           DISPLAY 'APPROUVER (V), REFUSER (R), PASSER (AUTRE) : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               MOVE 'A' TO ETAT-ABS
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO COMPTEURAPPROUVEES
               MOVE 'APPROUVE ABS' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'ABSENCE APPROUVEE'
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               MOVE 'R' TO ETAT-ABS
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO COMPTEURREFUSEES
               MOVE 'REFUSE ABS' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'ABSENCE REFUSEE'
           ELSE
               ADD 1 TO COMPTEURPASSEES
           END-IF
           END-IF.

      * le cumul des conges engages parcourt les demandes de
      * l employe puis repositionne la lecture sur la demande revue
       AFFICHER-SOLDE-CONGES.
           MOVE CLE-ABS TO WS-CLE-DEMANDE
           MOVE JOURS-ABS TO WS-JOURS-DEMANDE
           MOVE MATRICULE-ABS TO WS-MATRICULE-DEMANDE
           MOVE 0 TO WS-SOLDE-DISPONIBLE WS-CONGES-ENGAGES
           IF WS-CONGES-DISPONIBLES = 'O'
               MOVE WS-MATRICULE-DEMANDE TO MATRICULE-CGE
               READ FCONGES
                   INVALID KEY MOVE 0 TO SOLDE-CGE
               END-READ
               MOVE SOLDE-CGE TO WS-SOLDE-DISPONIBLE
           END-IF
           MOVE 0 TO NO-ABS EOF-ENGAGES
           START FABSENCES
               KEY NOT < CLE-ABS OF enreg-absence
               INVALID KEY MOVE 1 TO EOF-ENGAGES
           END-START
           PERFORM CUMULER-CONGE-ENGAGE UNTIL EOF-ENGAGES = 1
           MOVE WS-CLE-DEMANDE TO CLE-ABS
           READ FABSENCES
               INVALID KEY
                   DISPLAY 'DEMANDE ' WS-CLE-DEMANDE ' INTROUVABLE'
           END-READ
           SUBTRACT WS-CONGES-ENGAGES FROM WS-SOLDE-DISPONIBLE
           MOVE WS-SOLDE-DISPONIBLE TO WS-SOLDE-EDIT
           DISPLAY 'SOLDE DE CONGES DISPONIBLE : ' WS-SOLDE-EDIT
                   ' JOURS'
           IF WS-JOURS-DEMANDE > WS-SOLDE-DISPONIBLE
               DISPLAY 'ATTENTION : DEMANDE SUPERIEURE AU SOLDE'
           END-IF.

       CUMULER-CONGE-ENGAGE.
           READ FABSENCES NEXT RECORD
               AT END MOVE 1 TO EOF-ENGAGES
           END-READ
           IF EOF-ENGAGES NOT = 1
               IF MATRICULE-ABS NOT = WS-MATRICULE-DEMANDE
                   MOVE 1 TO EOF-ENGAGES
               ELSE
               IF TYPE-ABS = 'C' AND ETAT-ABS = 'A'
                  AND PERIODE-PAIE-ABS = 0
                   ADD JOURS-ABS TO WS-CONGES-ENGAGES
               END-IF
               END-IF
           END-IF.

       ENREGISTRER-DECISION.
           MOVE OPER-ID TO APPROBATEUR-ABS
           ACCEPT DATE-APP-ABS FROM DATE YYYYMMDD
           REWRITE enreg-absence
           END-REWRITE.

       ENREGISTRER-AUDIT.
           MOVE MATRICULE-ABS TO WS-MATRICULE-AUDIT
           MOVE NO-ABS TO WS-NO-AUDIT
           MOVE 'ABSAPP' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-CLE-AUDIT TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'ABSENCES APPROUVEES : ' COMPTEURAPPROUVEES
           DISPLAY 'ABSENCES REFUSEES   : ' COMPTEURREFUSEES
           DISPLAY 'ABSENCES EN ATTENTE : ' COMPTEURPASSEES
           IF WS-CONGES-DISPONIBLES = 'O'
               CLOSE FCONGES
           END-IF
           CLOSE FABSENCES.

       END PROGRAM ABSAPP.
