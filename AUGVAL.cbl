       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUGVAL.
      *****************************************************************
      * Validation RH des augmentations proposees par les responsables
      * de departement (AUGSAIS) pour la campagne AUGVAL-ANNEE (AAAA,
      * defaut annee courante). Reserve au niveau mise a jour master.
      * Chaque fiche proposee (etat P) est approuvee (A) ou refusee
      * (R) ; une fiche approuvee est appliquee au master de paie par
      * AUGAPP a sa date d effet. La decision est journalisee via
      * AUDECR au nom du valideur.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FAUGMENT
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Augmentations.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-AUG OF enreg-augment
               FILE STATUS IS WS-AUG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAUGMENT.
       01  enreg-augment.
           COPY AUGREC.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-AUG-STATUS PIC X(2) VALUE '00'.
       77  EOF-AUG PIC 99 VALUE 0.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-ANNEE-ENV PIC X(4) VALUE SPACE.
       77  WS-ANNEE-CAMPAGNE PIC 9(4) VALUE 0.
       77  WS-TAUX-AUG PIC 9(3)V99 VALUE 0.
       77  WS-TAUX-EDIT PIC ZZ9.99.
       77  COMPTEURAPPROUVEES PIC 9(5) VALUE 0.
       77  COMPTEURREFUSEES PIC 9(5) VALUE 0.
       77  COMPTEURPASSEES PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
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
           PERFORM REVOIR-UNE-FICHE UNTIL EOF-AUG = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS POUR '
                       'VALIDER LES AUGMENTATIONS'
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-ANNEE-ENV FROM ENVIRONMENT 'AUGVAL-ANNEE'
           IF WS-ANNEE-ENV NOT = SPACES
              AND WS-ANNEE-ENV IS NUMERIC
               MOVE WS-ANNEE-ENV TO WS-ANNEE-CAMPAGNE
           ELSE
               COMPUTE WS-ANNEE-CAMPAGNE = WS-DATE-JOUR / 10000
           END-IF
           OPEN I-O FAUGMENT
           IF WS-AUG-STATUS NOT = '00'
               DISPLAY 'CAMPAGNE DE REVISION NON OUVERTE (AUGGEN)'
               STOP RUN
           END-IF
           READ FAUGMENT NEXT RECORD
               AT END MOVE 1 TO EOF-AUG
           END-READ.

       REVOIR-UNE-FICHE.
           IF ANNEE-AUG = WS-ANNEE-CAMPAGNE AND ETAT-AUG = 'P'
               PERFORM DECIDER-FICHE
           END-IF
           READ FAUGMENT NEXT RECORD
               AT END MOVE 1 TO EOF-AUG
           END-READ.

       DECIDER-FICHE.
           MOVE 0 TO WS-TAUX-AUG
           IF SALAIRE-AVANT-AUG > 0
               COMPUTE WS-TAUX-AUG ROUNDED
                   = MONTANT-AUG * 100 / SALAIRE-AVANT-AUG
           END-IF
           MOVE WS-TAUX-AUG TO WS-TAUX-EDIT
           DISPLAY '========== AUGMENTATION ' MATRICULE-AUG '/'
                   ANNEE-AUG ' =========='
           DISPLAY 'EMPLOYE ' NOM-AUG ' DEPARTEMENT ' DEPARTEMENT-AUG
           DISPLAY 'SALAIRE DE BASE ' SALAIRE-AVANT-AUG
                   ' ANCIENNETE ' ANCIENNETE-AUG
                   ' DERNIERE AUG ' DERNIERE-AUG-DATE
           DISPLAY 'PROPOSITION ' MONTANT-AUG ' SOIT ' WS-TAUX-EDIT
                   ' % AU ' DATE-EFFET-AUG ' PAR ' PROPOSE-PAR-AUG
           DISPLAY 'APPROUVER (V), REFUSER (R), PASSER (AUTRE) : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               MOVE 'A' TO ETAT-AUG
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO COMPTEURAPPROUVEES
               MOVE 'APPROUVE AUG' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'AUGMENTATION APPROUVEE'
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               MOVE 'R' TO ETAT-AUG
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO COMPTEURREFUSEES
               MOVE 'REFUSE AUG' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'AUGMENTATION REFUSEE'
           ELSE
               ADD 1 TO COMPTEURPASSEES
           END-IF
           END-IF.

       ENREGISTRER-DECISION.
           MOVE OPER-ID TO APPROUVE-PAR-AUG
           ACCEPT DATE-APP-AUG FROM DATE YYYYMMDD
           REWRITE enreg-augment
           END-REWRITE.

       ENREGISTRER-AUDIT.
           MOVE MATRICULE-AUG TO WS-MATRICULE-AUDIT
           MOVE ANNEE-AUG TO WS-ANNEE-AUDIT
           MOVE 'AUGVAL' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-CLE-AUDIT TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'AUGMENTATIONS APPROUVEES : ' COMPTEURAPPROUVEES
           DISPLAY 'AUGMENTATIONS REFUSEES   : ' COMPTEURREFUSEES
           DISPLAY 'AUGMENTATIONS EN ATTENTE : ' COMPTEURPASSEES
           CLOSE FAUGMENT.

       END PROGRAM AUGVAL.
