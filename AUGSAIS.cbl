       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUGSAIS.
      *****************************************************************
      * Console de proposition des augmentations de la campagne
      * AUGSAIS-ANNEE (AAAA, defaut annee courante) ouverte par
      * AUGGEN. L operateur de la session ne travaille que sur les
      * departements dont il est le responsable dans Depts.txt. Une
      * proposition porte un montant mensuel et une date d effet dans
      * l annee de campagne ; le cumul des propositions, approbations
      * et augmentations appliquees du departement ne peut depasser
      * l enveloppe (AUG-ENVELOPPE % de la masse salariale de base).
      * Les fiches proposees (etat P) sont soumises a la validation
      * RH par AUGVAL ; chaque saisie est journalisee via AUDECR.
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
           SELECT FDEPTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Depts.txt'
               FILE STATUS IS WS-DEPTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAUGMENT.
       01  enreg-augment.
           COPY AUGREC.

       FD  FDEPTS.
       01  enreg-dept.
           02 DEPT-CODE PIC X(10).
           02 DEPT-NOM PIC X(20).
           02 DEPT-MANAGER PIC X(20).
           02 DEPT-CC PIC X(6).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-AUG-STATUS PIC X(2) VALUE '00'.
       77  WS-DEPTS-STATUS PIC X(2) VALUE '00'.
       77  EOF-AUG PIC 99 VALUE 0.
       77  EOF-DEPTS PIC 99 VALUE 0.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-TROUVE PIC X VALUE 'N'.
       77  WS-LISTER PIC X VALUE 'N'.
       77  NB-DEPTS PIC 99 VALUE 0.
       77  POS-DEPT PIC 99 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-ANNEE-ENV PIC X(4) VALUE SPACE.
       77  WS-ANNEE-CAMPAGNE PIC 9(4) VALUE 0.
       77  WS-DEPT-SAISI PIC X(10) VALUE SPACE.
       77  WS-MATRICULE-SAISI PIC 9(5) VALUE 0.
       77  WS-MONTANT-SAISI PIC 9(6)V99 VALUE 0.
       77  WS-MASSE-DEPT PIC 9(8)V99 VALUE 0.
       77  WS-ENGAGE-DEPT PIC 9(8)V99 VALUE 0.
       77  WS-ENVELOPPE-DEPT PIC 9(8)V99 VALUE 0.
       77  WS-DISPONIBLE PIC S9(8)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99-.
       77  COMPTEURPROPOSEES PIC 9(5) VALUE 0.
       77  COMPTEURRETIREES PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-DATE-EFFET-SAISIE.
           02 WS-AAAA-EFFET PIC 9(4).
           02 WS-MM-EFFET PIC 99.
           02 WS-JJ-EFFET PIC 99.
       01  WS-ENVELOPPE-PARAM.
           02 WS-ENVELOPPE-SAISIE PIC X(4).
           02 WS-ENVELOPPE-PCT REDEFINES WS-ENVELOPPE-SAISIE
                 PIC 9(2)V99.
      * departements dont l operateur est le responsable
       01  TABLE-DEPTS.
           02 DEPT-TAB OCCURS 50 TIMES.
              03 CODE-TAB PIC X(10).
       01  WS-CLE-AUDIT.
           02 WS-MATRICULE-AUDIT PIC 9(5).
           02 FILLER PIC X VALUE '/'.
           02 WS-ANNEE-AUDIT PIC 9(4).
       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-ANNEE-ENV FROM ENVIRONMENT 'AUGSAIS-ANNEE'
           IF WS-ANNEE-ENV NOT = SPACES
              AND WS-ANNEE-ENV IS NUMERIC
               MOVE WS-ANNEE-ENV TO WS-ANNEE-CAMPAGNE
           ELSE
               COMPUTE WS-ANNEE-CAMPAGNE = WS-DATE-JOUR / 10000
           END-IF
           MOVE '0300' TO WS-ENVELOPPE-SAISIE
           MOVE 'AUG-ENVELOPPE' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
              AND PARAM-VALEUR(1:4) IS NUMERIC
               MOVE PARAM-VALEUR(1:4) TO WS-ENVELOPPE-SAISIE
           END-IF
           OPEN INPUT FDEPTS
           IF WS-DEPTS-STATUS NOT = '00'
               DISPLAY 'REFERENTIEL DES DEPARTEMENTS ABSENT, '
                       'SAISIE IMPOSSIBLE'
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
           OPEN I-O FAUGMENT
           IF WS-AUG-STATUS NOT = '00'
               DISPLAY 'CAMPAGNE DE REVISION NON OUVERTE (AUGGEN)'
               STOP RUN
           END-IF.

       CHARGER-UN-DEPT.
           IF DEPT-MANAGER = OPER-ID AND NB-DEPTS < 50
               ADD 1 TO NB-DEPTS
               MOVE DEPT-CODE TO CODE-TAB(NB-DEPTS)
           END-IF
           READ FDEPTS
               AT END MOVE 1 TO EOF-DEPTS
           END-READ.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' REVISION SALARIALE ' WS-ANNEE-CAMPAGNE
           DISPLAY ' L. Lister les fiches d un departement'
           DISPLAY ' P. Proposer une augmentation'
           DISPLAY ' X. Retirer une proposition'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'L' OR WS-CHOIX = 'l'
               PERFORM LISTER-DEPARTEMENT
           ELSE
           IF WS-CHOIX = 'P' OR WS-CHOIX = 'p'
               PERFORM PROPOSER-AUGMENTATION
           ELSE
           IF WS-CHOIX = 'X' OR WS-CHOIX = 'x'
               PERFORM RETIRER-PROPOSITION
           ELSE
           IF WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
               MOVE 'N' TO WS-CONTINUER
           ELSE
               DISPLAY 'CHOIX INCONNU'
           END-IF
           END-IF
           END-IF
           END-IF.

       SAISIR-DEPARTEMENT.
           DISPLAY 'DEPARTEMENT : '
           ACCEPT WS-DEPT-SAISI
           MOVE 'N' TO WS-TROUVE
           MOVE 0 TO POS-DEPT
           PERFORM COMPARER-DEPT NB-DEPTS TIMES
           IF WS-TROUVE = 'N'
               DISPLAY 'DEPARTEMENT ' WS-DEPT-SAISI
                       ' HORS DE VOTRE RESPONSABILITE'
           END-IF.

       COMPARER-DEPT.
           ADD 1 TO POS-DEPT
           IF CODE-TAB(POS-DEPT) = WS-DEPT-SAISI
               MOVE 'O' TO WS-TROUVE
           END-IF.

       LISTER-DEPARTEMENT.
           PERFORM SAISIR-DEPARTEMENT
           IF WS-TROUVE = 'O'
               MOVE 'O' TO WS-LISTER
               PERFORM CALCULER-ENVELOPPE
               MOVE 'N' TO WS-LISTER
           END-IF.

      * la masse et les montants engages se cumulent sur toutes les
      * fiches de l annee du departement ; une fiche refusee ou
      * encore ouverte n engage rien
       CALCULER-ENVELOPPE.
           MOVE 0 TO WS-MASSE-DEPT WS-ENGAGE-DEPT EOF-AUG
           MOVE 0 TO MATRICULE-AUG ANNEE-AUG
           START FAUGMENT
               KEY NOT < CLE-AUG OF enreg-augment
               INVALID KEY MOVE 1 TO EOF-AUG
           END-START
           PERFORM CUMULER-UNE-FICHE UNTIL EOF-AUG = 1
           COMPUTE WS-ENVELOPPE-DEPT ROUNDED
               = WS-MASSE-DEPT * WS-ENVELOPPE-PCT / 100
           COMPUTE WS-DISPONIBLE = WS-ENVELOPPE-DEPT - WS-ENGAGE-DEPT
           MOVE WS-ENVELOPPE-DEPT TO WS-MONTANT-EDIT
           DISPLAY 'ENVELOPPE MENSUELLE : ' WS-MONTANT-EDIT
           MOVE WS-ENGAGE-DEPT TO WS-MONTANT-EDIT
           DISPLAY 'DEJA ENGAGE         : ' WS-MONTANT-EDIT
           MOVE WS-DISPONIBLE TO WS-MONTANT-EDIT
           DISPLAY 'RESTE DISPONIBLE    : ' WS-MONTANT-EDIT.

       CUMULER-UNE-FICHE.
           READ FAUGMENT NEXT RECORD
               AT END MOVE 1 TO EOF-AUG
           END-READ
           IF EOF-AUG NOT = 1
               IF ANNEE-AUG = WS-ANNEE-CAMPAGNE
                  AND DEPARTEMENT-AUG = WS-DEPT-SAISI
                   ADD SALAIRE-AVANT-AUG TO WS-MASSE-DEPT
                   IF ETAT-AUG = 'P' OR ETAT-AUG = 'A'
                      OR ETAT-AUG = 'V'
                       ADD MONTANT-AUG TO WS-ENGAGE-DEPT
                   END-IF
                   IF WS-LISTER = 'O'
                       DISPLAY MATRICULE-AUG ' ' NOM-AUG
                               ' SALAIRE ' SALAIRE-AVANT-AUG
                               ' ANC ' ANCIENNETE-AUG
                               ' ' ETAT-AUG ' ' MONTANT-AUG
                               ' EFFET ' DATE-EFFET-AUG
                   END-IF
               END-IF
           END-IF.

       LIRE-FICHE.
           DISPLAY 'MATRICULE (5 CHIFFRES) : '
           ACCEPT WS-MATRICULE-SAISI
           MOVE 'O' TO WS-TROUVE
           MOVE WS-MATRICULE-SAISI TO MATRICULE-AUG
           MOVE WS-ANNEE-CAMPAGNE TO ANNEE-AUG
           READ FAUGMENT
               INVALID KEY
                   MOVE 'N' TO WS-TROUVE
                   DISPLAY 'AUCUNE FICHE ' WS-MATRICULE-SAISI
                           ' POUR LA CAMPAGNE ' WS-ANNEE-CAMPAGNE
           END-READ
           IF WS-TROUVE = 'O'
              AND DEPARTEMENT-AUG NOT = WS-DEPT-SAISI
               MOVE 'N' TO WS-TROUVE
               DISPLAY 'EMPLOYE DU DEPARTEMENT ' DEPARTEMENT-AUG
           END-IF.

      * une fiche deja proposee peut etre corrigee tant que la RH ne
      * l a pas validee : son ancien montant est rendu a l enveloppe
       PROPOSER-AUGMENTATION.
           PERFORM SAISIR-DEPARTEMENT
           IF WS-TROUVE = 'O'
               PERFORM CALCULER-ENVELOPPE
               PERFORM LIRE-FICHE
           END-IF
           IF WS-TROUVE = 'O'
               IF ETAT-AUG NOT = 'O' AND ETAT-AUG NOT = 'P'
                   MOVE 'N' TO WS-TROUVE
                   DISPLAY 'FICHE DEJA TRAITEE PAR LA RH (ETAT '
                           ETAT-AUG ')'
               ELSE
               IF ETAT-AUG = 'P'
                   ADD MONTANT-AUG TO WS-DISPONIBLE
               END-IF
               END-IF
           END-IF
           IF WS-TROUVE = 'O'
               DISPLAY NOM-AUG ' SALAIRE DE BASE ' SALAIRE-AVANT-AUG
                       ' ANCIENNETE ' ANCIENNETE-AUG
                       ' DERNIERE AUG ' DERNIERE-AUG-DATE
               PERFORM SAISIR-PROPOSITION
           END-IF
           IF WS-TROUVE = 'O'
               MOVE WS-MONTANT-SAISI TO MONTANT-AUG
               MOVE WS-DATE-EFFET-SAISIE TO DATE-EFFET-AUG
               MOVE 'P' TO ETAT-AUG
               MOVE OPER-ID TO PROPOSE-PAR-AUG
               REWRITE enreg-augment
               END-REWRITE
               ADD 1 TO COMPTEURPROPOSEES
               MOVE 'PROPOSE AUG' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'PROPOSITION ENREGISTREE'
           END-IF.

       SAISIR-PROPOSITION.
           DISPLAY 'AUGMENTATION MENSUELLE (9999.99) : '
           ACCEPT WS-MONTANT-SAISI
           DISPLAY 'DATE D EFFET (AAAAMMJJ) : '
           ACCEPT WS-DATE-EFFET-SAISIE
           IF WS-MONTANT-SAISI = 0
               MOVE 'N' TO WS-TROUVE
               DISPLAY 'MONTANT NUL : UTILISER LE RETRAIT'
           ELSE
           IF WS-AAAA-EFFET NOT = WS-ANNEE-CAMPAGNE
              OR WS-MM-EFFET < 1 OR WS-MM-EFFET > 12
              OR WS-JJ-EFFET < 1 OR WS-JJ-EFFET > 31
               MOVE 'N' TO WS-TROUVE
               DISPLAY 'DATE D EFFET HORS DE L ANNEE DE CAMPAGNE'
           ELSE
           IF WS-MONTANT-SAISI > WS-DISPONIBLE
               MOVE 'N' TO WS-TROUVE
               MOVE WS-DISPONIBLE TO WS-MONTANT-EDIT
               DISPLAY 'ENVELOPPE DEPASSEE, DISPONIBLE : '
                       WS-MONTANT-EDIT
           END-IF
           END-IF
           END-IF.

       RETIRER-PROPOSITION.
           PERFORM SAISIR-DEPARTEMENT
           IF WS-TROUVE = 'O'
               PERFORM LIRE-FICHE
           END-IF
           IF WS-TROUVE = 'O'
               IF ETAT-AUG NOT = 'P'
                   DISPLAY 'SEULE UNE FICHE PROPOSEE PEUT ETRE RETIREE'
               ELSE
                   MOVE 0 TO MONTANT-AUG DATE-EFFET-AUG
                   MOVE 'O' TO ETAT-AUG
                   MOVE SPACES TO PROPOSE-PAR-AUG
                   REWRITE enreg-augment
                   END-REWRITE
                   ADD 1 TO COMPTEURRETIREES
                   MOVE 'RETIRE AUG' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT
                   DISPLAY 'PROPOSITION RETIREE'
               END-IF
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE MATRICULE-AUG TO WS-MATRICULE-AUDIT
           MOVE ANNEE-AUG TO WS-ANNEE-AUDIT
           MOVE 'AUGSAIS' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-CLE-AUDIT TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'PROPOSITIONS ENREGISTREES : ' COMPTEURPROPOSEES
           DISPLAY 'PROPOSITIONS RETIREES     : ' COMPTEURRETIREES
           CLOSE FAUGMENT.

       END PROGRAM AUGSAIS.
