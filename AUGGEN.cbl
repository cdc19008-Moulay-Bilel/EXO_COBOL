       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUGGEN.
      *****************************************************************
      * Ouverture de la campagne annuelle de revision salariale
      * AUGGEN-ANNEE (AAAA, defaut annee courante). Pour chaque
      * salarie du master de paie salarier.txt encore en poste, une
      * fiche de campagne est creee dans Augmentations.txt (etat O)
      * avec le salaire de base actuel, l anciennete en annees
      * pleines depuis DATE-EMBAUCHE (Employes.txt) et la date d effet
      * de la derniere augmentation appliquee ; une relance garde les
      * fiches deja saisies. La feuille de travail par departement
      * FeuilleAug-AAAA.txt donne la masse salariale de base et
      * l enveloppe de la campagne (AUG-ENVELOPPE de Params.txt, en
      * pourcentage de la masse, 3.00 par defaut), avec les colonnes
      * de proposition que le responsable reporte dans AUGSAIS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT sala
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\salarier.txt'
               FILE STATUS IS WS-SALA-STATUS.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
           SELECT FAUGMENT
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Augmentations.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-AUG OF enreg-augment
               FILE STATUS IS WS-AUG-STATUS.
           SELECT FTRIAUG
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\AugTri.tmp'.
           SELECT FFEUILLE
               ASSIGN TO WS-FEUILLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  sala.
       01  enreg-salarier.
           02 matricule-salarier PIC 9(5).
           02 NOM PIC X(25).
           02 SALAIRE PIC 9(6)V99.
           02 DEPARTEMENT PIC X(10).

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  FAUGMENT.
       01  enreg-augment.
           COPY AUGREC.

       SD  FTRIAUG.
       01  enreg-triaug.
           COPY AUGREC.

       FD  FFEUILLE.
       01  LIGNE-FEUILLE PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-SALA-STATUS PIC X(2) VALUE '00'.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-AUG-STATUS PIC X(2) VALUE '00'.
       77  WS-EMPLOYES-DISPONIBLES PIC X VALUE 'N'.
       77  EOF-SALA PIC 99 VALUE 0.
       77  EOF-AUG PIC 99 VALUE 0.
       77  EOF-TRI PIC 99 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-ANNEE-ENV PIC X(4) VALUE SPACE.
       77  WS-ANNEE-CAMPAGNE PIC 9(4) VALUE 0.
       77  WS-EN-POSTE PIC X VALUE 'O'.
       77  WS-DATE-EMBAUCHE PIC 9(8) VALUE 0.
       77  WS-ANCIENNETE PIC 9(4) VALUE 0.
       77  WS-DERNIERE-AUG PIC 9(8) VALUE 0.
       77  WS-PREMIER PIC X VALUE 'O'.
       77  WS-DEPT-COURANT PIC X(10) VALUE SPACE.
       77  WS-MASSE-DEPT PIC 9(8)V99 VALUE 0.
       77  WS-PROPOSE-DEPT PIC 9(8)V99 VALUE 0.
       77  WS-ENVELOPPE-DEPT PIC 9(8)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  COMPTEURSALARIES PIC 9(5) VALUE 0.
       77  COMPTEURCREES PIC 9(5) VALUE 0.
       77  COMPTEURCONSERVES PIC 9(5) VALUE 0.
       77  COMPTEURSORTIS PIC 9(5) VALUE 0.
       77  COMPTEUREMPLOYES-DEPT PIC 9(5) VALUE 0.
       01  WS-FEUILLE-PATH PIC X(80) VALUE SPACE.
       01  WS-ENVELOPPE-PARAM.
           02 WS-ENVELOPPE-SAISIE PIC X(4).
           02 WS-ENVELOPPE-PCT REDEFINES WS-ENVELOPPE-SAISIE
                 PIC 9(2)V99.
       01  LIGNE-DETAIL.
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-MATRICULE PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LD-NOM PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 LD-SALAIRE PIC ZZZZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 LD-ANCIENNETE PIC Z9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 LD-DERNIERE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-PROPOSITION PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-EFFET PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-ETAT PIC X.
           02 FILLER PIC X(15) VALUE SPACE.
       01  WS-MONTANT-PROPOSE PIC ZZZZZ9.99.
       01  WS-DATE-EDIT PIC 9(8).
       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           SORT FTRIAUG
               ASCENDING KEY DEPARTEMENT-AUG OF enreg-triaug
                             MATRICULE-AUG OF enreg-triaug
               INPUT PROCEDURE IS GENERER-CAMPAGNE
               OUTPUT PROCEDURE IS EDITER-FEUILLES
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-ANNEE-ENV FROM ENVIRONMENT 'AUGGEN-ANNEE'
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
           OPEN INPUT sala
           IF WS-SALA-STATUS NOT = '00'
               DISPLAY 'MASTER DE PAIE SALARIER.TXT ABSENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS = '00'
               MOVE 'O' TO WS-EMPLOYES-DISPONIBLES
           ELSE
               DISPLAY 'FICHIER EMPLOYES ABSENT, ANCIENNETE A ZERO'
           END-IF
           OPEN I-O FAUGMENT
           IF WS-AUG-STATUS NOT = '00'
               OPEN OUTPUT FAUGMENT
               CLOSE FAUGMENT
               OPEN I-O FAUGMENT
           END-IF
           MOVE SPACES TO WS-FEUILLE-PATH
           STRING 'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\FeuilleAug-'
                  DELIMITED BY SIZE
                  WS-ANNEE-CAMPAGNE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-FEUILLE-PATH
           END-STRING
           OPEN OUTPUT FFEUILLE.

       GENERER-CAMPAGNE.
           READ sala
               AT END MOVE 1 TO EOF-SALA
           END-READ
           PERFORM GENERER-UNE-FICHE UNTIL EOF-SALA = 1.

       GENERER-UNE-FICHE.
           ADD 1 TO COMPTEURSALARIES
           PERFORM LIRE-EMPLOYE
           IF WS-EN-POSTE = 'N'
               ADD 1 TO COMPTEURSORTIS
           ELSE
               PERFORM RECHERCHER-DERNIERE-AUG
               MOVE matricule-salarier TO MATRICULE-AUG OF enreg-augment
               MOVE WS-ANNEE-CAMPAGNE TO ANNEE-AUG OF enreg-augment
               READ FAUGMENT
                   INVALID KEY
                       PERFORM CREER-FICHE
                   NOT INVALID KEY
                       ADD 1 TO COMPTEURCONSERVES
               END-READ
               RELEASE enreg-triaug FROM enreg-augment
           END-IF
           READ sala
               AT END MOVE 1 TO EOF-SALA
           END-READ.

      * anciennete en annees pleines : AAAAMMJJ - AAAAMMJJ / 10000
       LIRE-EMPLOYE.
           MOVE 'O' TO WS-EN-POSTE
           MOVE 0 TO WS-DATE-EMBAUCHE WS-ANCIENNETE
           IF WS-EMPLOYES-DISPONIBLES = 'O'
               MOVE matricule-salarier TO MATRICULE OF enreg-employe
               READ EMPLOYES
                   INVALID KEY CONTINUE
               END-READ
               IF WS-EMP-STATUS = '00'
                   IF DATE-DEPART OF enreg-employe NOT = 0
                       MOVE 'N' TO WS-EN-POSTE
                   ELSE
                       MOVE DATE-EMBAUCHE TO WS-DATE-EMBAUCHE
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-EMBAUCHE > 0
              AND WS-DATE-EMBAUCHE < WS-DATE-JOUR
               COMPUTE WS-ANCIENNETE
                   = (WS-DATE-JOUR - WS-DATE-EMBAUCHE) / 10000
               IF WS-ANCIENNETE > 99
                   MOVE 99 TO WS-ANCIENNETE
               END-IF
           END-IF.

      * les fiches de l employe se suivent par annee de campagne
       RECHERCHER-DERNIERE-AUG.
           MOVE 0 TO WS-DERNIERE-AUG EOF-AUG
           MOVE matricule-salarier TO MATRICULE-AUG OF enreg-augment
           MOVE 0 TO ANNEE-AUG OF enreg-augment
           START FAUGMENT
               KEY NOT < CLE-AUG OF enreg-augment
               INVALID KEY MOVE 1 TO EOF-AUG
           END-START
           PERFORM LIRE-AUG-PRECEDENTE UNTIL EOF-AUG = 1.

       LIRE-AUG-PRECEDENTE.
           READ FAUGMENT NEXT RECORD
               AT END MOVE 1 TO EOF-AUG
           END-READ
           IF EOF-AUG NOT = 1
               IF MATRICULE-AUG OF enreg-augment
                       NOT = matricule-salarier
                  OR ANNEE-AUG OF enreg-augment NOT < WS-ANNEE-CAMPAGNE
                   MOVE 1 TO EOF-AUG
               ELSE
               IF ETAT-AUG OF enreg-augment = 'V'
                   MOVE DATE-EFFET-AUG OF enreg-augment
                     TO WS-DERNIERE-AUG
               END-IF
               END-IF
           END-IF.

       CREER-FICHE.
           INITIALIZE enreg-augment
           MOVE matricule-salarier TO MATRICULE-AUG OF enreg-augment
           MOVE WS-ANNEE-CAMPAGNE TO ANNEE-AUG OF enreg-augment
           MOVE NOM TO NOM-AUG OF enreg-augment
           MOVE DEPARTEMENT TO DEPARTEMENT-AUG OF enreg-augment
           MOVE SALAIRE TO SALAIRE-AVANT-AUG OF enreg-augment
           MOVE WS-ANCIENNETE TO ANCIENNETE-AUG OF enreg-augment
           MOVE WS-DERNIERE-AUG TO DERNIERE-AUG-DATE OF enreg-augment
           MOVE 'O' TO ETAT-AUG OF enreg-augment
           MOVE SPACES TO PROPOSE-PAR-AUG OF enreg-augment
                          APPROUVE-PAR-AUG OF enreg-augment
           WRITE enreg-augment
               INVALID KEY
                   DISPLAY 'FICHE DEJA PRESENTE ' matricule-salarier
           END-WRITE
           IF WS-AUG-STATUS = '00'
               ADD 1 TO COMPTEURCREES
           END-IF.

       EDITER-FEUILLES.
           PERFORM EDITER-UNE-FICHE UNTIL EOF-TRI = 1
           IF WS-PREMIER = 'N'
               PERFORM TOTALISER-DEPARTEMENT
           END-IF.

       EDITER-UNE-FICHE.
           RETURN FTRIAUG
               AT END MOVE 1 TO EOF-TRI
           END-RETURN
           IF EOF-TRI NOT = 1
               IF WS-PREMIER = 'O'
                   MOVE 'N' TO WS-PREMIER
                   PERFORM OUVRIR-DEPARTEMENT
               ELSE
               IF DEPARTEMENT-AUG OF enreg-triaug
                       NOT = WS-DEPT-COURANT
                   PERFORM TOTALISER-DEPARTEMENT
                   PERFORM OUVRIR-DEPARTEMENT
               END-IF
               END-IF
               PERFORM EDITER-DETAIL
           END-IF.

       OUVRIR-DEPARTEMENT.
           MOVE DEPARTEMENT-AUG OF enreg-triaug TO WS-DEPT-COURANT
           MOVE 0 TO WS-MASSE-DEPT WS-PROPOSE-DEPT
           MOVE 0 TO COMPTEUREMPLOYES-DEPT
           MOVE ALL '=' TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE SPACES TO LIGNE-FEUILLE
           STRING 'REVISION SALARIALE ' DELIMITED BY SIZE
                  WS-ANNEE-CAMPAGNE DELIMITED BY SIZE
                  ' - FEUILLE DU DEPARTEMENT ' DELIMITED BY SIZE
                  WS-DEPT-COURANT DELIMITED BY SIZE
               INTO LIGNE-FEUILLE
           END-STRING
           WRITE LIGNE-FEUILLE
           MOVE SPACES TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE '  MATR. NOM' TO LIGNE-FEUILLE
           MOVE 'SALAIRE' TO LIGNE-FEUILLE(37:7)
           MOVE 'ANC.' TO LIGNE-FEUILLE(46:4)
           MOVE 'DERN.AUG' TO LIGNE-FEUILLE(52:8)
           MOVE 'PROPOSITION' TO LIGNE-FEUILLE(62:11)
           MOVE 'EFFET' TO LIGNE-FEUILLE(74:5)
           MOVE 'E' TO LIGNE-FEUILLE(84:1)
           WRITE LIGNE-FEUILLE.

      * une fiche deja saisie reprend la proposition, sinon les
      * colonnes restent a remplir
       EDITER-DETAIL.
           ADD 1 TO COMPTEUREMPLOYES-DEPT
           ADD SALAIRE-AVANT-AUG OF enreg-triaug TO WS-MASSE-DEPT
           MOVE MATRICULE-AUG OF enreg-triaug TO LD-MATRICULE
           MOVE NOM-AUG OF enreg-triaug TO LD-NOM
           MOVE SALAIRE-AVANT-AUG OF enreg-triaug TO LD-SALAIRE
           MOVE ANCIENNETE-AUG OF enreg-triaug TO LD-ANCIENNETE
           IF DERNIERE-AUG-DATE OF enreg-triaug = 0
               MOVE 'AUCUNE' TO LD-DERNIERE
           ELSE
               MOVE DERNIERE-AUG-DATE OF enreg-triaug TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO LD-DERNIERE
           END-IF
           IF ETAT-AUG OF enreg-triaug = 'O'
               MOVE ALL '_' TO LD-PROPOSITION
               MOVE ALL '_' TO LD-EFFET
           ELSE
               MOVE MONTANT-AUG OF enreg-triaug TO WS-MONTANT-PROPOSE
               MOVE WS-MONTANT-PROPOSE TO LD-PROPOSITION
               MOVE DATE-EFFET-AUG OF enreg-triaug TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO LD-EFFET
               IF ETAT-AUG OF enreg-triaug NOT = 'R'
                   ADD MONTANT-AUG OF enreg-triaug TO WS-PROPOSE-DEPT
               END-IF
           END-IF
           MOVE ETAT-AUG OF enreg-triaug TO LD-ETAT
           MOVE LIGNE-DETAIL TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE.

       TOTALISER-DEPARTEMENT.
           COMPUTE WS-ENVELOPPE-DEPT ROUNDED
               = WS-MASSE-DEPT * WS-ENVELOPPE-PCT / 100
           MOVE SPACES TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE WS-MASSE-DEPT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-FEUILLE
           STRING '  SALARIES : ' DELIMITED BY SIZE
                  COMPTEUREMPLOYES-DEPT DELIMITED BY SIZE
                  '   MASSE SALARIALE DE BASE : ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-FEUILLE
           END-STRING
           WRITE LIGNE-FEUILLE
           MOVE WS-ENVELOPPE-DEPT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-FEUILLE
           STRING '  ENVELOPPE MENSUELLE D AUGMENTATION : '
                  DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-FEUILLE
           END-STRING
           WRITE LIGNE-FEUILLE
           MOVE WS-PROPOSE-DEPT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-FEUILLE
           STRING '  DEJA PROPOSE OU APPROUVE         : '
                  DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-FEUILLE
           END-STRING
           WRITE LIGNE-FEUILLE.

       FIN.
           DISPLAY 'CAMPAGNE ' WS-ANNEE-CAMPAGNE
           DISPLAY 'SALARIES LUS      : ' COMPTEURSALARIES
           DISPLAY 'FICHES CREEES     : ' COMPTEURCREES
           DISPLAY 'FICHES CONSERVEES : ' COMPTEURCONSERVES
           DISPLAY 'SALARIES SORTIS   : ' COMPTEURSORTIS
           IF WS-EMPLOYES-DISPONIBLES = 'O'
               CLOSE EMPLOYES
           END-IF
           CLOSE sala FAUGMENT FFEUILLE.

       END PROGRAM AUGGEN.
