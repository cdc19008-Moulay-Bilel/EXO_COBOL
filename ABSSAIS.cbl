       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSSAIS.
      *****************************************************************
      * Console des demandes d absence (Absences.txt, cle matricule
      * + numero de demande). Une demande porte le type (C conge
      * paye, M maladie, S sans solde), les dates de debut et de fin
      * dans un meme mois et le nombre de jours ouvres ; elle ne
      * doit pas chevaucher une autre absence en attente ou
      * approuvee de l employe. Pour un conge paye le solde de
      * Conges.txt, diminue des conges approuves non encore passes
      * en paie, est rappele. La demande attend l approbation du
      * responsable du departement (ABSAPP) ; elle peut etre annulee
      * tant que la paie ne l a pas prise en compte. Chaque action
      * est journalisee via AUDECR.
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
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
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

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  FCONGES.
       01  enreg-conge.
           02 MATRICULE-CGE PIC 9(5).
           02 SOLDE-CGE PIC S9(3)V99.
           02 DERNIERE-PERIODE-CGE PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-ABS-STATUS PIC X(2) VALUE '00'.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-CGE-STATUS PIC X(2) VALUE '00'.
       77  WS-CONGES-DISPONIBLES PIC X VALUE 'N'.
       77  EOF-ABS PIC 99 VALUE 0.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-MATRICULE-SAISI PIC 9(5) VALUE 0.
       77  WS-NO-SAISI PIC 9(3) VALUE 0.
       77  WS-DERNIER-NO PIC 9(3) VALUE 0.
       77  WS-TROUVE PIC X VALUE 'N'.
       77  WS-CHEVAUCHEMENT PIC X VALUE 'N'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-TYPE-SAISI PIC X VALUE SPACE.
       77  WS-JOURS-SAISIS PIC 9(2)V99 VALUE 0.
       77  WS-JOURS-CALENDAIRES PIC 99 VALUE 0.
       77  WS-CONGES-ENGAGES PIC 9(3)V99 VALUE 0.
       77  WS-SOLDE-DISPONIBLE PIC S9(3)V99 VALUE 0.
       77  WS-SOLDE-EDIT PIC ZZ9.99-.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-DATE-DEBUT-SAISIE PIC 9(8) VALUE 0.
       01  WS-DATE-DEBUT-R REDEFINES WS-DATE-DEBUT-SAISIE.
           02 WS-AAAAMM-DEBUT PIC 9(6).
           02 WS-JJ-DEBUT PIC 99.
       01  WS-DATE-DEBUT-M REDEFINES WS-DATE-DEBUT-SAISIE.
           02 FILLER PIC 9(4).
           02 WS-MM-DEBUT PIC 99.
           02 FILLER PIC 99.
       01  WS-DATE-FIN-SAISIE PIC 9(8) VALUE 0.
       01  WS-DATE-FIN-R REDEFINES WS-DATE-FIN-SAISIE.
           02 WS-AAAAMM-FIN PIC 9(6).
           02 WS-JJ-FIN PIC 99.
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
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'FICHIER EMPLOYES ABSENT, SAISIE IMPOSSIBLE'
               STOP RUN
           END-IF
           OPEN INPUT FCONGES
           IF WS-CGE-STATUS = '00'
               MOVE 'O' TO WS-CONGES-DISPONIBLES
           END-IF
           OPEN I-O FABSENCES
           IF WS-ABS-STATUS NOT = '00'
               OPEN OUTPUT FABSENCES
               CLOSE FABSENCES
               OPEN I-O FABSENCES
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' DEMANDES D ABSENCE'
           DISPLAY ' L. Lister les absences d un employe'
           DISPLAY ' D. Saisir une demande d absence'
           DISPLAY ' X. Annuler une demande'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'L' OR WS-CHOIX = 'l'
               PERFORM LISTER-ABSENCES
           ELSE
           IF WS-CHOIX = 'D' OR WS-CHOIX = 'd'
               PERFORM DEMANDER-ABSENCE
           ELSE
           IF WS-CHOIX = 'X' OR WS-CHOIX = 'x'
               PERFORM ANNULER-DEMANDE
           ELSE
           IF WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
               MOVE 'N' TO WS-CONTINUER
           ELSE
               DISPLAY 'CHOIX INCONNU'
           END-IF
           END-IF
           END-IF
           END-IF.

       SAISIR-MATRICULE.
           DISPLAY 'MATRICULE (5 CHIFFRES) : '
           ACCEPT WS-MATRICULE-SAISI.

       CONTROLER-MATRICULE.
           MOVE 'O' TO WS-TROUVE
           MOVE WS-MATRICULE-SAISI TO MATRICULE OF enreg-employe
           READ EMPLOYES
               INVALID KEY
                   MOVE 'N' TO WS-TROUVE
                   DISPLAY 'MATRICULE INCONNU : ' WS-MATRICULE-SAISI
           END-READ
           IF WS-TROUVE = 'O'
              AND DATE-DEPART OF enreg-employe NOT = 0
               MOVE 'N' TO WS-TROUVE
               DISPLAY 'EMPLOYE SORTI LE ' DATE-DEPART OF enreg-employe
           END-IF.

       LISTER-ABSENCES.
           PERFORM SAISIR-MATRICULE
           MOVE 0 TO EOF-ABS WS-DERNIER-NO WS-CONGES-ENGAGES
           MOVE 99999999 TO WS-DATE-DEBUT-SAISIE
           MOVE 0 TO WS-DATE-FIN-SAISIE
           PERFORM POSITIONNER-EMPLOYE
           PERFORM LISTER-UNE-ABSENCE UNTIL EOF-ABS = 1.

       POSITIONNER-EMPLOYE.
           MOVE WS-MATRICULE-SAISI TO MATRICULE-ABS
           MOVE 0 TO NO-ABS
           START FABSENCES
               KEY NOT < CLE-ABS OF enreg-absence
               INVALID KEY MOVE 1 TO EOF-ABS
           END-START.

       LISTER-UNE-ABSENCE.
           PERFORM LIRE-ABSENCE-SUIVANTE
           IF EOF-ABS NOT = 1
               DISPLAY 'ABSENCE ' NO-ABS ' TYPE ' TYPE-ABS
                       ' DU ' DATE-DEBUT-ABS ' AU ' DATE-FIN-ABS
                       ' JOURS ' JOURS-ABS ' ETAT ' ETAT-ABS
               IF ETAT-ABS = 'A' OR ETAT-ABS = 'R'
                   DISPLAY '   DECIDEE PAR ' APPROBATEUR-ABS
                           ' LE ' DATE-APP-ABS
                           ' PERIODE DE PAIE ' PERIODE-PAIE-ABS
               END-IF
           END-IF.

      * la lecture note le dernier numero, les conges approuves non
      * encore passes en paie et tout chevauchement avec la periode
      * saisie (dates a zero et neuf pour une simple liste)
       LIRE-ABSENCE-SUIVANTE.
           READ FABSENCES NEXT RECORD
               AT END MOVE 1 TO EOF-ABS
           END-READ
           IF EOF-ABS NOT = 1
               IF MATRICULE-ABS NOT = WS-MATRICULE-SAISI
                   MOVE 1 TO EOF-ABS
               ELSE
                   MOVE NO-ABS TO WS-DERNIER-NO
                   IF TYPE-ABS = 'C' AND ETAT-ABS = 'A'
                      AND PERIODE-PAIE-ABS = 0
                       ADD JOURS-ABS TO WS-CONGES-ENGAGES
                   END-IF
                   IF (ETAT-ABS = 'D' OR ETAT-ABS = 'A')
                      AND DATE-DEBUT-ABS NOT > WS-DATE-FIN-SAISIE
                      AND DATE-FIN-ABS NOT < WS-DATE-DEBUT-SAISIE
                       MOVE 'O' TO WS-CHEVAUCHEMENT
                   END-IF
               END-IF
           END-IF.

       DEMANDER-ABSENCE.
           PERFORM SAISIR-MATRICULE
           PERFORM CONTROLER-MATRICULE
           IF WS-TROUVE = 'O'
               PERFORM SAISIR-PERIODE
           END-IF
           IF WS-TROUVE = 'O'
               MOVE 0 TO EOF-ABS WS-DERNIER-NO WS-CONGES-ENGAGES
               MOVE 'N' TO WS-CHEVAUCHEMENT
               PERFORM POSITIONNER-EMPLOYE
               PERFORM LIRE-ABSENCE-SUIVANTE UNTIL EOF-ABS = 1
               IF WS-DERNIER-NO = 999
                   DISPLAY 'PLUS DE NUMERO DE DEMANDE LIBRE'
               ELSE
               IF WS-CHEVAUCHEMENT = 'O'
                   DISPLAY 'CHEVAUCHE UNE ABSENCE EN ATTENTE OU '
                           'APPROUVEE, DEMANDE REFUSEE'
               ELSE
                   IF WS-TYPE-SAISI = 'C'
                       PERFORM RAPPELER-SOLDE-CONGES
                   END-IF
                   PERFORM ECRIRE-DEMANDE
               END-IF
               END-IF
           END-IF.

      * une absence a cheval sur deux mois est saisie en deux
      * demandes : la paie la rattache au mois de son debut
       SAISIR-PERIODE.
           DISPLAY 'TYPE (C CONGE PAYE, M MALADIE, S SANS SOLDE) : '
           ACCEPT WS-TYPE-SAISI
           IF WS-TYPE-SAISI = 'c'
               MOVE 'C' TO WS-TYPE-SAISI
           END-IF
           IF WS-TYPE-SAISI = 'm'
               MOVE 'M' TO WS-TYPE-SAISI
           END-IF
           IF WS-TYPE-SAISI = 's'
               MOVE 'S' TO WS-TYPE-SAISI
           END-IF
           DISPLAY 'PREMIER JOUR D ABSENCE (AAAAMMJJ) : '
           ACCEPT WS-DATE-DEBUT-SAISIE
           DISPLAY 'DERNIER JOUR D ABSENCE (AAAAMMJJ) : '
           ACCEPT WS-DATE-FIN-SAISIE
           DISPLAY 'NOMBRE DE JOURS OUVRES : '
           ACCEPT WS-JOURS-SAISIS
           IF WS-TYPE-SAISI NOT = 'C' AND WS-TYPE-SAISI NOT = 'M'
              AND WS-TYPE-SAISI NOT = 'S'
               MOVE 'N' TO WS-TROUVE
               DISPLAY 'TYPE D ABSENCE INCONNU'
           ELSE
           IF WS-MM-DEBUT < 1 OR WS-MM-DEBUT > 12
              OR WS-JJ-DEBUT < 1 OR WS-JJ-DEBUT > 31
              OR WS-JJ-FIN < 1 OR WS-JJ-FIN > 31
               MOVE 'N' TO WS-TROUVE
               DISPLAY 'DATE INVALIDE'
           ELSE
           IF WS-AAAAMM-FIN NOT = WS-AAAAMM-DEBUT
               MOVE 'N' TO WS-TROUVE
               DISPLAY 'UNE DEMANDE PAR MOIS : SAISIR LA FIN DU MOIS '
                       'PUIS UNE SECONDE DEMANDE'
           ELSE
           IF WS-JJ-FIN < WS-JJ-DEBUT
               MOVE 'N' TO WS-TROUVE
               DISPLAY 'FIN AVANT LE DEBUT'
           ELSE
               COMPUTE WS-JOURS-CALENDAIRES
                   = WS-JJ-FIN - WS-JJ-DEBUT + 1
               IF WS-JOURS-SAISIS = 0
                  OR WS-JOURS-SAISIS > WS-JOURS-CALENDAIRES
                   MOVE 'N' TO WS-TROUVE
                   DISPLAY 'NOMBRE DE JOURS INVALIDE (1 A '
                           WS-JOURS-CALENDAIRES ')'
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * simple rappel : le responsable decide en connaissance du solde
       RAPPELER-SOLDE-CONGES.
           MOVE 0 TO WS-SOLDE-DISPONIBLE
           IF WS-CONGES-DISPONIBLES = 'O'
               MOVE WS-MATRICULE-SAISI TO MATRICULE-CGE
               READ FCONGES
                   INVALID KEY MOVE 0 TO SOLDE-CGE
               END-READ
               MOVE SOLDE-CGE TO WS-SOLDE-DISPONIBLE
           END-IF
           SUBTRACT WS-CONGES-ENGAGES FROM WS-SOLDE-DISPONIBLE
           MOVE WS-SOLDE-DISPONIBLE TO WS-SOLDE-EDIT
           DISPLAY 'SOLDE DE CONGES DISPONIBLE : ' WS-SOLDE-EDIT
                   ' JOURS'
           IF WS-JOURS-SAISIS > WS-SOLDE-DISPONIBLE
               DISPLAY 'ATTENTION : DEMANDE SUPERIEURE AU SOLDE'
           END-IF.

       ECRIRE-DEMANDE.
           INITIALIZE enreg-absence
           MOVE WS-MATRICULE-SAISI TO MATRICULE-ABS
           COMPUTE NO-ABS = WS-DERNIER-NO + 1
           MOVE NOM-EMPLOYE OF enreg-employe TO NOM-ABS
           MOVE DEPARTEMENT-EMPLOYE OF enreg-employe
               TO DEPARTEMENT-ABS
           MOVE WS-TYPE-SAISI TO TYPE-ABS
           MOVE WS-DATE-DEBUT-SAISIE TO DATE-DEBUT-ABS
           MOVE WS-DATE-FIN-SAISIE TO DATE-FIN-ABS
           MOVE WS-JOURS-SAISIS TO JOURS-ABS
           MOVE 'D' TO ETAT-ABS
           MOVE OPER-ID TO SAISIE-PAR-ABS
           MOVE WS-DATE-JOUR TO DATE-SAISIE-ABS
           MOVE SPACES TO APPROBATEUR-ABS
           WRITE enreg-absence
               INVALID KEY
                   DISPLAY 'DEMANDE DEJA PRESENTE'
           END-WRITE
           IF WS-ABS-STATUS = '00'
               DISPLAY 'DEMANDE ' NO-ABS ' ENREGISTREE, EN ATTENTE '
                       'D APPROBATION'
               MOVE 'DEMANDE ABS' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
           END-IF.

      * annulable en attente, ou approuvee tant que la paie ne l a
      * pas prise en compte
       ANNULER-DEMANDE.
           PERFORM SAISIR-MATRICULE
           DISPLAY 'NUMERO DE DEMANDE : '
           ACCEPT WS-NO-SAISI
           MOVE WS-MATRICULE-SAISI TO MATRICULE-ABS
           MOVE WS-NO-SAISI TO NO-ABS
           READ FABSENCES
               INVALID KEY
                   DISPLAY 'DEMANDE INCONNUE'
           END-READ
           IF WS-ABS-STATUS = '00'
               IF ETAT-ABS NOT = 'D' AND ETAT-ABS NOT = 'A'
                   DISPLAY 'DEMANDE A L ETAT ' ETAT-ABS
                           ', ANNULATION REFUSEE'
               ELSE
               IF PERIODE-PAIE-ABS NOT = 0
                   DISPLAY 'ABSENCE DEJA PRISE EN PAIE ('
                           PERIODE-PAIE-ABS '), ANNULATION REFUSEE'
               ELSE
                   MOVE 'X' TO ETAT-ABS
                   REWRITE enreg-absence
                       INVALID KEY
                           DISPLAY 'ERREUR DE REECRITURE'
                   END-REWRITE
                   IF WS-ABS-STATUS = '00'
                       DISPLAY 'DEMANDE ANNULEE'
                       MOVE 'ANNUL ABS' TO AUDIT-OP-TRAVAIL
                       PERFORM ENREGISTRER-AUDIT
                   END-IF
               END-IF
               END-IF
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE MATRICULE-ABS TO WS-MATRICULE-AUDIT
           MOVE NO-ABS TO WS-NO-AUDIT
           MOVE 'ABSSAIS' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-CLE-AUDIT TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           IF WS-CONGES-DISPONIBLES = 'O'
               CLOSE FCONGES
           END-IF
           CLOSE EMPLOYES FABSENCES.

       END PROGRAM ABSSAIS.
