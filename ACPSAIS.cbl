       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACPSAIS.
      *****************************************************************
      * Console des acomptes sur salaire (Acomptes.txt, cle matricule
      * + numero d acompte). Une demande est plafonnee a un
      * pourcentage du salaire de base de salarierT.txt (cle
      * ACOMPTE-PCT de Params.txt, 50 par defaut), diminue des
      * acomptes non encore recuperes ; aucune demande n est admise
      * tant qu une saisie sur salaire est active (SAIMNT). Un
      * superviseur de paie (niveau mise a jour master) valide ou
      * refuse les demandes ; les acomptes valides sont verses par
      * la remise de mi-mois ACPVIR et recuperes par BULPAIE sur les
      * bulletins suivants. Chaque action est journalisee via AUDECR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FACOMPTES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Acomptes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ACP OF enreg-acompte
               FILE STATUS IS WS-ACP-STATUS.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
           SELECT FSAISIES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Saisies.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-SAI OF enreg-saisie
               FILE STATUS IS WS-SAI-STATUS.
           SELECT salaT
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\salarierT.txt'
               FILE STATUS IS WS-SAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACOMPTES.
       01  enreg-acompte.
           COPY ACPREC.

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  FSAISIES.
       01  enreg-saisie.
           02 CLE-SAI.
              03 MATRICULE-SAI PIC 9(5).
              03 NOSAISIE-SAI PIC 9(2).
           02 CREANCIER-SAI PIC X(20).
           02 PRIORITE-SAI PIC 9.
           02 MONTANT-TOTAL-SAI PIC 9(8)V99.
           02 MONTANT-RETENU-SAI PIC 9(8)V99.
           02 STATUT-SAI PIC X.

       FD  salaT.
       01  enreg-salarierT.
           02 matricule-salarierT PIC 9(5).
           02 NOM1 PIC X(25).
           02 SALAIRE1 PIC 9(6)V99.
           02 DEPARTEMENT1 PIC X(10).
       01  enreg-salarierT-CONTROLE.
           02 TYPE-CTL-SAL PIC X(1).
           02 FILLER PIC X(47).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-ACP-STATUS PIC X(2) VALUE '00'.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-SAI-STATUS PIC X(2) VALUE '00'.
       77  WS-SAL-STATUS PIC X(2) VALUE '00'.
       77  WS-SAISIES-DISPONIBLES PIC X VALUE 'N'.
       77  EOF-ACP PIC 99 VALUE 0.
       77  EOF-SAI PIC 99 VALUE 0.
       77  EOF-SAL PIC 99 VALUE 0.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-MATRICULE-SAISI PIC 9(5) VALUE 0.
       77  WS-NO-SAISI PIC 9(3) VALUE 0.
       77  WS-DERNIER-NO PIC 9(3) VALUE 0.
       77  WS-TROUVE PIC X VALUE 'N'.
       77  WS-SAISIE-ACTIVE PIC X VALUE 'N'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-PCT-SAISI PIC X(3) VALUE SPACE.
       77  WS-PCT-ACOMPTE PIC 9(3) VALUE 50.
       77  WS-SALAIRE-BASE PIC 9(6)V99 VALUE 0.
       77  WS-ENCOURS PIC 9(7)V99 VALUE 0.
       77  WS-PLAFOND-ACOMPTE PIC S9(7)V99 VALUE 0.
       77  WS-MONTANT-SAISI PIC 9(6)V99 VALUE 0.
       77  COMPTEURVALIDES PIC 9(5) VALUE 0.
       77  COMPTEURREFUSES PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-CLE-AUDIT.
           02 WS-MATRICULE-AUDIT PIC 9(5).
           02 FILLER PIC X VALUE '/'.
           02 WS-NO-AUDIT PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
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
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'FICHIER EMPLOYES ABSENT, SAISIE IMPOSSIBLE'
               STOP RUN
           END-IF
           OPEN INPUT FSAISIES
           IF WS-SAI-STATUS = '00'
               MOVE 'O' TO WS-SAISIES-DISPONIBLES
           END-IF
           OPEN I-O FACOMPTES
           IF WS-ACP-STATUS NOT = '00'
               OPEN OUTPUT FACOMPTES
               CLOSE FACOMPTES
               OPEN I-O FACOMPTES
           END-IF
           MOVE 'ACOMPTE-PCT' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR(1:3) TO WS-PCT-SAISI
               IF WS-PCT-SAISI IS NUMERIC
                   MOVE WS-PCT-SAISI TO WS-PCT-ACOMPTE
               END-IF
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' ACOMPTES SUR SALAIRE'
           DISPLAY ' L. Lister les acomptes d un employe'
           DISPLAY ' D. Saisir une demande d acompte'
           DISPLAY ' V. Valider les demandes en attente'
           DISPLAY ' X. Annuler une demande non validee'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'L' OR WS-CHOIX = 'l'
               PERFORM LISTER-ACOMPTES
           ELSE
           IF WS-CHOIX = 'D' OR WS-CHOIX = 'd'
               PERFORM DEMANDER-ACOMPTE
           ELSE
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM VALIDER-DEMANDES
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

       LISTER-ACOMPTES.
           PERFORM SAISIR-MATRICULE
           MOVE 0 TO EOF-ACP WS-DERNIER-NO WS-ENCOURS
           PERFORM POSITIONNER-EMPLOYE
           PERFORM LISTER-UN-ACOMPTE UNTIL EOF-ACP = 1
           DISPLAY 'ENCOURS NON RECUPERE : ' WS-ENCOURS.

       POSITIONNER-EMPLOYE.
           MOVE WS-MATRICULE-SAISI TO MATRICULE-ACP
           MOVE 0 TO NO-ACP
           START FACOMPTES
               KEY NOT < CLE-ACP OF enreg-acompte
               INVALID KEY MOVE 1 TO EOF-ACP
           END-START.

       LISTER-UN-ACOMPTE.
           PERFORM LIRE-ACOMPTE-SUIVANT
           IF EOF-ACP NOT = 1
               DISPLAY 'ACOMPTE ' NO-ACP ' DU ' DATE-DEMANDE-ACP
                       ' MONTANT ' MONTANT-ACP ' ETAT ' ETAT-ACP
               DISPLAY '   VERSE LE ' DATE-VERSEMENT-ACP
                       ' RECUPERE ' RECUPERE-ACP
                       ' DERNIERE PERIODE ' PERIODE-RECUP-ACP
           END-IF.

      * l encours cumule ce qui n est pas encore recupere des
      * demandes en attente, validees ou versees
       LIRE-ACOMPTE-SUIVANT.
           READ FACOMPTES NEXT RECORD
               AT END MOVE 1 TO EOF-ACP
           END-READ
           IF EOF-ACP NOT = 1
               IF MATRICULE-ACP NOT = WS-MATRICULE-SAISI
                   MOVE 1 TO EOF-ACP
               ELSE
                   MOVE NO-ACP TO WS-DERNIER-NO
                   IF ETAT-ACP = 'D' OR ETAT-ACP = 'A'
                      OR ETAT-ACP = 'V'
                       COMPUTE WS-ENCOURS = WS-ENCOURS
                           + MONTANT-ACP - RECUPERE-ACP
                   END-IF
               END-IF
           END-IF.

      * aucune avance tant qu un ordre de saisie est actif
       CONTROLER-SAISIES.
           MOVE 'N' TO WS-SAISIE-ACTIVE
           IF WS-SAISIES-DISPONIBLES = 'O'
               MOVE WS-MATRICULE-SAISI TO MATRICULE-SAI
               MOVE 0 TO NOSAISIE-SAI EOF-SAI
               START FSAISIES
                   KEY NOT < CLE-SAI OF enreg-saisie
                   INVALID KEY MOVE 1 TO EOF-SAI
               END-START
               PERFORM LIRE-SAISIE-SUIVANTE UNTIL EOF-SAI = 1
           END-IF.

       LIRE-SAISIE-SUIVANTE.
           READ FSAISIES NEXT RECORD
               AT END MOVE 1 TO EOF-SAI
           END-READ
           IF EOF-SAI NOT = 1
               IF MATRICULE-SAI NOT = WS-MATRICULE-SAISI
                   MOVE 1 TO EOF-SAI
               ELSE
               IF STATUT-SAI = 'A'
                   MOVE 'O' TO WS-SAISIE-ACTIVE
                   MOVE 1 TO EOF-SAI
               END-IF
               END-IF
           END-IF.

       RECHERCHER-SALAIRE.
           MOVE 0 TO WS-SALAIRE-BASE EOF-SAL
           OPEN INPUT salaT
           IF WS-SAL-STATUS = '00'
               PERFORM LIRE-UN-SALAIRE UNTIL EOF-SAL = 1
               CLOSE salaT
           END-IF.

       LIRE-UN-SALAIRE.
           READ salaT
               AT END MOVE 1 TO EOF-SAL
           END-READ
           IF EOF-SAL NOT = 1
              AND TYPE-CTL-SAL NOT = 'E' AND TYPE-CTL-SAL NOT = 'T'
              AND matricule-salarierT = WS-MATRICULE-SAISI
               MOVE SALAIRE1 TO WS-SALAIRE-BASE
               MOVE 1 TO EOF-SAL
           END-IF.

      * plafond = pourcentage du salaire de base moins l encours
       DEMANDER-ACOMPTE.
           PERFORM SAISIR-MATRICULE
           PERFORM CONTROLER-MATRICULE
           IF WS-TROUVE = 'O'
               PERFORM CONTROLER-SAISIES
               IF WS-SAISIE-ACTIVE = 'O'
                   MOVE 'N' TO WS-TROUVE
                   DISPLAY 'SAISIE SUR SALAIRE ACTIVE, ACOMPTE REFUSE'
               END-IF
           END-IF
           IF WS-TROUVE = 'O'
               PERFORM RECHERCHER-SALAIRE
               IF WS-SALAIRE-BASE = 0
                   MOVE 'N' TO WS-TROUVE
                   DISPLAY 'SALAIRE DE BASE INTROUVABLE DANS SALARIERT'
               END-IF
           END-IF
           IF WS-TROUVE = 'O'
               MOVE 0 TO EOF-ACP WS-DERNIER-NO WS-ENCOURS
               PERFORM POSITIONNER-EMPLOYE
               PERFORM LIRE-ACOMPTE-SUIVANT UNTIL EOF-ACP = 1
               COMPUTE WS-PLAFOND-ACOMPTE ROUNDED
                   = WS-SALAIRE-BASE * WS-PCT-ACOMPTE / 100
                   - WS-ENCOURS
               IF WS-DERNIER-NO = 999
                   DISPLAY 'PLUS DE NUMERO D ACOMPTE LIBRE'
               ELSE
               IF WS-PLAFOND-ACOMPTE NOT > 0
                   DISPLAY 'PLAFOND ATTEINT, ENCOURS ' WS-ENCOURS
               ELSE
                   PERFORM SAISIR-MONTANT
               END-IF
               END-IF
           END-IF.

       SAISIR-MONTANT.
           DISPLAY 'MONTANT DEMANDE (PLAFOND ' WS-PLAFOND-ACOMPTE
                   ') : '
           ACCEPT WS-MONTANT-SAISI
           IF WS-MONTANT-SAISI = 0
               DISPLAY 'MONTANT INVALIDE'
           ELSE
           IF WS-MONTANT-SAISI > WS-PLAFOND-ACOMPTE
               DISPLAY 'PLAFOND DEPASSE, DEMANDE REFUSEE'
           ELSE
               PERFORM ECRIRE-DEMANDE
           END-IF
           END-IF.

       ECRIRE-DEMANDE.
           INITIALIZE enreg-acompte
           MOVE WS-MATRICULE-SAISI TO MATRICULE-ACP
           COMPUTE NO-ACP = WS-DERNIER-NO + 1
           MOVE NOM-EMPLOYE OF enreg-employe TO NOM-ACP
           MOVE WS-DATE-JOUR TO DATE-DEMANDE-ACP
           MOVE WS-MONTANT-SAISI TO MONTANT-ACP
           MOVE 'D' TO ETAT-ACP
           MOVE OPER-ID TO SAISIE-PAR-ACP
           MOVE SPACES TO APPROBATEUR-ACP
           WRITE enreg-acompte
               INVALID KEY
                   DISPLAY 'ACOMPTE DEJA PRESENT'
           END-WRITE
           IF WS-ACP-STATUS = '00'
               DISPLAY 'DEMANDE ' NO-ACP ' ENREGISTREE, EN ATTENTE '
                       'DE VALIDATION'
               MOVE 'DEMANDE ACP' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
           END-IF.

      * revue des demandes en attente, toutes employes confondus ;
      * une saisie devenue active depuis la demande bloque la
      * validation
       VALIDER-DEMANDES.
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS POUR '
                       'VALIDER LES ACOMPTES'
           ELSE
               MOVE 0 TO COMPTEURVALIDES COMPTEURREFUSES EOF-ACP
               MOVE 0 TO MATRICULE-ACP NO-ACP
               START FACOMPTES
                   KEY NOT < CLE-ACP OF enreg-acompte
                   INVALID KEY MOVE 1 TO EOF-ACP
               END-START
               PERFORM REVOIR-UNE-DEMANDE UNTIL EOF-ACP = 1
               DISPLAY 'ACOMPTES VALIDES : ' COMPTEURVALIDES
               DISPLAY 'ACOMPTES REFUSES : ' COMPTEURREFUSES
           END-IF.

       REVOIR-UNE-DEMANDE.
           READ FACOMPTES NEXT RECORD
               AT END MOVE 1 TO EOF-ACP
           END-READ
           IF EOF-ACP NOT = 1 AND ETAT-ACP = 'D'
               PERFORM DECIDER-DEMANDE
           END-IF.

       DECIDER-DEMANDE.
           DISPLAY '============ ACOMPTE ' MATRICULE-ACP '/' NO-ACP
                   ' ============'
           DISPLAY 'EMPLOYE ' NOM-ACP ' DEMANDE LE ' DATE-DEMANDE-ACP
           DISPLAY 'MONTANT ' MONTANT-ACP ' SAISI PAR ' SAISIE-PAR-ACP
           MOVE MATRICULE-ACP TO WS-MATRICULE-SAISI
           PERFORM CONTROLER-SAISIES
           IF WS-SAISIE-ACTIVE = 'O'
               DISPLAY 'SAISIE SUR SALAIRE ACTIVE : VALIDATION '
                       'IMPOSSIBLE'
               DISPLAY 'REFUSER (R), PASSER (AUTRE) : '
           ELSE
               DISPLAY 'VALIDER (V), REFUSER (R), PASSER (AUTRE) : '
           END-IF
           ACCEPT WS-CHOIX
           IF (WS-CHOIX = 'V' OR WS-CHOIX = 'v')
              AND WS-SAISIE-ACTIVE = 'N'
               MOVE 'A' TO ETAT-ACP
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO COMPTEURVALIDES
               MOVE 'APPROUVE ACP' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'ACOMPTE VALIDE'
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               MOVE 'R' TO ETAT-ACP
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO COMPTEURREFUSES
               MOVE 'REFUSE ACP' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'ACOMPTE REFUSE'
           END-IF
           END-IF.

       ENREGISTRER-DECISION.
           MOVE OPER-ID TO APPROBATEUR-ACP
           MOVE WS-DATE-JOUR TO DATE-APP-ACP
           REWRITE enreg-acompte
           END-REWRITE.

       ANNULER-DEMANDE.
           PERFORM SAISIR-MATRICULE
           DISPLAY 'NUMERO D ACOMPTE : '
           ACCEPT WS-NO-SAISI
           MOVE WS-MATRICULE-SAISI TO MATRICULE-ACP
           MOVE WS-NO-SAISI TO NO-ACP
           READ FACOMPTES
               INVALID KEY
                   DISPLAY 'ACOMPTE INCONNU'
           END-READ
           IF WS-ACP-STATUS = '00'
               IF ETAT-ACP NOT = 'D'
                   DISPLAY 'ACOMPTE A L ETAT ' ETAT-ACP
                           ', ANNULATION REFUSEE'
               ELSE
                   MOVE 'X' TO ETAT-ACP
                   REWRITE enreg-acompte
                       INVALID KEY
                           DISPLAY 'ERREUR DE REECRITURE'
                   END-REWRITE
                   IF WS-ACP-STATUS = '00'
                       DISPLAY 'DEMANDE ANNULEE'
                       MOVE 'ANNUL ACP' TO AUDIT-OP-TRAVAIL
                       PERFORM ENREGISTRER-AUDIT
                   END-IF
               END-IF
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE MATRICULE-ACP TO WS-MATRICULE-AUDIT
           MOVE NO-ACP TO WS-NO-AUDIT
           MOVE 'ACPSAIS' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-CLE-AUDIT TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           IF WS-SAISIES-DISPONIBLES = 'O'
               CLOSE FSAISIES
           END-IF
           CLOSE EMPLOYES FACOMPTES.

       END PROGRAM ACPSAIS.
