       IDENTIFICATION DIVISION.
       PROGRAM-ID. NDFSAIS.
      *****************************************************************
      * Console de saisie des notes de frais des employes
      * (NotesFrais.txt, cle matricule + numero de note) : date,
      * categorie, montant TTC, TVA, reference du justificatif et
      * mode de remboursement (B sur le prochain bulletin, V par
      * virement separe NDFVIR). Chaque categorie a un plafond par
      * note (defaut ci-dessous, cle NDF-PLAF-cccc de Params.txt en
      * euros) ; une note au-dela du plafond est refusee a la
      * saisie. La note part a l approbation du responsable du
      * departement de l employe (NDFAPP) ; chaque action est
      * journalisee via AUDECR.
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
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FNOTESFRAIS.
       01  enreg-ndf.
           COPY NDFREC.

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-NDF-STATUS PIC X(2) VALUE '00'.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  EOF-NDF PIC 99 VALUE 0.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-MATRICULE-SAISI PIC 9(5) VALUE 0.
       77  WS-NO-SAISI PIC 9(3) VALUE 0.
       77  WS-DERNIER-NO PIC 9(3) VALUE 0.
       77  WS-TROUVE PIC X VALUE 'N'.
       77  WS-NOTE-VALIDE PIC X VALUE 'N'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-PLAFOND-SAISI PIC X(6) VALUE SPACE.
       77  POS-CATEGORIE PIC 9 VALUE 0.
       77  WS-CATEGORIE-TROUVEE PIC 9 VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-CLE-AUDIT.
           02 WS-MATRICULE-AUDIT PIC 9(5).
           02 FILLER PIC X VALUE '/'.
           02 WS-NO-AUDIT PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
      * categories de frais et plafond par note (euros)
       01  LISTE-CATEGORIES.
           02 FILLER PIC X(4) VALUE 'TRAN'.
           02 FILLER PIC X(12) VALUE 'TRANSPORT'.
           02 FILLER PIC 9(6)V99 VALUE 1000.
           02 FILLER PIC X(4) VALUE 'HEBE'.
           02 FILLER PIC X(12) VALUE 'HEBERGEMENT'.
           02 FILLER PIC 9(6)V99 VALUE 250.
           02 FILLER PIC X(4) VALUE 'REPA'.
           02 FILLER PIC X(12) VALUE 'REPAS'.
           02 FILLER PIC 9(6)V99 VALUE 60.
           02 FILLER PIC X(4) VALUE 'ACHA'.
           02 FILLER PIC X(12) VALUE 'ACHATS'.
           02 FILLER PIC 9(6)V99 VALUE 500.
           02 FILLER PIC X(4) VALUE 'DIVE'.
           02 FILLER PIC X(12) VALUE 'DIVERS'.
           02 FILLER PIC 9(6)V99 VALUE 150.
       01  TABLE-CATEGORIES REDEFINES LISTE-CATEGORIES.
           02 CATEGORIE-TAB OCCURS 5 TIMES.
              03 CODE-CAT-TAB PIC X(4).
              03 LIBELLE-CAT-TAB PIC X(12).
              03 PLAFOND-CAT-TAB PIC 9(6)V99.
       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.
       01  WS-CLE-PLAFOND.
           02 FILLER PIC X(9) VALUE 'NDF-PLAF-'.
           02 WS-CAT-PLAFOND PIC X(4).
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
               DISPLAY 'FICHIER EMPLOYES ABSENT, SAISIE IMPOSSIBLE '
                       '(DEPARTEMENT DE L APPROBATEUR INCONNU)'
               STOP RUN
           END-IF
           OPEN I-O FNOTESFRAIS
           IF WS-NDF-STATUS NOT = '00'
               OPEN OUTPUT FNOTESFRAIS
               CLOSE FNOTESFRAIS
               OPEN I-O FNOTESFRAIS
           END-IF
           MOVE 0 TO POS-CATEGORIE
           PERFORM LIRE-PLAFOND 5 TIMES.

      * un plafond de Params.txt remplace celui de la table
       LIRE-PLAFOND.
           ADD 1 TO POS-CATEGORIE
           MOVE CODE-CAT-TAB(POS-CATEGORIE) TO WS-CAT-PLAFOND
           MOVE WS-CLE-PLAFOND TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR(1:6) TO WS-PLAFOND-SAISI
               IF WS-PLAFOND-SAISI IS NUMERIC
                   MOVE WS-PLAFOND-SAISI
                       TO PLAFOND-CAT-TAB(POS-CATEGORIE)
               END-IF
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' NOTES DE FRAIS'
           DISPLAY ' L. Lister les notes d un employe'
           DISPLAY ' A. Ajouter une note'
           DISPLAY ' X. Annuler une note non approuvee'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'L' OR WS-CHOIX = 'l'
               PERFORM LISTER-NOTES
           ELSE
           IF WS-CHOIX = 'A' OR WS-CHOIX = 'a'
               PERFORM AJOUTER-NOTE
           ELSE
           IF WS-CHOIX = 'X' OR WS-CHOIX = 'x'
               PERFORM ANNULER-NOTE
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

       LISTER-NOTES.
           PERFORM SAISIR-MATRICULE
           MOVE 0 TO EOF-NDF WS-DERNIER-NO
           PERFORM POSITIONNER-EMPLOYE
           PERFORM LISTER-UNE-NOTE UNTIL EOF-NDF = 1.

       POSITIONNER-EMPLOYE.
           MOVE WS-MATRICULE-SAISI TO MATRICULE-NDF
           MOVE 0 TO NO-NDF
           START FNOTESFRAIS
               KEY NOT < CLE-NDF OF enreg-ndf
               INVALID KEY MOVE 1 TO EOF-NDF
           END-START.

       LISTER-UNE-NOTE.
           PERFORM LIRE-NOTE-SUIVANTE
           IF EOF-NDF NOT = 1
               DISPLAY 'NOTE ' NO-NDF ' DU ' DATE-NDF ' '
                       CATEGORIE-NDF ' TTC ' MONTANT-NDF
                       ' TVA ' TVA-NDF
               DISPLAY '   JUSTIFICATIF ' JUSTIF-NDF ' MODE '
                       MODE-REMB-NDF ' ETAT ' ETAT-NDF
                       ' REMBOURSEE ' PERIODE-REMB-NDF
           END-IF.

       LIRE-NOTE-SUIVANTE.
           READ FNOTESFRAIS NEXT RECORD
               AT END MOVE 1 TO EOF-NDF
           END-READ
           IF EOF-NDF NOT = 1
               IF MATRICULE-NDF NOT = WS-MATRICULE-SAISI
                   MOVE 1 TO EOF-NDF
               ELSE
                   MOVE NO-NDF TO WS-DERNIER-NO
               END-IF
           END-IF.

      * le numero de note suit le dernier numero de l employe
       AJOUTER-NOTE.
           PERFORM SAISIR-MATRICULE
           PERFORM CONTROLER-MATRICULE
           IF WS-TROUVE = 'O'
               MOVE 0 TO EOF-NDF WS-DERNIER-NO
               PERFORM POSITIONNER-EMPLOYE
               PERFORM LIRE-NOTE-SUIVANTE UNTIL EOF-NDF = 1
               IF WS-DERNIER-NO = 999
                   DISPLAY 'PLUS DE NUMERO DE NOTE LIBRE'
               ELSE
                   PERFORM SAISIR-DETAILS-NOTE
                   IF WS-NOTE-VALIDE = 'O'
                       PERFORM ECRIRE-NOTE
                   END-IF
               END-IF
           END-IF.

       SAISIR-DETAILS-NOTE.
           INITIALIZE enreg-ndf
           MOVE 'O' TO WS-NOTE-VALIDE
           DISPLAY 'DATE DE LA DEPENSE (AAAAMMJJ) : '
           ACCEPT DATE-NDF
           IF DATE-NDF = 0 OR DATE-NDF > WS-DATE-JOUR
               DISPLAY 'DATE INVALIDE'
               MOVE 'N' TO WS-NOTE-VALIDE
           END-IF
           IF WS-NOTE-VALIDE = 'O'
               DISPLAY 'CATEGORIE (TRAN HEBE REPA ACHA DIVE) : '
               ACCEPT CATEGORIE-NDF
               MOVE 0 TO WS-CATEGORIE-TROUVEE POS-CATEGORIE
               PERFORM CHERCHER-CATEGORIE 5 TIMES
               IF WS-CATEGORIE-TROUVEE = 0
                   DISPLAY 'CATEGORIE INCONNUE'
                   MOVE 'N' TO WS-NOTE-VALIDE
               END-IF
           END-IF
           IF WS-NOTE-VALIDE = 'O'
               DISPLAY 'MONTANT TTC : '
               ACCEPT MONTANT-NDF
               DISPLAY 'DONT TVA : '
               ACCEPT TVA-NDF
               IF MONTANT-NDF = 0 OR TVA-NDF > MONTANT-NDF
                   DISPLAY 'MONTANT OU TVA INVALIDE'
                   MOVE 'N' TO WS-NOTE-VALIDE
               ELSE
               IF MONTANT-NDF
                  > PLAFOND-CAT-TAB(WS-CATEGORIE-TROUVEE)
                   DISPLAY 'PLAFOND ' LIBELLE-CAT-TAB
                           (WS-CATEGORIE-TROUVEE) ' DEPASSE : '
                           PLAFOND-CAT-TAB(WS-CATEGORIE-TROUVEE)
                   MOVE 'N' TO WS-NOTE-VALIDE
               END-IF
               END-IF
           END-IF
           IF WS-NOTE-VALIDE = 'O'
               DISPLAY 'REFERENCE DU JUSTIFICATIF : '
               ACCEPT JUSTIF-NDF
               IF JUSTIF-NDF = SPACES
                   DISPLAY 'JUSTIFICATIF OBLIGATOIRE'
                   MOVE 'N' TO WS-NOTE-VALIDE
               END-IF
           END-IF
           IF WS-NOTE-VALIDE = 'O'
               DISPLAY 'REMBOURSEMENT SUR BULLETIN (B) OU PAR '
                       'VIREMENT SEPARE (V) : '
               ACCEPT MODE-REMB-NDF
               IF MODE-REMB-NDF = 'v'
                   MOVE 'V' TO MODE-REMB-NDF
               END-IF
               IF MODE-REMB-NDF NOT = 'V'
                   MOVE 'B' TO MODE-REMB-NDF
               END-IF
           END-IF.

       CHERCHER-CATEGORIE.
           ADD 1 TO POS-CATEGORIE
           IF CODE-CAT-TAB(POS-CATEGORIE) = CATEGORIE-NDF
               MOVE POS-CATEGORIE TO WS-CATEGORIE-TROUVEE
           END-IF.

       ECRIRE-NOTE.
           MOVE WS-MATRICULE-SAISI TO MATRICULE-NDF
           COMPUTE NO-NDF = WS-DERNIER-NO + 1
           MOVE NOM-EMPLOYE OF enreg-employe TO NOM-NDF
           MOVE DEPARTEMENT-EMPLOYE OF enreg-employe
               TO DEPARTEMENT-NDF
           MOVE 'S' TO ETAT-NDF
           MOVE OPER-ID TO SAISIE-PAR-NDF
           MOVE WS-DATE-JOUR TO DATE-SAISIE-NDF
           MOVE SPACES TO APPROBATEUR-NDF
           MOVE 0 TO DATE-APP-NDF PERIODE-REMB-NDF
           WRITE enreg-ndf
               INVALID KEY
                   DISPLAY 'NOTE DEJA PRESENTE'
           END-WRITE
           IF WS-NDF-STATUS = '00'
               DISPLAY 'NOTE ' NO-NDF ' ENREGISTREE, EN ATTENTE '
                       'D APPROBATION'
               MOVE 'AJOUT NDF' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
           END-IF.

       ANNULER-NOTE.
           PERFORM SAISIR-MATRICULE
           DISPLAY 'NUMERO DE NOTE : '
           ACCEPT WS-NO-SAISI
           MOVE WS-MATRICULE-SAISI TO MATRICULE-NDF
           MOVE WS-NO-SAISI TO NO-NDF
           READ FNOTESFRAIS
               INVALID KEY
                   DISPLAY 'NOTE INCONNUE'
           END-READ
           IF WS-NDF-STATUS = '00'
               IF ETAT-NDF NOT = 'S'
                   DISPLAY 'NOTE A L ETAT ' ETAT-NDF
                           ', ANNULATION REFUSEE'
               ELSE
                   MOVE 'X' TO ETAT-NDF
                   REWRITE enreg-ndf
                       INVALID KEY
                           DISPLAY 'ERREUR DE REECRITURE'
                   END-REWRITE
                   IF WS-NDF-STATUS = '00'
                       DISPLAY 'NOTE ANNULEE'
                       MOVE 'ANNUL NDF' TO AUDIT-OP-TRAVAIL
                       PERFORM ENREGISTRER-AUDIT
                   END-IF
               END-IF
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE MATRICULE-NDF TO WS-MATRICULE-AUDIT
           MOVE NO-NDF TO WS-NO-AUDIT
           MOVE 'NDFSAIS' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-CLE-AUDIT TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           CLOSE EMPLOYES FNOTESFRAIS.

       END PROGRAM NDFSAIS.
