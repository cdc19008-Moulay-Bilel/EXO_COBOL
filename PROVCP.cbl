       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVCP.
      *****************************************************************
      * Provision pour conges payes de fin de mois. La periode
      * arretee est passee dans PROVCP-PERIODE (AAAAMM, defaut mois
      * courant). Chaque solde positif de Conges.txt est valorise au
      * taux journalier du dernier bulletin de PaieHist.txt de la
      * periode ou anterieur (hors run des primes AAAA13) : brut /
      * heures mensuelles x 7, majore du taux global des charges
      * patronales en vigueur (Charges.txt). Le departement du
      * bulletin donne le centre de cout (Depts.txt, NONREF hors
      * referentiel).
      * La valorisation est figee dans HistProvConges.txt ; la
      * variation par departement et par centre de cout est calculee
      * contre la periode precedente et editee dans
      * EtatProvConges.txt.
      * Piece L du journal de paie (JRNL-AAAAMM.txt) : la variation
      * de chaque centre au role DOTATION-CP (ou DCP-centre), debit
      * si la provision augmente, credit si elle diminue, et la
      * variation totale en contrepartie au role PROVISION-CP. Le
      * journal n est libere que s il est equilibre et que tous les
      * roles ont un compte (code retour 8 sinon) ; un salarie sans
      * bulletin n est pas valorise (code retour 4).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FCONGES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Conges.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULE-CGE
               FILE STATUS IS WS-CGE-STATUS.
           SELECT FPAIEHIST
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaieHist.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-PHIST OF enreg-paiehist
               FILE STATUS IS WS-PHIST-STATUS.
           SELECT FPROVHIST
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\HistProvConges.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-PROV OF enreg-provision
               FILE STATUS IS WS-PROV-STATUS.
           SELECT FCHARGES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Charges.txt'
               FILE STATUS IS WS-CHARGES-STATUS.
           SELECT FDEPTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Depts.txt'
               FILE STATUS IS WS-DEPTS-STATUS.
           SELECT FCOMPTES
               ASSIGN TO 'C:\Users\CRM\Desktop\ComptesGL.txt'
               FILE STATUS IS WS-CPT-STATUS.
           SELECT FTRAVAIL
               ASSIGN TO 'C:\Users\CRM\Desktop\JrnProvTravail.txt'.
           SELECT FJOURNAL
               ASSIGN TO WS-JOURNAL-PATH.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatProvConges.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FCONGES.
       01  enreg-conge.
           02 MATRICULE-CGE PIC 9(5).
           02 SOLDE-CGE PIC S9(3)V99.
           02 DERNIERE-PERIODE-CGE PIC 9(6).

       FD  FPAIEHIST.
       01  enreg-paiehist.
           COPY PAIEHIST.

       FD  FPROVHIST.
       01  enreg-provision.
           COPY PROVHIST.

       FD  FCHARGES.
       01  enreg-CHARGE.
           02 CHG-LIBELLE PIC X(15).
           02 CHG-TAUX PIC V9999.
           02 CHG-DATE-EFFET PIC 9(8).

       FD  FDEPTS.
       01  enreg-dept.
           02 DEPT-CODE PIC X(10).
           02 DEPT-NOM PIC X(20).
           02 DEPT-MANAGER PIC X(20).
           02 DEPT-CC PIC X(6).

       FD  FCOMPTES.
       01  enreg-compte.
           COPY CPTMAP.

       FD  FTRAVAIL.
       01  enreg-travail.
           COPY JRNLIG.

       FD  FJOURNAL.
       01  enreg-journal PIC X(73).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-CGE PIC 99 VALUE 0.
       77  EOF-PHIST PIC 99 VALUE 0.
       77  EOF-PROV PIC 99 VALUE 0.
       77  EOF-CHARGES PIC 99 VALUE 0.
       77  EOF-DEPTS PIC 99 VALUE 0.
       77  EOF-CPT PIC 99 VALUE 0.
       77  EOF-TRAV PIC 99 VALUE 0.
       77  WS-CGE-STATUS PIC X(2) VALUE '00'.
       77  WS-PHIST-STATUS PIC X(2) VALUE '00'.
       77  WS-PROV-STATUS PIC X(2) VALUE '00'.
       77  WS-CHARGES-STATUS PIC X(2) VALUE '00'.
       77  WS-DEPTS-STATUS PIC X(2) VALUE '00'.
       77  WS-CPT-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-PERIODE-ENV PIC X(6) VALUE SPACE.
       77  WS-DATE-ARRETE PIC 9(8) VALUE 0.
       77  HEURES-MENSUELLES PIC 9(3)V99 VALUE 151.67.
       77  WS-TAUX-CHARGES PIC V9999 VALUE 0.
       77  WS-TAUX-PCT PIC 9(3)V99 VALUE 0.
       77  WS-TAUX-JOUR PIC 9(4)V99 VALUE 0.
       77  WS-VALEUR PIC 9(8)V99 VALUE 0.
       77  WS-BULLETIN-TROUVE PIC X VALUE 'N'.
       77  WS-BRUT-RETENU PIC 9(6)V99 VALUE 0.
       77  WS-PERIODE-RETENUE PIC 9(6) VALUE 0.
       77  WS-DEPT-RETENU PIC X(10) VALUE SPACE.
       77  WS-NOM-RETENU PIC X(25) VALUE SPACE.
       77  WS-DEPT-COURANT PIC X(10) VALUE SPACE.
       77  WS-CC-COURANT PIC X(6) VALUE SPACE.
       77  WS-MONTANT-COURANT PIC 9(8)V99 VALUE 0.
       77  WS-PRECEDENT-OUI PIC X VALUE 'N'.
       77  NB-CHARGES PIC 99 VALUE 0.
       77  POS-CHARGE PIC 99 VALUE 0.
       77  WS-CHARGE-TROUVEE PIC 99 VALUE 0.
       77  NB-DEPTS PIC 99 VALUE 0.
       77  POS-DEPT PIC 99 VALUE 0.
       77  WS-DEPT-TROUVE PIC 99 VALUE 0.
       77  NB-PROV-DEPTS PIC 9(3) VALUE 0.
       77  POS-PROV-DEPT PIC 9(3) VALUE 0.
       77  WS-PROV-DEPT-TROUVE PIC 9(3) VALUE 0.
       77  NB-CENTRES PIC 99 VALUE 0.
       77  POS-CENTRE PIC 99 VALUE 0.
       77  WS-CENTRE-TROUVE PIC 99 VALUE 0.
       77  NB-COMPTES PIC 9(3) VALUE 0.
       77  POS-COMPTE PIC 9(3) VALUE 0.
       77  WS-COMPTE-TROUVE PIC 9(3) VALUE 0.
       77  WS-ROLE PIC X(12) VALUE SPACE.
       77  WS-ROLE-DEFAUT PIC X(12) VALUE SPACE.
       77  WS-ROLE-CHERCHE PIC X(12) VALUE SPACE.
       77  WS-CC-LIGNE PIC X(6) VALUE SPACE.
       77  WS-SENS PIC X VALUE SPACE.
       77  WS-MONTANT PIC 9(10)V99 VALUE 0.
       77  WS-MOUVEMENT PIC S9(10)V99 VALUE 0.
       77  WS-DEBIT-PIECE PIC 9(10)V99 VALUE 0.
       77  WS-CREDIT-PIECE PIC 9(10)V99 VALUE 0.
       77  COMPTEURSALARIES PIC 9(5) VALUE 0.
       77  COMPTEURSANSSOLDE PIC 9(5) VALUE 0.
       77  COMPTEURSANSBULLETIN PIC 9(5) VALUE 0.
       77  COMPTEURNONREF PIC 9(5) VALUE 0.
       77  COMPTEURPURGES PIC 9(5) VALUE 0.
       77  COMPTEURLIGNE PIC 9(7) VALUE 0.
       77  COMPTEURSANSCOMPTE PIC 9(7) VALUE 0.
       77  COMPTEURDESEQUILIBRE PIC 9(7) VALUE 0.
       77  TOTAL-JOURS PIC 9(7)V99 VALUE 0.
       77  TOTAL-PROVISION PIC 9(10)V99 VALUE 0.
       77  TOTAL-PRECEDENT PIC 9(10)V99 VALUE 0.
       77  WS-SOLDE-EDIT PIC ZZ9.99.
       77  WS-JOURS-EDIT PIC ZZZZZZ9.99.
       77  WS-TAUX-EDIT PIC ZZZ9.99.
       77  WS-PCT-EDIT PIC ZZ9.99.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-TOTAL-EDIT PIC ZZZZZZZZZ9.99.
       77  WS-MOUVEMENT-EDIT PIC -ZZZZZZZZ9.99.
       01  WS-PERIODE-PROV PIC 9(6) VALUE 0.
       01  WS-PERIODE-PROV-R REDEFINES WS-PERIODE-PROV.
           02 WS-AAAA-PROV PIC 9(4).
           02 WS-MM-PROV PIC 99.
       01  WS-PERIODE-PREC PIC 9(6) VALUE 0.
       01  WS-PERIODE-PREC-R REDEFINES WS-PERIODE-PREC.
           02 WS-AAAA-PREC PIC 9(4).
           02 WS-MM-PREC PIC 99.
       01  WS-JOURNAL-PATH PIC X(80) VALUE SPACE.
       01  TABLE-CHARGES.
           02 CHARGE-TAB OCCURS 20 TIMES.
              03 LIBELLE-CHG-TAB PIC X(15).
              03 TAUX-CHG-TAB PIC V9999.
              03 EFFET-CHG-TAB PIC 9(8).
       01  TABLE-DEPTS.
           02 DEPT-REF-TAB OCCURS 50 TIMES.
              03 CODE-DEPT-TAB PIC X(10).
              03 CC-DEPT-TAB PIC X(6).
       01  TABLE-PROV-DEPTS.
           02 PROV-DEPT-TAB OCCURS 100 TIMES.
              03 DEPT-PROV-TAB PIC X(10).
              03 CC-PROV-TAB PIC X(6).
              03 NB-SAL-PROV-TAB PIC 9(5).
              03 JOURS-PROV-TAB PIC 9(7)V99.
              03 MONTANT-PROV-TAB PIC 9(10)V99.
              03 PRECEDENT-PROV-TAB PIC 9(10)V99.
       01  TABLE-CENTRES.
           02 CENTRE-TAB OCCURS 50 TIMES.
              03 CC-TAB PIC X(6).
              03 MONTANT-CC-TAB PIC 9(10)V99.
              03 PRECEDENT-CC-TAB PIC 9(10)V99.
       01  TABLE-COMPTES.
           02 COMPTE-TAB OCCURS 100 TIMES.
              03 CLE-TAB PIC X(12).
              03 COMPTE-GL-TAB PIC X(10).
              03 LIBELLE-TAB PIC X(20).
       01  WS-ROLE-CENTRE.
           02 WS-PREFIXE-ROLE PIC X(4).
           02 WS-CC-ROLE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM VALORISER-UN-SALARIE UNTIL EOF-CGE = 1
           PERFORM CHARGER-PERIODE-PRECEDENTE
           PERFORM EDITER-DEPARTEMENTS
           PERFORM EDITER-CENTRES
           PERFORM JOURNALISER-PROVISION
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT 'PROVCP-PERIODE'
           IF WS-PERIODE-ENV NOT = SPACES
              AND WS-PERIODE-ENV IS NUMERIC
               MOVE WS-PERIODE-ENV TO WS-PERIODE-PROV
           ELSE
               COMPUTE WS-PERIODE-PROV = WS-DATE-JOUR / 100
           END-IF
           IF WS-MM-PROV < 1 OR WS-MM-PROV > 12
               DISPLAY 'PERIODE DE PROVISION INVALIDE : '
                       WS-PERIODE-PROV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MM-PROV = 1
               COMPUTE WS-AAAA-PREC = WS-AAAA-PROV - 1
               MOVE 12 TO WS-MM-PREC
           ELSE
               MOVE WS-AAAA-PROV TO WS-AAAA-PREC
               COMPUTE WS-MM-PREC = WS-MM-PROV - 1
           END-IF
           COMPUTE WS-DATE-ARRETE = WS-PERIODE-PROV * 100 + 31
           PERFORM CHARGER-COMPTES
           PERFORM CHARGER-CHARGES-PATRONALES
           PERFORM CHARGER-DEPARTEMENTS
           OPEN INPUT FCONGES
           IF WS-CGE-STATUS NOT = '00'
               DISPLAY 'FICHIER DES CONGES ABSENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FPAIEHIST
           IF WS-PHIST-STATUS NOT = '00'
               DISPLAY 'HISTORIQUE DE PAIE ABSENT, LANCER BULPAIE '
                       'D ABORD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FPROVHIST
           IF WS-PROV-STATUS NOT = '00'
               OPEN OUTPUT FPROVHIST
               CLOSE FPROVHIST
               OPEN I-O FPROVHIST
           END-IF
           PERFORM PURGER-PERIODE
           STRING 'C:\Users\CRM\Desktop\JRNL-' DELIMITED BY SIZE
                  WS-PERIODE-PROV DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH
           END-STRING
           OPEN OUTPUT FTRAVAIL
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- PROVISION POUR CONGES PAYES AU '
                  DELIMITED BY SIZE
                  WS-PERIODE-PROV DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           COMPUTE WS-TAUX-PCT = WS-TAUX-CHARGES * 100
           MOVE WS-TAUX-PCT TO WS-PCT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TAUX DE CHARGES PATRONALES : ' DELIMITED BY SIZE
                  WS-PCT-EDIT DELIMITED BY SIZE
                  ' %' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'MATRIC NOM' TO LIGNE-RAPPORT
           MOVE 'DEPARTEMENT' TO LIGNE-RAPPORT(34:11)
           MOVE 'SOLDE' TO LIGNE-RAPPORT(46:5)
           MOVE 'BULLETIN' TO LIGNE-RAPPORT(53:8)
           MOVE 'TAUX JOUR' TO LIGNE-RAPPORT(62:9)
           MOVE 'PROVISION' TO LIGNE-RAPPORT(75:9)
           WRITE LIGNE-RAPPORT
           READ FCONGES
               AT END MOVE 1 TO EOF-CGE
           END-READ.

      * sans table des comptes aucun journal ne peut etre produit
       CHARGER-COMPTES.
           OPEN INPUT FCOMPTES
           IF WS-CPT-STATUS NOT = '00'
               DISPLAY 'TABLE DES COMPTES GENERAUX ABSENTE (CPTMNT)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FCOMPTES
               AT END MOVE 1 TO EOF-CPT
           END-READ
           PERFORM CHARGER-UN-COMPTE UNTIL EOF-CPT = 1
           CLOSE FCOMPTES.

       CHARGER-UN-COMPTE.
           IF NB-COMPTES < 100
               ADD 1 TO NB-COMPTES
               MOVE CLE-CPT TO CLE-TAB(NB-COMPTES)
               MOVE COMPTE-CPT TO COMPTE-GL-TAB(NB-COMPTES)
               MOVE LIBELLE-CPT TO LIBELLE-TAB(NB-COMPTES)
           END-IF
           READ FCOMPTES
               AT END MOVE 1 TO EOF-CPT
           END-READ.

       CHARGER-CHARGES-PATRONALES.
           OPEN INPUT FCHARGES
           IF WS-CHARGES-STATUS NOT = '00'
               DISPLAY 'TAUX DE CHARGES PATRONALES ABSENTS, PROVISION '
                       'SANS CHARGES'
           ELSE
               READ FCHARGES
                   AT END MOVE 1 TO EOF-CHARGES
               END-READ
               PERFORM CHARGER-UNE-CHARGE UNTIL EOF-CHARGES = 1
               CLOSE FCHARGES
               MOVE 0 TO WS-TAUX-CHARGES POS-CHARGE
               PERFORM AJOUTER-UN-TAUX NB-CHARGES TIMES
           END-IF.

      * meme logique que BULPAIE : a libelle egal, la date d effet la
      * plus recente anterieure a la fin de la periode l emporte
       CHARGER-UNE-CHARGE.
           IF CHG-DATE-EFFET <= WS-DATE-ARRETE
               MOVE 0 TO WS-CHARGE-TROUVEE POS-CHARGE
               PERFORM CHERCHER-MEME-LIBELLE NB-CHARGES TIMES
               IF WS-CHARGE-TROUVEE = 0
                   IF NB-CHARGES < 20
                       ADD 1 TO NB-CHARGES
                       MOVE CHG-LIBELLE TO LIBELLE-CHG-TAB(NB-CHARGES)
                       MOVE CHG-TAUX TO TAUX-CHG-TAB(NB-CHARGES)
                       MOVE CHG-DATE-EFFET TO EFFET-CHG-TAB(NB-CHARGES)
                   END-IF
               ELSE
                   IF CHG-DATE-EFFET >= EFFET-CHG-TAB(WS-CHARGE-TROUVEE)
                       MOVE CHG-TAUX TO TAUX-CHG-TAB(WS-CHARGE-TROUVEE)
                       MOVE CHG-DATE-EFFET
                           TO EFFET-CHG-TAB(WS-CHARGE-TROUVEE)
                   END-IF
               END-IF
           END-IF
           READ FCHARGES
               AT END MOVE 1 TO EOF-CHARGES
           END-READ.

       CHERCHER-MEME-LIBELLE.
           ADD 1 TO POS-CHARGE
           IF LIBELLE-CHG-TAB(POS-CHARGE) = CHG-LIBELLE
               MOVE POS-CHARGE TO WS-CHARGE-TROUVEE
           END-IF.

       AJOUTER-UN-TAUX.
           ADD 1 TO POS-CHARGE
           ADD TAUX-CHG-TAB(POS-CHARGE) TO WS-TAUX-CHARGES.

       CHARGER-DEPARTEMENTS.
           OPEN INPUT FDEPTS
           IF WS-DEPTS-STATUS NOT = '00'
               DISPLAY 'REFERENTIEL DES DEPARTEMENTS ABSENT'
           ELSE
               READ FDEPTS
                   AT END MOVE 1 TO EOF-DEPTS
               END-READ
               PERFORM CHARGER-UN-DEPARTEMENT UNTIL EOF-DEPTS = 1
               CLOSE FDEPTS
           END-IF.

       CHARGER-UN-DEPARTEMENT.
           IF NB-DEPTS < 50
               ADD 1 TO NB-DEPTS
               MOVE DEPT-CODE TO CODE-DEPT-TAB(NB-DEPTS)
               MOVE DEPT-CC TO CC-DEPT-TAB(NB-DEPTS)
           END-IF
           READ FDEPTS
               AT END MOVE 1 TO EOF-DEPTS
           END-READ.

      * une periode deja arretee est recalculee en entier
       PURGER-PERIODE.
           MOVE WS-PERIODE-PROV TO PERIODE-PROV
           MOVE 0 TO MATRICULE-PROV
           MOVE 0 TO EOF-PROV
           START FPROVHIST KEY NOT < CLE-PROV
               INVALID KEY MOVE 1 TO EOF-PROV
           END-START
           IF EOF-PROV = 0
               READ FPROVHIST NEXT RECORD
                   AT END MOVE 1 TO EOF-PROV
               END-READ
           END-IF
           PERFORM PURGER-UNE-PROVISION
               UNTIL EOF-PROV = 1
                  OR PERIODE-PROV NOT = WS-PERIODE-PROV.

       PURGER-UNE-PROVISION.
           DELETE FPROVHIST RECORD
               INVALID KEY CONTINUE
           END-DELETE
           ADD 1 TO COMPTEURPURGES
           READ FPROVHIST NEXT RECORD
               AT END MOVE 1 TO EOF-PROV
           END-READ.

       VALORISER-UN-SALARIE.
           IF SOLDE-CGE > 0
               PERFORM CHERCHER-DERNIER-BULLETIN
               IF WS-BULLETIN-TROUVE = 'O'
                   PERFORM CALCULER-PROVISION
               ELSE
                   ADD 1 TO COMPTEURSANSBULLETIN
                   MOVE SPACES TO LIGNE-RAPPORT
                   MOVE MATRICULE-CGE TO LIGNE-RAPPORT(1:5)
                   MOVE 'AUCUN BULLETIN DANS PAIEHIST, NON VALORISE'
                       TO LIGNE-RAPPORT(8:42)
                   MOVE SOLDE-CGE TO WS-SOLDE-EDIT
                   MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(45:6)
                   WRITE LIGNE-RAPPORT
               END-IF
           ELSE
               ADD 1 TO COMPTEURSANSSOLDE
           END-IF
           READ FCONGES
               AT END MOVE 1 TO EOF-CGE
           END-READ.

      * dernier bulletin mensuel (normal ou rappel) de la periode
      * arretee ou anterieur ; le run des primes AAAA13 est ignore
       CHERCHER-DERNIER-BULLETIN.
           MOVE 'N' TO WS-BULLETIN-TROUVE
           MOVE 0 TO EOF-PHIST
           MOVE MATRICULE-CGE TO MATRICULE-PHIST
           MOVE 0 TO PERIODE-PHIST
           START FPAIEHIST KEY NOT < CLE-PHIST
               INVALID KEY MOVE 1 TO EOF-PHIST
           END-START
           IF EOF-PHIST = 0
               READ FPAIEHIST NEXT RECORD
                   AT END MOVE 1 TO EOF-PHIST
               END-READ
           END-IF
           PERFORM EXAMINER-UN-BULLETIN
               UNTIL EOF-PHIST = 1
                  OR MATRICULE-PHIST NOT = MATRICULE-CGE.

       EXAMINER-UN-BULLETIN.
           IF PERIODE-PHIST <= WS-PERIODE-PROV
              AND TYPE-PHIST NOT = 'P'
              AND BRUT-PHIST > 0
               MOVE 'O' TO WS-BULLETIN-TROUVE
               MOVE BRUT-PHIST TO WS-BRUT-RETENU
               MOVE PERIODE-PHIST TO WS-PERIODE-RETENUE
               MOVE DEPARTEMENT-PHIST TO WS-DEPT-RETENU
               MOVE NOM-PHIST TO WS-NOM-RETENU
           END-IF
           READ FPAIEHIST NEXT RECORD
               AT END MOVE 1 TO EOF-PHIST
           END-READ.

      * taux journalier : 7 heures au taux horaire du brut mensuel
       CALCULER-PROVISION.
           COMPUTE WS-TAUX-JOUR ROUNDED
               = WS-BRUT-RETENU * 7 / HEURES-MENSUELLES
           COMPUTE WS-VALEUR ROUNDED
               = SOLDE-CGE * WS-TAUX-JOUR * (1 + WS-TAUX-CHARGES)
           MOVE WS-DEPT-RETENU TO WS-DEPT-COURANT
           PERFORM TROUVER-CENTRE-DE-COUT
           ADD 1 TO COMPTEURSALARIES
           ADD SOLDE-CGE TO TOTAL-JOURS
           ADD WS-VALEUR TO TOTAL-PROVISION
           MOVE WS-VALEUR TO WS-MONTANT-COURANT
           MOVE 'N' TO WS-PRECEDENT-OUI
           PERFORM CUMULER-AU-DEPARTEMENT
           PERFORM CUMULER-AU-CENTRE
           MOVE WS-PERIODE-PROV TO PERIODE-PROV
           MOVE MATRICULE-CGE TO MATRICULE-PROV
           MOVE WS-NOM-RETENU TO NOM-PROV
           MOVE WS-DEPT-RETENU TO DEPARTEMENT-PROV
           MOVE WS-CC-COURANT TO CC-PROV
           MOVE SOLDE-CGE TO SOLDE-PROV
           MOVE WS-PERIODE-RETENUE TO PERIODE-PAIE-PROV
           MOVE WS-TAUX-JOUR TO TAUX-JOUR-PROV
           MOVE WS-TAUX-CHARGES TO TAUX-CHARGES-PROV
           MOVE WS-VALEUR TO MONTANT-PROV
           MOVE WS-DATE-JOUR TO DATE-CALCUL-PROV
           WRITE enreg-provision
               INVALID KEY
                   REWRITE enreg-provision
                   END-REWRITE
           END-WRITE
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE MATRICULE-CGE TO LIGNE-RAPPORT(1:5)
           MOVE WS-NOM-RETENU TO LIGNE-RAPPORT(8:25)
           MOVE WS-DEPT-RETENU TO LIGNE-RAPPORT(34:10)
           MOVE SOLDE-CGE TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(45:6)
           MOVE WS-PERIODE-RETENUE TO LIGNE-RAPPORT(53:6)
           MOVE WS-TAUX-JOUR TO WS-TAUX-EDIT
           MOVE WS-TAUX-EDIT TO LIGNE-RAPPORT(62:7)
           MOVE WS-VALEUR TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(73:11)
           WRITE LIGNE-RAPPORT.

      * un departement hors referentiel est impute au centre NONREF
       TROUVER-CENTRE-DE-COUT.
           MOVE 'NONREF' TO WS-CC-COURANT
           MOVE 0 TO WS-DEPT-TROUVE POS-DEPT
           PERFORM COMPARER-DEPARTEMENT NB-DEPTS TIMES
           IF WS-DEPT-TROUVE > 0
               MOVE CC-DEPT-TAB(WS-DEPT-TROUVE) TO WS-CC-COURANT
           ELSE
               ADD 1 TO COMPTEURNONREF
           END-IF.

       COMPARER-DEPARTEMENT.
           ADD 1 TO POS-DEPT
           IF CODE-DEPT-TAB(POS-DEPT) = WS-DEPT-COURANT
               MOVE POS-DEPT TO WS-DEPT-TROUVE
           END-IF.

      * WS-PRECEDENT-OUI = 'O' cumule dans la colonne de la periode
      * precedente, sinon dans celle de la periode arretee
       CUMULER-AU-DEPARTEMENT.
           MOVE 0 TO WS-PROV-DEPT-TROUVE POS-PROV-DEPT
           PERFORM COMPARER-PROV-DEPT NB-PROV-DEPTS TIMES
           IF WS-PROV-DEPT-TROUVE = 0 AND NB-PROV-DEPTS < 100
               ADD 1 TO NB-PROV-DEPTS
               MOVE NB-PROV-DEPTS TO WS-PROV-DEPT-TROUVE
               MOVE WS-DEPT-COURANT
                   TO DEPT-PROV-TAB(WS-PROV-DEPT-TROUVE)
               MOVE WS-CC-COURANT TO CC-PROV-TAB(WS-PROV-DEPT-TROUVE)
               MOVE 0 TO NB-SAL-PROV-TAB(WS-PROV-DEPT-TROUVE)
               MOVE 0 TO JOURS-PROV-TAB(WS-PROV-DEPT-TROUVE)
               MOVE 0 TO MONTANT-PROV-TAB(WS-PROV-DEPT-TROUVE)
               MOVE 0 TO PRECEDENT-PROV-TAB(WS-PROV-DEPT-TROUVE)
           END-IF
           IF WS-PROV-DEPT-TROUVE > 0
               IF WS-PRECEDENT-OUI = 'O'
                   ADD WS-MONTANT-COURANT
                       TO PRECEDENT-PROV-TAB(WS-PROV-DEPT-TROUVE)
               ELSE
                   ADD 1 TO NB-SAL-PROV-TAB(WS-PROV-DEPT-TROUVE)
                   ADD SOLDE-CGE TO JOURS-PROV-TAB(WS-PROV-DEPT-TROUVE)
                   ADD WS-MONTANT-COURANT
                       TO MONTANT-PROV-TAB(WS-PROV-DEPT-TROUVE)
               END-IF
           END-IF.

       COMPARER-PROV-DEPT.
           ADD 1 TO POS-PROV-DEPT
           IF DEPT-PROV-TAB(POS-PROV-DEPT) = WS-DEPT-COURANT
               MOVE POS-PROV-DEPT TO WS-PROV-DEPT-TROUVE
           END-IF.

       CUMULER-AU-CENTRE.
           MOVE 0 TO WS-CENTRE-TROUVE POS-CENTRE
           PERFORM COMPARER-CENTRE NB-CENTRES TIMES
           IF WS-CENTRE-TROUVE = 0 AND NB-CENTRES < 50
               ADD 1 TO NB-CENTRES
               MOVE NB-CENTRES TO WS-CENTRE-TROUVE
               MOVE WS-CC-COURANT TO CC-TAB(WS-CENTRE-TROUVE)
               MOVE 0 TO MONTANT-CC-TAB(WS-CENTRE-TROUVE)
               MOVE 0 TO PRECEDENT-CC-TAB(WS-CENTRE-TROUVE)
           END-IF
           IF WS-CENTRE-TROUVE > 0
               IF WS-PRECEDENT-OUI = 'O'
                   ADD WS-MONTANT-COURANT
                       TO PRECEDENT-CC-TAB(WS-CENTRE-TROUVE)
               ELSE
                   ADD WS-MONTANT-COURANT
                       TO MONTANT-CC-TAB(WS-CENTRE-TROUVE)
               END-IF
           END-IF.

       COMPARER-CENTRE.
           ADD 1 TO POS-CENTRE
           IF CC-TAB(POS-CENTRE) = WS-CC-COURANT
               MOVE POS-CENTRE TO WS-CENTRE-TROUVE
           END-IF.

      *****************************************************************
      * La provision figee le mois precedent est reprise avec le
      * departement et le centre de cout de l epoque : un salarie
      * parti ou mute fait varier les deux departements concernes.
      *****************************************************************
       CHARGER-PERIODE-PRECEDENTE.
           MOVE WS-PERIODE-PREC TO PERIODE-PROV
           MOVE 0 TO MATRICULE-PROV
           MOVE 0 TO EOF-PROV
           START FPROVHIST KEY NOT < CLE-PROV
               INVALID KEY MOVE 1 TO EOF-PROV
           END-START
           IF EOF-PROV = 0
               READ FPROVHIST NEXT RECORD
                   AT END MOVE 1 TO EOF-PROV
               END-READ
           END-IF
           PERFORM REPRENDRE-UNE-PROVISION
               UNTIL EOF-PROV = 1
                  OR PERIODE-PROV NOT = WS-PERIODE-PREC
           IF TOTAL-PRECEDENT = 0
               MOVE SPACES TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'AUCUNE PROVISION FIGEE AU ' DELIMITED BY SIZE
                      WS-PERIODE-PREC DELIMITED BY SIZE
                      ' : VARIATION = PROVISION' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

       REPRENDRE-UNE-PROVISION.
           MOVE 'O' TO WS-PRECEDENT-OUI
           MOVE MONTANT-PROV TO WS-MONTANT-COURANT
           MOVE DEPARTEMENT-PROV TO WS-DEPT-COURANT
           MOVE CC-PROV TO WS-CC-COURANT
           ADD MONTANT-PROV TO TOTAL-PRECEDENT
           PERFORM CUMULER-AU-DEPARTEMENT
           PERFORM CUMULER-AU-CENTRE
           READ FPROVHIST NEXT RECORD
               AT END MOVE 1 TO EOF-PROV
           END-READ.

       EDITER-DEPARTEMENTS.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE '--- PAR DEPARTEMENT ---' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'DEPARTEMENT CENTRE  NB       JOURS' TO LIGNE-RAPPORT
           MOVE 'PROVISION' TO LIGNE-RAPPORT(40:9)
           MOVE 'PRECEDENTE' TO LIGNE-RAPPORT(53:10)
           MOVE 'VARIATION' TO LIGNE-RAPPORT(68:9)
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-PROV-DEPT
           PERFORM EDITER-UN-DEPARTEMENT NB-PROV-DEPTS TIMES.

       EDITER-UN-DEPARTEMENT.
           ADD 1 TO POS-PROV-DEPT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE DEPT-PROV-TAB(POS-PROV-DEPT) TO LIGNE-RAPPORT(1:10)
           MOVE CC-PROV-TAB(POS-PROV-DEPT) TO LIGNE-RAPPORT(13:6)
           MOVE NB-SAL-PROV-TAB(POS-PROV-DEPT) TO LIGNE-RAPPORT(20:5)
           MOVE JOURS-PROV-TAB(POS-PROV-DEPT) TO WS-JOURS-EDIT
           MOVE WS-JOURS-EDIT TO LIGNE-RAPPORT(25:10)
           MOVE MONTANT-PROV-TAB(POS-PROV-DEPT) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LIGNE-RAPPORT(36:13)
           MOVE PRECEDENT-PROV-TAB(POS-PROV-DEPT) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LIGNE-RAPPORT(50:13)
           COMPUTE WS-MOUVEMENT = MONTANT-PROV-TAB(POS-PROV-DEPT)
                                - PRECEDENT-PROV-TAB(POS-PROV-DEPT)
           MOVE WS-MOUVEMENT TO WS-MOUVEMENT-EDIT
           MOVE WS-MOUVEMENT-EDIT TO LIGNE-RAPPORT(64:13)
           WRITE LIGNE-RAPPORT.

       EDITER-CENTRES.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE '--- PAR CENTRE DE COUT ---' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'CENTRE' TO LIGNE-RAPPORT
           MOVE 'PROVISION' TO LIGNE-RAPPORT(40:9)
           MOVE 'PRECEDENTE' TO LIGNE-RAPPORT(53:10)
           MOVE 'VARIATION' TO LIGNE-RAPPORT(68:9)
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-CENTRE
           PERFORM EDITER-UN-CENTRE NB-CENTRES TIMES
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE 'TOTAL' TO LIGNE-RAPPORT(1:5)
           MOVE TOTAL-JOURS TO WS-JOURS-EDIT
           MOVE WS-JOURS-EDIT TO LIGNE-RAPPORT(25:10)
           MOVE TOTAL-PROVISION TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LIGNE-RAPPORT(36:13)
           MOVE TOTAL-PRECEDENT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LIGNE-RAPPORT(50:13)
           COMPUTE WS-MOUVEMENT = TOTAL-PROVISION - TOTAL-PRECEDENT
           MOVE WS-MOUVEMENT TO WS-MOUVEMENT-EDIT
           MOVE WS-MOUVEMENT-EDIT TO LIGNE-RAPPORT(64:13)
           WRITE LIGNE-RAPPORT.

       EDITER-UN-CENTRE.
           ADD 1 TO POS-CENTRE
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE CC-TAB(POS-CENTRE) TO LIGNE-RAPPORT(1:6)
           MOVE MONTANT-CC-TAB(POS-CENTRE) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LIGNE-RAPPORT(36:13)
           MOVE PRECEDENT-CC-TAB(POS-CENTRE) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LIGNE-RAPPORT(50:13)
           COMPUTE WS-MOUVEMENT = MONTANT-CC-TAB(POS-CENTRE)
                                - PRECEDENT-CC-TAB(POS-CENTRE)
           MOVE WS-MOUVEMENT TO WS-MOUVEMENT-EDIT
           MOVE WS-MOUVEMENT-EDIT TO LIGNE-RAPPORT(64:13)
           WRITE LIGNE-RAPPORT.

      *****************************************************************
      * Piece L : dotation (debit) ou reprise (credit) par centre de
      * cout, contrepartie unique au compte de provision.
      *****************************************************************
       JOURNALISER-PROVISION.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO WS-DEBIT-PIECE WS-CREDIT-PIECE
           INITIALIZE enreg-travail
           MOVE WS-DATE-JOUR TO DATE-JRN
           MOVE 'PA' TO CODE-JRN
           MOVE 'L' TO TYPE-PIECE-JRN
           MOVE WS-PERIODE-PROV TO NO-PIECE-JRN
           MOVE 'DCP-' TO WS-PREFIXE-ROLE
           MOVE 'DOTATION-CP' TO WS-ROLE-DEFAUT
           MOVE 0 TO POS-CENTRE
           PERFORM ECRIRE-DOTATION-CENTRE NB-CENTRES TIMES
           MOVE SPACES TO WS-CC-LIGNE WS-ROLE-DEFAUT
           MOVE 'PROVISION-CP' TO WS-ROLE
           IF WS-DEBIT-PIECE > WS-CREDIT-PIECE
               MOVE 'C' TO WS-SENS
               COMPUTE WS-MONTANT = WS-DEBIT-PIECE - WS-CREDIT-PIECE
           ELSE
               MOVE 'D' TO WS-SENS
               COMPUTE WS-MONTANT = WS-CREDIT-PIECE - WS-DEBIT-PIECE
           END-IF
           PERFORM ECRIRE-LIGNE
           PERFORM CONTROLER-PIECE.

       ECRIRE-DOTATION-CENTRE.
           ADD 1 TO POS-CENTRE
           MOVE CC-TAB(POS-CENTRE) TO WS-CC-ROLE WS-CC-LIGNE
           MOVE WS-ROLE-CENTRE TO WS-ROLE
           IF MONTANT-CC-TAB(POS-CENTRE)
                 > PRECEDENT-CC-TAB(POS-CENTRE)
               MOVE 'D' TO WS-SENS
               COMPUTE WS-MONTANT = MONTANT-CC-TAB(POS-CENTRE)
                                  - PRECEDENT-CC-TAB(POS-CENTRE)
           ELSE
               MOVE 'C' TO WS-SENS
               COMPUTE WS-MONTANT = PRECEDENT-CC-TAB(POS-CENTRE)
                                  - MONTANT-CC-TAB(POS-CENTRE)
           END-IF
           PERFORM ECRIRE-LIGNE.

      * une ligne a zero n est pas ecrite; le centre de cout est
      * porte en fin de libelle
       ECRIRE-LIGNE.
           IF WS-MONTANT > 0
               PERFORM TROUVER-COMPTE
               IF WS-CC-LIGNE NOT = SPACES
                   MOVE SPACE TO LIBELLE-JRN(14:1)
                   MOVE WS-CC-LIGNE TO LIBELLE-JRN(15:6)
               END-IF
               MOVE WS-SENS TO SENS-JRN
               MOVE WS-MONTANT TO MONTANT-JRN
               IF WS-SENS = 'D'
                   ADD WS-MONTANT TO WS-DEBIT-PIECE
               ELSE
                   ADD WS-MONTANT TO WS-CREDIT-PIECE
               END-IF
               WRITE enreg-travail
               END-WRITE
               ADD 1 TO COMPTEURLIGNE
           END-IF.

      * un role de centre sans compte propre prend le compte du role
      * general DOTATION-CP
       TROUVER-COMPTE.
           MOVE WS-ROLE TO WS-ROLE-CHERCHE
           PERFORM RECHERCHER-ROLE
           IF WS-COMPTE-TROUVE = 0
              AND WS-ROLE-DEFAUT NOT = SPACES
               MOVE WS-ROLE-DEFAUT TO WS-ROLE-CHERCHE
               PERFORM RECHERCHER-ROLE
           END-IF
           IF WS-COMPTE-TROUVE > 0
               MOVE COMPTE-GL-TAB(WS-COMPTE-TROUVE) TO COMPTE-JRN
               MOVE LIBELLE-TAB(WS-COMPTE-TROUVE) TO LIBELLE-JRN
           ELSE
               MOVE SPACES TO COMPTE-JRN
               MOVE WS-ROLE TO LIBELLE-JRN
               ADD 1 TO COMPTEURSANSCOMPTE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'PIECE ' DELIMITED BY SIZE
                      PIECE-JRN DELIMITED BY SIZE
                      ' : AUCUN COMPTE POUR LE ROLE ' DELIMITED BY SIZE
                      WS-ROLE DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

       RECHERCHER-ROLE.
           MOVE 0 TO WS-COMPTE-TROUVE POS-COMPTE
           PERFORM CHERCHER-ROLE NB-COMPTES TIMES.

       CHERCHER-ROLE.
           ADD 1 TO POS-COMPTE
           IF CLE-TAB(POS-COMPTE) = WS-ROLE-CHERCHE
               MOVE POS-COMPTE TO WS-COMPTE-TROUVE
           END-IF.

       CONTROLER-PIECE.
           IF WS-DEBIT-PIECE NOT = WS-CREDIT-PIECE
               ADD 1 TO COMPTEURDESEQUILIBRE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'PIECE ' DELIMITED BY SIZE
                      PIECE-JRN DELIMITED BY SIZE
                      ' DESEQUILIBREE' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               MOVE WS-DEBIT-PIECE TO WS-TOTAL-EDIT
               MOVE WS-TOTAL-EDIT TO LIGNE-RAPPORT(45:13)
               MOVE WS-CREDIT-PIECE TO WS-TOTAL-EDIT
               MOVE WS-TOTAL-EDIT TO LIGNE-RAPPORT(60:13)
               WRITE LIGNE-RAPPORT
           END-IF.

      * le journal n est libere que s il est equilibre et complet
       FIN.
           CLOSE FCONGES FPAIEHIST FPROVHIST FTRAVAIL
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'SALARIES VALORISES : ' DELIMITED BY SIZE
                  COMPTEURSALARIES DELIMITED BY SIZE
                  ' SANS SOLDE : ' DELIMITED BY SIZE
                  COMPTEURSANSSOLDE DELIMITED BY SIZE
                  ' SANS BULLETIN : ' DELIMITED BY SIZE
                  COMPTEURSANSBULLETIN DELIMITED BY SIZE
                  ' HORS REFERENTIEL : ' DELIMITED BY SIZE
                  COMPTEURNONREF DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           IF COMPTEURPURGES > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'PERIODE DEJA ARRETEE, ' DELIMITED BY SIZE
                      COMPTEURPURGES DELIMITED BY SIZE
                      ' PROVISIONS RECALCULEES' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           IF COMPTEURDESEQUILIBRE = 0
              AND COMPTEURSANSCOMPTE = 0
               IF COMPTEURLIGNE > 0
                   PERFORM LIBERER-JOURNAL
                   STRING 'JOURNAL LIBERE : ' DELIMITED BY SIZE
                          WS-JOURNAL-PATH DELIMITED BY SPACE
                       INTO LIGNE-RAPPORT
                   END-STRING
               ELSE
                   MOVE 'PROVISION INCHANGEE : AUCUNE ECRITURE'
                       TO LIGNE-RAPPORT
               END-IF
               DISPLAY 'PROVISION CONGES PAYES ' WS-PERIODE-PROV
                       ' : ' TOTAL-PROVISION
               IF COMPTEURSANSBULLETIN > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'JOURNAL DESEQUILIBRE OU INCOMPLET : NON LIBERE'
                   TO LIGNE-RAPPORT
               DISPLAY 'PROVISION NON JOURNALISEE, VOIR '
                       'ETATPROVCONGES'
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE LIGNE-RAPPORT
           CLOSE FRAPPORT.

       LIBERER-JOURNAL.
           OPEN INPUT FTRAVAIL
           OPEN OUTPUT FJOURNAL
           READ FTRAVAIL
               AT END MOVE 1 TO EOF-TRAV
           END-READ
           PERFORM RECOPIER-UNE-LIGNE UNTIL EOF-TRAV = 1
           CLOSE FTRAVAIL FJOURNAL.

       RECOPIER-UNE-LIGNE.
           MOVE enreg-travail TO enreg-journal
           WRITE enreg-journal
           END-WRITE
           READ FTRAVAIL
               AT END MOVE 1 TO EOF-TRAV
           END-READ.

       END PROGRAM PROVCP.
