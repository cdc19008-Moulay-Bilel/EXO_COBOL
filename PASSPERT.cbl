       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSPERT.
      *****************************************************************
      * Passage en perte des creances irrecouvrables et etat des
      * provisions pour creances douteuses.
      * - Toute facture ou penalite ouverte de l encours agee d au
      *   moins PERTE-JOURS jours (defaut 360) et dont le solde ne
      *   depasse pas PERTE-PLAFOND euros (defaut 0 = sans plafond)
      *   est proposee au double controle (APPROUVE, type PERTE,
      *   revue dans APPROB). Une proposition validee est executee
      *   au passage suivant : la piece passe au statut P, le solde
      *   est porte en reglement, un mouvement type P est ajoute a
      *   HistReglements.txt pour le releve, et l ecriture (perte HT
      *   et TVA recuperee au debit, client au credit) part dans le
      *   journal JRNP-AAAAMMJJ.txt (code OD). Etat JournalPertes.txt.
      * - Les pieces restees ouvertes sont provisionnees sur leur
      *   solde HT selon l anciennete (EtatProvisions.txt) : 25 % a
      *   partir de 90 jours, 50 % a 180 jours, 100 % a 360 jours.
      *   Lance au 31 decembre, l etat donne la provision de cloture.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
           SELECT FHISTREGL
               ASSIGN TO 'C:\Users\CRM\Desktop\HistReglements.txt'
               FILE STATUS IS WS-HRG-STATUS.
           SELECT FCOMPTES
               ASSIGN TO 'C:\Users\CRM\Desktop\ComptesGL.txt'
               FILE STATUS IS WS-CPT-STATUS.
           SELECT FJOURNAL
               ASSIGN TO WS-JOURNAL-PATH
               FILE STATUS IS WS-JRN-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\JournalPertes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FPROVISIONS
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatProvisions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FHISTREGL.
       01  enreg-hist-regl.
           COPY REGHIST.

       FD  FCOMPTES.
       01  enreg-compte.
           COPY CPTMAP.

       FD  FJOURNAL.
       01  enreg-journal.
           COPY JRNLIG.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       FD  FPROVISIONS.
       01  LIGNE-PROVISION PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-ENC PIC 99 VALUE 0.
       77  EOF-CPT PIC 99 VALUE 0.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-HRG-STATUS PIC X(2) VALUE '00'.
       77  WS-CPT-STATUS PIC X(2) VALUE '00'.
       77  WS-JRN-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-JOURS-SAISIS PIC X(3) VALUE SPACE.
       77  WS-PLAFOND-SAISI PIC X(6) VALUE SPACE.
       77  WS-AGE-MINI PIC 9(3) VALUE 360.
       77  WS-PLAFOND PIC 9(6) VALUE 0.
       77  WS-JOURS-JOUR PIC S9(7) VALUE 0.
       77  WS-JOURS-FAC PIC S9(7) VALUE 0.
       77  WS-AGE PIC S9(7) VALUE 0.
       77  WS-SOLDE PIC 9(8)V99 VALUE 0.
       77  WS-SOLDE-TVA PIC 9(8)V99 VALUE 0.
       77  WS-SOLDE-HT PIC 9(8)V99 VALUE 0.
       77  WS-PROVISION PIC 9(8)V99 VALUE 0.
       77  WS-ROLE PIC X(12) VALUE SPACE.
       77  WS-SENS PIC X VALUE SPACE.
       77  WS-MONTANT PIC 9(8)V99 VALUE 0.
       77  WS-ROLES-MANQUANTS PIC X VALUE 'N'.
       77  NB-COMPTES PIC 9(3) VALUE 0.
       77  POS-COMPTE PIC 9(3) VALUE 0.
       77  WS-COMPTE-TROUVE PIC 9(3) VALUE 0.
       77  POS-TRANCHE PIC 9 VALUE 0.
       77  WS-TRANCHE PIC 9 VALUE 0.
       77  COMPTEURPROPOSES PIC 9(7) VALUE 0.
       77  COMPTEURATTENTE PIC 9(7) VALUE 0.
       77  COMPTEURREFUSES PIC 9(7) VALUE 0.
       77  COMPTEURPERTES PIC 9(7) VALUE 0.
       77  COMPTEURLIGNE PIC 9(7) VALUE 0.
       77  TOTAL-PERTES PIC 9(10)V99 VALUE 0.
       77  TOTAL-DEBIT PIC 9(10)V99 VALUE 0.
       77  TOTAL-CREDIT PIC 9(10)V99 VALUE 0.
       77  TOTAL-SOLDE-HT PIC 9(10)V99 VALUE 0.
       77  TOTAL-PROVISION PIC 9(10)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-TOTAL-EDIT PIC ZZZZZZZZZ9.99.
       77  WS-AGE-EDIT PIC ZZZZ9.
       77  WS-TAUX-EDIT PIC ZZ9.
       01  WS-JOURNAL-PATH PIC X(80) VALUE SPACE.
       01  WS-DATE-CALC-DEC.
           02 WS-AAAA-CALC PIC 9(4).
           02 WS-MM-CALC PIC 9(2).
           02 WS-JJ-CALC PIC 9(2).
       01  TABLE-COMPTES.
           02 COMPTE-TAB OCCURS 100 TIMES.
              03 CLE-TAB PIC X(12).
              03 COMPTE-GL-TAB PIC X(10).
              03 LIBELLE-TAB PIC X(20).
      * tranches d anciennete : jours minimum et taux de provision
       01  TABLE-TRANCHES-VALEURS.
           02 FILLER PIC 9(6) VALUE 000000.
           02 FILLER PIC 9(6) VALUE 090025.
           02 FILLER PIC 9(6) VALUE 180050.
           02 FILLER PIC 9(6) VALUE 360100.
       01  TABLE-TRANCHES REDEFINES TABLE-TRANCHES-VALEURS.
           02 TRANCHE-TAB OCCURS 4 TIMES.
              03 JOURS-MIN-TAB PIC 9(3).
              03 TAUX-TAB PIC 9(3).
       01  TABLE-CUMULS.
           02 CUMUL-TAB OCCURS 4 TIMES.
              03 NB-CUMUL-TAB PIC 9(7).
              03 SOLDE-HT-CUMUL-TAB PIC 9(10)V99.
              03 PROVISION-CUMUL-TAB PIC 9(10)V99.

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       01  APP-ZONE.
           02 APP-ACTION PIC X.
           02 APP-TYPE PIC X(8).
           02 APP-CLE PIC X(10).
           02 APP-IMAGE PIC X(112).
           02 APP-DEMANDEUR PIC X(8).
           02 APP-ACCORDE PIC X.

       01  VERROU-ZONE.
           02 VERROU-ACTION PIC X.
           02 VERROU-PROGRAMME PIC X(8).
           02 VERROU-OCCUPE PIC X.
           02 VERROU-DETENTEUR PIC X(8).
           02 VERROU-DEPUIS-DATE PIC 9(8).
           02 VERROU-DEPUIS-HEURE PIC 9(6).

       01  PERIODE-ZONE.
           02 PERIODE-DATE PIC 9(8).
           02 PERIODE-COMPTABLE PIC 9(6).
           02 PERIODE-DERNIERE-CLOSE PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-UN-ENCOURS UNTIL EOF-ENC = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           MOVE 'T' TO VERROU-ACTION
           CALL 'VERROU' USING VERROU-ZONE
           IF VERROU-OCCUPE = 'O'
               DISPLAY 'MASTERS EN COURS D UTILISATION PAR '
                       VERROU-DETENTEUR ' DEPUIS LE '
                       VERROU-DEPUIS-DATE ' A ' VERROU-DEPUIS-HEURE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO PERIODE-DATE
           CALL 'PERIOCPT' USING PERIODE-ZONE
           MOVE WS-DATE-JOUR TO WS-DATE-CALC-DEC
           COMPUTE WS-JOURS-JOUR
               = WS-AAAA-CALC * 360 + WS-MM-CALC * 30 + WS-JJ-CALC
           MOVE 'PERTE-JOURS' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR(1:3) TO WS-JOURS-SAISIS
           ELSE
               ACCEPT WS-JOURS-SAISIS FROM ENVIRONMENT 'PERTE-JOURS'
           END-IF
           IF WS-JOURS-SAISIS IS NUMERIC
               MOVE WS-JOURS-SAISIS TO WS-AGE-MINI
           END-IF
           MOVE 'PERTE-PLAFOND' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR(1:6) TO WS-PLAFOND-SAISI
           ELSE
               ACCEPT WS-PLAFOND-SAISI FROM ENVIRONMENT 'PERTE-PLAFOND'
           END-IF
           IF WS-PLAFOND-SAISI IS NUMERIC
               MOVE WS-PLAFOND-SAISI TO WS-PLAFOND
           END-IF
           PERFORM CHARGER-COMPTES
           STRING 'C:\Users\CRM\Desktop\JRNP-' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH
           END-STRING
           OPEN I-O ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FHISTREGL
           IF WS-HRG-STATUS NOT = '00'
               OPEN OUTPUT FHISTREGL
           END-IF
           OPEN EXTEND FJOURNAL
           IF WS-JRN-STATUS NOT = '00'
               OPEN OUTPUT FJOURNAL
           END-IF
           INITIALIZE TABLE-CUMULS
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- PASSAGES EN PERTE DU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ' : AGE MINIMUM ' DELIMITED BY SIZE
                  WS-AGE-MINI DELIMITED BY SIZE
                  ' JOURS, PLAFOND ' DELIMITED BY SIZE
                  WS-PLAFOND DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'CLIENT  PIECE   DATE FAC  AGE        SOLDE  DECISION'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           OPEN OUTPUT FPROVISIONS
           MOVE SPACES TO LIGNE-PROVISION
           STRING '--- PROVISIONS POUR CREANCES DOUTEUSES AU '
                      DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-PROVISION
           END-STRING
           WRITE LIGNE-PROVISION
           MOVE 'CLIENT  PIECE   DATE FAC  AGE     SOLDE HT TAUX'
               TO LIGNE-PROVISION
           MOVE 'PROVISION' TO LIGNE-PROVISION(51:9)
           WRITE LIGNE-PROVISION
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ.

      * sans compte pour chacun des roles de l ecriture, rien n est
      * passe en perte
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
           CLOSE FCOMPTES
           MOVE 'PERTES' TO WS-ROLE
           PERFORM CONTROLER-ROLE
           MOVE 'TVA' TO WS-ROLE
           PERFORM CONTROLER-ROLE
           MOVE 'CLIENTS' TO WS-ROLE
           PERFORM CONTROLER-ROLE
           IF WS-ROLES-MANQUANTS = 'O'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       CONTROLER-ROLE.
           PERFORM RECHERCHER-ROLE
           IF WS-COMPTE-TROUVE = 0
               DISPLAY 'AUCUN COMPTE POUR LE ROLE ' WS-ROLE
               MOVE 'O' TO WS-ROLES-MANQUANTS
           END-IF.

       RECHERCHER-ROLE.
           MOVE 0 TO WS-COMPTE-TROUVE POS-COMPTE
           PERFORM CHERCHER-ROLE NB-COMPTES TIMES.

       CHERCHER-ROLE.
           ADD 1 TO POS-COMPTE
           IF CLE-TAB(POS-COMPTE) = WS-ROLE
               MOVE POS-COMPTE TO WS-COMPTE-TROUVE
           END-IF.

      * seules les factures et penalites ouvertes sont en jeu ;
      * avoirs, remises et credits non affectes sont dus au client
       TRAITER-UN-ENCOURS.
           IF STATUT-ENC = 'O'
              AND TYPE-ENC NOT = 'A'
              AND TYPE-ENC NOT = 'C'
              AND TYPE-ENC NOT = 'R'
              AND MONTANT-FAC-ENC > MONTANT-REGLE-ENC
               PERFORM EVALUER-PIECE
               IF WS-AGE >= WS-AGE-MINI
                  AND (WS-PLAFOND = 0 OR WS-SOLDE <= WS-PLAFOND)
                   PERFORM PROPOSER-PERTE
               END-IF
               IF STATUT-ENC = 'O'
                   PERFORM PROVISIONNER-PIECE
               END-IF
           END-IF
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ.

      * solde restant du, decompose en HT et TVA au prorata de la
      * facture
       EVALUER-PIECE.
           MOVE DATE-FAC-ENC TO WS-DATE-CALC-DEC
           COMPUTE WS-JOURS-FAC
               = WS-AAAA-CALC * 360 + WS-MM-CALC * 30 + WS-JJ-CALC
           COMPUTE WS-AGE = WS-JOURS-JOUR - WS-JOURS-FAC
           COMPUTE WS-SOLDE = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
           COMPUTE WS-SOLDE-TVA ROUNDED
               = WS-SOLDE * MONTANT-TVA-ENC / MONTANT-FAC-ENC
           COMPUTE WS-SOLDE-HT = WS-SOLDE - WS-SOLDE-TVA.

       PROPOSER-PERTE.
           MOVE 'B' TO APP-ACTION
           MOVE 'PERTE' TO APP-TYPE
           MOVE SPACES TO APP-CLE
           MOVE NOFAC-ENC TO APP-CLE
           MOVE enreg-encours TO APP-IMAGE
           MOVE 'PASSPERT' TO APP-DEMANDEUR
           CALL 'APPROUVE' USING APP-ZONE
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE NOCLI-ENC TO LIGNE-RAPPORT(1:7)
           MOVE NOFAC-ENC TO LIGNE-RAPPORT(9:7)
           MOVE DATE-FAC-ENC TO LIGNE-RAPPORT(17:8)
           MOVE WS-AGE TO WS-AGE-EDIT
           MOVE WS-AGE-EDIT TO LIGNE-RAPPORT(26:5)
           MOVE WS-SOLDE TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(32:11)
           IF APP-ACCORDE = 'O'
               PERFORM PASSER-EN-PERTE
               MOVE 'PASSEE EN PERTE' TO LIGNE-RAPPORT(45:30)
           ELSE
           IF APP-ACCORDE = 'R'
               ADD 1 TO COMPTEURREFUSES
               MOVE 'REFUSEE PAR L APPROBATEUR' TO LIGNE-RAPPORT(45:30)
           ELSE
               ADD 1 TO COMPTEURATTENTE
               MOVE 'EN ATTENTE D APPROBATION' TO LIGNE-RAPPORT(45:30)
           END-IF
           END-IF
           ADD 1 TO COMPTEURPROPOSES
           WRITE LIGNE-RAPPORT.

       PASSER-EN-PERTE.
           MOVE MONTANT-FAC-ENC TO MONTANT-REGLE-ENC
           MOVE 'P' TO STATUT-ENC
           MOVE WS-DATE-JOUR TO DATE-DERNIER-REGL-ENC
           REWRITE enreg-encours
           END-REWRITE
           MOVE NOCLI-ENC TO NOCLI-HRG
           MOVE NOFAC-ENC TO NOFAC-HRG
           MOVE WS-DATE-JOUR TO DATE-REGL-HRG
           MOVE WS-SOLDE TO MONTANT-HRG
           MOVE 'P' TO TYPE-HRG
           MOVE WS-DATE-JOUR TO DATE-TRAIT-HRG
           MOVE PERIODE-COMPTABLE TO PERIODE-HRG
           WRITE enreg-hist-regl
           END-WRITE
           MOVE 'PERTES' TO WS-ROLE
           MOVE 'D' TO WS-SENS
           MOVE WS-SOLDE-HT TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           MOVE 'TVA' TO WS-ROLE
           MOVE 'D' TO WS-SENS
           MOVE WS-SOLDE-TVA TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           MOVE 'CLIENTS' TO WS-ROLE
           MOVE 'C' TO WS-SENS
           MOVE WS-SOLDE TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           ADD 1 TO COMPTEURPERTES
           ADD WS-SOLDE TO TOTAL-PERTES.

      * une ligne a zero n est pas ecrite
       ECRIRE-LIGNE.
           IF WS-MONTANT > 0
               INITIALIZE enreg-journal
               MOVE WS-DATE-JOUR TO DATE-JRN
               MOVE 'OD' TO CODE-JRN
               MOVE 'W' TO TYPE-PIECE-JRN
               MOVE NOFAC-ENC TO NO-PIECE-JRN
               MOVE NOCLI-ENC TO NOCLI-JRN
               MOVE NOFAC-ENC TO NOFAC-JRN
               PERFORM RECHERCHER-ROLE
               MOVE COMPTE-GL-TAB(WS-COMPTE-TROUVE) TO COMPTE-JRN
               MOVE LIBELLE-TAB(WS-COMPTE-TROUVE) TO LIBELLE-JRN
               MOVE WS-SENS TO SENS-JRN
               MOVE WS-MONTANT TO MONTANT-JRN
               IF WS-SENS = 'D'
                   ADD WS-MONTANT TO TOTAL-DEBIT
               ELSE
                   ADD WS-MONTANT TO TOTAL-CREDIT
               END-IF
               WRITE enreg-journal
               END-WRITE
               ADD 1 TO COMPTEURLIGNE
           END-IF.

      * la derniere tranche atteinte par l anciennete donne le taux
       PROVISIONNER-PIECE.
           MOVE 0 TO POS-TRANCHE WS-TRANCHE
           PERFORM CHERCHER-TRANCHE 4 TIMES
           COMPUTE WS-PROVISION ROUNDED
               = WS-SOLDE-HT * TAUX-TAB(WS-TRANCHE) / 100
           ADD 1 TO NB-CUMUL-TAB(WS-TRANCHE)
           ADD WS-SOLDE-HT TO SOLDE-HT-CUMUL-TAB(WS-TRANCHE)
           ADD WS-PROVISION TO PROVISION-CUMUL-TAB(WS-TRANCHE)
           ADD WS-SOLDE-HT TO TOTAL-SOLDE-HT
           ADD WS-PROVISION TO TOTAL-PROVISION
           IF WS-PROVISION > 0
               MOVE SPACES TO LIGNE-PROVISION
               MOVE NOCLI-ENC TO LIGNE-PROVISION(1:7)
               MOVE NOFAC-ENC TO LIGNE-PROVISION(9:7)
               MOVE DATE-FAC-ENC TO LIGNE-PROVISION(17:8)
               MOVE WS-AGE TO WS-AGE-EDIT
               MOVE WS-AGE-EDIT TO LIGNE-PROVISION(26:5)
               MOVE WS-SOLDE-HT TO WS-MONTANT-EDIT
               MOVE WS-MONTANT-EDIT TO LIGNE-PROVISION(32:11)
               MOVE TAUX-TAB(WS-TRANCHE) TO WS-TAUX-EDIT
               MOVE WS-TAUX-EDIT TO LIGNE-PROVISION(44:3)
               MOVE WS-PROVISION TO WS-MONTANT-EDIT
               MOVE WS-MONTANT-EDIT TO LIGNE-PROVISION(49:11)
               WRITE LIGNE-PROVISION
           END-IF.

       CHERCHER-TRANCHE.
           ADD 1 TO POS-TRANCHE
           IF WS-AGE >= JOURS-MIN-TAB(POS-TRANCHE)
               MOVE POS-TRANCHE TO WS-TRANCHE
           END-IF.

       FIN.
           CLOSE ENCOURS FHISTREGL FJOURNAL
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PIECES PROPOSEES : ' DELIMITED BY SIZE
                  COMPTEURPROPOSES DELIMITED BY SIZE
                  '  EN ATTENTE : ' DELIMITED BY SIZE
                  COMPTEURATTENTE DELIMITED BY SIZE
                  '  REFUSEES : ' DELIMITED BY SIZE
                  COMPTEURREFUSES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-PERTES TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PASSEES EN PERTE : ' DELIMITED BY SIZE
                  COMPTEURPERTES DELIMITED BY SIZE
                  '  MONTANT ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-DEBIT TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'JOURNAL OD DEBIT : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-CREDIT TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'JOURNAL OD CREDIT: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  '  LIGNES ' DELIMITED BY SIZE
                  COMPTEURLIGNE DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           CLOSE FRAPPORT
           MOVE SPACES TO LIGNE-PROVISION
           WRITE LIGNE-PROVISION
           MOVE 'TRANCHE        PIECES     SOLDE HT TAUX    PROVISION'
               TO LIGNE-PROVISION
           WRITE LIGNE-PROVISION
           MOVE 0 TO POS-TRANCHE
           PERFORM EDITER-TRANCHE 4 TIMES
           MOVE SPACES TO LIGNE-PROVISION
           MOVE 'TOTAL' TO LIGNE-PROVISION(1:5)
           MOVE TOTAL-SOLDE-HT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LIGNE-PROVISION(21:13)
           MOVE TOTAL-PROVISION TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LIGNE-PROVISION(40:13)
           WRITE LIGNE-PROVISION
           CLOSE FPROVISIONS
           DISPLAY 'PIECES PASSEES EN PERTE : ' COMPTEURPERTES
           DISPLAY 'PROPOSITIONS EN ATTENTE : ' COMPTEURATTENTE.

       EDITER-TRANCHE.
           ADD 1 TO POS-TRANCHE
           MOVE SPACES TO LIGNE-PROVISION
           STRING 'DES ' DELIMITED BY SIZE
                  JOURS-MIN-TAB(POS-TRANCHE) DELIMITED BY SIZE
                  ' JOURS' DELIMITED BY SIZE
               INTO LIGNE-PROVISION
           END-STRING
           MOVE NB-CUMUL-TAB(POS-TRANCHE) TO LIGNE-PROVISION(14:7)
           MOVE SOLDE-HT-CUMUL-TAB(POS-TRANCHE) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LIGNE-PROVISION(21:13)
           MOVE TAUX-TAB(POS-TRANCHE) TO WS-TAUX-EDIT
           MOVE WS-TAUX-EDIT TO LIGNE-PROVISION(35:3)
           MOVE PROVISION-CUMUL-TAB(POS-TRANCHE) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LIGNE-PROVISION(40:13)
           WRITE LIGNE-PROVISION.
