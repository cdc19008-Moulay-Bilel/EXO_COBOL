       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIT.
      *****************************************************************
      * Controle hebdomadaire d integrite referentielle entre les
      * masters : NOCLI des commandes et de l encours present dans
      * CLIH, CLIF ou CLIE, commande d origine des factures presente
      * dans Commandes.txt, MATRICULE de PaieHist et de Rib.txt
      * present dans le master des employes, departement des
      * employes present dans Depts.txt. Chaque orphelin est liste
      * dans Integrite.txt par fichier et par cle avec l action
      * suggeree ; le nombre d orphelins est ajoute a StatsInteg.txt
      * ou QUALGATE le compare a son seuil (QUALGATE-ORPHMAX). Les
      * masters ne sont que lus.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIH
               ASSIGN TO WS-CLIH-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIH
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIH
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIH-STATUS.
           SELECT CLIF
               ASSIGN TO WS-CLIF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIF
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIF
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIF-STATUS.
           SELECT CLIE
               ASSIGN TO 'C:\Users\CRM\Desktop\CLIE.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIE
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIRET OF enreg-CLIE
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIE-STATUS.
           SELECT CMDMAST
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOCMD OF enreg-commande
               FILE STATUS IS WS-CMD-STATUS.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
           SELECT FPAIEHIST
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaieHist.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-PHIST OF enreg-paiehist
               FILE STATUS IS WS-PHIST-STATUS.
           SELECT FRIB
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Rib.txt'
               FILE STATUS IS WS-RIB-STATUS.
           SELECT FDEPTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Depts.txt'
               FILE STATUS IS WS-DEPTS-STATUS.
           SELECT FSTATS
               ASSIGN TO 'C:\Users\CRM\Desktop\StatsInteg.txt'
               FILE STATUS IS WS-STATS-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\Integrite.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIH.
       01  enreg-CLIH.
           COPY CLIMAST.

       FD  CLIF.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  CMDMAST.
       01  enreg-commande.
           COPY CMDMAST.

       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  FPAIEHIST.
       01  enreg-paiehist.
           COPY PAIEHIST.

       FD  FRIB.
       01  enreg-rib.
           COPY RIBREC.

       FD  FDEPTS.
       01  enreg-dept.
           02 DEPT-CODE PIC X(10).
           02 DEPT-NOM PIC X(20).
           02 DEPT-MANAGER PIC X(20).
           02 DEPT-CC PIC X(6).

       FD  FSTATS.
       01  enreg-STATS.
           02 INTEG-DATE PIC 9(8).
           02 INTEG-ORPHELINS PIC 9(7).
           02 INTEG-CMD PIC 9(7).
           02 INTEG-ENC PIC 9(7).
           02 INTEG-PHIST PIC 9(7).
           02 INTEG-RIB PIC 9(7).
           02 INTEG-EMP PIC 9(7).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-CMD-STATUS PIC X(2) VALUE '00'.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-PHIST-STATUS PIC X(2) VALUE '00'.
       77  WS-RIB-STATUS PIC X(2) VALUE '00'.
       77  WS-DEPTS-STATUS PIC X(2) VALUE '00'.
       77  WS-STATS-STATUS PIC X(2) VALUE '00'.
       77  EOF-CMD PIC 99 VALUE 0.
       77  EOF-ENC PIC 99 VALUE 0.
       77  EOF-EMP PIC 99 VALUE 0.
       77  EOF-PHIST PIC 99 VALUE 0.
       77  EOF-RIB PIC 99 VALUE 0.
       77  EOF-DEPTS PIC 99 VALUE 0.
       77  WS-CLIENTS-OUVERTS PIC X VALUE 'N'.
       77  WS-CLIE-OUVERT PIC X VALUE 'N'.
       77  WS-CMD-OUVERT PIC X VALUE 'N'.
       77  WS-EMP-OUVERT PIC X VALUE 'N'.
       77  WS-DEPTS-CHARGES PIC X VALUE 'N'.
       77  WS-NOCLI-CHERCHE PIC 9(7) VALUE 0.
       77  WS-CLIENT-TROUVE PIC X VALUE 'N'.
       77  WS-COMMANDE-TROUVEE PIC X VALUE 'N'.
       77  WS-MATRICULE-CHERCHE PIC 9(5) VALUE 0.
       77  WS-EMPLOYE-TROUVE PIC X VALUE 'N'.
       77  WS-DERNIER-MATRICULE PIC 9(5) VALUE 0.
       77  WS-DEPT-TROUVE PIC X VALUE 'N'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  NB-DEPTS PIC 99 VALUE 0.
       77  POS-DEPT PIC 99 VALUE 0.
       77  COMPTEURORPHELINS PIC 9(7) VALUE 0.
       77  COMPTEURCMD PIC 9(7) VALUE 0.
       77  COMPTEURENC PIC 9(7) VALUE 0.
       77  COMPTEURPHIST PIC 9(7) VALUE 0.
       77  COMPTEURRIB PIC 9(7) VALUE 0.
       77  COMPTEUREMP PIC 9(7) VALUE 0.
       77  COMPTEURLUS PIC 9(7) VALUE 0.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.

       01  TABLE-DEPTS.
           02 CODE-TAB PIC X(10) OCCURS 50 TIMES.

       01  LIGNE-ORPHELIN.
           02 FICHIER-ORPH PIC X(9).
           02 CLE-ORPH PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 REF-ORPH PIC X(12).
           02 ACTION-ORPH PIC X(42).

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM CONTROLER-COMMANDES
           PERFORM CONTROLER-ENCOURS
           PERFORM CONTROLER-PAIEHIST
           PERFORM CONTROLER-RIB
           PERFORM CONTROLER-DEPARTEMENTS
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 'EXO09-GEN' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR TO WS-GENERATION
           ELSE
               ACCEPT WS-GENERATION FROM ENVIRONMENT 'EXO09-GEN'
           END-IF
           IF WS-GENERATION = SPACE
               ACCEPT WS-GENERATION FROM DATE YYYYMMDD
           END-IF
           STRING 'C:\Users\CRM\Desktop\CLIH-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIH-PATH
           END-STRING
           STRING 'C:\Users\CRM\Desktop\CLIF-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIF-PATH
           END-STRING
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- INTEGRITE REFERENTIELLE DES MASTERS DU '
                  DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'FICHIER  CLE              REFERENCE   ACTION SUGGEREE'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM OUVRIR-CLIENTS
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS = '00'
               MOVE 'O' TO WS-EMP-OUVERT
           ELSE
               MOVE 'MASTER EMPLOYES ABSENT : MATRICULES NON CONTROLES'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           PERFORM CHARGER-DEPARTEMENTS.

      * sans CLIH et CLIF de la generation courante, tout NOCLI
      * paraitrait orphelin : le controle client est alors saute ;
      * CLIE (entreprises) peut manquer
       OUVRIR-CLIENTS.
           OPEN INPUT CLIH
           OPEN INPUT CLIF
           IF WS-CLIH-STATUS = '00' AND WS-CLIF-STATUS = '00'
               MOVE 'O' TO WS-CLIENTS-OUVERTS
               OPEN INPUT CLIE
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO WS-CLIE-OUVERT
               END-IF
           ELSE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'CLIH/CLIF ABSENTS POUR LA GENERATION '
                      DELIMITED BY SIZE
                      WS-GENERATION DELIMITED BY SIZE
                      ' : NOCLI NON CONTROLES' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
               IF WS-CLIH-STATUS = '00'
                   CLOSE CLIH
               END-IF
               IF WS-CLIF-STATUS = '00'
                   CLOSE CLIF
               END-IF
           END-IF.

       CHARGER-DEPARTEMENTS.
           MOVE 0 TO NB-DEPTS
           OPEN INPUT FDEPTS
           IF WS-DEPTS-STATUS NOT = '00'
               MOVE 'DEPTS.TXT ABSENT : DEPARTEMENTS NON CONTROLES'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               MOVE 'O' TO WS-DEPTS-CHARGES
               READ FDEPTS
                   AT END MOVE 1 TO EOF-DEPTS
               END-READ
               PERFORM CHARGER-UN-DEPARTEMENT UNTIL EOF-DEPTS = 1
               CLOSE FDEPTS
           END-IF.

       CHARGER-UN-DEPARTEMENT.
           IF NB-DEPTS < 50
               ADD 1 TO NB-DEPTS
               MOVE DEPT-CODE TO CODE-TAB(NB-DEPTS)
           END-IF
           READ FDEPTS
               AT END MOVE 1 TO EOF-DEPTS
           END-READ.

      *****************************************************************
      * Commandes.txt : client de la commande
      *****************************************************************
       CONTROLER-COMMANDES.
           MOVE 0 TO COMPTEURLUS
           OPEN INPUT CMDMAST
           IF WS-CMD-STATUS NOT = '00'
               MOVE 'MASTER COMMANDES ABSENT : NON CONTROLE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               MOVE 'O' TO WS-CMD-OUVERT
               IF WS-CLIENTS-OUVERTS = 'O'
                   READ CMDMAST NEXT RECORD
                       AT END MOVE 1 TO EOF-CMD
                   END-READ
                   PERFORM CONTROLER-UNE-COMMANDE UNTIL EOF-CMD = 1
               END-IF
               DISPLAY 'COMMANDES LUES : ' COMPTEURLUS
                       ' ORPHELINES : ' COMPTEURCMD
           END-IF.

       CONTROLER-UNE-COMMANDE.
           ADD 1 TO COMPTEURLUS
           MOVE NOCLI-CMD TO WS-NOCLI-CHERCHE
           PERFORM CHERCHER-CLIENT
           IF WS-CLIENT-TROUVE = 'N'
               ADD 1 TO COMPTEURCMD
               MOVE 'COMMANDES' TO FICHIER-ORPH
               MOVE NOCMD TO CLE-ORPH
               MOVE SPACES TO REF-ORPH
               STRING 'CLI ' DELIMITED BY SIZE
                      NOCLI-CMD DELIMITED BY SIZE
                   INTO REF-ORPH
               END-STRING
               IF STATUT-CMD = 'F' OR STATUT-CMD = 'A'
                   MOVE 'COMMANDE CLOSE : ARCHIVER'
                       TO ACTION-ORPH
               ELSE
                   MOVE 'RATTACHER AU CLIENT SURVIVANT OU ANNULER'
                       TO ACTION-ORPH
               END-IF
               PERFORM SIGNALER-ORPHELIN
           END-IF
           READ CMDMAST NEXT RECORD
               AT END MOVE 1 TO EOF-CMD
           END-READ.

      *****************************************************************
      * Encours.txt : client de l ecriture et commande d origine
      *****************************************************************
       CONTROLER-ENCOURS.
           MOVE 0 TO COMPTEURLUS
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               MOVE 'ENCOURS CLIENTS ABSENT : NON CONTROLE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               READ ENCOURS
                   AT END MOVE 1 TO EOF-ENC
               END-READ
               PERFORM CONTROLER-UNE-ECRITURE UNTIL EOF-ENC = 1
               CLOSE ENCOURS
               DISPLAY 'ECRITURES LUES : ' COMPTEURLUS
                       ' ORPHELINES : ' COMPTEURENC
           END-IF.

       CONTROLER-UNE-ECRITURE.
           ADD 1 TO COMPTEURLUS
           IF WS-CLIENTS-OUVERTS = 'O'
               MOVE NOCLI-ENC TO WS-NOCLI-CHERCHE
               PERFORM CHERCHER-CLIENT
               IF WS-CLIENT-TROUVE = 'N'
                   ADD 1 TO COMPTEURENC
                   PERFORM PREPARER-CLE-ECRITURE
                   STRING 'CLI ' DELIMITED BY SIZE
                          NOCLI-ENC DELIMITED BY SIZE
                       INTO REF-ORPH
                   END-STRING
                   IF STATUT-ENC = 'O'
                       MOVE 'SOLDE OUVERT : TRANSFERER AU SURVIVANT'
                           TO ACTION-ORPH
                   ELSE
                       MOVE 'ECRITURE SOLDEE : ARCHIVER'
                           TO ACTION-ORPH
                   END-IF
                   PERFORM SIGNALER-ORPHELIN
               END-IF
           END-IF
           IF WS-CMD-OUVERT = 'O' AND NOCMD-ENC > 0
               MOVE NOCMD-ENC TO NOCMD OF enreg-commande
               MOVE 'O' TO WS-COMMANDE-TROUVEE
               READ CMDMAST
                   INVALID KEY MOVE 'N' TO WS-COMMANDE-TROUVEE
               END-READ
               IF WS-COMMANDE-TROUVEE = 'N'
                   ADD 1 TO COMPTEURENC
                   PERFORM PREPARER-CLE-ECRITURE
                   STRING 'CMD ' DELIMITED BY SIZE
                          NOCMD-ENC DELIMITED BY SIZE
                       INTO REF-ORPH
                   END-STRING
                   MOVE 'COMMANDE PURGEE : VERIFIER LA FACTURE'
                       TO ACTION-ORPH
                   PERFORM SIGNALER-ORPHELIN
               END-IF
           END-IF
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

       PREPARER-CLE-ECRITURE.
           MOVE 'ENCOURS' TO FICHIER-ORPH
           MOVE SPACES TO CLE-ORPH REF-ORPH
           STRING NOCLI-ENC DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  NOFAC-ENC DELIMITED BY SIZE
               INTO CLE-ORPH
           END-STRING.

      *****************************************************************
      * PaieHist.txt : un signalement par matricule inconnu
      *****************************************************************
       CONTROLER-PAIEHIST.
           MOVE 0 TO COMPTEURLUS WS-DERNIER-MATRICULE
           IF WS-EMP-OUVERT = 'O'
               OPEN INPUT FPAIEHIST
               IF WS-PHIST-STATUS NOT = '00'
                   MOVE 'PAIEHIST ABSENT : NON CONTROLE'
                       TO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               ELSE
                   READ FPAIEHIST
                       AT END MOVE 1 TO EOF-PHIST
                   END-READ
                   PERFORM CONTROLER-UNE-PAIE UNTIL EOF-PHIST = 1
                   CLOSE FPAIEHIST
                   DISPLAY 'PAIES LUES : ' COMPTEURLUS
                           ' MATRICULES ORPHELINS : ' COMPTEURPHIST
               END-IF
           END-IF.

       CONTROLER-UNE-PAIE.
           ADD 1 TO COMPTEURLUS
           IF MATRICULE-PHIST NOT = WS-DERNIER-MATRICULE
               MOVE MATRICULE-PHIST TO WS-DERNIER-MATRICULE
               MOVE MATRICULE-PHIST TO WS-MATRICULE-CHERCHE
               PERFORM CHERCHER-EMPLOYE
               IF WS-EMPLOYE-TROUVE = 'N'
                   ADD 1 TO COMPTEURPHIST
                   MOVE 'PAIEHIST' TO FICHIER-ORPH
                   MOVE MATRICULE-PHIST TO CLE-ORPH
                   MOVE 'EMPLOYES' TO REF-ORPH
                   MOVE 'RESTAURER LE SALARIE (HISTORIQUE LEGAL)'
                       TO ACTION-ORPH
                   PERFORM SIGNALER-ORPHELIN
               END-IF
           END-IF
           READ FPAIEHIST
               AT END MOVE 1 TO EOF-PHIST
           END-READ.

      *****************************************************************
      * Rib.txt : coordonnees bancaires d un salarie inconnu
      *****************************************************************
       CONTROLER-RIB.
           MOVE 0 TO COMPTEURLUS
           IF WS-EMP-OUVERT = 'O'
               OPEN INPUT FRIB
               IF WS-RIB-STATUS NOT = '00'
                   MOVE 'RIB.TXT ABSENT : NON CONTROLE'
                       TO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               ELSE
                   READ FRIB
                       AT END MOVE 1 TO EOF-RIB
                   END-READ
                   PERFORM CONTROLER-UN-RIB UNTIL EOF-RIB = 1
                   CLOSE FRIB
                   DISPLAY 'RIB LUS : ' COMPTEURLUS
                           ' ORPHELINS : ' COMPTEURRIB
               END-IF
           END-IF.

       CONTROLER-UN-RIB.
           ADD 1 TO COMPTEURLUS
           MOVE RIB-MATRICULE TO WS-MATRICULE-CHERCHE
           PERFORM CHERCHER-EMPLOYE
           IF WS-EMPLOYE-TROUVE = 'N'
               ADD 1 TO COMPTEURRIB
               MOVE 'RIB' TO FICHIER-ORPH
               MOVE RIB-MATRICULE TO CLE-ORPH
               MOVE 'EMPLOYES' TO REF-ORPH
               MOVE 'SUPPRIMER LE RIB (RIBMNT)' TO ACTION-ORPH
               PERFORM SIGNALER-ORPHELIN
           END-IF
           READ FRIB
               AT END MOVE 1 TO EOF-RIB
           END-READ.

      *****************************************************************
      * Employes.txt : departement d affectation
      *****************************************************************
       CONTROLER-DEPARTEMENTS.
           MOVE 0 TO COMPTEURLUS
           IF WS-EMP-OUVERT = 'O' AND WS-DEPTS-CHARGES = 'O'
               MOVE 0 TO MATRICULE OF enreg-employe
               START EMPLOYES
                   KEY IS NOT LESS THAN MATRICULE OF enreg-employe
                   INVALID KEY MOVE 1 TO EOF-EMP
               END-START
               IF EOF-EMP = 0
                   READ EMPLOYES NEXT RECORD
                       AT END MOVE 1 TO EOF-EMP
                   END-READ
               END-IF
               PERFORM CONTROLER-UN-EMPLOYE UNTIL EOF-EMP = 1
               DISPLAY 'EMPLOYES LUS : ' COMPTEURLUS
                       ' DEPARTEMENTS INCONNUS : ' COMPTEUREMP
           END-IF.

       CONTROLER-UN-EMPLOYE.
           ADD 1 TO COMPTEURLUS
           IF DEPARTEMENT-EMPLOYE NOT = SPACES
               MOVE 'N' TO WS-DEPT-TROUVE
               MOVE 0 TO POS-DEPT
               PERFORM COMPARER-DEPARTEMENT NB-DEPTS TIMES
               IF WS-DEPT-TROUVE = 'N'
                   ADD 1 TO COMPTEUREMP
                   MOVE 'EMPLOYES' TO FICHIER-ORPH
                   MOVE MATRICULE OF enreg-employe TO CLE-ORPH
                   MOVE DEPARTEMENT-EMPLOYE TO REF-ORPH
                   IF STATUT-EMPLOYE = 'I'
                       MOVE 'SALARIE SORTI : AUCUNE ACTION URGENTE'
                           TO ACTION-ORPH
                   ELSE
                       MOVE 'REAFFECTER LE SALARIE (EMPMNT)'
                           TO ACTION-ORPH
                   END-IF
                   PERFORM SIGNALER-ORPHELIN
               END-IF
           END-IF
           READ EMPLOYES NEXT RECORD
               AT END MOVE 1 TO EOF-EMP
           END-READ.

       COMPARER-DEPARTEMENT.
           ADD 1 TO POS-DEPT
           IF CODE-TAB(POS-DEPT) = DEPARTEMENT-EMPLOYE
               MOVE 'O' TO WS-DEPT-TROUVE
           END-IF.

      *****************************************************************
      * recherches par cle
      *****************************************************************
       CHERCHER-CLIENT.
           MOVE 'O' TO WS-CLIENT-TROUVE
           MOVE WS-NOCLI-CHERCHE TO NOCLI OF enreg-CLIH
           READ CLIH
               INVALID KEY MOVE 'N' TO WS-CLIENT-TROUVE
           END-READ
           IF WS-CLIENT-TROUVE = 'N'
               MOVE 'O' TO WS-CLIENT-TROUVE
               MOVE WS-NOCLI-CHERCHE TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY MOVE 'N' TO WS-CLIENT-TROUVE
               END-READ
           END-IF
           IF WS-CLIENT-TROUVE = 'N' AND WS-CLIE-OUVERT = 'O'
               MOVE 'O' TO WS-CLIENT-TROUVE
               MOVE WS-NOCLI-CHERCHE TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY MOVE 'N' TO WS-CLIENT-TROUVE
               END-READ
           END-IF.

       CHERCHER-EMPLOYE.
           MOVE 'O' TO WS-EMPLOYE-TROUVE
           MOVE WS-MATRICULE-CHERCHE TO MATRICULE OF enreg-employe
           READ EMPLOYES
               INVALID KEY MOVE 'N' TO WS-EMPLOYE-TROUVE
           END-READ.

       SIGNALER-ORPHELIN.
           ADD 1 TO COMPTEURORPHELINS
           MOVE LIGNE-ORPHELIN TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       FIN.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ORPHELINS : ' DELIMITED BY SIZE
                  COMPTEURORPHELINS DELIMITED BY SIZE
                  ' (COMMANDES ' DELIMITED BY SIZE
                  COMPTEURCMD DELIMITED BY SIZE
                  ' ENCOURS ' DELIMITED BY SIZE
                  COMPTEURENC DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '            (PAIEHIST ' DELIMITED BY SIZE
                  COMPTEURPHIST DELIMITED BY SIZE
                  ' RIB ' DELIMITED BY SIZE
                  COMPTEURRIB DELIMITED BY SIZE
                  ' EMPLOYES ' DELIMITED BY SIZE
                  COMPTEUREMP DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           CLOSE FRAPPORT
           OPEN EXTEND FSTATS
           IF WS-STATS-STATUS NOT = '00'
               OPEN OUTPUT FSTATS
           END-IF
           MOVE WS-DATE-JOUR TO INTEG-DATE
           MOVE COMPTEURORPHELINS TO INTEG-ORPHELINS
           MOVE COMPTEURCMD TO INTEG-CMD
           MOVE COMPTEURENC TO INTEG-ENC
           MOVE COMPTEURPHIST TO INTEG-PHIST
           MOVE COMPTEURRIB TO INTEG-RIB
           MOVE COMPTEUREMP TO INTEG-EMP
           WRITE enreg-STATS
           END-WRITE
           CLOSE FSTATS
           IF WS-CLIENTS-OUVERTS = 'O'
               CLOSE CLIH CLIF
           END-IF
           IF WS-CLIE-OUVERT = 'O'
               CLOSE CLIE
           END-IF
           IF WS-CMD-OUVERT = 'O'
               CLOSE CMDMAST
           END-IF
           IF WS-EMP-OUVERT = 'O'
               CLOSE EMPLOYES
           END-IF
           DISPLAY 'ORPHELINS TOTAL : ' COMPTEURORPHELINS.

       END PROGRAM INTEGRIT.
