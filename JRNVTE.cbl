       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNVTE.
      *****************************************************************
      * Journal des ventes du jour pour la comptabilite generale :
      * - chaque facture (et facture de penalite) emise dans la
      *   journee : client au debit, ventes et TVA (par code TVA des
      *   lignes de facture) au credit; l avoir en sens inverse;
      * - chaque reglement applique ce jour par ENCAISS : banque au
      *   debit, client au credit; le prelevement rejete (RETPRLV)
      *   en sens inverse.
      * Les comptes viennent de la table ComptesGL.txt (CPTMNT).
      * Les lignes sont d abord ecrites dans un fichier de travail;
      * le journal JRNV-AAAAMMJJ.txt n est libere que si chaque
      * piece et le journal entier sont equilibres et tous les roles
      * ont un compte; sinon rien n est libere (code retour 8) et
      * les anomalies sont editees dans EtatJournal.txt.
      * Date du journal JRNVTE-DATE (AAAAMMJJ), defaut date du jour.
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
           SELECT FLIGNESFAC
               ASSIGN TO 'C:\Users\CRM\Desktop\LignesFac.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-LFA OF enreg-ligne-fac
               FILE STATUS IS WS-LFA-STATUS.
           SELECT FHISTREGL
               ASSIGN TO 'C:\Users\CRM\Desktop\HistReglements.txt'
               FILE STATUS IS WS-HRG-STATUS.
           SELECT FCOMPTES
               ASSIGN TO 'C:\Users\CRM\Desktop\ComptesGL.txt'
               FILE STATUS IS WS-CPT-STATUS.
           SELECT FTRAVAIL
               ASSIGN TO 'C:\Users\CRM\Desktop\JrnTravail.txt'.
           SELECT FJOURNAL
               ASSIGN TO WS-JOURNAL-PATH.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatJournal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FLIGNESFAC.
       01  enreg-ligne-fac.
           COPY FACLIG.

       FD  FHISTREGL.
       01  enreg-hist-regl.
           COPY REGHIST.

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
       77  EOF-ENC PIC 99 VALUE 0.
       77  EOF-LFA PIC 99 VALUE 0.
       77  EOF-HRG PIC 99 VALUE 0.
       77  EOF-CPT PIC 99 VALUE 0.
       77  EOF-TRAV PIC 99 VALUE 0.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-LFA-STATUS PIC X(2) VALUE '00'.
       77  WS-HRG-STATUS PIC X(2) VALUE '00'.
       77  WS-CPT-STATUS PIC X(2) VALUE '00'.
       77  WS-LFA-DISPONIBLE PIC X VALUE 'O'.
       77  WS-DATE-ENV PIC X(8) VALUE SPACE.
       77  WS-DATE-JOURNAL PIC 9(8) VALUE 0.
       77  WS-ROLE PIC X(12) VALUE SPACE.
       77  WS-ROLE-CHERCHE PIC X(12) VALUE SPACE.
       77  WS-SENS PIC X VALUE SPACE.
       77  WS-SENS-CLIENT PIC X VALUE SPACE.
       77  WS-SENS-CONTRE PIC X VALUE SPACE.
       77  WS-MONTANT PIC 9(8)V99 VALUE 0.
       77  WS-DEBIT-PIECE PIC 9(10)V99 VALUE 0.
       77  WS-CREDIT-PIECE PIC 9(10)V99 VALUE 0.
       77  NB-COMPTES PIC 9(3) VALUE 0.
       77  POS-COMPTE PIC 9(3) VALUE 0.
       77  WS-COMPTE-TROUVE PIC 9(3) VALUE 0.
       77  NB-TVA-PIECE PIC 99 VALUE 0.
       77  POS-TVA-PIECE PIC 99 VALUE 0.
       77  WS-TVA-TROUVE PIC 99 VALUE 0.
       77  COMPTEURPIECE PIC 9(7) VALUE 0.
       77  COMPTEURLIGNE PIC 9(7) VALUE 0.
       77  COMPTEURSANSCOMPTE PIC 9(7) VALUE 0.
       77  COMPTEURDESEQUILIBRE PIC 9(7) VALUE 0.
       77  TOTAL-DEBIT PIC 9(10)V99 VALUE 0.
       77  TOTAL-CREDIT PIC 9(10)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-TOTAL-EDIT PIC ZZZZZZZZZ9.99.
       01  WS-JOURNAL-PATH PIC X(80) VALUE SPACE.
       01  TABLE-COMPTES.
           02 COMPTE-TAB OCCURS 100 TIMES.
              03 CLE-TAB PIC X(12).
              03 COMPTE-GL-TAB PIC X(10).
              03 LIBELLE-TAB PIC X(20).
      * TVA de la piece en cours, par code TVA de ses lignes
       01  TABLE-TVA-PIECE.
           02 TVA-PIECE-TAB OCCURS 10 TIMES.
              03 CODE-TVA-PIECE-TAB PIC X.
              03 MONTANT-TVA-PIECE-TAB PIC 9(8)V99.
       01  WS-ROLE-TVA.
           02 FILLER PIC X(4) VALUE 'TVA-'.
           02 WS-CODE-TVA-ROLE PIC X.
           02 FILLER PIC X(7) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-UN-ENCOURS UNTIL EOF-ENC = 1
           PERFORM TRAITER-REGLEMENTS
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT 'JRNVTE-DATE'
           IF WS-DATE-ENV NOT = SPACES
              AND WS-DATE-ENV IS NUMERIC
               MOVE WS-DATE-ENV TO WS-DATE-JOURNAL
           ELSE
               ACCEPT WS-DATE-JOURNAL FROM DATE YYYYMMDD
           END-IF
           STRING 'C:\Users\CRM\Desktop\JRNV-' DELIMITED BY SIZE
                  WS-DATE-JOURNAL DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH
           END-STRING
           PERFORM CHARGER-COMPTES
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FLIGNESFAC
           IF WS-LFA-STATUS NOT = '00'
               DISPLAY 'FICHIER DES LIGNES DE FACTURE ABSENT'
               MOVE 'N' TO WS-LFA-DISPONIBLE
           END-IF
           OPEN OUTPUT FTRAVAIL
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- JOURNAL DES VENTES DU ' DELIMITED BY SIZE
                  WS-DATE-JOURNAL DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
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

      * les credits non affectes (type C) ne sont que la trace au
      * compte client d un reglement deja journalise ; une remise
      * fidelite (type R) s extourne comme un avoir
       TRAITER-UN-ENCOURS.
           IF DATE-FAC-ENC = WS-DATE-JOURNAL
              AND TYPE-ENC NOT = 'C'
               PERFORM JOURNALISER-FACTURE
           END-IF
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ.

       JOURNALISER-FACTURE.
           ADD 1 TO COMPTEURPIECE
           MOVE 0 TO WS-DEBIT-PIECE WS-CREDIT-PIECE
           INITIALIZE enreg-travail
           MOVE WS-DATE-JOURNAL TO DATE-JRN
           MOVE 'VT' TO CODE-JRN
           MOVE NOFAC-ENC TO NO-PIECE-JRN
           MOVE NOCLI-ENC TO NOCLI-JRN
           IF TYPE-ENC = 'A' OR TYPE-ENC = 'R'
               IF TYPE-ENC = 'R'
                   MOVE 'D' TO TYPE-PIECE-JRN
               ELSE
                   MOVE 'A' TO TYPE-PIECE-JRN
               END-IF
               MOVE NOFAC-ORIG-ENC TO NOFAC-JRN
               MOVE 'C' TO WS-SENS-CLIENT
               MOVE 'D' TO WS-SENS-CONTRE
           ELSE
               IF TYPE-ENC = 'P'
                   MOVE 'P' TO TYPE-PIECE-JRN
               ELSE
                   MOVE 'F' TO TYPE-PIECE-JRN
               END-IF
               MOVE NOFAC-ENC TO NOFAC-JRN
               MOVE 'D' TO WS-SENS-CLIENT
               MOVE 'C' TO WS-SENS-CONTRE
           END-IF
           MOVE 'CLIENTS' TO WS-ROLE
           MOVE WS-SENS-CLIENT TO WS-SENS
           MOVE MONTANT-FAC-ENC TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           IF TYPE-ENC = 'P'
               MOVE 'PENALITES' TO WS-ROLE
           ELSE
               MOVE 'VENTES' TO WS-ROLE
           END-IF
           MOVE WS-SENS-CONTRE TO WS-SENS
           MOVE MONTANT-HT-ENC TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           IF MONTANT-TVA-ENC > 0
              AND WS-LFA-DISPONIBLE = 'O'
               PERFORM CUMULER-TVA-PIECE
               MOVE 0 TO POS-TVA-PIECE
               PERFORM ECRIRE-LIGNE-TVA NB-TVA-PIECE TIMES
           END-IF
           PERFORM CONTROLER-PIECE.

      * la TVA de la piece est ventilee par code d apres ses lignes
       CUMULER-TVA-PIECE.
           MOVE 0 TO NB-TVA-PIECE EOF-LFA
           MOVE NOFAC-ENC TO NOFAC-LFA
           MOVE 0 TO NOLIGNE-LFA
           START FLIGNESFAC
               KEY NOT < CLE-LFA OF enreg-ligne-fac
               INVALID KEY MOVE 1 TO EOF-LFA
           END-START
           PERFORM LIRE-LIGNE-FACTURE UNTIL EOF-LFA = 1.

       LIRE-LIGNE-FACTURE.
           READ FLIGNESFAC NEXT RECORD
               AT END MOVE 1 TO EOF-LFA
           END-READ
           IF EOF-LFA NOT = 1
               IF NOFAC-LFA NOT = NOFAC-ENC
                   MOVE 1 TO EOF-LFA
               ELSE
                   IF MONTANT-TVA-LFA > 0
                       PERFORM CUMULER-CODE-TVA
                   END-IF
               END-IF
           END-IF.

       CUMULER-CODE-TVA.
           MOVE 0 TO WS-TVA-TROUVE POS-TVA-PIECE
           PERFORM CHERCHER-CODE-TVA NB-TVA-PIECE TIMES
           IF WS-TVA-TROUVE = 0
               IF NB-TVA-PIECE < 10
                   ADD 1 TO NB-TVA-PIECE
                   MOVE NB-TVA-PIECE TO WS-TVA-TROUVE
                   MOVE CODE-TVA-LFA TO CODE-TVA-PIECE-TAB(NB-TVA-PIECE)
                   MOVE 0 TO MONTANT-TVA-PIECE-TAB(NB-TVA-PIECE)
               END-IF
           END-IF
           IF WS-TVA-TROUVE > 0
               ADD MONTANT-TVA-LFA
                   TO MONTANT-TVA-PIECE-TAB(WS-TVA-TROUVE)
           END-IF.

       CHERCHER-CODE-TVA.
           ADD 1 TO POS-TVA-PIECE
           IF CODE-TVA-PIECE-TAB(POS-TVA-PIECE) = CODE-TVA-LFA
               MOVE POS-TVA-PIECE TO WS-TVA-TROUVE
           END-IF.

       ECRIRE-LIGNE-TVA.
           ADD 1 TO POS-TVA-PIECE
           MOVE CODE-TVA-PIECE-TAB(POS-TVA-PIECE) TO WS-CODE-TVA-ROLE
           MOVE WS-ROLE-TVA TO WS-ROLE
           MOVE WS-SENS-CONTRE TO WS-SENS
           MOVE MONTANT-TVA-PIECE-TAB(POS-TVA-PIECE) TO WS-MONTANT
           PERFORM ECRIRE-LIGNE.

      * reglements appliques ce jour, quelle que soit leur date de
      * valeur : la banque est mouvementee a leur enregistrement
       TRAITER-REGLEMENTS.
           OPEN INPUT FHISTREGL
           IF WS-HRG-STATUS = '00'
               READ FHISTREGL
                   AT END MOVE 1 TO EOF-HRG
               END-READ
               PERFORM TRAITER-UN-REGLEMENT UNTIL EOF-HRG = 1
               CLOSE FHISTREGL
           END-IF.

      * un passage en perte (type P) est journalise par PASSPERT ;
      * une affectation (type A) detaille un reglement deja journalise
       TRAITER-UN-REGLEMENT.
           IF DATE-TRAIT-HRG = WS-DATE-JOURNAL
              AND TYPE-HRG NOT = 'P'
              AND TYPE-HRG NOT = 'A'
               PERFORM JOURNALISER-REGLEMENT
           END-IF
           READ FHISTREGL
               AT END MOVE 1 TO EOF-HRG
           END-READ.

       JOURNALISER-REGLEMENT.
           ADD 1 TO COMPTEURPIECE
           MOVE 0 TO WS-DEBIT-PIECE WS-CREDIT-PIECE
           INITIALIZE enreg-travail
           MOVE WS-DATE-JOURNAL TO DATE-JRN
           MOVE 'VT' TO CODE-JRN
           MOVE NOFAC-HRG TO NO-PIECE-JRN
           MOVE NOCLI-HRG TO NOCLI-JRN
           MOVE NOFAC-HRG TO NOFAC-JRN
           IF TYPE-HRG = 'J'
               MOVE 'J' TO TYPE-PIECE-JRN
               MOVE 'D' TO WS-SENS-CLIENT
               MOVE 'C' TO WS-SENS-CONTRE
           ELSE
               MOVE 'R' TO TYPE-PIECE-JRN
               MOVE 'C' TO WS-SENS-CLIENT
               MOVE 'D' TO WS-SENS-CONTRE
           END-IF
           MOVE 'BANQUE' TO WS-ROLE
           MOVE WS-SENS-CONTRE TO WS-SENS
           MOVE MONTANT-HRG TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           MOVE 'CLIENTS' TO WS-ROLE
           MOVE WS-SENS-CLIENT TO WS-SENS
           MOVE MONTANT-HRG TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           PERFORM CONTROLER-PIECE.

      * une ligne a zero n est pas ecrite
       ECRIRE-LIGNE.
           IF WS-MONTANT > 0
               PERFORM TROUVER-COMPTE
               MOVE WS-SENS TO SENS-JRN
               MOVE WS-MONTANT TO MONTANT-JRN
               IF WS-SENS = 'D'
                   ADD WS-MONTANT TO WS-DEBIT-PIECE TOTAL-DEBIT
               ELSE
                   ADD WS-MONTANT TO WS-CREDIT-PIECE TOTAL-CREDIT
               END-IF
               WRITE enreg-travail
               END-WRITE
               ADD 1 TO COMPTEURLIGNE
           END-IF.

      * un role TVA-x sans compte propre prend le compte TVA
       TROUVER-COMPTE.
           MOVE WS-ROLE TO WS-ROLE-CHERCHE
           PERFORM RECHERCHER-ROLE
           IF WS-COMPTE-TROUVE = 0
              AND WS-ROLE(1:4) = 'TVA-'
               MOVE 'TVA' TO WS-ROLE-CHERCHE
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
                      ' CLIENT ' DELIMITED BY SIZE
                      NOCLI-JRN DELIMITED BY SIZE
                      ' DESEQUILIBREE' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               MOVE WS-DEBIT-PIECE TO WS-MONTANT-EDIT
               MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(45:11)
               MOVE WS-CREDIT-PIECE TO WS-MONTANT-EDIT
               MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(58:11)
               WRITE LIGNE-RAPPORT
           END-IF.

      * le journal n est libere que s il est entierement equilibre
       FIN.
           CLOSE ENCOURS FTRAVAIL
           IF WS-LFA-DISPONIBLE = 'O'
               CLOSE FLIGNESFAC
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-DEBIT TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL DEBIT  : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-CREDIT TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL CREDIT : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PIECES : ' DELIMITED BY SIZE
                  COMPTEURPIECE DELIMITED BY SIZE
                  ' LIGNES : ' DELIMITED BY SIZE
                  COMPTEURLIGNE DELIMITED BY SIZE
                  ' DESEQUILIBREES : ' DELIMITED BY SIZE
                  COMPTEURDESEQUILIBRE DELIMITED BY SIZE
                  ' SANS COMPTE : ' DELIMITED BY SIZE
                  COMPTEURSANSCOMPTE DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF COMPTEURDESEQUILIBRE = 0
              AND COMPTEURSANSCOMPTE = 0
              AND TOTAL-DEBIT = TOTAL-CREDIT
               PERFORM LIBERER-JOURNAL
               STRING 'JOURNAL LIBERE : ' DELIMITED BY SIZE
                      WS-JOURNAL-PATH DELIMITED BY SPACE
                   INTO LIGNE-RAPPORT
               END-STRING
               DISPLAY 'JOURNAL DES VENTES LIBERE : ' COMPTEURLIGNE
                       ' LIGNES'
           ELSE
               MOVE 'JOURNAL DESEQUILIBRE : NON LIBERE'
                   TO LIGNE-RAPPORT
               DISPLAY 'JOURNAL DES VENTES DESEQUILIBRE, NON LIBERE'
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
