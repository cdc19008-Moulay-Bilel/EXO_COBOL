       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPRLV.
      *****************************************************************
      * Traitement des rejets de prelevements renvoyes par la banque
      * (RetourPrelev.txt) : chaque rejet est rapproche du prelevement
      * emis (PrelevEmis.txt, client + piece + montant), la piece est
      * reouverte dans l encours pour le montant rejete, un mouvement
      * d impaye (type J) est ajoute a HistReglements.txt pour les
      * releves, et le mandat du client est suspendu jusqu a
      * reactivation dans MDTMNT, comme RETVIR bloque le RIB d un
      * salarie. Une facture soldee qui se rouvre perd les points de
      * fidelite gagnes a son reglement (FIDPTS). Les impayes sont
      * edites dans PrelevImpayes.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FRETOURBQ
               ASSIGN TO 'C:\Users\CRM\Desktop\RetourPrelev.txt'
               FILE STATUS IS WS-RET-STATUS.
           SELECT FPRELEVEMIS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\PrelevEmis.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-PRL OF enreg-prelev-emis
               FILE STATUS IS WS-PRL-STATUS.
           SELECT FMANDATS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Mandats.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-MDT OF enreg-mandat
               FILE STATUS IS WS-MDT-STATUS.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
           SELECT FHISTREGL
               ASSIGN TO 'C:\Users\CRM\Desktop\HistReglements.txt'
               FILE STATUS IS WS-HRG-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\PrelevImpayes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * RET-MOTIF : code motif de rejet SEPA (AM04, MD01, AC04 ...)
       FD  FRETOURBQ.
       01  enreg-retour.
           02 RET-NOCLI PIC 9(7).
           02 RET-NOFAC PIC 9(7).
           02 RET-MONTANT PIC 9(8)V99.
           02 RET-MOTIF PIC X(4).

       FD  FPRELEVEMIS.
       01  enreg-prelev-emis.
           COPY PRLHIST.

       FD  FMANDATS.
       01  enreg-mandat.
           COPY MANDAT.

       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FHISTREGL.
       01  enreg-hist-regl.
           COPY REGHIST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-RET PIC 99 VALUE 0.
       77  WS-RET-STATUS PIC X(2) VALUE '00'.
       77  WS-PRL-STATUS PIC X(2) VALUE '00'.
       77  WS-MDT-STATUS PIC X(2) VALUE '00'.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-HRG-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-MOTIF-TRAVAIL PIC X(30) VALUE SPACE.
       77  COMPTEURRETOURS PIC 9(5) VALUE 0.
       77  COMPTEURRAPPROCHES PIC 9(5) VALUE 0.
       77  COMPTEURNONRAPPROCHES PIC 9(5) VALUE 0.
       77  TOTAL-IMPAYES PIC 9(10)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  COMPTEURPOINTS PIC 9(5) VALUE 0.
       77  TOTAL-POINTS PIC 9(9) VALUE 0.

       01  PERIODE-ZONE.
           02 PERIODE-DATE PIC 9(8).
           02 PERIODE-COMPTABLE PIC 9(6).
           02 PERIODE-DERNIERE-CLOSE PIC 9(6).

       01  FID-ZONE.
           02 FID-ACTION PIC X.
           02 FID-NOCLI PIC 9(7).
           02 FID-REF PIC 9(7).
           02 FID-NOFAC PIC 9(7).
           02 FID-DATE PIC 9(8).
           02 FID-MONTANT PIC 9(8)V99.
           02 FID-POINTS PIC 9(7).
           02 FID-PROGRAMME PIC X(8).
           02 FID-RETOUR PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-RETOUR UNTIL EOF-RET = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO PERIODE-DATE
           CALL 'PERIOCPT' USING PERIODE-ZONE
           OPEN INPUT FRETOURBQ
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'FICHIER RETOUR PRELEVEMENTS ABSENT'
               STOP RUN
           END-IF
           OPEN I-O FPRELEVEMIS
           IF WS-PRL-STATUS NOT = '00'
               DISPLAY 'AUCUN PRELEVEMENT EMIS (PRELEV)'
               CLOSE FRETOURBQ
               STOP RUN
           END-IF
           OPEN I-O FMANDATS
           OPEN I-O ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               CLOSE FRETOURBQ FPRELEVEMIS FMANDATS
               STOP RUN
           END-IF
           OPEN EXTEND FHISTREGL
           IF WS-HRG-STATUS NOT = '00'
               OPEN OUTPUT FHISTREGL
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE '--- PRELEVEMENTS REJETES PAR LA BANQUE ---'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           READ FRETOURBQ
               AT END MOVE 1 TO EOF-RET
           END-READ.

       TRAITER-RETOUR.
           ADD 1 TO COMPTEURRETOURS
           MOVE SPACE TO WS-MOTIF-TRAVAIL
           MOVE RET-NOCLI TO NOCLI-PRL
           MOVE RET-NOFAC TO NOFAC-PRL
           READ FPRELEVEMIS
               INVALID KEY
                   MOVE 'PRELEVEMENT INCONNU' TO WS-MOTIF-TRAVAIL
           END-READ
           IF WS-MOTIF-TRAVAIL = SPACE
               IF STATUT-PRL NOT = 'E'
                   MOVE 'PRELEVEMENT DEJA REJETE' TO WS-MOTIF-TRAVAIL
               ELSE
               IF MONTANT-PRL NOT = RET-MONTANT
                   MOVE 'MONTANT DIFFERENT DE L EMIS'
                       TO WS-MOTIF-TRAVAIL
               END-IF
               END-IF
           END-IF
           IF WS-MOTIF-TRAVAIL = SPACE
               PERFORM LIRE-PIECE
           END-IF
           IF WS-MOTIF-TRAVAIL NOT = SPACE
               ADD 1 TO COMPTEURNONRAPPROCHES
               PERFORM SIGNALER-NON-RAPPROCHE
           ELSE
               ADD 1 TO COMPTEURRAPPROCHES
               ADD RET-MONTANT TO TOTAL-IMPAYES
               PERFORM REOUVRIR-PIECE
               PERFORM HISTORISER-IMPAYE
               PERFORM MARQUER-REJET
               PERFORM SUSPENDRE-MANDAT
               PERFORM SIGNALER-IMPAYE
           END-IF
           READ FRETOURBQ
               AT END MOVE 1 TO EOF-RET
           END-READ.

      * le reglement doit avoir ete applique par ENCAISS pour pouvoir
      * etre annule sur la piece
       LIRE-PIECE.
           MOVE RET-NOCLI TO NOCLI-ENC
           MOVE RET-NOFAC TO NOFAC-ENC
           READ ENCOURS
               INVALID KEY
                   MOVE 'PIECE ABSENTE DE L ENCOURS'
                       TO WS-MOTIF-TRAVAIL
           END-READ
           IF WS-MOTIF-TRAVAIL = SPACE
              AND MONTANT-REGLE-ENC < RET-MONTANT
               MOVE 'REGLEMENT NON APPLIQUE (ENCAISS)'
                   TO WS-MOTIF-TRAVAIL
           END-IF.

       REOUVRIR-PIECE.
           IF STATUT-ENC = 'S'
               PERFORM REPRENDRE-POINTS
           END-IF
           SUBTRACT RET-MONTANT FROM MONTANT-REGLE-ENC
           MOVE 'O' TO STATUT-ENC
           REWRITE enreg-encours
           END-REWRITE.

      * le lot G credite par ENCAISS au solde de la facture est
      * annule ; il sera recredite quand elle sera de nouveau soldee
       REPRENDRE-POINTS.
           MOVE 'D' TO FID-ACTION
           MOVE NOCLI-ENC TO FID-NOCLI
           MOVE NOFAC-ENC TO FID-REF
           MOVE 0 TO FID-NOFAC FID-MONTANT FID-POINTS
           MOVE WS-DATE-JOUR TO FID-DATE
           MOVE 'RETPRLV' TO FID-PROGRAMME
           CALL 'FIDPTS' USING FID-ZONE
           IF FID-RETOUR = 'O'
               ADD 1 TO COMPTEURPOINTS
               ADD FID-POINTS TO TOTAL-POINTS
           END-IF.

      * l impaye vient en debit du releve du client
       HISTORISER-IMPAYE.
           MOVE RET-NOCLI TO NOCLI-HRG
           MOVE RET-NOFAC TO NOFAC-HRG
           MOVE WS-DATE-JOUR TO DATE-REGL-HRG
           MOVE RET-MONTANT TO MONTANT-HRG
           MOVE 'J' TO TYPE-HRG
           MOVE WS-DATE-JOUR TO DATE-TRAIT-HRG
           MOVE PERIODE-COMPTABLE TO PERIODE-HRG
           WRITE enreg-hist-regl
           END-WRITE.

       MARQUER-REJET.
           MOVE 'J' TO STATUT-PRL
           MOVE WS-DATE-JOUR TO DATE-REJET-PRL
           MOVE RET-MOTIF TO MOTIF-REJET-PRL
           REWRITE enreg-prelev-emis
           END-REWRITE.

      * un premier prelevement rejete sera represente en FRST
       SUSPENDRE-MANDAT.
           MOVE RET-NOCLI TO NOCLI-MDT
           READ FMANDATS
               INVALID KEY CONTINUE
           END-READ
           IF WS-MDT-STATUS = '00'
               IF STATUT-MDT = 'A'
                   MOVE 'S' TO STATUT-MDT
               END-IF
               IF SEQUENCE-PRL = 'FRST'
                   MOVE 0 TO DATE-DERNIER-PRLV-MDT
               END-IF
               MOVE WS-DATE-JOUR TO DATE-MAJ-MDT
               MOVE 'RETPRLV' TO OPERATEUR-MDT
               REWRITE enreg-mandat
               END-REWRITE
           END-IF.

       SIGNALER-IMPAYE.
           MOVE RET-MONTANT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'IMPAYE CLIENT ' DELIMITED BY SIZE
                  RET-NOCLI DELIMITED BY SIZE
                  ' PIECE ' DELIMITED BY SIZE
                  RET-NOFAC DELIMITED BY SIZE
                  ' MONTANT ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ' MOTIF ' DELIMITED BY SIZE
                  RET-MOTIF DELIMITED BY SIZE
                  ' MANDAT ' DELIMITED BY SIZE
                  RUM-PRL DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:70).

       SIGNALER-NON-RAPPROCHE.
           MOVE RET-MONTANT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'RETOUR NON RAPPROCHE CLIENT ' DELIMITED BY SIZE
                  RET-NOCLI DELIMITED BY SIZE
                  ' PIECE ' DELIMITED BY SIZE
                  RET-NOFAC DELIMITED BY SIZE
                  ' MONTANT ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  WS-MOTIF-TRAVAIL DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       FIN.
           MOVE TOTAL-IMPAYES TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'RETOURS=' DELIMITED BY SIZE
                  COMPTEURRETOURS DELIMITED BY SIZE
                  ' RAPPROCHES=' DELIMITED BY SIZE
                  COMPTEURRAPPROCHES DELIMITED BY SIZE
                  ' NON RAPPROCHES=' DELIMITED BY SIZE
                  COMPTEURNONRAPPROCHES DELIMITED BY SIZE
                  ' TOTAL IMPAYE=' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'RETOURS TRAITES    : ' COMPTEURRETOURS
           DISPLAY 'RAPPROCHES         : ' COMPTEURRAPPROCHES
           DISPLAY 'NON RAPPROCHES     : ' COMPTEURNONRAPPROCHES
           DISPLAY 'POINTS REPRIS      : ' TOTAL-POINTS ' SUR '
                   COMPTEURPOINTS ' FACTURES'
           MOVE 'F' TO FID-ACTION
           CALL 'FIDPTS' USING FID-ZONE
           CLOSE FRETOURBQ FPRELEVEMIS FMANDATS ENCOURS FHISTREGL
           CLOSE FRAPPORT.

       END PROGRAM RETPRLV.
