       PROGRAM-ID. RETVIR.
      *****************************************************************
      * Traitement du fichier retour de la banque : chaque rejet est
      * rapproche du virement emis (matricule + montant), le RIB du
      * salarie est bloque, un paiement de remplacement est mis en
      * file pour la prochaine remise et les salaries impayes sont
      * edites pour la paie du matin.
       FILE SECTION.
       FD  FRETOURBQ.
       01  enreg-retour.
           02 RET-VIR-MATRICULE PIC 9(5).
           02 RET-MONTANT PIC 9(6)V99.
           02 RET-MOTIF PIC X(20).

           02 VIR-CORPS PIC X(70).
       01  enreg-virement-detail REDEFINES enreg-virement.
           02 VIR-TYPE-D PIC X.
           02 VIR-MATRICULE PIC 9(5).
           02 VIR-NOM PIC X(25).
           02 VIR-BANQUE PIC X(5).
           02 VIR-GUICHET PIC X(5).
           02 VIR-COMPTE PIC X(11).
           02 VIR-CLE-RIB PIC X(2).
           02 VIR-MONTANT PIC 9(6)V99.
           02 FILLER PIC X(9).

       FD  FRIB.
       01  enreg-RIB.

       FD  FREEMISSION.
       01  enreg-reemission.
           02 MATRICULE-REEM PIC 9(5).
           02 NOM-REEM PIC X(25).
           02 MONTANT-REEM PIC 9(6)V99.
           02 MOTIF-REEM PIC X(20).
       77  WS-VIR-STATUS PIC X(2) VALUE '00'.
       77  WS-RIB-STATUS PIC X(2) VALUE '00'.
       77  WS-REEM-STATUS PIC X(2) VALUE '00'.
       77  WS-VIR-TROUVE PIC X VALUE 'N'.
       77  WS-VIREMENTS-PRESENTS PIC X VALUE 'N'.
       77  WS-NOM-VIR PIC X(25) VALUE SPACE.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  COMPTEURRETOURS PIC 9(5) VALUE 0.
       77  COMPTEURRAPPROCHES PIC 9(5) VALUE 0.
       77  COMPTEURNONRAPPROCHES PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM CONTROLER-VIREMENTS
           PERFORM TRAITER-RETOUR UNTIL EOF-RET = 1
           PERFORM FIN
           STOP RUN.
               AT END MOVE 1 TO EOF-RET
           END-READ.

      * la remise emise est relue pour chaque retour (quelques
      * rejets par remise) : aucune limite sur le nombre de virements
       CONTROLER-VIREMENTS.
           OPEN INPUT FVIREMENTS
           IF WS-VIR-STATUS NOT = '00'
               DISPLAY 'FICHIER DES VIREMENTS EMIS ABSENT'
           ELSE
               MOVE 'O' TO WS-VIREMENTS-PRESENTS
               CLOSE FVIREMENTS
           END-IF.

       TRAITER-RETOUR.
           ADD 1 TO COMPTEURRETOURS
           PERFORM RECHERCHER-VIREMENT
           IF WS-VIR-TROUVE = 'N'
               ADD 1 TO COMPTEURNONRAPPROCHES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'RETOUR NON RAPPROCHE MATRICULE '
                      DELIMITED BY SIZE
                      RET-VIR-MATRICULE DELIMITED BY SIZE
                      ' MONTANT ' DELIMITED BY SIZE
                      RET-MONTANT DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               AT END MOVE 1 TO EOF-RET
           END-READ.

       RECHERCHER-VIREMENT.
           MOVE 'N' TO WS-VIR-TROUVE
           MOVE SPACES TO WS-NOM-VIR
           IF WS-VIREMENTS-PRESENTS = 'O'
               MOVE 0 TO EOF-VIR
               OPEN INPUT FVIREMENTS
               READ FVIREMENTS
                   AT END MOVE 1 TO EOF-VIR
               END-READ
               PERFORM RAPPROCHER-VIREMENT UNTIL EOF-VIR = 1
               CLOSE FVIREMENTS
           END-IF.

       RAPPROCHER-VIREMENT.
           IF VIR-TYPE = 'D'
              AND VIR-MATRICULE = RET-VIR-MATRICULE
              AND VIR-MONTANT = RET-MONTANT
               MOVE 'O' TO WS-VIR-TROUVE
               MOVE VIR-NOM TO WS-NOM-VIR
               MOVE 1 TO EOF-VIR
           ELSE
               READ FVIREMENTS
                   AT END MOVE 1 TO EOF-VIR
               END-READ
           END-IF.

       BLOQUER-RIB.
           END-IF.

       BLOQUER-UN-RIB.
           IF RIB-MATRICULE = RET-VIR-MATRICULE
               MOVE 'B' TO RIB-ETAT
               MOVE WS-DATE-JOUR TO RIB-DATE-EFFET
               REWRITE enreg-RIB
           END-IF.

       METTRE-EN-REEMISSION.
           MOVE RET-VIR-MATRICULE TO MATRICULE-REEM
           MOVE WS-NOM-VIR TO NOM-REEM
           MOVE RET-MONTANT TO MONTANT-REEM
           MOVE RET-MOTIF TO MOTIF-REEM
           WRITE enreg-reemission

       SIGNALER-IMPAYE.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'IMPAYE MATRICULE ' DELIMITED BY SIZE
                  RET-VIR-MATRICULE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOM-VIR DELIMITED BY '  '
                  ' MONTANT ' DELIMITED BY SIZE
                  RET-MONTANT DELIMITED BY SIZE
                  ' MOTIF ' DELIMITED BY SIZE
