           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
           SELECT FREJETS
               ASSIGN TO 'C:\Users\CRM\Desktop\RejetsRegl.txt'.
           SELECT FHISTREGL
               ASSIGN TO 'C:\Users\CRM\Desktop\HistReglements.txt'
               FILE STATUS IS WS-HRG-STATUS.
           SELECT FNUMCREDIT
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumCredit.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\Encaissements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           02 MONTANT-REJET PIC 9(8)V99.
           02 MOTIF-REJET PIC X(30).

       FD  FHISTREGL.
       01  enreg-hist-regl.
           COPY REGHIST.

       FD  FNUMCREDIT.
       01  ENREG-NUMCREDIT.
           02 PROCHAIN-NOCREDIT PIC 9(7).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(80).

       WORKING-STORAGE SECTION.
       77  EOF-REGL PIC 99 VALUE 0.
       77  WS-REGL-STATUS PIC X(2) VALUE '00'.
       77  WS-REGL-OUVERT PIC X VALUE 'N'.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-HRG-STATUS PIC X(2) VALUE '00'.
       77  WS-ALLOC-STATUS PIC X(2) VALUE '00'.
       77  WS-NOCREDIT-ALLOUE PIC 9(7) VALUE 0.
       77  WS-A-AFFECTER PIC 9(8)V99 VALUE 0.
       77  COMPTEURAFFECTATION PIC 9(7) VALUE 0.
       77  COMPTEURCREDIT PIC 9(7) VALUE 0.
       77  TOTAL-CREDIT PIC 9(10)V99 VALUE 0.
       77  WS-MOTIF-TRAVAIL PIC X(30) VALUE SPACE.
       77  COMPTEURLU PIC 9(7) VALUE 0.
       77  COMPTEURAPPLIQUE PIC 9(7) VALUE 0.
       77  COMPTEURREJETE PIC 9(7) VALUE 0.
       77  TOTAL-ENCAISSE PIC 9(10)V99 VALUE 0.
       77  WS-RESTE-DU PIC S9(8)V99 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-DATE-AFFECTATION PIC 9(8) VALUE 0.
       77  EOF-ENC PIC 99 VALUE 0.
       77  NB-AVOIRS PIC 9(4) VALUE 0.
       77  POS-AVOIR PIC 9(4) VALUE 0.
       77  WS-CREDIT-RESTANT PIC 9(8)V99 VALUE 0.
       77  WS-IMPUTATION PIC 9(8)V99 VALUE 0.
       77  COMPTEURIMPUTATION PIC 9(7) VALUE 0.
       77  TOTAL-IMPUTE PIC 9(10)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-LIBELLE-PIECE PIC X(6) VALUE SPACE.
       77  COMPTEURPOINTS PIC 9(7) VALUE 0.
       77  TOTAL-POINTS PIC 9(9) VALUE 0.
      * avoirs et credits non affectes ouverts releves avant
      * imputation
       01  TABLE-AVOIRS.
           02 AVOIR-TAB OCCURS 500 TIMES.
              03 TYPE-AV-TAB PIC X.
              03 NOCLI-AV-TAB PIC 9(7).
              03 NOFAC-AV-TAB PIC 9(7).
              03 NOFAC-ORIG-AV-TAB PIC 9(7).
              03 CREDIT-AV-TAB PIC 9(8)V99.

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
           PERFORM TRAITER-REGLEMENT UNTIL EOF-REGL = 1
           PERFORM IMPUTER-AVOIRS
           PERFORM FIN
           STOP RUN.

      * sans fichier des reglements du jour seule l application des
      * reglements est sautee : les avoirs sont imputes quand meme
       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO PERIODE-DATE
           CALL 'PERIOCPT' USING PERIODE-ZONE
           OPEN INPUT FREGLEMENTS
           IF WS-REGL-STATUS NOT = '00'
               DISPLAY 'FICHIER DES REGLEMENTS ABSENT'
               MOVE 1 TO EOF-REGL
           ELSE
               MOVE 'O' TO WS-REGL-OUVERT
           END-IF
           OPEN I-O ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               IF WS-REGL-OUVERT = 'O'
                   CLOSE FREGLEMENTS
               END-IF
               STOP RUN
           END-IF
           OPEN OUTPUT FREJETS
           OPEN EXTEND FHISTREGL
           IF WS-HRG-STATUS NOT = '00'
               OPEN OUTPUT FHISTREGL
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE '--- APPLICATION DES REGLEMENTS ---' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-REGL-OUVERT = 'O'
               READ FREGLEMENTS
                   AT END MOVE 1 TO EOF-REGL
               END-READ
           END-IF.

      * un reglement sans numero de facture (NOFAC-REGL a zero) est
      * accepte des que le client a des pieces dans l encours
       TRAITER-REGLEMENT.
           ADD 1 TO COMPTEURLU
           MOVE SPACE TO WS-MOTIF-TRAVAIL
           MOVE NOCLI-REGL TO NOCLI-ENC
           MOVE NOFAC-REGL TO NOFAC-ENC
           IF NOFAC-REGL NOT = 0
               READ ENCOURS
                   INVALID KEY
                       MOVE 'FACTURE INCONNUE DE L ENCOURS'
                           TO WS-MOTIF-TRAVAIL
               END-READ
               IF WS-MOTIF-TRAVAIL = SPACE
                  AND (TYPE-ENC = 'A' OR TYPE-ENC = 'C'
                       OR TYPE-ENC = 'R')
                   MOVE 'REGLEMENT SUR UN AVOIR' TO WS-MOTIF-TRAVAIL
               END-IF
           ELSE
               START ENCOURS
                   KEY NOT < CLE-ENC OF enreg-encours
                   INVALID KEY
                       MOVE 'CLIENT INCONNU DE L ENCOURS'
                           TO WS-MOTIF-TRAVAIL
               END-START
               IF WS-MOTIF-TRAVAIL = SPACE
                   READ ENCOURS NEXT RECORD
                       AT END
                           MOVE 'CLIENT INCONNU DE L ENCOURS'
                               TO WS-MOTIF-TRAVAIL
                   END-READ
               END-IF
               IF WS-MOTIF-TRAVAIL = SPACE
                  AND NOCLI-ENC NOT = NOCLI-REGL
                   MOVE 'CLIENT INCONNU DE L ENCOURS'
                       TO WS-MOTIF-TRAVAIL
               END-IF
           END-IF
           IF WS-MOTIF-TRAVAIL = SPACE
               AT END MOVE 1 TO EOF-REGL
           END-READ.

      * le reglement va d abord a la facture citee, au plus son
      * reste du ; le reste (ou tout le reglement s il ne cite pas de
      * facture) solde les factures ouvertes du client de la plus
      * ancienne a la plus recente, et l excedent reste au compte
      * comme credit non affecte, impute par IMPUTER-AVOIRS sur les
      * factures suivantes
       APPLIQUER-REGLEMENT.
           MOVE MONTANT-REGL TO WS-A-AFFECTER
           IF NOFAC-REGL NOT = 0
               PERFORM AFFECTER-SUR-FACTURE
           END-IF
           IF WS-A-AFFECTER > 0
               PERFORM AFFECTER-PLUS-ANCIENNES
           END-IF
           IF WS-A-AFFECTER > 0
               PERFORM CREER-CREDIT
           END-IF
           PERFORM HISTORISER-REGLEMENT
           ADD 1 TO COMPTEURAPPLIQUE
           ADD MONTANT-REGL TO TOTAL-ENCAISSE.

      * les numeros de facture etant attribues dans l ordre, la cle
      * client + facture donne les pieces de la plus ancienne a la
      * plus recente
       AFFECTER-PLUS-ANCIENNES.
           MOVE 0 TO EOF-ENC
           MOVE NOCLI-REGL TO NOCLI-ENC
           MOVE 0 TO NOFAC-ENC
           START ENCOURS
               KEY NOT < CLE-ENC OF enreg-encours
               INVALID KEY MOVE 1 TO EOF-ENC
           END-START
           PERFORM AFFECTER-FACTURE-SUIVANTE
               UNTIL EOF-ENC = 1 OR WS-A-AFFECTER = 0.

       AFFECTER-FACTURE-SUIVANTE.
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ
           IF EOF-ENC NOT = 1
               IF NOCLI-ENC NOT = NOCLI-REGL
                   MOVE 1 TO EOF-ENC
               ELSE
                   PERFORM AFFECTER-SUR-FACTURE
               END-IF
           END-IF.

       AFFECTER-SUR-FACTURE.
           IF TYPE-ENC NOT = 'A' AND TYPE-ENC NOT = 'C'
              AND TYPE-ENC NOT = 'R' AND STATUT-ENC = 'O'
               COMPUTE WS-RESTE-DU
                   = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
               IF WS-RESTE-DU > 0
                   IF WS-RESTE-DU > WS-A-AFFECTER
                       MOVE WS-A-AFFECTER TO WS-IMPUTATION
                   ELSE
                       MOVE WS-RESTE-DU TO WS-IMPUTATION
                   END-IF
                   ADD WS-IMPUTATION TO MONTANT-REGLE-ENC
                   SUBTRACT WS-IMPUTATION FROM WS-A-AFFECTER
                   MOVE DATE-REGL TO DATE-DERNIER-REGL-ENC
                   IF MONTANT-REGLE-ENC >= MONTANT-FAC-ENC
                       MOVE 'S' TO STATUT-ENC
                       ADD 1 TO COMPTEURSOLDE
                   END-IF
                   REWRITE enreg-encours
                   END-REWRITE
                   IF STATUT-ENC = 'S'
                       PERFORM CREDITER-POINTS
                   END-IF
                   MOVE DATE-REGL TO WS-DATE-AFFECTATION
                   PERFORM HISTORISER-AFFECTATION
                   IF NOFAC-ENC NOT = NOFAC-REGL
                       PERFORM EDITER-AFFECTATION
                   END-IF
               END-IF
           END-IF.

       EDITER-AFFECTATION.
           ADD 1 TO COMPTEURAFFECTATION
           MOVE WS-IMPUTATION TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'REGLEMENT CLIENT ' DELIMITED BY SIZE
                  NOCLI-REGL DELIMITED BY SIZE
                  ' AFFECTE SUR FACTURE ' DELIMITED BY SIZE
                  NOFAC-ENC DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

      * excedent de reglement : piece de type C au credit du client,
      * numerotee dans NumCredit.txt
       CREER-CREDIT.
           PERFORM ALLOUER-NOCREDIT
           MOVE NOCLI-REGL TO NOCLI-ENC
           MOVE WS-NOCREDIT-ALLOUE TO NOFAC-ENC
           MOVE 0 TO NOCMD-ENC
           MOVE DATE-REGL TO DATE-FAC-ENC
           MOVE WS-A-AFFECTER TO MONTANT-FAC-ENC
           MOVE 0 TO MONTANT-REGLE-ENC
           MOVE 'O' TO STATUT-ENC
           MOVE 0 TO DATE-DERNIER-REGL-ENC
           MOVE 0 TO MONTANT-HT-ENC
           MOVE 0 TO MONTANT-TVA-ENC
           MOVE 'C' TO TYPE-ENC
           MOVE NOFAC-REGL TO NOFAC-ORIG-ENC
           MOVE 'N' TO LITIGE-ENC
           MOVE SPACES TO MOTIF-LITIGE-ENC OPERATEUR-LITIGE-ENC
           MOVE 0 TO DATE-LITIGE-ENC
           MOVE PERIODE-COMPTABLE TO PERIODE-ENC
           WRITE enreg-encours
               INVALID KEY
                   DISPLAY 'CREDIT DEJA PRESENT DANS L ENCOURS : '
                           NOFAC-ENC
           END-WRITE
           ADD 1 TO COMPTEURCREDIT
           ADD WS-A-AFFECTER TO TOTAL-CREDIT
           MOVE WS-A-AFFECTER TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'EXCEDENT CLIENT ' DELIMITED BY SIZE
                  NOCLI-REGL DELIMITED BY SIZE
                  ' MIS EN CREDIT ' DELIMITED BY SIZE
                  WS-NOCREDIT-ALLOUE DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 0 TO WS-A-AFFECTER.

       ALLOUER-NOCREDIT.
           OPEN I-O FNUMCREDIT
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMCREDIT
               MOVE 7000001 TO PROCHAIN-NOCREDIT
               WRITE ENREG-NUMCREDIT
               END-WRITE
               CLOSE FNUMCREDIT
               OPEN I-O FNUMCREDIT
           END-IF
           READ FNUMCREDIT
               AT END MOVE 7000001 TO PROCHAIN-NOCREDIT
           END-READ
           MOVE PROCHAIN-NOCREDIT TO WS-NOCREDIT-ALLOUE
           ADD 1 TO PROCHAIN-NOCREDIT
           REWRITE ENREG-NUMCREDIT
           END-REWRITE
           CLOSE FNUMCREDIT.

      * trace du reglement date, pour les releves de compte
       HISTORISER-REGLEMENT.
           MOVE NOCLI-REGL TO NOCLI-HRG
           MOVE NOFAC-REGL TO NOFAC-HRG
           MOVE DATE-REGL TO DATE-REGL-HRG
           MOVE MONTANT-REGL TO MONTANT-HRG
           MOVE 'R' TO TYPE-HRG
           MOVE WS-DATE-JOUR TO DATE-TRAIT-HRG
           MOVE PERIODE-COMPTABLE TO PERIODE-HRG
           WRITE enreg-hist-regl
           END-WRITE.

      * part d un encaissement imputee sur une facture (type A) ; le
      * type R garde le montant recu de la banque, le type A dit sur
      * quelle facture il est alle et pour combien
       HISTORISER-AFFECTATION.
           MOVE NOCLI-ENC TO NOCLI-HRG
           MOVE NOFAC-ENC TO NOFAC-HRG
           MOVE WS-DATE-AFFECTATION TO DATE-REGL-HRG
           MOVE WS-IMPUTATION TO MONTANT-HRG
           MOVE 'A' TO TYPE-HRG
           MOVE WS-DATE-JOUR TO DATE-TRAIT-HRG
           MOVE PERIODE-COMPTABLE TO PERIODE-HRG
           WRITE enreg-hist-regl
           END-WRITE.

      * chaque avoir ou credit non affecte ouvert est impute d abord
      * sur sa facture d origine, puis sur les autres factures
      * ouvertes du client dans l ordre des numeros ; le reliquat
      * reste ouvert
       IMPUTER-AVOIRS.
           MOVE 0 TO NB-AVOIRS EOF-ENC
           MOVE LOW-VALUES TO CLE-ENC
           START ENCOURS
               KEY NOT < CLE-ENC OF enreg-encours
               INVALID KEY MOVE 1 TO EOF-ENC
           END-START
           PERFORM RELEVER-UN-AVOIR UNTIL EOF-ENC = 1
           MOVE 0 TO POS-AVOIR
           PERFORM IMPUTER-UN-AVOIR NB-AVOIRS TIMES.

       RELEVER-UN-AVOIR.
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ
           IF EOF-ENC NOT = 1
              AND (TYPE-ENC = 'A' OR TYPE-ENC = 'C'
                   OR TYPE-ENC = 'R')
              AND STATUT-ENC = 'O'
               IF NB-AVOIRS < 500
                   ADD 1 TO NB-AVOIRS
                   MOVE TYPE-ENC TO TYPE-AV-TAB(NB-AVOIRS)
                   MOVE NOCLI-ENC TO NOCLI-AV-TAB(NB-AVOIRS)
                   MOVE NOFAC-ENC TO NOFAC-AV-TAB(NB-AVOIRS)
                   MOVE NOFAC-ORIG-ENC TO NOFAC-ORIG-AV-TAB(NB-AVOIRS)
                   COMPUTE CREDIT-AV-TAB(NB-AVOIRS)
                       = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
               ELSE
                   DISPLAY 'TROP D AVOIRS OUVERTS, REPRIS AU '
                           'PROCHAIN PASSAGE : ' NOFAC-ENC
               END-IF
           END-IF.

       IMPUTER-UN-AVOIR.
           ADD 1 TO POS-AVOIR
           MOVE CREDIT-AV-TAB(POS-AVOIR) TO WS-CREDIT-RESTANT
           MOVE NOCLI-AV-TAB(POS-AVOIR) TO NOCLI-ENC
           MOVE NOFAC-ORIG-AV-TAB(POS-AVOIR) TO NOFAC-ENC
           READ ENCOURS
               INVALID KEY CONTINUE
           END-READ
           IF WS-ENC-STATUS = '00'
               PERFORM IMPUTER-SUR-FACTURE
           END-IF
           IF WS-CREDIT-RESTANT > 0
               MOVE 0 TO EOF-ENC
               MOVE NOCLI-AV-TAB(POS-AVOIR) TO NOCLI-ENC
               MOVE 0 TO NOFAC-ENC
               START ENCOURS
                   KEY NOT < CLE-ENC OF enreg-encours
                   INVALID KEY MOVE 1 TO EOF-ENC
               END-START
               PERFORM IMPUTER-FACTURE-SUIVANTE
                   UNTIL EOF-ENC = 1 OR WS-CREDIT-RESTANT = 0
           END-IF
           MOVE NOCLI-AV-TAB(POS-AVOIR) TO NOCLI-ENC
           MOVE NOFAC-AV-TAB(POS-AVOIR) TO NOFAC-ENC
           READ ENCOURS
               INVALID KEY CONTINUE
           END-READ
           IF WS-ENC-STATUS = '00'
               COMPUTE MONTANT-REGLE-ENC = MONTANT-FAC-ENC
                                         - WS-CREDIT-RESTANT
               IF WS-CREDIT-RESTANT = 0
                   MOVE 'S' TO STATUT-ENC
               END-IF
               MOVE WS-DATE-JOUR TO DATE-DERNIER-REGL-ENC
               REWRITE enreg-encours
               END-REWRITE
           END-IF.

       IMPUTER-FACTURE-SUIVANTE.
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ
           IF EOF-ENC NOT = 1
               IF NOCLI-ENC NOT = NOCLI-AV-TAB(POS-AVOIR)
                   MOVE 1 TO EOF-ENC
               ELSE
                   PERFORM IMPUTER-SUR-FACTURE
               END-IF
           END-IF.

       IMPUTER-SUR-FACTURE.
           IF TYPE-ENC NOT = 'A' AND TYPE-ENC NOT = 'C'
              AND TYPE-ENC NOT = 'R' AND STATUT-ENC = 'O'
               COMPUTE WS-RESTE-DU
                   = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
               IF WS-RESTE-DU > 0
                   IF WS-RESTE-DU > WS-CREDIT-RESTANT
                       MOVE WS-CREDIT-RESTANT TO WS-IMPUTATION
                   ELSE
                       MOVE WS-RESTE-DU TO WS-IMPUTATION
                   END-IF
                   ADD WS-IMPUTATION TO MONTANT-REGLE-ENC
                   SUBTRACT WS-IMPUTATION FROM WS-CREDIT-RESTANT
                   MOVE WS-DATE-JOUR TO DATE-DERNIER-REGL-ENC
                   IF MONTANT-REGLE-ENC >= MONTANT-FAC-ENC
                       MOVE 'S' TO STATUT-ENC
                       ADD 1 TO COMPTEURSOLDE
                   END-IF
                   REWRITE enreg-encours
                   END-REWRITE
                   IF STATUT-ENC = 'S'
                       PERFORM CREDITER-POINTS
                   END-IF
      * un credit non affecte est de l argent recu : son imputation
      * est historisee comme une affectation
                   IF TYPE-AV-TAB(POS-AVOIR) = 'C'
                       MOVE WS-DATE-JOUR TO WS-DATE-AFFECTATION
                       PERFORM HISTORISER-AFFECTATION
                   END-IF
                   ADD 1 TO COMPTEURIMPUTATION
                   ADD WS-IMPUTATION TO TOTAL-IMPUTE
                   MOVE WS-IMPUTATION TO WS-MONTANT-EDIT
                   MOVE SPACES TO LIGNE-RAPPORT
                   IF TYPE-AV-TAB(POS-AVOIR) = 'C'
                       MOVE 'CREDIT' TO WS-LIBELLE-PIECE
                   ELSE
                   IF TYPE-AV-TAB(POS-AVOIR) = 'R'
                       MOVE 'REMISE' TO WS-LIBELLE-PIECE
                   ELSE
                       MOVE 'AVOIR' TO WS-LIBELLE-PIECE
                   END-IF
                   END-IF
                   STRING WS-LIBELLE-PIECE DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          NOFAC-AV-TAB(POS-AVOIR) DELIMITED BY SIZE
                          ' IMPUTE SUR FACTURE ' DELIMITED BY SIZE
                          NOFAC-ENC DELIMITED BY SIZE
                          ' : ' DELIMITED BY SIZE
                          WS-MONTANT-EDIT DELIMITED BY SIZE
                       INTO LIGNE-RAPPORT
                   END-STRING
                   WRITE LIGNE-RAPPORT
               END-IF
           END-IF.

      * une facture soldee rapporte ses points de fidelite, sauf
      * une facture de penalites de retard
       CREDITER-POINTS.
           IF TYPE-ENC NOT = 'P'
               MOVE 'G' TO FID-ACTION
               MOVE NOCLI-ENC TO FID-NOCLI
               MOVE NOFAC-ENC TO FID-REF
               MOVE 0 TO FID-NOFAC FID-POINTS
               MOVE DATE-DERNIER-REGL-ENC TO FID-DATE
               MOVE MONTANT-HT-ENC TO FID-MONTANT
               MOVE 'ENCAISS' TO FID-PROGRAMME
               CALL 'FIDPTS' USING FID-ZONE
               IF FID-RETOUR = 'O'
                   ADD 1 TO COMPTEURPOINTS
                   ADD FID-POINTS TO TOTAL-POINTS
               END-IF
           END-IF.

       REJETER-REGLEMENT.
           ADD 1 TO COMPTEURREJETE
           MOVE NOCLI-REGL TO NOCLI-REJET
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'IMPUTATIONS D AVOIRS=' DELIMITED BY SIZE
                  COMPTEURIMPUTATION DELIMITED BY SIZE
                  ' TOTAL IMPUTE=' DELIMITED BY SIZE
                  TOTAL-IMPUTE DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'AFFECTATIONS AUX PLUS ANCIENNES=' DELIMITED BY SIZE
                  COMPTEURAFFECTATION DELIMITED BY SIZE
                  ' CREDITS=' DELIMITED BY SIZE
                  COMPTEURCREDIT DELIMITED BY SIZE
                  ' TOTAL=' DELIMITED BY SIZE
                  TOTAL-CREDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'FACTURES CREDITANT DES POINTS=' DELIMITED BY SIZE
                  COMPTEURPOINTS DELIMITED BY SIZE
                  ' POINTS=' DELIMITED BY SIZE
                  TOTAL-POINTS DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'REGLEMENTS LUS      : ' COMPTEURLU
           DISPLAY 'REGLEMENTS APPLIQUES: ' COMPTEURAPPLIQUE
           DISPLAY 'FACTURES SOLDEES    : ' COMPTEURSOLDE
           DISPLAY 'REGLEMENTS REJETES  : ' COMPTEURREJETE
           DISPLAY 'IMPUTATIONS AVOIRS  : ' COMPTEURIMPUTATION
           DISPLAY 'CREDITS NON AFFECTES: ' COMPTEURCREDIT
           DISPLAY 'POINTS FIDELITE     : ' TOTAL-POINTS
           MOVE 'F' TO FID-ACTION
           CALL 'FIDPTS' USING FID-ZONE
           IF WS-REGL-OUVERT = 'O'
               CLOSE FREGLEMENTS
           END-IF
           CLOSE ENCOURS FREJETS FHISTREGL FRAPPORT.

       END PROGRAM ENCAISS.
