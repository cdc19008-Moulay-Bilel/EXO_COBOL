
       FILE-CONTROL.
           SELECT FPAIE
               ASSIGN TO WS-PAIE-PATH.
           SELECT FRIB
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Rib.txt'
               FILE STATUS IS WS-RIB-STATUS.
           SELECT FRIBTRAV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\RibVir.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE-RIBT OF enreg-rib-travail
               FILE STATUS IS WS-RIBT-STATUS.
           SELECT FVIREMENTS
               ASSIGN TO WS-VIREMENTS-PATH.
           SELECT FEXCEPTIONS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\VirExc.txt'.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERIODE-PER OF enreg-periode
               FILE STATUS IS WS-PER-STATUS.
           SELECT FTOTPAIE
               ASSIGN TO WS-TOTPAIE-PATH
               FILE STATUS IS WS-TOT-STATUS.
           SELECT FECARTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\EcartsPaie.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ECART OF enreg-ecart
               FILE STATUS IS WS-ECART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  enreg-RIB.
           COPY RIBREC.

      * RIB utilisables indexes par matricule pour la remise
       FD  FRIBTRAV.
       01  enreg-rib-travail.
           02 MATRICULE-RIBT PIC 9(5).
           02 BANQUE-RIBT PIC X(5).
           02 GUICHET-RIBT PIC X(5).
           02 COMPTE-RIBT PIC X(11).
           02 CLE-RIBT PIC X(2).

       FD  FVIREMENTS.
       01  enreg-virement.
           02 VIR-TYPE PIC X.
      * the three views below pad to the common 71-byte record
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
       01  enreg-virement-entete REDEFINES enreg-virement.
           02 VIR-TYPE-E PIC X.
           02 VIR-DATE-REMISE PIC 9(8).

       FD  FEXCEPTIONS.
       01  enreg-exception.
           02 EXC-MATRICULE PIC 9(5).
           02 EXC-NOM PIC X(25).
           02 EXC-MONTANT PIC 9(6)V99.
           02 EXC-MOTIF PIC X(25).

       FD  FREEMISSION.
       01  enreg-reemission.
           02 MATRICULE-REEM PIC 9(5).
           02 NOM-REEM PIC X(25).
           02 MONTANT-REEM PIC 9(6)V99.
           02 MOTIF-REEM PIC X(20).
           02 DATE-MAJ-PER PIC 9(8).
           02 OPERATEUR-PER PIC X(8).

       FD  FTOTPAIE.
       01  enreg-totpaie.
           COPY TOTPAIE.

       FD  FECARTS.
       01  enreg-ecart.
           COPY ECARTREC.

       WORKING-STORAGE SECTION.
       77  EOF-PAIE PIC 99 VALUE 0.
       77  EOF-RIB PIC 99 VALUE 0.
       77  WS-RIB-STATUS PIC X(2) VALUE '00'.
       77  WS-RIBT-STATUS PIC X(2) VALUE '00'.
       77  TROUVE PIC X VALUE 'N'.
       77  COMPTEURPAIEMENT PIC 9(5) VALUE 0.
       77  COMPTEUREXCEPTION PIC 9(5) VALUE 0.
       77  NB-REEM-GARDEES PIC 9(3) VALUE 0.
       77  POS-REEM PIC 9(3) VALUE 0.
       77  COMPTEURREEMIS PIC 9(5) VALUE 0.
       77  WS-TOT-STATUS PIC X(2) VALUE '00'.
       77  WS-ECART-STATUS PIC X(2) VALUE '00'.
       77  EOF-ECART PIC 99 VALUE 0.
       77  COMPTEURECARTS PIC 9(5) VALUE 0.
       77  WS-MONTANT-VIREMENT PIC 9(6)V99 VALUE 0.
       77  WS-TYPE-ENV PIC X(5) VALUE SPACE.
       77  WS-REMISE-PRIME PIC X VALUE 'N'.
       77  COMPTEURBULLETINS-PRIME PIC 9(5) VALUE 0.
       77  NET-BULLETINS-PRIME PIC 9(8)V99 VALUE 0.
       01  WS-PAIE-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Paie.txt'.
       01  WS-VIREMENTS-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Virements.txt'.
       01  WS-TOTPAIE-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\TotPaie.txt'.
       01  WS-PAIE-PRIME-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaiePrime.txt'.
       01  WS-VIREMENTS-PRIME-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\VirementsPrime.txt'.
       01  WS-TOTPRIME-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\TotPrime.txt'.
       01  TABLE-REEMISSIONS.
           02 REEMISSION-TAB OCCURS 200 TIMES.
              03 MATRICULE-REEM-TAB PIC 9(5).
              03 NOM-REEM-TAB PIC X(25).
              03 MONTANT-REEM-TAB PIC 9(6)V99.
              03 MOTIF-REEM-TAB PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-PAIEMENT UNTIL EOF-PAIE = 1
           IF WS-REMISE-PRIME = 'N'
               PERFORM REEMETTRE-IMPAYES
           END-IF
           PERFORM FIN
           STOP RUN.

      * remise des primes (VIREMNT-TYPE=PRIME) : bulletins du run des
      * primes de BULPAIE, remise a part, sans la file des impayes
       INIT.
           ACCEPT WS-TYPE-ENV FROM ENVIRONMENT 'VIREMNT-TYPE'
           IF WS-TYPE-ENV = 'PRIME'
               MOVE 'O' TO WS-REMISE-PRIME
               MOVE WS-PAIE-PRIME-PATH TO WS-PAIE-PATH
               MOVE WS-VIREMENTS-PRIME-PATH TO WS-VIREMENTS-PATH
               MOVE WS-TOTPRIME-PATH TO WS-TOTPAIE-PATH
               PERFORM CONTROLER-TOTAUX-PRIME
           ELSE
               PERFORM CONTROLER-ECARTS-PAIE
           END-IF
           OPEN INPUT FRIB
           IF WS-RIB-STATUS NOT = '00'
               DISPLAY 'FICHIER RIB ABSENT'
               STOP RUN
           END-IF
           OPEN OUTPUT FRIBTRAV
           CLOSE FRIBTRAV
           OPEN I-O FRIBTRAV
           READ FRIB
               AT END MOVE 1 TO EOF-RIB
           END-READ
               AT END MOVE 1 TO EOF-PAIE
           END-READ.

      * pas de remise sans controle des ecarts (CTLPAIE) du calcul
      * en cours ni tant qu un ecart de la periode reste ouvert
      * (validation superviseur par VALPAIE)
       CONTROLER-ECARTS-PAIE.
           OPEN INPUT FTOTPAIE
           IF WS-TOT-STATUS NOT = '00'
               DISPLAY 'TOTAUX DE CONTROLE DE PAIE ABSENTS, REMISE '
                       'REFUSEE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FTOTPAIE
               AT END MOVE 0 TO PERIODE-TOT
           END-READ
           CLOSE FTOTPAIE
           OPEN INPUT FECARTS
           IF WS-ECART-STATUS NOT = '00'
               DISPLAY 'CONTROLE DES ECARTS NON FAIT (CTLPAIE), '
                       'REMISE REFUSEE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PERIODE-TOT TO PERIODE-ECART
           MOVE 0 TO MATRICULE-ECART
           MOVE '*' TO TYPE-ECART
           READ FECARTS
               INVALID KEY CONTINUE
           END-READ
           IF WS-ECART-STATUS NOT = '00'
              OR DATE-CALCUL-CTL NOT = DATE-CALCUL-TOT
              OR NB-BULLETINS-CTL NOT = NB-BULLETINS-TOT
              OR BRUT-TOTAL-CTL NOT = BRUT-TOT
              OR NET-TOTAL-CTL NOT = NET-TOT
               DISPLAY 'CONTROLE DES ECARTS NON FAIT (CTLPAIE) POUR '
                       'LE CALCUL DE LA PERIODE ' PERIODE-TOT
                       ', REMISE REFUSEE'
               CLOSE FECARTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PERIODE-TOT TO PERIODE-ECART
           MOVE 0 TO MATRICULE-ECART
           MOVE LOW-VALUE TO TYPE-ECART
           START FECARTS
               KEY NOT < CLE-ECART OF enreg-ecart
               INVALID KEY MOVE 1 TO EOF-ECART
           END-START
           PERFORM COMPTER-ECART-OUVERT UNTIL EOF-ECART = 1
           CLOSE FECARTS
           IF COMPTEURECARTS > 0
               DISPLAY COMPTEURECARTS ' ECART(S) DE PAIE NON VALIDE(S)'
                       ', REMISE REFUSEE (VALPAIE)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * pas de controle des ecarts d un mois sur l autre pour les
      * primes : la remise exige le run des primes de l annee et des
      * bulletins conformes a ses totaux de controle
       CONTROLER-TOTAUX-PRIME.
           OPEN INPUT FTOTPAIE
           IF WS-TOT-STATUS NOT = '00'
               DISPLAY 'TOTAUX DU RUN DES PRIMES ABSENTS, REMISE '
                       'REFUSEE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FTOTPAIE
               AT END MOVE 0 TO PERIODE-TOT
           END-READ
           CLOSE FTOTPAIE
           OPEN INPUT FPAIE
           READ FPAIE
               AT END MOVE 1 TO EOF-PAIE
           END-READ
           PERFORM TOTALISER-BULLETIN-PRIME UNTIL EOF-PAIE = 1
           CLOSE FPAIE
           MOVE 0 TO EOF-PAIE
           IF NB-BULLETINS-TOT NOT = COMPTEURBULLETINS-PRIME
              OR NET-TOT NOT = NET-BULLETINS-PRIME
               DISPLAY 'BULLETINS DE PRIMES NON CONFORMES AUX TOTAUX '
                       'DU RUN ' PERIODE-TOT ', REMISE REFUSEE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TOTALISER-BULLETIN-PRIME.
           ADD 1 TO COMPTEURBULLETINS-PRIME
           ADD SALAIRE-NET-PAIE TO NET-BULLETINS-PRIME
           READ FPAIE
               AT END MOVE 1 TO EOF-PAIE
           END-READ.

       COMPTER-ECART-OUVERT.
           READ FECARTS NEXT RECORD
               AT END MOVE 1 TO EOF-ECART
           END-READ
           IF EOF-ECART NOT = 1
               IF PERIODE-ECART NOT = PERIODE-TOT
                   MOVE 1 TO EOF-ECART
               ELSE
                   IF TYPE-ECART NOT = '*'
                      AND ETAT-ECART = 'O'
                       ADD 1 TO COMPTEURECARTS
                       DISPLAY 'ECART OUVERT : ' MATRICULE-ECART ' '
                               NOM-ECART ' TYPE ' TYPE-ECART
                   END-IF
               END-IF
           END-IF.

      * les RIB bloques (rejet bancaire) ne sont pas charges : le
      * paiement ressortira en exception
       CHARGER-RIB.
           IF RIB-ETAT NOT = 'B'
               MOVE RIB-MATRICULE TO MATRICULE-RIBT
               MOVE RIB-BANQUE TO BANQUE-RIBT
               MOVE RIB-GUICHET TO GUICHET-RIBT
               MOVE RIB-COMPTE TO COMPTE-RIBT
               MOVE RIB-CLE TO CLE-RIBT
               WRITE enreg-rib-travail
                   INVALID KEY
                       DISPLAY 'RIB EN DOUBLE POUR LE MATRICULE '
                               RIB-MATRICULE
               END-WRITE
           END-IF
           READ FRIB
               AT END MOVE 1 TO EOF-RIB
           MOVE SPACES TO enreg-virement
           MOVE 'E' TO VIR-TYPE-E
           ACCEPT VIR-DATE-REMISE FROM DATE YYYYMMDD
           IF WS-REMISE-PRIME = 'O'
               MOVE 'REMISE PRIMES' TO VIR-LIBELLE
           ELSE
               MOVE 'REMISE SALAIRES' TO VIR-LIBELLE
           END-IF
           WRITE enreg-virement
           END-WRITE.

      * le net du bulletin et les frais rembourses partent ensemble
       TRAITER-PAIEMENT.
           COMPUTE WS-MONTANT-VIREMENT = SALAIRE-NET-PAIE + FRAIS-PAIE
           PERFORM RECHERCHER-RIB
           IF TROUVE = 'O'
               PERFORM ECRIRE-PAIEMENT

       RECHERCHER-RIB.
           MOVE 'N' TO TROUVE
           MOVE MATRICULE-PAIE TO MATRICULE-RIBT
           READ FRIBTRAV
               INVALID KEY CONTINUE
           END-READ
           IF WS-RIBT-STATUS = '00'
               MOVE 'O' TO TROUVE
           END-IF.

       ECRIRE-PAIEMENT.
           MOVE SPACES TO enreg-virement
           MOVE 'D' TO VIR-TYPE-D
           MOVE MATRICULE-PAIE TO VIR-MATRICULE
           MOVE NOM-PAIE TO VIR-NOM
           MOVE BANQUE-RIBT TO VIR-BANQUE
           MOVE GUICHET-RIBT TO VIR-GUICHET
           MOVE COMPTE-RIBT TO VIR-COMPTE
           MOVE CLE-RIBT TO VIR-CLE-RIB
           MOVE WS-MONTANT-VIREMENT TO VIR-MONTANT
           WRITE enreg-virement
           END-WRITE
           ADD 1 TO COMPTEURPAIEMENT
           ADD WS-MONTANT-VIREMENT TO HASH-MONTANTS.

       ECRIRE-EXCEPTION.
           MOVE MATRICULE-PAIE TO EXC-MATRICULE
           MOVE NOM-PAIE TO EXC-NOM
           MOVE WS-MONTANT-VIREMENT TO EXC-MONTANT
           MOVE 'COORDONNEES BANCAIRES ABS' TO EXC-MOTIF
           WRITE enreg-exception
           END-WRITE

      * la file des impayes (RETVIR) part avec la remise du jour des
      * que le RIB du salarie est repare : un RIB encore bloque n est
      * pas charge dans le fichier de travail et l impaye reste en
      * file
       REEMETTRE-IMPAYES.
           OPEN INPUT FREEMISSION
           IF WS-REEM-STATUS NOT = '00'

       TRAITER-UN-IMPAYE.
           MOVE 'N' TO TROUVE
           MOVE MATRICULE-REEM TO MATRICULE-RIBT
           READ FRIBTRAV
               INVALID KEY CONTINUE
           END-READ
           IF WS-RIBT-STATUS = '00'
               MOVE 'O' TO TROUVE
           END-IF
           IF TROUVE = 'O'
               PERFORM EMETTRE-UN-IMPAYE
           ELSE
               AT END MOVE 1 TO EOF-REEM
           END-READ.

       EMETTRE-UN-IMPAYE.
           MOVE SPACES TO enreg-virement
           MOVE 'D' TO VIR-TYPE-D
           MOVE MATRICULE-REEM TO VIR-MATRICULE
           MOVE NOM-REEM TO VIR-NOM
           MOVE BANQUE-RIBT TO VIR-BANQUE
           MOVE GUICHET-RIBT TO VIR-GUICHET
           MOVE COMPTE-RIBT TO VIR-COMPTE
           MOVE CLE-RIBT TO VIR-CLE-RIB
           MOVE MONTANT-REEM TO VIR-MONTANT
           WRITE enreg-virement
           END-WRITE
       GARDER-UN-IMPAYE.
           IF NB-REEM-GARDEES < 200
               ADD 1 TO NB-REEM-GARDEES
               MOVE MATRICULE-REEM
                   TO MATRICULE-REEM-TAB(NB-REEM-GARDEES)
               MOVE NOM-REEM TO NOM-REEM-TAB(NB-REEM-GARDEES)
               MOVE MONTANT-REEM
                   TO MONTANT-REEM-TAB(NB-REEM-GARDEES)

       REECRIRE-UN-IMPAYE.
           ADD 1 TO POS-REEM
           MOVE MATRICULE-REEM-TAB(POS-REEM) TO MATRICULE-REEM
           MOVE NOM-REEM-TAB(POS-REEM) TO NOM-REEM
           MOVE MONTANT-REEM-TAB(POS-REEM) TO MONTANT-REEM
           MOVE MOTIF-REEM-TAB(POS-REEM) TO MOTIF-REEM
           DISPLAY 'EXCEPTIONS        : ' COMPTEUREXCEPTION
           DISPLAY 'TOTAL DES MONTANTS: ' HASH-MONTANTS
           PERFORM MARQUER-PERIODE-PAYEE
           CLOSE FPAIE FVIREMENTS FEXCEPTIONS FRIBTRAV.

      * la remise emise, la periode passe a l etat P dans le master
      * des periodes pour autoriser la cloture (PERMNT) ; pour les
      * primes, la periode AAAA13 du run
       MARQUER-PERIODE-PAYEE.
           ACCEPT WS-DATE-REMISE FROM DATE YYYYMMDD
           IF WS-REMISE-PRIME = 'O'
               MOVE PERIODE-TOT TO WS-PERIODE-REMISE
           ELSE
               COMPUTE WS-PERIODE-REMISE = WS-DATE-REMISE / 100
           END-IF
           OPEN I-O FPERIODES
           IF WS-PER-STATUS NOT = '00'
               CONTINUE
