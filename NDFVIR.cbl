       IDENTIFICATION DIVISION.
       PROGRAM-ID. NDFVIR.
      *****************************************************************
      * Remise de virements separee pour les notes de frais
      * approuvees en mode V (NotesFrais.txt) : un virement par
      * employe pour le total de ses notes, vers son RIB utilisable
      * de Rib.txt, au format de la remise VIREMNT (entete E,
      * details D, total T) dans VirFrais.txt. Les notes payees
      * passent a l etat P avec la periode de la remise (reprises
      * par JRNPAIE, piece N) ; sans RIB utilisable elles restent
      * approuvees et sortent en exception dans VirFraisExc.txt.
      * Une seule remise par jour : VirFrais.txt du jour n est pas
      * ecrase.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FNOTESFRAIS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\NotesFrais.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-NDF OF enreg-ndf
               FILE STATUS IS WS-NDF-STATUS.
           SELECT FRIB
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Rib.txt'
               FILE STATUS IS WS-RIB-STATUS.
           SELECT FRIBTRAV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\RibFrais.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE-RIBT OF enreg-rib-travail
               FILE STATUS IS WS-RIBT-STATUS.
           SELECT FVIREMENTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\VirFrais.txt'
               FILE STATUS IS WS-VIR-STATUS.
           SELECT FEXCEPTIONS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\VirFraisExc.txt'.

       DATA DIVISION.
       FILE SECTION.
       FD  FNOTESFRAIS.
       01  enreg-ndf.
           COPY NDFREC.

       FD  FRIB.
       01  enreg-RIB.
           COPY RIBREC.

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
       01  enreg-virement-entete REDEFINES enreg-virement.
           02 VIR-TYPE-E PIC X.
           02 VIR-DATE-REMISE PIC 9(8).
           02 VIR-LIBELLE PIC X(20).
           02 FILLER PIC X(42).
       01  enreg-virement-total REDEFINES enreg-virement.
           02 VIR-TYPE-T PIC X.
           02 VIR-NB-PAIEMENTS PIC 9(5).
           02 VIR-HASH-MONTANTS PIC 9(10)V99.
           02 FILLER PIC X(53).

       FD  FEXCEPTIONS.
       01  enreg-exception.
           02 EXC-MATRICULE PIC 9(5).
           02 EXC-NOM PIC X(25).
           02 EXC-MONTANT PIC 9(6)V99.
           02 EXC-MOTIF PIC X(25).

       WORKING-STORAGE SECTION.
       77  EOF-NDF PIC 99 VALUE 0.
       77  EOF-RIB PIC 99 VALUE 0.
       77  WS-NDF-STATUS PIC X(2) VALUE '00'.
       77  WS-RIB-STATUS PIC X(2) VALUE '00'.
       77  WS-RIBT-STATUS PIC X(2) VALUE '00'.
       77  WS-VIR-STATUS PIC X(2) VALUE '00'.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-DATE-REMISE PIC 9(8) VALUE 0.
       77  WS-PERIODE-REMISE PIC 9(6) VALUE 0.
       77  WS-MATRICULE-COURANT PIC 9(5) VALUE 0.
       77  WS-NOM-COURANT PIC X(25) VALUE SPACE.
       77  WS-MONTANT-EMPLOYE PIC 9(6)V99 VALUE 0.
       77  COMPTEURPAIEMENT PIC 9(5) VALUE 0.
       77  COMPTEUREXCEPTION PIC 9(5) VALUE 0.
       77  COMPTEURNOTES PIC 9(5) VALUE 0.
       77  HASH-MONTANTS PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-UNE-NOTE UNTIL EOF-NDF = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-REMISE FROM DATE YYYYMMDD
           COMPUTE WS-PERIODE-REMISE = WS-DATE-REMISE / 100
           PERFORM CONTROLER-REMISE-DU-JOUR
           OPEN I-O FNOTESFRAIS
           IF WS-NDF-STATUS NOT = '00'
               DISPLAY 'AUCUNE NOTE DE FRAIS'
               STOP RUN
           END-IF
           OPEN INPUT FRIB
           IF WS-RIB-STATUS NOT = '00'
               DISPLAY 'FICHIER RIB ABSENT'
               CLOSE FNOTESFRAIS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FRIBTRAV
           CLOSE FRIBTRAV
           OPEN I-O FRIBTRAV
           READ FRIB
               AT END MOVE 1 TO EOF-RIB
           END-READ
           PERFORM CHARGER-RIB UNTIL EOF-RIB = 1
           CLOSE FRIB
           OPEN OUTPUT FVIREMENTS
           OPEN OUTPUT FEXCEPTIONS
           MOVE SPACES TO enreg-virement
           MOVE 'E' TO VIR-TYPE-E
           MOVE WS-DATE-REMISE TO VIR-DATE-REMISE
           MOVE 'REMBOURSEMENT FRAIS' TO VIR-LIBELLE
           WRITE enreg-virement
           END-WRITE
           READ FNOTESFRAIS
               AT END MOVE 1 TO EOF-NDF
           END-READ.

      * la remise du jour deja emise n est pas ecrasee avant sa
      * transmission a la banque
       CONTROLER-REMISE-DU-JOUR.
           OPEN INPUT FVIREMENTS
           IF WS-VIR-STATUS = '00'
               READ FVIREMENTS
                   AT END MOVE SPACES TO enreg-virement
               END-READ
               CLOSE FVIREMENTS
               IF VIR-TYPE = 'E'
                  AND VIR-DATE-REMISE = WS-DATE-REMISE
                   DISPLAY 'REMISE DES FRAIS DEJA EMISE CE JOUR, '
                           'RELANCE REFUSEE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

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
           END-READ.

      * les notes d un employe se suivent dans l ordre de la cle :
      * la rupture sur le matricule emet son virement
       TRAITER-UNE-NOTE.
           IF ETAT-NDF = 'A' AND MODE-REMB-NDF = 'V'
               IF MATRICULE-NDF NOT = WS-MATRICULE-COURANT
                   PERFORM EMETTRE-EMPLOYE
                   MOVE MATRICULE-NDF TO WS-MATRICULE-COURANT
                   MOVE NOM-NDF TO WS-NOM-COURANT
                   MOVE 0 TO WS-MONTANT-EMPLOYE
                   PERFORM RECHERCHER-RIB
               END-IF
               ADD MONTANT-NDF TO WS-MONTANT-EMPLOYE
               IF TROUVE = 'O'
                   MOVE 'P' TO ETAT-NDF
                   MOVE WS-PERIODE-REMISE TO PERIODE-REMB-NDF
                   REWRITE enreg-ndf
                   END-REWRITE
                   ADD 1 TO COMPTEURNOTES
               END-IF
           END-IF
           READ FNOTESFRAIS
               AT END MOVE 1 TO EOF-NDF
           END-READ.

       RECHERCHER-RIB.
           MOVE 'N' TO TROUVE
           MOVE WS-MATRICULE-COURANT TO MATRICULE-RIBT
           READ FRIBTRAV
               INVALID KEY CONTINUE
           END-READ
           IF WS-RIBT-STATUS = '00'
               MOVE 'O' TO TROUVE
           END-IF.

       EMETTRE-EMPLOYE.
           IF WS-MONTANT-EMPLOYE > 0
               IF TROUVE = 'O'
                   PERFORM ECRIRE-PAIEMENT
               ELSE
                   PERFORM ECRIRE-EXCEPTION
               END-IF
           END-IF.

       ECRIRE-PAIEMENT.
           MOVE SPACES TO enreg-virement
           MOVE 'D' TO VIR-TYPE-D
           MOVE WS-MATRICULE-COURANT TO VIR-MATRICULE
           MOVE WS-NOM-COURANT TO VIR-NOM
           MOVE BANQUE-RIBT TO VIR-BANQUE
           MOVE GUICHET-RIBT TO VIR-GUICHET
           MOVE COMPTE-RIBT TO VIR-COMPTE
           MOVE CLE-RIBT TO VIR-CLE-RIB
           MOVE WS-MONTANT-EMPLOYE TO VIR-MONTANT
           WRITE enreg-virement
           END-WRITE
           ADD 1 TO COMPTEURPAIEMENT
           ADD WS-MONTANT-EMPLOYE TO HASH-MONTANTS.

       ECRIRE-EXCEPTION.
           MOVE WS-MATRICULE-COURANT TO EXC-MATRICULE
           MOVE WS-NOM-COURANT TO EXC-NOM
           MOVE WS-MONTANT-EMPLOYE TO EXC-MONTANT
           MOVE 'COORDONNEES BANCAIRES ABS' TO EXC-MOTIF
           WRITE enreg-exception
           END-WRITE
           ADD 1 TO COMPTEUREXCEPTION.

       FIN.
           PERFORM EMETTRE-EMPLOYE
           MOVE SPACES TO enreg-virement
           MOVE 'T' TO VIR-TYPE-T
           MOVE COMPTEURPAIEMENT TO VIR-NB-PAIEMENTS
           MOVE HASH-MONTANTS TO VIR-HASH-MONTANTS
           WRITE enreg-virement
           END-WRITE
           DISPLAY '--- REMISE DES NOTES DE FRAIS ---'
           DISPLAY 'VIREMENTS EMIS    : ' COMPTEURPAIEMENT
           DISPLAY 'NOTES REMBOURSEES : ' COMPTEURNOTES
           DISPLAY 'MONTANT TOTAL     : ' HASH-MONTANTS
           DISPLAY 'EXCEPTIONS        : ' COMPTEUREXCEPTION
           CLOSE FNOTESFRAIS FRIBTRAV FVIREMENTS FEXCEPTIONS.

       END PROGRAM NDFVIR.
