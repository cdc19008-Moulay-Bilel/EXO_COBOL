       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELEV.
      *****************************************************************
      * Remise de prelevements SEPA : chaque piece ouverte de
      * l encours (facture ou penalite) arrivee a echeance (30 jours,
      * comme RELANCE) d un client ayant un mandat actif (Mandats.txt,
      * MDTMNT) est prelevee pour son reste du. Le fichier remis a la
      * banque (Prelevements.txt : entete, un detail par piece, total
      * de controle) suit la forme de la remise de virements VIREMNT.
      * Chaque piece prelevee est ajoutee a Reglements.txt pour etre
      * appliquee par ENCAISS et notee dans PrelevEmis.txt, ou
      * RETPRLV la retrouve en cas de rejet.
      * Identifiant creancier PRELEV-ICS (obligatoire), date de
      * remise PRELEV-DATE (AAAAMMJJ), defaut date du jour.
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
           SELECT FMANDATS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Mandats.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-MDT OF enreg-mandat
               FILE STATUS IS WS-MDT-STATUS.
           SELECT FPRELEVEMIS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\PrelevEmis.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-PRL OF enreg-prelev-emis
               FILE STATUS IS WS-PRL-STATUS.
           SELECT FREGLEMENTS
               ASSIGN TO 'C:\Users\CRM\Desktop\Reglements.txt'
               FILE STATUS IS WS-REGL-STATUS.
           SELECT FPRELEVEMENTS
               ASSIGN TO 'C:\Users\CRM\Desktop\Prelevements.txt'.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatPrelevements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FMANDATS.
       01  enreg-mandat.
           COPY MANDAT.

       FD  FPRELEVEMIS.
       01  enreg-prelev-emis.
           COPY PRLHIST.

      * meme forme que les reglements saisis lus par ENCAISS
       FD  FREGLEMENTS.
       01  enreg-reglement.
           02 NOCLI-REGL PIC 9(7).
           02 NOFAC-REGL PIC 9(7).
           02 DATE-REGL PIC 9(8).
           02 MONTANT-REGL PIC 9(8)V99.

       FD  FPRELEVEMENTS.
       01  enreg-prelevement.
           02 PRL-TYPE PIC X.
           02 PRL-CORPS PIC X(119).
      * les trois vues ci-dessous completent a 120 octets
       01  enreg-prelevement-detail REDEFINES enreg-prelevement.
           02 PRL-TYPE-D PIC X.
           02 PRL-NOCLI PIC 9(7).
           02 PRL-NOFAC PIC 9(7).
           02 PRL-RUM PIC X(20).
           02 PRL-DATE-SIGNATURE PIC 9(8).
           02 PRL-SEQUENCE PIC X(4).
           02 PRL-IBAN PIC X(34).
           02 PRL-BIC PIC X(11).
           02 PRL-MONTANT PIC 9(8)V99.
           02 PRL-DATE-ECHEANCE PIC 9(8).
           02 FILLER PIC X(10).
       01  enreg-prelevement-entete REDEFINES enreg-prelevement.
           02 PRL-TYPE-E PIC X.
           02 PRL-DATE-REMISE PIC 9(8).
           02 PRL-ICS PIC X(13).
           02 PRL-LIBELLE PIC X(20).
           02 FILLER PIC X(78).
       01  enreg-prelevement-total REDEFINES enreg-prelevement.
           02 PRL-TYPE-T PIC X.
           02 PRL-NB-PRELEVEMENTS PIC 9(5).
           02 PRL-HASH-MONTANTS PIC 9(10)V99.
           02 FILLER PIC X(102).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-ENC PIC 99 VALUE 0.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-MDT-STATUS PIC X(2) VALUE '00'.
       77  WS-PRL-STATUS PIC X(2) VALUE '00'.
       77  WS-REGL-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-ENV PIC X(8) VALUE SPACE.
       77  WS-DATE-REMISE PIC 9(8) VALUE 0.
       77  WS-ICS PIC X(13) VALUE SPACE.
       77  WS-MANDAT-ACTIF PIC X VALUE 'N'.
       77  WS-DEJA-EMIS PIC X VALUE 'N'.
       77  WS-HIST-EXISTE PIC X VALUE 'N'.
       77  WS-SEQUENCE PIC X(4) VALUE SPACE.
       77  WS-RESTE-DU PIC S9(8)V99 VALUE 0.
       77  WS-JOURS-REMISE PIC S9(7) VALUE 0.
       77  WS-JOURS-FAC PIC S9(7) VALUE 0.
       77  COMPTEURLU PIC 9(7) VALUE 0.
       77  COMPTEURPRELEVEMENT PIC 9(5) VALUE 0.
       77  COMPTEURSANSMANDAT PIC 9(7) VALUE 0.
       77  COMPTEURENCOURS PIC 9(7) VALUE 0.
       77  HASH-MONTANTS PIC 9(10)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       01  WS-DATE-REMISE-DEC.
           02 WS-AAAA-REMISE PIC 9(4).
           02 WS-MM-REMISE PIC 9(2).
           02 WS-JJ-REMISE PIC 9(2).
       01  WS-DATE-FAC-DEC.
           02 WS-AAAA-FAC PIC 9(4).
           02 WS-MM-FAC PIC 9(2).
           02 WS-JJ-FAC PIC 9(2).

       01  VERROU-ZONE.
           02 VERROU-ACTION PIC X.
           02 VERROU-PROGRAMME PIC X(8).
           02 VERROU-OCCUPE PIC X.
           02 VERROU-DETENTEUR PIC X(8).
           02 VERROU-DEPUIS-DATE PIC 9(8).
           02 VERROU-DEPUIS-HEURE PIC 9(6).

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
           ACCEPT WS-ICS FROM ENVIRONMENT 'PRELEV-ICS'
           IF WS-ICS = SPACES
               DISPLAY 'IDENTIFIANT CREANCIER SEPA PRELEV-ICS ABSENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT 'PRELEV-DATE'
           IF WS-DATE-ENV NOT = SPACES
              AND WS-DATE-ENV IS NUMERIC
               MOVE WS-DATE-ENV TO WS-DATE-REMISE
           ELSE
               ACCEPT WS-DATE-REMISE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-DATE-REMISE TO WS-DATE-REMISE-DEC
           COMPUTE WS-JOURS-REMISE = WS-AAAA-REMISE * 360
                                   + WS-MM-REMISE * 30 + WS-JJ-REMISE
           OPEN I-O FMANDATS
           IF WS-MDT-STATUS NOT = '00'
               DISPLAY 'AUCUN MANDAT DE PRELEVEMENT (MDTMNT)'
               STOP RUN
           END-IF
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               CLOSE FMANDATS
               STOP RUN
           END-IF
           OPEN I-O FPRELEVEMIS
           IF WS-PRL-STATUS NOT = '00'
               OPEN OUTPUT FPRELEVEMIS
               CLOSE FPRELEVEMIS
               OPEN I-O FPRELEVEMIS
           END-IF
           OPEN EXTEND FREGLEMENTS
           IF WS-REGL-STATUS NOT = '00'
               OPEN OUTPUT FREGLEMENTS
           END-IF
           OPEN OUTPUT FPRELEVEMENTS
           OPEN OUTPUT FRAPPORT
           PERFORM ECRIRE-ENTETE-REMISE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- PRELEVEMENTS REMIS LE ' DELIMITED BY SIZE
                  WS-DATE-REMISE DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'CLIENT  FACTURE MANDAT               SEQ       MONTANT'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

       ECRIRE-ENTETE-REMISE.
           MOVE SPACES TO enreg-prelevement
           MOVE 'E' TO PRL-TYPE-E
           MOVE WS-DATE-REMISE TO PRL-DATE-REMISE
           MOVE WS-ICS TO PRL-ICS
           MOVE 'PRELEVEMENTS CLIENTS' TO PRL-LIBELLE
           WRITE enreg-prelevement
           END-WRITE.

      * avoirs, credits et pieces en litige ne se prelevent pas ;
      * une piece deja remise
      * et pas encore appliquee par ENCAISS n est pas represente
       TRAITER-UN-ENCOURS.
           ADD 1 TO COMPTEURLU
           IF TYPE-ENC NOT = 'A' AND TYPE-ENC NOT = 'C'
              AND TYPE-ENC NOT = 'R'
              AND STATUT-ENC = 'O' AND LITIGE-ENC NOT = 'O'
               COMPUTE WS-RESTE-DU = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
               MOVE DATE-FAC-ENC TO WS-DATE-FAC-DEC
               COMPUTE WS-JOURS-FAC = WS-AAAA-FAC * 360
                                    + WS-MM-FAC * 30 + WS-JJ-FAC
               IF WS-RESTE-DU > 0
                  AND WS-JOURS-FAC + 30 <= WS-JOURS-REMISE
                   PERFORM CONTROLER-MANDAT
                   IF WS-MANDAT-ACTIF = 'N'
                       ADD 1 TO COMPTEURSANSMANDAT
                   ELSE
                       PERFORM CONTROLER-DEJA-EMIS
                       IF WS-DEJA-EMIS = 'O'
                           ADD 1 TO COMPTEURENCOURS
                       ELSE
                           PERFORM EMETTRE-PRELEVEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

       CONTROLER-MANDAT.
           MOVE 'N' TO WS-MANDAT-ACTIF
           MOVE NOCLI-ENC TO NOCLI-MDT
           READ FMANDATS
               INVALID KEY CONTINUE
           END-READ
           IF WS-MDT-STATUS = '00'
               IF STATUT-MDT = 'A'
                  AND DATE-SIGNATURE-MDT NOT > WS-DATE-REMISE
                   MOVE 'O' TO WS-MANDAT-ACTIF
               END-IF
           END-IF.

       CONTROLER-DEJA-EMIS.
           MOVE 'N' TO WS-DEJA-EMIS
           MOVE 'O' TO WS-HIST-EXISTE
           MOVE NOCLI-ENC TO NOCLI-PRL
           MOVE NOFAC-ENC TO NOFAC-PRL
           READ FPRELEVEMIS
               INVALID KEY
                   MOVE 'N' TO WS-HIST-EXISTE
           END-READ
           IF WS-HIST-EXISTE = 'O' AND STATUT-PRL = 'E'
               MOVE 'O' TO WS-DEJA-EMIS
           END-IF.

      * premier prelevement du mandat en FRST, les suivants en RCUR
       EMETTRE-PRELEVEMENT.
           IF DATE-DERNIER-PRLV-MDT = 0
               MOVE 'FRST' TO WS-SEQUENCE
           ELSE
               MOVE 'RCUR' TO WS-SEQUENCE
           END-IF
           MOVE SPACES TO enreg-prelevement
           MOVE 'D' TO PRL-TYPE-D
           MOVE NOCLI-ENC TO PRL-NOCLI
           MOVE NOFAC-ENC TO PRL-NOFAC
           MOVE RUM-MDT TO PRL-RUM
           MOVE DATE-SIGNATURE-MDT TO PRL-DATE-SIGNATURE
           MOVE WS-SEQUENCE TO PRL-SEQUENCE
           MOVE IBAN-MDT TO PRL-IBAN
           MOVE BIC-MDT TO PRL-BIC
           MOVE WS-RESTE-DU TO PRL-MONTANT
           MOVE WS-DATE-REMISE TO PRL-DATE-ECHEANCE
           WRITE enreg-prelevement
           END-WRITE
           PERFORM ENREGISTRER-REGLEMENT
           PERFORM NOTER-PRELEVEMENT
           MOVE WS-DATE-REMISE TO DATE-DERNIER-PRLV-MDT
           REWRITE enreg-mandat
           END-REWRITE
           PERFORM EDITER-PRELEVEMENT
           ADD 1 TO COMPTEURPRELEVEMENT
           ADD WS-RESTE-DU TO HASH-MONTANTS.

      * le prelevement est un reglement de la piece a la date de
      * remise, applique par ENCAISS comme un reglement saisi
       ENREGISTRER-REGLEMENT.
           MOVE NOCLI-ENC TO NOCLI-REGL
           MOVE NOFAC-ENC TO NOFAC-REGL
           MOVE WS-DATE-REMISE TO DATE-REGL
           MOVE WS-RESTE-DU TO MONTANT-REGL
           WRITE enreg-reglement
           END-WRITE.

       NOTER-PRELEVEMENT.
           IF WS-HIST-EXISTE = 'N'
               MOVE NOCLI-ENC TO NOCLI-PRL
               MOVE NOFAC-ENC TO NOFAC-PRL
               MOVE 0 TO NB-PRESENTATIONS-PRL
           END-IF
           MOVE WS-DATE-REMISE TO DATE-EMIS-PRL
           MOVE WS-RESTE-DU TO MONTANT-PRL
           MOVE RUM-MDT TO RUM-PRL
           MOVE WS-SEQUENCE TO SEQUENCE-PRL
           MOVE 'E' TO STATUT-PRL
           MOVE 0 TO DATE-REJET-PRL
           MOVE SPACES TO MOTIF-REJET-PRL
           ADD 1 TO NB-PRESENTATIONS-PRL
           IF WS-HIST-EXISTE = 'O'
               REWRITE enreg-prelev-emis
               END-REWRITE
           ELSE
               WRITE enreg-prelev-emis
               END-WRITE
           END-IF.

       EDITER-PRELEVEMENT.
           MOVE WS-RESTE-DU TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING NOCLI-ENC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOFAC-ENC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RUM-MDT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SEQUENCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       FIN.
           MOVE SPACES TO enreg-prelevement
           MOVE 'T' TO PRL-TYPE-T
           MOVE COMPTEURPRELEVEMENT TO PRL-NB-PRELEVEMENTS
           MOVE HASH-MONTANTS TO PRL-HASH-MONTANTS
           WRITE enreg-prelevement
           END-WRITE
           MOVE HASH-MONTANTS TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PRELEVEMENTS=' DELIMITED BY SIZE
                  COMPTEURPRELEVEMENT DELIMITED BY SIZE
                  ' TOTAL=' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ' DEJA REMIS EN ATTENTE=' DELIMITED BY SIZE
                  COMPTEURENCOURS DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY '--- REMISE DE PRELEVEMENTS ---'
           DISPLAY 'PIECES LUES         : ' COMPTEURLU
           DISPLAY 'PRELEVEMENTS EMIS   : ' COMPTEURPRELEVEMENT
           DISPLAY 'ECHUES SANS MANDAT  : ' COMPTEURSANSMANDAT
           DISPLAY 'DEJA REMISES        : ' COMPTEURENCOURS
           DISPLAY 'TOTAL DES MONTANTS  : ' HASH-MONTANTS
           CLOSE ENCOURS FMANDATS FPRELEVEMIS FREGLEMENTS
           CLOSE FPRELEVEMENTS FRAPPORT.

       END PROGRAM PRELEV.
