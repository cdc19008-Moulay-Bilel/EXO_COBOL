       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROCH.
      *****************************************************************
      * Rapprochement bancaire : le releve bancaire du jour
      * (RelevBanque.txt) est pointe automatiquement.
      * - chaque credit est rapproche d un reglement client applique
      *   par ENCAISS (HistReglements.txt, type R) de meme montant,
      *   a RAPPR-TOLER jours pres, de preference celui dont la
      *   reference bancaire porte le numero de facture ou de client;
      * - chaque debit est rapproche du total de la remise de
      *   virements de paie (Virements.txt de VIREMNT), sinon d une
      *   de ses lignes, sinon d un prelevement rejete (type J).
      * Les lignes bancaires non rapprochees, et les reglements ou
      * virements dates dans la periode du releve sans contrepartie
      * bancaire, sont edites dans EtatRappro.txt.
      * Tolerance RAPPR-TOLER (jours, PARAMNT), defaut 3 jours.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FBANQUE
               ASSIGN TO 'C:\Users\CRM\Desktop\RelevBanque.txt'
               FILE STATUS IS WS-BQ-STATUS.
           SELECT FHISTREGL
               ASSIGN TO 'C:\Users\CRM\Desktop\HistReglements.txt'
               FILE STATUS IS WS-HRG-STATUS.
           SELECT FVIREMENTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Virements.txt'
               FILE STATUS IS WS-VIR-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatRappro.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ligne du releve bancaire : sens C = credit, D = debit
       FD  FBANQUE.
       01  enreg-banque.
           02 BQ-DATE PIC 9(8).
           02 BQ-SENS PIC X.
           02 BQ-MONTANT PIC 9(8)V99.
           02 BQ-REFERENCE PIC X(20).
           02 BQ-LIBELLE PIC X(30).

       FD  FHISTREGL.
       01  enreg-hist-regl.
           COPY REGHIST.

      * meme forme que la remise ecrite par VIREMNT
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

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-BQ PIC 99 VALUE 0.
       77  EOF-HRG PIC 99 VALUE 0.
       77  EOF-VIR PIC 99 VALUE 0.
       77  WS-BQ-STATUS PIC X(2) VALUE '00'.
       77  WS-HRG-STATUS PIC X(2) VALUE '00'.
       77  WS-VIR-STATUS PIC X(2) VALUE '00'.
       77  WS-TOLER-SAISIE PIC X(2) VALUE SPACE.
       77  WS-TOLERANCE PIC 9(2) VALUE 3.
       77  WS-DATE-MIN PIC 9(8) VALUE 99999999.
       77  WS-DATE-MAX PIC 9(8) VALUE 0.
       77  WS-JOURS-MIN PIC S9(7) VALUE 0.
       77  WS-JOURS-MAX PIC S9(7) VALUE 0.
       77  WS-JOURS-CALC PIC S9(7) VALUE 0.
       77  WS-JOURS-BQ PIC S9(7) VALUE 0.
       77  WS-ECART PIC S9(7) VALUE 0.
       77  WS-REF-NUM PIC 9(7) VALUE 0.
       77  WS-REF-LUE PIC X VALUE 'N'.
       77  WS-REMISE-CHARGEE PIC X VALUE 'N'.
       77  WS-REMISE-RAPPROCHEE PIC X VALUE 'N'.
       77  WS-DATE-REMISE PIC 9(8) VALUE 0.
       77  WS-JOURS-REMISE PIC S9(7) VALUE 0.
       77  WS-HASH-REMISE PIC 9(10)V99 VALUE 0.
       77  WS-TYPE-CHERCHE PIC X VALUE SPACE.
       77  WS-RAPPROCHE PIC X VALUE 'N'.
       77  WS-MOTIF PIC X(30) VALUE SPACE.
       77  NB-REGL PIC 9(4) VALUE 0.
       77  POS-REGL PIC 9(4) VALUE 0.
       77  POS-CANDIDAT PIC 9(4) VALUE 0.
       77  POS-REFERENCE PIC 9(4) VALUE 0.
       77  NB-VIR PIC 9(3) VALUE 0.
       77  POS-VIR PIC 9(3) VALUE 0.
       77  COMPTEURBANQUE PIC 9(7) VALUE 0.
       77  COMPTEURRAPPROCHE PIC 9(7) VALUE 0.
       77  COMPTEURSANSREF PIC 9(7) VALUE 0.
       77  COMPTEUREXCEPTION PIC 9(7) VALUE 0.
       77  COMPTEURSATURE PIC 9(7) VALUE 0.
       77  TOTAL-CREDITS PIC 9(10)V99 VALUE 0.
       77  TOTAL-DEBITS PIC 9(10)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-TOTAL-EDIT PIC ZZZZZZZZZ9.99.
       01  WS-DATE-CALC-DEC.
           02 WS-AAAA-CALC PIC 9(4).
           02 WS-MM-CALC PIC 9(2).
           02 WS-JJ-CALC PIC 9(2).
      * reglements et rejets de prelevement de la periode du releve
       01  TABLE-REGLEMENTS.
           02 REGL-TAB OCCURS 2000 TIMES.
              03 NOCLI-REGL-TAB PIC 9(7).
              03 NOFAC-REGL-TAB PIC 9(7).
              03 DATE-REGL-TAB PIC 9(8).
              03 JOURS-REGL-TAB PIC S9(7).
              03 MONTANT-REGL-TAB PIC 9(8)V99.
              03 TYPE-REGL-TAB PIC X.
              03 RAPPROCHE-REGL-TAB PIC X.
      * lignes de la derniere remise de virements de paie
       01  TABLE-VIREMENTS.
           02 VIR-TAB OCCURS 200 TIMES.
              03 MATRICULE-VIR-TAB PIC 9(5).
              03 NOM-VIR-TAB PIC X(25).
              03 MONTANT-VIR-TAB PIC 9(6)V99.
              03 RAPPROCHE-VIR-TAB PIC X.

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM RAPPROCHER-UNE-LIGNE UNTIL EOF-BQ = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           MOVE 'RAPPR-TOLER' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR(1:2) TO WS-TOLER-SAISIE
           ELSE
               ACCEPT WS-TOLER-SAISIE FROM ENVIRONMENT 'RAPPR-TOLER'
           END-IF
           IF WS-TOLER-SAISIE IS NUMERIC
               MOVE WS-TOLER-SAISIE TO WS-TOLERANCE
           END-IF
           PERFORM BORNER-RELEVE
           PERFORM CHARGER-REGLEMENTS
           PERFORM CHARGER-REMISE
           OPEN OUTPUT FRAPPORT
           PERFORM EDITER-ENTETE
           OPEN INPUT FBANQUE
           READ FBANQUE
               AT END MOVE 1 TO EOF-BQ
           END-READ.

      * premiere lecture du releve : periode couverte
       BORNER-RELEVE.
           OPEN INPUT FBANQUE
           IF WS-BQ-STATUS NOT = '00'
               DISPLAY 'RELEVE BANCAIRE ABSENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FBANQUE
               AT END MOVE 1 TO EOF-BQ
           END-READ
           PERFORM BORNER-UNE-LIGNE UNTIL EOF-BQ = 1
           CLOSE FBANQUE
           MOVE 0 TO EOF-BQ
           IF WS-DATE-MAX = 0
               DISPLAY 'RELEVE BANCAIRE VIDE'
               STOP RUN
           END-IF
           MOVE WS-DATE-MIN TO WS-DATE-CALC-DEC
           PERFORM CALCULER-JOURS
           MOVE WS-JOURS-CALC TO WS-JOURS-MIN
           MOVE WS-DATE-MAX TO WS-DATE-CALC-DEC
           PERFORM CALCULER-JOURS
           MOVE WS-JOURS-CALC TO WS-JOURS-MAX.

       BORNER-UNE-LIGNE.
           IF BQ-DATE < WS-DATE-MIN
               MOVE BQ-DATE TO WS-DATE-MIN
           END-IF
           IF BQ-DATE > WS-DATE-MAX
               MOVE BQ-DATE TO WS-DATE-MAX
           END-IF
           READ FBANQUE
               AT END MOVE 1 TO EOF-BQ
           END-READ.

      * jours sur une base 30/360, comme les echeances de RELANCE
       CALCULER-JOURS.
           COMPUTE WS-JOURS-CALC = WS-AAAA-CALC * 360
                                 + WS-MM-CALC * 30 + WS-JJ-CALC.

      * seuls les mouvements proches de la periode du releve peuvent
      * y trouver leur contrepartie
       CHARGER-REGLEMENTS.
           OPEN INPUT FHISTREGL
           IF WS-HRG-STATUS NOT = '00'
               DISPLAY 'AUCUN REGLEMENT APPLIQUE (ENCAISS)'
           ELSE
               READ FHISTREGL
                   AT END MOVE 1 TO EOF-HRG
               END-READ
               PERFORM CHARGER-UN-REGLEMENT UNTIL EOF-HRG = 1
               CLOSE FHISTREGL
           END-IF.

       CHARGER-UN-REGLEMENT.
           MOVE DATE-REGL-HRG TO WS-DATE-CALC-DEC
           PERFORM CALCULER-JOURS
           IF WS-JOURS-CALC >= WS-JOURS-MIN - WS-TOLERANCE
              AND WS-JOURS-CALC <= WS-JOURS-MAX + WS-TOLERANCE
              AND TYPE-HRG NOT = 'P'
              AND TYPE-HRG NOT = 'A'
               IF NB-REGL < 2000
                   ADD 1 TO NB-REGL
                   MOVE NOCLI-HRG TO NOCLI-REGL-TAB(NB-REGL)
                   MOVE NOFAC-HRG TO NOFAC-REGL-TAB(NB-REGL)
                   MOVE DATE-REGL-HRG TO DATE-REGL-TAB(NB-REGL)
                   MOVE WS-JOURS-CALC TO JOURS-REGL-TAB(NB-REGL)
                   MOVE MONTANT-HRG TO MONTANT-REGL-TAB(NB-REGL)
                   MOVE TYPE-HRG TO TYPE-REGL-TAB(NB-REGL)
                   MOVE 'N' TO RAPPROCHE-REGL-TAB(NB-REGL)
               ELSE
                   ADD 1 TO COMPTEURSATURE
               END-IF
           END-IF
           READ FHISTREGL
               AT END MOVE 1 TO EOF-HRG
           END-READ.

      * la remise de virements n est retenue que si sa date tombe
      * dans la periode du releve
       CHARGER-REMISE.
           OPEN INPUT FVIREMENTS
           IF WS-VIR-STATUS NOT = '00'
               DISPLAY 'AUCUNE REMISE DE VIREMENTS (VIREMNT)'
           ELSE
               READ FVIREMENTS
                   AT END MOVE 1 TO EOF-VIR
               END-READ
               PERFORM CHARGER-UN-VIREMENT UNTIL EOF-VIR = 1
               CLOSE FVIREMENTS
               IF WS-REMISE-CHARGEE = 'O'
                   MOVE WS-DATE-REMISE TO WS-DATE-CALC-DEC
                   PERFORM CALCULER-JOURS
                   MOVE WS-JOURS-CALC TO WS-JOURS-REMISE
                   IF WS-JOURS-REMISE < WS-JOURS-MIN - WS-TOLERANCE
                      OR WS-JOURS-REMISE > WS-JOURS-MAX + WS-TOLERANCE
                       MOVE 'N' TO WS-REMISE-CHARGEE
                       MOVE 0 TO NB-VIR
                   END-IF
               END-IF
           END-IF.

       CHARGER-UN-VIREMENT.
           IF VIR-TYPE = 'E'
               MOVE VIR-DATE-REMISE TO WS-DATE-REMISE
               MOVE 'O' TO WS-REMISE-CHARGEE
           ELSE
           IF VIR-TYPE = 'D'
               IF NB-VIR < 200
                   ADD 1 TO NB-VIR
                   MOVE VIR-MATRICULE TO MATRICULE-VIR-TAB(NB-VIR)
                   MOVE VIR-NOM TO NOM-VIR-TAB(NB-VIR)
                   MOVE VIR-MONTANT TO MONTANT-VIR-TAB(NB-VIR)
                   MOVE 'N' TO RAPPROCHE-VIR-TAB(NB-VIR)
               END-IF
           ELSE
           IF VIR-TYPE = 'T'
               MOVE VIR-HASH-MONTANTS TO WS-HASH-REMISE
           END-IF
           END-IF
           END-IF
           READ FVIREMENTS
               AT END MOVE 1 TO EOF-VIR
           END-READ.

       EDITER-ENTETE.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- RAPPROCHEMENT BANCAIRE DU ' DELIMITED BY SIZE
                  WS-DATE-MIN DELIMITED BY SIZE
                  ' AU ' DELIMITED BY SIZE
                  WS-DATE-MAX DELIMITED BY SIZE
                  ' - TOLERANCE ' DELIMITED BY SIZE
                  WS-TOLERANCE DELIMITED BY SIZE
                  ' JOURS ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'ORIGINE   DATE     SENS     MONTANT REFERENCE'
               TO LIGNE-RAPPORT
           MOVE 'MOTIF' TO LIGNE-RAPPORT(69:5)
           WRITE LIGNE-RAPPORT.

       RAPPROCHER-UNE-LIGNE.
           ADD 1 TO COMPTEURBANQUE
           MOVE 'N' TO WS-RAPPROCHE
           MOVE BQ-DATE TO WS-DATE-CALC-DEC
           PERFORM CALCULER-JOURS
           MOVE WS-JOURS-CALC TO WS-JOURS-BQ
           IF BQ-SENS = 'C'
               ADD BQ-MONTANT TO TOTAL-CREDITS
               MOVE 'R' TO WS-TYPE-CHERCHE
               PERFORM CHERCHER-REGLEMENT
           ELSE
           IF BQ-SENS = 'D'
               ADD BQ-MONTANT TO TOTAL-DEBITS
               PERFORM RAPPROCHER-DEBIT
           END-IF
           END-IF
           IF WS-RAPPROCHE = 'O'
               ADD 1 TO COMPTEURRAPPROCHE
           ELSE
               IF BQ-SENS = 'C' OR BQ-SENS = 'D'
                   MOVE 'AUCUNE CONTREPARTIE' TO WS-MOTIF
               ELSE
                   MOVE 'SENS INCONNU' TO WS-MOTIF
               END-IF
               PERFORM EDITER-LIGNE-BANQUE
           END-IF
           READ FBANQUE
               AT END MOVE 1 TO EOF-BQ
           END-READ.

      * un debit solde d abord la remise entiere, sinon un virement,
      * sinon un prelevement revenu impaye
       RAPPROCHER-DEBIT.
           IF WS-REMISE-CHARGEE = 'O'
              AND WS-REMISE-RAPPROCHEE = 'N'
              AND BQ-MONTANT = WS-HASH-REMISE
               COMPUTE WS-ECART = WS-JOURS-BQ - WS-JOURS-REMISE
               IF WS-ECART >= 0 - WS-TOLERANCE
                  AND WS-ECART <= WS-TOLERANCE
                   MOVE 'O' TO WS-REMISE-RAPPROCHEE
                   MOVE 'O' TO WS-RAPPROCHE
               END-IF
           END-IF
           IF WS-RAPPROCHE = 'N'
              AND WS-REMISE-CHARGEE = 'O'
              AND WS-REMISE-RAPPROCHEE = 'N'
               COMPUTE WS-ECART = WS-JOURS-BQ - WS-JOURS-REMISE
               IF WS-ECART >= 0 - WS-TOLERANCE
                  AND WS-ECART <= WS-TOLERANCE
                   MOVE 0 TO POS-CANDIDAT
                   MOVE 1 TO POS-VIR
                   PERFORM CHERCHER-VIREMENT
                       UNTIL POS-VIR > NB-VIR OR POS-CANDIDAT > 0
                   IF POS-CANDIDAT > 0
                       MOVE 'O' TO RAPPROCHE-VIR-TAB(POS-CANDIDAT)
                       MOVE 'O' TO WS-RAPPROCHE
                   END-IF
               END-IF
           END-IF
           IF WS-RAPPROCHE = 'N'
               MOVE 'J' TO WS-TYPE-CHERCHE
               PERFORM CHERCHER-REGLEMENT
           END-IF.

       CHERCHER-VIREMENT.
           IF RAPPROCHE-VIR-TAB(POS-VIR) = 'N'
              AND MONTANT-VIR-TAB(POS-VIR) = BQ-MONTANT
               MOVE POS-VIR TO POS-CANDIDAT
           END-IF
           ADD 1 TO POS-VIR.

      * parmi les mouvements de meme montant a la tolerance pres,
      * celui dont la reference bancaire porte le numero de facture
      * ou de client l emporte; a defaut le premier est retenu
       CHERCHER-REGLEMENT.
           MOVE 'N' TO WS-REF-LUE
           IF BQ-REFERENCE(1:7) IS NUMERIC
               MOVE BQ-REFERENCE(1:7) TO WS-REF-NUM
               MOVE 'O' TO WS-REF-LUE
           END-IF
           MOVE 0 TO POS-CANDIDAT
           MOVE 0 TO POS-REFERENCE
           MOVE 1 TO POS-REGL
           PERFORM EXAMINER-REGLEMENT
               UNTIL POS-REGL > NB-REGL OR POS-REFERENCE > 0
           IF POS-REFERENCE > 0
               MOVE POS-REFERENCE TO POS-CANDIDAT
           ELSE
               IF POS-CANDIDAT > 0
                   ADD 1 TO COMPTEURSANSREF
               END-IF
           END-IF
           IF POS-CANDIDAT > 0
               MOVE 'O' TO RAPPROCHE-REGL-TAB(POS-CANDIDAT)
               MOVE 'O' TO WS-RAPPROCHE
           END-IF.

       EXAMINER-REGLEMENT.
           IF RAPPROCHE-REGL-TAB(POS-REGL) = 'N'
              AND TYPE-REGL-TAB(POS-REGL) = WS-TYPE-CHERCHE
              AND MONTANT-REGL-TAB(POS-REGL) = BQ-MONTANT
               COMPUTE WS-ECART = WS-JOURS-BQ - JOURS-REGL-TAB(POS-REGL)
               IF WS-ECART >= 0 - WS-TOLERANCE
                  AND WS-ECART <= WS-TOLERANCE
                   IF WS-REF-LUE = 'O'
                      AND (WS-REF-NUM = NOFAC-REGL-TAB(POS-REGL)
                       OR WS-REF-NUM = NOCLI-REGL-TAB(POS-REGL))
                       MOVE POS-REGL TO POS-REFERENCE
                   ELSE
                       IF POS-CANDIDAT = 0
                           MOVE POS-REGL TO POS-CANDIDAT
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO POS-REGL.

       EDITER-LIGNE-BANQUE.
           ADD 1 TO COMPTEUREXCEPTION
           MOVE BQ-MONTANT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE 'BANQUE' TO LIGNE-RAPPORT(1:9)
           MOVE BQ-DATE TO LIGNE-RAPPORT(11:8)
           MOVE BQ-SENS TO LIGNE-RAPPORT(20:1)
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(26:11)
           MOVE BQ-REFERENCE TO LIGNE-RAPPORT(38:20)
           MOVE BQ-LIBELLE(1:10) TO LIGNE-RAPPORT(58:10)
           MOVE WS-MOTIF TO LIGNE-RAPPORT(69:30)
           WRITE LIGNE-RAPPORT.

      * mouvements de la periode restes sans ligne bancaire
       EDITER-REGLEMENT-ORPHELIN.
           IF RAPPROCHE-REGL-TAB(POS-REGL) = 'N'
              AND JOURS-REGL-TAB(POS-REGL) >= WS-JOURS-MIN
              AND JOURS-REGL-TAB(POS-REGL) <= WS-JOURS-MAX
               ADD 1 TO COMPTEUREXCEPTION
               MOVE MONTANT-REGL-TAB(POS-REGL) TO WS-MONTANT-EDIT
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE DATE-REGL-TAB(POS-REGL) TO LIGNE-RAPPORT(11:8)
               MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(26:11)
               MOVE NOCLI-REGL-TAB(POS-REGL) TO LIGNE-RAPPORT(38:7)
               MOVE NOFAC-REGL-TAB(POS-REGL) TO LIGNE-RAPPORT(46:7)
               IF TYPE-REGL-TAB(POS-REGL) = 'J'
                   MOVE 'REJET PRLV' TO LIGNE-RAPPORT(1:9)
                   MOVE 'D' TO LIGNE-RAPPORT(20:1)
                   MOVE 'REJET SANS DEBIT BANCAIRE'
                       TO LIGNE-RAPPORT(69:30)
               ELSE
                   MOVE 'REGLEMENT' TO LIGNE-RAPPORT(1:9)
                   MOVE 'C' TO LIGNE-RAPPORT(20:1)
                   MOVE 'REGLEMENT SANS CREDIT BANCAIRE'
                       TO LIGNE-RAPPORT(69:30)
               END-IF
               WRITE LIGNE-RAPPORT
           END-IF
           ADD 1 TO POS-REGL.

       EDITER-VIREMENT-ORPHELIN.
           IF RAPPROCHE-VIR-TAB(POS-VIR) = 'N'
               ADD 1 TO COMPTEUREXCEPTION
               MOVE MONTANT-VIR-TAB(POS-VIR) TO WS-MONTANT-EDIT
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE 'VIREMENT' TO LIGNE-RAPPORT(1:9)
               MOVE WS-DATE-REMISE TO LIGNE-RAPPORT(11:8)
               MOVE 'D' TO LIGNE-RAPPORT(20:1)
               MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(26:11)
               MOVE MATRICULE-VIR-TAB(POS-VIR) TO LIGNE-RAPPORT(38:5)
               MOVE NOM-VIR-TAB(POS-VIR) TO LIGNE-RAPPORT(44:25)
               MOVE 'VIREMENT SANS DEBIT BANCAIRE'
                   TO LIGNE-RAPPORT(69:30)
               WRITE LIGNE-RAPPORT
           END-IF
           ADD 1 TO POS-VIR.

       FIN.
           CLOSE FBANQUE
           MOVE 1 TO POS-REGL
           PERFORM EDITER-REGLEMENT-ORPHELIN UNTIL POS-REGL > NB-REGL
           IF WS-REMISE-CHARGEE = 'O'
              AND WS-REMISE-RAPPROCHEE = 'N'
              AND WS-JOURS-REMISE >= WS-JOURS-MIN
              AND WS-JOURS-REMISE <= WS-JOURS-MAX
               MOVE 1 TO POS-VIR
               PERFORM EDITER-VIREMENT-ORPHELIN UNTIL POS-VIR > NB-VIR
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-CREDITS TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL CREDITS RELEVE : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-DEBITS TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL DEBITS RELEVE  : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'LIGNES BANCAIRES : ' DELIMITED BY SIZE
                  COMPTEURBANQUE DELIMITED BY SIZE
                  ' RAPPROCHEES : ' DELIMITED BY SIZE
                  COMPTEURRAPPROCHE DELIMITED BY SIZE
                  ' DONT SANS REFERENCE : ' DELIMITED BY SIZE
                  COMPTEURSANSREF DELIMITED BY SIZE
                  ' EXCEPTIONS : ' DELIMITED BY SIZE
                  COMPTEUREXCEPTION DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           CLOSE FRAPPORT
           IF COMPTEURSATURE > 0
               DISPLAY 'TABLE DES REGLEMENTS SATUREE, IGNORES : '
                       COMPTEURSATURE
           END-IF
           DISPLAY 'LIGNES BANCAIRES  : ' COMPTEURBANQUE
           DISPLAY 'RAPPROCHEES       : ' COMPTEURRAPPROCHE
           DISPLAY 'EXCEPTIONS        : ' COMPTEUREXCEPTION.
