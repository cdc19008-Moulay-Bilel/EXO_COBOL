               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\RemiseSaisies.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FTOTPAIE
               ASSIGN TO WS-TOTPAIE-PATH.
           SELECT FCHARGES
               ASSIGN TO WS-CHARGES-PATH
               FILE STATUS IS WS-CHARGES-STATUS.
           SELECT FREJETSMVT
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\RejetsMvt.txt'.
           SELECT FMVTTRAV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\MvtPaie.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULE-MVTT OF enreg-mvt-travail
               FILE STATUS IS WS-MVTT-STATUS.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CUMPAIE
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CumPaie.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUM-MATRICULE OF enreg-CUMUL
               FILE STATUS IS WS-CUMUL-STATUS.
           SELECT FNOTESFRAIS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\NotesFrais.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-NDF OF enreg-ndf
               FILE STATUS IS WS-NDF-STATUS.
           SELECT FACOMPTES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Acomptes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ACP OF enreg-acompte
               FILE STATUS IS WS-ACP-STATUS.
           SELECT FABSENCES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Absences.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ABS OF enreg-absence
               FILE STATUS IS WS-ABS-STATUS.
           SELECT FTITRES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\TitresResto.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-TR OF enreg-titre
               FILE STATUS IS WS-TR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  salaT.
       01  enreg-salarierT.
           02 matricule-salarierT PIC 9(5).
           02 NOM1 PIC X(25).
           02 SALAIRE1 PIC 9(6)V99.
           02 DEPARTEMENT1 PIC X(10).
       01  enreg-salarierT-CONTROLE.
           02 PROGRAMME-CTL-SAL PIC X(8).
           02 DATE-CTL-SAL PIC 9(8).
           02 NB-CTL-SAL PIC 9(7).
           02 FILLER PIC X(24).

       FD  FPAIE.
       01  enreg-PAIE.
       FD  FREMSAISIES.
       01  LIGNE-REMSAISIE PIC X(80).

       FD  FTOTPAIE.
       01  enreg-totpaie.
           COPY TOTPAIE.

       FD  FCHARGES.
       01  enreg-CHARGE.
           02 CHG-LIBELLE PIC X(15).

       FD  FMOUVEMENTS.
       01  enreg-mouvement.
           02 MVT-MATRICULE PIC 9(5).
           02 MVT-PERIODE PIC 9(6).
           02 MVT-HEURES PIC 9(3)V99.
           02 MVT-HEURES-SUP PIC 9(3)V99.

       FD  FREJETSMVT.
       01  enreg-rejet-mvt.
           02 MVT-MATRICULE-REJET PIC 9(5).
           02 MVT-PERIODE-REJET PIC 9(6).
           02 MOTIF-REJET-MVT PIC X(30).

      * mouvements de la periode cumules par matricule ; UTILISE-MVTT
      * passe a O quand un bulletin les consomme
       FD  FMVTTRAV.
       01  enreg-mvt-travail.
           02 MATRICULE-MVTT PIC 9(5).
           02 HEURES-MVTT PIC 9(3)V99.
           02 HEURES-SUP-MVTT PIC 9(3)V99.
           02 PRIME-MVTT PIC 9(6)V99.
           02 ABSENCE-MVTT PIC 9(6)V99.
           02 UTILISE-MVTT PIC X.

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  CUMPAIE.
       01  enreg-CUMUL.
           02 CUM-MATRICULE PIC 9(5).
           02 CUM-ANNEE PIC 9(4).
           02 CUM-NOM PIC X(25).
           02 CUM-BRUT PIC 9(8)V99.
           02 CUM-IMPOT PIC 9(8)V99.
           02 CUM-DEDUCTION PIC 9(8)V99.
           02 CUM-NET PIC 9(8)V99.
           02 CUM-NB-BULLETINS PIC 9(4).

       FD  FNOTESFRAIS.
       01  enreg-ndf.
           COPY NDFREC.

       FD  FACOMPTES.
       01  enreg-acompte.
           COPY ACPREC.

       FD  FABSENCES.
       01  enreg-absence.
           COPY ABSREC.

       FD  FTITRES.
       01  enreg-titre.
           COPY TITREC.

       WORKING-STORAGE SECTION.
       77  EOF-SAL PIC 99 VALUE 0.
       77  TAUX-IMPOT PIC V999 VALUE .150.
       77  TOTAL-BRUT PIC 9(8)V99 VALUE 0.
       77  TOTAL-IMPOT PIC 9(8)V99 VALUE 0.
       77  TOTAL-NET PIC 9(8)V99 VALUE 0.
       77  TOTAL-DEDUCTION PIC 9(8)V99 VALUE 0.
       77  WS-DEPT-COURANT PIC X(10) VALUE SPACE.
       77  SOUS-TOTAL-BRUT PIC 9(8)V99 VALUE 0.
       77  SOUS-TOTAL-IMPOT PIC 9(8)V99 VALUE 0.
       77  WS-PERIODES-DISPONIBLES PIC X VALUE 'N'.
       77  WS-SOLDES-STATUS PIC X(2) VALUE '00'.
       77  WS-CREDIT-CONGES PIC 9V99 VALUE 0.
       77  WS-SOLDE-CONGES PIC S9(3)V99 VALUE 0.
       77  WS-DEPART-EN-COURS PIC X VALUE 'N'.
       77  WS-SORTI-AVANT PIC X VALUE 'N'.
       77  WS-MVT-STATUS PIC X(2) VALUE '00'.
       77  EOF-MVT PIC 99 VALUE 0.
       77  WS-PERIODE-PAIE PIC 9(6) VALUE 0.
       77  WS-MVTT-STATUS PIC X(2) VALUE '00'.
       77  EOF-MVTT PIC 99 VALUE 0.
       77  WS-MVT-DISPONIBLES PIC X VALUE 'N'.
       77  WS-MVT-TROUVE PIC X VALUE 'N'.
       77  WS-HEURES-MVT PIC 9(3)V99 VALUE 0.
       77  WS-HEURES-SUP-MVT PIC 9(3)V99 VALUE 0.
       77  WS-PRIME-MVT PIC 9(6)V99 VALUE 0.
       77  WS-ABSENCE-MVT PIC 9(6)V99 VALUE 0.
       77  COMPTEURMVT-REJETES PIC 9(3) VALUE 0.
       77  COMPTEURMVT-IGNORES PIC 9(3) VALUE 0.
       77  WS-TAUX-HORAIRE PIC 9(4)V9999 VALUE 0.
       77  WS-BRUT-PERIODE PIC 9(6)V99 VALUE 0.
       77  HEURES-MENSUELLES PIC 9(3)V99 VALUE 151.67.
       77  WS-NDF-STATUS PIC X(2) VALUE '00'.
       77  WS-NDF-DISPONIBLES PIC X VALUE 'N'.
       77  EOF-NDF PIC 99 VALUE 0.
       77  WS-FRAIS-BULLETIN PIC 9(6)V99 VALUE 0.
       77  TOTAL-FRAIS PIC 9(8)V99 VALUE 0.
       77  WS-ACP-STATUS PIC X(2) VALUE '00'.
       77  WS-ACOMPTES-DISPONIBLES PIC X VALUE 'N'.
       77  EOF-ACP PIC 99 VALUE 0.
       77  WS-RETENUE-ACOMPTE PIC 9(6)V99 VALUE 0.
       77  WS-RESTE-DU-ACOMPTE PIC 9(6)V99 VALUE 0.
       77  WS-NET-DISPONIBLE PIC 9(6)V99 VALUE 0.
       77  WS-ALLOUE-ACOMPTE PIC 9(6)V99 VALUE 0.
       77  TOTAL-ACOMPTES PIC 9(8)V99 VALUE 0.
       77  WS-ABS-STATUS PIC X(2) VALUE '00'.
       77  WS-ABSENCES-DISPONIBLES PIC X VALUE 'N'.
       77  WS-TR-STATUS PIC X(2) VALUE '00'.
       77  WS-TITRES-DISPONIBLES PIC X VALUE 'N'.
       77  WS-RETENUE-TITRES PIC 9(4)V99 VALUE 0.
       77  TOTAL-TITRES PIC 9(8)V99 VALUE 0.
       77  EOF-ABS PIC 99 VALUE 0.
       77  WS-PERIODE-ABSENCE PIC 9(6) VALUE 0.
       77  WS-JOURS-CP-PERIODE PIC 9(2)V99 VALUE 0.
       77  WS-JOURS-MALADIE-PERIODE PIC 9(2)V99 VALUE 0.
       77  WS-JOURS-SS-PERIODE PIC 9(2)V99 VALUE 0.
       77  WS-RETENUE-ABSENCE PIC 9(6)V99 VALUE 0.
       77  TOTAL-RETENUES-ABSENCE PIC 9(8)V99 VALUE 0.
       77  WS-TYPE-ENV PIC X(5) VALUE SPACE.
       77  WS-RUN-PRIME PIC X VALUE 'N'.
       77  WS-DEBUT-PRESENCE PIC 9(8) VALUE 0.
       77  WS-FIN-PRESENCE PIC 9(8) VALUE 0.
       77  WS-JOURS-PRESENCE PIC S9(3) VALUE 0.
       77  WS-JOURS-SS-ANNEE PIC 9(3)V99 VALUE 0.
       77  WS-PRORATA-PRIME PIC 9V9999 VALUE 0.
       77  WS-TREIZIEME-MOIS PIC 9(6)V99 VALUE 0.
       77  WS-PRIME-ANNUELLE PIC 9(6)V99 VALUE 0.
       77  WS-IMPOT-AVEC-PRIME PIC 9(6)V99 VALUE 0.
       77  COMPTEURSANS-PRIME PIC 9(5) VALUE 0.
       77  WS-JOUR-360-DEBUT PIC 9(3) VALUE 0.
       77  WS-JOUR-360-FIN PIC 9(3) VALUE 0.
       01  WS-DATE-PRESENCE.
           02 WS-AAAA-PRESENCE PIC 9(4).
           02 WS-MM-PRESENCE PIC 99.
           02 WS-JJ-PRESENCE PIC 99.
       01  WS-RAPJOUR-PATH PIC X(80) VALUE SPACE.
       01  WS-PAIE-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Paie.txt'.
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Bareme.txt'.
       01  WS-CHARGES-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Charges.txt'.
       01  WS-TOTPAIE-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\TotPaie.txt'.
       01  WS-PAIE-PRIME-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaiePrime.txt'.
       01  WS-TOTPRIME-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\TotPrime.txt'.
       77  WS-MODE-ENV PIC X(3) VALUE SPACE.
       77  WS-MODE-SIMULATION PIC X VALUE 'N'.
       77  WS-DEPTS-STATUS PIC X(2) VALUE '00'.
           02 DEPT-REF-TAB OCCURS 50 TIMES.
              03 CODE-DEPT-TAB PIC X(10).
              03 CC-DEPT-TAB PIC X(6).
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-EMPLOYES-DISPONIBLES PIC X VALUE 'N'.
       77  WS-EMP-TROUVE PIC X VALUE 'N'.
       01  TRANCHE-TEMPO.
           02 SEUIL-TEMPO PIC 9(6)V99.
           02 TAUX-TEMPO PIC V999.
               MOVE 'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\ChargesSi
      -             'm.txt' TO WS-CHARGES-PATH
           END-IF
      * run des primes : 13e mois et prime annuelle sur la periode
      * speciale AAAA13, avec ses propres bulletins et totaux ; ni
      * mouvements, ni frais, ni saisies, ni acomptes
           ACCEPT WS-TYPE-ENV FROM ENVIRONMENT 'BULPAIE-TYPE'
           IF WS-TYPE-ENV = 'PRIME'
               MOVE 'O' TO WS-RUN-PRIME
               COMPUTE WS-PERIODE-PAIE = WS-ANNEE-PAIE * 100 + 13
               DISPLAY '*** RUN DES PRIMES ' WS-PERIODE-PAIE ' ***'
               IF WS-MODE-SIMULATION = 'N'
                   MOVE WS-PAIE-PRIME-PATH TO WS-PAIE-PATH
               END-IF
               MOVE WS-TOTPRIME-PATH TO WS-TOTPAIE-PATH
           END-IF
           IF WS-MODE-SIMULATION = 'N'
               PERFORM CONTROLER-PERIODE
           END-IF
           PERFORM CHARGER-DEPARTEMENTS
           PERFORM CHARGER-CHARGES-PATRONALES
           PERFORM CHARGER-RUBRIQUES
           IF WS-RUN-PRIME = 'N'
               PERFORM OUVRIR-SAISIES
               PERFORM CHARGER-MOUVEMENTS
               PERFORM OUVRIR-NOTES-FRAIS
               PERFORM OUVRIR-ACOMPTES
               PERFORM OUVRIR-TITRES
           END-IF
           PERFORM OUVRIR-EMPLOYES
           PERFORM OUVRIR-ABSENCES
           OPEN INPUT salaT
           OPEN OUTPUT FPAIE
           MOVE SPACES TO WS-RAPJOUR-PATH
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RAPJOUR-PATH
               END-STRING
           ELSE
           IF WS-RUN-PRIME = 'O'
               STRING 'C:\Users\CRM\Desktop\RapPrime-'
                      DELIMITED BY SIZE
                      WS-DATE-PAIE DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RAPJOUR-PATH
               END-STRING
           ELSE
               STRING 'C:\Users\CRM\Desktop\RapPaie-' DELIMITED BY SIZE
                      WS-DATE-PAIE DELIMITED BY SIZE
                   INTO WS-RAPJOUR-PATH
               END-STRING
           END-IF
           END-IF
           OPEN OUTPUT FRAPJOUR
           OPEN EXTEND FSOLDES
           IF WS-SOLDES-STATUS NOT = '00'
           END-STRING
           WRITE LIGNE-REMSAISIE.

      * les mouvements de la periode sont cumules dans un fichier
      * de travail indexe par matricule, sans limite de nombre de
      * salaries
       CHARGER-MOUVEMENTS.
           OPEN INPUT FMOUVEMENTS
           IF WS-MVT-STATUS NOT = '00'
               DISPLAY 'MOUVEMENTS ABSENTS, SALAIRE DE BASE APPLIQUE'
           ELSE
               MOVE 'O' TO WS-MVT-DISPONIBLES
               OPEN OUTPUT FREJETSMVT
               OPEN OUTPUT FMVTTRAV
               CLOSE FMVTTRAV
               OPEN I-O FMVTTRAV
               READ FMOUVEMENTS
                   AT END MOVE 1 TO EOF-MVT
               END-READ
               CLOSE FMOUVEMENTS
           END-IF.

      * plusieurs mouvements d un meme salarie sur la periode (temps
      * de TPSAGREG, commissions de COMMIS) sont cumules
       CHARGER-UN-MOUVEMENT.
           IF MVT-PERIODE NOT = WS-PERIODE-PAIE
               ADD 1 TO COMPTEURMVT-IGNORES
           ELSE
               MOVE MVT-MATRICULE TO MATRICULE-MVTT
               READ FMVTTRAV
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MVTT-STATUS = '00'
                   ADD MVT-HEURES TO HEURES-MVTT
                   ADD MVT-HEURES-SUP TO HEURES-SUP-MVTT
                   ADD MVT-PRIME TO PRIME-MVTT
                   ADD MVT-ABSENCE TO ABSENCE-MVTT
                   REWRITE enreg-mvt-travail
                   END-REWRITE
               ELSE
                   MOVE MVT-MATRICULE TO MATRICULE-MVTT
                   MOVE MVT-HEURES TO HEURES-MVTT
                   MOVE MVT-HEURES-SUP TO HEURES-SUP-MVTT
                   MOVE MVT-PRIME TO PRIME-MVTT
                   MOVE MVT-ABSENCE TO ABSENCE-MVTT
                   MOVE 'N' TO UTILISE-MVTT
                   WRITE enreg-mvt-travail
                   END-WRITE
               END-IF
           END-IF
           READ FMOUVEMENTS
           END-READ.

       RECHERCHER-MOUVEMENT.
           MOVE 'N' TO WS-MVT-TROUVE
           MOVE 0 TO WS-HEURES-MVT WS-HEURES-SUP-MVT
           MOVE 0 TO WS-PRIME-MVT WS-ABSENCE-MVT
           IF WS-MVT-DISPONIBLES = 'O'
               MOVE matricule-salarierT TO MATRICULE-MVTT
               READ FMVTTRAV
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MVTT-STATUS = '00'
                   MOVE 'O' TO WS-MVT-TROUVE
                   MOVE HEURES-MVTT TO WS-HEURES-MVT
                   MOVE HEURES-SUP-MVTT TO WS-HEURES-SUP-MVT
                   MOVE PRIME-MVTT TO WS-PRIME-MVT
                   MOVE ABSENCE-MVTT TO WS-ABSENCE-MVT
                   MOVE 'O' TO UTILISE-MVTT
                   REWRITE enreg-mvt-travail
                   END-REWRITE
               END-IF
           END-IF.

      * le master des employes est lu en acces direct sur le
      * matricule du salarie : pas de table en memoire, pas de limite
       OUVRIR-EMPLOYES.
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'FICHIER EMPLOYES ABSENT, NOMS SALARIERT REPRIS'
           ELSE
               MOVE 'O' TO WS-EMPLOYES-DISPONIBLES
           END-IF.

       OUVRIR-NOTES-FRAIS.
           OPEN I-O FNOTESFRAIS
           IF WS-NDF-STATUS NOT = '00'
               DISPLAY 'AUCUNE NOTE DE FRAIS, PAS DE REMBOURSEMENT'
           ELSE
               MOVE 'O' TO WS-NDF-DISPONIBLES
           END-IF.

      * notes approuvees a rembourser sur bulletin, hors brut et
      * hors net imposable ; une note deja passee sur la periode
      * est reprise si la paie est recalculee
       REMBOURSER-NOTES-FRAIS.
           MOVE 0 TO WS-FRAIS-BULLETIN
           IF WS-NDF-DISPONIBLES = 'O'
              AND MATRICULE-PAIE > 0
               MOVE MATRICULE-PAIE TO MATRICULE-NDF
               MOVE 0 TO NO-NDF EOF-NDF
               START FNOTESFRAIS
                   KEY NOT < CLE-NDF OF enreg-ndf
                   INVALID KEY MOVE 1 TO EOF-NDF
               END-START
               PERFORM PRENDRE-UNE-NOTE-FRAIS UNTIL EOF-NDF = 1
           END-IF.

       PRENDRE-UNE-NOTE-FRAIS.
           READ FNOTESFRAIS NEXT RECORD
               AT END MOVE 1 TO EOF-NDF
           END-READ
           IF EOF-NDF NOT = 1
               IF MATRICULE-NDF NOT = MATRICULE-PAIE
                   MOVE 1 TO EOF-NDF
               ELSE
                   IF MODE-REMB-NDF = 'B'
                      AND (ETAT-NDF = 'A'
                           OR (ETAT-NDF = 'P'
                               AND PERIODE-REMB-NDF = WS-PERIODE-PAIE))
                       ADD MONTANT-NDF TO WS-FRAIS-BULLETIN
                       IF WS-MODE-SIMULATION = 'N'
                          AND ETAT-NDF = 'A'
                           MOVE 'P' TO ETAT-NDF
                           MOVE WS-PERIODE-PAIE TO PERIODE-REMB-NDF
                           REWRITE enreg-ndf
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OUVRIR-ACOMPTES.
           OPEN I-O FACOMPTES
           IF WS-ACP-STATUS NOT = '00'
               DISPLAY 'AUCUN ACOMPTE SUR SALAIRE A RECUPERER'
           ELSE
               MOVE 'O' TO WS-ACOMPTES-DISPONIBLES
           END-IF.

      * acomptes verses recuperes sur le net restant apres les
      * saisies, sans le rendre negatif ; le reliquat attend le
      * bulletin suivant
       RECUPERER-ACOMPTES.
           MOVE 0 TO WS-RETENUE-ACOMPTE
           IF WS-ACOMPTES-DISPONIBLES = 'O'
              AND WS-MATRICULE-COURANT > 0
               MOVE WS-MATRICULE-COURANT TO MATRICULE-ACP
               MOVE 0 TO NO-ACP EOF-ACP
               START FACOMPTES
                   KEY NOT < CLE-ACP OF enreg-acompte
                   INVALID KEY MOVE 1 TO EOF-ACP
               END-START
               PERFORM RECUPERER-UN-ACOMPTE UNTIL EOF-ACP = 1
           END-IF.

       RECUPERER-UN-ACOMPTE.
           READ FACOMPTES NEXT RECORD
               AT END MOVE 1 TO EOF-ACP
           END-READ
           IF EOF-ACP NOT = 1
               IF MATRICULE-ACP NOT = WS-MATRICULE-COURANT
                   MOVE 1 TO EOF-ACP
               ELSE
                   PERFORM IMPUTER-ACOMPTE
               END-IF
           END-IF.

      * une periode recalculee rend d abord ce qu elle avait retenu
       IMPUTER-ACOMPTE.
           IF (ETAT-ACP = 'V' OR ETAT-ACP = 'S')
              AND PERIODE-RECUP-ACP = WS-PERIODE-PAIE
               SUBTRACT RETENU-PERIODE-ACP FROM RECUPERE-ACP
               MOVE 0 TO RETENU-PERIODE-ACP
               MOVE 'V' TO ETAT-ACP
           END-IF
           IF ETAT-ACP = 'V'
               COMPUTE WS-RESTE-DU-ACOMPTE = MONTANT-ACP - RECUPERE-ACP
               COMPUTE WS-NET-DISPONIBLE
                   = SALAIRE-NET-CALCULE - WS-RETENUE-ACOMPTE
               IF WS-RESTE-DU-ACOMPTE > WS-NET-DISPONIBLE
                   MOVE WS-NET-DISPONIBLE TO WS-ALLOUE-ACOMPTE
               ELSE
                   MOVE WS-RESTE-DU-ACOMPTE TO WS-ALLOUE-ACOMPTE
               END-IF
               IF WS-ALLOUE-ACOMPTE > 0
                   ADD WS-ALLOUE-ACOMPTE TO RECUPERE-ACP
                   ADD WS-ALLOUE-ACOMPTE TO WS-RETENUE-ACOMPTE
                   MOVE WS-ALLOUE-ACOMPTE TO RETENU-PERIODE-ACP
                   MOVE WS-PERIODE-PAIE TO PERIODE-RECUP-ACP
                   IF RECUPERE-ACP >= MONTANT-ACP
                       MOVE 'S' TO ETAT-ACP
                   END-IF
               END-IF
               IF WS-MODE-SIMULATION = 'N'
                   REWRITE enreg-acompte
                   END-REWRITE
               END-IF
           END-IF.

       OUVRIR-TITRES.
           OPEN INPUT FTITRES
           IF WS-TR-STATUS NOT = '00'
               DISPLAY 'AUCUN TITRE-RESTAURANT A RETENIR (TRCALC)'
           ELSE
               MOVE 'O' TO WS-TITRES-DISPONIBLES
           END-IF.

      * part salariale des titres-restaurant du mois (TRCALC), dans
      * la limite du net
       RETENIR-TITRES.
           MOVE 0 TO WS-RETENUE-TITRES
           IF WS-TITRES-DISPONIBLES = 'O'
              AND WS-MATRICULE-COURANT > 0
               MOVE WS-MATRICULE-COURANT TO MATRICULE-TR
               MOVE WS-PERIODE-PAIE TO PERIODE-TR
               READ FTITRES
                   INVALID KEY CONTINUE
               END-READ
               IF WS-TR-STATUS = '00'
                   MOVE PART-SAL-TR TO WS-RETENUE-TITRES
                   IF WS-RETENUE-TITRES > SALAIRE-NET-CALCULE
                       MOVE SALAIRE-NET-CALCULE TO WS-RETENUE-TITRES
                   END-IF
                   ADD WS-RETENUE-TITRES TO TOTAL-TITRES
               ELSE
                   MOVE '00' TO WS-TR-STATUS
               END-IF
           END-IF.

       OUVRIR-ABSENCES.
           OPEN I-O FABSENCES
           IF WS-ABS-STATUS NOT = '00'
               DISPLAY 'AUCUNE ABSENCE APPROUVEE A PRENDRE EN PAIE'
           ELSE
               MOVE 'O' TO WS-ABSENCES-DISPONIBLES
           END-IF.

      * absences approuvees commencant dans la periode : jours par
      * type, et retenue des jours sans solde a la valeur jour (7
      * heures au taux horaire du salaire de base) ; chaque absence
      * est marquee de la periode qui l a prise en compte
       RELEVER-ABSENCES.
           MOVE 0 TO WS-JOURS-CP-PERIODE WS-JOURS-MALADIE-PERIODE
           MOVE 0 TO WS-JOURS-SS-PERIODE WS-RETENUE-ABSENCE
           IF WS-ABSENCES-DISPONIBLES = 'O'
              AND WS-MATRICULE-COURANT > 0
               MOVE WS-MATRICULE-COURANT TO MATRICULE-ABS
               MOVE 0 TO NO-ABS EOF-ABS
               START FABSENCES
                   KEY NOT < CLE-ABS OF enreg-absence
                   INVALID KEY MOVE 1 TO EOF-ABS
               END-START
               PERFORM RELEVER-UNE-ABSENCE UNTIL EOF-ABS = 1
               IF WS-JOURS-SS-PERIODE > 0
                   COMPUTE WS-RETENUE-ABSENCE ROUNDED
                       = SALAIRE1 * 7 * WS-JOURS-SS-PERIODE
                       / HEURES-MENSUELLES
               END-IF
           END-IF.

       RELEVER-UNE-ABSENCE.
           READ FABSENCES NEXT RECORD
               AT END MOVE 1 TO EOF-ABS
           END-READ
           IF EOF-ABS NOT = 1
               IF MATRICULE-ABS NOT = WS-MATRICULE-COURANT
                   MOVE 1 TO EOF-ABS
               ELSE
                   COMPUTE WS-PERIODE-ABSENCE = DATE-DEBUT-ABS / 100
                   IF ETAT-ABS = 'A'
                      AND WS-PERIODE-ABSENCE = WS-PERIODE-PAIE
                       PERFORM CUMULER-ABSENCE
                   END-IF
               END-IF
           END-IF.

       CUMULER-ABSENCE.
           IF TYPE-ABS = 'C'
               ADD JOURS-ABS TO WS-JOURS-CP-PERIODE
           ELSE
           IF TYPE-ABS = 'M'
               ADD JOURS-ABS TO WS-JOURS-MALADIE-PERIODE
           ELSE
           IF TYPE-ABS = 'S'
               ADD JOURS-ABS TO WS-JOURS-SS-PERIODE
           END-IF
           END-IF
           END-IF
           IF WS-MODE-SIMULATION = 'N'
              AND PERIODE-PAIE-ABS NOT = WS-PERIODE-PAIE
               MOVE WS-PERIODE-PAIE TO PERIODE-PAIE-ABS
               REWRITE enreg-absence
               END-REWRITE
           END-IF.

       RECHERCHER-EMPLOYE.
           MOVE 'N' TO WS-EMP-TROUVE
           IF WS-EMPLOYES-DISPONIBLES = 'O'
               MOVE matricule-salarierT TO MATRICULE OF enreg-employe
               READ EMPLOYES
                   INVALID KEY CONTINUE
               END-READ
               IF WS-EMP-STATUS = '00'
                   MOVE 'O' TO WS-EMP-TROUVE
               END-IF
           END-IF.

       PRECONTROLER-SALAIRES.
       TRAITER-BULLETIN.
           IF TYPE-CTL-SAL OF enreg-salarierT-CONTROLE NOT = 'E'
              AND TYPE-CTL-SAL OF enreg-salarierT-CONTROLE NOT = 'T'
               IF WS-RUN-PRIME = 'O'
                   PERFORM CALCULER-PRIME
                   IF WS-BRUT-PERIODE > 0
                       PERFORM ECRIRE-BULLETIN
                   ELSE
                       ADD 1 TO COMPTEURSANS-PRIME
                   END-IF
               ELSE
                   PERFORM CALCULER-BULLETIN
                   PERFORM ECRIRE-BULLETIN
               END-IF
           END-IF
           READ salaT
               AT END MOVE 1 TO EOF-SAL
           PERFORM CALCULER-BRUT-PERIODE
           PERFORM APPLIQUER-RUBRIQUES
           ADD WS-GAINS-RUBRIQUES TO WS-BRUT-PERIODE
           PERFORM RELEVER-ABSENCES
           PERFORM TRAITER-DEPART-EVENTUEL
           IF WS-SORTI-AVANT = 'O'
               MOVE 0 TO WS-RETENUE-ABSENCE
               MOVE 0 TO IMPOT-CALCULE TRANCHE-APPLIQUEE
               MOVE 0 TO DEDUCTION-APPLIQUEE SALAIRE-NET-CALCULE
               MOVE 0 TO WS-RETENUE-SAISIE CHARGES-CALCULEES
               MOVE 0 TO WS-RETENUE-ACOMPTE
           ELSE
      * l absence sans solde ne rend jamais le brut negatif
           IF WS-RETENUE-ABSENCE > WS-BRUT-PERIODE
               MOVE WS-BRUT-PERIODE TO WS-RETENUE-ABSENCE
           END-IF
           SUBTRACT WS-RETENUE-ABSENCE FROM WS-BRUT-PERIODE
           IF NB-TRANCHES = 0
               COMPUTE IMPOT-CALCULE
                   = WS-BRUT-PERIODE * TAUX-IMPOT
           END-IF
           COMPUTE SALAIRE-NET-CALCULE =
               WS-BRUT-PERIODE - IMPOT-CALCULE - DEDUCTION-APPLIQUEE
           PERFORM RETENIR-TITRES
           IF WS-RETENUE-TITRES > 0
               ADD WS-RETENUE-TITRES TO DEDUCTION-APPLIQUEE
               SUBTRACT WS-RETENUE-TITRES FROM SALAIRE-NET-CALCULE
           END-IF
           IF WS-MODE-SIMULATION = 'O'
               MOVE 0 TO WS-RETENUE-SAISIE
           ELSE
               ADD WS-RETENUE-SAISIE TO DEDUCTION-APPLIQUEE
               SUBTRACT WS-RETENUE-SAISIE FROM SALAIRE-NET-CALCULE
           END-IF
           PERFORM RECUPERER-ACOMPTES
           IF WS-RETENUE-ACOMPTE > 0
               ADD WS-RETENUE-ACOMPTE TO DEDUCTION-APPLIQUEE
               SUBTRACT WS-RETENUE-ACOMPTE FROM SALAIRE-NET-CALCULE
           END-IF
           COMPUTE CHARGES-CALCULEES ROUNDED
               = WS-BRUT-PERIODE * WS-TAUX-CHARGES
           END-IF.

      * bulletin de primes : 13e mois egal au salaire de base et
      * prime annuelle des rubriques de type P, au prorata du temps
      * de presence dans l annee (base 360, de l embauche ou du 1er
      * janvier au depart ou au 31 decembre) diminue des jours
      * d absence sans solde approuves ; l impot est la difference
      * d impot entre base + prime et base seule, sans deduction
      * forfaitaire, les charges patronales portent sur la prime
       CALCULER-PRIME.
           MOVE matricule-salarierT TO WS-MATRICULE-COURANT
           PERFORM RECHERCHER-EMPLOYE
           MOVE 0 TO WS-JOURS-CP-PERIODE WS-JOURS-MALADIE-PERIODE
           MOVE 0 TO WS-JOURS-SS-PERIODE WS-RETENUE-ABSENCE
           MOVE 0 TO WS-RETENUE-SAISIE WS-RETENUE-ACOMPTE
           MOVE 0 TO DEDUCTION-APPLIQUEE WS-INDEMNITE-CONGES
           MOVE 'N' TO WS-DEPART-EN-COURS WS-SORTI-AVANT
           PERFORM CALCULER-PRORATA-PRIME
           COMPUTE WS-TREIZIEME-MOIS ROUNDED
               = SALAIRE1 * WS-PRORATA-PRIME
           MOVE 0 TO WS-PRIME-ANNUELLE POS-RUB
           PERFORM AJOUTER-PRIME-RUBRIQUE NB-RUBRIQUES TIMES
           COMPUTE WS-PRIME-ANNUELLE ROUNDED
               = WS-PRIME-ANNUELLE * WS-PRORATA-PRIME
           COMPUTE WS-BRUT-PERIODE
               = WS-TREIZIEME-MOIS + WS-PRIME-ANNUELLE
           IF NB-TRANCHES = 0
               COMPUTE IMPOT-CALCULE ROUNDED
                   = WS-BRUT-PERIODE * TAUX-IMPOT
               MOVE 0 TO TRANCHE-APPLIQUEE
           ELSE
               ADD SALAIRE1 TO WS-BRUT-PERIODE
               PERFORM CALCULER-IMPOT-PROGRESSIF
               MOVE IMPOT-CALCULE TO WS-IMPOT-AVEC-PRIME
               MOVE SALAIRE1 TO WS-BRUT-PERIODE
               PERFORM CALCULER-IMPOT-PROGRESSIF
               COMPUTE IMPOT-CALCULE
                   = WS-IMPOT-AVEC-PRIME - IMPOT-CALCULE
               COMPUTE WS-BRUT-PERIODE
                   = WS-TREIZIEME-MOIS + WS-PRIME-ANNUELLE
           END-IF
           COMPUTE SALAIRE-NET-CALCULE
               = WS-BRUT-PERIODE - IMPOT-CALCULE
           COMPUTE CHARGES-CALCULEES ROUNDED
               = WS-BRUT-PERIODE * WS-TAUX-CHARGES.

       CALCULER-PRORATA-PRIME.
           MOVE 0 TO WS-PRORATA-PRIME WS-JOURS-PRESENCE
           COMPUTE WS-DEBUT-PRESENCE = WS-ANNEE-PAIE * 10000 + 101
           COMPUTE WS-FIN-PRESENCE = WS-ANNEE-PAIE * 10000 + 1231
           IF WS-EMP-TROUVE = 'O'
               IF DATE-EMBAUCHE OF enreg-employe > WS-DEBUT-PRESENCE
                   MOVE DATE-EMBAUCHE OF enreg-employe
                     TO WS-DEBUT-PRESENCE
               END-IF
               IF DATE-DEPART OF enreg-employe NOT = 0
                  AND DATE-DEPART OF enreg-employe < WS-FIN-PRESENCE
                   MOVE DATE-DEPART OF enreg-employe
                     TO WS-FIN-PRESENCE
               END-IF
           END-IF
           IF WS-FIN-PRESENCE NOT < WS-DEBUT-PRESENCE
               MOVE WS-DEBUT-PRESENCE TO WS-DATE-PRESENCE
               PERFORM CONVERTIR-JOUR-360
               MOVE WS-JOUR-360-FIN TO WS-JOUR-360-DEBUT
               MOVE WS-FIN-PRESENCE TO WS-DATE-PRESENCE
               PERFORM CONVERTIR-JOUR-360
               COMPUTE WS-JOURS-PRESENCE
                   = WS-JOUR-360-FIN - WS-JOUR-360-DEBUT + 1
               PERFORM COMPTER-JOURS-SANS-SOLDE
               COMPUTE WS-JOURS-PRESENCE
                   = WS-JOURS-PRESENCE - WS-JOURS-SS-ANNEE
               IF WS-JOURS-PRESENCE > 360
                   MOVE 360 TO WS-JOURS-PRESENCE
               END-IF
               IF WS-JOURS-PRESENCE > 0
                   COMPUTE WS-PRORATA-PRIME ROUNDED
                       = WS-JOURS-PRESENCE / 360
               END-IF
           END-IF.

      * rang du jour dans une annee de douze mois de 30 jours
       CONVERTIR-JOUR-360.
           IF WS-JJ-PRESENCE > 30
               MOVE 30 TO WS-JJ-PRESENCE
           END-IF
           COMPUTE WS-JOUR-360-FIN
               = (WS-MM-PRESENCE - 1) * 30 + WS-JJ-PRESENCE.

      * absences sans solde approuvees commencant dans l annee, sans
      * marquer les demandes que la paie mensuelle a prises
       COMPTER-JOURS-SANS-SOLDE.
           MOVE 0 TO WS-JOURS-SS-ANNEE
           IF WS-ABSENCES-DISPONIBLES = 'O'
               MOVE WS-MATRICULE-COURANT TO MATRICULE-ABS
               MOVE 0 TO NO-ABS EOF-ABS
               START FABSENCES
                   KEY NOT < CLE-ABS OF enreg-absence
                   INVALID KEY MOVE 1 TO EOF-ABS
               END-START
               PERFORM COMPTER-UNE-ABSENCE-SS UNTIL EOF-ABS = 1
           END-IF.

       COMPTER-UNE-ABSENCE-SS.
           READ FABSENCES NEXT RECORD
               AT END MOVE 1 TO EOF-ABS
           END-READ
           IF EOF-ABS NOT = 1
               IF MATRICULE-ABS NOT = WS-MATRICULE-COURANT
                   MOVE 1 TO EOF-ABS
               ELSE
               IF ETAT-ABS = 'A' AND TYPE-ABS = 'S'
                  AND DATE-DEBUT-ABS / 10000 = WS-ANNEE-PAIE
                   ADD JOURS-ABS TO WS-JOURS-SS-ANNEE
               END-IF
               END-IF
           END-IF.

      * prime annuelle : montant fixe ou taux sur le salaire de base
      * annuel, rubrique valide a la date du run
       AJOUTER-PRIME-RUBRIQUE.
           ADD 1 TO POS-RUB
           IF MATRICULE-RUB-TAB(POS-RUB) = WS-MATRICULE-COURANT
              AND TYPE-RUB-TAB(POS-RUB) = 'P'
              AND DEBUT-RUB-TAB(POS-RUB) <= WS-DATE-PAIE
              AND (FIN-RUB-TAB(POS-RUB) = 0
                   OR FIN-RUB-TAB(POS-RUB) >= WS-DATE-PAIE)
               IF MODE-RUB-TAB(POS-RUB) = 'T'
                   COMPUTE WS-PRIME-ANNUELLE ROUNDED
                       = WS-PRIME-ANNUELLE
                       + SALAIRE1 * 12 * TAUX-RUB-TAB(POS-RUB)
               ELSE
                   ADD MONTANT-RUB-TAB(POS-RUB) TO WS-PRIME-ANNUELLE
               END-IF
           END-IF.

      * dernier mois d un partant : brut proratise au jour de depart
      * (base 30) et solde de conges paye en indemnite imposable ;
      * un employe sorti avant la periode passe a zero
       TRAITER-DEPART-EVENTUEL.
           MOVE 'N' TO WS-DEPART-EN-COURS WS-SORTI-AVANT
           MOVE 0 TO WS-INDEMNITE-CONGES
           IF WS-EMP-TROUVE = 'O'
              AND DATE-DEPART OF enreg-employe NOT = 0
               COMPUTE WS-PERIODE-DEPART
                   = DATE-DEPART OF enreg-employe / 100
               IF WS-PERIODE-DEPART < WS-PERIODE-PAIE
                   MOVE 'O' TO WS-SORTI-AVANT
                   MOVE 0 TO WS-BRUT-PERIODE
                   DISPLAY 'EMPLOYE ' WS-MATRICULE-COURANT
                           ' SORTI LE ' DATE-DEPART OF enreg-employe
                           ', BULLETIN A ZERO'
               ELSE
               IF WS-PERIODE-DEPART = WS-PERIODE-PAIE
                   MOVE 'O' TO WS-DEPART-EN-COURS
                   ADD 1 TO COMPTEURDEPARTS
                   COMPUTE WS-JOUR-DEPART
                       = DATE-DEPART OF enreg-employe
                       - WS-PERIODE-DEPART * 100
                   IF WS-JOUR-DEPART > 30
                       MOVE 30 TO WS-JOUR-DEPART
               INVALID KEY CONTINUE
           END-READ
           IF WS-CGE-STATUS = '00'
      * les conges payes approuves du dernier mois sont pris, non
      * indemnises
               SUBTRACT WS-JOURS-CP-PERIODE FROM SOLDE-CGE
               IF SOLDE-CGE > 0 AND WS-TAUX-HORAIRE > 0
                   COMPUTE WS-INDEMNITE-CONGES ROUNDED
                       = SOLDE-CGE * WS-TAUX-HORAIRE * 7
      * date de paie tombe dans leur fenetre de validite
       APPLIQUER-RUBRIQUES.
           MOVE 0 TO WS-GAINS-RUBRIQUES WS-RETENUES-RUBRIQUES
           MOVE 0 TO WS-NB-RETENUES-EMPLOYE
           MOVE matricule-salarierT TO WS-MATRICULE-COURANT
           PERFORM RECHERCHER-EMPLOYE
           MOVE 0 TO POS-RUB
           PERFORM APPLIQUER-UNE-RUBRIQUE NB-RUBRIQUES TIMES.

       APPLIQUER-UNE-RUBRIQUE.
           ADD 1 TO POS-RUB

       CALCULER-BRUT-PERIODE.
           PERFORM RECHERCHER-MOUVEMENT
           IF WS-MVT-TROUVE = 'N'
               MOVE SALAIRE1 TO WS-BRUT-PERIODE
           ELSE
               COMPUTE WS-TAUX-HORAIRE ROUNDED
                   = SALAIRE1 / HEURES-MENSUELLES
      * sans heures saisies (mouvement de prime seul, commission par
      * exemple) le salaire de base reste du
               IF WS-HEURES-MVT = 0
                  AND WS-HEURES-SUP-MVT = 0
                   COMPUTE WS-BRUT-PERIODE ROUNDED
                       = SALAIRE1 + WS-PRIME-MVT
                       - WS-ABSENCE-MVT
                       ON SIZE ERROR
                           MOVE SALAIRE1 TO WS-BRUT-PERIODE
                   END-COMPUTE
               ELSE
               COMPUTE WS-BRUT-PERIODE ROUNDED
                   = WS-HEURES-MVT * WS-TAUX-HORAIRE
                   + WS-HEURES-SUP-MVT
                     * WS-TAUX-HORAIRE * 1.25
                   + WS-PRIME-MVT
                   - WS-ABSENCE-MVT
                   ON SIZE ERROR
                       MOVE SALAIRE1 TO WS-BRUT-PERIODE
               END-COMPUTE
               END-IF
           END-IF.

       CALCULER-IMPOT-PROGRESSIF.
               PERFORM CONTROLER-DEPARTEMENT
           END-IF

           MOVE matricule-salarierT TO MATRICULE-PAIE
           IF WS-EMP-TROUVE = 'O'
               MOVE NOM-EMPLOYE OF enreg-employe TO NOM-PAIE
               IF STATUT-EMPLOYE OF enreg-employe = 'I'
                   DISPLAY 'ATTENTION : EMPLOYE INACTIF PAYE, '
                           'MATRICULE ' matricule-salarierT
               END-IF
           ELSE
               MOVE NOM1 TO NOM-PAIE
           END-IF
           MOVE DEPARTEMENT1 TO DEPARTEMENT-PAIE
           MOVE SALAIRE-NET-CALCULE TO SALAIRE-NET-PAIE
           MOVE TRANCHE-APPLIQUEE TO TRANCHE-PAIE
           MOVE CHARGES-CALCULEES TO CHARGES-PAIE
           PERFORM REMBOURSER-NOTES-FRAIS
           MOVE WS-FRAIS-BULLETIN TO FRAIS-PAIE
           MOVE WS-RETENUE-ACOMPTE TO ACOMPTE-PAIE
           MOVE WS-JOURS-CP-PERIODE TO JOURS-CP-PAIE
           MOVE WS-JOURS-MALADIE-PERIODE TO JOURS-MALADIE-PAIE
           MOVE WS-JOURS-SS-PERIODE TO JOURS-SS-PAIE
           MOVE WS-RETENUE-ABSENCE TO RETENUE-ABSENCE-PAIE
           IF WS-MODE-SIMULATION = 'O' OR WS-RUN-PRIME = 'O'
               MOVE 0 TO SOLDE-CONGES-PAIE
           ELSE
               PERFORM METTRE-A-JOUR-CONGES
           ADD WS-BRUT-PERIODE TO TOTAL-BRUT
           ADD IMPOT-CALCULE TO TOTAL-IMPOT
           ADD SALAIRE-NET-CALCULE TO TOTAL-NET
           ADD DEDUCTION-APPLIQUEE TO TOTAL-DEDUCTION
           ADD CHARGES-CALCULEES TO TOTAL-CHARGES
           ADD WS-FRAIS-BULLETIN TO TOTAL-FRAIS
           ADD WS-RETENUE-ACOMPTE TO TOTAL-ACOMPTES
           ADD WS-RETENUE-ABSENCE TO TOTAL-RETENUES-ABSENCE
           ADD SALAIRE-BRUT-PAIE TO SOUS-TOTAL-BRUT
           ADD IMPOT-PAIE TO SOUS-TOTAL-IMPOT
           ADD SALAIRE-NET-PAIE TO SOUS-TOTAL-NET
               PERFORM METTRE-A-JOUR-CUMUL
           END-IF.

      * credit mensuel selon le contrat, debit des conges payes
      * approuves commencant dans la periode (Absences.txt) ; les
      * heures d absence de Temps.txt sont des absences non
      * justifiees, retenues sur le brut sans toucher au solde ;
      * DERNIERE-PERIODE-CGE barre le double credit
       METTRE-A-JOUR-CONGES.
           MOVE 0 TO WS-SOLDE-CONGES
           IF WS-EMP-TROUVE = 'O'
               MOVE MATRICULE-PAIE TO MATRICULE-CGE
               READ FCONGES
                   INVALID KEY
                       MOVE MATRICULE-PAIE TO MATRICULE-CGE
                       MOVE 0 TO SOLDE-CGE
                       MOVE 0 TO DERNIERE-PERIODE-CGE
                       WRITE enreg-conge
                       END-WRITE
               END-READ
               IF DERNIERE-PERIODE-CGE < WS-PERIODE-PAIE
                   IF TYPE-CONTRAT OF enreg-employe = 'CDI'
                      OR TYPE-CONTRAT OF enreg-employe = 'CDD'
                       MOVE 2.50 TO WS-CREDIT-CONGES
                   ELSE
                       MOVE 2.08 TO WS-CREDIT-CONGES
           END-IF.

       DEBITER-ABSENCES-CONGES.
           IF WS-JOURS-CP-PERIODE > 0
               SUBTRACT WS-JOURS-CP-PERIODE FROM SOLDE-CGE
           END-IF.

       EDITER-SOLDE-TOUT-COMPTE.
           WRITE LIGNE-SOLDE
           MOVE SPACES TO LIGNE-SOLDE
           STRING 'DEPART LE ' DELIMITED BY SIZE
                  DATE-DEPART OF enreg-employe DELIMITED BY SIZE
                  ' - DERNIER MOIS PRORATISE SUR '
                  DELIMITED BY SIZE
                  WS-JOUR-DEPART DELIMITED BY SIZE
           WRITE LIGNE-SOLDE.

      * archive du bulletin dans l historique par periode ; seuls les
      * bulletins portant un matricule sont historises
       ARCHIVER-BULLETIN.
           IF MATRICULE-PAIE > 0
               MOVE MATRICULE-PAIE TO MATRICULE-PHIST
               MOVE WS-PERIODE-PAIE TO PERIODE-PHIST
               MOVE 0 TO ID-PHIST
               MOVE NOM-PAIE TO NOM-PHIST
               MOVE DEPARTEMENT-PAIE TO DEPARTEMENT-PHIST
               MOVE SALAIRE-BRUT-PAIE TO BRUT-PHIST
               MOVE CHARGES-PAIE TO CHARGES-PHIST
               MOVE SOLDE-CONGES-PAIE TO SOLDE-CONGES-PHIST
               MOVE WS-DATE-PAIE TO DATE-CALCUL-PHIST
               IF WS-RUN-PRIME = 'O'
                   MOVE 'P' TO TYPE-PHIST
               ELSE
                   MOVE 'N' TO TYPE-PHIST
               END-IF
               WRITE enreg-paiehist
                   INVALID KEY
                       REWRITE enreg-paiehist

       METTRE-A-JOUR-CUMUL.
           MOVE 'N' TO WS-CUMUL-CREE
           MOVE MATRICULE-PAIE TO CUM-MATRICULE
           READ CUMPAIE
               INVALID KEY
                   PERFORM CREER-CUMUL
               ADD DEDUCTION-APPLIQUEE TO CUM-DEDUCTION
               ADD SALAIRE-NET-CALCULE TO CUM-NET
               ADD 1 TO CUM-NB-BULLETINS
               MOVE NOM-PAIE TO CUM-NOM
               REWRITE enreg-CUMUL
               END-REWRITE
           END-IF.

       CREER-CUMUL.
           MOVE 'O' TO WS-CUMUL-CREE
           MOVE MATRICULE-PAIE TO CUM-MATRICULE
           MOVE WS-ANNEE-PAIE TO CUM-ANNEE
           MOVE NOM-PAIE TO CUM-NOM
           MOVE WS-BRUT-PERIODE TO CUM-BRUT
           MOVE IMPOT-CALCULE TO CUM-IMPOT
           MOVE DEDUCTION-APPLIQUEE TO CUM-DEDUCTION
           MOVE 0 TO CUM-BRUT CUM-IMPOT CUM-DEDUCTION CUM-NET
           MOVE 0 TO CUM-NB-BULLETINS.

      * les mouvements restes non consommes en fin de paie n ont
      * pas de salarie correspondant dans salarierT
       REJETER-MOUVEMENTS-ORPHELINS.
           IF WS-MVT-DISPONIBLES = 'O'
               CLOSE FMVTTRAV
               OPEN INPUT FMVTTRAV
               READ FMVTTRAV NEXT RECORD
                   AT END MOVE 1 TO EOF-MVTT
               END-READ
               PERFORM REJETER-UN-ORPHELIN UNTIL EOF-MVTT = 1
               CLOSE FMVTTRAV
               CLOSE FREJETSMVT
               DISPLAY 'MOUVEMENTS REJETES (SANS SALARIE) : '
                       COMPTEURMVT-REJETES
           END-IF.

       REJETER-UN-ORPHELIN.
           IF UTILISE-MVTT = 'N'
               ADD 1 TO COMPTEURMVT-REJETES
               MOVE MATRICULE-MVTT TO MVT-MATRICULE-REJET
               MOVE WS-PERIODE-PAIE TO MVT-PERIODE-REJET
               MOVE 'AUCUN SALARIE CORRESPONDANT' TO MOTIF-REJET-MVT
               WRITE enreg-rejet-mvt
               END-WRITE
           END-IF
           READ FMVTTRAV NEXT RECORD
               AT END MOVE 1 TO EOF-MVTT
           END-READ.

       AFFICHER-SOUS-TOTAL-DEPT.
           DISPLAY 'DEPARTEMENT ' WS-DEPT-COURANT
           DISPLAY 'TOTAL BRUT        : ' TOTAL-BRUT
           DISPLAY 'TOTAL IMPOT        : ' TOTAL-IMPOT
           DISPLAY 'TOTAL NET          : ' TOTAL-NET
           DISPLAY 'FRAIS REMBOURSES   : ' TOTAL-FRAIS
           DISPLAY 'ACOMPTES RECUPERES : ' TOTAL-ACOMPTES
           DISPLAY 'TITRES-RESTAURANT  : ' TOTAL-TITRES
           DISPLAY 'ABSENCES SANS SOLDE: ' TOTAL-RETENUES-ABSENCE
           DISPLAY '--- COUT EMPLOYEUR ---'
           DISPLAY 'CHARGES PATRONALES : ' TOTAL-CHARGES
           MOVE '--- COUT EMPLOYEUR ---' TO LIGNE-RAPJOUR
           MOVE '--- FIN DU REGISTRE ---' TO LIGNE-RAPJOUR
           WRITE LIGNE-RAPJOUR
           CLOSE FRAPJOUR
           IF WS-MODE-SIMULATION = 'N'
               PERFORM ECRIRE-TOTAUX-PAIE
           END-IF
           IF COMPTEURDEPARTS > 0
               DISPLAY 'SOLDES DE TOUT COMPTE : ' COMPTEURDEPARTS
           END-IF
           IF WS-RUN-PRIME = 'O'
               DISPLAY 'SALARIES SANS PRIME : ' COMPTEURSANS-PRIME
           END-IF
           IF WS-EMPLOYES-DISPONIBLES = 'O'
               CLOSE EMPLOYES
           END-IF
           IF WS-NDF-DISPONIBLES = 'O'
               CLOSE FNOTESFRAIS
           END-IF
           IF WS-ACOMPTES-DISPONIBLES = 'O'
               CLOSE FACOMPTES
           END-IF
           IF WS-ABSENCES-DISPONIBLES = 'O'
               CLOSE FABSENCES
           END-IF
           IF WS-TITRES-DISPONIBLES = 'O'
               CLOSE FTITRES
           END-IF
           CLOSE salaT FPAIE CUMPAIE FCONGES FPAIEHIST FSOLDES.

      * totaux de controle du run, repris par le journal de paie
       ECRIRE-TOTAUX-PAIE.
           OPEN OUTPUT FTOTPAIE
           MOVE WS-PERIODE-PAIE TO PERIODE-TOT
           MOVE WS-DATE-PAIE TO DATE-CALCUL-TOT
           MOVE NB-BULLETINS TO NB-BULLETINS-TOT
           MOVE TOTAL-BRUT TO BRUT-TOT
           MOVE TOTAL-IMPOT TO IMPOT-TOT
           MOVE TOTAL-DEDUCTION TO DEDUCTION-TOT
           MOVE TOTAL-SAISIES TO SAISIES-TOT
           MOVE TOTAL-NET TO NET-TOT
           MOVE TOTAL-CHARGES TO CHARGES-TOT
           MOVE TOTAL-FRAIS TO FRAIS-TOT
           MOVE TOTAL-ACOMPTES TO ACOMPTES-TOT
           WRITE enreg-totpaie
           END-WRITE
           CLOSE FTOTPAIE.

       END PROGRAM BULPAIE.
