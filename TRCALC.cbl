       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRCALC.
      *****************************************************************
      * Droits aux titres-restaurant du mois TRCALC-PERIODE (AAAAMM,
      * defaut mois courant), calcules sur les saisies de temps
      * (Temps.txt, SAISTMP) : un titre par jour travaille d au moins
      * TR-HEURES-MIN heures (Params.txt, hhcc, defaut 0600) sans
      * absence d une journee entiere, c est-a-dire ni 7 heures
      * d absence saisies ce jour-la, ni absence approuvee
      * (Absences.txt) couvrant ce jour, hors demi-journee.
      * La valeur faciale TR-VALEUR (centimes, defaut 0900) est
      * partagee entre la part patronale TR-PART-PAT (pourcentage,
      * defaut 060) et la part salariale, retenue par BULPAIE sur le
      * bulletin de la periode (TitresResto.txt, une fiche par
      * matricule et par mois ; un nouveau calcul remplace le mois).
      * Le fichier de commande du fournisseur CommandeTR-AAAAMM.txt
      * porte un enregistrement par salarie avec son nombre de
      * titres, entre un en-tete et un total de controle. Etat de
      * controle : RapTitres.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FTEMPS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Temps.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-TPS OF enreg-temps
               FILE STATUS IS WS-TPS-STATUS.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-TR OF enreg-titre
               FILE STATUS IS WS-TR-STATUS.
           SELECT FCOMMANDE
               ASSIGN TO WS-COMMANDE-PATH.
           SELECT FRAPPORT
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\RapTitres.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FTEMPS.
       01  enreg-temps.
           02 CLE-TPS.
              03 MATRICULE-TPS PIC 9(5).
              03 DATE-TPS PIC 9(8).
           02 HEURES-TPS PIC 9(2)V99.
           02 HEURES-SUP-TPS PIC 9(2)V99.
           02 ABSENCE-TPS PIC 9(2)V99.
           02 OPERATEUR-TPS PIC X(8).

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  FABSENCES.
       01  enreg-absence.
           COPY ABSREC.

       FD  FTITRES.
       01  enreg-titre.
           COPY TITREC.

       FD  FCOMMANDE.
       01  enreg-commande.
           02 CMD-TYPE PIC X.
           02 CMD-CORPS PIC X(69).
       01  enreg-commande-entete REDEFINES enreg-commande.
           02 CMD-TYPE-E PIC X.
           02 CMD-DATE PIC 9(8).
           02 CMD-PERIODE PIC 9(6).
           02 CMD-VALEUR PIC 9(2)V99.
           02 FILLER PIC X(51).
       01  enreg-commande-detail REDEFINES enreg-commande.
           02 CMD-TYPE-D PIC X.
           02 CMD-MATRICULE PIC 9(5).
           02 CMD-NOM PIC X(25).
           02 CMD-PRENOM PIC X(15).
           02 CMD-NB-TITRES PIC 9(3).
           02 CMD-MONTANT PIC 9(6)V99.
           02 FILLER PIC X(13).
       01  enreg-commande-total REDEFINES enreg-commande.
           02 CMD-TYPE-T PIC X.
           02 CMD-NB-SALARIES PIC 9(5).
           02 CMD-TOTAL-TITRES PIC 9(7).
           02 CMD-TOTAL-MONTANT PIC 9(8)V99.
           02 FILLER PIC X(47).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(80).

       WORKING-STORAGE SECTION.
       77  EOF-TPS PIC 99 VALUE 0.
       77  EOF-ABS PIC 99 VALUE 0.
       77  EOF-TR PIC 99 VALUE 0.
       77  WS-TPS-STATUS PIC X(2) VALUE '00'.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-ABS-STATUS PIC X(2) VALUE '00'.
       77  WS-TR-STATUS PIC X(2) VALUE '00'.
       77  WS-ABSENCES-DISPONIBLES PIC X VALUE 'N'.
       77  WS-PERIODE-ENV PIC X(6) VALUE SPACE.
       77  WS-PERIODE-CIBLE PIC 9(6) VALUE 0.
       77  WS-PERIODE-LIGNE PIC 9(6) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-MATRICULE-COURANT PIC 9(5) VALUE 0.
       77  WS-MATRICULE-CONNU PIC X VALUE 'N'.
       77  WS-NOM-COURANT PIC X(25) VALUE SPACE.
       77  WS-PRENOM-COURANT PIC X(15) VALUE SPACE.
       77  WS-JOUR-ABSENT PIC X VALUE 'N'.
       77  WS-JOURS-DROIT PIC 99 VALUE 0.
       77  WS-JOURS-SAISIS PIC 99 VALUE 0.
       77  WS-PART-PAT-TITRE PIC 9(2)V99 VALUE 0.
       77  WS-PART-SAL-TITRE PIC 9(2)V99 VALUE 0.
       77  HEURES-JOURNEE PIC 9(2)V99 VALUE 7.
       77  NB-ABS-EMP PIC 99 VALUE 0.
       77  POS-ABS-EMP PIC 99 VALUE 0.
       77  COMPTEURSALARIES PIC 9(5) VALUE 0.
       77  COMPTEURSANSDROIT PIC 9(5) VALUE 0.
       77  COMPTEURINCONNUS PIC 9(5) VALUE 0.
       77  COMPTEURREMPLACES PIC 9(5) VALUE 0.
       77  TOTAL-TITRES PIC 9(7) VALUE 0.
       77  TOTAL-FACIAL PIC 9(8)V99 VALUE 0.
       77  TOTAL-PART-PAT PIC 9(8)V99 VALUE 0.
       77  TOTAL-PART-SAL PIC 9(8)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZ9.99.
       77  WS-TOTAL-EDIT PIC ZZZZZZZ9.99.
       01  WS-COMMANDE-PATH PIC X(80) VALUE SPACE.
       01  WS-VALEUR-PARAM.
           02 WS-VALEUR-SAISIE PIC X(4).
           02 WS-VALEUR-TITRE REDEFINES WS-VALEUR-SAISIE
                 PIC 9(2)V99.
       01  WS-PART-PARAM.
           02 WS-PART-SAISIE PIC X(3).
           02 WS-PART-PAT-PCT REDEFINES WS-PART-SAISIE PIC 9(3).
       01  WS-HEURES-PARAM.
           02 WS-HEURES-SAISIE PIC X(4).
           02 WS-HEURES-MIN REDEFINES WS-HEURES-SAISIE PIC 9(2)V99.
       01  TABLE-ABSENCES.
           02 ABSENCE-TAB OCCURS 20 TIMES.
              03 DEBUT-ABS-TAB PIC 9(8).
              03 FIN-ABS-TAB PIC 9(8).
              03 JOURS-ABS-TAB PIC 9(2)V99.

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM PURGER-PERIODE
           PERFORM TRAITER-UNE-SAISIE UNTIL EOF-TPS = 1
           IF WS-MATRICULE-COURANT > 0
               PERFORM CLORE-SALARIE
           END-IF
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT 'TRCALC-PERIODE'
           IF WS-PERIODE-ENV NOT = SPACES
              AND WS-PERIODE-ENV IS NUMERIC
               MOVE WS-PERIODE-ENV TO WS-PERIODE-CIBLE
           ELSE
               COMPUTE WS-PERIODE-CIBLE = WS-DATE-JOUR / 100
           END-IF
           PERFORM LIRE-PARAMETRES
           OPEN INPUT FTEMPS
           IF WS-TPS-STATUS NOT = '00'
               DISPLAY 'FICHIER DES TEMPS ABSENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'FICHIER EMPLOYES ABSENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FABSENCES
           IF WS-ABS-STATUS = '00'
               MOVE 'O' TO WS-ABSENCES-DISPONIBLES
           ELSE
               DISPLAY 'AUCUNE ABSENCE APPROUVEE A CONTROLER'
           END-IF
           OPEN I-O FTITRES
           IF WS-TR-STATUS NOT = '00'
               OPEN OUTPUT FTITRES
               CLOSE FTITRES
               OPEN I-O FTITRES
           END-IF
           MOVE SPACES TO WS-COMMANDE-PATH
           STRING 'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CommandeTR-'
                  DELIMITED BY SIZE
                  WS-PERIODE-CIBLE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-COMMANDE-PATH
           END-STRING
           OPEN OUTPUT FCOMMANDE
           MOVE SPACES TO enreg-commande
           MOVE 'E' TO CMD-TYPE-E
           MOVE WS-DATE-JOUR TO CMD-DATE
           MOVE WS-PERIODE-CIBLE TO CMD-PERIODE
           MOVE WS-VALEUR-TITRE TO CMD-VALEUR
           WRITE enreg-commande-entete
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- TITRES-RESTAURANT, PERIODE ' DELIMITED BY SIZE
                  WS-PERIODE-CIBLE DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'VALEUR FACIALE ' DELIMITED BY SIZE
                  WS-VALEUR-SAISIE DELIMITED BY SIZE
                  ' CTS, PART PATRONALE ' DELIMITED BY SIZE
                  WS-PART-SAISIE DELIMITED BY SIZE
                  ' %, MINIMUM ' DELIMITED BY SIZE
                  WS-HEURES-SAISIE DELIMITED BY SIZE
                  ' (HHCC) PAR JOUR' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'MATRIC NOM' TO LIGNE-RAPPORT
           MOVE 'SAISIS' TO LIGNE-RAPPORT(34:6)
           MOVE 'TITRES' TO LIGNE-RAPPORT(41:6)
           MOVE 'PART PATRON.' TO LIGNE-RAPPORT(49:12)
           MOVE 'PART SALARIE' TO LIGNE-RAPPORT(63:12)
           WRITE LIGNE-RAPPORT
           READ FTEMPS
               AT END MOVE 1 TO EOF-TPS
           END-READ.

      * valeurs par defaut si le parametre est absent ou invalide
       LIRE-PARAMETRES.
           MOVE '0900' TO WS-VALEUR-SAISIE
           MOVE 'TR-VALEUR' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
              AND PARAM-VALEUR(1:4) IS NUMERIC
               MOVE PARAM-VALEUR(1:4) TO WS-VALEUR-SAISIE
           END-IF
           MOVE '060' TO WS-PART-SAISIE
           MOVE 'TR-PART-PAT' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
              AND PARAM-VALEUR(1:3) IS NUMERIC
               MOVE PARAM-VALEUR(1:3) TO WS-PART-SAISIE
           END-IF
           IF WS-PART-PAT-PCT > 100
               MOVE '100' TO WS-PART-SAISIE
           END-IF
           MOVE '0600' TO WS-HEURES-SAISIE
           MOVE 'TR-HEURES-MIN' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
              AND PARAM-VALEUR(1:4) IS NUMERIC
               MOVE PARAM-VALEUR(1:4) TO WS-HEURES-SAISIE
           END-IF
           COMPUTE WS-PART-PAT-TITRE ROUNDED
               = WS-VALEUR-TITRE * WS-PART-PAT-PCT / 100
           COMPUTE WS-PART-SAL-TITRE
               = WS-VALEUR-TITRE - WS-PART-PAT-TITRE.

      * un nouveau calcul du mois remplace toutes ses fiches
       PURGER-PERIODE.
           MOVE 0 TO MATRICULE-TR PERIODE-TR
           START FTITRES KEY NOT < CLE-TR OF enreg-titre
               INVALID KEY MOVE 1 TO EOF-TR
           END-START
           PERFORM PURGER-UNE-FICHE UNTIL EOF-TR = 1.

       PURGER-UNE-FICHE.
           READ FTITRES NEXT RECORD
               AT END MOVE 1 TO EOF-TR
           END-READ
           IF EOF-TR NOT = 1
               IF PERIODE-TR = WS-PERIODE-CIBLE
                   DELETE FTITRES RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO COMPTEURREMPLACES
               END-IF
           END-IF.

       TRAITER-UNE-SAISIE.
           COMPUTE WS-PERIODE-LIGNE = DATE-TPS / 100
           IF WS-PERIODE-LIGNE = WS-PERIODE-CIBLE
               IF MATRICULE-TPS NOT = WS-MATRICULE-COURANT
                   IF WS-MATRICULE-COURANT > 0
                       PERFORM CLORE-SALARIE
                   END-IF
                   PERFORM OUVRIR-SALARIE
               END-IF
               ADD 1 TO WS-JOURS-SAISIS
               IF HEURES-TPS >= WS-HEURES-MIN
                   PERFORM CONTROLER-ABSENCE-JOUR
                   IF WS-JOUR-ABSENT = 'N'
                       ADD 1 TO WS-JOURS-DROIT
                   END-IF
               END-IF
           END-IF
           READ FTEMPS
               AT END MOVE 1 TO EOF-TPS
           END-READ.

       OUVRIR-SALARIE.
           MOVE MATRICULE-TPS TO WS-MATRICULE-COURANT
           MOVE 0 TO WS-JOURS-DROIT WS-JOURS-SAISIS
           MOVE 'N' TO WS-MATRICULE-CONNU
           MOVE SPACES TO WS-NOM-COURANT WS-PRENOM-COURANT
           MOVE MATRICULE-TPS TO MATRICULE OF enreg-employe
           READ EMPLOYES
               INVALID KEY CONTINUE
           END-READ
           IF WS-EMP-STATUS = '00'
               MOVE 'O' TO WS-MATRICULE-CONNU
               MOVE NOM-EMPLOYE TO WS-NOM-COURANT
               MOVE PRENOM-EMPLOYE TO WS-PRENOM-COURANT
           END-IF
           PERFORM CHARGER-ABSENCES-SALARIE.

      * absences approuvees du salarie touchant la periode
       CHARGER-ABSENCES-SALARIE.
           MOVE 0 TO NB-ABS-EMP
           IF WS-ABSENCES-DISPONIBLES = 'O'
               MOVE WS-MATRICULE-COURANT TO MATRICULE-ABS
               MOVE 0 TO NO-ABS EOF-ABS
               START FABSENCES
                   KEY NOT < CLE-ABS OF enreg-absence
                   INVALID KEY MOVE 1 TO EOF-ABS
               END-START
               PERFORM CHARGER-UNE-ABSENCE UNTIL EOF-ABS = 1
           END-IF.

       CHARGER-UNE-ABSENCE.
           READ FABSENCES NEXT RECORD
               AT END MOVE 1 TO EOF-ABS
           END-READ
           IF EOF-ABS NOT = 1
               IF MATRICULE-ABS NOT = WS-MATRICULE-COURANT
                   MOVE 1 TO EOF-ABS
               ELSE
                   IF ETAT-ABS = 'A'
                      AND DATE-DEBUT-ABS / 100 <= WS-PERIODE-CIBLE
                      AND DATE-FIN-ABS / 100 >= WS-PERIODE-CIBLE
                      AND NB-ABS-EMP < 20
                       ADD 1 TO NB-ABS-EMP
                       MOVE DATE-DEBUT-ABS TO DEBUT-ABS-TAB(NB-ABS-EMP)
                       MOVE DATE-FIN-ABS TO FIN-ABS-TAB(NB-ABS-EMP)
                       MOVE JOURS-ABS TO JOURS-ABS-TAB(NB-ABS-EMP)
                   END-IF
               END-IF
           END-IF.

      * une absence approuvee d une seule demi-journee laisse le
      * droit au titre
       CONTROLER-ABSENCE-JOUR.
           MOVE 'N' TO WS-JOUR-ABSENT
           IF ABSENCE-TPS >= HEURES-JOURNEE
               MOVE 'O' TO WS-JOUR-ABSENT
           END-IF
           MOVE 0 TO POS-ABS-EMP
           PERFORM COMPARER-ABSENCE NB-ABS-EMP TIMES.

       COMPARER-ABSENCE.
           ADD 1 TO POS-ABS-EMP
           IF DATE-TPS >= DEBUT-ABS-TAB(POS-ABS-EMP)
              AND DATE-TPS <= FIN-ABS-TAB(POS-ABS-EMP)
               IF DEBUT-ABS-TAB(POS-ABS-EMP) NOT =
                      FIN-ABS-TAB(POS-ABS-EMP)
                  OR JOURS-ABS-TAB(POS-ABS-EMP) >= 1
                   MOVE 'O' TO WS-JOUR-ABSENT
               END-IF
           END-IF.

       CLORE-SALARIE.
           IF WS-MATRICULE-CONNU = 'N'
               ADD 1 TO COMPTEURINCONNUS
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'MATRICULE ' DELIMITED BY SIZE
                      WS-MATRICULE-COURANT DELIMITED BY SIZE
                      ' ABSENT DU MASTER, AUCUN TITRE' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           ELSE
           IF WS-JOURS-DROIT = 0
               ADD 1 TO COMPTEURSANSDROIT
           ELSE
               PERFORM ENREGISTRER-DROITS
           END-IF
           END-IF.

       ENREGISTRER-DROITS.
           ADD 1 TO COMPTEURSALARIES
           MOVE WS-MATRICULE-COURANT TO MATRICULE-TR
           MOVE WS-PERIODE-CIBLE TO PERIODE-TR
           MOVE WS-NOM-COURANT TO NOM-TR
           MOVE WS-JOURS-DROIT TO JOURS-TR
           MOVE WS-VALEUR-TITRE TO VALEUR-TR
           COMPUTE PART-PAT-TR = WS-JOURS-DROIT * WS-PART-PAT-TITRE
           COMPUTE PART-SAL-TR = WS-JOURS-DROIT * WS-PART-SAL-TITRE
           MOVE WS-DATE-JOUR TO DATE-CALCUL-TR
           WRITE enreg-titre
               INVALID KEY
                   REWRITE enreg-titre
                   END-REWRITE
           END-WRITE
           ADD WS-JOURS-DROIT TO TOTAL-TITRES
           ADD PART-PAT-TR TO TOTAL-PART-PAT
           ADD PART-SAL-TR TO TOTAL-PART-SAL
           MOVE SPACES TO enreg-commande
           MOVE 'D' TO CMD-TYPE-D
           MOVE WS-MATRICULE-COURANT TO CMD-MATRICULE
           MOVE WS-NOM-COURANT TO CMD-NOM
           MOVE WS-PRENOM-COURANT TO CMD-PRENOM
           MOVE WS-JOURS-DROIT TO CMD-NB-TITRES
           COMPUTE CMD-MONTANT = WS-JOURS-DROIT * WS-VALEUR-TITRE
           ADD CMD-MONTANT TO TOTAL-FACIAL
           WRITE enreg-commande-detail
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-MATRICULE-COURANT TO LIGNE-RAPPORT(1:5)
           MOVE WS-NOM-COURANT TO LIGNE-RAPPORT(8:25)
           MOVE WS-JOURS-SAISIS TO LIGNE-RAPPORT(38:2)
           MOVE WS-JOURS-DROIT TO LIGNE-RAPPORT(45:2)
           MOVE PART-PAT-TR TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(52:9)
           MOVE PART-SAL-TR TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(66:9)
           WRITE LIGNE-RAPPORT.

       FIN.
           MOVE SPACES TO enreg-commande
           MOVE 'T' TO CMD-TYPE-T
           MOVE COMPTEURSALARIES TO CMD-NB-SALARIES
           MOVE TOTAL-TITRES TO CMD-TOTAL-TITRES
           MOVE TOTAL-FACIAL TO CMD-TOTAL-MONTANT
           WRITE enreg-commande-total
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'SALARIES SERVIS=' DELIMITED BY SIZE
                  COMPTEURSALARIES DELIMITED BY SIZE
                  ' TITRES=' DELIMITED BY SIZE
                  TOTAL-TITRES DELIMITED BY SIZE
                  ' SANS DROIT=' DELIMITED BY SIZE
                  COMPTEURSANSDROIT DELIMITED BY SIZE
                  ' INCONNUS=' DELIMITED BY SIZE
                  COMPTEURINCONNUS DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-FACIAL TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'VALEUR COMMANDEE   : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-PART-PAT TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PART PATRONALE     : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-PART-SAL TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PART SALARIALE     : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  ' (RETENUE PAR BULPAIE)' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           IF COMPTEURREMPLACES > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'PERIODE DEJA CALCULEE, FICHES REMPLACEES='
                      DELIMITED BY SIZE
                      COMPTEURREMPLACES DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF
           DISPLAY 'SALARIES SERVIS  : ' COMPTEURSALARIES
           DISPLAY 'TITRES COMMANDES : ' TOTAL-TITRES
           IF COMPTEURINCONNUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EMPLOYES
           IF WS-ABSENCES-DISPONIBLES = 'O'
               CLOSE FABSENCES
           END-IF
           CLOSE FTEMPS FTITRES FCOMMANDE FRAPPORT.

       END PROGRAM TRCALC.
