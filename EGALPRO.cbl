       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGALPRO.
      *****************************************************************
      * Index annuel de l egalite professionnelle femmes-hommes.
      * L annee est passee dans EGALPRO-ANNEE (AAAA), par defaut
      * l annee qui precede l annee courante. Population : salaries
      * du master EMPLOYES payes au moins six mois de l annee dans
      * PaieHist (fiches desactivees ignorees) ; les fiches sans
      * sexe, date de naissance ou categorie d emploi sont ecartees
      * et listees (code retour 4), a completer dans EMPMNT.
      * Remuneration annuelle : bruts mensuels de l annee (N ou R)
      * ramenes a douze mois, plus le run des primes (periode AAAA13,
      * type P). Indicateurs et points :
      * 1 ecart de remuneration par categorie (OUV/EMP/TAM/CAD) et
      *   tranche d age au 31/12 (-30, 30-39, 40-49, 50 et +) ; seuls
      *   les groupes d au moins 3 hommes et 3 femmes sont retenus,
      *   seuil de pertinence de 5 points, moyenne ponderee par
      *   l effectif des groupes, bareme sur 40 points; non calculable
      *   si les groupes retenus font moins de 40 % de l effectif;
      * 2 ecart de taux d augmentation (Augmentations.txt, etat V de
      *   la campagne de l annee), bareme sur 20 points;
      * 3 ecart de taux de primes (run des primes), bareme sur 15
      *   points, en lieu et place des promotions qui ne sont pas
      *   suivies dans le systeme;
      * 4 retour de conge maternite : non suivi, non calculable;
      * 5 nombre de salaries du sexe sous-represente parmi les dix
      *   plus hautes remunerations (tri FTRIEGA), sur 10 points.
      * 2 et 3 exigent au moins 5 hommes et 5 femmes et au moins un
      * beneficiaire ; l ecart au profit du sexe moins bien paye en 1
      * vaut la totalite des points. Index = points obtenus ramenes a
      * 100 sur les indicateurs calculables (au moins 75 points).
      * Etat : Egalite-AAAA.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
           SELECT FPAIEHIST
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaieHist.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-PHIST OF enreg-paiehist
               FILE STATUS IS WS-PHIST-STATUS.
           SELECT FAUGMENT
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Augmentations.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-AUG OF enreg-augment
               FILE STATUS IS WS-AUG-STATUS.
           SELECT FTRIEGA
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\EgaTri.tmp'.
           SELECT FETAT
               ASSIGN TO WS-ETAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  FPAIEHIST.
       01  enreg-paiehist.
           COPY PAIEHIST.

       FD  FAUGMENT.
       01  enreg-augment.
           COPY AUGREC.

       SD  FTRIEGA.
       01  enreg-triega.
           02 TRI-REMUNERATION PIC 9(8)V99.
           02 TRI-MATRICULE PIC 9(5).
           02 TRI-NOM PIC X(25).
           02 TRI-SEXE PIC X.
           02 TRI-CATEGORIE PIC X(3).

       FD  FETAT.
       01  LIGNE-ETAT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-EMP PIC 99 VALUE 0.
       77  EOF-PHIST PIC 99 VALUE 0.
       77  EOF-TRI PIC 99 VALUE 0.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-PHIST-STATUS PIC X(2) VALUE '00'.
       77  WS-AUG-STATUS PIC X(2) VALUE '00'.
       77  WS-AUG-DISPONIBLES PIC X VALUE 'N'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-ANNEE-ENV PIC X(4) VALUE SPACE.
       77  WS-ANNEE-EGA PIC 9(4) VALUE 0.
       77  WS-PERIODE-DEBUT PIC 9(6) VALUE 0.
       77  WS-PERIODE-PRIMES PIC 9(6) VALUE 0.
       77  WS-MOIS-MINIMUM PIC 99 VALUE 6.
       77  WS-MOIS-PAYES PIC 99 VALUE 0.
       77  WS-BRUT-ANNUEL PIC 9(8)V99 VALUE 0.
       77  WS-PRIME-ANNUELLE PIC 9(8)V99 VALUE 0.
       77  WS-REMUNERATION-ANN PIC 9(8)V99 VALUE 0.
       77  WS-AGE PIC 999 VALUE 0.
       77  WS-MOTIF-ECART PIC X(30) VALUE SPACE.
       77  POS-CATEGORIE PIC 9 VALUE 0.
       77  WS-CATEGORIE-TROUVEE PIC 9 VALUE 0.
       77  POS-TRANCHE PIC 9 VALUE 0.
       77  POS-GROUPE PIC 99 VALUE 0.
       77  POS-BAREME PIC 99 VALUE 0.
       77  POS-TOP PIC 99 VALUE 0.
       77  NB-TOP PIC 99 VALUE 0.
       77  NB-TOP-H PIC 99 VALUE 0.
       77  NB-TOP-F PIC 99 VALUE 0.
       77  NB-TOP-MINORITE PIC 99 VALUE 0.
       77  NB-HOMMES PIC 9(5) VALUE 0.
       77  NB-FEMMES PIC 9(5) VALUE 0.
       77  NB-AUG-H PIC 9(5) VALUE 0.
       77  NB-AUG-F PIC 9(5) VALUE 0.
       77  NB-PRIME-H PIC 9(5) VALUE 0.
       77  NB-PRIME-F PIC 9(5) VALUE 0.
       77  COMPTEURLUS PIC 9(5) VALUE 0.
       77  COMPTEURDESACTIVES PIC 9(5) VALUE 0.
       77  COMPTEURHORSANNEE PIC 9(5) VALUE 0.
       77  COMPTEURPRESENCE PIC 9(5) VALUE 0.
       77  COMPTEURINCOMPLETS PIC 9(5) VALUE 0.
       77  WS-MOY-H PIC 9(8)V99 VALUE 0.
       77  WS-MOY-F PIC 9(8)V99 VALUE 0.
       77  WS-ECART-GROUPE PIC S9(3)V99 VALUE 0.
       77  WS-ECART-AJUSTE PIC S9(3)V99 VALUE 0.
       77  WS-SOMME-ECARTS PIC S9(8)V99 VALUE 0.
       77  WS-EFFECTIF-VALIDE PIC 9(5) VALUE 0.
       77  WS-ECART-GLOBAL PIC S9(3)V9 VALUE 0.
       77  WS-ECART-ABSOLU PIC 9(3)V9 VALUE 0.
       77  WS-FAVORISE-REMU PIC X VALUE SPACE.
       77  WS-TAUX-H PIC 9(3)V99 VALUE 0.
       77  WS-TAUX-F PIC 9(3)V99 VALUE 0.
       77  WS-ECART-TAUX PIC 9(3)V99 VALUE 0.
       77  WS-FAVORISE-TAUX PIC X VALUE SPACE.
       77  WS-CALC-REMU PIC X VALUE 'N'.
       77  WS-CALC-AUG PIC X VALUE 'N'.
       77  WS-CALC-PRIME PIC X VALUE 'N'.
       77  WS-CALC-TOP PIC X VALUE 'N'.
       77  WS-POINTS-REMU PIC 99 VALUE 0.
       77  WS-POINTS-AUG PIC 99 VALUE 0.
       77  WS-POINTS-PRIME PIC 99 VALUE 0.
       77  WS-POINTS-TOP PIC 99 VALUE 0.
       77  WS-POINTS-TOTAL PIC 999 VALUE 0.
       77  WS-POINTS-MAX PIC 999 VALUE 0.
       77  WS-INDEX PIC 999 VALUE 0.
       77  WS-NB-EDIT PIC ZZZZ9.
       77  WS-MONTANT-EDIT PIC Z(7)9.99.
       77  WS-ECART-EDIT PIC -ZZ9.99.
       77  WS-ECART1-EDIT PIC -ZZ9.9.
       77  WS-PCT-EDIT PIC ZZ9.99.
       77  WS-POINTS-EDIT PIC ZZ9.
       01  WS-ETAT-PATH PIC X(80) VALUE SPACE.
       01  WS-DATE-NAISS PIC 9(8) VALUE 0.
       01  WS-DATE-NAISS-R REDEFINES WS-DATE-NAISS.
           02 WS-AAAA-NAISS PIC 9(4).
           02 WS-MMJJ-NAISS PIC 9(4).
       01  LIBELLES-CATEGORIES.
           02 FILLER PIC X(23) VALUE 'OUVOUVRIERS           '.
           02 FILLER PIC X(23) VALUE 'EMPEMPLOYES           '.
           02 FILLER PIC X(23) VALUE 'TAMTECH. AGENTS MAIT. '.
           02 FILLER PIC X(23) VALUE 'CADCADRES             '.
       01  TABLE-CATEGORIES REDEFINES LIBELLES-CATEGORIES.
           02 CATEGORIE-TAB OCCURS 4 TIMES.
              03 CODE-CAT-TAB PIC X(3).
              03 LIBELLE-CAT-TAB PIC X(20).
      * bornes superieures des tranches d age, en annees
       01  LIBELLES-AGES.
           02 FILLER PIC X(14) VALUE '030MOINS DE 30'.
           02 FILLER PIC X(14) VALUE '04030 A 39 ANS'.
           02 FILLER PIC X(14) VALUE '05040 A 49 ANS'.
           02 FILLER PIC X(14) VALUE '99950 ANS ET +'.
       01  TABLE-AGES REDEFINES LIBELLES-AGES.
           02 AGE-TAB OCCURS 4 TIMES.
              03 BORNE-AGE-TAB PIC 999.
              03 LIBELLE-AGE-TAB PIC X(11).
      * groupe = (categorie - 1) x 4 + tranche d age
       01  TABLE-GROUPES.
           02 GROUPE-TAB OCCURS 16 TIMES.
              03 NB-H-TAB PIC 9(5).
              03 NB-F-TAB PIC 9(5).
              03 SOMME-H-TAB PIC 9(10)V99.
              03 SOMME-F-TAB PIC 9(10)V99.
      * bareme de l ecart de remuneration : ecart en % (une decimale)
      * au plus egal a la borne -> points
       01  LIBELLES-BAREME.
           02 FILLER PIC X(6) VALUE '000040'.
           02 FILLER PIC X(6) VALUE '001039'.
           02 FILLER PIC X(6) VALUE '002038'.
           02 FILLER PIC X(6) VALUE '003037'.
           02 FILLER PIC X(6) VALUE '004036'.
           02 FILLER PIC X(6) VALUE '005035'.
           02 FILLER PIC X(6) VALUE '006034'.
           02 FILLER PIC X(6) VALUE '007033'.
           02 FILLER PIC X(6) VALUE '008031'.
           02 FILLER PIC X(6) VALUE '009029'.
           02 FILLER PIC X(6) VALUE '010027'.
           02 FILLER PIC X(6) VALUE '011025'.
           02 FILLER PIC X(6) VALUE '012023'.
           02 FILLER PIC X(6) VALUE '013021'.
           02 FILLER PIC X(6) VALUE '014019'.
           02 FILLER PIC X(6) VALUE '015017'.
           02 FILLER PIC X(6) VALUE '016014'.
           02 FILLER PIC X(6) VALUE '017011'.
           02 FILLER PIC X(6) VALUE '018008'.
           02 FILLER PIC X(6) VALUE '019005'.
           02 FILLER PIC X(6) VALUE '020002'.
           02 FILLER PIC X(6) VALUE '999900'.
       01  TABLE-BAREME REDEFINES LIBELLES-BAREME.
           02 BAREME-TAB OCCURS 22 TIMES.
              03 BORNE-BAREME-TAB PIC 9(3)V9.
              03 POINTS-BAREME-TAB PIC 99.
       01  TABLE-TOP.
           02 TOP-TAB OCCURS 10 TIMES.
              03 TOP-MATRICULE PIC 9(5).
              03 TOP-NOM PIC X(25).
              03 TOP-SEXE PIC X.
              03 TOP-CATEGORIE PIC X(3).
              03 TOP-REMUNERATION PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           SORT FTRIEGA
               DESCENDING KEY TRI-REMUNERATION
               INPUT PROCEDURE IS CLASSER-SALARIES
               OUTPUT PROCEDURE IS RETENIR-DIX-PREMIERS
           PERFORM EDITER-POPULATION
           PERFORM CALCULER-ECART-REMU
           PERFORM CALCULER-ECART-AUG
           PERFORM CALCULER-ECART-PRIMES
           PERFORM EDITER-MATERNITE
           PERFORM CALCULER-DIX-PREMIERS
           PERFORM CALCULER-INDEX
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-ANNEE-ENV FROM ENVIRONMENT 'EGALPRO-ANNEE'
           IF WS-ANNEE-ENV NOT = SPACES
              AND WS-ANNEE-ENV IS NUMERIC
               MOVE WS-ANNEE-ENV TO WS-ANNEE-EGA
           ELSE
               COMPUTE WS-ANNEE-EGA = WS-DATE-JOUR / 10000 - 1
           END-IF
           COMPUTE WS-PERIODE-DEBUT = WS-ANNEE-EGA * 100 + 1
           COMPUTE WS-PERIODE-PRIMES = WS-ANNEE-EGA * 100 + 13
           INITIALIZE TABLE-GROUPES
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'FICHIER EMPLOYES ABSENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FPAIEHIST
           IF WS-PHIST-STATUS NOT = '00'
               DISPLAY 'HISTORIQUE DE PAIE ABSENT'
               CLOSE EMPLOYES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FAUGMENT
           IF WS-AUG-STATUS = '00'
               MOVE 'O' TO WS-AUG-DISPONIBLES
           ELSE
               DISPLAY 'FICHIER DES AUGMENTATIONS ABSENT, INDICATEUR '
                       'DES AUGMENTATIONS NON CALCULABLE'
           END-IF
           MOVE SPACES TO WS-ETAT-PATH
           STRING 'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Egalite-'
                  DELIMITED BY SIZE
                  WS-ANNEE-EGA DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ETAT-PATH
           END-STRING
           OPEN OUTPUT FETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING '--- INDEX DE L EGALITE PROFESSIONNELLE FEMMES-HOMMES'
                  DELIMITED BY SIZE
                  ' ANNEE ' DELIMITED BY SIZE
                  WS-ANNEE-EGA DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-ETAT
           END-STRING
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE '--- FICHES ECARTEES (A COMPLETER DANS EMPMNT) ---'
               TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      *****************************************************************
      * Alimentation du tri : un article par salarie retenu, avec sa
      * remuneration reelle de l annee pour les dix plus hautes ; les
      * groupes categorie x age et les beneficiaires d augmentation et
      * de prime sont cumules au passage.
      *****************************************************************
       CLASSER-SALARIES.
           READ EMPLOYES
               AT END MOVE 1 TO EOF-EMP
           END-READ
           PERFORM CLASSER-UN-SALARIE UNTIL EOF-EMP = 1
           IF COMPTEURINCOMPLETS = 0
               MOVE 'AUCUNE' TO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.

       CLASSER-UN-SALARIE.
           ADD 1 TO COMPTEURLUS
           IF STATUT-EMPLOYE = 'I'
               ADD 1 TO COMPTEURDESACTIVES
           ELSE
               PERFORM CUMULER-PAIE
               IF WS-MOIS-PAYES = 0
                   ADD 1 TO COMPTEURHORSANNEE
               ELSE
               IF WS-MOIS-PAYES < WS-MOIS-MINIMUM
                   ADD 1 TO COMPTEURPRESENCE
               ELSE
                   PERFORM CONTROLER-FICHE
                   IF WS-MOTIF-ECART NOT = SPACES
                       PERFORM ECARTER-FICHE
                   ELSE
                       PERFORM RETENIR-SALARIE
                   END-IF
               END-IF
               END-IF
           END-IF
           READ EMPLOYES
               AT END MOVE 1 TO EOF-EMP
           END-READ.

       CUMULER-PAIE.
           MOVE 0 TO WS-MOIS-PAYES WS-BRUT-ANNUEL WS-PRIME-ANNUELLE
           MOVE 0 TO EOF-PHIST
           MOVE MATRICULE OF enreg-employe TO MATRICULE-PHIST
           MOVE WS-PERIODE-DEBUT TO PERIODE-PHIST
           START FPAIEHIST KEY NOT < CLE-PHIST
               INVALID KEY MOVE 1 TO EOF-PHIST
           END-START
           IF EOF-PHIST = 0
               READ FPAIEHIST NEXT RECORD
                   AT END MOVE 1 TO EOF-PHIST
               END-READ
           END-IF
           PERFORM CUMULER-UN-BULLETIN
               UNTIL EOF-PHIST = 1
                  OR MATRICULE-PHIST NOT = MATRICULE OF enreg-employe
                  OR PERIODE-PHIST > WS-PERIODE-PRIMES.

       CUMULER-UN-BULLETIN.
           IF TYPE-PHIST = 'P'
               ADD BRUT-PHIST TO WS-PRIME-ANNUELLE
           ELSE
           IF BRUT-PHIST > 0
               ADD BRUT-PHIST TO WS-BRUT-ANNUEL
               ADD 1 TO WS-MOIS-PAYES
           END-IF
           END-IF
           READ FPAIEHIST NEXT RECORD
               AT END MOVE 1 TO EOF-PHIST
           END-READ.

       CONTROLER-FICHE.
           MOVE SPACES TO WS-MOTIF-ECART
           MOVE DATE-NAISSANCE TO WS-DATE-NAISS
           MOVE 0 TO WS-CATEGORIE-TROUVEE POS-CATEGORIE
           PERFORM COMPARER-CATEGORIE 4 TIMES
           IF SEXE-EMPLOYE NOT = 'H' AND SEXE-EMPLOYE NOT = 'F'
               MOVE 'SEXE NON RENSEIGNE' TO WS-MOTIF-ECART
           ELSE
           IF DATE-NAISSANCE = 0 OR WS-AAAA-NAISS NOT < WS-ANNEE-EGA
               MOVE 'DATE DE NAISSANCE INVALIDE' TO WS-MOTIF-ECART
           ELSE
           IF WS-CATEGORIE-TROUVEE = 0
               MOVE 'CATEGORIE D EMPLOI INCONNUE' TO WS-MOTIF-ECART
           END-IF
           END-IF
           END-IF.

       COMPARER-CATEGORIE.
           ADD 1 TO POS-CATEGORIE
           IF CODE-CAT-TAB(POS-CATEGORIE) = CATEGORIE-EMPLOYE
               MOVE POS-CATEGORIE TO WS-CATEGORIE-TROUVEE
           END-IF.

       ECARTER-FICHE.
           ADD 1 TO COMPTEURINCOMPLETS
           MOVE SPACES TO LIGNE-ETAT
           MOVE MATRICULE OF enreg-employe TO LIGNE-ETAT(1:5)
           MOVE NOM-EMPLOYE TO LIGNE-ETAT(8:25)
           MOVE WS-MOTIF-ECART TO LIGNE-ETAT(35:30)
           WRITE LIGNE-ETAT.

      * brut des mois payes ramene a douze mois, primes en sus ; age
      * atteint dans l annee
       RETENIR-SALARIE.
           COMPUTE WS-REMUNERATION-ANN ROUNDED
               = WS-BRUT-ANNUEL * 12 / WS-MOIS-PAYES
               + WS-PRIME-ANNUELLE
           COMPUTE WS-AGE = WS-ANNEE-EGA - WS-AAAA-NAISS
           MOVE 1 TO POS-TRANCHE
           PERFORM AVANCER-TRANCHE
               UNTIL POS-TRANCHE = 4
                  OR WS-AGE < BORNE-AGE-TAB(POS-TRANCHE)
           COMPUTE POS-GROUPE = (WS-CATEGORIE-TROUVEE - 1) * 4
                              + POS-TRANCHE
           IF SEXE-EMPLOYE = 'H'
               ADD 1 TO NB-HOMMES NB-H-TAB(POS-GROUPE)
               ADD WS-REMUNERATION-ANN TO SOMME-H-TAB(POS-GROUPE)
               IF WS-PRIME-ANNUELLE > 0
                   ADD 1 TO NB-PRIME-H
               END-IF
           ELSE
               ADD 1 TO NB-FEMMES NB-F-TAB(POS-GROUPE)
               ADD WS-REMUNERATION-ANN TO SOMME-F-TAB(POS-GROUPE)
               IF WS-PRIME-ANNUELLE > 0
                   ADD 1 TO NB-PRIME-F
               END-IF
           END-IF
           IF WS-AUG-DISPONIBLES = 'O'
               PERFORM LIRE-AUGMENTATION
           END-IF
           COMPUTE TRI-REMUNERATION = WS-BRUT-ANNUEL + WS-PRIME-ANNUELLE
           MOVE MATRICULE OF enreg-employe TO TRI-MATRICULE
           MOVE NOM-EMPLOYE TO TRI-NOM
           MOVE SEXE-EMPLOYE TO TRI-SEXE
           MOVE CATEGORIE-EMPLOYE TO TRI-CATEGORIE
           RELEASE enreg-triega.

       AVANCER-TRANCHE.
           ADD 1 TO POS-TRANCHE.

      * augmentation appliquee (etat V) dans la campagne de l annee
       LIRE-AUGMENTATION.
           MOVE MATRICULE OF enreg-employe TO MATRICULE-AUG
           MOVE WS-ANNEE-EGA TO ANNEE-AUG
           READ FAUGMENT
               INVALID KEY MOVE SPACE TO ETAT-AUG
           END-READ
           IF WS-AUG-STATUS = '00' AND ETAT-AUG = 'V'
              AND MONTANT-AUG > 0
               IF SEXE-EMPLOYE = 'H'
                   ADD 1 TO NB-AUG-H
               ELSE
                   ADD 1 TO NB-AUG-F
               END-IF
           END-IF.

       RETENIR-DIX-PREMIERS.
           PERFORM RETENIR-UN-PREMIER UNTIL EOF-TRI = 1 OR NB-TOP = 10.

       RETENIR-UN-PREMIER.
           RETURN FTRIEGA
               AT END MOVE 1 TO EOF-TRI
           END-RETURN
           IF EOF-TRI NOT = 1
               ADD 1 TO NB-TOP
               MOVE TRI-MATRICULE TO TOP-MATRICULE(NB-TOP)
               MOVE TRI-NOM TO TOP-NOM(NB-TOP)
               MOVE TRI-SEXE TO TOP-SEXE(NB-TOP)
               MOVE TRI-CATEGORIE TO TOP-CATEGORIE(NB-TOP)
               MOVE TRI-REMUNERATION TO TOP-REMUNERATION(NB-TOP)
               IF TRI-SEXE = 'H'
                   ADD 1 TO NB-TOP-H
               ELSE
                   ADD 1 TO NB-TOP-F
               END-IF
           END-IF.

       EDITER-POPULATION.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE '--- POPULATION RETENUE ---' TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'HOMMES : ' DELIMITED BY SIZE
                  NB-HOMMES DELIMITED BY SIZE
                  '   FEMMES : ' DELIMITED BY SIZE
                  NB-FEMMES DELIMITED BY SIZE
               INTO LIGNE-ETAT
           END-STRING
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'PAYES MOINS DE ' DELIMITED BY SIZE
                  WS-MOIS-MINIMUM DELIMITED BY SIZE
                  ' MOIS : ' DELIMITED BY SIZE
                  COMPTEURPRESENCE DELIMITED BY SIZE
                  '   FICHES ECARTEES : ' DELIMITED BY SIZE
                  COMPTEURINCOMPLETS DELIMITED BY SIZE
               INTO LIGNE-ETAT
           END-STRING
           WRITE LIGNE-ETAT.

      *****************************************************************
      * Indicateur 1 : par groupe retenu, ecart = (moyenne hommes -
      * moyenne femmes) / moyenne hommes en %, diminue du seuil de
      * pertinence de 5 points (ramene a zero en deca), pondere par
      * l effectif du groupe. Ecart positif : en faveur des hommes.
      *****************************************************************
       CALCULER-ECART-REMU.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE '--- 1. ECART DE REMUNERATION (SUR 40) ---'
               TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 'CATEGORIE' TO LIGNE-ETAT
           MOVE 'AGE' TO LIGNE-ETAT(22:3)
           MOVE 'HOMMES' TO LIGNE-ETAT(33:6)
           MOVE 'MOYENNE H' TO LIGNE-ETAT(43:9)
           MOVE 'FEMMES' TO LIGNE-ETAT(53:6)
           MOVE 'MOYENNE F' TO LIGNE-ETAT(61:9)
           MOVE 'ECART %' TO LIGNE-ETAT(72:7)
           WRITE LIGNE-ETAT
           MOVE 0 TO POS-GROUPE POS-CATEGORIE
           PERFORM EDITER-UNE-CATEGORIE 4 TIMES
           MOVE 'N' TO WS-CALC-REMU
           MOVE 0 TO WS-ECART-GLOBAL WS-ECART-ABSOLU WS-POINTS-REMU
           MOVE SPACE TO WS-FAVORISE-REMU
           IF WS-EFFECTIF-VALIDE > 0
              AND WS-EFFECTIF-VALIDE * 100
                  NOT < (NB-HOMMES + NB-FEMMES) * 40
               MOVE 'O' TO WS-CALC-REMU
               COMPUTE WS-ECART-GLOBAL ROUNDED
                   = WS-SOMME-ECARTS / WS-EFFECTIF-VALIDE
               IF WS-ECART-GLOBAL > 0
                   MOVE 'H' TO WS-FAVORISE-REMU
                   MOVE WS-ECART-GLOBAL TO WS-ECART-ABSOLU
               ELSE
               IF WS-ECART-GLOBAL < 0
                   MOVE 'F' TO WS-FAVORISE-REMU
                   COMPUTE WS-ECART-ABSOLU = 0 - WS-ECART-GLOBAL
               END-IF
               END-IF
               MOVE 1 TO POS-BAREME
               PERFORM AVANCER-BAREME
                   UNTIL WS-ECART-ABSOLU
                         NOT > BORNE-BAREME-TAB(POS-BAREME)
               MOVE POINTS-BAREME-TAB(POS-BAREME) TO WS-POINTS-REMU
               ADD 40 TO WS-POINTS-MAX
               ADD WS-POINTS-REMU TO WS-POINTS-TOTAL
           END-IF
           MOVE SPACES TO LIGNE-ETAT
           IF WS-CALC-REMU = 'O'
               MOVE WS-ECART-GLOBAL TO WS-ECART1-EDIT
               MOVE WS-POINTS-REMU TO WS-POINTS-EDIT
               STRING 'ECART GLOBAL APRES SEUIL : ' DELIMITED BY SIZE
                      WS-ECART1-EDIT DELIMITED BY SIZE
                      ' %   POINTS : ' DELIMITED BY SIZE
                      WS-POINTS-EDIT DELIMITED BY SIZE
                      ' / 40' DELIMITED BY SIZE
                   INTO LIGNE-ETAT
               END-STRING
           ELSE
               MOVE 'NON CALCULABLE : GROUPES RETENUS SOUS 40 % DE L '
                   TO LIGNE-ETAT
               MOVE 'EFFECTIF' TO LIGNE-ETAT(50:8)
           END-IF
           WRITE LIGNE-ETAT.

       EDITER-UNE-CATEGORIE.
           ADD 1 TO POS-CATEGORIE
           MOVE 0 TO POS-TRANCHE
           PERFORM EDITER-UN-GROUPE 4 TIMES.

       EDITER-UN-GROUPE.
           ADD 1 TO POS-GROUPE
           ADD 1 TO POS-TRANCHE
           IF NB-H-TAB(POS-GROUPE) + NB-F-TAB(POS-GROUPE) > 0
               MOVE SPACES TO LIGNE-ETAT
               MOVE LIBELLE-CAT-TAB(POS-CATEGORIE) TO LIGNE-ETAT(1:20)
               MOVE LIBELLE-AGE-TAB(POS-TRANCHE) TO LIGNE-ETAT(22:11)
               MOVE NB-H-TAB(POS-GROUPE) TO WS-NB-EDIT
               MOVE WS-NB-EDIT TO LIGNE-ETAT(34:5)
               MOVE NB-F-TAB(POS-GROUPE) TO WS-NB-EDIT
               MOVE WS-NB-EDIT TO LIGNE-ETAT(54:5)
               MOVE 0 TO WS-MOY-H WS-MOY-F
               IF NB-H-TAB(POS-GROUPE) > 0
                   COMPUTE WS-MOY-H ROUNDED = SOMME-H-TAB(POS-GROUPE)
                                            / NB-H-TAB(POS-GROUPE)
                   MOVE WS-MOY-H TO WS-MONTANT-EDIT
                   MOVE WS-MONTANT-EDIT TO LIGNE-ETAT(41:11)
               END-IF
               IF NB-F-TAB(POS-GROUPE) > 0
                   COMPUTE WS-MOY-F ROUNDED = SOMME-F-TAB(POS-GROUPE)
                                            / NB-F-TAB(POS-GROUPE)
                   MOVE WS-MOY-F TO WS-MONTANT-EDIT
                   MOVE WS-MONTANT-EDIT TO LIGNE-ETAT(59:11)
               END-IF
               IF NB-H-TAB(POS-GROUPE) < 3 OR NB-F-TAB(POS-GROUPE) < 3
                   MOVE 'NON RETENU' TO LIGNE-ETAT(72:10)
               ELSE
                   PERFORM CUMULER-ECART-GROUPE
                   MOVE WS-ECART-GROUPE TO WS-ECART-EDIT
                   MOVE WS-ECART-EDIT TO LIGNE-ETAT(72:7)
               END-IF
               WRITE LIGNE-ETAT
           END-IF.

       CUMULER-ECART-GROUPE.
           COMPUTE WS-ECART-GROUPE ROUNDED
               = (WS-MOY-H - WS-MOY-F) * 100 / WS-MOY-H
           IF WS-ECART-GROUPE > 5
               COMPUTE WS-ECART-AJUSTE = WS-ECART-GROUPE - 5
           ELSE
           IF WS-ECART-GROUPE < -5
               COMPUTE WS-ECART-AJUSTE = WS-ECART-GROUPE + 5
           ELSE
               MOVE 0 TO WS-ECART-AJUSTE
           END-IF
           END-IF
           COMPUTE WS-SOMME-ECARTS = WS-SOMME-ECARTS
               + WS-ECART-AJUSTE
               * (NB-H-TAB(POS-GROUPE) + NB-F-TAB(POS-GROUPE))
           ADD NB-H-TAB(POS-GROUPE) NB-F-TAB(POS-GROUPE)
               TO WS-EFFECTIF-VALIDE.

       AVANCER-BAREME.
           ADD 1 TO POS-BAREME.

      * indicateur 2 : ecart en points entre les taux d hommes et de
      * femmes augmentes
       CALCULER-ECART-AUG.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE '--- 2. ECART DE TAUX D AUGMENTATIONS (SUR 20) ---'
               TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 'N' TO WS-CALC-AUG
           MOVE 0 TO WS-POINTS-AUG
           IF WS-AUG-DISPONIBLES = 'O'
              AND NB-HOMMES NOT < 5 AND NB-FEMMES NOT < 5
              AND NB-AUG-H + NB-AUG-F > 0
               MOVE 'O' TO WS-CALC-AUG
               COMPUTE WS-TAUX-H ROUNDED = NB-AUG-H * 100 / NB-HOMMES
               COMPUTE WS-TAUX-F ROUNDED = NB-AUG-F * 100 / NB-FEMMES
               PERFORM COMPARER-TAUX
               IF WS-ECART-TAUX NOT > 2
                   MOVE 20 TO WS-POINTS-AUG
               ELSE
               IF WS-ECART-TAUX NOT > 5
                   MOVE 10 TO WS-POINTS-AUG
               ELSE
               IF WS-ECART-TAUX NOT > 10
                   MOVE 5 TO WS-POINTS-AUG
               END-IF
               END-IF
               END-IF
               IF WS-FAVORISE-REMU NOT = SPACE
                  AND WS-FAVORISE-TAUX NOT = SPACE
                  AND WS-FAVORISE-TAUX NOT = WS-FAVORISE-REMU
                   MOVE 20 TO WS-POINTS-AUG
               END-IF
               ADD 20 TO WS-POINTS-MAX
               ADD WS-POINTS-AUG TO WS-POINTS-TOTAL
           END-IF
           IF WS-CALC-AUG = 'O'
               PERFORM EDITER-TAUX
               MOVE WS-POINTS-AUG TO WS-POINTS-EDIT
               MOVE SPACES TO LIGNE-ETAT
               STRING 'POINTS : ' DELIMITED BY SIZE
                      WS-POINTS-EDIT DELIMITED BY SIZE
                      ' / 20' DELIMITED BY SIZE
                   INTO LIGNE-ETAT
               END-STRING
           ELSE
               MOVE 'NON CALCULABLE' TO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT.

      * indicateur 3 : meme calcul sur les beneficiaires du run des
      * primes, bareme sur 15
       CALCULER-ECART-PRIMES.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE '--- 3. ECART DE TAUX DE PRIMES (SUR 15) ---'
               TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 'N' TO WS-CALC-PRIME
           MOVE 0 TO WS-POINTS-PRIME
           IF NB-HOMMES NOT < 5 AND NB-FEMMES NOT < 5
              AND NB-PRIME-H + NB-PRIME-F > 0
               MOVE 'O' TO WS-CALC-PRIME
               COMPUTE WS-TAUX-H ROUNDED = NB-PRIME-H * 100 / NB-HOMMES
               COMPUTE WS-TAUX-F ROUNDED = NB-PRIME-F * 100 / NB-FEMMES
               PERFORM COMPARER-TAUX
               IF WS-ECART-TAUX NOT > 2
                   MOVE 15 TO WS-POINTS-PRIME
               ELSE
               IF WS-ECART-TAUX NOT > 5
                   MOVE 10 TO WS-POINTS-PRIME
               ELSE
               IF WS-ECART-TAUX NOT > 10
                   MOVE 5 TO WS-POINTS-PRIME
               END-IF
               END-IF
               END-IF
               IF WS-FAVORISE-REMU NOT = SPACE
                  AND WS-FAVORISE-TAUX NOT = SPACE
                  AND WS-FAVORISE-TAUX NOT = WS-FAVORISE-REMU
                   MOVE 15 TO WS-POINTS-PRIME
               END-IF
               ADD 15 TO WS-POINTS-MAX
               ADD WS-POINTS-PRIME TO WS-POINTS-TOTAL
           END-IF
           IF WS-CALC-PRIME = 'O'
               PERFORM EDITER-TAUX
               MOVE WS-POINTS-PRIME TO WS-POINTS-EDIT
               MOVE SPACES TO LIGNE-ETAT
               STRING 'POINTS : ' DELIMITED BY SIZE
                      WS-POINTS-EDIT DELIMITED BY SIZE
                      ' / 15' DELIMITED BY SIZE
                   INTO LIGNE-ETAT
               END-STRING
           ELSE
               MOVE 'NON CALCULABLE' TO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT.

       COMPARER-TAUX.
           MOVE SPACE TO WS-FAVORISE-TAUX
           IF WS-TAUX-H > WS-TAUX-F
               COMPUTE WS-ECART-TAUX = WS-TAUX-H - WS-TAUX-F
               MOVE 'H' TO WS-FAVORISE-TAUX
           ELSE
               COMPUTE WS-ECART-TAUX = WS-TAUX-F - WS-TAUX-H
               IF WS-ECART-TAUX > 0
                   MOVE 'F' TO WS-FAVORISE-TAUX
               END-IF
           END-IF.

       EDITER-TAUX.
           MOVE SPACES TO LIGNE-ETAT
           MOVE WS-TAUX-H TO WS-PCT-EDIT
           MOVE 'TAUX HOMMES : ' TO LIGNE-ETAT(1:14)
           MOVE WS-PCT-EDIT TO LIGNE-ETAT(15:6)
           MOVE WS-TAUX-F TO WS-PCT-EDIT
           MOVE '%   TAUX FEMMES : ' TO LIGNE-ETAT(22:18)
           MOVE WS-PCT-EDIT TO LIGNE-ETAT(40:6)
           MOVE WS-ECART-TAUX TO WS-PCT-EDIT
           MOVE '%   ECART : ' TO LIGNE-ETAT(47:12)
           MOVE WS-PCT-EDIT TO LIGNE-ETAT(59:6)
           MOVE 'POINTS' TO LIGNE-ETAT(66:6)
           WRITE LIGNE-ETAT.

       EDITER-MATERNITE.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE '--- 4. AUGMENTATION AU RETOUR DE CONGE MATERNITE'
               TO LIGNE-ETAT
           MOVE '(SUR 15) ---' TO LIGNE-ETAT(51:12)
           WRITE LIGNE-ETAT
           MOVE 'NON CALCULABLE : RETOURS DE CONGE MATERNITE NON SUIVIS'
               TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

      * indicateur 5 : 4 ou 5 du sexe sous-represente -> 10 points,
      * 2 ou 3 -> 5 points
       CALCULER-DIX-PREMIERS.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE '--- 5. DIX PLUS HAUTES REMUNERATIONS (SUR 10) ---'
               TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO POS-TOP
           PERFORM EDITER-UN-PREMIER NB-TOP TIMES
           MOVE 'N' TO WS-CALC-TOP
           MOVE 0 TO WS-POINTS-TOP
           IF NB-TOP = 10
               MOVE 'O' TO WS-CALC-TOP
               MOVE NB-TOP-H TO NB-TOP-MINORITE
               IF NB-TOP-F < NB-TOP-H
                   MOVE NB-TOP-F TO NB-TOP-MINORITE
               END-IF
               IF NB-TOP-MINORITE NOT < 4
                   MOVE 10 TO WS-POINTS-TOP
               ELSE
               IF NB-TOP-MINORITE NOT < 2
                   MOVE 5 TO WS-POINTS-TOP
               END-IF
               END-IF
               ADD 10 TO WS-POINTS-MAX
               ADD WS-POINTS-TOP TO WS-POINTS-TOTAL
           END-IF
           MOVE SPACES TO LIGNE-ETAT
           IF WS-CALC-TOP = 'O'
               MOVE WS-POINTS-TOP TO WS-POINTS-EDIT
               STRING 'HOMMES : ' DELIMITED BY SIZE
                      NB-TOP-H DELIMITED BY SIZE
                      '   FEMMES : ' DELIMITED BY SIZE
                      NB-TOP-F DELIMITED BY SIZE
                      '   POINTS : ' DELIMITED BY SIZE
                      WS-POINTS-EDIT DELIMITED BY SIZE
                      ' / 10' DELIMITED BY SIZE
                   INTO LIGNE-ETAT
               END-STRING
           ELSE
               MOVE 'NON CALCULABLE : MOINS DE DIX SALARIES RETENUS'
                   TO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT.

       EDITER-UN-PREMIER.
           ADD 1 TO POS-TOP
           MOVE SPACES TO LIGNE-ETAT
           MOVE POS-TOP TO LIGNE-ETAT(1:2)
           MOVE TOP-MATRICULE(POS-TOP) TO LIGNE-ETAT(5:5)
           MOVE TOP-NOM(POS-TOP) TO LIGNE-ETAT(12:25)
           MOVE TOP-SEXE(POS-TOP) TO LIGNE-ETAT(39:1)
           MOVE TOP-CATEGORIE(POS-TOP) TO LIGNE-ETAT(42:3)
           MOVE TOP-REMUNERATION(POS-TOP) TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-ETAT(47:11)
           WRITE LIGNE-ETAT.

       CALCULER-INDEX.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           IF WS-POINTS-MAX NOT < 75
               COMPUTE WS-INDEX ROUNDED
                   = WS-POINTS-TOTAL * 100 / WS-POINTS-MAX
               MOVE WS-INDEX TO WS-POINTS-EDIT
               STRING 'INDEX DE L EGALITE PROFESSIONNELLE '
                      DELIMITED BY SIZE
                      WS-ANNEE-EGA DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      WS-POINTS-EDIT DELIMITED BY SIZE
                      ' / 100' DELIMITED BY SIZE
                   INTO LIGNE-ETAT
               END-STRING
               WRITE LIGNE-ETAT
               MOVE WS-POINTS-TOTAL TO WS-POINTS-EDIT
               MOVE SPACES TO LIGNE-ETAT
               STRING '(' DELIMITED BY SIZE
                      WS-POINTS-EDIT DELIMITED BY SIZE
                      ' POINTS SUR ' DELIMITED BY SIZE
                      WS-POINTS-MAX DELIMITED BY SIZE
                      ' CALCULABLES)' DELIMITED BY SIZE
                   INTO LIGNE-ETAT
               END-STRING
           ELSE
               MOVE 'INDEX NON CALCULABLE : MOINS DE 75 POINTS '
                   TO LIGNE-ETAT
               MOVE 'CALCULABLES' TO LIGNE-ETAT(43:11)
           END-IF
           WRITE LIGNE-ETAT.

       FIN.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'FICHES LUES : ' DELIMITED BY SIZE
                  COMPTEURLUS DELIMITED BY SIZE
                  ' DESACTIVEES : ' DELIMITED BY SIZE
                  COMPTEURDESACTIVES DELIMITED BY SIZE
                  ' NON PAYEES DANS L ANNEE : ' DELIMITED BY SIZE
                  COMPTEURHORSANNEE DELIMITED BY SIZE
               INTO LIGNE-ETAT
           END-STRING
           WRITE LIGNE-ETAT
           DISPLAY 'EGALITE PROFESSIONNELLE ' WS-ANNEE-EGA
                   ' HOMMES ' NB-HOMMES ' FEMMES ' NB-FEMMES
           IF WS-POINTS-MAX NOT < 75
               DISPLAY 'INDEX : ' WS-INDEX ' / 100'
           ELSE
               DISPLAY 'INDEX NON CALCULABLE'
           END-IF
           IF COMPTEURINCOMPLETS > 0
               DISPLAY 'FICHES INCOMPLETES ECARTEES : '
                       COMPTEURINCOMPLETS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-AUG-DISPONIBLES = 'O'
               CLOSE FAUGMENT
           END-IF
           CLOSE EMPLOYES FPAIEHIST FETAT.

       END PROGRAM EGALPRO.
