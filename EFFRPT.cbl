       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFFRPT.
      *****************************************************************
      * Etat mensuel des effectifs a partir du master EMPLOYES. Le
      * mois edite est passe dans EFFRPT-PERIODE (AAAAMM), par defaut
      * le mois qui precede le mois courant. Les dates d embauche et de
      * depart (EMBAUCHE, DEPART) donnent pour chaque salarie :
      * - present a l ouverture : embauche avant le 1er du mois et
      *   pas de depart avant le 1er;
      * - entree : embauche dans le mois;
      * - sortie : depart dans le mois (par MOTIF-DEPART);
      * - present a la cloture : embauche au plus tard en fin de mois
      *   et pas de depart au plus tard en fin de mois.
      * Les fiches desactivees par EMPMNT (statut I) sont ignorees.
      * Effectif d ouverture, entrees, sorties et effectif de cloture
      * par departement et type de contrat (tri FTRIEFF), sorties par
      * motif, taux de rotation (sorties / effectif moyen), anciennete
      * moyenne et repartition par tranche d anciennete de l effectif
      * de cloture. Chaque execution fige le mois dans
      * HistEffectifs.txt ; la tendance des douze derniers mois y est
      * relue. Etat : Effectifs-AAAAMM.txt.
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
           SELECT FHISTEFF
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\HistEffectifs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIODE-EFF OF enreg-histeff
               FILE STATUS IS WS-HEF-STATUS.
           SELECT FTRIEFF
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\EffTri.tmp'.
           SELECT FETAT
               ASSIGN TO WS-ETAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  FHISTEFF.
       01  enreg-histeff.
           COPY EFFHIST.

       SD  FTRIEFF.
       01  enreg-trieff.
           02 TRI-DEPARTEMENT PIC X(10).
           02 TRI-CONTRAT PIC X(3).
           02 TRI-OUVERTURE PIC 9.
           02 TRI-ENTREE PIC 9.
           02 TRI-SORTIE PIC 9.
           02 TRI-CLOTURE PIC 9.

       FD  FETAT.
       01  LIGNE-ETAT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-EMP PIC 99 VALUE 0.
       77  EOF-TRI PIC 99 VALUE 0.
       77  EOF-HEF PIC 99 VALUE 0.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-HEF-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-PERIODE-ENV PIC X(6) VALUE SPACE.
       77  WS-DEBUT-MOIS PIC 9(8) VALUE 0.
       77  WS-FIN-MOIS PIC 9(8) VALUE 0.
       77  WS-PREMIER PIC X VALUE 'O'.
       77  WS-DEPT-COURANT PIC X(10) VALUE SPACE.
       77  WS-CONTRAT-COURANT PIC X(3) VALUE SPACE.
       77  WS-MOIS-ANCIENNETE PIC 9(4) VALUE 0.
       77  WS-TOTAL-MOIS-ANC PIC 9(9) VALUE 0.
       77  WS-ROTATION PIC 9(3)V99 VALUE 0.
       77  WS-ANCIENNETE-MOY PIC 9(2)V9 VALUE 0.
       77  WS-ROTATION-12 PIC 9(3)V99 VALUE 0.
       77  WS-SOMME-CLOTURES-12 PIC 9(7) VALUE 0.
       77  WS-SORTIES-12 PIC 9(6) VALUE 0.
       77  NB-MOIS-12 PIC 99 VALUE 0.
       77  NB-MOTIFS PIC 99 VALUE 0.
       77  POS-MOTIF PIC 99 VALUE 0.
       77  WS-MOTIF-TROUVE PIC 99 VALUE 0.
       77  WS-MOTIF-COURANT PIC X(15) VALUE SPACE.
       77  POS-TRANCHE PIC 9 VALUE 0.
       77  COMPTEURLUS PIC 9(5) VALUE 0.
       77  COMPTEURDESACTIVES PIC 9(5) VALUE 0.
       77  COMPTEUROUVERTURE PIC 9(5) VALUE 0.
       77  COMPTEURENTREES PIC 9(5) VALUE 0.
       77  COMPTEURSORTIES PIC 9(5) VALUE 0.
       77  COMPTEURCLOTURE PIC 9(5) VALUE 0.
       77  OUVERTURE-GROUPE PIC 9(5) VALUE 0.
       77  ENTREES-GROUPE PIC 9(5) VALUE 0.
       77  SORTIES-GROUPE PIC 9(5) VALUE 0.
       77  CLOTURE-GROUPE PIC 9(5) VALUE 0.
       77  OUVERTURE-DEPT PIC 9(5) VALUE 0.
       77  ENTREES-DEPT PIC 9(5) VALUE 0.
       77  SORTIES-DEPT PIC 9(5) VALUE 0.
       77  CLOTURE-DEPT PIC 9(5) VALUE 0.
       77  WS-NB-EDIT PIC ZZZZ9.
       77  WS-PCT-EDIT PIC ZZ9.99.
       77  WS-ANS-EDIT PIC Z9.9.
       01  WS-ETAT-PATH PIC X(80) VALUE SPACE.
       01  WS-PERIODE-EFF PIC 9(6) VALUE 0.
       01  WS-PERIODE-EFF-R REDEFINES WS-PERIODE-EFF.
           02 WS-AAAA-EFF PIC 9(4).
           02 WS-MM-EFF PIC 99.
       01  WS-PERIODE-DEBUT PIC 9(6) VALUE 0.
       01  WS-PERIODE-DEBUT-R REDEFINES WS-PERIODE-DEBUT.
           02 WS-AAAA-DEBUT PIC 9(4).
           02 WS-MM-DEBUT PIC 99.
       01  WS-DATE-ENTREE PIC 9(8) VALUE 0.
       01  WS-DATE-ENTREE-R REDEFINES WS-DATE-ENTREE.
           02 WS-AAAA-ENTREE PIC 9(4).
           02 WS-MM-ENTREE PIC 99.
           02 WS-JJ-ENTREE PIC 99.
       01  WS-INDICATEURS.
           02 WS-IND-OUVERTURE PIC X VALUE '0'.
           02 WS-IND-ENTREE PIC X VALUE '0'.
           02 WS-IND-SORTIE PIC X VALUE '0'.
           02 WS-IND-CLOTURE PIC X VALUE '0'.
       01  TABLE-MOTIFS.
           02 MOTIF-TAB OCCURS 20 TIMES.
              03 LIBELLE-MOTIF-TAB PIC X(15).
              03 NB-MOTIF-TAB PIC 9(5).
      * bornes superieures des tranches d anciennete, en mois
       01  LIBELLES-TRANCHES.
           02 FILLER PIC X(19) VALUE '0012MOINS D 1 AN   '.
           02 FILLER PIC X(19) VALUE '00241 A 2 ANS      '.
           02 FILLER PIC X(19) VALUE '00602 A 5 ANS      '.
           02 FILLER PIC X(19) VALUE '01205 A 10 ANS     '.
           02 FILLER PIC X(19) VALUE '024010 A 20 ANS    '.
           02 FILLER PIC X(19) VALUE '999920 ANS ET PLUS '.
       01  TABLE-TRANCHES REDEFINES LIBELLES-TRANCHES.
           02 TRANCHE-TAB OCCURS 6 TIMES.
              03 BORNE-TRANCHE-TAB PIC 9(4).
              03 LIBELLE-TRANCHE-TAB PIC X(15).
       01  TABLE-NB-TRANCHES.
           02 NB-TRANCHE-TAB PIC 9(5) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           SORT FTRIEFF
               ASCENDING KEY TRI-DEPARTEMENT TRI-CONTRAT
               INPUT PROCEDURE IS CLASSER-EFFECTIFS
               OUTPUT PROCEDURE IS EDITER-EFFECTIFS
           PERFORM CALCULER-INDICATEURS
           PERFORM EDITER-MOTIFS
           PERFORM EDITER-ANCIENNETE
           PERFORM FIGER-MOIS
           PERFORM EDITER-TENDANCE
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT 'EFFRPT-PERIODE'
           IF WS-PERIODE-ENV NOT = SPACES
              AND WS-PERIODE-ENV IS NUMERIC
               MOVE WS-PERIODE-ENV TO WS-PERIODE-EFF
           ELSE
               COMPUTE WS-PERIODE-EFF = WS-DATE-JOUR / 100
               IF WS-MM-EFF = 1
                   SUBTRACT 1 FROM WS-AAAA-EFF
                   MOVE 12 TO WS-MM-EFF
               ELSE
                   SUBTRACT 1 FROM WS-MM-EFF
               END-IF
           END-IF
           IF WS-MM-EFF < 1 OR WS-MM-EFF > 12
               DISPLAY 'PERIODE INVALIDE : ' WS-PERIODE-EFF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DEBUT-MOIS = WS-PERIODE-EFF * 100 + 1
           COMPUTE WS-FIN-MOIS = WS-PERIODE-EFF * 100 + 31
           MOVE 0 TO NB-TRANCHE-TAB(1) NB-TRANCHE-TAB(2)
                     NB-TRANCHE-TAB(3) NB-TRANCHE-TAB(4)
                     NB-TRANCHE-TAB(5) NB-TRANCHE-TAB(6)
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'FICHIER EMPLOYES ABSENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FHISTEFF
           IF WS-HEF-STATUS NOT = '00'
               OPEN OUTPUT FHISTEFF
               CLOSE FHISTEFF
               OPEN I-O FHISTEFF
           END-IF
           MOVE SPACES TO WS-ETAT-PATH
           STRING 'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Effectifs-'
                  DELIMITED BY SIZE
                  WS-PERIODE-EFF DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ETAT-PATH
           END-STRING
           OPEN OUTPUT FETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING '--- ETAT DES EFFECTIFS DU MOIS ' DELIMITED BY SIZE
                  WS-PERIODE-EFF DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-ETAT
           END-STRING
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 'DEPARTEMENT CONTRAT' TO LIGNE-ETAT
           MOVE 'OUVERTURE' TO LIGNE-ETAT(24:9)
           MOVE 'ENTREES' TO LIGNE-ETAT(36:7)
           MOVE 'SORTIES' TO LIGNE-ETAT(46:7)
           MOVE 'CLOTURE' TO LIGNE-ETAT(56:7)
           WRITE LIGNE-ETAT.

       CLASSER-EFFECTIFS.
           READ EMPLOYES
               AT END MOVE 1 TO EOF-EMP
           END-READ
           PERFORM CLASSER-UN-EMPLOYE UNTIL EOF-EMP = 1.

       CLASSER-UN-EMPLOYE.
           ADD 1 TO COMPTEURLUS
           IF STATUT-EMPLOYE = 'I'
               ADD 1 TO COMPTEURDESACTIVES
           ELSE
               PERFORM SITUER-EMPLOYE
               IF WS-INDICATEURS NOT = '0000'
                   MOVE DEPARTEMENT-EMPLOYE TO TRI-DEPARTEMENT
                   IF TRI-DEPARTEMENT = SPACES
                       MOVE 'NON AFFECT' TO TRI-DEPARTEMENT
                   END-IF
                   MOVE TYPE-CONTRAT TO TRI-CONTRAT
                   MOVE WS-IND-OUVERTURE TO TRI-OUVERTURE
                   MOVE WS-IND-ENTREE TO TRI-ENTREE
                   MOVE WS-IND-SORTIE TO TRI-SORTIE
                   MOVE WS-IND-CLOTURE TO TRI-CLOTURE
                   RELEASE enreg-trieff
               END-IF
           END-IF
           READ EMPLOYES
               AT END MOVE 1 TO EOF-EMP
           END-READ.

      * une date de depart a zero signifie salarie en poste
       SITUER-EMPLOYE.
           MOVE '0000' TO WS-INDICATEURS
           IF DATE-EMBAUCHE < WS-DEBUT-MOIS
              AND (DATE-DEPART = 0 OR DATE-DEPART >= WS-DEBUT-MOIS)
               MOVE '1' TO WS-IND-OUVERTURE
           END-IF
           IF DATE-EMBAUCHE >= WS-DEBUT-MOIS
              AND DATE-EMBAUCHE <= WS-FIN-MOIS
               MOVE '1' TO WS-IND-ENTREE
           END-IF
           IF DATE-DEPART >= WS-DEBUT-MOIS
              AND DATE-DEPART <= WS-FIN-MOIS
               MOVE '1' TO WS-IND-SORTIE
               PERFORM COMPTER-MOTIF
           END-IF
           IF DATE-EMBAUCHE <= WS-FIN-MOIS
              AND (DATE-DEPART = 0 OR DATE-DEPART > WS-FIN-MOIS)
               MOVE '1' TO WS-IND-CLOTURE
               PERFORM CLASSER-ANCIENNETE
           END-IF.

       COMPTER-MOTIF.
           MOVE MOTIF-DEPART TO WS-MOTIF-COURANT
           IF WS-MOTIF-COURANT = SPACES
               MOVE 'NON PRECISE' TO WS-MOTIF-COURANT
           END-IF
           MOVE 0 TO WS-MOTIF-TROUVE POS-MOTIF
           PERFORM COMPARER-MOTIF NB-MOTIFS TIMES
           IF WS-MOTIF-TROUVE = 0
               IF NB-MOTIFS < 20
                   ADD 1 TO NB-MOTIFS
                   MOVE NB-MOTIFS TO WS-MOTIF-TROUVE
                   MOVE WS-MOTIF-COURANT
                       TO LIBELLE-MOTIF-TAB(WS-MOTIF-TROUVE)
                   MOVE 0 TO NB-MOTIF-TAB(WS-MOTIF-TROUVE)
               ELSE
                   MOVE 20 TO WS-MOTIF-TROUVE
                   MOVE 'AUTRES MOTIFS' TO LIBELLE-MOTIF-TAB(20)
               END-IF
           END-IF
           ADD 1 TO NB-MOTIF-TAB(WS-MOTIF-TROUVE).

       COMPARER-MOTIF.
           ADD 1 TO POS-MOTIF
           IF LIBELLE-MOTIF-TAB(POS-MOTIF) = WS-MOTIF-COURANT
               MOVE POS-MOTIF TO WS-MOTIF-TROUVE
           END-IF.

      * anciennete en mois pleins a la fin du mois edite
       CLASSER-ANCIENNETE.
           MOVE DATE-EMBAUCHE TO WS-DATE-ENTREE
           COMPUTE WS-MOIS-ANCIENNETE
               = (WS-AAAA-EFF - WS-AAAA-ENTREE) * 12
               + WS-MM-EFF - WS-MM-ENTREE
           ADD WS-MOIS-ANCIENNETE TO WS-TOTAL-MOIS-ANC
           MOVE 1 TO POS-TRANCHE
           PERFORM AVANCER-TRANCHE
               UNTIL POS-TRANCHE = 6
                  OR WS-MOIS-ANCIENNETE < BORNE-TRANCHE-TAB(POS-TRANCHE)
           ADD 1 TO NB-TRANCHE-TAB(POS-TRANCHE).

       AVANCER-TRANCHE.
           ADD 1 TO POS-TRANCHE.

       EDITER-EFFECTIFS.
           PERFORM EDITER-UN-GROUPE UNTIL EOF-TRI = 1
           IF WS-PREMIER = 'N'
               PERFORM TOTALISER-CONTRAT
               PERFORM TOTALISER-DEPARTEMENT
           END-IF
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 'TOTAL ENTREPRISE' TO LIGNE-ETAT
           MOVE COMPTEUROUVERTURE TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(28:5)
           MOVE COMPTEURENTREES TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(38:5)
           MOVE COMPTEURSORTIES TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(48:5)
           MOVE COMPTEURCLOTURE TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(58:5)
           WRITE LIGNE-ETAT.

       EDITER-UN-GROUPE.
           RETURN FTRIEFF
               AT END MOVE 1 TO EOF-TRI
           END-RETURN
           IF EOF-TRI NOT = 1
               IF WS-PREMIER = 'O'
                   MOVE 'N' TO WS-PREMIER
                   PERFORM OUVRIR-DEPARTEMENT
                   PERFORM OUVRIR-CONTRAT
               ELSE
               IF TRI-DEPARTEMENT NOT = WS-DEPT-COURANT
                   PERFORM TOTALISER-CONTRAT
                   PERFORM TOTALISER-DEPARTEMENT
                   PERFORM OUVRIR-DEPARTEMENT
                   PERFORM OUVRIR-CONTRAT
               ELSE
               IF TRI-CONTRAT NOT = WS-CONTRAT-COURANT
                   PERFORM TOTALISER-CONTRAT
                   PERFORM OUVRIR-CONTRAT
               END-IF
               END-IF
               END-IF
               ADD TRI-OUVERTURE TO OUVERTURE-GROUPE
               ADD TRI-ENTREE TO ENTREES-GROUPE
               ADD TRI-SORTIE TO SORTIES-GROUPE
               ADD TRI-CLOTURE TO CLOTURE-GROUPE
           END-IF.

       OUVRIR-DEPARTEMENT.
           MOVE TRI-DEPARTEMENT TO WS-DEPT-COURANT
           MOVE 0 TO OUVERTURE-DEPT ENTREES-DEPT
           MOVE 0 TO SORTIES-DEPT CLOTURE-DEPT
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT.

       OUVRIR-CONTRAT.
           MOVE TRI-CONTRAT TO WS-CONTRAT-COURANT
           MOVE 0 TO OUVERTURE-GROUPE ENTREES-GROUPE
           MOVE 0 TO SORTIES-GROUPE CLOTURE-GROUPE.

       TOTALISER-CONTRAT.
           MOVE SPACES TO LIGNE-ETAT
           MOVE WS-DEPT-COURANT TO LIGNE-ETAT(1:10)
           MOVE WS-CONTRAT-COURANT TO LIGNE-ETAT(13:3)
           MOVE OUVERTURE-GROUPE TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(28:5)
           MOVE ENTREES-GROUPE TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(38:5)
           MOVE SORTIES-GROUPE TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(48:5)
           MOVE CLOTURE-GROUPE TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(58:5)
           WRITE LIGNE-ETAT
           ADD OUVERTURE-GROUPE TO OUVERTURE-DEPT COMPTEUROUVERTURE
           ADD ENTREES-GROUPE TO ENTREES-DEPT COMPTEURENTREES
           ADD SORTIES-GROUPE TO SORTIES-DEPT COMPTEURSORTIES
           ADD CLOTURE-GROUPE TO CLOTURE-DEPT COMPTEURCLOTURE.

       TOTALISER-DEPARTEMENT.
           MOVE SPACES TO LIGNE-ETAT
           MOVE WS-DEPT-COURANT TO LIGNE-ETAT(1:10)
           MOVE 'TOTAL' TO LIGNE-ETAT(13:5)
           MOVE OUVERTURE-DEPT TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(28:5)
           MOVE ENTREES-DEPT TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(38:5)
           MOVE SORTIES-DEPT TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(48:5)
           MOVE CLOTURE-DEPT TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(58:5)
           WRITE LIGNE-ETAT.

      * rotation = sorties / effectif moyen (ouverture + cloture) / 2
       CALCULER-INDICATEURS.
           MOVE 0 TO WS-ROTATION WS-ANCIENNETE-MOY
           IF COMPTEUROUVERTURE + COMPTEURCLOTURE > 0
               COMPUTE WS-ROTATION ROUNDED
                   = COMPTEURSORTIES * 200
                   / (COMPTEUROUVERTURE + COMPTEURCLOTURE)
           END-IF
           IF COMPTEURCLOTURE > 0
               COMPUTE WS-ANCIENNETE-MOY ROUNDED
                   = WS-TOTAL-MOIS-ANC / 12 / COMPTEURCLOTURE
           END-IF
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-ROTATION TO WS-PCT-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'TAUX DE ROTATION DU MOIS : ' DELIMITED BY SIZE
                  WS-PCT-EDIT DELIMITED BY SIZE
                  ' %' DELIMITED BY SIZE
               INTO LIGNE-ETAT
           END-STRING
           WRITE LIGNE-ETAT
           MOVE WS-ANCIENNETE-MOY TO WS-ANS-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'ANCIENNETE MOYENNE A LA CLOTURE : ' DELIMITED BY SIZE
                  WS-ANS-EDIT DELIMITED BY SIZE
                  ' ANS' DELIMITED BY SIZE
               INTO LIGNE-ETAT
           END-STRING
           WRITE LIGNE-ETAT.

       EDITER-MOTIFS.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE '--- SORTIES PAR MOTIF ---' TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF NB-MOTIFS = 0
               MOVE 'AUCUNE SORTIE DANS LE MOIS' TO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF
           MOVE 0 TO POS-MOTIF
           PERFORM EDITER-UN-MOTIF NB-MOTIFS TIMES.

       EDITER-UN-MOTIF.
           ADD 1 TO POS-MOTIF
           MOVE SPACES TO LIGNE-ETAT
           MOVE LIBELLE-MOTIF-TAB(POS-MOTIF) TO LIGNE-ETAT(1:15)
           MOVE NB-MOTIF-TAB(POS-MOTIF) TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(18:5)
           WRITE LIGNE-ETAT.

       EDITER-ANCIENNETE.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE '--- ANCIENNETE DE L EFFECTIF DE CLOTURE ---'
               TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 0 TO POS-TRANCHE
           PERFORM EDITER-UNE-TRANCHE 6 TIMES.

       EDITER-UNE-TRANCHE.
           ADD 1 TO POS-TRANCHE
           MOVE SPACES TO LIGNE-ETAT
           MOVE LIBELLE-TRANCHE-TAB(POS-TRANCHE) TO LIGNE-ETAT(1:15)
           MOVE NB-TRANCHE-TAB(POS-TRANCHE) TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(18:5)
           WRITE LIGNE-ETAT.

      * une nouvelle execution sur le meme mois remplace sa fiche
       FIGER-MOIS.
           MOVE WS-PERIODE-EFF TO PERIODE-EFF
           MOVE COMPTEUROUVERTURE TO OUVERTURE-EFF
           MOVE COMPTEURENTREES TO ENTREES-EFF
           MOVE COMPTEURSORTIES TO SORTIES-EFF
           MOVE COMPTEURCLOTURE TO CLOTURE-EFF
           MOVE WS-ROTATION TO ROTATION-EFF
           MOVE WS-ANCIENNETE-MOY TO ANCIENNETE-EFF
           MOVE WS-DATE-JOUR TO DATE-CALCUL-EFF
           WRITE enreg-histeff
               INVALID KEY
                   REWRITE enreg-histeff
                   END-REWRITE
           END-WRITE.

      *****************************************************************
      * Tendance glissante : les douze mois figes qui se terminent au
      * mois edite ; la rotation sur douze mois rapporte le total des
      * sorties a l effectif de cloture moyen des mois presents.
      *****************************************************************
       EDITER-TENDANCE.
           MOVE WS-PERIODE-EFF TO WS-PERIODE-DEBUT
           IF WS-MM-DEBUT = 12
               MOVE 1 TO WS-MM-DEBUT
           ELSE
               SUBTRACT 1 FROM WS-AAAA-DEBUT
               ADD 1 TO WS-MM-DEBUT
           END-IF
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE '--- TENDANCE SUR DOUZE MOIS ---' TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE 'PERIODE' TO LIGNE-ETAT
           MOVE 'OUVERTURE' TO LIGNE-ETAT(10:9)
           MOVE 'ENTREES' TO LIGNE-ETAT(22:7)
           MOVE 'SORTIES' TO LIGNE-ETAT(32:7)
           MOVE 'CLOTURE' TO LIGNE-ETAT(42:7)
           MOVE 'ROTATION' TO LIGNE-ETAT(51:8)
           MOVE 'ANCIENNETE' TO LIGNE-ETAT(61:10)
           WRITE LIGNE-ETAT
           MOVE WS-PERIODE-DEBUT TO PERIODE-EFF
           MOVE 0 TO EOF-HEF
           START FHISTEFF KEY NOT < PERIODE-EFF
               INVALID KEY MOVE 1 TO EOF-HEF
           END-START
           IF EOF-HEF = 0
               READ FHISTEFF NEXT RECORD
                   AT END MOVE 1 TO EOF-HEF
               END-READ
           END-IF
           PERFORM EDITER-UN-MOIS
               UNTIL EOF-HEF = 1
                  OR PERIODE-EFF > WS-PERIODE-EFF
           MOVE 0 TO WS-ROTATION-12
           IF WS-SOMME-CLOTURES-12 > 0
               COMPUTE WS-ROTATION-12 ROUNDED
                   = WS-SORTIES-12 * 100 * NB-MOIS-12
                   / WS-SOMME-CLOTURES-12
           END-IF
           MOVE WS-ROTATION-12 TO WS-PCT-EDIT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'ROTATION SUR ' DELIMITED BY SIZE
                  NB-MOIS-12 DELIMITED BY SIZE
                  ' MOIS : ' DELIMITED BY SIZE
                  WS-PCT-EDIT DELIMITED BY SIZE
                  ' %' DELIMITED BY SIZE
               INTO LIGNE-ETAT
           END-STRING
           WRITE LIGNE-ETAT.

       EDITER-UN-MOIS.
           ADD 1 TO NB-MOIS-12
           ADD SORTIES-EFF TO WS-SORTIES-12
           ADD CLOTURE-EFF TO WS-SOMME-CLOTURES-12
           MOVE SPACES TO LIGNE-ETAT
           MOVE PERIODE-EFF TO LIGNE-ETAT(1:6)
           MOVE OUVERTURE-EFF TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(14:5)
           MOVE ENTREES-EFF TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(24:5)
           MOVE SORTIES-EFF TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(34:5)
           MOVE CLOTURE-EFF TO WS-NB-EDIT
           MOVE WS-NB-EDIT TO LIGNE-ETAT(44:5)
           MOVE ROTATION-EFF TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO LIGNE-ETAT(53:6)
           MOVE ANCIENNETE-EFF TO WS-ANS-EDIT
           MOVE WS-ANS-EDIT TO LIGNE-ETAT(67:4)
           WRITE LIGNE-ETAT
           READ FHISTEFF NEXT RECORD
               AT END MOVE 1 TO EOF-HEF
           END-READ.

       FIN.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'FICHES LUES : ' DELIMITED BY SIZE
                  COMPTEURLUS DELIMITED BY SIZE
                  ' DESACTIVEES IGNOREES : ' DELIMITED BY SIZE
                  COMPTEURDESACTIVES DELIMITED BY SIZE
               INTO LIGNE-ETAT
           END-STRING
           WRITE LIGNE-ETAT
           DISPLAY 'EFFECTIFS ' WS-PERIODE-EFF
                   ' OUVERTURE ' COMPTEUROUVERTURE
                   ' ENTREES ' COMPTEURENTREES
                   ' SORTIES ' COMPTEURSORTIES
                   ' CLOTURE ' COMPTEURCLOTURE
           CLOSE EMPLOYES FHISTEFF FETAT.

       END PROGRAM EFFRPT.
