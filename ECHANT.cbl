       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHANT.
      *****************************************************************
      * Tirage de l echantillon de controle des auditeurs sur la
      * periode ECHANT-DEBUT a ECHANT-FIN (AAAAMM, defaut le dernier
      * trimestre clos) : factures, avoirs et penalites de l encours
      * (date de facture), encaissements de HistReglements.txt (date
      * de reglement) et bulletins de PaieHist (periode de paie).
      * Chaque piece de la periode recoit un nombre aleatoire tire
      * d une suite pseudo-aleatoire (generateur multiplicatif 16807
      * modulo 2147483647) initialisee par la graine ECHANT-GRAINE,
      * defaut l heure du tirage ; les pieces sont reparties par
      * source et par tranche de montant (bornes ECHANT-BORNE1 et
      * ECHANT-BORNE2 de Params.txt, defaut 1000 et 5000 euros) et
      * les ECHANT-TAILLE (defaut 5) plus petits tirages de chaque
      * tranche sont retenus. Les pieces d au moins ECHANT-SEUIL
      * (defaut 10000 euros) sont toutes retenues. Meme graine, meme
      * periode et memes parametres redonnent le meme echantillon.
      * La feuille EchantAudit-debut-fin.txt liste les pieces avec
      * leurs references, le journal EchantLog.txt garde chaque
      * tirage (operateur, graine, parametres) et une trace d audit
      * ECHANTILLON porte la graine. Niveau operateur 2 exige.
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
           SELECT FHISTREGL
               ASSIGN TO 'C:\Users\CRM\Desktop\HistReglements.txt'
               FILE STATUS IS WS-HRG-STATUS.
           SELECT FPAIEHIST
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaieHist.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-PHIST OF enreg-paiehist
               FILE STATUS IS WS-PHIST-STATUS.
           SELECT FTRIECH
               ASSIGN TO 'C:\Users\CRM\Desktop\EchantTri.tmp'.
           SELECT FFEUILLE
               ASSIGN TO WS-FEUILLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FJOURNAL
               ASSIGN TO 'C:\Users\CRM\Desktop\EchantLog.txt'
               FILE STATUS IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FHISTREGL.
       01  enreg-hist-regl.
           COPY REGHIST.

       FD  FPAIEHIST.
       01  enreg-paiehist.
           COPY PAIEHIST.

      * SOURCE-ECH : 1 encours, 2 encaissements, 3 paie
      * STRATE-ECH : 1 a 3 tranches de montant, 4 au-dessus du seuil
       SD  FTRIECH.
       01  enreg-triech.
           02 SOURCE-ECH PIC 9.
           02 STRATE-ECH PIC 9.
           02 ALEA-ECH PIC 9(10).
           02 RANG-ECH PIC 9(7).
           02 DATE-ECH PIC 9(8).
           02 MONTANT-ECH PIC 9(8)V99.
           02 REFERENCE-ECH PIC X(40).

       FD  FFEUILLE.
       01  LIGNE-FEUILLE PIC X(120).

       FD  FJOURNAL.
       01  enreg-journal-ech.
           02 LOG-ECH-DATE PIC 9(8).
           02 LOG-ECH-HEURE PIC 9(8).
           02 LOG-ECH-OPERATEUR PIC X(8).
           02 LOG-ECH-DEBUT PIC 9(6).
           02 LOG-ECH-FIN PIC 9(6).
           02 LOG-ECH-GRAINE PIC 9(10).
           02 LOG-ECH-TAILLE PIC 9(3).
           02 LOG-ECH-SEUIL PIC 9(8).
           02 LOG-ECH-BORNE1 PIC 9(8).
           02 LOG-ECH-BORNE2 PIC 9(8).
           02 LOG-ECH-POPULATION PIC 9(7).
           02 LOG-ECH-TIRES PIC 9(7).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-HRG-STATUS PIC X(2) VALUE '00'.
       77  WS-PHIST-STATUS PIC X(2) VALUE '00'.
       77  WS-JRN-STATUS PIC X(2) VALUE '00'.
       77  EOF-ENC PIC 99 VALUE 0.
       77  EOF-HRG PIC 99 VALUE 0.
       77  EOF-PHIST PIC 99 VALUE 0.
       77  EOF-TRI PIC 99 VALUE 0.
       77  WS-ETAT-ENC PIC X(7) VALUE 'ABSENT'.
       77  WS-ETAT-HRG PIC X(7) VALUE 'ABSENT'.
       77  WS-ETAT-PHIST PIC X(7) VALUE 'ABSENT'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-HEURE-TIRAGE PIC 9(8) VALUE 0.
       77  WS-DEBUT-ENV PIC X(6) VALUE SPACE.
       77  WS-FIN-ENV PIC X(6) VALUE SPACE.
       77  WS-GRAINE-ENV PIC X(10) VALUE SPACE.
       77  WS-LONG-GRAINE PIC 99 VALUE 0.
       77  WS-PERIODE-DEBUT PIC 9(6) VALUE 0.
       77  WS-PERIODE-FIN PIC 9(6) VALUE 0.
       77  WS-PERIODE-PRIME PIC 9(6) VALUE 0.
       77  WS-PERIODE-PIECE PIC 9(6) VALUE 0.
       77  WS-ANNEE PIC 9(4) VALUE 0.
       77  WS-TRIMESTRE PIC 9 VALUE 0.
       77  WS-MOIS-DEBUT PIC S99 VALUE 0.
       77  WS-MOIS-FIN PIC 99 VALUE 0.
       77  WS-GRAINE PIC 9(10) VALUE 0.
       77  WS-ALEA PIC 9(10) VALUE 0.
       77  WS-PRODUIT PIC 9(15) VALUE 0.
       77  WS-QUOTIENT PIC 9(15) VALUE 0.
       77  WS-RANG PIC 9(7) VALUE 0.
       77  WS-MONTANT-PIECE PIC 9(8)V99 VALUE 0.
       77  WS-STRATE PIC 9 VALUE 0.
       77  WS-PREMIER PIC X VALUE 'O'.
       77  WS-SOURCE-COURANTE PIC 9 VALUE 0.
       77  WS-STRATE-COURANTE PIC 9 VALUE 0.
       77  WS-RETENUS-STRATE PIC 9(7) VALUE 0.
       77  POS-SOURCE PIC 9 VALUE 0.
       77  POS-STRATE PIC 9 VALUE 0.
       77  COMPTEURPOPULATION PIC 9(7) VALUE 0.
       77  COMPTEURTIRES PIC 9(7) VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZZZ9.99.
       77  WS-NOMBRE-EDIT PIC ZZZZZZ9.
       01  WS-DATE-JOUR-DEC.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 99.
           02 WS-JJ-JOUR PIC 99.
       01  WS-FEUILLE-PATH PIC X(80) VALUE SPACE.
       01  WS-TAILLE-PARAM.
           02 WS-TAILLE-SAISIE PIC X(3).
           02 WS-TAILLE REDEFINES WS-TAILLE-SAISIE PIC 9(3).
       01  WS-SEUIL-PARAM.
           02 WS-SEUIL-SAISI PIC X(8).
           02 WS-SEUIL REDEFINES WS-SEUIL-SAISI PIC 9(8).
       01  WS-BORNE1-PARAM.
           02 WS-BORNE1-SAISIE PIC X(8).
           02 WS-BORNE1 REDEFINES WS-BORNE1-SAISIE PIC 9(8).
       01  WS-BORNE2-PARAM.
           02 WS-BORNE2-SAISIE PIC X(8).
           02 WS-BORNE2 REDEFINES WS-BORNE2-SAISIE PIC 9(8).

      * population et tirage par source et par strate
       01  TABLE-STRATES.
           02 SOURCE-TAB OCCURS 3 TIMES.
              03 STRATE-TAB OCCURS 4 TIMES.
                 04 POPULATION-TAB PIC 9(7).
                 04 MONTANT-POP-TAB PIC 9(10)V99.
                 04 TIRES-TAB PIC 9(7).

       01  LIBELLES-SOURCES.
           02 FILLER PIC X(30) VALUE 'FACTURES ET AVOIRS (ENCOURS)'.
           02 FILLER PIC X(30) VALUE 'ENCAISSEMENTS (HISTREGLEMENTS)'.
           02 FILLER PIC X(30) VALUE 'BULLETINS DE PAIE (PAIEHIST)'.
       01  TABLE-SOURCES REDEFINES LIBELLES-SOURCES.
           02 LIBELLE-SOURCE PIC X(30) OCCURS 3 TIMES.

       01  LIBELLES-STRATES.
           02 FILLER PIC X(10) VALUE 'TRANCHE 1'.
           02 FILLER PIC X(10) VALUE 'TRANCHE 2'.
           02 FILLER PIC X(10) VALUE 'TRANCHE 3'.
           02 FILLER PIC X(10) VALUE 'EXHAUSTIF'.
       01  TABLE-LIBELLES-STRATES REDEFINES LIBELLES-STRATES.
           02 LIBELLE-STRATE PIC X(10) OCCURS 4 TIMES.

       01  LIGNE-DETAIL.
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-NUMERO PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-STRATE PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-REFERENCE PIC X(40).
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-MONTANT PIC ZZZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-TIRAGE PIC 9(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 LD-CONTROLE PIC X(20).
           02 FILLER PIC X(3) VALUE SPACE.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           SORT FTRIECH
               ASCENDING KEY SOURCE-ECH STRATE-ECH ALEA-ECH RANG-ECH
               INPUT PROCEDURE IS TIRER-POPULATION
               OUTPUT PROCEDURE IS EDITER-ECHANTILLON
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 2
               DISPLAY 'NIVEAU OPERATEUR REQUIS POUR TIRER UN '
                       'ECHANTILLON'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-TIRAGE FROM TIME
           PERFORM CHOISIR-PERIODE
           PERFORM CHOISIR-GRAINE
           PERFORM LIRE-PARAMETRES
           INITIALIZE TABLE-STRATES
           MOVE WS-GRAINE TO WS-ALEA
           MOVE SPACES TO WS-FEUILLE-PATH
           STRING 'C:\Users\CRM\Desktop\EchantAudit-' DELIMITED BY SIZE
                  WS-PERIODE-DEBUT DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PERIODE-FIN DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-FEUILLE-PATH
           END-STRING.

      * sans periode saisie, le trimestre civil qui precede le
      * trimestre en cours ; une seule borne saisie = un seul mois
       CHOISIR-PERIODE.
           MOVE WS-DATE-JOUR TO WS-DATE-JOUR-DEC
           ACCEPT WS-DEBUT-ENV FROM ENVIRONMENT 'ECHANT-DEBUT'
           ACCEPT WS-FIN-ENV FROM ENVIRONMENT 'ECHANT-FIN'
           IF WS-DEBUT-ENV NOT = SPACES
              AND WS-DEBUT-ENV IS NUMERIC
               MOVE WS-DEBUT-ENV TO WS-PERIODE-DEBUT
               IF WS-FIN-ENV NOT = SPACES
                  AND WS-FIN-ENV IS NUMERIC
                   MOVE WS-FIN-ENV TO WS-PERIODE-FIN
               ELSE
                   MOVE WS-PERIODE-DEBUT TO WS-PERIODE-FIN
               END-IF
           ELSE
               MOVE WS-AAAA-JOUR TO WS-ANNEE
               COMPUTE WS-TRIMESTRE = (WS-MM-JOUR - 1) / 3
               COMPUTE WS-MOIS-DEBUT = WS-TRIMESTRE * 3 - 2
               IF WS-MOIS-DEBUT < 1
                   ADD 12 TO WS-MOIS-DEBUT
                   SUBTRACT 1 FROM WS-ANNEE
               END-IF
               COMPUTE WS-PERIODE-DEBUT
                   = WS-ANNEE * 100 + WS-MOIS-DEBUT
               COMPUTE WS-PERIODE-FIN = WS-PERIODE-DEBUT + 2
           END-IF
           IF WS-PERIODE-FIN < WS-PERIODE-DEBUT
               DISPLAY 'PERIODE INVALIDE : ' WS-PERIODE-DEBUT
                       ' A ' WS-PERIODE-FIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * la graine effective (1 a 2147483646) est celle journalisee :
      * elle suffit a refaire le meme tirage
       CHOISIR-GRAINE.
           ACCEPT WS-GRAINE-ENV FROM ENVIRONMENT 'ECHANT-GRAINE'
           MOVE 0 TO WS-LONG-GRAINE
           INSPECT WS-GRAINE-ENV TALLYING WS-LONG-GRAINE
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LONG-GRAINE > 0
              AND WS-GRAINE-ENV(1:WS-LONG-GRAINE) IS NUMERIC
               MOVE WS-GRAINE-ENV(1:WS-LONG-GRAINE) TO WS-GRAINE
           ELSE
               COMPUTE WS-GRAINE = WS-HEURE-TIRAGE + 1
           END-IF
           DIVIDE WS-GRAINE BY 2147483647
               GIVING WS-QUOTIENT REMAINDER WS-GRAINE
           IF WS-GRAINE = 0
               MOVE 1 TO WS-GRAINE
           END-IF.

       LIRE-PARAMETRES.
           MOVE '005' TO WS-TAILLE-SAISIE
           MOVE 'ECHANT-TAILLE' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
              AND PARAM-VALEUR(1:3) IS NUMERIC
               MOVE PARAM-VALEUR(1:3) TO WS-TAILLE-SAISIE
           END-IF
           MOVE '00010000' TO WS-SEUIL-SAISI
           MOVE 'ECHANT-SEUIL' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
              AND PARAM-VALEUR(1:8) IS NUMERIC
               MOVE PARAM-VALEUR(1:8) TO WS-SEUIL-SAISI
           END-IF
           MOVE '00001000' TO WS-BORNE1-SAISIE
           MOVE 'ECHANT-BORNE1' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
              AND PARAM-VALEUR(1:8) IS NUMERIC
               MOVE PARAM-VALEUR(1:8) TO WS-BORNE1-SAISIE
           END-IF
           MOVE '00005000' TO WS-BORNE2-SAISIE
           MOVE 'ECHANT-BORNE2' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
              AND PARAM-VALEUR(1:8) IS NUMERIC
               MOVE PARAM-VALEUR(1:8) TO WS-BORNE2-SAISIE
           END-IF.

      *****************************************************************
      * population : chaque piece de la periode consomme un tirage,
      * dans l ordre de lecture des fichiers, y compris les pieces
      * au-dessus du seuil, pour que la suite reste reproductible
      *****************************************************************
       TIRER-POPULATION.
           PERFORM TIRER-ENCOURS
           PERFORM TIRER-REGLEMENTS
           PERFORM TIRER-PAIE.

      * factures, avoirs et penalites ; les credits d encaissement
      * (type C) relevent des encaissements
       TIRER-ENCOURS.
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
           ELSE
               MOVE 'LU' TO WS-ETAT-ENC
               READ ENCOURS
                   AT END MOVE 1 TO EOF-ENC
               END-READ
               PERFORM TIRER-UNE-PIECE UNTIL EOF-ENC = 1
               CLOSE ENCOURS
           END-IF.

       TIRER-UNE-PIECE.
           COMPUTE WS-PERIODE-PIECE = DATE-FAC-ENC / 100
           IF TYPE-ENC NOT = 'C'
              AND WS-PERIODE-PIECE >= WS-PERIODE-DEBUT
              AND WS-PERIODE-PIECE <= WS-PERIODE-FIN
               MOVE 1 TO SOURCE-ECH
               MOVE DATE-FAC-ENC TO DATE-ECH
               MOVE MONTANT-FAC-ENC TO WS-MONTANT-PIECE
               MOVE SPACES TO REFERENCE-ECH
               STRING 'FAC ' DELIMITED BY SIZE
                      NOFAC-ENC DELIMITED BY SIZE
                      ' CLI ' DELIMITED BY SIZE
                      NOCLI-ENC DELIMITED BY SIZE
                      ' CMD ' DELIMITED BY SIZE
                      NOCMD-ENC DELIMITED BY SIZE
                      ' T' DELIMITED BY SIZE
                      TYPE-ENC DELIMITED BY SIZE
                   INTO REFERENCE-ECH
               END-STRING
               IF TYPE-ENC = SPACE
                   MOVE 'F' TO REFERENCE-ECH(38:1)
               END-IF
               PERFORM RELEASER-PIECE
           END-IF
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

      * seuls les reglements clients (type R) sont des encaissements
       TIRER-REGLEMENTS.
           OPEN INPUT FHISTREGL
           IF WS-HRG-STATUS NOT = '00'
               DISPLAY 'HISTORIQUE DES REGLEMENTS ABSENT'
           ELSE
               MOVE 'LU' TO WS-ETAT-HRG
               READ FHISTREGL
                   AT END MOVE 1 TO EOF-HRG
               END-READ
               PERFORM TIRER-UN-REGLEMENT UNTIL EOF-HRG = 1
               CLOSE FHISTREGL
           END-IF.

       TIRER-UN-REGLEMENT.
           COMPUTE WS-PERIODE-PIECE = DATE-REGL-HRG / 100
           IF TYPE-HRG = 'R'
              AND WS-PERIODE-PIECE >= WS-PERIODE-DEBUT
              AND WS-PERIODE-PIECE <= WS-PERIODE-FIN
               MOVE 2 TO SOURCE-ECH
               MOVE DATE-REGL-HRG TO DATE-ECH
               MOVE MONTANT-HRG TO WS-MONTANT-PIECE
               MOVE SPACES TO REFERENCE-ECH
               STRING 'REGL CLI ' DELIMITED BY SIZE
                      NOCLI-HRG DELIMITED BY SIZE
                      ' FAC ' DELIMITED BY SIZE
                      NOFAC-HRG DELIMITED BY SIZE
                      ' TRT ' DELIMITED BY SIZE
                      DATE-TRAIT-HRG DELIMITED BY SIZE
                   INTO REFERENCE-ECH
               END-STRING
               PERFORM RELEASER-PIECE
           END-IF
           READ FHISTREGL
               AT END MOVE 1 TO EOF-HRG
           END-READ.

      * bulletins de la periode de paie, run des primes (AAAA13)
      * compris quand la periode couvre la fin d annee ; le montant
      * de strate est le brut
       TIRER-PAIE.
           MOVE 0 TO WS-PERIODE-PRIME
           DIVIDE WS-PERIODE-FIN BY 100 GIVING WS-ANNEE
               REMAINDER WS-MOIS-FIN
           IF WS-MOIS-FIN = 12
               COMPUTE WS-PERIODE-PRIME = WS-ANNEE * 100 + 13
           END-IF
           OPEN INPUT FPAIEHIST
           IF WS-PHIST-STATUS NOT = '00'
               DISPLAY 'HISTORIQUE DE PAIE ABSENT'
           ELSE
               MOVE 'LU' TO WS-ETAT-PHIST
               READ FPAIEHIST
                   AT END MOVE 1 TO EOF-PHIST
               END-READ
               PERFORM TIRER-UN-BULLETIN UNTIL EOF-PHIST = 1
               CLOSE FPAIEHIST
           END-IF.

       TIRER-UN-BULLETIN.
           IF (PERIODE-PHIST >= WS-PERIODE-DEBUT
               AND PERIODE-PHIST <= WS-PERIODE-FIN)
              OR PERIODE-PHIST = WS-PERIODE-PRIME
               MOVE 3 TO SOURCE-ECH
               MOVE DATE-CALCUL-PHIST TO DATE-ECH
               MOVE BRUT-PHIST TO WS-MONTANT-PIECE
               MOVE SPACES TO REFERENCE-ECH
               STRING 'BULL MAT ' DELIMITED BY SIZE
                      MATRICULE-PHIST DELIMITED BY SIZE
                      ' PER ' DELIMITED BY SIZE
                      PERIODE-PHIST DELIMITED BY SIZE
                      ' T' DELIMITED BY SIZE
                      TYPE-PHIST DELIMITED BY SIZE
                   INTO REFERENCE-ECH
               END-STRING
               PERFORM RELEASER-PIECE
           END-IF
           READ FPAIEHIST
               AT END MOVE 1 TO EOF-PHIST
           END-READ.

       RELEASER-PIECE.
           PERFORM TIRER-ALEA
           ADD 1 TO WS-RANG
           MOVE WS-RANG TO RANG-ECH
           MOVE WS-ALEA TO ALEA-ECH
           MOVE WS-MONTANT-PIECE TO MONTANT-ECH
           IF WS-MONTANT-PIECE >= WS-SEUIL
               MOVE 4 TO WS-STRATE
           ELSE
           IF WS-MONTANT-PIECE < WS-BORNE1
               MOVE 1 TO WS-STRATE
           ELSE
           IF WS-MONTANT-PIECE < WS-BORNE2
               MOVE 2 TO WS-STRATE
           ELSE
               MOVE 3 TO WS-STRATE
           END-IF
           END-IF
           END-IF
           MOVE WS-STRATE TO STRATE-ECH
           ADD 1 TO POPULATION-TAB(SOURCE-ECH, WS-STRATE)
           ADD WS-MONTANT-PIECE
               TO MONTANT-POP-TAB(SOURCE-ECH, WS-STRATE)
           ADD 1 TO COMPTEURPOPULATION
           RELEASE enreg-triech.

      * generateur multiplicatif de Park et Miller
       TIRER-ALEA.
           COMPUTE WS-PRODUIT = WS-ALEA * 16807
           DIVIDE WS-PRODUIT BY 2147483647
               GIVING WS-QUOTIENT REMAINDER WS-ALEA.

      *****************************************************************
      * feuille de l auditeur : par source et par strate, les plus
      * petits tirages d abord ; toute la strate au-dessus du seuil
      *****************************************************************
       EDITER-ECHANTILLON.
           OPEN OUTPUT FFEUILLE
           PERFORM EDITER-ENTETE
           PERFORM EDITER-UNE-PIECE UNTIL EOF-TRI = 1
           PERFORM EDITER-RECAPITULATIF
           CLOSE FFEUILLE.

       EDITER-ENTETE.
           MOVE ALL '=' TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE SPACES TO LIGNE-FEUILLE
           STRING 'ECHANTILLON DE CONTROLE DES PERIODES '
                  DELIMITED BY SIZE
                  WS-PERIODE-DEBUT DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-PERIODE-FIN DELIMITED BY SIZE
               INTO LIGNE-FEUILLE
           END-STRING
           WRITE LIGNE-FEUILLE
           MOVE SPACES TO LIGNE-FEUILLE
           STRING 'TIRE LE ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-HEURE-TIRAGE DELIMITED BY SIZE
                  ' PAR ' DELIMITED BY SIZE
                  OPER-ID DELIMITED BY SIZE
                  ' - GRAINE ' DELIMITED BY SIZE
                  WS-GRAINE DELIMITED BY SIZE
               INTO LIGNE-FEUILLE
           END-STRING
           WRITE LIGNE-FEUILLE
           MOVE SPACES TO LIGNE-FEUILLE
           STRING 'PAR STRATE : ' DELIMITED BY SIZE
                  WS-TAILLE DELIMITED BY SIZE
                  ' PIECES - TRANCHE 1 < ' DELIMITED BY SIZE
                  WS-BORNE1 DELIMITED BY SIZE
                  ' - TRANCHE 2 < ' DELIMITED BY SIZE
                  WS-BORNE2 DELIMITED BY SIZE
                  ' - TOUTES LES PIECES >= ' DELIMITED BY SIZE
                  WS-SEUIL DELIMITED BY SIZE
                  ' EUROS' DELIMITED BY SIZE
               INTO LIGNE-FEUILLE
           END-STRING
           WRITE LIGNE-FEUILLE
           MOVE SPACES TO LIGNE-FEUILLE
           STRING 'POUR REFAIRE CE TIRAGE : ECHANT-DEBUT='
                  DELIMITED BY SIZE
                  WS-PERIODE-DEBUT DELIMITED BY SIZE
                  ' ECHANT-FIN=' DELIMITED BY SIZE
                  WS-PERIODE-FIN DELIMITED BY SIZE
                  ' ECHANT-GRAINE=' DELIMITED BY SIZE
                  WS-GRAINE DELIMITED BY SIZE
               INTO LIGNE-FEUILLE
           END-STRING
           WRITE LIGNE-FEUILLE.

       EDITER-UNE-PIECE.
           RETURN FTRIECH
               AT END MOVE 1 TO EOF-TRI
           END-RETURN
           IF EOF-TRI NOT = 1
               IF WS-PREMIER = 'O'
                  OR SOURCE-ECH NOT = WS-SOURCE-COURANTE
                   MOVE 'N' TO WS-PREMIER
                   PERFORM OUVRIR-SOURCE
               END-IF
               IF STRATE-ECH NOT = WS-STRATE-COURANTE
                   MOVE STRATE-ECH TO WS-STRATE-COURANTE
                   MOVE 0 TO WS-RETENUS-STRATE
               END-IF
               IF STRATE-ECH = 4
                  OR WS-RETENUS-STRATE < WS-TAILLE
                   PERFORM EDITER-DETAIL
               END-IF
           END-IF.

       OUVRIR-SOURCE.
           MOVE SOURCE-ECH TO WS-SOURCE-COURANTE
           MOVE 0 TO WS-STRATE-COURANTE WS-RETENUS-STRATE
           MOVE SPACES TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE ALL '-' TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE LIBELLE-SOURCE(SOURCE-ECH) TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE '     N. STRATE      REFERENCES' TO LIGNE-FEUILLE
           MOVE 'DATE' TO LIGNE-FEUILLE(63:4)
           MOVE 'MONTANT' TO LIGNE-FEUILLE(77:7)
           MOVE 'TIRAGE' TO LIGNE-FEUILLE(86:6)
           MOVE 'CONTROLE' TO LIGNE-FEUILLE(98:8)
           WRITE LIGNE-FEUILLE.

       EDITER-DETAIL.
           ADD 1 TO WS-RETENUS-STRATE
           ADD 1 TO TIRES-TAB(SOURCE-ECH, STRATE-ECH)
           ADD 1 TO COMPTEURTIRES
           MOVE COMPTEURTIRES TO LD-NUMERO
           MOVE LIBELLE-STRATE(STRATE-ECH) TO LD-STRATE
           MOVE REFERENCE-ECH TO LD-REFERENCE
           MOVE DATE-ECH TO LD-DATE
           MOVE MONTANT-ECH TO LD-MONTANT
           MOVE ALEA-ECH TO LD-TIRAGE
           MOVE ALL '_' TO LD-CONTROLE
           MOVE LIGNE-DETAIL TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE.

       EDITER-RECAPITULATIF.
           MOVE SPACES TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE ALL '=' TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE 'RECAPITULATIF PAR STRATE' TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE 0 TO POS-SOURCE
           PERFORM EDITER-RECAP-SOURCE 3 TIMES
           MOVE SPACES TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE SPACES TO LIGNE-FEUILLE
           STRING 'ENCOURS ' DELIMITED BY SIZE
                  WS-ETAT-ENC DELIMITED BY SIZE
                  ' - HISTREGLEMENTS ' DELIMITED BY SIZE
                  WS-ETAT-HRG DELIMITED BY SIZE
                  ' - PAIEHIST ' DELIMITED BY SIZE
                  WS-ETAT-PHIST DELIMITED BY SIZE
               INTO LIGNE-FEUILLE
           END-STRING
           WRITE LIGNE-FEUILLE
           MOVE SPACES TO LIGNE-FEUILLE
           STRING 'PIECES DE LA PERIODE : ' DELIMITED BY SIZE
                  COMPTEURPOPULATION DELIMITED BY SIZE
                  ' - PIECES TIREES : ' DELIMITED BY SIZE
                  COMPTEURTIRES DELIMITED BY SIZE
               INTO LIGNE-FEUILLE
           END-STRING
           WRITE LIGNE-FEUILLE.

       EDITER-RECAP-SOURCE.
           ADD 1 TO POS-SOURCE
           MOVE SPACES TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE LIBELLE-SOURCE(POS-SOURCE) TO LIGNE-FEUILLE
           WRITE LIGNE-FEUILLE
           MOVE 0 TO POS-STRATE
           PERFORM EDITER-RECAP-STRATE 4 TIMES.

       EDITER-RECAP-STRATE.
           ADD 1 TO POS-STRATE
           MOVE SPACES TO LIGNE-FEUILLE
           MOVE LIBELLE-STRATE(POS-STRATE) TO LIGNE-FEUILLE(5:10)
           MOVE POPULATION-TAB(POS-SOURCE, POS-STRATE)
               TO WS-NOMBRE-EDIT
           MOVE 'POPULATION' TO LIGNE-FEUILLE(17:10)
           MOVE WS-NOMBRE-EDIT TO LIGNE-FEUILLE(28:7)
           MOVE MONTANT-POP-TAB(POS-SOURCE, POS-STRATE)
               TO WS-MONTANT-EDIT
           MOVE 'MONTANT' TO LIGNE-FEUILLE(37:7)
           MOVE WS-MONTANT-EDIT TO LIGNE-FEUILLE(45:13)
           MOVE TIRES-TAB(POS-SOURCE, POS-STRATE) TO WS-NOMBRE-EDIT
           MOVE 'TIREES' TO LIGNE-FEUILLE(60:6)
           MOVE WS-NOMBRE-EDIT TO LIGNE-FEUILLE(67:7)
           WRITE LIGNE-FEUILLE.

      *****************************************************************
      * journal des tirages et trace d audit : qui a tire, avec
      * quelle graine
      *****************************************************************
       FIN.
           OPEN EXTEND FJOURNAL
           IF WS-JRN-STATUS NOT = '00'
               OPEN OUTPUT FJOURNAL
           END-IF
           MOVE WS-DATE-JOUR TO LOG-ECH-DATE
           MOVE WS-HEURE-TIRAGE TO LOG-ECH-HEURE
           MOVE OPER-ID TO LOG-ECH-OPERATEUR
           MOVE WS-PERIODE-DEBUT TO LOG-ECH-DEBUT
           MOVE WS-PERIODE-FIN TO LOG-ECH-FIN
           MOVE WS-GRAINE TO LOG-ECH-GRAINE
           MOVE WS-TAILLE TO LOG-ECH-TAILLE
           MOVE WS-SEUIL TO LOG-ECH-SEUIL
           MOVE WS-BORNE1 TO LOG-ECH-BORNE1
           MOVE WS-BORNE2 TO LOG-ECH-BORNE2
           MOVE COMPTEURPOPULATION TO LOG-ECH-POPULATION
           MOVE COMPTEURTIRES TO LOG-ECH-TIRES
           WRITE enreg-journal-ech
           END-WRITE
           CLOSE FJOURNAL
           MOVE 'ECHANT' TO AUDIT-PROGRAMME
           MOVE 'ECHANTILLON' TO AUDIT-OPERATION
           MOVE WS-GRAINE TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT
           DISPLAY 'PERIODES          : ' WS-PERIODE-DEBUT ' A '
                   WS-PERIODE-FIN
           DISPLAY 'GRAINE            : ' WS-GRAINE
           DISPLAY 'PIECES LUES       : ' COMPTEURPOPULATION
           DISPLAY 'PIECES TIREES     : ' COMPTEURTIRES
           DISPLAY 'FEUILLE           : ' WS-FEUILLE-PATH.

       END PROGRAM ECHANT.
