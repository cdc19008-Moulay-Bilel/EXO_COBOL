       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDRLV.
      *****************************************************************
      * Releves de points de fidelite. Passe d abord les lots
      * expires : tout lot G ou N dont la date d expiration est
      * depassee perd son reste (mouvement X au grand livre
      * Fidelite.txt). Edite ensuite un releve par client ayant eu
      * du mouvement de points sur la periode FIDRLV-PERIODE
      * (AAAAMM, defaut mois courant) ou gardant des points : chaque
      * gain, utilisation, reprise sur avoir, restitution et
      * expiration de la periode, le solde utilisable et la
      * prochaine echeance. L adresse vient de AdrClients.txt, a
      * defaut de CLIH/CLIF/CLIE, et un fichier au format
      * Etiquettes.txt est ecrit pour ETIQPRT/ETIQCP (enveloppes).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FFIDELITE
               ASSIGN TO 'C:\Users\CRM\Desktop\Fidelite.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-FID OF enreg-fidelite
               FILE STATUS IS WS-FID-STATUS.
           SELECT CLIH
               ASSIGN TO WS-CLIH-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIH
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIH
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIH-STATUS.
           SELECT CLIF
               ASSIGN TO WS-CLIF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIF
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIF
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIF-STATUS.
           SELECT CLIE
               ASSIGN TO 'C:\Users\CRM\Desktop\CLIE.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIE
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIRET OF enreg-CLIE
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIE-STATUS.
           SELECT FADRCLIENTS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\AdrClients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-ADR OF enreg-adr-client
               FILE STATUS IS WS-ADR-STATUS.
           SELECT FRELEVESFID
               ASSIGN TO 'C:\Users\CRM\Desktop\ReleveFidelite.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FETIQFIDELITE
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\EtiqFid.txt'.
           SELECT FTRIFID
               ASSIGN TO 'C:\Users\CRM\Desktop\FideliteTri.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  FFIDELITE.
       01  enreg-fidelite.
           COPY FIDMAST.

       FD  CLIH.
       01  enreg-CLIH.
           COPY CLIMAST.

       FD  CLIF.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FADRCLIENTS.
       01  enreg-adr-client.
           COPY ADRMAST.

       FD  FRELEVESFID.
       01  LIGNE-RELEVE PIC X(100).

      * same record shape as Etiquettes.txt so ETIQPRT and ETIQCP
      * print the statement envelopes through the label chain
       FD  FETIQFIDELITE.
       01  ENREG-ETIQUETTE.
           02 NOCLI-ETQ PIC 9(7).
           02 NOM-ETQ PIC X(20).
           02 NUM-ETQ PIC X(5).
           02 RUE-ETQ PIC X(30).
           02 CP-ETQ PIC X(5).
           02 VILLE-ETQ PIC X(20).
           02 PAYS-ETQ PIC X(2).

      * TYPE-TRI : S=reste d un lot utilisable (DATE-TRI a zero,
      * EXPIRATION-TRI son echeance), sinon le type du mouvement
       SD  FTRIFID.
       01  enreg-trifid.
           02 NOCLI-TRI PIC 9(7).
           02 DATE-TRI PIC 9(8).
           02 TYPE-TRI PIC X.
           02 REF-TRI PIC 9(7).
           02 POINTS-TRI PIC 9(7).
           02 EXPIRATION-TRI PIC 9(8).

       WORKING-STORAGE SECTION.
       77  EOF-FID PIC 99 VALUE 0.
       77  EOF-TRI PIC 99 VALUE 0.
       77  WS-FID-STATUS PIC X(2) VALUE '00'.
       77  WS-FID-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  WS-ADR-STATUS PIC X(2) VALUE '00'.
       77  WS-ADR-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-PREMIER PIC X VALUE 'O'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-PERIODE-ENV PIC X(6) VALUE SPACE.
       77  WS-PERIODE-CIBLE PIC 9(6) VALUE 0.
       77  WS-DEBUT-PERIODE PIC 9(8) VALUE 0.
       77  WS-FIN-PERIODE PIC 9(8) VALUE 0.
       77  WS-NOCLI-COURANT PIC 9(7) VALUE 0.
       77  WS-SOLDE-POINTS PIC 9(9) VALUE 0.
       77  WS-PROCHAINE-ECHEANCE PIC 9(8) VALUE 0.
       77  WS-POINTS-ECHEANCE PIC 9(9) VALUE 0.
       77  WS-POINTS-EXPIRES PIC 9(7) VALUE 0.
       77  NB-MVT PIC 9(3) VALUE 0.
       77  POS-MVT PIC 9(3) VALUE 0.
       77  COMPTEURLOTSEXPIRES PIC 9(7) VALUE 0.
       77  TOTAL-POINTS-EXPIRES PIC 9(9) VALUE 0.
       77  COMPTEURCLIENTS PIC 9(7) VALUE 0.
       77  COMPTEURRELEVES PIC 9(7) VALUE 0.
       77  COMPTEURETIQUETTES PIC 9(7) VALUE 0.
       77  COMPTEURSANSADRESSE PIC 9(7) VALUE 0.
       77  WS-POINTS-EDIT PIC Z(6)9.
       77  WS-SOLDE-EDIT PIC Z(8)9.
       77  WS-LIBELLE-MVT PIC X(20) VALUE SPACE.
       77  WS-SIGNE-MVT PIC X VALUE SPACE.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  WS-CLE-REPRISE.
           02 WS-NOCLI-REPRISE PIC 9(7).
           02 WS-TYPE-REPRISE PIC X.
           02 WS-REF-REPRISE PIC 9(7).
       01  enreg-courant.
           COPY CLIMAST.
      * mouvements de la periode du client en cours, dans l ordre
      * des dates
       01  TABLE-MOUVEMENTS.
           02 MVT-TAB OCCURS 200 TIMES.
              03 DATE-MVT-TAB PIC 9(8).
              03 TYPE-MVT-TAB PIC X.
              03 REF-MVT-TAB PIC 9(7).
              03 POINTS-MVT-TAB PIC 9(7).

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

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
           IF WS-FID-DISPONIBLE = 'O'
               PERFORM PASSER-EXPIRATIONS
               SORT FTRIFID
                   ASCENDING KEY NOCLI-TRI DATE-TRI TYPE-TRI REF-TRI
                   INPUT PROCEDURE IS RELEVER-MOUVEMENTS
                   OUTPUT PROCEDURE IS EDITER-RELEVES
           END-IF
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
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT 'FIDRLV-PERIODE'
           IF WS-PERIODE-ENV NOT = SPACES
              AND WS-PERIODE-ENV IS NUMERIC
               MOVE WS-PERIODE-ENV TO WS-PERIODE-CIBLE
           ELSE
               COMPUTE WS-PERIODE-CIBLE = WS-DATE-JOUR / 100
           END-IF
           COMPUTE WS-DEBUT-PERIODE = WS-PERIODE-CIBLE * 100 + 1
           COMPUTE WS-FIN-PERIODE = WS-PERIODE-CIBLE * 100 + 31
           MOVE 'EXO09-GEN' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR TO WS-GENERATION
           ELSE
               ACCEPT WS-GENERATION FROM ENVIRONMENT 'EXO09-GEN'
           END-IF
           IF WS-GENERATION = SPACE
               ACCEPT WS-GENERATION FROM DATE YYYYMMDD
           END-IF
           STRING 'C:\Users\CRM\Desktop\CLIH-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIH-PATH
           END-STRING
           STRING 'C:\Users\CRM\Desktop\CLIF-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIF-PATH
           END-STRING
           OPEN I-O FFIDELITE
           IF WS-FID-STATUS NOT = '00'
               DISPLAY 'GRAND LIVRE DES POINTS ABSENT'
               MOVE 'N' TO WS-FID-DISPONIBLE
           END-IF
           OPEN INPUT CLIH
           IF WS-CLIH-STATUS NOT = '00'
               DISPLAY 'CLIH ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIH-DISPONIBLE
           END-IF
           OPEN INPUT CLIF
           IF WS-CLIF-STATUS NOT = '00'
               DISPLAY 'CLIF ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIF-DISPONIBLE
           END-IF
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS NOT = '00'
               MOVE 'N' TO WS-CLIE-DISPONIBLE
           END-IF
           OPEN INPUT FADRCLIENTS
           IF WS-ADR-STATUS NOT = '00'
               DISPLAY 'ADRESSES COURANTES ABSENTES (ADRIDX), '
                       'ADRESSES DES MASTERS'
               MOVE 'N' TO WS-ADR-DISPONIBLE
           END-IF
           OPEN OUTPUT FRELEVESFID
           OPEN OUTPUT FETIQFIDELITE.

      * le reste d un lot echu passe en mouvement X ; apres
      * l ecriture la lecture reprend apres le lot traite
       PASSER-EXPIRATIONS.
           MOVE LOW-VALUES TO CLE-FID OF enreg-fidelite
           START FFIDELITE
               KEY NOT < CLE-FID OF enreg-fidelite
               INVALID KEY MOVE 1 TO EOF-FID
           END-START
           PERFORM EXAMINER-UN-LOT UNTIL EOF-FID = 1.

       EXAMINER-UN-LOT.
           READ FFIDELITE NEXT RECORD
               AT END MOVE 1 TO EOF-FID
           END-READ
           IF EOF-FID NOT = 1
               IF (TYPE-FID = 'G' OR TYPE-FID = 'N')
                  AND SOLDE-LOT-FID > 0
                  AND DATE-EXPIRATION-FID < WS-DATE-JOUR
                   PERFORM EXPIRER-LOT
               END-IF
           END-IF.

       EXPIRER-LOT.
           MOVE CLE-FID OF enreg-fidelite TO WS-CLE-REPRISE
           MOVE SOLDE-LOT-FID TO WS-POINTS-EXPIRES
           MOVE 0 TO SOLDE-LOT-FID
           REWRITE enreg-fidelite
           END-REWRITE
           MOVE SPACES TO enreg-fidelite
           MOVE WS-NOCLI-REPRISE TO NOCLI-FID
           MOVE 'X' TO TYPE-FID
           MOVE WS-REF-REPRISE TO REF-FID
           MOVE WS-DATE-JOUR TO DATE-FID
           MOVE WS-POINTS-EXPIRES TO POINTS-FID
           MOVE 0 TO SOLDE-LOT-FID DATE-EXPIRATION-FID
           MOVE 0 TO NOFAC-ORIG-FID MONTANT-FID MONTANT-IMPUTE-FID
           MOVE 'FIDRLV' TO PROGRAMME-FID
           WRITE enreg-fidelite
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO COMPTEURLOTSEXPIRES
           ADD WS-POINTS-EXPIRES TO TOTAL-POINTS-EXPIRES
           MOVE WS-CLE-REPRISE TO CLE-FID OF enreg-fidelite
           START FFIDELITE
               KEY > CLE-FID OF enreg-fidelite
               INVALID KEY MOVE 1 TO EOF-FID
           END-START.

      * chaque lot encore utilisable donne son reste ; chaque
      * mouvement date de la periode donne une ligne du releve
       RELEVER-MOUVEMENTS.
           MOVE 0 TO EOF-FID
           MOVE LOW-VALUES TO CLE-FID OF enreg-fidelite
           START FFIDELITE
               KEY NOT < CLE-FID OF enreg-fidelite
               INVALID KEY MOVE 1 TO EOF-FID
           END-START
           PERFORM RELEVER-UN-MOUVEMENT UNTIL EOF-FID = 1.

       RELEVER-UN-MOUVEMENT.
           READ FFIDELITE NEXT RECORD
               AT END MOVE 1 TO EOF-FID
           END-READ
           IF EOF-FID NOT = 1
               MOVE NOCLI-FID TO NOCLI-TRI
               MOVE REF-FID TO REF-TRI
               IF (TYPE-FID = 'G' OR TYPE-FID = 'N')
                  AND SOLDE-LOT-FID > 0
                   MOVE 0 TO DATE-TRI
                   MOVE 'S' TO TYPE-TRI
                   MOVE SOLDE-LOT-FID TO POINTS-TRI
                   MOVE DATE-EXPIRATION-FID TO EXPIRATION-TRI
                   RELEASE enreg-trifid
               END-IF
               IF DATE-FID NOT < WS-DEBUT-PERIODE
                  AND DATE-FID NOT > WS-FIN-PERIODE
                  AND POINTS-FID > 0
                   MOVE DATE-FID TO DATE-TRI
                   MOVE TYPE-FID TO TYPE-TRI
                   MOVE POINTS-FID TO POINTS-TRI
                   MOVE 0 TO EXPIRATION-TRI
                   RELEASE enreg-trifid
               END-IF
           END-IF.

       EDITER-RELEVES.
           MOVE 'O' TO WS-PREMIER
           PERFORM TRAITER-UN-MOUVEMENT UNTIL EOF-TRI = 1
           IF WS-PREMIER = 'N'
               PERFORM CLORE-CLIENT
           END-IF.

       TRAITER-UN-MOUVEMENT.
           RETURN FTRIFID
               AT END MOVE 1 TO EOF-TRI
           END-RETURN
           IF EOF-TRI NOT = 1
               IF WS-PREMIER = 'O'
                   MOVE 'N' TO WS-PREMIER
                   PERFORM OUVRIR-CLIENT
               ELSE
                   IF NOCLI-TRI NOT = WS-NOCLI-COURANT
                       PERFORM CLORE-CLIENT
                       PERFORM OUVRIR-CLIENT
                   END-IF
               END-IF
               PERFORM CUMULER-MOUVEMENT
           END-IF.

       OUVRIR-CLIENT.
           MOVE NOCLI-TRI TO WS-NOCLI-COURANT
           ADD 1 TO COMPTEURCLIENTS
           MOVE 0 TO WS-SOLDE-POINTS NB-MVT
           MOVE 0 TO WS-PROCHAINE-ECHEANCE WS-POINTS-ECHEANCE.

       CUMULER-MOUVEMENT.
           IF TYPE-TRI = 'S'
               ADD POINTS-TRI TO WS-SOLDE-POINTS
               IF WS-PROCHAINE-ECHEANCE = 0
                  OR EXPIRATION-TRI < WS-PROCHAINE-ECHEANCE
                   MOVE EXPIRATION-TRI TO WS-PROCHAINE-ECHEANCE
                   MOVE POINTS-TRI TO WS-POINTS-ECHEANCE
               ELSE
               IF EXPIRATION-TRI = WS-PROCHAINE-ECHEANCE
                   ADD POINTS-TRI TO WS-POINTS-ECHEANCE
               END-IF
               END-IF
           ELSE
               IF NB-MVT < 200
                   ADD 1 TO NB-MVT
                   MOVE DATE-TRI TO DATE-MVT-TAB(NB-MVT)
                   MOVE TYPE-TRI TO TYPE-MVT-TAB(NB-MVT)
                   MOVE REF-TRI TO REF-MVT-TAB(NB-MVT)
                   MOVE POINTS-TRI TO POINTS-MVT-TAB(NB-MVT)
               ELSE
                   DISPLAY 'TROP DE MOUVEMENTS, DETAIL TRONQUE POUR : '
                           WS-NOCLI-COURANT
               END-IF
           END-IF.

       CLORE-CLIENT.
           IF NB-MVT > 0 OR WS-SOLDE-POINTS > 0
               PERFORM EDITER-RELEVE
           END-IF.

       EDITER-RELEVE.
           ADD 1 TO COMPTEURRELEVES
           PERFORM RECHERCHER-CLIENT
           MOVE ALL '=' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING '       ETABLISSEMENTS CRM - RELEVE DE POINTS '
                  DELIMITED BY SIZE
                  'FIDELITE, PERIODE ' DELIMITED BY SIZE
                  WS-PERIODE-CIBLE DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           WRITE LIGNE-RELEVE
           MOVE ALL '=' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           IF TROUVE = 'O'
               STRING 'CLIENT ' DELIMITED BY SIZE
                      WS-NOCLI-COURANT DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      NOM OF enreg-courant DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PRENOM OF enreg-courant DELIMITED BY SIZE
                   INTO LIGNE-RELEVE
               END-STRING
           ELSE
               STRING 'CLIENT ' DELIMITED BY SIZE
                      WS-NOCLI-COURANT DELIMITED BY SIZE
                      ' : INCONNU DES MASTERS' DELIMITED BY SIZE
                   INTO LIGNE-RELEVE
               END-STRING
           END-IF
           WRITE LIGNE-RELEVE
           PERFORM EDITER-ADRESSE
           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE 'DATE     PIECE   MOUVEMENT                 POINTS'
               TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE 0 TO POS-MVT
           PERFORM EDITER-MOUVEMENT NB-MVT TIMES
           IF NB-MVT = 0
               MOVE '(AUCUN MOUVEMENT SUR LA PERIODE)' TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF
           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-SOLDE-POINTS TO WS-SOLDE-EDIT
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'POINTS UTILISABLES AU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  '          ' DELIMITED BY SIZE
                  WS-SOLDE-EDIT DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           WRITE LIGNE-RELEVE
           IF WS-POINTS-ECHEANCE > 0
               MOVE WS-POINTS-ECHEANCE TO WS-SOLDE-EDIT
               MOVE SPACES TO LIGNE-RELEVE
               STRING 'DONT A UTILISER AVANT LE ' DELIMITED BY SIZE
                      WS-PROCHAINE-ECHEANCE DELIMITED BY SIZE
                      '       ' DELIMITED BY SIZE
                      WS-SOLDE-EDIT DELIMITED BY SIZE
                   INTO LIGNE-RELEVE
               END-STRING
               WRITE LIGNE-RELEVE
           END-IF
           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE.

      * gains et restitutions ajoutent des points, utilisations,
      * reprises et expirations en retirent
       EDITER-MOUVEMENT.
           ADD 1 TO POS-MVT
           MOVE POINTS-MVT-TAB(POS-MVT) TO WS-POINTS-EDIT
           MOVE '-' TO WS-SIGNE-MVT
           IF TYPE-MVT-TAB(POS-MVT) = 'G'
               MOVE 'GAIN SUR FACTURE' TO WS-LIBELLE-MVT
               MOVE '+' TO WS-SIGNE-MVT
           ELSE
           IF TYPE-MVT-TAB(POS-MVT) = 'N'
               MOVE 'COMMANDE ANNULEE' TO WS-LIBELLE-MVT
               MOVE '+' TO WS-SIGNE-MVT
           ELSE
           IF TYPE-MVT-TAB(POS-MVT) = 'U'
               MOVE 'REMISE SUR COMMANDE' TO WS-LIBELLE-MVT
           ELSE
           IF TYPE-MVT-TAB(POS-MVT) = 'R'
               MOVE 'REPRISE SUR AVOIR' TO WS-LIBELLE-MVT
           ELSE
               MOVE 'POINTS EXPIRES' TO WS-LIBELLE-MVT
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE SPACES TO LIGNE-RELEVE
           STRING DATE-MVT-TAB(POS-MVT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REF-MVT-TAB(POS-MVT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIBELLE-MVT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-SIGNE-MVT DELIMITED BY SIZE
                  WS-POINTS-EDIT DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           WRITE LIGNE-RELEVE.

      * adresse courante d abord, sinon l adresse du master ;
      * l etiquette suit la meme adresse
       EDITER-ADRESSE.
           MOVE '23' TO WS-ADR-STATUS
           IF WS-ADR-DISPONIBLE = 'O'
               MOVE WS-NOCLI-COURANT TO NOCLI-ADR
               READ FADRCLIENTS
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           MOVE WS-NOCLI-COURANT TO NOCLI-ETQ
           MOVE SPACES TO NOM-ETQ
           IF TROUVE = 'O'
               MOVE NOM OF enreg-courant TO NOM-ETQ
           END-IF
           IF WS-ADR-STATUS = '00'
               MOVE NUM-ADR TO NUM-ETQ
               MOVE RUE-ADR TO RUE-ETQ
               MOVE CP-ADR TO CP-ETQ
               MOVE VILLE-ADR TO VILLE-ETQ
               MOVE PAYS-ADR TO PAYS-ETQ
           ELSE
           IF TROUVE = 'O'
               MOVE NUM-RUE OF enreg-courant TO NUM-ETQ
               MOVE RUE OF enreg-courant TO RUE-ETQ
               MOVE CODE-POSTAL OF enreg-courant TO CP-ETQ
               MOVE VILLE OF enreg-courant TO VILLE-ETQ
               MOVE 'FR' TO PAYS-ETQ
           ELSE
               MOVE SPACES TO NUM-ETQ RUE-ETQ CP-ETQ VILLE-ETQ
               MOVE 'FR' TO PAYS-ETQ
           END-IF
           END-IF
           MOVE SPACES TO LIGNE-RELEVE
           STRING NUM-ETQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RUE-ETQ DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING CP-ETQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VILLE-ETQ DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           WRITE LIGNE-RELEVE
           IF TROUVE = 'O'
              AND NOM OF enreg-courant NOT = 'SUPPRIME'
              AND RUE-ETQ NOT = SPACES
               WRITE ENREG-ETIQUETTE
               END-WRITE
               ADD 1 TO COMPTEURETIQUETTES
           ELSE
               ADD 1 TO COMPTEURSANSADRESSE
           END-IF.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE WS-NOCLI-COURANT TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIH TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE WS-NOCLI-COURANT TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE WS-NOCLI-COURANT TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF.

       FIN.
           DISPLAY '--- RELEVES DE POINTS FIDELITE, PERIODE '
                   WS-PERIODE-CIBLE ' ---'
           DISPLAY 'LOTS EXPIRES        : ' COMPTEURLOTSEXPIRES
           DISPLAY 'POINTS EXPIRES      : ' TOTAL-POINTS-EXPIRES
           DISPLAY 'CLIENTS AU LIVRE    : ' COMPTEURCLIENTS
           DISPLAY 'RELEVES EDITES      : ' COMPTEURRELEVES
           DISPLAY 'ETIQUETTES ECRITES  : ' COMPTEURETIQUETTES
           DISPLAY 'SANS ADRESSE POSTALE: ' COMPTEURSANSADRESSE
           IF WS-FID-DISPONIBLE = 'O'
               CLOSE FFIDELITE
           END-IF
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           IF WS-ADR-DISPONIBLE = 'O'
               CLOSE FADRCLIENTS
           END-IF
           CLOSE FRELEVESFID FETIQFIDELITE.

       END PROGRAM FIDRLV.
