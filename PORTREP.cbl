       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTREP.
      *****************************************************************
      * Portefeuille clients par representant : les affectations de
      * AffectRep.txt (TERRBLD / TERRAFF) sont lues dans l ordre des
      * representants ; chaque client est edite avec son nom (CLIH,
      * CLIF ou CLIE), son secteur, son encours ouvert (factures
      * moins avoirs et credits non imputes, comme CRDMNT) et la
      * date de sa derniere commande non annulee. Sous-total par
      * representant, les clients hors secteur sont regroupes sous
      * SANS REPRESENTANT. Etat PortefeuilleRep.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FAFFECT
               ASSIGN TO 'C:\Users\CRM\Desktop\AffectRep.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOCLI-AFF OF enreg-affectation
               ALTERNATE RECORD KEY IS CODE-REP-AFF OF enreg-affectation
                   WITH DUPLICATES
               FILE STATUS IS WS-AFF-STATUS.
           SELECT FTERRITOIRES
               ASSIGN TO 'C:\Users\CRM\Desktop\Territoires.txt'
               FILE STATUS IS WS-TERR-STATUS.
           SELECT CMDMAST
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCMD OF enreg-commande
               FILE STATUS IS WS-CMD-STATUS.
           SELECT FDERNCMD
               ASSIGN TO 'C:\Users\CRM\Desktop\PortCmd.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-DERN OF enreg-dernier
               FILE STATUS IS WS-DERN-STATUS.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
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
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\PortefeuilleRep.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FAFFECT.
       01  enreg-affectation.
           COPY REPAFF.

       FD  FTERRITOIRES.
       01  enreg-territoire.
           COPY TERRMAST.

       FD  CMDMAST.
       01  enreg-commande.
           COPY CMDMAST.

       FD  FDERNCMD.
       01  enreg-dernier.
           02 NOCLI-DERN PIC 9(7).
           02 DATE-DERN PIC 9(8).

       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

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

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-AFF PIC 99 VALUE 0.
       77  EOF-TERR PIC 99 VALUE 0.
       77  EOF-CMD PIC 99 VALUE 0.
       77  EOF-ENC PIC 99 VALUE 0.
       77  WS-AFF-STATUS PIC X(2) VALUE '00'.
       77  WS-TERR-STATUS PIC X(2) VALUE '00'.
       77  WS-CMD-STATUS PIC X(2) VALUE '00'.
       77  WS-DERN-STATUS PIC X(2) VALUE '00'.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CMD-DISPONIBLE PIC X VALUE 'O'.
       77  WS-ENC-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-PREMIER PIC X VALUE 'O'.
       77  WS-REP-COURANT PIC X(4) VALUE SPACE.
       77  WS-NOM-REP PIC X(20) VALUE SPACE.
       77  WS-DATE-DERNIERE PIC 9(8) VALUE 0.
       77  WS-DATE-EDIT PIC X(8) VALUE SPACE.
       77  NB-TERR PIC 9(3) VALUE 0.
       77  POS-TERR PIC 9(3) VALUE 0.
       77  WS-TERR-TROUVE PIC 9(3) VALUE 0.
       77  WS-RESTE-DU PIC S9(8)V99 VALUE 0.
       77  WS-ENCOURS-CLIENT PIC S9(9)V99 VALUE 0.
       77  TOTAL-REP PIC S9(10)V99 VALUE 0.
       77  TOTAL-GENERAL PIC S9(10)V99 VALUE 0.
       77  COMPTEURREP PIC 9(7) VALUE 0.
       77  COMPTEURCLIENTS PIC 9(7) VALUE 0.
       77  COMPTEURREPRESENTANTS PIC 9(5) VALUE 0.
       77  WS-MONTANT-EDIT PIC -ZZZZZZZZ9.99.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  WS-DATE-JOUR PIC 9(8) VALUE 0.
       01  enreg-courant.
           COPY CLIMAST.
       01  TABLE-REPRESENTANTS.
           02 REP-TAB OCCURS 300 TIMES.
              03 CODE-REP-TAB PIC X(4).
              03 NOM-REP-TAB PIC X(20).

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM CHARGER-DERNIERES-COMMANDES
           PERFORM TRAITER-UNE-AFFECTATION UNTIL EOF-AFF = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
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
           OPEN INPUT FAFFECT
           IF WS-AFF-STATUS NOT = '00'
               DISPLAY 'AFFECTATIONS ABSENTES, LANCER TERRBLD'
               STOP RUN
           END-IF
           PERFORM CHARGER-REPRESENTANTS
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               MOVE 'N' TO WS-ENC-DISPONIBLE
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
           OPEN OUTPUT FRAPPORT
           MOVE '--- PORTEFEUILLE CLIENTS PAR REPRESENTANT ---'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'AU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE LOW-VALUES TO CODE-REP-AFF
           START FAFFECT
               KEY NOT < CODE-REP-AFF OF enreg-affectation
               INVALID KEY MOVE 1 TO EOF-AFF
           END-START
           IF EOF-AFF NOT = 1
               READ FAFFECT NEXT RECORD
                   AT END MOVE 1 TO EOF-AFF
               END-READ
           END-IF.

       CHARGER-REPRESENTANTS.
           MOVE 0 TO NB-TERR EOF-TERR
           OPEN INPUT FTERRITOIRES
           IF WS-TERR-STATUS = '00'
               READ FTERRITOIRES
                   AT END MOVE 1 TO EOF-TERR
               END-READ
               PERFORM CHARGER-UN-REPRESENTANT UNTIL EOF-TERR = 1
               CLOSE FTERRITOIRES
           END-IF.

       CHARGER-UN-REPRESENTANT.
           IF NB-TERR < 300
               ADD 1 TO NB-TERR
               MOVE CODE-REP-TERR TO CODE-REP-TAB(NB-TERR)
               MOVE NOM-REP-TERR TO NOM-REP-TAB(NB-TERR)
           END-IF
           READ FTERRITOIRES
               AT END MOVE 1 TO EOF-TERR
           END-READ.

      * date de la derniere commande non annulee de chaque client,
      * gardee dans un fichier de travail indexe sur le client
       CHARGER-DERNIERES-COMMANDES.
           OPEN OUTPUT FDERNCMD
           CLOSE FDERNCMD
           OPEN I-O FDERNCMD
           OPEN INPUT CMDMAST
           IF WS-CMD-STATUS NOT = '00'
               DISPLAY 'COMMANDES ABSENTES'
               MOVE 'N' TO WS-CMD-DISPONIBLE
           ELSE
               READ CMDMAST
                   AT END MOVE 1 TO EOF-CMD
               END-READ
               PERFORM NOTER-UNE-COMMANDE UNTIL EOF-CMD = 1
               CLOSE CMDMAST
           END-IF.

       NOTER-UNE-COMMANDE.
           IF STATUT-CMD NOT = 'A'
               MOVE NOCLI-CMD TO NOCLI-DERN
               READ FDERNCMD
                   INVALID KEY CONTINUE
               END-READ
               IF WS-DERN-STATUS = '00'
                   IF DATE-CMD > DATE-DERN
                       MOVE DATE-CMD TO DATE-DERN
                       REWRITE enreg-dernier
                       END-REWRITE
                   END-IF
               ELSE
                   MOVE NOCLI-CMD TO NOCLI-DERN
                   MOVE DATE-CMD TO DATE-DERN
                   WRITE enreg-dernier
                   END-WRITE
               END-IF
           END-IF
           READ CMDMAST
               AT END MOVE 1 TO EOF-CMD
           END-READ.

       TRAITER-UNE-AFFECTATION.
           IF WS-PREMIER = 'O' OR CODE-REP-AFF NOT = WS-REP-COURANT
               IF WS-PREMIER = 'N'
                   PERFORM EDITER-TOTAL-REP
               END-IF
               MOVE 'N' TO WS-PREMIER
               MOVE CODE-REP-AFF TO WS-REP-COURANT
               PERFORM EDITER-ENTETE-REP
           END-IF
           PERFORM RECHERCHER-CLIENT
           IF TROUVE = 'N'
               MOVE SPACES TO NOM OF enreg-courant
           END-IF
           PERFORM CALCULER-ENCOURS
           PERFORM RECHERCHER-DERNIERE-COMMANDE
           ADD 1 TO COMPTEURREP COMPTEURCLIENTS
           ADD WS-ENCOURS-CLIENT TO TOTAL-REP TOTAL-GENERAL
           MOVE WS-ENCOURS-CLIENT TO WS-MONTANT-EDIT
           IF WS-DATE-DERNIERE = 0
               MOVE 'AUCUNE' TO WS-DATE-EDIT
           ELSE
               MOVE WS-DATE-DERNIERE TO WS-DATE-EDIT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING NOCLI-AFF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOM OF enreg-courant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CP-AFF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CODE-TERR-AFF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DATE-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           READ FAFFECT NEXT RECORD
               AT END MOVE 1 TO EOF-AFF
           END-READ.

       EDITER-ENTETE-REP.
           ADD 1 TO COMPTEURREPRESENTANTS
           MOVE 0 TO COMPTEURREP TOTAL-REP
           MOVE SPACES TO WS-NOM-REP
           IF WS-REP-COURANT NOT = SPACES
               MOVE 0 TO WS-TERR-TROUVE POS-TERR
               PERFORM CHERCHER-REPRESENTANT NB-TERR TIMES
               IF WS-TERR-TROUVE > 0
                   MOVE NOM-REP-TAB(WS-TERR-TROUVE) TO WS-NOM-REP
               END-IF
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-REP-COURANT = SPACES
               MOVE 'SANS REPRESENTANT (HORS SECTEUR)' TO LIGNE-RAPPORT
           ELSE
               STRING 'REPRESENTANT ' DELIMITED BY SIZE
                      WS-REP-COURANT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-NOM-REP DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
           END-IF
           WRITE LIGNE-RAPPORT
           MOVE 'CLIENT  NOM                  CP    SECT'
               TO LIGNE-RAPPORT
           MOVE '      ENCOURS DERN.CMD' TO LIGNE-RAPPORT(40:22)
           WRITE LIGNE-RAPPORT.

       CHERCHER-REPRESENTANT.
           ADD 1 TO POS-TERR
           IF WS-TERR-TROUVE = 0
              AND CODE-REP-TAB(POS-TERR) = WS-REP-COURANT
               MOVE POS-TERR TO WS-TERR-TROUVE
           END-IF.

       EDITER-TOTAL-REP.
           MOVE TOTAL-REP TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-REP-COURANT DELIMITED BY SIZE
                  ' CLIENTS ' DELIMITED BY SIZE
                  COMPTEURREP DELIMITED BY SIZE
                  ' ENCOURS ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE NOCLI-AFF TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIH TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE NOCLI-AFF TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE NOCLI-AFF TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE NOM OF enreg-CLIE TO NOM OF enreg-courant
               END-IF
           END-IF.

       CALCULER-ENCOURS.
           MOVE 0 TO WS-ENCOURS-CLIENT
           IF WS-ENC-DISPONIBLE = 'O'
               MOVE 0 TO EOF-ENC
               MOVE NOCLI-AFF TO NOCLI-ENC
               MOVE 0 TO NOFAC-ENC
               START ENCOURS
                   KEY NOT < CLE-ENC OF enreg-encours
                   INVALID KEY MOVE 1 TO EOF-ENC
               END-START
               PERFORM CUMULER-ENCOURS-CLIENT UNTIL EOF-ENC = 1
           END-IF.

       CUMULER-ENCOURS-CLIENT.
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ
           IF EOF-ENC NOT = 1
               IF NOCLI-ENC NOT = NOCLI-AFF
                   MOVE 1 TO EOF-ENC
               ELSE
                   IF STATUT-ENC = 'O'
                       COMPUTE WS-RESTE-DU
                           = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
                       IF TYPE-ENC = 'A' OR TYPE-ENC = 'C'
                          OR TYPE-ENC = 'R'
                           SUBTRACT WS-RESTE-DU FROM WS-ENCOURS-CLIENT
                       ELSE
                           ADD WS-RESTE-DU TO WS-ENCOURS-CLIENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RECHERCHER-DERNIERE-COMMANDE.
           MOVE 0 TO WS-DATE-DERNIERE
           MOVE NOCLI-AFF TO NOCLI-DERN
           READ FDERNCMD
               INVALID KEY CONTINUE
           END-READ
           IF WS-DERN-STATUS = '00'
               MOVE DATE-DERN TO WS-DATE-DERNIERE
           END-IF.

       FIN.
           IF WS-PREMIER = 'N'
               PERFORM EDITER-TOTAL-REP
           END-IF
           MOVE TOTAL-GENERAL TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL GENERAL REPRESENTANTS ' DELIMITED BY SIZE
                  COMPTEURREPRESENTANTS DELIMITED BY SIZE
                  ' CLIENTS ' DELIMITED BY SIZE
                  COMPTEURCLIENTS DELIMITED BY SIZE
                  ' ENCOURS ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'REPRESENTANTS EDITES : ' COMPTEURREPRESENTANTS
           DISPLAY 'CLIENTS EDITES       : ' COMPTEURCLIENTS
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           IF WS-ENC-DISPONIBLE = 'O'
               CLOSE ENCOURS
           END-IF
           CLOSE FAFFECT FDERNCMD FRAPPORT.

       END PROGRAM PORTREP.
