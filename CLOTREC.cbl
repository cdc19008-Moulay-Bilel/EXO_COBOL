       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTREC.
      *****************************************************************
      * Cloture mensuelle de l encours clients. Le mois clos est le
      * mois qui suit la derniere cloture (ClotureRec.txt), ou celui
      * passe dans CLOTREC-PERIODE (AAAAMM) ; a la premiere cloture,
      * le mois precedent. Pour chaque client de l encours, le solde
      * du en fin de mois, les factures ouvertes par tranche d age,
      * les avoirs/credits non imputes et la part en litige sont
      * figes dans HistSoldes.txt. Les mouvements postes dans une
      * periode posterieure (PERIODE-ENC, PERIODE-HRG) sont retires
      * du solde courant pour retrouver le solde de fin de mois.
      * La balance agee de cloture (BalanceCloture.txt) rapproche
      * le total des soldes du solde d ouverture plus les factures
      * moins les avoirs, reglements et pertes de la periode, plus
      * les prelevements rejetes. L ecriture de ClotureRec.txt
      * verrouille le mois : PERIOCPT envoie toute ecriture
      * ulterieure datee de ce mois dans la periode suivante.
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
           SELECT FCLOTURES
               ASSIGN TO 'C:\Users\CRM\Desktop\ClotureRec.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIODE-CLO OF enreg-cloture
               FILE STATUS IS WS-CLO-STATUS.
           SELECT FHISTSOLDES
               ASSIGN TO 'C:\Users\CRM\Desktop\HistSoldes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-SLD OF enreg-solde
               FILE STATUS IS WS-SLD-STATUS.
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
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\BalanceCloture.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FHISTREGL.
       01  enreg-hist-regl.
           COPY REGHIST.

       FD  FCLOTURES.
       01  enreg-cloture.
           COPY CLOMAST.

       FD  FHISTSOLDES.
       01  enreg-solde.
           COPY SOLDHIST.

       FD  CLIH.
       01  enreg-CLIH.
           COPY CLIMAST.

       FD  CLIF.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-ENC PIC 99 VALUE 0.
       77  EOF-HRG PIC 99 VALUE 0.
       77  EOF-CLO PIC 99 VALUE 0.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-HRG-STATUS PIC X(2) VALUE '00'.
       77  WS-CLO-STATUS PIC X(2) VALUE '00'.
       77  WS-SLD-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACE.
       77  WS-PERIODE-CLOSE PIC 9(6) VALUE 0.
       77  WS-DERNIERE-CLOSE PIC 9(6) VALUE 0.
       77  WS-PERIODE-ATTENDUE PIC 9(6) VALUE 0.
       77  WS-PERIODE-PIECE PIC 9(6) VALUE 0.
       77  WS-MOIS-COURANT PIC 9(6) VALUE 0.
       77  WS-SOLDE-OUVERTURE PIC S9(10)V99 VALUE 0.
       77  WS-NOCLI-COURANT PIC 9(7) VALUE 0.
       77  WS-RESTE-DU PIC S9(8)V99 VALUE 0.
       77  WS-AGE-JOURS PIC S9(5) VALUE 0.
       77  WS-JOURS-FAC PIC S9(7) VALUE 0.
       77  WS-JOURS-FIN PIC S9(7) VALUE 0.
       77  POS-TRANCHE PIC 9 VALUE 0.
       77  NB-AJUST PIC 9(4) VALUE 0.
       77  POS-AJUST PIC 9(4) VALUE 0.
       77  WS-AJUST-TROUVE PIC 9(4) VALUE 0.
       77  WS-NOCLI-CHERCHE PIC 9(7) VALUE 0.
       77  COMPTEURCLIENTS PIC 9(7) VALUE 0.
       77  COMPTEURPOSTERIEURS PIC 9(7) VALUE 0.
       77  TOTAL-FACTURES PIC 9(10)V99 VALUE 0.
       77  TOTAL-AVOIRS PIC 9(10)V99 VALUE 0.
       77  TOTAL-REGLEMENTS PIC 9(10)V99 VALUE 0.
       77  TOTAL-IMPAYES PIC 9(10)V99 VALUE 0.
       77  TOTAL-PERTES PIC 9(10)V99 VALUE 0.
       77  TOTAL-SOLDES PIC S9(10)V99 VALUE 0.
       77  TOTAL-CREDITS PIC 9(10)V99 VALUE 0.
       77  TOTAL-LITIGES PIC 9(10)V99 VALUE 0.
       77  WS-SOLDE-THEORIQUE PIC S9(10)V99 VALUE 0.
       77  WS-ECART PIC S9(10)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-SOLDE-EDIT PIC -ZZZZZZZZZ9.99.
       01  WS-DATE-JOUR.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 9(2).
           02 WS-JJ-JOUR PIC 9(2).
       01  WS-DATE-FAC-DEC.
           02 WS-AAAA-FAC PIC 9(4).
           02 WS-MM-FAC PIC 9(2).
           02 WS-JJ-FAC PIC 9(2).
       01  WS-PERIODE-DEC.
           02 WS-AAAA-PER PIC 9(4).
           02 WS-MM-PER PIC 9(2).
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.
      * cumuls du client en cours de lecture
       01  CUMUL-CLIENT.
           02 SOLDE-CLI PIC S9(10)V99.
           02 TRANCHE-CLI PIC 9(8)V99 OCCURS 4 TIMES.
           02 CREDITS-CLI PIC 9(8)V99.
           02 LITIGES-CLI PIC 9(8)V99.
       01  LISTE-LIBELLES-AGE.
           02 FILLER PIC X(12) VALUE '0 A 30 J'.
           02 FILLER PIC X(12) VALUE '31 A 60 J'.
           02 FILLER PIC X(12) VALUE '61 A 90 J'.
           02 FILLER PIC X(12) VALUE 'PLUS DE 90'.
       01  TABLE-LIBELLES-AGE REDEFINES LISTE-LIBELLES-AGE.
           02 LIBELLE-AGE OCCURS 4 TIMES PIC X(12).
       01  TABLE-AGES.
           02 MONTANT-AGE PIC 9(10)V99 OCCURS 4 TIMES.
      * reglements, rejets et pertes postes apres le mois clos, par
      * client, a reintegrer dans le solde de fin de mois
       01  TABLE-AJUSTEMENTS.
           02 AJUST-TAB OCCURS 2000 TIMES.
              03 NOCLI-AJ-TAB PIC 9(7).
              03 MONTANT-AJ-TAB PIC S9(10)V99.

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
           PERFORM CHARGER-HISTORIQUE
           PERFORM TRAITER-UN-ENCOURS UNTIL EOF-ENC = 1
           IF WS-NOCLI-COURANT NOT = 0
               PERFORM FIGER-CLIENT
           END-IF
           PERFORM EDITER-RAPPROCHEMENT
           PERFORM ENREGISTRER-CLOTURE
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
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-COURANT
           PERFORM LIRE-DERNIERE-CLOTURE
           PERFORM CHOISIR-PERIODE
           MOVE WS-PERIODE-CLOSE TO WS-PERIODE-DEC
           COMPUTE WS-JOURS-FIN
               = WS-AAAA-PER * 360 + WS-MM-PER * 30 + 30
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
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT, CLOTURE IMPOSSIBLE'
               CLOSE FCLOTURES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FHISTSOLDES
           IF WS-SLD-STATUS NOT = '00'
               OPEN OUTPUT FHISTSOLDES
               CLOSE FHISTSOLDES
               OPEN I-O FHISTSOLDES
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
           OPEN OUTPUT FRAPPORT
           MOVE '--- BALANCE AGEE DE CLOTURE DE L ENCOURS CLIENTS ---'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PERIODE CLOSE ' DELIMITED BY SIZE
                  WS-PERIODE-CLOSE DELIMITED BY SIZE
                  ' LE ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'CLIENT  NOM                         SOLDE'
               TO LIGNE-RAPPORT
           MOVE '    0 A 30 J   31 A 60 J   61 A 90 J  PLUS DE 90'
               TO LIGNE-RAPPORT(44:50)
           WRITE LIGNE-RAPPORT
           MOVE 0 TO MONTANT-AGE(1) MONTANT-AGE(2)
                     MONTANT-AGE(3) MONTANT-AGE(4)
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

      * le fichier des clotures est lu dans l ordre des periodes ;
      * le solde de cloture de la derniere ouvre la suivante
       LIRE-DERNIERE-CLOTURE.
           OPEN I-O FCLOTURES
           IF WS-CLO-STATUS NOT = '00'
               OPEN OUTPUT FCLOTURES
               CLOSE FCLOTURES
               OPEN I-O FCLOTURES
           END-IF
           MOVE 0 TO EOF-CLO
           READ FCLOTURES NEXT RECORD
               AT END MOVE 1 TO EOF-CLO
           END-READ
           PERFORM LIRE-UNE-CLOTURE UNTIL EOF-CLO = 1.

       LIRE-UNE-CLOTURE.
           MOVE PERIODE-CLO TO WS-DERNIERE-CLOSE
           MOVE SOLDE-CLOTURE-CLO TO WS-SOLDE-OUVERTURE
           READ FCLOTURES NEXT RECORD
               AT END MOVE 1 TO EOF-CLO
           END-READ.

      * les mois se closent dans l ordre, sans saut, et jamais un
      * mois a venir
       CHOISIR-PERIODE.
           IF WS-DERNIERE-CLOSE NOT = 0
               MOVE WS-DERNIERE-CLOSE TO WS-PERIODE-DEC
               IF WS-MM-PER = 12
                   ADD 1 TO WS-AAAA-PER
                   MOVE 1 TO WS-MM-PER
               ELSE
                   ADD 1 TO WS-MM-PER
               END-IF
               MOVE WS-PERIODE-DEC TO WS-PERIODE-ATTENDUE
           END-IF
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT 'CLOTREC-PERIODE'
           IF WS-PERIODE-SAISIE = SPACE
               IF WS-PERIODE-ATTENDUE NOT = 0
                   MOVE WS-PERIODE-ATTENDUE TO WS-PERIODE-CLOSE
               ELSE
                   MOVE WS-MOIS-COURANT TO WS-PERIODE-DEC
                   IF WS-MM-PER = 1
                       SUBTRACT 1 FROM WS-AAAA-PER
                       MOVE 12 TO WS-MM-PER
                   ELSE
                       SUBTRACT 1 FROM WS-MM-PER
                   END-IF
                   MOVE WS-PERIODE-DEC TO WS-PERIODE-CLOSE
               END-IF
           ELSE
           IF WS-PERIODE-SAISIE IS NOT NUMERIC
               DISPLAY 'CLOTREC-PERIODE NON NUMERIQUE : '
                       WS-PERIODE-SAISIE
               CLOSE FCLOTURES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE-CLOSE
           END-IF
           END-IF
           MOVE WS-PERIODE-CLOSE TO WS-PERIODE-DEC
           IF WS-MM-PER < 1 OR WS-MM-PER > 12
               DISPLAY 'PERIODE INVALIDE : ' WS-PERIODE-CLOSE
               CLOSE FCLOTURES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIODE-CLOSE > WS-MOIS-COURANT
               DISPLAY 'PERIODE ' WS-PERIODE-CLOSE ' PAS ENCORE '
                       'ECOULEE, CLOTURE REFUSEE'
               CLOSE FCLOTURES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DERNIERE-CLOSE NOT = 0
              AND WS-PERIODE-CLOSE NOT = WS-PERIODE-ATTENDUE
               DISPLAY 'DERNIERE CLOTURE ' WS-DERNIERE-CLOSE
                       ', SEULE ' WS-PERIODE-ATTENDUE
                       ' PEUT ETRE CLOSE'
               CLOSE FCLOTURES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CLOTURE DE LA PERIODE ' WS-PERIODE-CLOSE.

      * mouvements de l historique des reglements : ceux de la
      * periode sont totalises, ceux d apres sont mis de cote par
      * client pour etre retires des soldes courants
       CHARGER-HISTORIQUE.
           OPEN INPUT FHISTREGL
           IF WS-HRG-STATUS NOT = '00'
               DISPLAY 'HISTORIQUE DES REGLEMENTS ABSENT'
           ELSE
               READ FHISTREGL
                   AT END MOVE 1 TO EOF-HRG
               END-READ
               PERFORM CHARGER-UN-MOUVEMENT UNTIL EOF-HRG = 1
               CLOSE FHISTREGL
           END-IF.

      * les affectations (type A) detaillent un reglement deja
      * compte sous son type R
       CHARGER-UN-MOUVEMENT.
           IF TYPE-HRG NOT = 'A'
               PERFORM CUMULER-UN-MOUVEMENT
           END-IF
           READ FHISTREGL
               AT END MOVE 1 TO EOF-HRG
           END-READ.

       CUMULER-UN-MOUVEMENT.
           IF PERIODE-HRG IS NUMERIC
               MOVE PERIODE-HRG TO WS-PERIODE-PIECE
           ELSE
               MOVE 0 TO WS-PERIODE-PIECE
           END-IF
           IF WS-PERIODE-PIECE > WS-PERIODE-CLOSE
               ADD 1 TO COMPTEURPOSTERIEURS
               MOVE NOCLI-HRG TO WS-NOCLI-CHERCHE
               PERFORM CHERCHER-AJUSTEMENT
               IF WS-AJUST-TROUVE = 0 AND NB-AJUST < 2000
                   ADD 1 TO NB-AJUST
                   MOVE NB-AJUST TO WS-AJUST-TROUVE
                   MOVE NOCLI-HRG TO NOCLI-AJ-TAB(NB-AJUST)
                   MOVE 0 TO MONTANT-AJ-TAB(NB-AJUST)
               END-IF
               IF WS-AJUST-TROUVE > 0
                   IF TYPE-HRG = 'J'
                       SUBTRACT MONTANT-HRG
                           FROM MONTANT-AJ-TAB(WS-AJUST-TROUVE)
                   ELSE
                       ADD MONTANT-HRG
                           TO MONTANT-AJ-TAB(WS-AJUST-TROUVE)
                   END-IF
               END-IF
           ELSE
           IF WS-PERIODE-PIECE > WS-DERNIERE-CLOSE
               IF TYPE-HRG = 'J'
                   ADD MONTANT-HRG TO TOTAL-IMPAYES
               ELSE
               IF TYPE-HRG = 'P'
                   ADD MONTANT-HRG TO TOTAL-PERTES
               ELSE
                   ADD MONTANT-HRG TO TOTAL-REGLEMENTS
               END-IF
               END-IF
           END-IF
           END-IF.

       CHERCHER-AJUSTEMENT.
           MOVE 0 TO WS-AJUST-TROUVE POS-AJUST
           PERFORM COMPARER-AJUSTEMENT NB-AJUST TIMES.

       COMPARER-AJUSTEMENT.
           ADD 1 TO POS-AJUST
           IF NOCLI-AJ-TAB(POS-AJUST) = WS-NOCLI-CHERCHE
               MOVE POS-AJUST TO WS-AJUST-TROUVE
           END-IF.

      * l encours est trie par client : rupture sur le numero
       TRAITER-UN-ENCOURS.
           IF NOCLI-ENC NOT = WS-NOCLI-COURANT
               IF WS-NOCLI-COURANT NOT = 0
                   PERFORM FIGER-CLIENT
               END-IF
               MOVE NOCLI-ENC TO WS-NOCLI-COURANT
               INITIALIZE CUMUL-CLIENT
           END-IF
           IF PERIODE-ENC IS NUMERIC
               MOVE PERIODE-ENC TO WS-PERIODE-PIECE
           ELSE
               MOVE 0 TO WS-PERIODE-PIECE
           END-IF
           MOVE 0 TO WS-RESTE-DU
           IF MONTANT-FAC-ENC > MONTANT-REGLE-ENC
               COMPUTE WS-RESTE-DU = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
           END-IF
           IF TYPE-ENC = 'A' OR TYPE-ENC = 'C' OR TYPE-ENC = 'R'
               SUBTRACT WS-RESTE-DU FROM SOLDE-CLI
           ELSE
               ADD WS-RESTE-DU TO SOLDE-CLI
           END-IF
           IF WS-PERIODE-PIECE > WS-PERIODE-CLOSE
               PERFORM RETIRER-PIECE-POSTERIEURE
           ELSE
               PERFORM VENTILER-PIECE
               IF WS-PERIODE-PIECE > WS-DERNIERE-CLOSE
                   PERFORM CUMULER-MOUVEMENT-PIECE
               END-IF
           END-IF
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

      * une piece postee apres le mois clos n existait pas a la fin
      * du mois ; un credit C vient d un reglement, deja retire
       RETIRER-PIECE-POSTERIEURE.
           ADD 1 TO COMPTEURPOSTERIEURS
           IF TYPE-ENC = 'A' OR TYPE-ENC = 'R'
               ADD MONTANT-FAC-ENC TO SOLDE-CLI
           ELSE
           IF TYPE-ENC NOT = 'C'
               SUBTRACT MONTANT-FAC-ENC FROM SOLDE-CLI
           END-IF
           END-IF.

       VENTILER-PIECE.
           IF WS-RESTE-DU > 0
               IF TYPE-ENC = 'A' OR TYPE-ENC = 'C'
                  OR TYPE-ENC = 'R'
                   ADD WS-RESTE-DU TO CREDITS-CLI
               ELSE
                   PERFORM CALCULER-AGE-FACTURE
                   PERFORM CHOISIR-TRANCHE-AGE
                   ADD WS-RESTE-DU TO TRANCHE-CLI(POS-TRANCHE)
                   IF LITIGE-ENC = 'O'
                       ADD WS-RESTE-DU TO LITIGES-CLI
                   END-IF
               END-IF
           END-IF.

       CUMULER-MOUVEMENT-PIECE.
           IF TYPE-ENC = 'A' OR TYPE-ENC = 'R'
               ADD MONTANT-FAC-ENC TO TOTAL-AVOIRS
           ELSE
           IF TYPE-ENC NOT = 'C'
               ADD MONTANT-FAC-ENC TO TOTAL-FACTURES
           END-IF
           END-IF.

      * age a la fin du mois clos, base 30/360
       CALCULER-AGE-FACTURE.
           MOVE DATE-FAC-ENC TO WS-DATE-FAC-DEC
           COMPUTE WS-JOURS-FAC
               = WS-AAAA-FAC * 360 + WS-MM-FAC * 30 + WS-JJ-FAC
           COMPUTE WS-AGE-JOURS = WS-JOURS-FIN - WS-JOURS-FAC
           IF WS-AGE-JOURS < 0
               MOVE 0 TO WS-AGE-JOURS
           END-IF.

       CHOISIR-TRANCHE-AGE.
           IF WS-AGE-JOURS <= 30
               MOVE 1 TO POS-TRANCHE
           ELSE
           IF WS-AGE-JOURS <= 60
               MOVE 2 TO POS-TRANCHE
           ELSE
           IF WS-AGE-JOURS <= 90
               MOVE 3 TO POS-TRANCHE
           ELSE
               MOVE 4 TO POS-TRANCHE
           END-IF
           END-IF
           END-IF.

      * le solde de fin de mois du client est fige dans l historique
       FIGER-CLIENT.
           MOVE WS-NOCLI-COURANT TO WS-NOCLI-CHERCHE
           PERFORM CHERCHER-AJUSTEMENT
           IF WS-AJUST-TROUVE > 0
               ADD MONTANT-AJ-TAB(WS-AJUST-TROUVE) TO SOLDE-CLI
           END-IF
           MOVE WS-PERIODE-CLOSE TO PERIODE-SLD
           MOVE WS-NOCLI-COURANT TO NOCLI-SLD
           MOVE SOLDE-CLI TO SOLDE-SLD
           MOVE TRANCHE-CLI(1) TO MONTANT-TRANCHE-SLD(1)
           MOVE TRANCHE-CLI(2) TO MONTANT-TRANCHE-SLD(2)
           MOVE TRANCHE-CLI(3) TO MONTANT-TRANCHE-SLD(3)
           MOVE TRANCHE-CLI(4) TO MONTANT-TRANCHE-SLD(4)
           MOVE CREDITS-CLI TO CREDITS-SLD
           MOVE LITIGES-CLI TO LITIGES-SLD
           MOVE WS-DATE-JOUR TO DATE-CLOTURE-SLD
           WRITE enreg-solde
               INVALID KEY
                   REWRITE enreg-solde
                   END-REWRITE
           END-WRITE
           ADD 1 TO COMPTEURCLIENTS
           ADD SOLDE-CLI TO TOTAL-SOLDES
           ADD CREDITS-CLI TO TOTAL-CREDITS
           ADD LITIGES-CLI TO TOTAL-LITIGES
           ADD TRANCHE-CLI(1) TO MONTANT-AGE(1)
           ADD TRANCHE-CLI(2) TO MONTANT-AGE(2)
           ADD TRANCHE-CLI(3) TO MONTANT-AGE(3)
           ADD TRANCHE-CLI(4) TO MONTANT-AGE(4)
           PERFORM EDITER-CLIENT.

       EDITER-CLIENT.
           PERFORM RECHERCHER-CLIENT
           IF TROUVE = 'N'
               MOVE SPACES TO NOM OF enreg-courant
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-NOCLI-COURANT TO LIGNE-RAPPORT(1:7)
           MOVE NOM OF enreg-courant TO LIGNE-RAPPORT(9:20)
           MOVE SOLDE-CLI TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(30:14)
           MOVE TRANCHE-CLI(1) TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(45:11)
           MOVE TRANCHE-CLI(2) TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(57:11)
           MOVE TRANCHE-CLI(3) TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(69:11)
           MOVE TRANCHE-CLI(4) TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(81:11)
           WRITE LIGNE-RAPPORT.

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
           END-IF.

      * le total des soldes doit egaler l ouverture plus les
      * mouvements de la periode
       EDITER-RAPPROCHEMENT.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-TRANCHE
           PERFORM EDITER-UNE-TRANCHE 4 TIMES
           MOVE TOTAL-CREDITS TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'AVOIRS/CREDITS NON IMPUTES  ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-LITIGES TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'DONT EN LITIGE              ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'RAPPROCHEMENT DE LA PERIODE' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           COMPUTE WS-SOLDE-THEORIQUE = WS-SOLDE-OUVERTURE
               + TOTAL-FACTURES - TOTAL-AVOIRS - TOTAL-REGLEMENTS
               + TOTAL-IMPAYES - TOTAL-PERTES
           COMPUTE WS-ECART = TOTAL-SOLDES - WS-SOLDE-THEORIQUE
           MOVE 'SOLDE D OUVERTURE           ' TO LIGNE-RAPPORT
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(30:14)
           WRITE LIGNE-RAPPORT
           MOVE '+ FACTURES ET PENALITES    ' TO LIGNE-RAPPORT
           MOVE TOTAL-FACTURES TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(30:14)
           WRITE LIGNE-RAPPORT
           MOVE '- AVOIRS                   ' TO LIGNE-RAPPORT
           MOVE TOTAL-AVOIRS TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(30:14)
           WRITE LIGNE-RAPPORT
           MOVE '- REGLEMENTS CLIENTS       ' TO LIGNE-RAPPORT
           MOVE TOTAL-REGLEMENTS TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(30:14)
           WRITE LIGNE-RAPPORT
           MOVE '+ PRELEVEMENTS REJETES     ' TO LIGNE-RAPPORT
           MOVE TOTAL-IMPAYES TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(30:14)
           WRITE LIGNE-RAPPORT
           MOVE '- PASSAGES EN PERTE        ' TO LIGNE-RAPPORT
           MOVE TOTAL-PERTES TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(30:14)
           WRITE LIGNE-RAPPORT
           MOVE '= SOLDE THEORIQUE          ' TO LIGNE-RAPPORT
           MOVE WS-SOLDE-THEORIQUE TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(30:14)
           WRITE LIGNE-RAPPORT
           MOVE 'TOTAL DES SOLDES CLIENTS   ' TO LIGNE-RAPPORT
           MOVE TOTAL-SOLDES TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(30:14)
           WRITE LIGNE-RAPPORT
           MOVE 'ECART                      ' TO LIGNE-RAPPORT
           MOVE WS-ECART TO WS-SOLDE-EDIT
           MOVE WS-SOLDE-EDIT TO LIGNE-RAPPORT(30:14)
           IF WS-ECART = 0
               MOVE 'BALANCE EQUILIBREE' TO LIGNE-RAPPORT(46:18)
           ELSE
               MOVE 'ECART A ANALYSER' TO LIGNE-RAPPORT(46:16)
           END-IF
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:64)
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'MOUVEMENTS POSTES APRES LA PERIODE, RETIRES DES '
                  DELIMITED BY SIZE
                  'SOLDES : ' DELIMITED BY SIZE
                  COMPTEURPOSTERIEURS DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       EDITER-UNE-TRANCHE.
           ADD 1 TO POS-TRANCHE
           MOVE MONTANT-AGE(POS-TRANCHE) TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'FACTURES ' DELIMITED BY SIZE
                  LIBELLE-AGE(POS-TRANCHE) DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

      * l enregistrement de la cloture verrouille le mois
       ENREGISTRER-CLOTURE.
           MOVE WS-PERIODE-CLOSE TO PERIODE-CLO
           MOVE WS-DATE-JOUR TO DATE-CLOTURE-CLO
           MOVE WS-SOLDE-OUVERTURE TO SOLDE-OUVERTURE-CLO
           MOVE TOTAL-FACTURES TO FACTURES-CLO
           MOVE TOTAL-AVOIRS TO AVOIRS-CLO
           MOVE TOTAL-REGLEMENTS TO REGLEMENTS-CLO
           MOVE TOTAL-IMPAYES TO IMPAYES-CLO
           MOVE TOTAL-PERTES TO PERTES-CLO
           MOVE TOTAL-SOLDES TO SOLDE-CLOTURE-CLO
           MOVE COMPTEURCLIENTS TO NB-CLIENTS-CLO
           WRITE enreg-cloture
               INVALID KEY
                   DISPLAY 'PERIODE DEJA CLOSE : ' WS-PERIODE-CLOSE
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

       FIN.
           DISPLAY 'CLIENTS FIGES : ' COMPTEURCLIENTS
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           CLOSE ENCOURS FCLOTURES FHISTSOLDES FRAPPORT.
