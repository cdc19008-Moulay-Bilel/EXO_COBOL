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
           SELECT FRELANCES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Relances.txt'.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FADRCLIENTS.
       01  enreg-adr-client.
           COPY ADRMAST.

      * same record shape as Etiquettes.txt so ETIQPRT prints the
      * dunning run through the existing label chain
       FD  FRELANCES.
           02 RUE-ETQ PIC X(30).
           02 CP-ETQ PIC X(5).
           02 VILLE-ETQ PIC X(20).
           02 PAYS-ETQ PIC X(2).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
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
       77  COMPTEUROUVERTES PIC 9(7) VALUE 0.
       77  COMPTEURRELANCES PIC 9(7) VALUE 0.
       77  COMPTEURLITIGES PIC 9(7) VALUE 0.
       77  WS-RESTE-DU PIC S9(8)V99 VALUE 0.
       77  WS-AGE-JOURS PIC S9(5) VALUE 0.
       77  WS-JOURS-FAC PIC S9(7) VALUE 0.
       77  WS-JOURS-JOUR PIC S9(7) VALUE 0.
       77  POS-TRANCHE PIC 9 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  NB-AVOIRS PIC 9(4) VALUE 0.
       77  POS-AVOIR PIC 9(4) VALUE 0.
       77  WS-AVOIR-TROUVE PIC 9(4) VALUE 0.
       77  WS-IMPUTATION PIC 9(8)V99 VALUE 0.
       77  TOTAL-AVOIRS-RESTANTS PIC 9(10)V99 VALUE 0.
       77  TOTAL-LITIGES PIC 9(10)V99 VALUE 0.
      * credit des avoirs ouverts par client, deduit des factures
      * ouvertes avant agement et relance
       01  TABLE-AVOIRS.
           02 AVOIR-TAB OCCURS 500 TIMES.
              03 NOCLI-AV-TAB PIC 9(7).
              03 CREDIT-AV-TAB PIC 9(8)V99.
       01  WS-DATE-JOUR.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 9(2).
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               STOP RUN
           END-IF
           PERFORM CHARGER-AVOIRS
           OPEN INPUT CLIH
           IF WS-CLIH-STATUS NOT = '00'
               DISPLAY 'CLIH ABSENT POUR CETTE GENERATION'
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
           OPEN OUTPUT FRELANCES
           OPEN OUTPUT FRAPPORT
           MOVE 0 TO POS-TRANCHE
               AT END MOVE 1 TO EOF-ENC
           END-READ.

      * premier passage sur l encours pour relever les avoirs et
      * credits non affectes ouverts, puis repositionnement en debut
      * de fichier
       CHARGER-AVOIRS.
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ
           PERFORM CHARGER-UN-AVOIR UNTIL EOF-ENC = 1
           CLOSE ENCOURS
           MOVE 0 TO EOF-ENC
           OPEN INPUT ENCOURS.

       CHARGER-UN-AVOIR.
           IF STATUT-ENC = 'O'
              AND (TYPE-ENC = 'A' OR TYPE-ENC = 'C'
                   OR TYPE-ENC = 'R')
               PERFORM CHERCHER-AVOIR-CLIENT
               IF WS-AVOIR-TROUVE = 0 AND NB-AVOIRS < 500
                   ADD 1 TO NB-AVOIRS
                   MOVE NB-AVOIRS TO WS-AVOIR-TROUVE
                   MOVE NOCLI-ENC TO NOCLI-AV-TAB(NB-AVOIRS)
                   MOVE 0 TO CREDIT-AV-TAB(NB-AVOIRS)
               END-IF
               IF WS-AVOIR-TROUVE > 0
                   COMPUTE CREDIT-AV-TAB(WS-AVOIR-TROUVE)
                       = CREDIT-AV-TAB(WS-AVOIR-TROUVE)
                       + MONTANT-FAC-ENC - MONTANT-REGLE-ENC
               END-IF
           END-IF
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

       CHERCHER-AVOIR-CLIENT.
           MOVE 0 TO WS-AVOIR-TROUVE POS-AVOIR
           PERFORM COMPARER-AVOIR-CLIENT NB-AVOIRS TIMES.

       COMPARER-AVOIR-CLIENT.
           ADD 1 TO POS-AVOIR
           IF NOCLI-AV-TAB(POS-AVOIR) = NOCLI-ENC
               MOVE POS-AVOIR TO WS-AVOIR-TROUVE
           END-IF.

      * l encours est trie par client puis facture : le credit
      * disponible couvre d abord les factures les plus anciennes
       NETTER-AVOIR-CLIENT.
           PERFORM CHERCHER-AVOIR-CLIENT
           IF WS-AVOIR-TROUVE > 0
               IF CREDIT-AV-TAB(WS-AVOIR-TROUVE) > WS-RESTE-DU
                   MOVE WS-RESTE-DU TO WS-IMPUTATION
               ELSE
                   MOVE CREDIT-AV-TAB(WS-AVOIR-TROUVE) TO WS-IMPUTATION
               END-IF
               SUBTRACT WS-IMPUTATION FROM WS-RESTE-DU
               SUBTRACT WS-IMPUTATION
                   FROM CREDIT-AV-TAB(WS-AVOIR-TROUVE)
           END-IF.

       VIDER-UNE-TRANCHE.
           ADD 1 TO POS-TRANCHE
           MOVE 0 TO COMPTE-AGE(POS-TRANCHE)
           MOVE 0 TO MONTANT-AGE(POS-TRANCHE).

      * une piece en litige sort de la balance et des relances
      * jusqu a la cloture du litige (LITMNT)
       TRAITER-UN-ENCOURS.
           MOVE 0 TO WS-RESTE-DU
           IF STATUT-ENC = 'O'
              AND TYPE-ENC NOT = 'A' AND TYPE-ENC NOT = 'C'
              AND TYPE-ENC NOT = 'R'
               COMPUTE WS-RESTE-DU
                   = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
               IF WS-RESTE-DU > 0
                   IF LITIGE-ENC = 'O'
                       ADD 1 TO COMPTEURLITIGES
                       ADD WS-RESTE-DU TO TOTAL-LITIGES
                       MOVE 0 TO WS-RESTE-DU
                   ELSE
                       PERFORM NETTER-AVOIR-CLIENT
                   END-IF
               END-IF
           END-IF
           IF WS-RESTE-DU > 0
               ADD 1 TO COMPTEUROUVERTES
               PERFORM CALCULER-AGE-FACTURE
               PERFORM CHOISIR-TRANCHE-AGE
               ADD 1 TO COMPTE-AGE(POS-TRANCHE)
              AND NOM OF enreg-courant NOT = 'SUPPRIME'
               MOVE NOCLI-ENC TO NOCLI-ETQ
               MOVE NOM OF enreg-courant TO NOM-ETQ
               PERFORM EDITER-ADRESSE
               WRITE ENREG-RELANCE
               END-WRITE
               ADD 1 TO COMPTEURRELANCES
           END-IF.

      * adresse courante d abord, sinon l adresse du master
       EDITER-ADRESSE.
           MOVE '23' TO WS-ADR-STATUS
           IF WS-ADR-DISPONIBLE = 'O'
               MOVE NOCLI-ENC TO NOCLI-ADR
               READ FADRCLIENTS
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF WS-ADR-STATUS = '00'
               MOVE NUM-ADR TO NUM-ETQ
               MOVE RUE-ADR TO RUE-ETQ
               MOVE CP-ADR TO CP-ETQ
               MOVE VILLE-ADR TO VILLE-ETQ
               MOVE PAYS-ADR TO PAYS-ETQ
           ELSE
               MOVE NUM-RUE OF enreg-courant TO NUM-ETQ
               MOVE RUE OF enreg-courant TO RUE-ETQ
               MOVE CODE-POSTAL OF enreg-courant TO CP-ETQ
               MOVE VILLE OF enreg-courant TO VILLE-ETQ
               MOVE 'FR' TO PAYS-ETQ
           END-IF.

       RECHERCHER-CLIENT.
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE NOCLI-ENC TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF.

       EDITER-BALANCE.
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-TRANCHE
           PERFORM EDITER-UNE-TRANCHE 4 TIMES
           MOVE 0 TO POS-AVOIR
           PERFORM CUMULER-AVOIR-RESTANT NB-AVOIRS TIMES
           MOVE TOTAL-AVOIRS-RESTANTS TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'AVOIRS/CREDITS NON IMPUTES (CLIENTS) : '
                  DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-LITIGES TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'EN LITIGE, HORS BALANCE ET RELANCE : '
                  DELIMITED BY SIZE
                  COMPTEURLITIGES DELIMITED BY SIZE
                  ' MONTANT ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'RELANCES EMISES : ' DELIMITED BY SIZE
                  COMPTEURRELANCES DELIMITED BY SIZE
           END-STRING
           WRITE LIGNE-RAPPORT.

       CUMULER-AVOIR-RESTANT.
           ADD 1 TO POS-AVOIR
           ADD CREDIT-AV-TAB(POS-AVOIR) TO TOTAL-AVOIRS-RESTANTS.

       EDITER-UNE-TRANCHE.
           ADD 1 TO POS-TRANCHE
           MOVE MONTANT-AGE(POS-TRANCHE) TO WS-MONTANT-EDIT
       FIN.
           DISPLAY 'FACTURES OUVERTES : ' COMPTEUROUVERTES
           DISPLAY 'RELANCES EMISES   : ' COMPTEURRELANCES
           DISPLAY 'PIECES EN LITIGE  : ' COMPTEURLITIGES
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
           CLOSE ENCOURS FRELANCES FRAPPORT.

       END PROGRAM RELANCE.
