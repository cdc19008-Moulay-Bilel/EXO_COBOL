       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIVICOL.
      *****************************************************************
      * Chargement des numeros de suivi renvoyes par le transporteur
      * (RetourTransporteur.txt, un enregistrement par bon de
      * livraison du manifeste) : le numero est porte sur le bon
      * (BonsLiv.txt) et sur la commande (Commandes.txt) pour que le
      * service client retrouve le colis depuis CMDMNT. Un retour
      * deja charge est simplement recharge. Les retours sans bon
      * connu sont edites dans EtatSuiviColis.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FRETOURTRP
               ASSIGN TO 'C:\Users\CRM\Desktop\RetourTransporteur.txt'
               FILE STATUS IS WS-RET-STATUS.
           SELECT FBONSLIV
               ASSIGN TO 'C:\Users\CRM\Desktop\BonsLiv.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOBL OF enreg-bon-livraison
               FILE STATUS IS WS-BL-STATUS.
           SELECT CMDMAST
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCMD OF enreg-commande
               FILE STATUS IS WS-CMD-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatSuiviColis.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * RET-DATE : date de prise en charge par le transporteur
       FD  FRETOURTRP.
       01  enreg-retour.
           02 RET-NOBL PIC 9(7).
           02 RET-NO-SUIVI PIC X(20).
           02 RET-DATE PIC 9(8).

       FD  FBONSLIV.
       01  enreg-bon-livraison.
           COPY BLMAST.

       FD  CMDMAST.
       01  enreg-commande.
           COPY CMDMAST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-RET PIC 99 VALUE 0.
       77  WS-RET-STATUS PIC X(2) VALUE '00'.
       77  WS-BL-STATUS PIC X(2) VALUE '00'.
       77  WS-CMD-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-MOTIF-TRAVAIL PIC X(30) VALUE SPACE.
       77  COMPTEURRETOURS PIC 9(5) VALUE 0.
       77  COMPTEURCHARGES PIC 9(5) VALUE 0.
       77  COMPTEURREJETES PIC 9(5) VALUE 0.

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
           PERFORM TRAITER-RETOUR UNTIL EOF-RET = 1
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
           OPEN INPUT FRETOURTRP
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'FICHIER RETOUR TRANSPORTEUR ABSENT'
               STOP RUN
           END-IF
           OPEN I-O FBONSLIV
           IF WS-BL-STATUS NOT = '00'
               DISPLAY 'BONS DE LIVRAISON ABSENTS'
               CLOSE FRETOURTRP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CMDMAST
           IF WS-CMD-STATUS NOT = '00'
               DISPLAY 'MASTER COMMANDES ABSENT'
               CLOSE FRETOURTRP FBONSLIV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE '--- NUMEROS DE SUIVI TRANSPORTEUR ---'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           READ FRETOURTRP
               AT END MOVE 1 TO EOF-RET
           END-READ.

       TRAITER-RETOUR.
           ADD 1 TO COMPTEURRETOURS
           MOVE SPACE TO WS-MOTIF-TRAVAIL
           IF RET-NO-SUIVI = SPACES
               MOVE 'NUMERO DE SUIVI VIDE' TO WS-MOTIF-TRAVAIL
           ELSE
               MOVE RET-NOBL TO NOBL
               READ FBONSLIV
                   INVALID KEY
                       MOVE 'BON DE LIVRAISON INCONNU'
                           TO WS-MOTIF-TRAVAIL
               END-READ
           END-IF
           IF WS-MOTIF-TRAVAIL = SPACE
               ADD 1 TO COMPTEURCHARGES
               PERFORM CHARGER-SUIVI-BL
               PERFORM CHARGER-SUIVI-COMMANDE
           ELSE
               ADD 1 TO COMPTEURREJETES
               PERFORM SIGNALER-REJET
           END-IF
           READ FRETOURTRP
               AT END MOVE 1 TO EOF-RET
           END-READ.

       CHARGER-SUIVI-BL.
           MOVE RET-NO-SUIVI TO NO-SUIVI-BL
           IF RET-DATE IS NUMERIC AND RET-DATE > 0
               MOVE RET-DATE TO DATE-SUIVI-BL
           ELSE
               MOVE WS-DATE-JOUR TO DATE-SUIVI-BL
           END-IF
           REWRITE enreg-bon-livraison
           END-REWRITE.

      * la commande garde le suivi du colis le plus recent ; un
      * retour plus ancien que celui deja porte ne l ecrase pas
       CHARGER-SUIVI-COMMANDE.
           MOVE NOCMD-BL TO NOCMD OF enreg-commande
           READ CMDMAST
               INVALID KEY
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'COMMANDE ' DELIMITED BY SIZE
                          NOCMD-BL DELIMITED BY SIZE
                          ' ABSENTE, SUIVI PORTE SUR LE BON SEUL'
                              DELIMITED BY SIZE
                       INTO LIGNE-RAPPORT
                   END-STRING
                   WRITE LIGNE-RAPPORT
           END-READ
           IF WS-CMD-STATUS = '00'
              AND DATE-SUIVI-BL NOT < DATE-SUIVI-CMD
               MOVE NO-SUIVI-BL TO NO-SUIVI-CMD
               MOVE DATE-SUIVI-BL TO DATE-SUIVI-CMD
               REWRITE enreg-commande
               END-REWRITE
           END-IF.

       SIGNALER-REJET.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'RETOUR REJETE BON ' DELIMITED BY SIZE
                  RET-NOBL DELIMITED BY SIZE
                  ' SUIVI ' DELIMITED BY SIZE
                  RET-NO-SUIVI DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  WS-MOTIF-TRAVAIL DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:70).

       FIN.
           CLOSE FRETOURTRP FBONSLIV CMDMAST
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'RETOURS LUS : ' DELIMITED BY SIZE
                  COMPTEURRETOURS DELIMITED BY SIZE
                  '  CHARGES : ' DELIMITED BY SIZE
                  COMPTEURCHARGES DELIMITED BY SIZE
                  '  REJETES : ' DELIMITED BY SIZE
                  COMPTEURREJETES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           CLOSE FRAPPORT
           DISPLAY 'RETOURS LUS : ' COMPTEURRETOURS
           DISPLAY 'SUIVIS CHARGES : ' COMPTEURCHARGES
           DISPLAY 'RETOURS REJETES : ' COMPTEURREJETES.
