       PROGRAM-ID. RERUNREQ.
      *****************************************************************
      * Depot des demandes de relance hors cycle : un utilisateur
      * habilite soumet une etape definie (JobDef.txt) avec ses
      * parametres, et JOBNUIT consomme la file en respectant le
      * verrou et le calendrier, puis inscrit le resultat contre le
      * demandeur. Toute execution passe ainsi par la meme porte.
           SELECT FDEMANDES
               ASSIGN TO 'C:\Users\CRM\Desktop\DemandesRerun.txt'
               FILE STATUS IS WS-DEM-STATUS.
           SELECT FDEFINITIONS
               ASSIGN TO 'C:\Users\CRM\Desktop\JobDef.txt'
               FILE STATUS IS WS-DEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FDEMANDES.
       01  enreg-demande.
           02 DEM-ETAPE PIC 99.
           02 DEM-PARAMS PIC X(20).
           02 DEM-DEMANDEUR PIC X(8).
           02 DEM-DATE PIC 9(8).
           02 DEM-ETAT PIC X.
           02 DEM-CODE-RETOUR PIC 9(4).

       FD  FDEFINITIONS.
       01  enreg-definition.
           COPY JOBDEF.

       WORKING-STORAGE SECTION.
       77  WS-DEM-STATUS PIC X(2) VALUE '00'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-DEF-STATUS PIC X(2) VALUE '00'.
       77  EOF-DEF PIC 99 VALUE 0.
       77  WS-ETAPE-SAISIE PIC 99 VALUE 0.
       77  POS-ETAPE PIC 99 VALUE 0.
       77  COMPTEURDEPOSEES PIC 9(3) VALUE 0.

      * etapes offertes, par numero d etape : les etapes integrees
      * de JOBNUIT (CLI 1-3 et 12, PAIE 4-6), remplacees ou
      * completees par JobDef.txt
       01  TABLE-ETAPES.
           02 ETAPE-OFFERTE OCCURS 99 TIMES.
              03 CHAINE-OFFERTE PIC X(4).
              03 PROGRAMME-OFFERT PIC X(8).

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.
                       'DEMANDE'
               STOP RUN
           END-IF
           PERFORM CHARGER-ETAPES
           OPEN EXTEND FDEMANDES
           IF WS-DEM-STATUS NOT = '00'
               OPEN OUTPUT FDEMANDES
           END-IF.

       CHARGER-ETAPES.
           INITIALIZE TABLE-ETAPES
           MOVE 'CLI' TO CHAINE-OFFERTE(1) CHAINE-OFFERTE(2)
                         CHAINE-OFFERTE(3) CHAINE-OFFERTE(12)
           MOVE 'PAIE' TO CHAINE-OFFERTE(4) CHAINE-OFFERTE(5)
                          CHAINE-OFFERTE(6)
           MOVE 'EXO09' TO PROGRAMME-OFFERT(1)
           MOVE 'EXOTRI' TO PROGRAMME-OFFERT(2)
           MOVE 'TRIBUL' TO PROGRAMME-OFFERT(3)
           MOVE 'BULPAIE' TO PROGRAMME-OFFERT(4)
           MOVE 'BULPRT' TO PROGRAMME-OFFERT(5)
           MOVE 'VIREMNT' TO PROGRAMME-OFFERT(6)
           MOVE 'ADRIDX' TO PROGRAMME-OFFERT(12)
           OPEN INPUT FDEFINITIONS
           IF WS-DEF-STATUS = '00'
               READ FDEFINITIONS
                   AT END MOVE 1 TO EOF-DEF
               END-READ
               PERFORM CHARGER-UNE-DEFINITION UNTIL EOF-DEF = 1
               CLOSE FDEFINITIONS
           END-IF.

       CHARGER-UNE-DEFINITION.
           IF ETAPE-DEF IS NUMERIC AND ETAPE-DEF > 0
              AND ETAPE-DEF < 99
               MOVE CHAINE-DEF TO CHAINE-OFFERTE(ETAPE-DEF)
               MOVE PROGRAMME-DEF TO PROGRAMME-OFFERT(ETAPE-DEF)
           END-IF
           READ FDEFINITIONS
               AT END MOVE 1 TO EOF-DEF
           END-READ.

       AFFICHER-ETAPES.
           MOVE 0 TO POS-ETAPE
           PERFORM AFFICHER-UNE-ETAPE 99 TIMES.

       AFFICHER-UNE-ETAPE.
           ADD 1 TO POS-ETAPE
           IF PROGRAMME-OFFERT(POS-ETAPE) NOT = SPACES
               DISPLAY ' ' POS-ETAPE '=' PROGRAMME-OFFERT(POS-ETAPE)
                       ' (' CHAINE-OFFERTE(POS-ETAPE) ')'
           END-IF.

       DEPOSER-UNE-DEMANDE.
           DISPLAY 'ETAPE A RELANCER (0 POUR QUITTER) : '
           PERFORM AFFICHER-ETAPES
           ACCEPT WS-ETAPE-SAISIE
           IF WS-ETAPE-SAISIE = 0
               MOVE 'N' TO WS-CONTINUER
           ELSE
           IF PROGRAMME-OFFERT(WS-ETAPE-SAISIE) = SPACES
               DISPLAY 'ETAPE INCONNUE'
           ELSE
               MOVE WS-ETAPE-SAISIE TO DEM-ETAPE
