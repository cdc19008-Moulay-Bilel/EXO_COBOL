      * de StatsRuns.txt est compare au taux de rejet maximum
      * (QUALGATE-REJMAX, pct, defaut 10) et au volume minimum par
      * rapport a la moyenne des runs precedents (QUALGATE-MINPCT,
      * defaut 50), et le dernier controle d integrite referentielle
      * de StatsInteg.txt (INTEGRIT) au nombre d orphelins admis
      * (QUALGATE-ORPHMAX, defaut 0). Toute infraction rend le code
      * retour 8 et JOBNUIT retient les etapes aval ; la reprise
      * exige l override QUALGATE-OVERRIDE=OUI par un operateur
      * habilite, journalise.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\QualGate.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINTEG
               ASSIGN TO 'C:\Users\CRM\Desktop\StatsInteg.txt'
               FILE STATUS IS WS-INTEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(80).

       FD  FINTEG.
       01  enreg-INTEG.
           02 INTEG-DATE PIC 9(8).
           02 INTEG-ORPHELINS PIC 9(7).
           02 INTEG-CMD PIC 9(7).
           02 INTEG-ENC PIC 9(7).
           02 INTEG-PHIST PIC 9(7).
           02 INTEG-RIB PIC 9(7).
           02 INTEG-EMP PIC 9(7).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-SAISIE-ENV PIC X(3) VALUE SPACE.
       77  WS-OVERRIDE PIC X(3) VALUE 'NON'.
       77  WS-INFRACTIONS PIC 99 VALUE 0.
       77  WS-INTEG-STATUS PIC X(2) VALUE '00'.
       77  EOF-INTEG PIC 99 VALUE 0.
       77  WS-INTEG-VU PIC X VALUE 'N'.
       77  WS-INTEG-DATE PIC 9(8) VALUE 0.
       77  WS-INTEG-ORPHELINS PIC 9(7) VALUE 0.
       77  WS-ORPHMAX PIC 9(7) VALUE 0.
       77  WS-SAISIE-ORPH PIC X(7) VALUE SPACE.

       01  NORM-ZONE.
           02 NORM-TEXTE PIC X(8).
           PERFORM INIT
           PERFORM LIRE-STATISTIQUES
           PERFORM EVALUER-SEUILS
           PERFORM CONTROLER-INTEGRITE
           PERFORM FIN
           STOP RUN.

           IF NORM-VALIDE = 'O' AND NORM-VALEUR > 0
               MOVE NORM-VALEUR TO WS-MINPCT
           END-IF
           ACCEPT WS-SAISIE-ORPH FROM ENVIRONMENT 'QUALGATE-ORPHMAX'
           MOVE SPACES TO NORM-TEXTE
           MOVE WS-SAISIE-ORPH TO NORM-TEXTE
           CALL 'NORMNUM' USING NORM-ZONE
           IF NORM-VALIDE = 'O'
               MOVE NORM-VALEUR TO WS-ORPHMAX
           END-IF
           MOVE 'QUALGATE-OVERR' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               END-IF
           END-IF.

      * seul le dernier controle d integrite compte (batch hebdomadaire)
       CONTROLER-INTEGRITE.
           OPEN INPUT FINTEG
           IF WS-INTEG-STATUS NOT = '00'
               MOVE 'INTEGRITE : AUCUN CONTROLE REFERENTIEL DISPONIBLE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               READ FINTEG
                   AT END MOVE 1 TO EOF-INTEG
               END-READ
               PERFORM RETENIR-CONTROLE-INTEGRITE UNTIL EOF-INTEG = 1
               CLOSE FINTEG
               IF WS-INTEG-VU = 'O'
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'INTEGRITE DU ' DELIMITED BY SIZE
                          WS-INTEG-DATE DELIMITED BY SIZE
                          ' ORPHELINS=' DELIMITED BY SIZE
                          WS-INTEG-ORPHELINS DELIMITED BY SIZE
                       INTO LIGNE-RAPPORT
                   END-STRING
                   WRITE LIGNE-RAPPORT
                   IF WS-INTEG-ORPHELINS > WS-ORPHMAX
                       ADD 1 TO WS-INFRACTIONS
                       MOVE SPACES TO LIGNE-RAPPORT
                       STRING 'INFRACTION : ORPHELINS REFERENTIELS '
                              DELIMITED BY SIZE
                              WS-INTEG-ORPHELINS DELIMITED BY SIZE
                              ' > SEUIL ' DELIMITED BY SIZE
                              WS-ORPHMAX DELIMITED BY SIZE
                           INTO LIGNE-RAPPORT
                       END-STRING
                       WRITE LIGNE-RAPPORT
                   END-IF
               END-IF
           END-IF.

       RETENIR-CONTROLE-INTEGRITE.
           MOVE 'O' TO WS-INTEG-VU
           MOVE INTEG-DATE TO WS-INTEG-DATE
           MOVE INTEG-ORPHELINS TO WS-INTEG-ORPHELINS
           READ FINTEG
               AT END MOVE 1 TO EOF-INTEG
           END-READ.

       FIN.
           IF WS-INFRACTIONS = 0
               MOVE 'VERDICT : QUALITE CONFORME' TO LIGNE-RAPPORT
