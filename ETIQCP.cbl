           02 RUE-ETQ PIC X(30).
           02 CP-ETQ PIC X(5).
           02 VILLE-ETQ PIC X(20).
           02 PAYS-ETQ PIC X(2).

       FD  FETIQCP.
       01  LIGNE-ETIQCP PIC X(100).
           02 RUE-TRI PIC X(30).
           02 CP-TRI PIC X(5).
           02 VILLE-TRI PIC X(20).
           02 PAYS-TRI PIC X(2).

       WORKING-STORAGE SECTION.
       77  EOF-ETQ PIC 99 VALUE 0.
       77  EOF-TRI PIC 99 VALUE 0.
       77  WS-CP-COURANT PIC X(5) VALUE SPACE.
       77  WS-PAYS-COURANT PIC X(2) VALUE SPACE.
       77  WS-PREMIER PIC X VALUE 'O'.
       77  COMPTEUR-LIASSE PIC 9(7) VALUE 0.
       77  COMPTEUR-TOTAL PIC 9(7) VALUE 0.
       MAIN-PROCEDURE.
           PERFORM INIT
           SORT FTRIETQ
               ASCENDING KEY PAYS-TRI CP-TRI
               INPUT PROCEDURE IS LIRE-ETIQUETTES
               OUTPUT PROCEDURE IS ECRIRE-LIASSES
           PERFORM FIN
           PERFORM RELEASER-ETIQUETTE UNTIL EOF-ETQ = 1
           CLOSE FETIQUETTES.

      * liasses par pays puis code postal ; pays vide = France
       RELEASER-ETIQUETTE.
           MOVE ENREG-ETIQUETTE TO ENREG-TRIETQ
           IF PAYS-TRI = SPACE
               MOVE 'FR' TO PAYS-TRI
           END-IF
           RELEASE ENREG-TRIETQ
           READ FETIQUETTES
               AT END MOVE 1 TO EOF-ETQ
           END-READ.
                   PERFORM OUVRIR-LIASSE
               ELSE
                   IF CP-TRI NOT = WS-CP-COURANT
                      OR PAYS-TRI NOT = WS-PAYS-COURANT
                       PERFORM CLOTURER-LIASSE
                       PERFORM OUVRIR-LIASSE
                   END-IF
                      CP-TRI DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VILLE-TRI DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PAYS-TRI DELIMITED BY SIZE
                   INTO LIGNE-ETIQCP
               END-STRING
               WRITE LIGNE-ETIQCP

       OUVRIR-LIASSE.
           MOVE CP-TRI TO WS-CP-COURANT
           MOVE PAYS-TRI TO WS-PAYS-COURANT
           MOVE 0 TO COMPTEUR-LIASSE
           ADD 1 TO COMPTEUR-CODES
           MOVE SPACES TO LIGNE-ETIQCP
           STRING '===== LIASSE CODE POSTAL ' DELIMITED BY SIZE
                  WS-PAYS-COURANT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CP-COURANT DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
               INTO LIGNE-ETIQCP
       CLOTURER-LIASSE.
           MOVE SPACES TO LIGNE-ETIQCP
           STRING '===== FIN LIASSE ' DELIMITED BY SIZE
                  WS-PAYS-COURANT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CP-COURANT DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  COMPTEUR-LIASSE DELIMITED BY SIZE
           WRITE LIGNE-ETIQCP
           MOVE SPACES TO LIGNE-MANIFESTE
           STRING 'CODE ' DELIMITED BY SIZE
                  WS-PAYS-COURANT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CP-COURANT DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  COMPTEUR-LIASSE DELIMITED BY SIZE
