       77  NET-CLIF PIC S9(7) VALUE 0.
       77  NB-HIST PIC 9(3) VALUE 0.
       77  POS-HIST PIC 9(3) VALUE 0.
       77  WS-ADRESSE-REPRISE PIC X VALUE 'N'.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-client-1.
           02 VERROU-DEPUIS-DATE PIC 9(8).
           02 VERROU-DEPUIS-HEURE PIC 9(6).

       01  ADR-ZONE.
           02 ADR-ACTION PIC X.
           02 ADR-PROGRAMME PIC X(8).
           02 ADR-NOCLI PIC 9(7).
           02 ADR-NUM PIC X(5).
           02 ADR-RUE PIC X(30).
           02 ADR-CP PIC X(5).
           02 ADR-VILLE PIC X(20).
           02 ADR-CMPL PIC X(20).
           02 ADR-CODE-ERREUR PIC X.
           02 ADR-PAYS PIC X(2).
           02 ADR-TROUVE PIC X.

       01  TERR-ZONE.
           02 TERR-ACTION PIC X.
           02 TERR-NOCLI PIC 9(7).
           02 TERR-CP PIC X(5).
           02 TERR-CODE PIC X(4).
           02 TERR-REP PIC X(4).
           02 TERR-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
      * l adresse et la date de naissance du perdant peuvent chacun
      * remplacer ceux du survivant
       EXECUTER-FUSION-APPROUVEE.
           MOVE 'N' TO WS-ADRESSE-REPRISE
           IF WS-NOCLI-PERDANT = NOCLI OF enreg-client-1
               MOVE enreg-client-1 TO enreg-perdant
           ELSE
           IF WS-CHOIX = 'O' OR WS-CHOIX = 'o'
               MOVE ADRESSE-CLIENT OF enreg-perdant
                   TO ADRESSE-CLIENT OF enreg-survivant
               MOVE 'O' TO WS-ADRESSE-REPRISE
           END-IF
           DISPLAY 'REPRENDRE LA DATE DE NAISSANCE DU PERDANT ('
                   DATENAIS-CLIENT OF enreg-perdant ') (O/N) : '
           PERFORM TRANSFERER-HISTORIQUE
           PERFORM TRANSFERER-CAMPAGNE
           PERFORM SUPPRIMER-PERDANT
           PERFORM TENIR-ADRESSE-COURANTE
           PERFORM ENREGISTRER-AUDIT-FUSION
           ADD 1 TO COMPTEURFUSIONS
           DISPLAY 'FUSION APPLIQUEE : ' WS-NOCLI-PERDANT
               SUBTRACT 1 FROM NET-CLIF
           END-IF.

      * l adresse courante et l affectation commerciale du perdant
      * disparaissent avec lui ; si son adresse a ete reprise, son
      * adresse courante (pays compris) passe au survivant, qui est
      * reaffecte a son representant
       TENIR-ADRESSE-COURANTE.
           MOVE 'CLIFUS' TO ADR-PROGRAMME
           IF WS-ADRESSE-REPRISE = 'O'
               MOVE 'L' TO ADR-ACTION
               MOVE WS-NOCLI-PERDANT TO ADR-NOCLI
               CALL 'ADRMAJ' USING ADR-ZONE
               IF ADR-TROUVE = 'O'
                   MOVE 'E' TO ADR-ACTION
               ELSE
                   MOVE 'M' TO ADR-ACTION
                   MOVE NUM-RUE OF enreg-survivant TO ADR-NUM
                   MOVE RUE OF enreg-survivant TO ADR-RUE
                   MOVE CODE-POSTAL OF enreg-survivant TO ADR-CP
                   MOVE VILLE OF enreg-survivant TO ADR-VILLE
                   MOVE SPACES TO ADR-CMPL
               END-IF
               MOVE WS-NOCLI-SURVIVANT TO ADR-NOCLI
               CALL 'ADRMAJ' USING ADR-ZONE
               MOVE 'A' TO TERR-ACTION
               MOVE WS-NOCLI-SURVIVANT TO TERR-NOCLI
               MOVE CODE-POSTAL OF enreg-survivant TO TERR-CP
               CALL 'TERRAFF' USING TERR-ZONE
           END-IF
           MOVE 'S' TO ADR-ACTION
           MOVE WS-NOCLI-PERDANT TO ADR-NOCLI
           CALL 'ADRMAJ' USING ADR-ZONE
           MOVE 'S' TO TERR-ACTION
           MOVE WS-NOCLI-PERDANT TO TERR-NOCLI
           CALL 'TERRAFF' USING TERR-ZONE.

       ENREGISTRER-AUDIT-FUSION.
           MOVE 'CLIFUS' TO AUDIT-PROGRAMME
           MOVE 'FUSION GARDE' TO AUDIT-OPERATION
               CLOSE FHISTORIQUE
           END-IF
           CLOSE FSUSPECTS CLIH CLIF 
           MOVE 'F' TO ADR-ACTION
           CALL 'ADRMAJ' USING ADR-ZONE
           MOVE 'F' TO TERR-ACTION
           CALL 'TERRAFF' USING TERR-ZONE
           MOVE 'L' TO VERROU-ACTION
           CALL 'VERROU' USING VERROU-ZONE.

