           02 VILLE-ADR PIC X(20).
           02 CMPL-ADR PIC X(20).
           02 CODE-ERREUR-CP-ADR PIC X.
           02 PAYS-ADR PIC X(2).

       FD  FERRCP.
       01  ENREG-ERREUR-CP.
           02 CP PIC X(5).
           02 VILLE PIC X(20).
           02 CMPL PIC X(20).
           02 PAYS PIC X(2).

        77 CODE-ERREUR-CP PIC X VALUE ' '.
        77 WS-MODE-TRAITEMENT PIC X(3) VALUE SPACE.
        77 NB-REFCP PIC 9(4) VALUE 0.
        77 POS-REFCP PIC 9(4) VALUE 0.
        77 WS-REF-TROUVE PIC 9(4) VALUE 0.
        77 POS-PAYS PIC 99 VALUE 0.
        77 WS-PAYS-TROUVE PIC 99 VALUE 0.
        77 WS-LONG-CP PIC 9 VALUE 0.
        77 WS-SUITE-CP PIC 9 VALUE 0.
        01 TABLE-REFCP.
           02 REFCP-TAB OCCURS 1000 TIMES.
              03 CP-REF-TAB PIC X(5).
              03 VILLE-REF-TAB PIC X(20).
        01 REFERENTIEL-PAYS.
           COPY PAYSREF.

        01 ADR-ZONE.
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


       PROCEDURE DIVISION.
           END-READ.

       TRAIT.
           DISPLAY 'SAISISSEZ L ADRESSE '
                   '(NOCLI,NUM,RUE,CP,VILLE,CMPL,PAYS) '
           DISPLAY 'PAYS : CODE ISO A 2 LETTRES, FR SI OMIS'
           ACCEPT LIGNE-SAISIE
           ADD 1 TO COMPTEURLU
           PERFORM TRAITER-LIGNE
           IF CODE-ERREUR-CP = ' '
               DISPLAY NUM ' ' RUE ' ' CP ' ' VILLE ' ' CMPL ' ' PAYS
           END-IF.

       TRAITER-LOT.
       TRAITER-LIGNE.
           MOVE SPACES TO ADRESSE-PARSEE
           UNSTRING LIGNE-SAISIE DELIMITED BY ','
               INTO NOCLI-SAISI NUM RUE CP VILLE CMPL PAYS
           END-UNSTRING
           IF PAYS = SPACE
               MOVE 'FR' TO PAYS
           END-IF

           PERFORM VALIDER-CODE-POSTAL

           IF CODE-ERREUR-CP NOT = ' '
               DISPLAY 'CODE POSTAL OU VILLE EN ANOMALIE : ' CP
                       ' ' VILLE ' ' PAYS
               PERFORM ECRIRE-ERREUR-CP
               ADD 1 TO COMPTEURERREUR
           ELSE

           PERFORM ECRIRE-ADRESSE.

      *    le format du code postal depend du pays ; seul un code
      *    francais est rapproche du referentiel RefCP
       VALIDER-CODE-POSTAL.
           MOVE ' ' TO CODE-ERREUR-CP
           PERFORM TROUVER-PAYS
           IF WS-PAYS-TROUVE = 0
               MOVE 'P' TO CODE-ERREUR-CP
           ELSE
               MOVE LONG-CP-PAYS-TAB(WS-PAYS-TROUVE) TO WS-LONG-CP
               IF CP(1:WS-LONG-CP) IS NOT NUMERIC
                   MOVE 'E' TO CODE-ERREUR-CP
               ELSE
               IF WS-LONG-CP < 5
                  AND CP(WS-LONG-CP + 1:5 - WS-LONG-CP) NOT = SPACES
                   MOVE 'E' TO CODE-ERREUR-CP
               ELSE
               IF REFCP-PAYS-TAB(WS-PAYS-TROUVE) = 'O'
                  AND NB-REFCP > 0
                   PERFORM CONTROLER-CP-REFERENCE
               END-IF
               END-IF
               END-IF
           END-IF.

       TROUVER-PAYS.
           MOVE 0 TO WS-PAYS-TROUVE POS-PAYS
           PERFORM COMPARER-PAYS NB-PAYS-TAB TIMES.

       COMPARER-PAYS.
           ADD 1 TO POS-PAYS
           IF CODE-PAYS-TAB(POS-PAYS) = PAYS
               MOVE POS-PAYS TO WS-PAYS-TROUVE
           END-IF.

       CONTROLER-CP-REFERENCE.
           MOVE CP TO CP-ADR
           MOVE VILLE TO VILLE-ADR
           MOVE CMPL TO CMPL-ADR
           MOVE PAYS TO PAYS-ADR
           MOVE CODE-ERREUR-CP TO CODE-ERREUR-CP-ADR
           WRITE ENREG-ADRESSE
           END-WRITE
           PERFORM TENIR-ADRESSE-COURANTE.

      *    la saisie devient l adresse courante du client, lue par
      *    cle par la facturation et les releves
       TENIR-ADRESSE-COURANTE.
           MOVE 'E' TO ADR-ACTION
           MOVE 'EXO12' TO ADR-PROGRAMME
           MOVE NOCLI-SAISI TO ADR-NOCLI
           MOVE NUM TO ADR-NUM
           MOVE RUE TO ADR-RUE
           MOVE CP TO ADR-CP
           MOVE VILLE TO ADR-VILLE
           MOVE CMPL TO ADR-CMPL
           MOVE CODE-ERREUR-CP TO ADR-CODE-ERREUR
           MOVE PAYS TO ADR-PAYS
           CALL 'ADRMAJ' USING ADR-ZONE.

       ECRIRE-ERREUR-CP.
           MOVE NOCLI-SAISI TO NOCLI-ERRCP
           IF CODE-ERREUR-CP = 'V'
               MOVE 'VILLE DIFFERENTE DU REF' TO MOTIF-ERRCP
           ELSE
           IF CODE-ERREUR-CP = 'P'
               MOVE SPACES TO MOTIF-ERRCP
               STRING 'CODE PAYS INCONNU : ' DELIMITED BY SIZE
                      PAYS DELIMITED BY SIZE
                   INTO MOTIF-ERRCP
               END-STRING
           ELSE
               MOVE SPACES TO MOTIF-ERRCP
               STRING 'CODE POSTAL INVALIDE POUR ' DELIMITED BY SIZE
                      PAYS DELIMITED BY SIZE
                   INTO MOTIF-ERRCP
               END-STRING
           END-IF
           END-IF
           END-IF
           WRITE ENREG-ERREUR-CP
                       'TRAITES'
           END-IF
           CLOSE FADRESSES
           CLOSE FERRCP
           MOVE 'F' TO ADR-ACTION
           CALL 'ADRMAJ' USING ADR-ZONE.

       END PROGRAM EXO12.
