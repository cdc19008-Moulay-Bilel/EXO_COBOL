
       FD  FPAIESIM.
       01  enreg-PAIESIM.
           02 MATRICULE-SIM PIC 9(5).
           02 NOM-SIM PIC X(25).
           02 DEPARTEMENT-SIM PIC X(10).
           02 TRANCHE-SIM PIC 99.
           02 CHARGES-SIM PIC 9(6)V99.
           02 SOLDE-CONGES-SIM PIC S9(3)V99.
      * frais, acompte, jours d absence et retenue (PAIEREC), hors
      * comparaison
           02 FILLER PIC X(36).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).
       77  COMPTEURCOMPARES PIC 9(5) VALUE 0.
       01  TABLE-SIMULES.
           02 SIMULE-TAB OCCURS 200 TIMES.
              03 MATRICULE-SIM-TAB PIC 9(5).
              03 IMPOT-SIM-TAB PIC 9(6)V99.
              03 NET-SIM-TAB PIC 9(6)V99.

       CHARGER-UN-SIMULE.
           IF NB-SIMULES < 200
               ADD 1 TO NB-SIMULES
               MOVE MATRICULE-SIM TO MATRICULE-SIM-TAB(NB-SIMULES)
               MOVE IMPOT-SIM TO IMPOT-SIM-TAB(NB-SIMULES)
               MOVE NET-SIM TO NET-SIM-TAB(NB-SIMULES)
           END-IF
               MOVE DELTA-IMPOT TO WS-DELTA-EDIT
               MOVE DELTA-NET TO WS-DELTA-EDIT-2
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'MATRICULE ' DELIMITED BY SIZE
                      MATRICULE-PAIE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      NOM-PAIE DELIMITED BY '  '
                      ' IMPOT ' DELIMITED BY SIZE
                      IMPOT-PAIE DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE

       CHERCHER-SIMULE.
           ADD 1 TO POS-SIM
           IF MATRICULE-SIM-TAB(POS-SIM) = MATRICULE-PAIE
               MOVE POS-SIM TO WS-SIM-TROUVE
           END-IF.

