
       FILE-CONTROL.
           SELECT FPAIE
               ASSIGN TO WS-PAIE-PATH.
           SELECT FPAIEHIST
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaieHist.txt'
       77  WS-MILLIERS PIC 999 VALUE 0.
       77  WS-RESTE-MILLE PIC 999 VALUE 0.
       77  WS-PTR PIC 999 VALUE 1.
       77  WS-NET-A-PAYER PIC 9(6)V99 VALUE 0.
       77  WS-DEDUCTIONS-HORS-ACOMPTE PIC 9(6)V99 VALUE 0.
       77  WS-JOURS-CP-EDIT PIC Z9.99.
       77  WS-JOURS-MAL-EDIT PIC Z9.99.
       77  WS-JOURS-SS-EDIT PIC Z9.99.
       01  WS-PAIE-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Paie.txt'.
       01  WS-PAIE-PRIME-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaiePrime.txt'.
      * zone de travail du bulletin a editer : FORMATER-BULLETIN
      * ne reference jamais la zone enregistrement d un fichier
      * ferme (le mode duplicata n ouvre pas Paie.txt)
           IF WS-MODE-ENV = 'DUPLI'
               MOVE 'O' TO WS-MODE-DUPLICATA
           END-IF
      * bulletins du run des primes de BULPAIE, periode AAAA13
           IF WS-MODE-ENV = 'PRIME'
               MOVE WS-PAIE-PRIME-PATH TO WS-PAIE-PATH
               MOVE '13' TO WS-PERIODE(5:2)
           END-IF
      * reprise apres incident d impression : BULPRT-DEPART donne le
      * matricule ou reprendre, tout ce qui precede est relu sans
      * etre reedite et le checkpoint dit ou le run s est arrete
           END-READ
           IF WS-PHIST-STATUS = '00'
               MOVE PERIODE-PHIST TO WS-PERIODE
               MOVE MATRICULE-PHIST
                   TO MATRICULE-PAIE OF BULLETIN-EDITE
               MOVE NOM-PHIST TO NOM-PAIE OF BULLETIN-EDITE
               MOVE CHARGES-PHIST TO CHARGES-PAIE OF BULLETIN-EDITE
               MOVE SOLDE-CONGES-PHIST
                   TO SOLDE-CONGES-PAIE OF BULLETIN-EDITE
               MOVE 0 TO FRAIS-PAIE OF BULLETIN-EDITE
               MOVE 0 TO ACOMPTE-PAIE OF BULLETIN-EDITE
               MOVE 0 TO JOURS-CP-PAIE OF BULLETIN-EDITE
               MOVE 0 TO JOURS-MALADIE-PAIE OF BULLETIN-EDITE
               MOVE 0 TO JOURS-SS-PAIE OF BULLETIN-EDITE
               MOVE 0 TO RETENUE-ABSENCE-PAIE OF BULLETIN-EDITE
               PERFORM FORMATER-BULLETIN
           END-IF
           CLOSE FPAIEHIST.
               MOVE '            *** DUPLICATA ***' TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN
           END-IF
           IF WS-PERIODE(5:2) = '13'
               MOVE '            13E MOIS ET PRIME ANNUELLE'
                   TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN
           END-IF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING '            PERIODE DE PAIE : ' DELIMITED BY SIZE
                  WS-PERIODE DELIMITED BY SIZE
           STRING 'MATRICULE : ' DELIMITED BY SIZE
                  MATRICULE-PAIE OF BULLETIN-EDITE
                  DELIMITED BY SIZE
                  '   NOM : ' DELIMITED BY SIZE
                  NOM-PAIE OF BULLETIN-EDITE DELIMITED BY '  '
                  '   DEPARTEMENT : ' DELIMITED BY SIZE
                  DEPARTEMENT-PAIE OF BULLETIN-EDITE
                  DELIMITED BY SIZE
               INTO LIGNE-BULLETIN
           END-STRING
           WRITE LIGNE-BULLETIN
           IF RETENUE-ABSENCE-PAIE OF BULLETIN-EDITE > 0
               MOVE RETENUE-ABSENCE-PAIE OF BULLETIN-EDITE
                   TO WS-MONTANT-EDIT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING '  DONT ABSENCE NON PAYEE' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                   INTO LIGNE-BULLETIN
               END-STRING
               WRITE LIGNE-BULLETIN
           END-IF
           IF JOURS-CP-PAIE OF BULLETIN-EDITE > 0
              OR JOURS-MALADIE-PAIE OF BULLETIN-EDITE > 0
              OR JOURS-SS-PAIE OF BULLETIN-EDITE > 0
               PERFORM EDITER-ABSENCES
           END-IF
           MOVE IMPOT-PAIE OF BULLETIN-EDITE TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'IMPOT RETENU (TRANCHE ' DELIMITED BY SIZE
               INTO LIGNE-BULLETIN
           END-STRING
           WRITE LIGNE-BULLETIN
      * l acompte recupere fait partie des deductions mais est
      * edite a part
           COMPUTE WS-DEDUCTIONS-HORS-ACOMPTE
               = DEDUCTION-PAIE OF BULLETIN-EDITE
               - ACOMPTE-PAIE OF BULLETIN-EDITE
           MOVE WS-DEDUCTIONS-HORS-ACOMPTE TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'DEDUCTIONS              ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-BULLETIN
           END-STRING
           WRITE LIGNE-BULLETIN
           IF ACOMPTE-PAIE OF BULLETIN-EDITE > 0
               MOVE ACOMPTE-PAIE OF BULLETIN-EDITE TO WS-MONTANT-EDIT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING 'ACOMPTE DEJA VERSE      ' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                   INTO LIGNE-BULLETIN
               END-STRING
               WRITE LIGNE-BULLETIN
           END-IF
      * les frais rembourses s ajoutent au net sans etre imposes
           COMPUTE WS-NET-A-PAYER = SALAIRE-NET-PAIE OF BULLETIN-EDITE
               + FRAIS-PAIE OF BULLETIN-EDITE
           IF FRAIS-PAIE OF BULLETIN-EDITE > 0
               MOVE SALAIRE-NET-PAIE OF BULLETIN-EDITE
                   TO WS-MONTANT-EDIT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING 'NET SALARIAL            ' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                   INTO LIGNE-BULLETIN
               END-STRING
               WRITE LIGNE-BULLETIN
               MOVE FRAIS-PAIE OF BULLETIN-EDITE TO WS-MONTANT-EDIT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING 'FRAIS REMBOURSES        ' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                      ' (NON IMPOSABLES)' DELIMITED BY SIZE
                   INTO LIGNE-BULLETIN
               END-STRING
               WRITE LIGNE-BULLETIN
           END-IF
           MOVE WS-NET-A-PAYER TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'NET A PAYER             ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-BULLETIN
           END-STRING
           WRITE LIGNE-BULLETIN
           MOVE WS-NET-A-PAYER TO WS-ENTIER
           COMPUTE WS-CENTIMES = (WS-NET-A-PAYER - WS-ENTIER) * 100
           PERFORM CONVERTIR-MONTANT-EN-LETTRES
           MOVE SPACES TO LIGNE-BULLETIN
           STRING 'SOIT : ' DELIMITED BY SIZE
           WRITE LIGNE-BULLETIN
           ADD 1 TO COMPTEURBULLETIN.

      * jours d absence approuves de la periode, par type
       EDITER-ABSENCES.
           MOVE SPACES TO LIGNE-BULLETIN
           MOVE JOURS-CP-PAIE OF BULLETIN-EDITE TO WS-JOURS-CP-EDIT
           MOVE JOURS-MALADIE-PAIE OF BULLETIN-EDITE
               TO WS-JOURS-MAL-EDIT
           MOVE JOURS-SS-PAIE OF BULLETIN-EDITE TO WS-JOURS-SS-EDIT
           STRING 'ABSENCES (JOURS) : CONGES ' DELIMITED BY SIZE
                  WS-JOURS-CP-EDIT DELIMITED BY SIZE
                  ' MALADIE ' DELIMITED BY SIZE
                  WS-JOURS-MAL-EDIT DELIMITED BY SIZE
                  ' SANS SOLDE ' DELIMITED BY SIZE
                  WS-JOURS-SS-EDIT DELIMITED BY SIZE
               INTO LIGNE-BULLETIN
           END-STRING
           WRITE LIGNE-BULLETIN.

       CONVERTIR-MONTANT-EN-LETTRES.
           MOVE SPACES TO WS-LETTRES
           MOVE 1 TO WS-PTR
