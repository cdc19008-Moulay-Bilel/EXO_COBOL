      * Declaration mensuelle a l organisme social : combine le
      * master EMPLOYES et les resultats Paie.txt de la periode en un
      * fichier au format fixe de l organisme (entete E, un detail D
      * par matricule avec brut, base de cotisation, retenues et
      * jours d arret maladie approuves, total T), avec un rapport
      * de controle qui rapproche le fichier emis du registre BULPAIE
      * avant envoi.
      * Avec DECLSOC-TYPE=PRIME, la declaration porte sur le run des
      * primes de BULPAIE : bulletins PaiePrime.txt, periode AAAA13
      * de TotPrime.txt et fichier DeclSoc-AAAA13.txt ; le registre
      * doit redonner les totaux du run, sinon code retour 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FPAIE
               ASSIGN TO WS-PAIE-PATH
               FILE STATUS IS WS-PAIE-STATUS.
           SELECT FTOTPRIME
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\TotPrime.txt'
               FILE STATUS IS WS-TOT-STATUS.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
       01  enreg-PAIE.
           COPY PAIEREC.

       FD  FTOTPRIME.
       01  enreg-totprime.
           COPY TOTPAIE.

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.
           02 DECL-BASE PIC 9(8)V99.
           02 DECL-IMPOT PIC 9(8)V99.
           02 DECL-CHARGES PIC 9(8)V99.
           02 DECL-JOURS-MALADIE PIC 9(2)V99.
           02 FILLER PIC X(5).
       01  enreg-decl-total REDEFINES enreg-declaration.
           02 DECL-TYPE-T PIC X.
           02 DECL-NB-DETAILS PIC 9(5).
       77  TOTAL-BRUT-FICHIER PIC 9(10)V99 VALUE 0.
       77  TOTAL-IMPOT-FICHIER PIC 9(10)V99 VALUE 0.
       77  TOTAL-CHARGES-FICHIER PIC 9(10)V99 VALUE 0.
       77  TOTAL-JOURS-MALADIE PIC 9(5)V99 VALUE 0.
       77  WS-TOT-STATUS PIC X(2) VALUE '00'.
       77  WS-TYPE-ENV PIC X(5) VALUE SPACE.
       77  WS-DECL-PRIME PIC X VALUE 'N'.
       01  WS-DECL-PATH PIC X(80) VALUE SPACE.
       01  WS-PAIE-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Paie.txt'.
       01  WS-PAIE-PRIME-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaiePrime.txt'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM FIN
           STOP RUN.

      * declaration des primes (DECLSOC-TYPE=PRIME) : periode du run
      * des primes de BULPAIE
       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE WS-PERIODE = WS-DATE-JOUR / 100
           ACCEPT WS-TYPE-ENV FROM ENVIRONMENT 'DECLSOC-TYPE'
           IF WS-TYPE-ENV = 'PRIME'
               MOVE 'O' TO WS-DECL-PRIME
               MOVE WS-PAIE-PRIME-PATH TO WS-PAIE-PATH
               PERFORM LIRE-TOTAUX-PRIME
           END-IF
           MOVE SPACES TO WS-DECL-PATH
           STRING 'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\DeclSoc-'
                  DELIMITED BY SIZE
           END-STRING
           OPEN INPUT FPAIE
           IF WS-PAIE-STATUS NOT = '00'
               IF WS-DECL-PRIME = 'O'
                   DISPLAY 'PAIEPRIME.TXT ABSENT, LANCER BULPAIE EN '
                           'RUN DES PRIMES D ABORD'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'PAIE.TXT ABSENT, LANCER BULPAIE D ABORD'
               END-IF
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYES
               AT END MOVE 1 TO EOF-PAIE
           END-READ.

       LIRE-TOTAUX-PRIME.
           OPEN INPUT FTOTPRIME
           IF WS-TOT-STATUS NOT = '00'
               DISPLAY 'TOTAUX DU RUN DES PRIMES ABSENTS, LANCER '
                       'BULPAIE EN RUN DES PRIMES D ABORD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FTOTPRIME
               AT END MOVE 0 TO PERIODE-TOT
           END-READ
           CLOSE FTOTPRIME
           MOVE PERIODE-TOT TO WS-PERIODE.

      * seuls les bulletins rattaches a un matricule partent a la
      * declaration ; les autres sortent au rapport de controle
       DECLARER-UN-BULLETIN.
           IF MATRICULE-PAIE = 0
               ADD 1 TO COMPTEURSANSMATRICULE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'SANS MATRICULE : ' DELIMITED BY SIZE
                      NOM-PAIE DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               MOVE SALAIRE-BRUT-PAIE TO DECL-BASE
               MOVE IMPOT-PAIE TO DECL-IMPOT
               MOVE CHARGES-PAIE TO DECL-CHARGES
               MOVE JOURS-MALADIE-PAIE TO DECL-JOURS-MALADIE
               ADD JOURS-MALADIE-PAIE TO TOTAL-JOURS-MALADIE
               WRITE enreg-declaration
               END-WRITE
               ADD 1 TO COMPTEURDECLARES
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'JOURS D ARRET MALADIE DECLARES=' DELIMITED BY SIZE
                  TOTAL-JOURS-MALADIE DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           IF TOTAL-BRUT-REGISTRE = TOTAL-BRUT-FICHIER
              AND TOTAL-IMPOT-REGISTRE = TOTAL-IMPOT-FICHIER
              AND TOTAL-CHARGES-REGISTRE = TOTAL-CHARGES-FICHIER
                   TO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60)
           IF WS-DECL-PRIME = 'O'
               PERFORM RAPPROCHER-TOTAUX-PRIME
           END-IF.

      * le registre des primes doit redonner les totaux du run
       RAPPROCHER-TOTAUX-PRIME.
           IF COMPTEURLUS NOT = NB-BULLETINS-TOT
              OR TOTAL-BRUT-REGISTRE NOT = BRUT-TOT
              OR TOTAL-IMPOT-REGISTRE NOT = IMPOT-TOT
              OR TOTAL-CHARGES-REGISTRE NOT = CHARGES-TOT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'ECART PAIEPRIME.TXT / TOTAUX DU RUN '
                      DELIMITED BY SIZE
                      PERIODE-TOT DELIMITED BY SIZE
                      ' : NE PAS ENVOYER' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'BULLETINS CONFORMES AUX TOTAUX DU RUN '
                      DELIMITED BY SIZE
                      PERIODE-TOT DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
           END-IF
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:60).

       FIN.
