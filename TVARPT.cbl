       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVARPT.
      *****************************************************************
      * Etat mensuel de TVA collectee pour la declaration : parcourt
      * les lignes de facture (LignesFac.txt) de la periode
      * TVARPT-PERIODE (AAAAMM, defaut mois courant) et totalise par
      * taux la base hors taxe et la TVA facturee, au taux applique
      * le jour de la facture. Les lignes d avoir (type A) viennent
      * en deduction de la base et de la TVA de leur taux.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FLIGNESFAC
               ASSIGN TO 'C:\Users\CRM\Desktop\LignesFac.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-LFA OF enreg-ligne-fac
               FILE STATUS IS WS-LFA-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatTVA.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIGNESFAC.
       01  enreg-ligne-fac.
           COPY FACLIG.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-LFA PIC 99 VALUE 0.
       77  WS-LFA-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-PERIODE-ENV PIC X(6) VALUE SPACE.
       77  WS-PERIODE-CIBLE PIC 9(6) VALUE 0.
       77  WS-PERIODE-LIGNE PIC 9(6) VALUE 0.
       77  NB-TAUX PIC 99 VALUE 0.
       77  POS-TAUX PIC 99 VALUE 0.
       77  WS-TAUX-TROUVE PIC 99 VALUE 0.
       77  COMPTEURLU PIC 9(7) VALUE 0.
       77  COMPTEURRETENU PIC 9(7) VALUE 0.
       77  COMPTEURAVOIR PIC 9(7) VALUE 0.
       77  TOTAL-BASE PIC S9(10)V99 VALUE 0.
       77  TOTAL-TVA PIC S9(10)V99 VALUE 0.
       77  WS-TAUX-EDIT PIC Z9.99.
       77  WS-BASE-EDIT PIC Z(9)9.99-.
       77  WS-TVA-EDIT PIC Z(9)9.99-.
       01  TABLE-TAUX.
           02 TAUX-TAB OCCURS 20 TIMES.
              03 TAUX-TVA-TAB PIC 9(2)V99.
              03 BASE-TAUX-TAB PIC S9(10)V99.
              03 TVA-TAUX-TAB PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-LIGNE UNTIL EOF-LFA = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT 'TVARPT-PERIODE'
           IF WS-PERIODE-ENV NOT = SPACES
              AND WS-PERIODE-ENV IS NUMERIC
               MOVE WS-PERIODE-ENV TO WS-PERIODE-CIBLE
           ELSE
               COMPUTE WS-PERIODE-CIBLE = WS-DATE-JOUR / 100
           END-IF
           OPEN INPUT FLIGNESFAC
           IF WS-LFA-STATUS NOT = '00'
               DISPLAY 'FICHIER DES LIGNES DE FACTURE ABSENT'
               STOP RUN
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- TVA COLLECTEE, PERIODE ' DELIMITED BY SIZE
                  WS-PERIODE-CIBLE DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'TAUX      BASE HT           TVA COLLECTEE'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           READ FLIGNESFAC
               AT END MOVE 1 TO EOF-LFA
           END-READ.

       TRAITER-LIGNE.
           ADD 1 TO COMPTEURLU
           COMPUTE WS-PERIODE-LIGNE = DATE-LFA / 100
           IF WS-PERIODE-LIGNE = WS-PERIODE-CIBLE
               ADD 1 TO COMPTEURRETENU
               PERFORM CUMULER-TAUX
           END-IF
           READ FLIGNESFAC
               AT END MOVE 1 TO EOF-LFA
           END-READ.

       CUMULER-TAUX.
           MOVE 0 TO WS-TAUX-TROUVE POS-TAUX
           PERFORM CHERCHER-TAUX NB-TAUX TIMES
           IF WS-TAUX-TROUVE = 0
               IF NB-TAUX < 20
                   ADD 1 TO NB-TAUX
                   MOVE NB-TAUX TO WS-TAUX-TROUVE
                   MOVE TAUX-TVA-LFA TO TAUX-TVA-TAB(NB-TAUX)
                   MOVE 0 TO BASE-TAUX-TAB(NB-TAUX)
                   MOVE 0 TO TVA-TAUX-TAB(NB-TAUX)
               ELSE
                   DISPLAY 'TROP DE TAUX DIFFERENTS, LIGNE IGNOREE : '
                           NOFAC-LFA ' ' NOLIGNE-LFA
               END-IF
           END-IF
           IF WS-TAUX-TROUVE > 0
               IF TYPE-LFA = 'A' OR TYPE-LFA = 'R'
                   IF TYPE-LFA = 'A'
                       ADD 1 TO COMPTEURAVOIR
                   END-IF
                   SUBTRACT MONTANT-HT-LFA
                       FROM BASE-TAUX-TAB(WS-TAUX-TROUVE)
                   SUBTRACT MONTANT-TVA-LFA
                       FROM TVA-TAUX-TAB(WS-TAUX-TROUVE)
               ELSE
                   ADD MONTANT-HT-LFA TO BASE-TAUX-TAB(WS-TAUX-TROUVE)
                   ADD MONTANT-TVA-LFA TO TVA-TAUX-TAB(WS-TAUX-TROUVE)
               END-IF
           END-IF.

       CHERCHER-TAUX.
           ADD 1 TO POS-TAUX
           IF TAUX-TVA-TAB(POS-TAUX) = TAUX-TVA-LFA
               MOVE POS-TAUX TO WS-TAUX-TROUVE
           END-IF.

       EDITER-TAUX.
           ADD 1 TO POS-TAUX
           ADD BASE-TAUX-TAB(POS-TAUX) TO TOTAL-BASE
           ADD TVA-TAUX-TAB(POS-TAUX) TO TOTAL-TVA
           MOVE TAUX-TVA-TAB(POS-TAUX) TO WS-TAUX-EDIT
           MOVE BASE-TAUX-TAB(POS-TAUX) TO WS-BASE-EDIT
           MOVE TVA-TAUX-TAB(POS-TAUX) TO WS-TVA-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING WS-TAUX-EDIT DELIMITED BY SIZE
                  '%  ' DELIMITED BY SIZE
                  WS-BASE-EDIT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-TVA-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       FIN.
           MOVE 0 TO POS-TAUX
           PERFORM EDITER-TAUX NB-TAUX TIMES
           MOVE TOTAL-BASE TO WS-BASE-EDIT
           MOVE TOTAL-TVA TO WS-TVA-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL   ' DELIMITED BY SIZE
                  WS-BASE-EDIT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-TVA-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'LIGNES LUES=' DELIMITED BY SIZE
                  COMPTEURLU DELIMITED BY SIZE
                  ' RETENUES=' DELIMITED BY SIZE
                  COMPTEURRETENU DELIMITED BY SIZE
                  ' DONT AVOIRS=' DELIMITED BY SIZE
                  COMPTEURAVOIR DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'LIGNES LUES       : ' COMPTEURLU
           DISPLAY 'LIGNES RETENUES   : ' COMPTEURRETENU
           DISPLAY 'TVA COLLECTEE     : ' WS-TVA-EDIT
           CLOSE FLIGNESFAC FRAPPORT.

       END PROGRAM TVARPT.
