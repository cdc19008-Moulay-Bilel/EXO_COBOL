           ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\salarierT.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FTRISAL
               ASSIGN TO 'C:\Users\CRM\Desktop\SalTri.tmp'.



       FILE SECTION.
       FD  sala.
       01  enreg-salarier.
           02 matricule-salarier PIC 9(5).
           02 NOM PIC X(25).
           02 SALAIRE PIC 9(6)V99.
           02 DEPARTEMENT PIC X(10).

       FD  salaT.
       01  enreg-salarierT.
           02 matricule-salarierT PIC 9(5).
           02 NOM1 PIC X(25).
           02 SALAIRE1 PIC 9(6)V99.
           02 DEPARTEMENT1 PIC X(10).
       01  enreg-salarierT-CONTROLE.
           02 PROGRAMME-CTL-SAL PIC X(8).
           02 DATE-CTL-SAL PIC 9(8).
           02 NB-CTL-SAL PIC 9(7).
           02 FILLER PIC X(24).

       FD  FRAPJOUR.
       01  LIGNE-RAPJOUR PIC X(80).
       FD  salaTCSV.
       01  LIGNE-SALATCSV PIC X(80).

       SD  FTRISAL.
       01  enreg-trisal.
           02 MATRICULE-TRI PIC 9(5).
           02 NOM-TRI PIC X(25).
           02 SALAIRE-TRI PIC 9(6)V99.
           02 DEPARTEMENT-TRI PIC X(10).



       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  EOF PIC 99 VALUE 0.
       77  NB-SALARIES PIC 9(7) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       77  AUDIT-CLE-TRAVAIL PIC X(10) VALUE SPACE.
       77  WS-FORMAT-EXPORT PIC X(3) VALUE 'FIX'.
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.
       PROCEDURE DIVISION.
       MAIN-PRO.
           PERFORM INIT
           DISPLAY 'TRIAGE'
           SORT FTRISAL
               ASCENDING KEY DEPARTEMENT-TRI
                             MATRICULE-TRI
                             NOM-TRI
               USING sala
               OUTPUT PROCEDURE IS ECRIRE-SALARIES-TRIES
           PERFORM FIN

           STOP RUN.
               ACCEPT WS-FORMAT-EXPORT
                   FROM ENVIRONMENT 'TRIBUL-FORMAT'
           END-IF
           OPEN OUTPUT salaT.
           CALL 'OPERSES' USING OPER-ZONE.
           ACCEPT WS-DATE-RAPPORT FROM DATE YYYYMMDD
               PERFORM ECRIRE-ENTETES-CSV
           END-IF.

      * le tri est fait par le verbe SORT sur fichier de travail : le
      * nombre de salaries n est plus borne par une table en memoire
       ECRIRE-SALARIES-TRIES.
           DISPLAY '--- LISTING DES SALAIRES TRIES PAR DEPARTEMENT ---'
           RETURN FTRISAL
               AT END MOVE 1 TO EOF
           END-RETURN
           PERFORM ECRIRE-SALARIE UNTIL EOF = 1.

       FIN.
           IF NB-SALARIES > 0
               PERFORM AFFICHER-SOUS-TOTAL-DEPT
           END-IF
           PERFORM ECRIRE-TRAILER-SALAIRE
           MOVE SPACES TO LIGNE-RAPJOUR
           STRING 'SALARIES TRIES : ' DELIMITED BY SIZE
           MOVE '--- FIN DU RAPPORT ---' TO LIGNE-RAPJOUR
           WRITE LIGNE-RAPJOUR
           CLOSE FRAPJOUR
           CLOSE salaT
           IF WS-FORMAT-EXPORT = 'CSV'
               CLOSE salaTCSV
           WRITE enreg-salarierT-CONTROLE.

       ECRIRE-ENTETES-CSV.
           MOVE 'MATRICULE,NOM,SALAIRE,DEPARTEMENT' TO LIGNE-SALATCSV
           WRITE LIGNE-SALATCSV.

       CONSTRUIRE-LIGNE-CSV.
           MOVE SPACES TO LIGNE-CSV-TRAVAIL
           STRING matricule-salarierT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  NOM1 DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  SALAIRE1 DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
           END-STRING.

       ECRIRE-SALARIE.
           ADD 1 TO NB-SALARIES
           IF DEPARTEMENT-TRI NOT = WS-DEPT-COURANT
               IF WS-DEPT-COURANT NOT = SPACE
                   PERFORM AFFICHER-SOUS-TOTAL-DEPT
               END-IF
               MOVE DEPARTEMENT-TRI TO WS-DEPT-COURANT
               MOVE 0 TO WS-SOUS-TOTAL
           END-IF
           ADD SALAIRE-TRI TO WS-SOUS-TOTAL

           MOVE MATRICULE-TRI TO matricule-salarierT
           MOVE NOM-TRI TO NOM1
           MOVE SALAIRE-TRI TO SALAIRE1
           MOVE DEPARTEMENT-TRI TO DEPARTEMENT1
           WRITE enreg-salarierT
           END-WRITE
           IF WS-FORMAT-EXPORT = 'CSV'
               WRITE LIGNE-SALATCSV
           END-IF
           MOVE 'ECRIT SAL' TO AUDIT-OP-TRAVAIL
           MOVE MATRICULE-TRI TO AUDIT-CLE-TRAVAIL
           PERFORM ENREGISTRER-AUDIT
           RETURN FTRISAL
               AT END MOVE 1 TO EOF
           END-RETURN.

       AFFICHER-SOUS-TOTAL-DEPT.
           DISPLAY 'DEPARTEMENT ' WS-DEPT-COURANT
