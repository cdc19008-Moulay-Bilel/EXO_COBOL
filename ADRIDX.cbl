       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRIDX.
      *****************************************************************
      * Etape de nuit du fichier des adresses courantes des clients
      * (AdrClients.txt, cle NOCLI, tenu par ADRMAJ). Quand le
      * fichier est absent, ou sur demande ADRIDX-MODE=RECONST, il
      * est reconstruit depuis le journal de saisie Adresses12 : la
      * derniere adresse saisie de chaque client l emporte, une
      * adresse purgee (PURGECLI) retire le client. Le fichier est
      * ensuite parcouru pour le bilan de capacite AdrCapacite.txt
      * (adresses tenues, en anomalie de code postal, hors France,
      * changees du jour, croissance depuis le bilan precedent,
      * enregistrements du journal). Le bilan est ajoute a
      * StatsAdr.txt ; declare dans JobDef.txt avec BILAN-DEF A,
      * JOBNUIT en reporte le nombre d adresses dans l historique
      * des etapes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FADRESSES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Adresses12.txt'
               FILE STATUS IS WS-JRN-STATUS.
           SELECT FADRCLIENTS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\AdrClients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI-ADR OF enreg-adr-client
               FILE STATUS IS WS-ADR-STATUS.
           SELECT FSTATS
               ASSIGN TO 'C:\Users\CRM\Desktop\StatsAdr.txt'
               FILE STATUS IS WS-STATS-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\AdrCapacite.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FADRESSES.
       01  ENREG-ADRESSE.
           02 NOCLI-JRN PIC 9(7).
           02 NUM-JRN PIC X(5).
           02 RUE-JRN PIC X(30).
           02 CP-JRN PIC X(5).
           02 VILLE-JRN PIC X(20).
           02 CMPL-JRN PIC X(20).
           02 CODE-ERREUR-CP-JRN PIC X.
           02 PAYS-JRN PIC X(2).

       FD  FADRCLIENTS.
       01  enreg-adr-client.
           COPY ADRMAST.

       FD  FSTATS.
       01  enreg-STATS.
           02 STAT-ADR-DATE PIC 9(8).
           02 STAT-ADR-NOMBRE PIC 9(7).
           02 STAT-ADR-ANOMALIES PIC 9(7).
           02 STAT-ADR-ETRANGER PIC 9(7).
           02 STAT-ADR-DU-JOUR PIC 9(7).
           02 STAT-ADR-JOURNAL PIC 9(7).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-JRN-STATUS PIC X(2) VALUE '00'.
       77  WS-ADR-STATUS PIC X(2) VALUE '00'.
       77  WS-STATS-STATUS PIC X(2) VALUE '00'.
       77  EOF-JRN PIC 99 VALUE 0.
       77  EOF-ADR PIC 99 VALUE 0.
       77  EOF-STATS PIC 99 VALUE 0.
       77  WS-MODE PIC X(7) VALUE SPACE.
       77  WS-RECONSTRUIT PIC X VALUE 'N'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-PRECEDENT-VU PIC X VALUE 'N'.
       77  WS-PRECEDENT-DATE PIC 9(8) VALUE 0.
       77  WS-PRECEDENT-NOMBRE PIC 9(7) VALUE 0.
       77  WS-CROISSANCE PIC S9(7) VALUE 0.
       77  WS-CROISSANCE-EDIT PIC -(7)9.
       77  COMPTEURJOURNAL PIC 9(7) VALUE 0.
       77  COMPTEURADRESSES PIC 9(7) VALUE 0.
       77  COMPTEURANOMALIES PIC 9(7) VALUE 0.
       77  COMPTEURETRANGER PIC 9(7) VALUE 0.
       77  COMPTEURDUJOUR PIC 9(7) VALUE 0.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM LIRE-JOURNAL
           PERFORM MESURER-ADRESSES
           PERFORM LIRE-BILAN-PRECEDENT
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-MODE FROM ENVIRONMENT 'ADRIDX-MODE'
           IF WS-MODE = 'RECONST'
               MOVE 'O' TO WS-RECONSTRUIT
           ELSE
               OPEN INPUT FADRCLIENTS
               IF WS-ADR-STATUS = '00'
                   CLOSE FADRCLIENTS
               ELSE
                   DISPLAY 'ADRESSES COURANTES ABSENTES, RECONSTRUCTION'
                           ' DEPUIS ADRESSES12'
                   MOVE 'O' TO WS-RECONSTRUIT
               END-IF
           END-IF
           MOVE 'ADRIDX' TO ADR-PROGRAMME
           IF WS-RECONSTRUIT = 'O'
               MOVE 'R' TO ADR-ACTION
               CALL 'ADRMAJ' USING ADR-ZONE
           END-IF.

      *****************************************************************
      * le journal est toujours compte ; il n alimente le fichier
      * des adresses courantes qu en reconstruction
      *****************************************************************
       LIRE-JOURNAL.
           OPEN INPUT FADRESSES
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'ADRESSES12 ABSENT'
           ELSE
               READ FADRESSES
                   AT END MOVE 1 TO EOF-JRN
               END-READ
               PERFORM TRAITER-UNE-SAISIE UNTIL EOF-JRN = 1
               CLOSE FADRESSES
           END-IF
           IF WS-RECONSTRUIT = 'O'
               MOVE 'F' TO ADR-ACTION
               CALL 'ADRMAJ' USING ADR-ZONE
           END-IF.

       TRAITER-UNE-SAISIE.
           ADD 1 TO COMPTEURJOURNAL
           IF WS-RECONSTRUIT = 'O' AND NOCLI-JRN > 0
               MOVE NOCLI-JRN TO ADR-NOCLI
               IF RUE-JRN = 'SUPPRIME' AND CP-JRN = SPACES
                   MOVE 'S' TO ADR-ACTION
               ELSE
                   MOVE 'E' TO ADR-ACTION
                   MOVE NUM-JRN TO ADR-NUM
                   MOVE RUE-JRN TO ADR-RUE
                   MOVE CP-JRN TO ADR-CP
                   MOVE VILLE-JRN TO ADR-VILLE
                   MOVE CMPL-JRN TO ADR-CMPL
                   MOVE CODE-ERREUR-CP-JRN TO ADR-CODE-ERREUR
                   MOVE PAYS-JRN TO ADR-PAYS
               END-IF
               CALL 'ADRMAJ' USING ADR-ZONE
           END-IF
           READ FADRESSES
               AT END MOVE 1 TO EOF-JRN
           END-READ.

       MESURER-ADRESSES.
           OPEN INPUT FADRCLIENTS
           IF WS-ADR-STATUS = '00'
               READ FADRCLIENTS
                   AT END MOVE 1 TO EOF-ADR
               END-READ
               PERFORM MESURER-UNE-ADRESSE UNTIL EOF-ADR = 1
               CLOSE FADRCLIENTS
           END-IF.

       MESURER-UNE-ADRESSE.
           ADD 1 TO COMPTEURADRESSES
           IF CODE-ERREUR-CP-ADR NOT = SPACE
               ADD 1 TO COMPTEURANOMALIES
           END-IF
           IF PAYS-ADR NOT = 'FR' AND PAYS-ADR NOT = SPACES
               ADD 1 TO COMPTEURETRANGER
           END-IF
           IF DATE-MAJ-ADR = WS-DATE-JOUR
               ADD 1 TO COMPTEURDUJOUR
           END-IF
           READ FADRCLIENTS
               AT END MOVE 1 TO EOF-ADR
           END-READ.

      * dernier bilan d un jour anterieur, base de la croissance
       LIRE-BILAN-PRECEDENT.
           OPEN INPUT FSTATS
           IF WS-STATS-STATUS = '00'
               READ FSTATS
                   AT END MOVE 1 TO EOF-STATS
               END-READ
               PERFORM RETENIR-UN-BILAN UNTIL EOF-STATS = 1
               CLOSE FSTATS
           END-IF.

       RETENIR-UN-BILAN.
           IF STAT-ADR-DATE < WS-DATE-JOUR
               MOVE 'O' TO WS-PRECEDENT-VU
               MOVE STAT-ADR-DATE TO WS-PRECEDENT-DATE
               MOVE STAT-ADR-NOMBRE TO WS-PRECEDENT-NOMBRE
           END-IF
           READ FSTATS
               AT END MOVE 1 TO EOF-STATS
           END-READ.

       FIN.
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- CAPACITE DES ADRESSES CLIENTS DU '
                  DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           IF WS-RECONSTRUIT = 'O'
               MOVE 'FICHIER RECONSTRUIT DEPUIS LE JOURNAL ADRESSES12'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ADRESSES TENUES          : ' DELIMITED BY SIZE
                  COMPTEURADRESSES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'EN ANOMALIE CODE POSTAL  : ' DELIMITED BY SIZE
                  COMPTEURANOMALIES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'HORS FRANCE              : ' DELIMITED BY SIZE
                  COMPTEURETRANGER DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'CHANGEES DU JOUR         : ' DELIMITED BY SIZE
                  COMPTEURDUJOUR DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'SAISIES AU JOURNAL       : ' DELIMITED BY SIZE
                  COMPTEURJOURNAL DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           IF WS-PRECEDENT-VU = 'O'
               COMPUTE WS-CROISSANCE
                   = COMPTEURADRESSES - WS-PRECEDENT-NOMBRE
               MOVE WS-CROISSANCE TO WS-CROISSANCE-EDIT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'CROISSANCE DEPUIS LE ' DELIMITED BY SIZE
                      WS-PRECEDENT-DATE DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      WS-CROISSANCE-EDIT DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF
           CLOSE FRAPPORT
           OPEN EXTEND FSTATS
           IF WS-STATS-STATUS NOT = '00'
               OPEN OUTPUT FSTATS
           END-IF
           MOVE WS-DATE-JOUR TO STAT-ADR-DATE
           MOVE COMPTEURADRESSES TO STAT-ADR-NOMBRE
           MOVE COMPTEURANOMALIES TO STAT-ADR-ANOMALIES
           MOVE COMPTEURETRANGER TO STAT-ADR-ETRANGER
           MOVE COMPTEURDUJOUR TO STAT-ADR-DU-JOUR
           MOVE COMPTEURJOURNAL TO STAT-ADR-JOURNAL
           WRITE enreg-STATS
           END-WRITE
           CLOSE FSTATS
           DISPLAY 'ADRESSES CLIENTS TENUES : ' COMPTEURADRESSES
           DISPLAY 'SAISIES AU JOURNAL      : ' COMPTEURJOURNAL.

       END PROGRAM ADRIDX.
