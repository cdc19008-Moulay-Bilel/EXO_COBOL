           SELECT FGENCAT
               ASSIGN TO 'C:\Users\CRM\Desktop\GenCat.txt'
               FILE STATUS IS WS-GENCAT-STATUS.
           SELECT FEMAILS
               ASSIGN TO 'C:\Users\CRM\Desktop\Emails.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-MEL OF enreg-email
               ALTERNATE RECORD KEY IS ADRESSE-MEL OF enreg-email
                   WITH DUPLICATES
               FILE STATUS IS WS-MEL-STATUS.
           SELECT FMANDATS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Mandats.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-MDT OF enreg-mandat
               FILE STATUS IS WS-MDT-STATUS.
           SELECT FMANDATSHIST
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\MandatsHist.txt'
               FILE STATUS IS WS-MDTH-STATUS.
           SELECT FCERTIFICAT
               ASSIGN TO 'C:\Users\CRM\Desktop\CertificatPurge.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           02 VILLE-ADR PIC X(20).
           02 CMPL-ADR PIC X(20).
           02 CODE-ERREUR-CP-ADR PIC X.
           02 PAYS-ADR PIC X(2).

       FD  FETIQUETTES.
       01  ENREG-ETIQUETTE.
           02 RUE-ETQ PIC X(30).
           02 CP-ETQ PIC X(5).
           02 VILLE-ETQ PIC X(20).
           02 PAYS-ETQ PIC X(2).

       FD  FGENCAT.
       01  enreg-GENCAT.
           02 GEN-PROGRAMME PIC X(8).
           02 GEN-DATE-RUN PIC 9(8).

       FD  FEMAILS.
       01  enreg-email.
           COPY MELMAST.

       FD  FMANDATS.
       01  enreg-mandat.
           COPY MANDAT.

      * image du mandat remplace ou revoque (MDTMNT)
       FD  FMANDATSHIST.
       01  enreg-mandat-hist.
           02 NOCLI-MDTH PIC 9(7).
           02 RUM-MDTH PIC X(20).
           02 IBAN-MDTH PIC X(34).
           02 BIC-MDTH PIC X(11).
           02 FILLER PIC X(33).
           02 DATE-FIN-HIST PIC 9(8).
           02 MOTIF-FIN-HIST PIC X.

       FD  FCERTIFICAT.
       01  LIGNE-CERTIFICAT PIC X(100).

       77  WS-ADR-STATUS PIC X(2) VALUE '00'.
       77  WS-ETQ-STATUS PIC X(2) VALUE '00'.
       77  WS-GENCAT-STATUS PIC X(2) VALUE '00'.
       77  WS-MEL-STATUS PIC X(2) VALUE '00'.
       77  WS-MDT-STATUS PIC X(2) VALUE '00'.
       77  WS-MDTH-STATUS PIC X(2) VALUE '00'.
       77  WS-SUPPRIME PIC X VALUE 'N'.
       77  WS-NOCLI-CIBLE PIC 9(7) VALUE 0.
       77  WS-NOCLI-ENV PIC X(7) VALUE SPACE.
       77  CPT-ENREGISTREMENTS PIC 9(7) VALUE 0.
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
           MOVE 0 TO POS-FICHIER
           PERFORM PURGER-UN-FICHIER-SEQ 5 TIMES
           PERFORM PURGER-ADRESSES
           PERFORM PURGER-ADRESSE-COURANTE
           PERFORM PURGER-EMAIL
           PERFORM PURGER-MANDAT
           PERFORM PURGER-HISTO-MANDATS
           PERFORM PURGER-AFFECTATION
           PERFORM PURGER-ETIQUETTES
           PERFORM FIN
           STOP RUN.
           ADD 1 TO CPT-ENREGISTREMENTS
           IF NOCLI-ADR = WS-NOCLI-CIBLE
               MOVE SPACES TO NUM-ADR RUE-ADR CP-ADR VILLE-ADR
                              CMPL-ADR PAYS-ADR
               MOVE 'SUPPRIME' TO RUE-ADR
               REWRITE ENREG-ADRESSE
               END-REWRITE
               AT END MOVE 1 TO EOF-COURANT
           END-READ.

       PURGER-ADRESSE-COURANTE.
           MOVE 'S' TO ADR-ACTION
           MOVE 'PURGECLI' TO ADR-PROGRAMME
           MOVE WS-NOCLI-CIBLE TO ADR-NOCLI
           CALL 'ADRMAJ' USING ADR-ZONE
           MOVE 'F' TO ADR-ACTION
           CALL 'ADRMAJ' USING ADR-ZONE
           IF ADR-TROUVE = 'O'
               ADD 1 TO TOTAL-ANONYMISES
           END-IF
           ADD 1 TO CPT-FICHIERS
           MOVE SPACES TO LIGNE-CERTIFICAT
           STRING 'AdrClients.txt ADRESSE COURANTE SUPPRIMEE='
                  DELIMITED BY SIZE
                  ADR-TROUVE DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT
           END-STRING
           WRITE LIGNE-CERTIFICAT.

       PURGER-EMAIL.
           MOVE 'N' TO WS-SUPPRIME
           OPEN I-O FEMAILS
           IF WS-MEL-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE WS-NOCLI-CIBLE TO NOCLI-MEL
               DELETE FEMAILS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               IF WS-MEL-STATUS = '00'
                   MOVE 'O' TO WS-SUPPRIME
                   ADD 1 TO TOTAL-ANONYMISES
               END-IF
               CLOSE FEMAILS
               ADD 1 TO CPT-FICHIERS
               MOVE SPACES TO LIGNE-CERTIFICAT
               STRING 'Emails.txt ADRESSE E-MAIL SUPPRIMEE='
                      DELIMITED BY SIZE
                      WS-SUPPRIME DELIMITED BY SIZE
                   INTO LIGNE-CERTIFICAT
               END-STRING
               WRITE LIGNE-CERTIFICAT
           END-IF.

       PURGER-MANDAT.
           MOVE 'N' TO WS-SUPPRIME
           OPEN I-O FMANDATS
           IF WS-MDT-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE WS-NOCLI-CIBLE TO NOCLI-MDT
               DELETE FMANDATS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               IF WS-MDT-STATUS = '00'
                   MOVE 'O' TO WS-SUPPRIME
                   ADD 1 TO TOTAL-ANONYMISES
               END-IF
               CLOSE FMANDATS
               ADD 1 TO CPT-FICHIERS
               MOVE SPACES TO LIGNE-CERTIFICAT
               STRING 'Mandats.txt MANDAT SUPPRIME=' DELIMITED BY SIZE
                      WS-SUPPRIME DELIMITED BY SIZE
                   INTO LIGNE-CERTIFICAT
               END-STRING
               WRITE LIGNE-CERTIFICAT
           END-IF.

      * les mandats passes restent pour la trace des prelevements,
      * sans les coordonnees bancaires du client
       PURGER-HISTO-MANDATS.
           MOVE 0 TO CPT-ENREGISTREMENTS CPT-ANONYMISES EOF-COURANT
           OPEN I-O FMANDATSHIST
           IF WS-MDTH-STATUS NOT = '00'
               CONTINUE
           ELSE
               READ FMANDATSHIST
                   AT END MOVE 1 TO EOF-COURANT
               END-READ
               PERFORM EXAMINER-UN-MANDAT-HIST UNTIL EOF-COURANT = 1
               CLOSE FMANDATSHIST
               ADD CPT-ANONYMISES TO TOTAL-ANONYMISES
               ADD 1 TO CPT-FICHIERS
               MOVE SPACES TO LIGNE-CERTIFICAT
               STRING 'MandatsHist.txt ENREGISTREMENTS='
                      DELIMITED BY SIZE
                      CPT-ENREGISTREMENTS DELIMITED BY SIZE
                      ' ANONYMISES=' DELIMITED BY SIZE
                      CPT-ANONYMISES DELIMITED BY SIZE
                   INTO LIGNE-CERTIFICAT
               END-STRING
               WRITE LIGNE-CERTIFICAT
           END-IF.

       EXAMINER-UN-MANDAT-HIST.
           ADD 1 TO CPT-ENREGISTREMENTS
           IF NOCLI-MDTH = WS-NOCLI-CIBLE
               MOVE SPACES TO IBAN-MDTH BIC-MDTH
               MOVE 'SUPPRIME' TO IBAN-MDTH
               REWRITE enreg-mandat-hist
               END-REWRITE
               ADD 1 TO CPT-ANONYMISES
           END-IF
           READ FMANDATSHIST
               AT END MOVE 1 TO EOF-COURANT
           END-READ.

       PURGER-AFFECTATION.
           MOVE 'S' TO TERR-ACTION
           MOVE WS-NOCLI-CIBLE TO TERR-NOCLI
           CALL 'TERRAFF' USING TERR-ZONE
           MOVE TERR-TROUVE TO WS-SUPPRIME
           MOVE 'F' TO TERR-ACTION
           CALL 'TERRAFF' USING TERR-ZONE
           IF WS-SUPPRIME = 'O'
               ADD 1 TO TOTAL-ANONYMISES
           END-IF
           ADD 1 TO CPT-FICHIERS
           MOVE SPACES TO LIGNE-CERTIFICAT
           STRING 'AffectRep.txt AFFECTATION SUPPRIMEE='
                  DELIMITED BY SIZE
                  WS-SUPPRIME DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT
           END-STRING
           WRITE LIGNE-CERTIFICAT.

       PURGER-ETIQUETTES.
           MOVE 0 TO CPT-ENREGISTREMENTS CPT-ANONYMISES EOF-COURANT
           OPEN I-O FETIQUETTES
           IF NOCLI-ETQ = WS-NOCLI-CIBLE
               MOVE 'SUPPRIME' TO NOM-ETQ
               MOVE SPACES TO NUM-ETQ RUE-ETQ CP-ETQ VILLE-ETQ
                              PAYS-ETQ
               REWRITE ENREG-ETIQUETTE
               END-REWRITE
               ADD 1 TO CPT-ANONYMISES
