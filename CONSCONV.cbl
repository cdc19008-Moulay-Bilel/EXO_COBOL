       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCONV.
      *****************************************************************
      * Conversion une seule fois du registre Consentements.txt de
      * l ancien format (courrier et telephone) vers le format avec
      * le consentement e-mail OPT-EMAIL. Un client qui avait refuse
      * le courrier est repute refuser aussi l e-mail ; les autres
      * l acceptent jusqu a ce que CONSMNT en decide autrement. A
      * executer avant le premier run de CONSMNT, ANNIV et ETIQUET
      * au nouveau format ; un fichier temoin interdit la double
      * conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FANCIEN
               ASSIGN TO 'C:\Users\CRM\Desktop\Consentements.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-NOCLI-CONS OF enreg-ancien
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FCONVERTI
               ASSIGN TO 'C:\Users\CRM\Desktop\ConsConv.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI-CONS OF ENREG-CONVERTI
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FNOUVEAU
               ASSIGN TO 'C:\Users\CRM\Desktop\Consentements.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI-CONS OF enreg-nouveau.
           SELECT FTEMOIN
               ASSIGN TO 'C:\Users\CRM\Desktop\ConsConv.txt'
               FILE STATUS IS WS-TEMOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FANCIEN.
       01  enreg-ancien.
           02 ANC-NOCLI-CONS PIC 9(7).
           02 ANC-OPT-COURRIER PIC X.
           02 ANC-OPT-TELEPHONE PIC X.
           02 ANC-DATE-CONS PIC 9(8).
           02 ANC-OPERATEUR-CONS PIC X(8).

       FD  FCONVERTI.
       01  ENREG-CONVERTI.
           02 NOCLI-CONS PIC 9(7).
           02 OPT-COURRIER PIC X.
           02 OPT-TELEPHONE PIC X.
           02 DATE-CONS PIC 9(8).
           02 OPERATEUR-CONS PIC X(8).
           02 OPT-EMAIL PIC X.

       FD  FNOUVEAU.
       01  enreg-nouveau.
           02 NOCLI-CONS PIC 9(7).
           02 OPT-COURRIER PIC X.
           02 OPT-TELEPHONE PIC X.
           02 DATE-CONS PIC 9(8).
           02 OPERATEUR-CONS PIC X(8).
           02 OPT-EMAIL PIC X.

       FD  FTEMOIN.
       01  enreg-temoin.
           02 TEMOIN-DATE PIC 9(8).
           02 TEMOIN-COMPTEUR PIC 9(7).

       WORKING-STORAGE SECTION.
       77  EOF-ANCIEN PIC 99 VALUE 0.
       77  EOF-CONVERTI PIC 99 VALUE 0.
       77  WS-ANCIEN-STATUS PIC X(2) VALUE '00'.
       77  WS-CONVERTI-STATUS PIC X(2) VALUE '00'.
       77  WS-TEMOIN-STATUS PIC X(2) VALUE '00'.
       77  COMPTEURCONVERTI PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '--- CONVERSION DU REGISTRE DES CONSENTEMENTS AU '
                   'FORMAT AVEC E-MAIL ---'
           DISPLAY 'A EXECUTER UNE SEULE FOIS AVANT LE PREMIER RUN '
                   'DES PROGRAMMES AU NOUVEAU FORMAT'
           PERFORM CONTROLER-TEMOIN
           PERFORM CONVERTIR-VERS-TEMPORAIRE
           PERFORM RECOPIER-VERS-CONSENTEMENTS
           PERFORM ECRIRE-TEMOIN
           DISPLAY 'ENREGISTREMENTS CONVERTIS : ' COMPTEURCONVERTI
           DISPLAY 'CONVERSION TERMINEE, CONSENTEMENTS.TXT AU '
                   'NOUVEAU FORMAT'
           STOP RUN.

       CONTROLER-TEMOIN.
           OPEN INPUT FTEMOIN
           IF WS-TEMOIN-STATUS = '00'
               READ FTEMOIN
                   AT END CONTINUE
               END-READ
               CLOSE FTEMOIN
               DISPLAY 'CONVERSION DEJA FAITE LE ' TEMOIN-DATE
                       ', RELANCE REFUSEE (DOUBLE CONVERSION '
                       'CORROMPRAIT LE FICHIER)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONVERTIR-VERS-TEMPORAIRE.
           OPEN INPUT FANCIEN
           IF WS-ANCIEN-STATUS NOT = '00'
               DISPLAY 'CONSENTEMENTS.TXT ABSENT, AUCUNE CONVERSION '
                       'NECESSAIRE'
               PERFORM ECRIRE-TEMOIN
               STOP RUN
           END-IF
           OPEN OUTPUT FCONVERTI
           READ FANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ
           PERFORM CONVERTIR-UN-CONSENTEMENT UNTIL EOF-ANCIEN = 1
           CLOSE FANCIEN FCONVERTI.

       CONVERTIR-UN-CONSENTEMENT.
           MOVE ANC-NOCLI-CONS TO NOCLI-CONS OF ENREG-CONVERTI
           MOVE ANC-OPT-COURRIER TO OPT-COURRIER OF ENREG-CONVERTI
           MOVE ANC-OPT-TELEPHONE TO OPT-TELEPHONE OF ENREG-CONVERTI
           MOVE ANC-DATE-CONS TO DATE-CONS OF ENREG-CONVERTI
           MOVE ANC-OPERATEUR-CONS TO OPERATEUR-CONS OF ENREG-CONVERTI
           IF ANC-OPT-COURRIER = 'N'
               MOVE 'N' TO OPT-EMAIL OF ENREG-CONVERTI
           ELSE
               MOVE 'O' TO OPT-EMAIL OF ENREG-CONVERTI
           END-IF
           WRITE ENREG-CONVERTI
           END-WRITE
           ADD 1 TO COMPTEURCONVERTI
           READ FANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-VERS-CONSENTEMENTS.
           OPEN INPUT FCONVERTI
           OPEN OUTPUT FNOUVEAU
           READ FCONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ
           PERFORM RECOPIER-UN-CONSENTEMENT UNTIL EOF-CONVERTI = 1
           CLOSE FCONVERTI FNOUVEAU.

       RECOPIER-UN-CONSENTEMENT.
           MOVE ENREG-CONVERTI TO enreg-nouveau
           WRITE enreg-nouveau
           END-WRITE
           READ FCONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ.

       ECRIRE-TEMOIN.
           OPEN OUTPUT FTEMOIN
           ACCEPT TEMOIN-DATE FROM DATE YYYYMMDD
           MOVE COMPTEURCONVERTI TO TEMOIN-COMPTEUR
           WRITE enreg-temoin
           END-WRITE
           CLOSE FTEMOIN.

       END PROGRAM CONSCONV.
