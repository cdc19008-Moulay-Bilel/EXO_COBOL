       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRCONV.
      *****************************************************************
      * Conversion une seule fois du fichier Adresses12.txt de
      * l ancien format vers le format avec le code pays PAYS-ADR.
      * Toutes les adresses existantes sont francaises (EXO12 ne
      * connaissait que le code postal francais) et partent avec le
      * code FR. A executer avant le premier run des programmes au
      * nouveau format ; un fichier temoin interdit la double
      * conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FANCIEN
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Adresses12.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FCONVERTI
               ASSIGN TO 'C:\Users\CRM\Desktop\AdrConv.tmp'
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FNOUVEAU
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Adresses12.txt'.
           SELECT FTEMOIN
               ASSIGN TO 'C:\Users\CRM\Desktop\AdrConv.txt'
               FILE STATUS IS WS-TEMOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FANCIEN.
       01  enreg-ancien.
           02 ANC-NOCLI-ADR PIC 9(7).
           02 ANC-NUM-ADR PIC X(5).
           02 ANC-RUE-ADR PIC X(30).
           02 ANC-CP-ADR PIC X(5).
           02 ANC-VILLE-ADR PIC X(20).
           02 ANC-CMPL-ADR PIC X(20).
           02 ANC-CODE-ERREUR-CP-ADR PIC X.

       FD  FCONVERTI.
       01  ENREG-CONVERTI.
           02 NOCLI-ADR PIC 9(7).
           02 NUM-ADR PIC X(5).
           02 RUE-ADR PIC X(30).
           02 CP-ADR PIC X(5).
           02 VILLE-ADR PIC X(20).
           02 CMPL-ADR PIC X(20).
           02 CODE-ERREUR-CP-ADR PIC X.
           02 PAYS-ADR PIC X(2).

       FD  FNOUVEAU.
       01  enreg-nouveau PIC X(90).

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
           DISPLAY '--- CONVERSION DU FICHIER ADRESSES12 AU FORMAT '
                   'AVEC CODE PAYS ---'
           DISPLAY 'A EXECUTER UNE SEULE FOIS AVANT LE PREMIER RUN '
                   'DES PROGRAMMES AU NOUVEAU FORMAT'
           PERFORM CONTROLER-TEMOIN
           PERFORM CONVERTIR-VERS-TEMPORAIRE
           PERFORM RECOPIER-VERS-ADRESSES
           PERFORM ECRIRE-TEMOIN
           DISPLAY 'ENREGISTREMENTS CONVERTIS : ' COMPTEURCONVERTI
           DISPLAY 'CONVERSION TERMINEE, ADRESSES12.TXT AU '
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
               DISPLAY 'ADRESSES12.TXT ABSENT, AUCUNE CONVERSION '
                       'NECESSAIRE'
               PERFORM ECRIRE-TEMOIN
               STOP RUN
           END-IF
           OPEN OUTPUT FCONVERTI
           READ FANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ
           PERFORM CONVERTIR-UNE-ADRESSE UNTIL EOF-ANCIEN = 1
           CLOSE FANCIEN FCONVERTI.

       CONVERTIR-UNE-ADRESSE.
           MOVE ANC-NOCLI-ADR TO NOCLI-ADR
           MOVE ANC-NUM-ADR TO NUM-ADR
           MOVE ANC-RUE-ADR TO RUE-ADR
           MOVE ANC-CP-ADR TO CP-ADR
           MOVE ANC-VILLE-ADR TO VILLE-ADR
           MOVE ANC-CMPL-ADR TO CMPL-ADR
           MOVE ANC-CODE-ERREUR-CP-ADR TO CODE-ERREUR-CP-ADR
           MOVE 'FR' TO PAYS-ADR
           WRITE ENREG-CONVERTI
           END-WRITE
           ADD 1 TO COMPTEURCONVERTI
           READ FANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-VERS-ADRESSES.
           OPEN INPUT FCONVERTI
           OPEN OUTPUT FNOUVEAU
           READ FCONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ
           PERFORM RECOPIER-UNE-ADRESSE UNTIL EOF-CONVERTI = 1
           CLOSE FCONVERTI FNOUVEAU.

       RECOPIER-UNE-ADRESSE.
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

       END PROGRAM ADRCONV.
