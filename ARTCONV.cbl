       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTCONV.
      *****************************************************************
      * Conversion une seule fois du catalogue Articles.txt de
      * l ancien format vers le format avec le prix de revient
      * PRIX-REVIENT-ART. Le prix de revient part a zero (inconnu)
      * et se saisit ensuite dans ARTMNT. A executer avant le
      * premier run des programmes au nouveau format ; un fichier
      * temoin interdit la double conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FANCIEN
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-CODE-ART OF enreg-ancien
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FCONVERTI
               ASSIGN TO 'C:\Users\CRM\Desktop\ArtConv.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODE-ART OF ENREG-CONVERTI
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FNOUVEAU
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODE-ART OF enreg-nouveau.
           SELECT FTEMOIN
               ASSIGN TO 'C:\Users\CRM\Desktop\ArtConv.txt'
               FILE STATUS IS WS-TEMOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FANCIEN.
       01  enreg-ancien.
           02 ANC-CODE-ART PIC X(15).
           02 ANC-DESIGNATION-ART PIC X(30).
           02 ANC-PRIX-UNIT-ART PIC 9(5)V99.
           02 ANC-UNITE-VENTE-ART PIC X(5).
           02 ANC-STATUT-ART PIC X.
           02 ANC-CODE-TVA-ART PIC X.

       FD  FCONVERTI.
       01  ENREG-CONVERTI.
           COPY ARTMAST.

       FD  FNOUVEAU.
       01  enreg-nouveau.
           COPY ARTMAST.

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
           DISPLAY '--- CONVERSION DU CATALOGUE ARTICLES AU FORMAT '
                   'AVEC PRIX DE REVIENT ---'
           DISPLAY 'A EXECUTER UNE SEULE FOIS AVANT LE PREMIER RUN '
                   'DES PROGRAMMES AU NOUVEAU FORMAT'
           PERFORM CONTROLER-TEMOIN
           PERFORM CONVERTIR-VERS-TEMPORAIRE
           PERFORM RECOPIER-VERS-ARTICLES
           PERFORM ECRIRE-TEMOIN
           DISPLAY 'ENREGISTREMENTS CONVERTIS : ' COMPTEURCONVERTI
           DISPLAY 'CONVERSION TERMINEE, ARTICLES.TXT AU '
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
               DISPLAY 'ARTICLES.TXT ABSENT, AUCUNE CONVERSION '
                       'NECESSAIRE'
               PERFORM ECRIRE-TEMOIN
               STOP RUN
           END-IF
           OPEN OUTPUT FCONVERTI
           READ FANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ
           PERFORM CONVERTIR-UN-ARTICLE UNTIL EOF-ANCIEN = 1
           CLOSE FANCIEN FCONVERTI.

       CONVERTIR-UN-ARTICLE.
           MOVE ANC-CODE-ART TO CODE-ART OF ENREG-CONVERTI
           MOVE ANC-DESIGNATION-ART
               TO DESIGNATION-ART OF ENREG-CONVERTI
           MOVE ANC-PRIX-UNIT-ART TO PRIX-UNIT-ART OF ENREG-CONVERTI
           MOVE ANC-UNITE-VENTE-ART
               TO UNITE-VENTE-ART OF ENREG-CONVERTI
           MOVE ANC-STATUT-ART TO STATUT-ART OF ENREG-CONVERTI
           MOVE ANC-CODE-TVA-ART TO CODE-TVA-ART OF ENREG-CONVERTI
           MOVE 0 TO PRIX-REVIENT-ART OF ENREG-CONVERTI
           WRITE ENREG-CONVERTI
           END-WRITE
           ADD 1 TO COMPTEURCONVERTI
           READ FANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-VERS-ARTICLES.
           OPEN INPUT FCONVERTI
           OPEN OUTPUT FNOUVEAU
           READ FCONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ
           PERFORM RECOPIER-UN-ARTICLE UNTIL EOF-CONVERTI = 1
           CLOSE FCONVERTI FNOUVEAU.

       RECOPIER-UN-ARTICLE.
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

       END PROGRAM ARTCONV.
