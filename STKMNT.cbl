       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKMNT.
      *****************************************************************
      * Console d entretien du master stock (Stock.txt, cle code
      * article) : receptions fournisseur, correction apres
      * inventaire et seuil/quantite de reapprovisionnement. Le code
      * doit exister au catalogue articles. La quantite reservee
      * n est jamais saisie : elle est tenue par ORDPOST (reservation)
      * et par l expedition d ORDSAIS. Chaque mouvement est
      * journalise via AUDECR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FSTOCK
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Stock.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-STK OF enreg-stock
               FILE STATUS IS WS-STK-STATUS.
           SELECT FARTICLES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-ART OF enreg-article
               FILE STATUS IS WS-ART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FSTOCK.
       01  enreg-stock.
           COPY STKMAST.

       FD  FARTICLES.
       01  enreg-article.
           COPY ARTMAST.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-STK-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CODE-SAISI PIC X(15) VALUE SPACE.
       77  WS-QTE-SAISIE PIC 9(7) VALUE 0.
       77  WS-TROUVE PIC X VALUE 'N'.
       77  WS-NOUVEAU PIC X VALUE 'N'.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS POUR LE '
                       'STOCK'
               STOP RUN
           END-IF
           OPEN INPUT FARTICLES
           IF WS-ART-STATUS NOT = '00'
               DISPLAY 'CATALOGUE ARTICLES ABSENT (ARTMNT D ABORD)'
               STOP RUN
           END-IF
           OPEN I-O FSTOCK
           IF WS-STK-STATUS NOT = '00'
               OPEN OUTPUT FSTOCK
               CLOSE FSTOCK
               OPEN I-O FSTOCK
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' MASTER STOCK'
           DISPLAY ' V. Voir le stock d un article'
           DISPLAY ' R. Reception fournisseur'
           DISPLAY ' I. Correction apres inventaire'
           DISPLAY ' S. Seuil de reapprovisionnement'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM VOIR-STOCK
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               PERFORM RECEPTIONNER
           ELSE
           IF WS-CHOIX = 'I' OR WS-CHOIX = 'i'
               PERFORM CORRIGER-INVENTAIRE
           ELSE
           IF WS-CHOIX = 'S' OR WS-CHOIX = 's'
               PERFORM FIXER-SEUIL
           ELSE
           IF WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
               MOVE 'N' TO WS-CONTINUER
           ELSE
               DISPLAY 'CHOIX INCONNU'
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * le code est controle au catalogue ; un article sans fiche
      * stock en recoit une a zero
       LIRE-STOCK.
           DISPLAY 'CODE ARTICLE : '
           ACCEPT WS-CODE-SAISI
           MOVE 'N' TO WS-TROUVE
           MOVE 'N' TO WS-NOUVEAU
           MOVE WS-CODE-SAISI TO CODE-ART
           READ FARTICLES
               INVALID KEY
                   DISPLAY 'ARTICLE INCONNU AU CATALOGUE : '
                           WS-CODE-SAISI
           END-READ
           IF WS-ART-STATUS = '00'
               MOVE 'O' TO WS-TROUVE
               MOVE WS-CODE-SAISI TO CODE-STK
               READ FSTOCK
                   INVALID KEY
                       MOVE 'O' TO WS-NOUVEAU
               END-READ
               IF WS-NOUVEAU = 'O'
                   MOVE WS-CODE-SAISI TO CODE-STK
                   MOVE 0 TO QTE-STOCK-STK QTE-RESERVEE-STK
                   MOVE 0 TO SEUIL-REAPPRO-STK QTE-REAPPRO-STK
                   MOVE 0 TO DATE-MAJ-STK
               END-IF
           END-IF.

       VOIR-STOCK.
           PERFORM LIRE-STOCK
           IF WS-TROUVE = 'O'
               PERFORM AFFICHER-STOCK
           END-IF.

       AFFICHER-STOCK.
           DISPLAY CODE-STK ' ' DESIGNATION-ART
           DISPLAY 'EN STOCK    : ' QTE-STOCK-STK
           DISPLAY 'RESERVE     : ' QTE-RESERVEE-STK
           DISPLAY 'SEUIL       : ' SEUIL-REAPPRO-STK
                   ' REAPPRO : ' QTE-REAPPRO-STK
           DISPLAY 'DERNIER MVT : ' DATE-MAJ-STK.

       RECEPTIONNER.
           PERFORM LIRE-STOCK
           IF WS-TROUVE = 'O'
               DISPLAY 'QUANTITE RECUE : '
               ACCEPT WS-QTE-SAISIE
               ADD WS-QTE-SAISIE TO QTE-STOCK-STK
               MOVE 'RECEPT STOCK' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-STOCK
           END-IF.

       CORRIGER-INVENTAIRE.
           PERFORM LIRE-STOCK
           IF WS-TROUVE = 'O'
               PERFORM AFFICHER-STOCK
               DISPLAY 'QUANTITE COMPTEE : '
               ACCEPT WS-QTE-SAISIE
               MOVE WS-QTE-SAISIE TO QTE-STOCK-STK
               MOVE 'INVENT STOCK' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-STOCK
           END-IF.

       FIXER-SEUIL.
           PERFORM LIRE-STOCK
           IF WS-TROUVE = 'O'
               DISPLAY 'SEUIL DE REAPPROVISIONNEMENT : '
               ACCEPT SEUIL-REAPPRO-STK
               DISPLAY 'QUANTITE A COMMANDER : '
               ACCEPT QTE-REAPPRO-STK
               MOVE 'SEUIL STOCK' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-STOCK
           END-IF.

       ENREGISTRER-STOCK.
           ACCEPT DATE-MAJ-STK FROM DATE YYYYMMDD
           IF WS-NOUVEAU = 'O'
               WRITE enreg-stock
                   INVALID KEY
                       DISPLAY 'ERREUR D ECRITURE'
               END-WRITE
           ELSE
               REWRITE enreg-stock
                   INVALID KEY
                       DISPLAY 'ERREUR DE REECRITURE'
               END-REWRITE
           END-IF
           IF WS-STK-STATUS = '00'
               PERFORM AFFICHER-STOCK
               PERFORM ENREGISTRER-AUDIT
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE 'STKMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE CODE-STK TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           CLOSE FSTOCK FARTICLES.

       END PROGRAM STKMNT.
