       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPPRO.
      *****************************************************************
      * Etat de reapprovisionnement de la nuit : parcourt le master
      * stock et liste chaque article dont le disponible (stock moins
      * reserve) est passe sous le seuil de reapprovisionnement, avec
      * la designation du catalogue, la quantite conseillee et les
      * quantites en reliquat des commandes encore en attente
      * d expedition (commandee moins deja expediee moins reservee,
      * ligne a ligne dans le master commandes, donc a jour des
      * livraisons partielles et des modifications et annulations
      * faites par CMDMNT).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FSTOCK
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Stock.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODE-STK OF enreg-stock
               FILE STATUS IS WS-STK-STATUS.
           SELECT FARTICLES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-ART OF enreg-article
               FILE STATUS IS WS-ART-STATUS.
           SELECT CMDMAST
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCMD OF enreg-commande
               FILE STATUS IS WS-CMD-STATUS.
           SELECT FRAPPORT
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Reappro.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FSTOCK.
       01  enreg-stock.
           COPY STKMAST.

       FD  FARTICLES.
       01  enreg-article.
           COPY ARTMAST.

       FD  CMDMAST.
       01  enreg-commande.
           COPY CMDMAST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-STK PIC 99 VALUE 0.
       77  EOF-CMD PIC 99 VALUE 0.
       77  WS-STK-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-CMD-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-DISPONIBLE PIC X VALUE 'O'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-DISPONIBLE PIC S9(7) VALUE 0.
       77  WS-DISPONIBLE-EDIT PIC Z(6)9-.
       77  WS-QTE-RELIQ-ARTICLE PIC 9(7) VALUE 0.
       77  NB-RELIQ PIC 9(4) VALUE 0.
       77  POS-RELIQ PIC 9(4) VALUE 0.
       77  POS-LIGNE PIC 99 VALUE 0.
       77  COMPTEURLU PIC 9(7) VALUE 0.
       77  COMPTEURSOUSSEUIL PIC 9(7) VALUE 0.
       01  WS-DESIGNATION PIC X(30) VALUE SPACE.
       01  TABLE-RELIQUATS.
           02 RELIQ-TAB OCCURS 2000 TIMES.
              03 ARTICLE-RELIQ-TAB PIC X(15).
              03 QTE-RELIQ-TAB PIC 9(3).

       01  VERROU-ZONE.
           02 VERROU-ACTION PIC X.
           02 VERROU-PROGRAMME PIC X(8).
           02 VERROU-OCCUPE PIC X.
           02 VERROU-DETENTEUR PIC X(8).
           02 VERROU-DEPUIS-DATE PIC 9(8).
           02 VERROU-DEPUIS-HEURE PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM CONTROLER-UN-ARTICLE UNTIL EOF-STK = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           MOVE 'T' TO VERROU-ACTION
           CALL 'VERROU' USING VERROU-ZONE
           IF VERROU-OCCUPE = 'O'
               DISPLAY 'MASTERS EN COURS D UTILISATION PAR '
                       VERROU-DETENTEUR ' DEPUIS LE '
                       VERROU-DEPUIS-DATE ' A ' VERROU-DEPUIS-HEURE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT FSTOCK
           IF WS-STK-STATUS NOT = '00'
               DISPLAY 'MASTER STOCK ABSENT'
               STOP RUN
           END-IF
           OPEN INPUT FARTICLES
           IF WS-ART-STATUS NOT = '00'
               MOVE 'N' TO WS-ART-DISPONIBLE
           END-IF
           PERFORM CHARGER-RELIQUATS
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- ARTICLES A REAPPROVISIONNER AU '
                  DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'ARTICLE         DESIGNATION                    '
               TO LIGNE-RAPPORT
           MOVE 'STOCK   RESERVE DISPONIBL   SEUIL A COMMANDER RELIQUAT'
               TO LIGNE-RAPPORT(48:53)
           WRITE LIGNE-RAPPORT
           READ FSTOCK
               AT END MOVE 1 TO EOF-STK
           END-READ.

      * seules comptent les lignes des commandes encore au statut S
       CHARGER-RELIQUATS.
           OPEN INPUT CMDMAST
           IF WS-CMD-STATUS NOT = '00'
               DISPLAY 'MASTER COMMANDES ABSENT, RELIQUATS IGNORES'
           ELSE
               READ CMDMAST
                   AT END MOVE 1 TO EOF-CMD
               END-READ
               PERFORM CHARGER-UNE-COMMANDE UNTIL EOF-CMD = 1
               CLOSE CMDMAST
           END-IF.

       CHARGER-UNE-COMMANDE.
           IF STATUT-CMD OF enreg-commande = 'S'
               MOVE 0 TO POS-LIGNE
               PERFORM CHARGER-UN-RELIQUAT
                   NB-LIGNES-CMD OF enreg-commande TIMES
           END-IF
           READ CMDMAST
               AT END MOVE 1 TO EOF-CMD
           END-READ.

       CHARGER-UN-RELIQUAT.
           ADD 1 TO POS-LIGNE
           IF QTE-CMD OF enreg-commande(POS-LIGNE)
              > QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
              + QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
              AND NB-RELIQ < 2000
               ADD 1 TO NB-RELIQ
               MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                   TO ARTICLE-RELIQ-TAB(NB-RELIQ)
               COMPUTE QTE-RELIQ-TAB(NB-RELIQ)
                   = QTE-CMD OF enreg-commande(POS-LIGNE)
                   - QTE-RESERVEE-CMD OF enreg-commande(POS-LIGNE)
                   - QTE-EXPEDIEE-CMD OF enreg-commande(POS-LIGNE)
           END-IF.

       CONTROLER-UN-ARTICLE.
           ADD 1 TO COMPTEURLU
           COMPUTE WS-DISPONIBLE = QTE-STOCK-STK - QTE-RESERVEE-STK
           IF WS-DISPONIBLE < SEUIL-REAPPRO-STK
               PERFORM EDITER-ARTICLE
           END-IF
           READ FSTOCK
               AT END MOVE 1 TO EOF-STK
           END-READ.

       EDITER-ARTICLE.
           ADD 1 TO COMPTEURSOUSSEUIL
           MOVE SPACES TO WS-DESIGNATION
           IF WS-ART-DISPONIBLE = 'O'
               MOVE CODE-STK TO CODE-ART
               READ FARTICLES
                   INVALID KEY
                       MOVE '(HORS CATALOGUE)' TO WS-DESIGNATION
                   NOT INVALID KEY
                       MOVE DESIGNATION-ART TO WS-DESIGNATION
               END-READ
           END-IF
           MOVE 0 TO WS-QTE-RELIQ-ARTICLE POS-RELIQ
           PERFORM CUMULER-RELIQUAT NB-RELIQ TIMES
           MOVE WS-DISPONIBLE TO WS-DISPONIBLE-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING CODE-STK DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DESIGNATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  QTE-STOCK-STK DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  QTE-RESERVEE-STK DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPONIBLE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SEUIL-REAPPRO-STK DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  QTE-REAPPRO-STK DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QTE-RELIQ-ARTICLE DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       CUMULER-RELIQUAT.
           ADD 1 TO POS-RELIQ
           IF ARTICLE-RELIQ-TAB(POS-RELIQ) = CODE-STK
               ADD QTE-RELIQ-TAB(POS-RELIQ) TO WS-QTE-RELIQ-ARTICLE
           END-IF.

       FIN.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ARTICLES LUS=' DELIMITED BY SIZE
                  COMPTEURLU DELIMITED BY SIZE
                  ' SOUS LE SEUIL=' DELIMITED BY SIZE
                  COMPTEURSOUSSEUIL DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'ARTICLES LUS      : ' COMPTEURLU
           DISPLAY 'SOUS LE SEUIL     : ' COMPTEURSOUSSEUIL
           IF WS-ART-DISPONIBLE = 'O'
               CLOSE FARTICLES
           END-IF
           CLOSE FSTOCK FRAPPORT.

       END PROGRAM REAPPRO.
