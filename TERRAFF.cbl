       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRAFF.
      *****************************************************************
      * Affectation d un client a son secteur commercial et a son
      * representant d apres son code postal. TERR-ACTION : O ouvre
      * AffectRep.txt et charge Territoires.txt, A affecte le client
      * TERR-NOCLI de code postal TERR-CP (ecriture ou reecriture de
      * l affectation, secteur et representant rendus dans
      * TERR-CODE / TERR-REP, TERR-TROUVE a N si aucun secteur ne
      * couvre le code postal), S supprime l affectation du client
      * (TERR-TROUVE a N s il n en avait pas), R vide AffectRep.txt
      * avant reconstruction (TERRBLD), F ferme. A et S ouvrent
      * d eux-memes si O n a pas ete appele.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FTERRITOIRES
               ASSIGN TO 'C:\Users\CRM\Desktop\Territoires.txt'
               FILE STATUS IS WS-TERR-STATUS.
           SELECT FAFFECT
               ASSIGN TO 'C:\Users\CRM\Desktop\AffectRep.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-AFF OF enreg-affectation
               ALTERNATE RECORD KEY IS CODE-REP-AFF OF enreg-affectation
                   WITH DUPLICATES
               FILE STATUS IS WS-AFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FTERRITOIRES.
       01  enreg-territoire.
           COPY TERRMAST.

       FD  FAFFECT.
       01  enreg-affectation.
           COPY REPAFF.

       WORKING-STORAGE SECTION.
       77  WS-TERR-STATUS PIC X(2) VALUE '00'.
       77  WS-AFF-STATUS PIC X(2) VALUE '00'.
       77  WS-OUVERT PIC X VALUE 'N'.
       77  EOF-TERR PIC 99 VALUE 0.
       77  NB-TERR PIC 9(3) VALUE 0.
       77  POS-TERR PIC 9(3) VALUE 0.
       77  WS-TERR-TROUVE PIC 9(3) VALUE 0.
       01  TABLE-TERRITOIRES.
           02 TERR-TAB OCCURS 300 TIMES.
              03 CODE-TERR-TAB PIC X(4).
              03 CP-DEBUT-TAB PIC X(5).
              03 CP-FIN-TAB PIC X(5).
              03 CODE-REP-TAB PIC X(4).

       LINKAGE SECTION.
       01  TERR-ZONE.
           02 TERR-ACTION PIC X.
           02 TERR-NOCLI PIC 9(7).
           02 TERR-CP PIC X(5).
           02 TERR-CODE PIC X(4).
           02 TERR-REP PIC X(4).
           02 TERR-TROUVE PIC X.

       PROCEDURE DIVISION USING TERR-ZONE.
       MAIN-PROCEDURE.
           IF TERR-ACTION = 'O'
               PERFORM OUVRIR
           ELSE
           IF TERR-ACTION = 'A'
               IF WS-OUVERT = 'N'
                   PERFORM OUVRIR
               END-IF
               PERFORM AFFECTER
           ELSE
           IF TERR-ACTION = 'S'
               IF WS-OUVERT = 'N'
                   PERFORM OUVRIR
               END-IF
               PERFORM SUPPRIMER
           ELSE
           IF TERR-ACTION = 'R'
               PERFORM REINITIALISER
           ELSE
           IF TERR-ACTION = 'F'
               PERFORM FERMER
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           GOBACK.

       OUVRIR.
           MOVE 0 TO NB-TERR EOF-TERR
           OPEN INPUT FTERRITOIRES
           IF WS-TERR-STATUS = '00'
               READ FTERRITOIRES
                   AT END MOVE 1 TO EOF-TERR
               END-READ
               PERFORM CHARGER-UN-TERRITOIRE UNTIL EOF-TERR = 1
               CLOSE FTERRITOIRES
           END-IF
           OPEN I-O FAFFECT
           IF WS-AFF-STATUS NOT = '00'
               OPEN OUTPUT FAFFECT
               CLOSE FAFFECT
               OPEN I-O FAFFECT
           END-IF
           MOVE 'O' TO WS-OUVERT.

       CHARGER-UN-TERRITOIRE.
           IF NB-TERR < 300
               ADD 1 TO NB-TERR
               MOVE CODE-TERR TO CODE-TERR-TAB(NB-TERR)
               MOVE CP-DEBUT-TERR TO CP-DEBUT-TAB(NB-TERR)
               MOVE CP-FIN-TERR TO CP-FIN-TAB(NB-TERR)
               MOVE CODE-REP-TERR TO CODE-REP-TAB(NB-TERR)
           END-IF
           READ FTERRITOIRES
               AT END MOVE 1 TO EOF-TERR
           END-READ.

       AFFECTER.
           MOVE 0 TO WS-TERR-TROUVE POS-TERR
           PERFORM COMPARER-TERRITOIRE NB-TERR TIMES
           IF WS-TERR-TROUVE > 0
               MOVE 'O' TO TERR-TROUVE
               MOVE CODE-TERR-TAB(WS-TERR-TROUVE) TO TERR-CODE
               MOVE CODE-REP-TAB(WS-TERR-TROUVE) TO TERR-REP
           ELSE
               MOVE 'N' TO TERR-TROUVE
               MOVE SPACES TO TERR-CODE TERR-REP
           END-IF
           MOVE TERR-NOCLI TO NOCLI-AFF
           READ FAFFECT
               INVALID KEY CONTINUE
           END-READ
           MOVE TERR-NOCLI TO NOCLI-AFF
           MOVE TERR-CODE TO CODE-TERR-AFF
           MOVE TERR-REP TO CODE-REP-AFF
           MOVE TERR-CP TO CP-AFF
           ACCEPT DATE-AFF FROM DATE YYYYMMDD
           IF WS-AFF-STATUS = '00'
               REWRITE enreg-affectation
               END-REWRITE
           ELSE
               WRITE enreg-affectation
               END-WRITE
           END-IF.

       COMPARER-TERRITOIRE.
           ADD 1 TO POS-TERR
           IF TERR-CP NOT < CP-DEBUT-TAB(POS-TERR)
              AND TERR-CP NOT > CP-FIN-TAB(POS-TERR)
               MOVE POS-TERR TO WS-TERR-TROUVE
           END-IF.

       SUPPRIMER.
           MOVE 'O' TO TERR-TROUVE
           MOVE TERR-NOCLI TO NOCLI-AFF
           DELETE FAFFECT RECORD
               INVALID KEY MOVE 'N' TO TERR-TROUVE
           END-DELETE.

       REINITIALISER.
           IF WS-OUVERT = 'O'
               CLOSE FAFFECT
           END-IF
           OPEN OUTPUT FAFFECT
           CLOSE FAFFECT
           PERFORM OUVRIR.

       FERMER.
           IF WS-OUVERT = 'O'
               CLOSE FAFFECT
               MOVE 'N' TO WS-OUVERT
           END-IF.

       END PROGRAM TERRAFF.
