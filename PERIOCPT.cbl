       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOCPT.
      *****************************************************************
      * Periode comptable d une ecriture de l encours clients : le
      * mois AAAAMM de la date passee, sauf si ce mois est deja clos
      * par CLOTREC (ClotureRec.txt) ; l ecriture tombe alors dans
      * le mois qui suit la derniere cloture. Appele par les
      * programmes qui ecrivent dans Encours.txt ou
      * HistReglements.txt. PERIODE-DERNIERE-CLOSE rend le dernier
      * mois clos (zero si aucune cloture).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FCLOTURES
               ASSIGN TO 'C:\Users\CRM\Desktop\ClotureRec.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERIODE-CLO OF enreg-cloture
               FILE STATUS IS WS-CLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FCLOTURES.
       01  enreg-cloture.
           COPY CLOMAST.

       WORKING-STORAGE SECTION.
       77  EOF-CLO PIC 99 VALUE 0.
       77  WS-CLO-STATUS PIC X(2) VALUE '00'.
       01  WS-PERIODE-CALC.
           02 WS-AAAA-CALC PIC 9(4).
           02 WS-MM-CALC PIC 9(2).

       LINKAGE SECTION.
       01  PERIODE-ZONE.
           02 PERIODE-DATE PIC 9(8).
           02 PERIODE-COMPTABLE PIC 9(6).
           02 PERIODE-DERNIERE-CLOSE PIC 9(6).

       PROCEDURE DIVISION USING PERIODE-ZONE.
       MAIN-PROCEDURE.
           MOVE PERIODE-DATE(1:6) TO PERIODE-COMPTABLE
           MOVE 0 TO PERIODE-DERNIERE-CLOSE
           MOVE 0 TO EOF-CLO
           OPEN INPUT FCLOTURES
           IF WS-CLO-STATUS NOT = '00'
               GOBACK
           END-IF
           READ FCLOTURES
               AT END MOVE 1 TO EOF-CLO
           END-READ
           PERFORM LIRE-CLOTURE UNTIL EOF-CLO = 1
           CLOSE FCLOTURES
           IF PERIODE-COMPTABLE NOT > PERIODE-DERNIERE-CLOSE
               MOVE PERIODE-DERNIERE-CLOSE TO WS-PERIODE-CALC
               IF WS-MM-CALC = 12
                   ADD 1 TO WS-AAAA-CALC
                   MOVE 1 TO WS-MM-CALC
               ELSE
                   ADD 1 TO WS-MM-CALC
               END-IF
               MOVE WS-PERIODE-CALC TO PERIODE-COMPTABLE
           END-IF
           GOBACK.

      * le fichier est lu dans l ordre des periodes : la derniere
      * lue est la derniere close
       LIRE-CLOTURE.
           MOVE PERIODE-CLO TO PERIODE-DERNIERE-CLOSE
           READ FCLOTURES
               AT END MOVE 1 TO EOF-CLO
           END-READ.

       END PROGRAM PERIOCPT.
