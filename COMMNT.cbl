       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMNT.
      *****************************************************************
      * Console d entretien des taux de commission des representants
      * (TauxComm.txt) : un taux par representant, par famille
      * d articles (debut du code article) ou par couple
      * representant / famille ; la ligne sans representant ni
      * famille est le taux general. COMMIS applique le taux le plus
      * precis au reglement de chaque facture.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FTAUXCOMM
               ASSIGN TO 'C:\Users\CRM\Desktop\TauxComm.txt'
               FILE STATUS IS WS-TX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FTAUXCOMM.
       01  enreg-taux-comm.
           COPY TXCOMM.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-TX-STATUS PIC X(2) VALUE '00'.
       77  EOF-TX PIC 99 VALUE 0.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-REP-SAISI PIC X(4) VALUE SPACE.
       77  WS-FAMILLE-SAISIE PIC X(6) VALUE SPACE.
       77  WS-TAUX-SAISI PIC 9(2)V99 VALUE 0.
       77  NB-TAUX PIC 9(3) VALUE 0.
       77  POS-TAUX PIC 9(3) VALUE 0.
       77  WS-TAUX-TROUVE PIC 9(3) VALUE 0.
       77  WS-MODIFIE PIC X VALUE 'N'.
       77  WS-TAUX-EDIT PIC Z9.99.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  TABLE-TAUX.
           02 TAUX-TAB OCCURS 200 TIMES.
              03 CODE-REP-TAB PIC X(4).
              03 FAMILLE-TAB PIC X(6).
              03 TAUX-COMM-TAB PIC 9(2)V99.
              03 RETIRE-TAB PIC X.

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
           PERFORM CHARGER-TAUX.

       CHARGER-TAUX.
           OPEN INPUT FTAUXCOMM
           IF WS-TX-STATUS NOT = '00'
               DISPLAY 'TAUX DE COMMISSION ABSENTS, TABLE VIDE AU '
                       'DEPART'
           ELSE
               READ FTAUXCOMM
                   AT END MOVE 1 TO EOF-TX
               END-READ
               PERFORM CHARGER-UN-TAUX UNTIL EOF-TX = 1
               CLOSE FTAUXCOMM
           END-IF
           DISPLAY 'TAUX CHARGES : ' NB-TAUX.

       CHARGER-UN-TAUX.
           IF NB-TAUX < 200
               ADD 1 TO NB-TAUX
               MOVE CODE-REP-TX TO CODE-REP-TAB(NB-TAUX)
               MOVE FAMILLE-TX TO FAMILLE-TAB(NB-TAUX)
               MOVE TAUX-TX TO TAUX-COMM-TAB(NB-TAUX)
               MOVE 'N' TO RETIRE-TAB(NB-TAUX)
           END-IF
           READ FTAUXCOMM
               AT END MOVE 1 TO EOF-TX
           END-READ.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' TAUX DE COMMISSION'
           DISPLAY ' L. Lister les taux'
           DISPLAY ' A. Ajouter un taux'
           DISPLAY ' M. Modifier un taux'
           DISPLAY ' R. Retirer un taux'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'L' OR WS-CHOIX = 'l'
               PERFORM LISTER-TAUX
           ELSE
           IF WS-CHOIX = 'A' OR WS-CHOIX = 'a'
               PERFORM AJOUTER-TAUX
           ELSE
           IF WS-CHOIX = 'M' OR WS-CHOIX = 'm'
               PERFORM MODIFIER-TAUX
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               PERFORM RETIRER-TAUX
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

       SAISIR-CLE-TAUX.
           DISPLAY 'CODE REPRESENTANT (BLANC = TOUS) : '
           ACCEPT WS-REP-SAISI
           DISPLAY 'FAMILLE D ARTICLES (BLANC = TOUTES) : '
           ACCEPT WS-FAMILLE-SAISIE
           MOVE 0 TO WS-TAUX-TROUVE POS-TAUX
           PERFORM COMPARER-TAUX NB-TAUX TIMES.

       COMPARER-TAUX.
           ADD 1 TO POS-TAUX
           IF CODE-REP-TAB(POS-TAUX) = WS-REP-SAISI
              AND FAMILLE-TAB(POS-TAUX) = WS-FAMILLE-SAISIE
              AND RETIRE-TAB(POS-TAUX) = 'N'
               MOVE POS-TAUX TO WS-TAUX-TROUVE
           END-IF.

       LISTER-TAUX.
           DISPLAY 'REP  FAMILLE  TAUX %'
           MOVE 0 TO POS-TAUX
           PERFORM LISTER-UN-TAUX NB-TAUX TIMES.

       LISTER-UN-TAUX.
           ADD 1 TO POS-TAUX
           IF RETIRE-TAB(POS-TAUX) = 'N'
               MOVE TAUX-COMM-TAB(POS-TAUX) TO WS-TAUX-EDIT
               DISPLAY CODE-REP-TAB(POS-TAUX) ' '
                       FAMILLE-TAB(POS-TAUX) '   '
                       WS-TAUX-EDIT
           END-IF.

       AJOUTER-TAUX.
           PERFORM SAISIR-CLE-TAUX
           IF WS-TAUX-TROUVE > 0
               DISPLAY 'TAUX DEJA PRESENT, UTILISER M'
           ELSE
           IF NB-TAUX >= 200
               DISPLAY 'TABLE PLEINE'
           ELSE
               PERFORM SAISIR-VALEUR-TAUX
               IF WS-TAUX-SAISI > 0
                   ADD 1 TO NB-TAUX
                   MOVE WS-REP-SAISI TO CODE-REP-TAB(NB-TAUX)
                   MOVE WS-FAMILLE-SAISIE TO FAMILLE-TAB(NB-TAUX)
                   MOVE WS-TAUX-SAISI TO TAUX-COMM-TAB(NB-TAUX)
                   MOVE 'N' TO RETIRE-TAB(NB-TAUX)
                   MOVE 'O' TO WS-MODIFIE
                   MOVE 'AJOUT TAUX' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT
                   DISPLAY 'TAUX AJOUTE'
               END-IF
           END-IF
           END-IF.

       MODIFIER-TAUX.
           PERFORM SAISIR-CLE-TAUX
           IF WS-TAUX-TROUVE = 0
               DISPLAY 'TAUX INCONNU'
           ELSE
               MOVE TAUX-COMM-TAB(WS-TAUX-TROUVE) TO WS-TAUX-EDIT
               DISPLAY 'TAUX ACTUEL : ' WS-TAUX-EDIT
               PERFORM SAISIR-VALEUR-TAUX
               IF WS-TAUX-SAISI > 0
                   MOVE WS-TAUX-SAISI
                       TO TAUX-COMM-TAB(WS-TAUX-TROUVE)
                   MOVE 'O' TO WS-MODIFIE
                   MOVE 'MODIF TAUX' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT
                   DISPLAY 'TAUX MODIFIE'
               END-IF
           END-IF.

       RETIRER-TAUX.
           PERFORM SAISIR-CLE-TAUX
           IF WS-TAUX-TROUVE = 0
               DISPLAY 'TAUX INCONNU'
           ELSE
               MOVE 'O' TO RETIRE-TAB(WS-TAUX-TROUVE)
               MOVE 'O' TO WS-MODIFIE
               MOVE 'RETRAIT TAUX' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'TAUX RETIRE'
           END-IF.

       SAISIR-VALEUR-TAUX.
           MOVE 0 TO WS-TAUX-SAISI
           DISPLAY 'TAUX EN POURCENTAGE (EX 0250 POUR 2,50) : '
           ACCEPT WS-TAUX-SAISI
           IF WS-TAUX-SAISI = 0
               DISPLAY 'TAUX NUL REFUSE, UTILISER R POUR RETIRER'
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE 'COMMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE SPACES TO AUDIT-CLE
           STRING WS-REP-SAISI DELIMITED BY SIZE
                  WS-FAMILLE-SAISIE DELIMITED BY SIZE
               INTO AUDIT-CLE
           END-STRING
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       REECRIRE-TAUX.
           OPEN OUTPUT FTAUXCOMM
           MOVE 0 TO POS-TAUX
           PERFORM REECRIRE-UN-TAUX NB-TAUX TIMES
           CLOSE FTAUXCOMM.

       REECRIRE-UN-TAUX.
           ADD 1 TO POS-TAUX
           IF RETIRE-TAB(POS-TAUX) = 'N'
               MOVE CODE-REP-TAB(POS-TAUX) TO CODE-REP-TX
               MOVE FAMILLE-TAB(POS-TAUX) TO FAMILLE-TX
               MOVE TAUX-COMM-TAB(POS-TAUX) TO TAUX-TX
               WRITE enreg-taux-comm
               END-WRITE
           END-IF.

       FIN.
           IF WS-MODIFIE = 'O'
               PERFORM REECRIRE-TAUX
               DISPLAY 'TAUX DE COMMISSION REECRITS'
           END-IF.

       END PROGRAM COMMNT.
