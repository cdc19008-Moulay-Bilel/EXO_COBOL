      * saisie : matricule connu et non sorti, pas plus de 24 heures
      * sur la journee, une seule ligne par jour (la ressaisie
      * remplace apres confirmation), avertissement au-dela des 7
      * heures contractuelles. Les heures d absence sont des
      * absences non justifiees, retenues sur le brut : un jour
      * couvert par une absence approuvee (Absences.txt, ABSAPP) ne
      * peut pas en recevoir. TPSAGREG construit Mouvements.txt en
      * fin de mois a partir de ces lignes.
      *****************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
           SELECT FABSENCES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Absences.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ABS OF enreg-absence
               FILE STATUS IS WS-ABS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  enreg-employe.
           COPY EMPMAST.

       FD  FABSENCES.
       01  enreg-absence.
           COPY ABSREC.

       WORKING-STORAGE SECTION.
       77  WS-TPS-STATUS PIC X(2) VALUE '00'.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-ABS-STATUS PIC X(2) VALUE '00'.
       77  WS-ABSENCES-DISPONIBLES PIC X VALUE 'N'.
       77  EOF-ABS PIC 99 VALUE 0.
       77  WS-JOUR-COUVERT PIC X VALUE 'N'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-MATRICULE-SAISI PIC 9(5) VALUE 0.
       77  WS-DATE-SAISIE PIC 9(8) VALUE 0.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'FICHIER EMPLOYES ABSENT, CONTROLE MATRICULE '
                       'DESACTIVE'
           END-IF
           OPEN INPUT FABSENCES
           IF WS-ABS-STATUS = '00'
               MOVE 'O' TO WS-ABSENCES-DISPONIBLES
           END-IF.

       SAISIR-UNE-JOURNEE.
           ACCEPT WS-HEURES-SUP
           DISPLAY 'HEURES D ABSENCE : '
           ACCEPT WS-ABSENCE
           IF WS-ABSENCE > 0
               PERFORM CONTROLER-JOUR-COUVERT
               IF WS-JOUR-COUVERT = 'O'
                   DISPLAY 'JOUR COUVERT PAR L ABSENCE APPROUVEE '
                           NO-ABS ' (TYPE ' TYPE-ABS
                           '), HEURES D ABSENCE IGNOREES'
                   MOVE 0 TO WS-ABSENCE
               END-IF
           END-IF
           COMPUTE WS-TOTAL-JOUR
               = WS-HEURES + WS-HEURES-SUP + WS-ABSENCE
           IF WS-TOTAL-JOUR > 24
               PERFORM ENREGISTRER-JOURNEE
           END-IF.

       CONTROLER-JOUR-COUVERT.
           MOVE 'N' TO WS-JOUR-COUVERT
           IF WS-ABSENCES-DISPONIBLES = 'O'
               MOVE WS-MATRICULE-SAISI TO MATRICULE-ABS
               MOVE 0 TO NO-ABS EOF-ABS
               START FABSENCES
                   KEY NOT < CLE-ABS OF enreg-absence
                   INVALID KEY MOVE 1 TO EOF-ABS
               END-START
               PERFORM LIRE-ABSENCE-SUIVANTE UNTIL EOF-ABS = 1
           END-IF.

       LIRE-ABSENCE-SUIVANTE.
           READ FABSENCES NEXT RECORD
               AT END MOVE 1 TO EOF-ABS
           END-READ
           IF EOF-ABS NOT = 1
               IF MATRICULE-ABS NOT = WS-MATRICULE-SAISI
                   MOVE 1 TO EOF-ABS
               ELSE
               IF ETAT-ABS = 'A'
                  AND DATE-DEBUT-ABS NOT > WS-DATE-SAISIE
                  AND DATE-FIN-ABS NOT < WS-DATE-SAISIE
                   MOVE 'O' TO WS-JOUR-COUVERT
                   MOVE 1 TO EOF-ABS
               END-IF
               END-IF
           END-IF.

       ENREGISTRER-JOURNEE.
           MOVE 'N' TO WS-DEJA-PRESENT
           MOVE WS-MATRICULE-SAISI TO MATRICULE-TPS
           IF WS-EMP-STATUS = '00'
               CLOSE EMPLOYES
           END-IF
           IF WS-ABSENCES-DISPONIBLES = 'O'
               CLOSE FABSENCES
           END-IF
           CLOSE FTEMPS.

       END PROGRAM SAISTMP.
