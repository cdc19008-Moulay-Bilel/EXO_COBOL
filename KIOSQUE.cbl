            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CumPaie.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUM-MATRICULE OF enreg-CUMUL
               FILE STATUS IS WS-CUMUL-STATUS.
           SELECT FCONGES
               ASSIGN TO

       FD  CUMPAIE.
       01  enreg-CUMUL.
           02 CUM-MATRICULE PIC 9(5).
           02 CUM-ANNEE PIC 9(4).
           02 CUM-NOM PIC X(25).
           02 CUM-BRUT PIC 9(8)V99.
           02 CUM-IMPOT PIC 9(8)V99.
           02 CUM-DEDUCTION PIC 9(8)V99.
       77  WS-CODE-SAISI PIC X(6) VALUE SPACE.
       77  WS-IDENTIFIE PIC X VALUE 'N'.
       77  WS-ESSAIS PIC 9 VALUE 0.
       77  WS-SOLDE-EDIT PIC ZZ9.99-.
       77  COMPTEURLIGNES PIC 9(4) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
               MOVE 'O' TO WS-IDENTIFIE
               MOVE 'ACCES BORNE' TO AUDIT-OP-TRAVAIL
               PERFORM JOURNALISER-ACCES
               PERFORM SALUER-EMPLOYE
           ELSE
               DISPLAY 'MATRICULE OU CODE INCONNU'
           END-IF.

       SALUER-EMPLOYE.
           IF WS-EMP-STATUS = '00'
               MOVE WS-MATRICULE-SAISI TO MATRICULE OF enreg-employe
               READ EMPLOYES
                   INVALID KEY CONTINUE
               END-READ
               IF WS-EMP-STATUS = '00'
                   DISPLAY 'BONJOUR ' PRENOM-EMPLOYE ' ' NOM-EMPLOYE
               END-IF
           END-IF.
       VOIR-CUMULS.
           MOVE 'VOIT CUMULS' TO AUDIT-OP-TRAVAIL
           PERFORM JOURNALISER-ACCES
           IF WS-CUMUL-STATUS NOT = '00'
               DISPLAY 'CUMULS INDISPONIBLES'
           ELSE
               MOVE WS-MATRICULE-SAISI TO CUM-MATRICULE
               READ CUMPAIE
                   INVALID KEY
                       DISPLAY 'AUCUN CUMUL POUR CE MATRICULE'
