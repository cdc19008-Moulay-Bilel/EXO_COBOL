            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CumPaie.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUM-MATRICULE OF enreg-CUMUL
               FILE STATUS IS WS-CUMUL-STATUS.
           SELECT FRAPPELS
               ASSIGN TO

       FD  CUMPAIE.
       01  enreg-CUMUL.
           02 CUM-MATRICULE PIC 9(5).
           02 CUM-ANNEE PIC 9(4).
           02 CUM-NOM PIC X(25).
           02 CUM-BRUT PIC 9(8)V99.
           02 CUM-IMPOT PIC 9(8)V99.
           02 CUM-DEDUCTION PIC 9(8)V99.

       AJUSTER-CUMUL.
           IF WS-CUMUL-STATUS = '00'
               MOVE MATRICULE-PHIST TO CUM-MATRICULE
               READ CUMPAIE
                   INVALID KEY CONTINUE
               END-READ
