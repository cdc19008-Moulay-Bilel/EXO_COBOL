            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CumPaie.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUM-MATRICULE OF enreg-CUMUL
               FILE STATUS IS WS-CUMUL-STATUS.
           SELECT FEXTRAIT
               ASSIGN TO
       FILE SECTION.
       FD  CUMPAIE.
       01  enreg-CUMUL.
           02 CUM-MATRICULE PIC 9(5).
           02 CUM-ANNEE PIC 9(4).
           02 CUM-NOM PIC X(25).
           02 CUM-BRUT PIC 9(8)V99.
           02 CUM-IMPOT PIC 9(8)V99.
           02 CUM-DEDUCTION PIC 9(8)V99.

       FD  FEXTRAIT.
       01  enreg-extrait.
           02 EXT-MATRICULE PIC 9(5).
           02 EXT-ANNEE PIC 9(4).
           02 EXT-NOM PIC X(25).
           02 EXT-BRUT PIC 9(8)V99.
           02 EXT-IMPOT PIC 9(8)V99.
           02 EXT-DEDUCTION PIC 9(8)V99.
       EXTRAIRE-CUMUL.
           ADD 1 TO COMPTEURLU
           IF CUM-ANNEE = WS-ANNEE-DEMANDEE
               MOVE CUM-MATRICULE TO EXT-MATRICULE
               MOVE CUM-ANNEE TO EXT-ANNEE
               MOVE CUM-NOM TO EXT-NOM
               MOVE CUM-BRUT TO EXT-BRUT
