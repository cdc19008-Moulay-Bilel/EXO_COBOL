               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Devis.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FDEVISLIG
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\DevisLig.txt'.

       DATA DIVISION.
       FILE SECTION.
       FD  FDEVIS.
       01  LIGNE-DEVIS PIC X(100).

      * lignes chiffrees reprises par DEVMNT pour etablir le devis
       FD  FDEVISLIG.
       01  enreg-devis-ligne.
           02 MATERIAU-DVL PIC X(10).
           02 QUANTITE-DVL PIC 9(10)V99.
           02 PRIX-UNIT-DVL PIC 9(6)V99.
           02 MONTANT-DVL PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       77  EOF-REQ PIC 9 VALUE 0.
       77  COMPTEURRES PIC 9(5) VALUE 0.
           OPEN OUTPUT FRESULTATS
           OPEN OUTPUT FEXCEPTIONS
           OPEN OUTPUT FDEVIS
           OPEN OUTPUT FDEVISLIG
           MOVE '--- DEVIS CHIFFRES ---' TO LIGNE-DEVIS
           WRITE LIGNE-DEVIS
           READ FREQUETES
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-DEVIS
           END-STRING
           WRITE LIGNE-DEVIS
           MOVE MATERIAU-REQ TO MATERIAU-DVL
           MOVE COUT-QUANTITE TO QUANTITE-DVL
           MOVE COUT-PRIX-UNITAIRE TO PRIX-UNIT-DVL
           MOVE COUT-MONTANT TO MONTANT-DVL
           WRITE enreg-devis-ligne
           END-WRITE.

       LIBELLER-EXCEPTION.
           IF CODE-ERREUR = 'X'
           DISPLAY 'RESULTATS ECRITS : ' COMPTEURRES
           DISPLAY 'EXCEPTIONS       : ' COMPTEUREXC
           DISPLAY 'LIGNES DE DEVIS  : ' COMPTEURDEVIS
           CLOSE FREQUETES FRESULTATS FEXCEPTIONS FDEVIS FDEVISLIG.

       END PROGRAM SPRO01B.
