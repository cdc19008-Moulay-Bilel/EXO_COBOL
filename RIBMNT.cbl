      * confirmation, l ancien RIB part dans RibHist.txt avec sa date
      * d effet et chaque correction ecrit une image avant/apres dans
      * CorrectionsRib.txt plus une trace Audit, comme l ecran de
      * correction de LOOKUP. Les RIB sont tenus par matricule du
      * master des employes, dans un fichier de travail indexe le
      * temps de la session (pas de limite de nombre de salaries).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CorrectionsRib.txt'
               FILE STATUS IS WS-CORR-STATUS.
           SELECT FRIBTRAV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\RibMnt.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULE-RIBT OF enreg-rib-travail
               FILE STATUS IS WS-RIBT-STATUS.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FRIBHIST.
       01  enreg-ribhist.
           02 RIB-MATRICULE-HIST PIC 9(5).
           02 RIB-BANQUE-HIST PIC X(5).
           02 RIB-GUICHET-HIST PIC X(5).
           02 RIB-COMPTE-HIST PIC X(11).

       FD  FCORRECTIONS.
       01  enreg-correction.
           02 CORR-RIB-MATRICULE PIC 9(5).
           02 CORR-IMAGE-AVANT PIC X(34).
           02 CORR-IMAGE-APRES PIC X(34).
           02 CORR-DATE PIC 9(8).
           02 CORR-HEURE PIC 9(6).

       FD  FRIBTRAV.
       01  enreg-rib-travail.
           02 MATRICULE-RIBT PIC 9(5).
           02 BANQUE-RIBT PIC X(5).
           02 GUICHET-RIBT PIC X(5).
           02 COMPTE-RIBT PIC X(11).
           02 CLE-RIBT PIC X(2).
           02 ETAT-RIBT PIC X.
           02 EFFET-RIBT PIC 9(8).

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-RIB-STATUS PIC X(2) VALUE '00'.
       77  WS-RIBHIST-STATUS PIC X(2) VALUE '00'.
       77  WS-CORR-STATUS PIC X(2) VALUE '00'.
       77  WS-RIBT-STATUS PIC X(2) VALUE '00'.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-EMPLOYES-DISPONIBLES PIC X VALUE 'N'.
       77  WS-EMP-TROUVE PIC X VALUE 'N'.
       77  EOF-RIB PIC 99 VALUE 0.
       77  EOF-RIBT PIC 99 VALUE 0.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-MATRICULE-SAISI PIC 9(5) VALUE 0.
       77  NB-RIB PIC 9(7) VALUE 0.
       77  WS-RIB-TROUVE PIC X VALUE 'N'.
       77  WS-MODIFIE PIC X VALUE 'N'.
       77  WS-CLE-VALIDE PIC X VALUE 'N'.
       77  WS-BANQUE-SAISIE PIC X(5) VALUE SPACE.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-IMAGE-AVANT PIC X(34) VALUE SPACE.
       01  WS-IMAGE-APRES PIC X(34) VALUE SPACE.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           IF WS-CORR-STATUS NOT = '00'
               OPEN OUTPUT FCORRECTIONS
           END-IF
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS = '00'
               MOVE 'O' TO WS-EMPLOYES-DISPONIBLES
           ELSE
               DISPLAY 'FICHIER EMPLOYES ABSENT, MATRICULES NON '
                       'CONTROLES'
           END-IF
           PERFORM CHARGER-RIB.

       CHARGER-RIB.
           OPEN OUTPUT FRIBTRAV
           CLOSE FRIBTRAV
           OPEN I-O FRIBTRAV
           OPEN INPUT FRIB
           IF WS-RIB-STATUS NOT = '00'
               DISPLAY 'FICHIER RIB ABSENT, AUCUN RIB AU DEPART'
           ELSE
               READ FRIB
                   AT END MOVE 1 TO EOF-RIB
           DISPLAY 'RIB CHARGES : ' NB-RIB.

       CHARGER-UN-RIB.
           MOVE RIB-MATRICULE TO MATRICULE-RIBT
           MOVE RIB-BANQUE TO BANQUE-RIBT
           MOVE RIB-GUICHET TO GUICHET-RIBT
           MOVE RIB-COMPTE TO COMPTE-RIBT
           MOVE RIB-CLE TO CLE-RIBT
           MOVE RIB-ETAT TO ETAT-RIBT
           MOVE RIB-DATE-EFFET TO EFFET-RIBT
           WRITE enreg-rib-travail
               INVALID KEY
                   DISPLAY 'RIB EN DOUBLE IGNORE, MATRICULE '
                           RIB-MATRICULE
               NOT INVALID KEY
                   ADD 1 TO NB-RIB
           END-WRITE
           READ FRIB
               AT END MOVE 1 TO EOF-RIB
           END-READ.
           END-IF.

       CHERCHER-RIB.
           MOVE 'N' TO WS-RIB-TROUVE
           MOVE WS-MATRICULE-SAISI TO MATRICULE-RIBT
           READ FRIBTRAV
               INVALID KEY CONTINUE
           END-READ
           IF WS-RIBT-STATUS = '00'
               MOVE 'O' TO WS-RIB-TROUVE
           END-IF.

       CHERCHER-EMPLOYE.
           MOVE 'N' TO WS-EMP-TROUVE
           IF WS-EMPLOYES-DISPONIBLES = 'O'
               MOVE WS-MATRICULE-SAISI TO MATRICULE OF enreg-employe
               READ EMPLOYES
                   INVALID KEY CONTINUE
               END-READ
               IF WS-EMP-STATUS = '00'
                   MOVE 'O' TO WS-EMP-TROUVE
               END-IF
           END-IF.

       VOIR-RIB.
           DISPLAY 'MATRICULE SALARIE : '
           ACCEPT WS-MATRICULE-SAISI
           PERFORM CHERCHER-EMPLOYE
           IF WS-EMP-TROUVE = 'O'
               DISPLAY 'SALARIE ' NOM-EMPLOYE ' ' PRENOM-EMPLOYE
           END-IF
           PERFORM CHERCHER-RIB
           IF WS-RIB-TROUVE = 'N'
               DISPLAY 'AUCUN RIB POUR CE MATRICULE'
           ELSE
               DISPLAY 'BANQUE ' BANQUE-RIBT
                       ' GUICHET ' GUICHET-RIBT
                       ' COMPTE ' COMPTE-RIBT
                       ' CLE ' CLE-RIBT
               DISPLAY 'ETAT ' ETAT-RIBT
                       ' EFFET ' EFFET-RIBT
           END-IF.

      * un RIB ne se saisit que pour un matricule connu du master
      * (quand le master est disponible)
       SAISIR-RIB.
           DISPLAY 'MATRICULE SALARIE : '
           ACCEPT WS-MATRICULE-SAISI
           PERFORM CHERCHER-EMPLOYE
           IF WS-EMPLOYES-DISPONIBLES = 'O' AND WS-EMP-TROUVE = 'N'
               DISPLAY 'MATRICULE INCONNU DU MASTER, RIB REFUSE'
           ELSE
               PERFORM SAISIR-COORDONNEES
           END-IF.

       SAISIR-COORDONNEES.
           IF WS-EMP-TROUVE = 'O'
               DISPLAY 'SALARIE ' NOM-EMPLOYE ' ' PRENOM-EMPLOYE
           END-IF
           DISPLAY 'CODE BANQUE (5 CHIFFRES) : '
           ACCEPT WS-BANQUE-SAISIE
           DISPLAY 'CODE GUICHET (5 CHIFFRES) : '

       APPLIQUER-RIB.
           PERFORM CHERCHER-RIB
           IF WS-RIB-TROUVE = 'O'
               PERFORM HISTORISER-ANCIEN-RIB
               PERFORM CONSTRUIRE-IMAGE-AVANT
               MOVE 'REMPLACE RIB' TO AUDIT-OP-TRAVAIL
           ELSE
               MOVE WS-MATRICULE-SAISI TO MATRICULE-RIBT
               MOVE SPACES TO WS-IMAGE-AVANT
               MOVE 'AJOUT RIB' TO AUDIT-OP-TRAVAIL
           END-IF
           MOVE WS-BANQUE-SAISIE TO BANQUE-RIBT
           MOVE WS-GUICHET-SAISI TO GUICHET-RIBT
           MOVE WS-COMPTE-SAISI TO COMPTE-RIBT
           MOVE WS-CLE-SAISIE TO CLE-RIBT
           MOVE SPACE TO ETAT-RIBT
           ACCEPT EFFET-RIBT FROM DATE YYYYMMDD
           IF WS-RIB-TROUVE = 'O'
               REWRITE enreg-rib-travail
               END-REWRITE
           ELSE
               WRITE enreg-rib-travail
               END-WRITE
               ADD 1 TO NB-RIB
           END-IF
           MOVE 'O' TO WS-MODIFIE
           PERFORM JOURNALISER-CORRECTION
           DISPLAY 'RIB ENREGISTRE'.

       HISTORISER-ANCIEN-RIB.
           MOVE MATRICULE-RIBT TO RIB-MATRICULE-HIST
           MOVE BANQUE-RIBT TO RIB-BANQUE-HIST
           MOVE GUICHET-RIBT TO RIB-GUICHET-HIST
           MOVE COMPTE-RIBT TO RIB-COMPTE-HIST
           MOVE CLE-RIBT TO RIB-CLE-HIST
           ACCEPT RIB-DATE-REMPLACE FROM DATE YYYYMMDD
           WRITE enreg-ribhist
           END-WRITE.

       CONSTRUIRE-IMAGE-AVANT.
           MOVE SPACES TO WS-IMAGE-AVANT
           STRING MATRICULE-RIBT DELIMITED BY SIZE
                  BANQUE-RIBT DELIMITED BY SIZE
                  GUICHET-RIBT DELIMITED BY SIZE
                  COMPTE-RIBT DELIMITED BY SIZE
                  CLE-RIBT DELIMITED BY SIZE
               INTO WS-IMAGE-AVANT
           END-STRING.

       JOURNALISER-CORRECTION.
           MOVE SPACES TO WS-IMAGE-APRES
           STRING WS-MATRICULE-SAISI DELIMITED BY SIZE
                  BANQUE-RIBT DELIMITED BY SIZE
                  GUICHET-RIBT DELIMITED BY SIZE
                  COMPTE-RIBT DELIMITED BY SIZE
                  CLE-RIBT DELIMITED BY SIZE
               INTO WS-IMAGE-APRES
           END-STRING
           MOVE WS-MATRICULE-SAISI TO CORR-RIB-MATRICULE
           MOVE WS-IMAGE-AVANT TO CORR-IMAGE-AVANT
           MOVE WS-IMAGE-APRES TO CORR-IMAGE-APRES
           ACCEPT CORR-DATE FROM DATE YYYYMMDD
           END-WRITE
           MOVE 'RIBMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-MATRICULE-SAISI TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       DEBLOQUER-RIB.
           DISPLAY 'MATRICULE SALARIE : '
           ACCEPT WS-MATRICULE-SAISI
           PERFORM CHERCHER-RIB
           IF WS-RIB-TROUVE = 'N'
               DISPLAY 'AUCUN RIB POUR CE MATRICULE'
           ELSE
           IF ETAT-RIBT NOT = 'B'
               DISPLAY 'CE RIB N EST PAS BLOQUE'
           ELSE
               PERFORM CONSTRUIRE-IMAGE-AVANT
               MOVE SPACE TO ETAT-RIBT
               ACCEPT EFFET-RIBT FROM DATE YYYYMMDD
               REWRITE enreg-rib-travail
               END-REWRITE
               MOVE 'O' TO WS-MODIFIE
               MOVE 'DEBLOQUE RIB' TO AUDIT-OP-TRAVAIL
               PERFORM JOURNALISER-CORRECTION
               DISPLAY 'RIB DEBLOQUE'
           END-IF
           END-IF.

       REECRIRE-RIB.
           CLOSE FRIBTRAV
           OPEN INPUT FRIBTRAV
           OPEN OUTPUT FRIB
           READ FRIBTRAV NEXT RECORD
               AT END MOVE 1 TO EOF-RIBT
           END-READ
           PERFORM REECRIRE-UN-RIB UNTIL EOF-RIBT = 1
           CLOSE FRIB.

       REECRIRE-UN-RIB.
           MOVE MATRICULE-RIBT TO RIB-MATRICULE
           MOVE BANQUE-RIBT TO RIB-BANQUE
           MOVE GUICHET-RIBT TO RIB-GUICHET
           MOVE COMPTE-RIBT TO RIB-COMPTE
           MOVE CLE-RIBT TO RIB-CLE
           MOVE ETAT-RIBT TO RIB-ETAT
           MOVE EFFET-RIBT TO RIB-DATE-EFFET
           WRITE enreg-RIB
           END-WRITE
           READ FRIBTRAV NEXT RECORD
               AT END MOVE 1 TO EOF-RIBT
           END-READ.

       FIN.
           IF WS-MODIFIE = 'O'
               PERFORM REECRIRE-RIB
               DISPLAY 'FICHIER RIB REECRIT'
           END-IF
           IF WS-EMPLOYES-DISPONIBLES = 'O'
               CLOSE EMPLOYES
           END-IF
           CLOSE FRIBTRAV FRIBHIST FCORRECTIONS .

       END PROGRAM RIBMNT.
