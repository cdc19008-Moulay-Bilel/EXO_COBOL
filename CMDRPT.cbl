       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDRPT.
      *****************************************************************
      * Etat quotidien des commandes modifiees ou annulees : liste
      * les changements de ModifCmd.txt du jour CMDRPT-DATE (AAAAMMJJ,
      * defaut date du jour) avec les valeurs avant/apres et
      * l operateur, puis le nombre de changements par operateur.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FMODIFS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\ModifCmd.txt'
               FILE STATUS IS WS-MOD-STATUS.
           SELECT FRAPPORT
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\ModifCmdJour.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FMODIFS.
       01  enreg-modif.
           COPY CMDMOD.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(120).

       WORKING-STORAGE SECTION.
       77  EOF-MOD PIC 99 VALUE 0.
       77  WS-MOD-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-ENV PIC X(8) VALUE SPACE.
       77  WS-DATE-CIBLE PIC 9(8) VALUE 0.
       77  COMPTEURLU PIC 9(7) VALUE 0.
       77  COMPTEURMODIFIEE PIC 9(7) VALUE 0.
       77  COMPTEURANNULEE PIC 9(7) VALUE 0.
       77  NB-OPERATEURS PIC 99 VALUE 0.
       77  POS-OPERATEUR PIC 99 VALUE 0.
       77  WS-OPERATEUR-TROUVE PIC 99 VALUE 0.
       77  WS-LIBELLE-TYPE PIC X(10) VALUE SPACE.
       77  WS-AVANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-APRES-EDIT PIC ZZZZZZZ9.99.
       01  TABLE-OPERATEURS.
           02 OPERATEUR-TAB OCCURS 50 TIMES.
              03 ID-OPERATEUR-TAB PIC X(8).
              03 NB-CHANGEMENTS-TAB PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-MODIFICATION UNTIL EOF-MOD = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT 'CMDRPT-DATE'
           IF WS-DATE-ENV NOT = SPACES
              AND WS-DATE-ENV IS NUMERIC
               MOVE WS-DATE-ENV TO WS-DATE-CIBLE
           ELSE
               ACCEPT WS-DATE-CIBLE FROM DATE YYYYMMDD
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- COMMANDES MODIFIEES OU ANNULEES LE '
                  DELIMITED BY SIZE
                  WS-DATE-CIBLE DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'COMMANDE HEURE  OPERATEUR TYPE       LG ARTICLE AVANT'
               TO LIGNE-RAPPORT
           MOVE 'QTE ARTICLE APRES   QTE MONTANT AVANT  APRES    MOTIF'
               TO LIGNE-RAPPORT(55:54)
           WRITE LIGNE-RAPPORT
           OPEN INPUT FMODIFS
           IF WS-MOD-STATUS NOT = '00'
               MOVE 'AUCUNE MODIFICATION DE COMMANDE ENREGISTREE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE 1 TO EOF-MOD
           ELSE
               READ FMODIFS
                   AT END MOVE 1 TO EOF-MOD
               END-READ
           END-IF.

       TRAITER-MODIFICATION.
           ADD 1 TO COMPTEURLU
           IF DATE-MOD = WS-DATE-CIBLE
               PERFORM EDITER-MODIFICATION
               PERFORM COMPTER-OPERATEUR
           END-IF
           READ FMODIFS
               AT END MOVE 1 TO EOF-MOD
           END-READ.

       EDITER-MODIFICATION.
           IF TYPE-MOD = 'A'
               ADD 1 TO COMPTEURANNULEE
               MOVE 'ANNULEE' TO WS-LIBELLE-TYPE
           ELSE
               ADD 1 TO COMPTEURMODIFIEE
               IF TYPE-MOD = 'J'
                   MOVE 'LIGNE AJ' TO WS-LIBELLE-TYPE
               ELSE
               IF TYPE-MOD = 'S'
                   MOVE 'LIGNE SUP' TO WS-LIBELLE-TYPE
               ELSE
               IF TYPE-MOD = 'L'
                   MOVE 'LIBEREE' TO WS-LIBELLE-TYPE
               ELSE
                   MOVE 'LIGNE MOD' TO WS-LIBELLE-TYPE
               END-IF
               END-IF
               END-IF
           END-IF
           MOVE MONTANT-AVANT-MOD TO WS-AVANT-EDIT
           MOVE MONTANT-APRES-MOD TO WS-APRES-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING NOCMD-MOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HEURE-MOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OPERATEUR-MOD DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LIBELLE-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOLIGNE-MOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ARTICLE-AVANT-MOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  QTE-AVANT-MOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ARTICLE-APRES-MOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  QTE-APRES-MOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AVANT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-APRES-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MOTIF-MOD DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       COMPTER-OPERATEUR.
           MOVE 0 TO WS-OPERATEUR-TROUVE POS-OPERATEUR
           PERFORM CHERCHER-OPERATEUR NB-OPERATEURS TIMES
           IF WS-OPERATEUR-TROUVE = 0 AND NB-OPERATEURS < 50
               ADD 1 TO NB-OPERATEURS
               MOVE NB-OPERATEURS TO WS-OPERATEUR-TROUVE
               MOVE OPERATEUR-MOD TO ID-OPERATEUR-TAB(NB-OPERATEURS)
               MOVE 0 TO NB-CHANGEMENTS-TAB(NB-OPERATEURS)
           END-IF
           IF WS-OPERATEUR-TROUVE > 0
               ADD 1 TO NB-CHANGEMENTS-TAB(WS-OPERATEUR-TROUVE)
           END-IF.

       CHERCHER-OPERATEUR.
           ADD 1 TO POS-OPERATEUR
           IF ID-OPERATEUR-TAB(POS-OPERATEUR) = OPERATEUR-MOD
               MOVE POS-OPERATEUR TO WS-OPERATEUR-TROUVE
           END-IF.

       EDITER-OPERATEUR.
           ADD 1 TO POS-OPERATEUR
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'OPERATEUR ' DELIMITED BY SIZE
                  ID-OPERATEUR-TAB(POS-OPERATEUR) DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  NB-CHANGEMENTS-TAB(POS-OPERATEUR) DELIMITED BY SIZE
                  ' CHANGEMENT(S)' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       FIN.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-OPERATEUR
           PERFORM EDITER-OPERATEUR NB-OPERATEURS TIMES
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'LIGNES MODIFIEES=' DELIMITED BY SIZE
                  COMPTEURMODIFIEE DELIMITED BY SIZE
                  ' COMMANDES ANNULEES=' DELIMITED BY SIZE
                  COMPTEURANNULEE DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'CHANGEMENTS LUS     : ' COMPTEURLU
           DISPLAY 'MODIFICATIONS DU JOUR: ' COMPTEURMODIFIEE
           DISPLAY 'ANNULATIONS DU JOUR : ' COMPTEURANNULEE
           IF WS-MOD-STATUS = '00'
               CLOSE FMODIFS
           END-IF
           CLOSE FRAPPORT.

       END PROGRAM CMDRPT.
