       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALPAIE.
      *****************************************************************
      * Console de validation des ecarts de paie leves par CTLPAIE.
      * Un superviseur de paie (niveau mise a jour master) revoit
      * chaque ecart ouvert de la periode calculee (TotPaie.txt, ou
      * periode saisie) : ancien et nouveau brut et net. La
      * validation est inscrite sur l ecart et dans Audit.txt ;
      * VIREMNT ne fait la remise qu une fois tous les ecarts de la
      * periode valides.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FTOTPAIE
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\TotPaie.txt'
               FILE STATUS IS WS-TOT-STATUS.
           SELECT FECARTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\EcartsPaie.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ECART OF enreg-ecart
               FILE STATUS IS WS-ECART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FTOTPAIE.
       01  enreg-totpaie.
           COPY TOTPAIE.

       FD  FECARTS.
       01  enreg-ecart.
           COPY ECARTREC.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-TOT-STATUS PIC X(2) VALUE '00'.
       77  WS-ECART-STATUS PIC X(2) VALUE '00'.
       77  EOF-ECART PIC 99 VALUE 0.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACE.
       77  WS-PERIODE-VAL PIC 9(6) VALUE 0.
       77  COMPTEURVALIDES PIC 9(5) VALUE 0.
       77  COMPTEURRESTANTS PIC 9(5) VALUE 0.
       01  WS-CLE-AUDIT.
           02 WS-MATRICULE-AUDIT PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-TYPE-AUDIT PIC X.
           02 FILLER PIC X(3) VALUE SPACE.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM REVOIR-UN-ECART UNTIL EOF-ECART = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS POUR '
                       'VALIDER LES ECARTS DE PAIE'
               STOP RUN
           END-IF
           OPEN INPUT FTOTPAIE
           IF WS-TOT-STATUS = '00'
               READ FTOTPAIE
                   AT END MOVE 0 TO PERIODE-TOT
               END-READ
               CLOSE FTOTPAIE
               MOVE PERIODE-TOT TO WS-PERIODE-VAL
           END-IF
           DISPLAY 'PERIODE AAAAMM (ENTREE = ' WS-PERIODE-VAL ') : '
           ACCEPT WS-PERIODE-SAISIE
           IF WS-PERIODE-SAISIE IS NUMERIC
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE-VAL
           END-IF
           OPEN I-O FECARTS
           IF WS-ECART-STATUS NOT = '00'
               DISPLAY 'AUCUN ECART DE PAIE A VALIDER'
               STOP RUN
           END-IF
           MOVE WS-PERIODE-VAL TO PERIODE-ECART
           MOVE 0 TO MATRICULE-ECART
           MOVE LOW-VALUE TO TYPE-ECART
           START FECARTS
               KEY NOT < CLE-ECART OF enreg-ecart
               INVALID KEY MOVE 1 TO EOF-ECART
           END-START
           PERFORM LIRE-ECART-SUIVANT.

       LIRE-ECART-SUIVANT.
           IF EOF-ECART NOT = 1
               READ FECARTS NEXT RECORD
                   AT END MOVE 1 TO EOF-ECART
               END-READ
               IF EOF-ECART NOT = 1
                  AND PERIODE-ECART NOT = WS-PERIODE-VAL
                   MOVE 1 TO EOF-ECART
               END-IF
           END-IF.

       REVOIR-UN-ECART.
           IF TYPE-ECART NOT = '*' AND ETAT-ECART = 'O'
               PERFORM DECIDER-ECART
           END-IF
           PERFORM LIRE-ECART-SUIVANT.

       DECIDER-ECART.
           DISPLAY '============ ECART ' MATRICULE-ECART ' '
                   NOM-ECART ' ============'
           IF TYPE-ECART = 'N'
               DISPLAY 'MOTIF : NOUVEAU SALARIE, PAS DE PERIODE '
                       'PRECEDENTE'
           ELSE
           IF TYPE-ECART = 'B'
               DISPLAY 'MOTIF : VARIATION DU BRUT HORS SEUIL'
           ELSE
           IF TYPE-ECART = 'T'
               DISPLAY 'MOTIF : VARIATION DU NET HORS SEUIL'
           ELSE
           IF TYPE-ECART = 'Z'
               DISPLAY 'MOTIF : NET A ZERO'
           ELSE
               DISPLAY 'MOTIF : NET NEGATIF (RETENUES AU-DELA DU '
                       'BRUT)'
           END-IF
           END-IF
           END-IF
           END-IF
           DISPLAY 'BRUT PRECEDENT ' BRUT-PREC-ECART ' NOUVEAU '
                   BRUT-ECART
           DISPLAY 'NET PRECEDENT  ' NET-PREC-ECART ' NOUVEAU '
                   NET-ECART
           DISPLAY 'VALIDER (V), PASSER (AUTRE) : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               MOVE 'V' TO ETAT-ECART
               MOVE OPER-ID TO VALIDEUR-ECART
               ACCEPT DATE-VAL-ECART FROM DATE YYYYMMDD
               REWRITE enreg-ecart
               END-REWRITE
               ADD 1 TO COMPTEURVALIDES
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'ECART VALIDE'
           ELSE
               ADD 1 TO COMPTEURRESTANTS
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE MATRICULE-ECART TO WS-MATRICULE-AUDIT
           MOVE TYPE-ECART TO WS-TYPE-AUDIT
           MOVE 'VALPAIE' TO AUDIT-PROGRAMME
           MOVE 'VALIDE ECART' TO AUDIT-OPERATION
           MOVE WS-CLE-AUDIT TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'ECARTS VALIDES      : ' COMPTEURVALIDES
           DISPLAY 'ECARTS ENCORE OUVERTS : ' COMPTEURRESTANTS
           IF COMPTEURRESTANTS > 0
               DISPLAY 'LA REMISE VIREMNT RESTE BLOQUEE'
           END-IF
           CLOSE FECARTS.

       END PROGRAM VALPAIE.
