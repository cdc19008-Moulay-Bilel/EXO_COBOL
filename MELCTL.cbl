       IDENTIFICATION DIVISION.
       PROGRAM-ID. MELCTL.
      *****************************************************************
      * Controle de syntaxe d une adresse e-mail avant son entree au
      * registre Emails.txt : un seul @, partie locale et domaine non
      * vides, pas d espace dans l adresse, seuls lettres, chiffres
      * et . _ - + sont admis, pas de point en tete, en fin ni
      * double, le domaine contient au moins un point et son
      * extension au moins deux caracteres. L adresse est rendue en
      * minuscules ; MEL-MOTIF dit pourquoi elle est refusee.
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  POS-CAR PIC 99 VALUE 0.
       77  WS-LONGUEUR PIC 99 VALUE 0.
       77  WS-CAR PIC X VALUE SPACE.
       77  WS-CAR-PRECEDENT PIC X VALUE SPACE.
       77  NB-AROBASES PIC 99 VALUE 0.
       77  POS-AROBASE PIC 99 VALUE 0.
       77  POS-DERNIER-POINT PIC 99 VALUE 0.
       77  WS-POINT-DOUBLE PIC X VALUE 'N'.
       77  WS-ESPACE-INTERNE PIC X VALUE 'N'.
       77  WS-CAR-INTERDIT PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  MEL-ZONE.
           02 MEL-ADRESSE PIC X(60).
           02 MEL-OK PIC X.
           02 MEL-MOTIF PIC X(30).

       PROCEDURE DIVISION USING MEL-ZONE.
       MAIN-PROCEDURE.
           MOVE 'N' TO MEL-OK
           MOVE SPACES TO MEL-MOTIF
           IF MEL-ADRESSE = SPACES
               MOVE 'ADRESSE VIDE' TO MEL-MOTIF
               GOBACK
           END-IF
           IF MEL-ADRESSE(1:1) = SPACE
               MOVE 'ESPACE EN DEBUT D ADRESSE' TO MEL-MOTIF
               GOBACK
           END-IF
           INSPECT MEL-ADRESSE CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'
           MOVE 0 TO WS-LONGUEUR POS-CAR
           PERFORM MESURER-UN-CARACTERE 60 TIMES
           MOVE 0 TO POS-CAR NB-AROBASES POS-AROBASE POS-DERNIER-POINT
           MOVE SPACE TO WS-CAR-PRECEDENT
           MOVE 'N' TO WS-POINT-DOUBLE WS-ESPACE-INTERNE
           MOVE 'N' TO WS-CAR-INTERDIT
           PERFORM EXAMINER-UN-CARACTERE WS-LONGUEUR TIMES
           IF WS-ESPACE-INTERNE = 'O'
               MOVE 'ESPACE DANS L ADRESSE' TO MEL-MOTIF
           ELSE
           IF WS-CAR-INTERDIT = 'O'
               MOVE 'CARACTERE NON ADMIS' TO MEL-MOTIF
           ELSE
           IF NB-AROBASES NOT = 1
               MOVE 'ZERO OU PLUSIEURS @' TO MEL-MOTIF
           ELSE
           IF POS-AROBASE = 1
               MOVE 'PARTIE LOCALE VIDE' TO MEL-MOTIF
           ELSE
           IF POS-AROBASE = WS-LONGUEUR
               MOVE 'DOMAINE VIDE' TO MEL-MOTIF
           ELSE
           IF WS-POINT-DOUBLE = 'O'
              OR MEL-ADRESSE(1:1) = '.'
              OR MEL-ADRESSE(WS-LONGUEUR:1) = '.'
              OR MEL-ADRESSE(POS-AROBASE - 1:1) = '.'
              OR MEL-ADRESSE(POS-AROBASE + 1:1) = '.'
               MOVE 'POINT MAL PLACE' TO MEL-MOTIF
           ELSE
           IF POS-DERNIER-POINT < POS-AROBASE
               MOVE 'DOMAINE SANS POINT' TO MEL-MOTIF
           ELSE
           IF WS-LONGUEUR - POS-DERNIER-POINT < 2
               MOVE 'EXTENSION DE DOMAINE TROP COURTE' TO MEL-MOTIF
           ELSE
               MOVE 'O' TO MEL-OK
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           GOBACK.

      * longueur utile = position du dernier caractere non blanc
       MESURER-UN-CARACTERE.
           ADD 1 TO POS-CAR
           IF MEL-ADRESSE(POS-CAR:1) NOT = SPACE
               MOVE POS-CAR TO WS-LONGUEUR
           END-IF.

       EXAMINER-UN-CARACTERE.
           ADD 1 TO POS-CAR
           MOVE MEL-ADRESSE(POS-CAR:1) TO WS-CAR
           IF WS-CAR = SPACE
               MOVE 'O' TO WS-ESPACE-INTERNE
           ELSE
           IF WS-CAR = '@'
               ADD 1 TO NB-AROBASES
               MOVE POS-CAR TO POS-AROBASE
           ELSE
           IF WS-CAR = '.'
               IF WS-CAR-PRECEDENT = '.'
                   MOVE 'O' TO WS-POINT-DOUBLE
               END-IF
               MOVE POS-CAR TO POS-DERNIER-POINT
           ELSE
           IF WS-CAR IS NOT ALPHABETIC-LOWER
              AND WS-CAR IS NOT NUMERIC
              AND WS-CAR NOT = '_'
              AND WS-CAR NOT = '-'
              AND WS-CAR NOT = '+'
               MOVE 'O' TO WS-CAR-INTERDIT
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE WS-CAR TO WS-CAR-PRECEDENT.

       END PROGRAM MELCTL.
