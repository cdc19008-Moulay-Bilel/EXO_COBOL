           02 OPT-TELEPHONE PIC X.
           02 DATE-CONS PIC 9(8).
           02 OPERATEUR-CONS PIC X(8).
           02 OPT-EMAIL PIC X.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
               PERFORM AFFICHER-CONSENTEMENT
           ELSE
               MOVE WS-NOCLI-SAISI TO NOCLI-CONS
               MOVE 'O' TO OPT-COURRIER OPT-TELEPHONE OPT-EMAIL
           END-IF
           DISPLAY 'COURRIER ACCEPTE (O/N) : '
           ACCEPT OPT-COURRIER
           DISPLAY 'TELEPHONE ACCEPTE (O/N) : '
           ACCEPT OPT-TELEPHONE
           DISPLAY 'E-MAIL ACCEPTE (O/N) : '
           ACCEPT OPT-EMAIL
           IF OPT-COURRIER = 'o'
               MOVE 'O' TO OPT-COURRIER
           END-IF
           IF OPT-TELEPHONE NOT = 'O'
               MOVE 'N' TO OPT-TELEPHONE
           END-IF
           IF OPT-EMAIL = 'o'
               MOVE 'O' TO OPT-EMAIL
           END-IF
           IF OPT-EMAIL NOT = 'O'
               MOVE 'N' TO OPT-EMAIL
           END-IF
           ACCEPT DATE-CONS FROM DATE YYYYMMDD
           MOVE OPER-ID TO OPERATEUR-CONS
           IF WS-TROUVE = 'O'
           DISPLAY 'CLIENT    : ' NOCLI-CONS
           DISPLAY 'COURRIER  : ' OPT-COURRIER
           DISPLAY 'TELEPHONE : ' OPT-TELEPHONE
           DISPLAY 'E-MAIL    : ' OPT-EMAIL
           DISPLAY 'ENREGISTRE LE ' DATE-CONS ' PAR ' OPERATEUR-CONS.

       ENREGISTRER-AUDIT.
