      * demandeur, et APP-ACCORDE revient a N : l action doit etre
      * validee par un second operateur via APPROB avant relance.
      * Action P : depose seulement la proposition.
      * Action B (traitements batch qui reproposent a chaque
      * passage) : comme C, mais rien n est depose si une
      * proposition du meme type et de la meme cle est deja en
      * attente ou a ete refusee ; APP-ACCORDE revient alors a N
      * (en attente) ou R (refusee).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  EOF-PROP PIC 99 VALUE 0.
       77  WS-TROUVE PIC X VALUE 'N'.
       77  WS-DERNIER-NO PIC 9(5) VALUE 0.
       77  WS-EN-ATTENTE PIC X VALUE 'N'.
       77  WS-REFUSEE PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  APP-ZONE.
       MAIN-PROCEDURE.
           MOVE 'N' TO APP-ACCORDE
           MOVE 'N' TO WS-TROUVE
           MOVE 'N' TO WS-EN-ATTENTE WS-REFUSEE
           MOVE 0 TO WS-DERNIER-NO EOF-PROP
           IF APP-ACTION = 'C'
               PERFORM CONSOMMER-VALIDATION
               IF WS-TROUVE = 'N'
                   PERFORM DEPOSER-PROPOSITION
               END-IF
           ELSE
           IF APP-ACTION = 'B'
               PERFORM CONSOMMER-VALIDATION
               IF WS-TROUVE = 'N'
                   IF WS-REFUSEE = 'O'
                       MOVE 'R' TO APP-ACCORDE
                   ELSE
                   IF WS-EN-ATTENTE = 'N'
                       PERFORM DEPOSER-PROPOSITION
                   END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM RELEVER-DERNIER-NUMERO
               PERFORM DEPOSER-PROPOSITION
           END-IF
           END-IF
           GOBACK.

      * l action P ne passe pas par CONSOMMER-VALIDATION : le dernier
               MOVE 'O' TO WS-TROUVE
               MOVE 'O' TO APP-ACCORDE
           END-IF
           IF TYPE-PROP = APP-TYPE
              AND CLE-PROP = APP-CLE
               IF ETAT-PROP = 'A'
                   MOVE 'O' TO WS-EN-ATTENTE
               END-IF
               IF ETAT-PROP = 'R'
                   MOVE 'O' TO WS-REFUSEE
               END-IF
           END-IF
           READ FPROPOSITIONS
               AT END MOVE 1 TO EOF-PROP
           END-READ.
