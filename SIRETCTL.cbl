       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIRETCTL.
      *****************************************************************
      * Controle d un numero SIRET : 14 chiffres dont la cle de Luhn
      * est juste (un chiffre sur deux double en partant de la
      * droite, somme multiple de 10). Les etablissements de La
      * Poste (SIREN 356000000) suivent la regle particuliere de la
      * somme des chiffres multiple de 5. Rend aussi le numero de
      * TVA intracommunautaire deduit du SIREN : FR, cle sur deux
      * chiffres (12 + 3 x (SIREN modulo 97)) modulo 97, puis SIREN.
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  POS-CHIFFRE PIC 99 VALUE 0.
       77  WS-CHIFFRE PIC 99 VALUE 0.
       77  WS-SOMME-LUHN PIC 9(4) VALUE 0.
       77  WS-SOMME-CHIFFRES PIC 9(4) VALUE 0.
       77  WS-QUOTIENT PIC 9(9) VALUE 0.
       77  WS-RESTE PIC 9(4) VALUE 0.
       77  WS-SIREN PIC 9(9) VALUE 0.
       77  WS-CLE-TVA PIC 9(4) VALUE 0.
       01  WS-CLE-TVA-EDIT PIC 99.

       LINKAGE SECTION.
       01  SIRET-ZONE.
           02 SIRET-NUMERO PIC X(14).
           02 SIRET-TVA-CALCULEE PIC X(13).
           02 SIRET-OK PIC X.

       PROCEDURE DIVISION USING SIRET-ZONE.
       MAIN-PROCEDURE.
           MOVE 'N' TO SIRET-OK
           MOVE SPACES TO SIRET-TVA-CALCULEE
           IF SIRET-NUMERO IS NOT NUMERIC
               GOBACK
           END-IF
           MOVE 0 TO WS-SOMME-LUHN WS-SOMME-CHIFFRES POS-CHIFFRE
           PERFORM CUMULER-UN-CHIFFRE 14 TIMES
           MOVE SIRET-NUMERO(1:9) TO WS-SIREN
           IF WS-SIREN = 356000000
               DIVIDE WS-SOMME-CHIFFRES BY 5 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE
           ELSE
               DIVIDE WS-SOMME-LUHN BY 10 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE
           END-IF
           IF WS-RESTE = 0
               MOVE 'O' TO SIRET-OK
           END-IF
           DIVIDE WS-SIREN BY 97 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE
           COMPUTE WS-CLE-TVA = 12 + 3 * WS-RESTE
           DIVIDE WS-CLE-TVA BY 97 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE
           MOVE WS-RESTE TO WS-CLE-TVA-EDIT
           MOVE 'FR' TO SIRET-TVA-CALCULEE(1:2)
           MOVE WS-CLE-TVA-EDIT TO SIRET-TVA-CALCULEE(3:2)
           MOVE SIRET-NUMERO(1:9) TO SIRET-TVA-CALCULEE(5:9)
           GOBACK.

      * positions impaires en partant de la gauche = positions paires
      * en partant de la droite sur 14 chiffres : ce sont elles qui
      * sont doublees
       CUMULER-UN-CHIFFRE.
           ADD 1 TO POS-CHIFFRE
           MOVE SIRET-NUMERO(POS-CHIFFRE:1) TO WS-CHIFFRE
           ADD WS-CHIFFRE TO WS-SOMME-CHIFFRES
           DIVIDE POS-CHIFFRE BY 2 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE
           IF WS-RESTE = 1
               MULTIPLY 2 BY WS-CHIFFRE
               IF WS-CHIFFRE > 9
                   SUBTRACT 9 FROM WS-CHIFFRE
               END-IF
           END-IF
           ADD WS-CHIFFRE TO WS-SOMME-LUHN.

       END PROGRAM SIRETCTL.
