
       FD  salaT.
       01  enreg-salarierT.
           02 matricule-salarierT PIC 9(5).
           02 NOM1 PIC X(25).
           02 SALAIRE1 PIC 9(6)V99.
           02 DEPARTEMENT1 PIC X(10).
       01  enreg-salarierT-CONTROLE.
           02 PROGRAMME-CTL-SAL PIC X(8).
           02 DATE-CTL-SAL PIC 9(8).
           02 NB-CTL-SAL PIC 9(7).
           02 FILLER PIC X(24).

       FD  FMOUVEMENTS.
       01  enreg-mouvement.
           02 MVT-MATRICULE PIC 9(5).
           02 MVT-PERIODE PIC 9(6).
           02 MVT-HEURES PIC 9(3)V99.
           02 MVT-HEURES-SUP PIC 9(3)V99.
       77  NB-SALAIRES PIC 9(3) VALUE 0.
       77  POS-SAL PIC 9(3) VALUE 0.
       77  WS-SAL-TROUVE PIC 9(3) VALUE 0.
       77  WS-MATRICULE-CONNU PIC X VALUE 'N'.
       77  WS-TAUX-HORAIRE PIC 9(4)V9999 VALUE 0.
       77  HEURES-MENSUELLES PIC 9(3)V99 VALUE 151.67.
       77  JOURS-ATTENDUS PIC 99 VALUE 20.
              03 JOURS-AGR-TAB PIC 99.
       01  TABLE-SALAIRES.
           02 SALAIRE-TAB OCCURS 200 TIMES.
              03 MATRICULE-SAL-TAB PIC 9(5).
              03 MONTANT-SAL-TAB PIC 9(6)V99.

       PROCEDURE DIVISION.
              AND TYPE-CTL-SAL OF enreg-salarierT-CONTROLE NOT = 'T'
              AND NB-SALAIRES < 200
               ADD 1 TO NB-SALAIRES
               MOVE matricule-salarierT
                   TO MATRICULE-SAL-TAB(NB-SALAIRES)
               MOVE SALAIRE1 TO MONTANT-SAL-TAB(NB-SALAIRES)
           END-IF
           READ salaT

       ECRIRE-UN-MOUVEMENT.
           ADD 1 TO POS-AGREGE
           PERFORM CONTROLER-MATRICULE
           IF WS-MATRICULE-CONNU = 'N'
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'MATRICULE ' DELIMITED BY SIZE
                      MATRICULE-AGR-TAB(POS-AGREGE)
                      DELIMITED BY SIZE
                      ' ABSENT DU MASTER, MOUVEMENT NON EMIS'
                      DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           ELSE
               MOVE MATRICULE-AGR-TAB(POS-AGREGE) TO MVT-MATRICULE
               MOVE WS-PERIODE-CIBLE TO MVT-PERIODE
               MOVE HEURES-AGR-TAB(POS-AGREGE) TO MVT-HEURES
               MOVE HEURES-SUP-AGR-TAB(POS-AGREGE)
               WRITE LIGNE-RAPPORT
           END-IF.

       CONTROLER-MATRICULE.
           MOVE 'N' TO WS-MATRICULE-CONNU
           IF WS-EMP-STATUS = '00'
               MOVE MATRICULE-AGR-TAB(POS-AGREGE)
                   TO MATRICULE OF enreg-employe
                   INVALID KEY CONTINUE
               END-READ
               IF WS-EMP-STATUS = '00'
                   MOVE 'O' TO WS-MATRICULE-CONNU
               END-IF
           END-IF.


       CHERCHER-SALAIRE.
           ADD 1 TO POS-SAL
           IF MATRICULE-SAL-TAB(POS-SAL) = MVT-MATRICULE
               MOVE POS-SAL TO WS-SAL-TROUVE
           END-IF.

