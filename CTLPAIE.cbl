       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLPAIE.
      *****************************************************************
      * Controle des ecarts de paie avant paiement, entre BULPAIE et
      * VIREMNT : chaque bulletin de Paie.txt est compare a la
      * periode precedente du salarie dans PaieHist. Sont leves dans
      * EcartsPaie.txt :
      * - le salarie sans periode precedente (nouveau);
      * - un brut ou un net qui varie de plus de PAIE-ECART-PCT pour
      *   cent ou de plus de PAIE-ECART-MNT euros (Params.txt, par
      *   defaut 20 pour cent et 500 euros);
      * - un net a zero ou negatif (impot et retenues au-dela du
      *   brut).
      * Chaque ecart reste ouvert jusqu a la validation d un
      * superviseur de paie (VALPAIE); VIREMNT refuse la remise tant
      * qu un ecart de la periode est ouvert. Relance apres un
      * nouveau calcul : une validation n est conservee que si brut
      * et net n ont pas change, et un ecart qui ne se leve plus est
      * supprime. Un enregistrement temoin (type *) identifie le run
      * de BULPAIE controle (TotPaie.txt).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FPAIE
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Paie.txt'
               FILE STATUS IS WS-PAIE-STATUS.
           SELECT FTOTPAIE
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\TotPaie.txt'
               FILE STATUS IS WS-TOT-STATUS.
           SELECT FPAIEHIST
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaieHist.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-PHIST OF enreg-paiehist
               FILE STATUS IS WS-PHIST-STATUS.
           SELECT FECARTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\EcartsPaie.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ECART OF enreg-ecart
               FILE STATUS IS WS-ECART-STATUS.
           SELECT FRAPPORT
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CtlEcartsPaie.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FPAIE.
       01  enreg-PAIE.
           COPY PAIEREC.

       FD  FTOTPAIE.
       01  enreg-totpaie.
           COPY TOTPAIE.

       FD  FPAIEHIST.
       01  enreg-paiehist.
           COPY PAIEHIST.

       FD  FECARTS.
       01  enreg-ecart.
           COPY ECARTREC.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-PAIE PIC 99 VALUE 0.
       77  EOF-ECART PIC 99 VALUE 0.
       77  WS-PAIE-STATUS PIC X(2) VALUE '00'.
       77  WS-TOT-STATUS PIC X(2) VALUE '00'.
       77  WS-PHIST-STATUS PIC X(2) VALUE '00'.
       77  WS-ECART-STATUS PIC X(2) VALUE '00'.
       77  WS-HIST-DISPONIBLE PIC X VALUE 'N'.
       77  WS-PREC-TROUVE PIC X VALUE 'N'.
       77  WS-PERIODE-CTL PIC 9(6) VALUE 0.
       77  WS-PERIODE-PREC PIC 9(6) VALUE 0.
       77  WS-PCT-SAISI PIC X(3) VALUE SPACE.
       77  WS-MNT-SAISI PIC X(6) VALUE SPACE.
       77  WS-SEUIL-PCT PIC 9(3) VALUE 20.
       77  WS-SEUIL-MNT PIC 9(6) VALUE 500.
       77  WS-VALEUR PIC 9(6)V99 VALUE 0.
       77  WS-VALEUR-PREC PIC 9(6)V99 VALUE 0.
       77  WS-VARIATION PIC 9(6)V99 VALUE 0.
       77  WS-HORS-SEUIL PIC X VALUE 'N'.
       77  WS-TYPE-LEVE PIC X VALUE SPACE.
       77  WS-RETENUES PIC 9(7)V99 VALUE 0.
       77  COMPTEURBULLETINS PIC 9(5) VALUE 0.
       77  COMPTEURLEVES PIC 9(5) VALUE 0.
       77  COMPTEUROUVERTS PIC 9(5) VALUE 0.
       77  COMPTEURCONSERVES PIC 9(5) VALUE 0.
       77  COMPTEURSUPPRIMES PIC 9(5) VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZ9.99.
       01  WS-PERIODE-CALC.
           02 WS-AAAA-CALC PIC 9(4).
           02 WS-MM-CALC PIC 9(2).
       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM MARQUER-ECARTS-PERIODE
           PERFORM CONTROLER-UN-BULLETIN UNTIL EOF-PAIE = 1
           PERFORM SUPPRIMER-ECARTS-RESOLUS
           PERFORM ECRIRE-TEMOIN-CONTROLE
           PERFORM FIN
           STOP RUN.

       INIT.
           OPEN INPUT FTOTPAIE
           IF WS-TOT-STATUS NOT = '00'
               DISPLAY 'TOTAUX DE CONTROLE DE PAIE ABSENTS, LANCER '
                       'BULPAIE D ABORD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FTOTPAIE
               AT END MOVE 0 TO PERIODE-TOT
           END-READ
           CLOSE FTOTPAIE
           MOVE PERIODE-TOT TO WS-PERIODE-CTL WS-PERIODE-CALC
           IF WS-MM-CALC = 1
               SUBTRACT 1 FROM WS-AAAA-CALC
               MOVE 12 TO WS-MM-CALC
           ELSE
               SUBTRACT 1 FROM WS-MM-CALC
           END-IF
           MOVE WS-PERIODE-CALC TO WS-PERIODE-PREC
           PERFORM LIRE-SEUILS
           OPEN INPUT FPAIE
           IF WS-PAIE-STATUS NOT = '00'
               DISPLAY 'PAIE.TXT ABSENT, LANCER BULPAIE D ABORD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FPAIEHIST
           IF WS-PHIST-STATUS = '00'
               MOVE 'O' TO WS-HIST-DISPONIBLE
           ELSE
               DISPLAY 'HISTORIQUE DE PAIE ABSENT, TOUS LES SALARIES '
                       'SONT NOUVEAUX'
           END-IF
           OPEN I-O FECARTS
           IF WS-ECART-STATUS NOT = '00'
               OPEN OUTPUT FECARTS
               CLOSE FECARTS
               OPEN I-O FECARTS
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- ECARTS DE PAIE AVANT PAIEMENT, PERIODE '
                  DELIMITED BY SIZE
                  WS-PERIODE-CTL DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  WS-PERIODE-PREC DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'SEUILS : ' DELIMITED BY SIZE
                  WS-SEUIL-PCT DELIMITED BY SIZE
                  ' POUR CENT OU ' DELIMITED BY SIZE
                  WS-SEUIL-MNT DELIMITED BY SIZE
                  ' EUROS' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           READ FPAIE
               AT END MOVE 1 TO EOF-PAIE
           END-READ.

      * seuils absents ou invalides : valeurs par defaut
       LIRE-SEUILS.
           MOVE 'PAIE-ECART-PCT' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR(1:3) TO WS-PCT-SAISI
               IF WS-PCT-SAISI IS NUMERIC
                   MOVE WS-PCT-SAISI TO WS-SEUIL-PCT
               END-IF
           END-IF
           MOVE 'PAIE-ECART-MNT' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR(1:6) TO WS-MNT-SAISI
               IF WS-MNT-SAISI IS NUMERIC
                   MOVE WS-MNT-SAISI TO WS-SEUIL-MNT
               END-IF
           END-IF.

      * les ecarts deja connus pour la periode sont marques non vus;
      * ceux que ce controle ne leve plus seront supprimes
       MARQUER-ECARTS-PERIODE.
           MOVE WS-PERIODE-CTL TO PERIODE-ECART
           MOVE 0 TO MATRICULE-ECART
           MOVE LOW-VALUE TO TYPE-ECART
           MOVE 0 TO EOF-ECART
           START FECARTS
               KEY NOT < CLE-ECART OF enreg-ecart
               INVALID KEY MOVE 1 TO EOF-ECART
           END-START
           PERFORM MARQUER-UN-ECART UNTIL EOF-ECART = 1.

       MARQUER-UN-ECART.
           READ FECARTS NEXT RECORD
               AT END MOVE 1 TO EOF-ECART
           END-READ
           IF EOF-ECART NOT = 1
               IF PERIODE-ECART NOT = WS-PERIODE-CTL
                   MOVE 1 TO EOF-ECART
               ELSE
                   IF TYPE-ECART NOT = '*'
                       MOVE 'N' TO VU-ECART
                       REWRITE enreg-ecart
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       CONTROLER-UN-BULLETIN.
           ADD 1 TO COMPTEURBULLETINS
           PERFORM LIRE-PERIODE-PRECEDENTE
           IF WS-PREC-TROUVE = 'N'
               MOVE 'N' TO WS-TYPE-LEVE
               PERFORM LEVER-ECART
           ELSE
               MOVE SALAIRE-BRUT-PAIE TO WS-VALEUR
               MOVE BRUT-PHIST TO WS-VALEUR-PREC
               PERFORM COMPARER-AU-SEUIL
               IF WS-HORS-SEUIL = 'O'
                   MOVE 'B' TO WS-TYPE-LEVE
                   PERFORM LEVER-ECART
               END-IF
               MOVE SALAIRE-NET-PAIE TO WS-VALEUR
               MOVE NET-PHIST TO WS-VALEUR-PREC
               PERFORM COMPARER-AU-SEUIL
               IF WS-HORS-SEUIL = 'O'
                   MOVE 'T' TO WS-TYPE-LEVE
                   PERFORM LEVER-ECART
               END-IF
           END-IF
      * le net du bulletin n est pas signe : un net negatif se voit
      * a l impot et aux retenues qui depassent le brut
           COMPUTE WS-RETENUES = IMPOT-PAIE + DEDUCTION-PAIE
           IF WS-RETENUES > SALAIRE-BRUT-PAIE
               MOVE 'G' TO WS-TYPE-LEVE
               PERFORM LEVER-ECART
           ELSE
               IF SALAIRE-NET-PAIE = 0
                   MOVE 'Z' TO WS-TYPE-LEVE
                   PERFORM LEVER-ECART
               END-IF
           END-IF
           READ FPAIE
               AT END MOVE 1 TO EOF-PAIE
           END-READ.

       LIRE-PERIODE-PRECEDENTE.
           MOVE 'N' TO WS-PREC-TROUVE
           MOVE 0 TO BRUT-PHIST NET-PHIST
           IF WS-HIST-DISPONIBLE = 'O'
               MOVE MATRICULE-PAIE TO MATRICULE-PHIST
               MOVE WS-PERIODE-PREC TO PERIODE-PHIST
               READ FPAIEHIST
                   INVALID KEY CONTINUE
               END-READ
               IF WS-PHIST-STATUS = '00'
                   MOVE 'O' TO WS-PREC-TROUVE
               ELSE
                   MOVE 0 TO BRUT-PHIST NET-PHIST
               END-IF
           END-IF.

      * hors seuil si la variation depasse le montant ou le
      * pourcentage de la valeur precedente
       COMPARER-AU-SEUIL.
           MOVE 'N' TO WS-HORS-SEUIL
           IF WS-VALEUR > WS-VALEUR-PREC
               COMPUTE WS-VARIATION = WS-VALEUR - WS-VALEUR-PREC
           ELSE
               COMPUTE WS-VARIATION = WS-VALEUR-PREC - WS-VALEUR
           END-IF
           IF WS-VARIATION > WS-SEUIL-MNT
               MOVE 'O' TO WS-HORS-SEUIL
           ELSE
               IF WS-VARIATION > 0
                   IF WS-VALEUR-PREC = 0
                       MOVE 'O' TO WS-HORS-SEUIL
                   ELSE
                       IF WS-VARIATION * 100
                          > WS-VALEUR-PREC * WS-SEUIL-PCT
                           MOVE 'O' TO WS-HORS-SEUIL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * une validation ne tient que si brut et net sont inchanges
       LEVER-ECART.
           ADD 1 TO COMPTEURLEVES
           MOVE WS-PERIODE-CTL TO PERIODE-ECART
           MOVE MATRICULE-PAIE TO MATRICULE-ECART
           MOVE WS-TYPE-LEVE TO TYPE-ECART
           READ FECARTS
               INVALID KEY CONTINUE
           END-READ
           IF WS-ECART-STATUS = '00'
               IF ETAT-ECART = 'V'
                  AND BRUT-ECART = SALAIRE-BRUT-PAIE
                  AND NET-ECART = SALAIRE-NET-PAIE
                   ADD 1 TO COMPTEURCONSERVES
               ELSE
                   PERFORM OUVRIR-ECART
               END-IF
               PERFORM RENSEIGNER-ECART
               REWRITE enreg-ecart
               END-REWRITE
           ELSE
               MOVE SPACES TO DONNEES-ECART
               PERFORM OUVRIR-ECART
               PERFORM RENSEIGNER-ECART
               WRITE enreg-ecart
               END-WRITE
           END-IF
           IF ETAT-ECART = 'O'
               ADD 1 TO COMPTEUROUVERTS
           END-IF
           PERFORM EDITER-ECART.

       OUVRIR-ECART.
           MOVE 'O' TO ETAT-ECART
           MOVE SPACES TO VALIDEUR-ECART
           MOVE 0 TO DATE-VAL-ECART.

       RENSEIGNER-ECART.
           MOVE NOM-PAIE TO NOM-ECART
           MOVE SALAIRE-BRUT-PAIE TO BRUT-ECART
           MOVE BRUT-PHIST TO BRUT-PREC-ECART
           MOVE SALAIRE-NET-PAIE TO NET-ECART
           MOVE NET-PHIST TO NET-PREC-ECART
           MOVE 'O' TO VU-ECART.

       EDITER-ECART.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING MATRICULE-ECART DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOM-ECART DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TYPE-ECART DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ETAT-ECART DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           MOVE BRUT-PREC-ECART TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(40:9)
           MOVE BRUT-ECART TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(50:9)
           MOVE NET-PREC-ECART TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(62:9)
           MOVE NET-ECART TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(72:9)
           WRITE LIGNE-RAPPORT.

       SUPPRIMER-ECARTS-RESOLUS.
           MOVE WS-PERIODE-CTL TO PERIODE-ECART
           MOVE 0 TO MATRICULE-ECART
           MOVE LOW-VALUE TO TYPE-ECART
           MOVE 0 TO EOF-ECART
           START FECARTS
               KEY NOT < CLE-ECART OF enreg-ecart
               INVALID KEY MOVE 1 TO EOF-ECART
           END-START
           PERFORM SUPPRIMER-UN-ECART UNTIL EOF-ECART = 1.

       SUPPRIMER-UN-ECART.
           READ FECARTS NEXT RECORD
               AT END MOVE 1 TO EOF-ECART
           END-READ
           IF EOF-ECART NOT = 1
               IF PERIODE-ECART NOT = WS-PERIODE-CTL
                   MOVE 1 TO EOF-ECART
               ELSE
                   IF TYPE-ECART NOT = '*'
                      AND VU-ECART = 'N'
                       DELETE FECARTS RECORD
                       END-DELETE
                       ADD 1 TO COMPTEURSUPPRIMES
                   END-IF
               END-IF
           END-IF.

      * le temoin identifie le calcul controle : VIREMNT refuse une
      * remise dont le calcul n a pas ete controle
       ECRIRE-TEMOIN-CONTROLE.
           MOVE WS-PERIODE-CTL TO PERIODE-ECART
           MOVE 0 TO MATRICULE-ECART
           MOVE '*' TO TYPE-ECART
           READ FECARTS
               INVALID KEY CONTINUE
           END-READ
           MOVE SPACES TO DONNEES-ECART
           MOVE DATE-CALCUL-TOT TO DATE-CALCUL-CTL
           MOVE NB-BULLETINS-TOT TO NB-BULLETINS-CTL
           MOVE BRUT-TOT TO BRUT-TOTAL-CTL
           MOVE NET-TOT TO NET-TOTAL-CTL
           MOVE COMPTEUROUVERTS TO NB-ECARTS-CTL
           IF WS-ECART-STATUS = '00'
               REWRITE enreg-ecart
               END-REWRITE
           ELSE
               WRITE enreg-ecart
               END-WRITE
           END-IF.

       FIN.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'BULLETINS : ' DELIMITED BY SIZE
                  COMPTEURBULLETINS DELIMITED BY SIZE
                  ' ECARTS : ' DELIMITED BY SIZE
                  COMPTEURLEVES DELIMITED BY SIZE
                  ' OUVERTS : ' DELIMITED BY SIZE
                  COMPTEUROUVERTS DELIMITED BY SIZE
                  ' VALIDATIONS CONSERVEES : ' DELIMITED BY SIZE
                  COMPTEURCONSERVES DELIMITED BY SIZE
                  ' RESOLUS : ' DELIMITED BY SIZE
                  COMPTEURSUPPRIMES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY '--- CONTROLE DES ECARTS DE PAIE ---'
           DISPLAY 'BULLETINS CONTROLES : ' COMPTEURBULLETINS
           DISPLAY 'ECARTS LEVES        : ' COMPTEURLEVES
           DISPLAY 'ECARTS OUVERTS      : ' COMPTEUROUVERTS
           IF COMPTEUROUVERTS > 0
               DISPLAY 'VALIDATION SUPERVISEUR REQUISE (VALPAIE) '
                       'AVANT VIREMNT'
           END-IF
           IF WS-HIST-DISPONIBLE = 'O'
               CLOSE FPAIEHIST
           END-IF
           CLOSE FPAIE FECARTS FRAPPORT.

       END PROGRAM CTLPAIE.
