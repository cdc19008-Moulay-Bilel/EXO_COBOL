       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNPAIE.
      *****************************************************************
      * Journal de paie de la periode pour la comptabilite generale,
      * construit a partir des bulletins de Paie.txt :
      * - piece S (salaires) : brut au debit par centre de cout
      *   (departement -> centre de cout par Depts.txt), impot
      *   retenu, retenues, saisies sur salaire et net a payer au
      *   credit;
      * - piece C (charges patronales) : charges au debit par centre
      *   de cout, organismes sociaux au credit;
      * - piece V (banque) : des que VIREMNT a emis la remise de la
      *   periode (Virements.txt), net a payer au debit et banque au
      *   credit pour le total de la remise;
      * - piece F (notes de frais remboursees avec les bulletins) :
      *   frais au debit, net a payer au credit (la remise VIREMNT
      *   paie net et frais ensemble);
      * - piece N (notes de frais payees sur la periode par les
      *   remises separees NDFVIR, NotesFrais.txt) : frais au
      *   debit, banque au credit;
      * - piece A (acomptes sur salaire verses sur la periode par
      *   les remises ACPVIR, Acomptes.txt) : acomptes au debit,
      *   banque au credit. Les acomptes recuperes sur les bulletins
      *   sont credites au role ACOMPTES dans la piece S.
      * Les comptes viennent de la table ComptesGL.txt (CPTMNT) :
      * roles SALAIRES, CHARGES-PAT, IMPOTS, RETENUES, SAISIES,
      * NET-A-PAYER, ORG-SOCIAUX, BANQUE, NOTES-FRAIS et ACOMPTES;
      * un role SAL-centre ou CHG-centre donne un compte propre a un
      * centre de cout.
      * Les totaux des bulletins sont rapproches des totaux de
      * controle de BULPAIE (TotPaie.txt). Le journal JRNP-AAAAMM.txt
      * n est libere que si les totaux concordent, chaque piece est
      * equilibree et tous les roles ont un compte; sinon rien n est
      * libere (code retour 8) et les anomalies sont editees dans
      * EtatJrnPaie.txt.
      * Avec JRNPAIE-TYPE=PRIME, le journal porte sur le run des
      * primes de BULPAIE (periode AAAA13) : bulletins PaiePrime.txt
      * rapproches de TotPrime.txt, pieces S et C des primes, et
      * piece V des que VIREMNT a emis la remise des primes
      * (VirementsPrime.txt) ; ni notes de frais ni acomptes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FPAIE
               ASSIGN TO WS-PAIE-PATH
               FILE STATUS IS WS-PAIE-STATUS.
           SELECT FTOTPAIE
               ASSIGN TO WS-TOTPAIE-PATH
               FILE STATUS IS WS-TOT-STATUS.
           SELECT FDEPTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Depts.txt'
               FILE STATUS IS WS-DEPTS-STATUS.
           SELECT FVIREMENTS
               ASSIGN TO WS-VIREMENTS-PATH
               FILE STATUS IS WS-VIR-STATUS.
           SELECT FNOTESFRAIS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\NotesFrais.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-NDF OF enreg-ndf
               FILE STATUS IS WS-NDF-STATUS.
           SELECT FACOMPTES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Acomptes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-ACP OF enreg-acompte
               FILE STATUS IS WS-ACP-STATUS.
           SELECT FCOMPTES
               ASSIGN TO 'C:\Users\CRM\Desktop\ComptesGL.txt'
               FILE STATUS IS WS-CPT-STATUS.
           SELECT FTRAVAIL
               ASSIGN TO 'C:\Users\CRM\Desktop\JrnPaieTravail.txt'.
           SELECT FJOURNAL
               ASSIGN TO WS-JOURNAL-PATH.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatJrnPaie.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FPAIE.
       01  enreg-PAIE.
           COPY PAIEREC.

       FD  FTOTPAIE.
       01  enreg-totpaie.
           COPY TOTPAIE.

       FD  FDEPTS.
       01  enreg-dept.
           02 DEPT-CODE PIC X(10).
           02 DEPT-NOM PIC X(20).
           02 DEPT-MANAGER PIC X(20).
           02 DEPT-CC PIC X(6).

       FD  FVIREMENTS.
       01  enreg-virement.
           02 VIR-TYPE PIC X.
           02 VIR-CORPS PIC X(70).
       01  enreg-virement-entete REDEFINES enreg-virement.
           02 VIR-TYPE-E PIC X.
           02 VIR-DATE-REMISE PIC 9(8).
           02 VIR-LIBELLE PIC X(20).
           02 FILLER PIC X(42).
       01  enreg-virement-total REDEFINES enreg-virement.
           02 VIR-TYPE-T PIC X.
           02 VIR-NB-PAIEMENTS PIC 9(5).
           02 VIR-HASH-MONTANTS PIC 9(10)V99.
           02 FILLER PIC X(53).

       FD  FNOTESFRAIS.
       01  enreg-ndf.
           COPY NDFREC.

       FD  FACOMPTES.
       01  enreg-acompte.
           COPY ACPREC.

       FD  FCOMPTES.
       01  enreg-compte.
           COPY CPTMAP.

       FD  FTRAVAIL.
       01  enreg-travail.
           COPY JRNLIG.

       FD  FJOURNAL.
       01  enreg-journal PIC X(73).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-PAIE PIC 99 VALUE 0.
       77  EOF-DEPTS PIC 99 VALUE 0.
       77  EOF-VIR PIC 99 VALUE 0.
       77  EOF-CPT PIC 99 VALUE 0.
       77  EOF-TRAV PIC 99 VALUE 0.
       77  WS-PAIE-STATUS PIC X(2) VALUE '00'.
       77  WS-TOT-STATUS PIC X(2) VALUE '00'.
       77  WS-DEPTS-STATUS PIC X(2) VALUE '00'.
       77  WS-VIR-STATUS PIC X(2) VALUE '00'.
       77  WS-NDF-STATUS PIC X(2) VALUE '00'.
       77  EOF-NDF PIC 99 VALUE 0.
       77  WS-FRAIS-SEPARES PIC 9(10)V99 VALUE 0.
       77  SOMME-FRAIS PIC 9(8)V99 VALUE 0.
       77  WS-ACP-STATUS PIC X(2) VALUE '00'.
       77  EOF-ACP PIC 99 VALUE 0.
       77  WS-ACOMPTES-VERSES PIC 9(10)V99 VALUE 0.
       77  SOMME-ACOMPTES PIC 9(8)V99 VALUE 0.
       77  WS-RETENUES-SAISIES-ACP PIC 9(9)V99 VALUE 0.
       77  WS-CPT-STATUS PIC X(2) VALUE '00'.
       77  WS-PERIODE-JOURNAL PIC 9(6) VALUE 0.
       77  WS-PERIODE-REMISE PIC 9(6) VALUE 0.
       77  WS-DATE-REMISE PIC 9(8) VALUE 0.
       77  WS-REMISE-TROUVEE PIC X VALUE 'N'.
       77  WS-TOTAL-REMISE PIC 9(10)V99 VALUE 0.
       77  WS-ROLE PIC X(12) VALUE SPACE.
       77  WS-ROLE-DEFAUT PIC X(12) VALUE SPACE.
       77  WS-ROLE-CHERCHE PIC X(12) VALUE SPACE.
       77  WS-CC-LIGNE PIC X(6) VALUE SPACE.
       77  WS-CC-COURANT PIC X(6) VALUE SPACE.
       77  WS-SENS PIC X VALUE SPACE.
       77  WS-MONTANT PIC 9(10)V99 VALUE 0.
       77  WS-RETENUES-HORS-SAISIES PIC 9(8)V99 VALUE 0.
       77  WS-DEBIT-PIECE PIC 9(10)V99 VALUE 0.
       77  WS-CREDIT-PIECE PIC 9(10)V99 VALUE 0.
       77  NB-COMPTES PIC 9(3) VALUE 0.
       77  POS-COMPTE PIC 9(3) VALUE 0.
       77  WS-COMPTE-TROUVE PIC 9(3) VALUE 0.
       77  NB-DEPTS PIC 99 VALUE 0.
       77  POS-DEPT PIC 99 VALUE 0.
       77  WS-DEPT-TROUVE PIC 99 VALUE 0.
       77  NB-CENTRES PIC 99 VALUE 0.
       77  POS-CENTRE PIC 99 VALUE 0.
       77  WS-CENTRE-TROUVE PIC 99 VALUE 0.
       77  COMPTEURBULLETINS PIC 9(5) VALUE 0.
       77  COMPTEURNONREF PIC 9(5) VALUE 0.
       77  COMPTEURPIECE PIC 9(7) VALUE 0.
       77  COMPTEURLIGNE PIC 9(7) VALUE 0.
       77  COMPTEURSANSCOMPTE PIC 9(7) VALUE 0.
       77  COMPTEURDESEQUILIBRE PIC 9(7) VALUE 0.
       77  COMPTEURECARTS PIC 9(7) VALUE 0.
       77  SOMME-BRUT PIC 9(8)V99 VALUE 0.
       77  SOMME-IMPOT PIC 9(8)V99 VALUE 0.
       77  SOMME-DEDUCTION PIC 9(8)V99 VALUE 0.
       77  SOMME-NET PIC 9(8)V99 VALUE 0.
       77  SOMME-CHARGES PIC 9(8)V99 VALUE 0.
       77  TOTAL-DEBIT PIC 9(10)V99 VALUE 0.
       77  TOTAL-CREDIT PIC 9(10)V99 VALUE 0.
       77  WS-LIBELLE-ECART PIC X(12) VALUE SPACE.
       77  WS-ECART-PAIE PIC 9(8)V99 VALUE 0.
       77  WS-ECART-TOTAL PIC 9(8)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-TOTAL-EDIT PIC ZZZZZZZZZ9.99.
       77  WS-TYPE-ENV PIC X(5) VALUE SPACE.
       77  WS-JOURNAL-PRIME PIC X VALUE 'N'.
       77  WS-LIBELLE-REMISE PIC X(20) VALUE SPACE.
       77  WS-TITRE-JOURNAL PIC X(40) VALUE SPACE.
       01  WS-JOURNAL-PATH PIC X(80) VALUE SPACE.
       01  WS-PAIE-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Paie.txt'.
       01  WS-TOTPAIE-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\TotPaie.txt'.
       01  WS-VIREMENTS-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Virements.txt'.
       01  WS-PAIE-PRIME-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaiePrime.txt'.
       01  WS-TOTPRIME-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\TotPrime.txt'.
       01  WS-VIREMENTS-PRIME-PATH PIC X(80) VALUE
           'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\VirementsPrime.txt'.
       01  TABLE-COMPTES.
           02 COMPTE-TAB OCCURS 100 TIMES.
              03 CLE-TAB PIC X(12).
              03 COMPTE-GL-TAB PIC X(10).
              03 LIBELLE-TAB PIC X(20).
       01  TABLE-DEPTS.
           02 DEPT-REF-TAB OCCURS 50 TIMES.
              03 CODE-DEPT-TAB PIC X(10).
              03 CC-DEPT-TAB PIC X(6).
       01  TABLE-CENTRES.
           02 CENTRE-TAB OCCURS 50 TIMES.
              03 CC-TAB PIC X(6).
              03 BRUT-CC-TAB PIC 9(10)V99.
              03 CHARGES-CC-TAB PIC 9(10)V99.
       01  WS-ROLE-CENTRE.
           02 WS-PREFIXE-ROLE PIC X(4).
           02 WS-CC-ROLE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM VENTILER-UN-BULLETIN UNTIL EOF-PAIE = 1
           PERFORM RAPPROCHER-TOTAUX
           PERFORM JOURNALISER-SALAIRES
           PERFORM JOURNALISER-CHARGES
           PERFORM JOURNALISER-FRAIS
           PERFORM JOURNALISER-BANQUE
           IF WS-JOURNAL-PRIME = 'N'
               PERFORM JOURNALISER-FRAIS-SEPARES
               PERFORM JOURNALISER-ACOMPTES
           END-IF
           PERFORM FIN
           STOP RUN.

      * journal des primes (JRNPAIE-TYPE=PRIME) : bulletins, totaux
      * et remise du run des primes de BULPAIE
       INIT.
           ACCEPT WS-TYPE-ENV FROM ENVIRONMENT 'JRNPAIE-TYPE'
           IF WS-TYPE-ENV = 'PRIME'
               MOVE 'O' TO WS-JOURNAL-PRIME
               MOVE WS-PAIE-PRIME-PATH TO WS-PAIE-PATH
               MOVE WS-TOTPRIME-PATH TO WS-TOTPAIE-PATH
               MOVE WS-VIREMENTS-PRIME-PATH TO WS-VIREMENTS-PATH
           END-IF
           PERFORM CHARGER-COMPTES
           OPEN INPUT FTOTPAIE
           IF WS-TOT-STATUS NOT = '00'
               IF WS-JOURNAL-PRIME = 'O'
                   DISPLAY 'TOTAUX DU RUN DES PRIMES ABSENTS, LANCER '
                           'BULPAIE EN RUN DES PRIMES D ABORD'
               ELSE
                   DISPLAY 'TOTAUX DE CONTROLE DE PAIE ABSENTS, LANCER '
                           'BULPAIE D ABORD'
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FTOTPAIE
               AT END MOVE 0 TO PERIODE-TOT
           END-READ
           CLOSE FTOTPAIE
           MOVE PERIODE-TOT TO WS-PERIODE-JOURNAL
           OPEN INPUT FPAIE
           IF WS-PAIE-STATUS NOT = '00'
               IF WS-JOURNAL-PRIME = 'O'
                   DISPLAY 'PAIEPRIME.TXT ABSENT, LANCER BULPAIE EN '
                           'RUN DES PRIMES D ABORD'
               ELSE
                   DISPLAY 'PAIE.TXT ABSENT, LANCER BULPAIE D ABORD'
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGER-DEPARTEMENTS
           STRING 'C:\Users\CRM\Desktop\JRNP-' DELIMITED BY SIZE
                  WS-PERIODE-JOURNAL DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH
           END-STRING
           OPEN OUTPUT FTRAVAIL
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-JOURNAL-PRIME = 'O'
               MOVE 'REMISE PRIMES' TO WS-LIBELLE-REMISE
               MOVE '--- JOURNAL DES PRIMES DE LA PERIODE '
                   TO WS-TITRE-JOURNAL
           ELSE
               MOVE '--- JOURNAL DE PAIE DE LA PERIODE '
                   TO WS-TITRE-JOURNAL
           END-IF
           STRING WS-TITRE-JOURNAL DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-PERIODE-JOURNAL DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           READ FPAIE
               AT END MOVE 1 TO EOF-PAIE
           END-READ.

      * sans table des comptes aucun journal ne peut etre produit
       CHARGER-COMPTES.
           OPEN INPUT FCOMPTES
           IF WS-CPT-STATUS NOT = '00'
               DISPLAY 'TABLE DES COMPTES GENERAUX ABSENTE (CPTMNT)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FCOMPTES
               AT END MOVE 1 TO EOF-CPT
           END-READ
           PERFORM CHARGER-UN-COMPTE UNTIL EOF-CPT = 1
           CLOSE FCOMPTES.

       CHARGER-UN-COMPTE.
           IF NB-COMPTES < 100
               ADD 1 TO NB-COMPTES
               MOVE CLE-CPT TO CLE-TAB(NB-COMPTES)
               MOVE COMPTE-CPT TO COMPTE-GL-TAB(NB-COMPTES)
               MOVE LIBELLE-CPT TO LIBELLE-TAB(NB-COMPTES)
           END-IF
           READ FCOMPTES
               AT END MOVE 1 TO EOF-CPT
           END-READ.

       CHARGER-DEPARTEMENTS.
           OPEN INPUT FDEPTS
           IF WS-DEPTS-STATUS NOT = '00'
               DISPLAY 'REFERENTIEL DES DEPARTEMENTS ABSENT'
           ELSE
               READ FDEPTS
                   AT END MOVE 1 TO EOF-DEPTS
               END-READ
               PERFORM CHARGER-UN-DEPARTEMENT UNTIL EOF-DEPTS = 1
               CLOSE FDEPTS
           END-IF.

       CHARGER-UN-DEPARTEMENT.
           IF NB-DEPTS < 50
               ADD 1 TO NB-DEPTS
               MOVE DEPT-CODE TO CODE-DEPT-TAB(NB-DEPTS)
               MOVE DEPT-CC TO CC-DEPT-TAB(NB-DEPTS)
           END-IF
           READ FDEPTS
               AT END MOVE 1 TO EOF-DEPTS
           END-READ.

       VENTILER-UN-BULLETIN.
           ADD 1 TO COMPTEURBULLETINS
           ADD SALAIRE-BRUT-PAIE TO SOMME-BRUT
           ADD IMPOT-PAIE TO SOMME-IMPOT
           ADD DEDUCTION-PAIE TO SOMME-DEDUCTION
           ADD SALAIRE-NET-PAIE TO SOMME-NET
           ADD CHARGES-PAIE TO SOMME-CHARGES
           ADD FRAIS-PAIE TO SOMME-FRAIS
           ADD ACOMPTE-PAIE TO SOMME-ACOMPTES
           PERFORM TROUVER-CENTRE-DE-COUT
           PERFORM CUMULER-AU-CENTRE
           READ FPAIE
               AT END MOVE 1 TO EOF-PAIE
           END-READ.

      * un departement hors referentiel est impute au centre NONREF
       TROUVER-CENTRE-DE-COUT.
           MOVE 'NONREF' TO WS-CC-COURANT
           MOVE 0 TO WS-DEPT-TROUVE POS-DEPT
           PERFORM COMPARER-DEPARTEMENT NB-DEPTS TIMES
           IF WS-DEPT-TROUVE > 0
               MOVE CC-DEPT-TAB(WS-DEPT-TROUVE) TO WS-CC-COURANT
           ELSE
               ADD 1 TO COMPTEURNONREF
           END-IF.

       COMPARER-DEPARTEMENT.
           ADD 1 TO POS-DEPT
           IF CODE-DEPT-TAB(POS-DEPT) = DEPARTEMENT-PAIE
               MOVE POS-DEPT TO WS-DEPT-TROUVE
           END-IF.

       CUMULER-AU-CENTRE.
           MOVE 0 TO WS-CENTRE-TROUVE POS-CENTRE
           PERFORM COMPARER-CENTRE NB-CENTRES TIMES
           IF WS-CENTRE-TROUVE = 0 AND NB-CENTRES < 50
               ADD 1 TO NB-CENTRES
               MOVE NB-CENTRES TO WS-CENTRE-TROUVE
               MOVE WS-CC-COURANT TO CC-TAB(WS-CENTRE-TROUVE)
               MOVE 0 TO BRUT-CC-TAB(WS-CENTRE-TROUVE)
               MOVE 0 TO CHARGES-CC-TAB(WS-CENTRE-TROUVE)
           END-IF
           IF WS-CENTRE-TROUVE > 0
               ADD SALAIRE-BRUT-PAIE
                   TO BRUT-CC-TAB(WS-CENTRE-TROUVE)
               ADD CHARGES-PAIE TO CHARGES-CC-TAB(WS-CENTRE-TROUVE)
           END-IF.

       COMPARER-CENTRE.
           ADD 1 TO POS-CENTRE
           IF CC-TAB(POS-CENTRE) = WS-CC-COURANT
               MOVE POS-CENTRE TO WS-CENTRE-TROUVE
           END-IF.

      *****************************************************************
      * Les bulletins doivent redonner les totaux de controle de
      * BULPAIE : un Paie.txt remplace ou tronque depuis le calcul
      * bloque la liberation du journal.
      *****************************************************************
       RAPPROCHER-TOTAUX.
           IF COMPTEURBULLETINS NOT = NB-BULLETINS-TOT
               ADD 1 TO COMPTEURECARTS
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'ECART BULLETINS : PAIE.TXT ' DELIMITED BY SIZE
                      COMPTEURBULLETINS DELIMITED BY SIZE
                      ' CONTROLE BULPAIE ' DELIMITED BY SIZE
                      NB-BULLETINS-TOT DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE 'BRUT' TO WS-LIBELLE-ECART
           MOVE SOMME-BRUT TO WS-ECART-PAIE
           MOVE BRUT-TOT TO WS-ECART-TOTAL
           PERFORM COMPARER-TOTAL
           MOVE 'IMPOT' TO WS-LIBELLE-ECART
           MOVE SOMME-IMPOT TO WS-ECART-PAIE
           MOVE IMPOT-TOT TO WS-ECART-TOTAL
           PERFORM COMPARER-TOTAL
           MOVE 'RETENUES' TO WS-LIBELLE-ECART
           MOVE SOMME-DEDUCTION TO WS-ECART-PAIE
           MOVE DEDUCTION-TOT TO WS-ECART-TOTAL
           PERFORM COMPARER-TOTAL
           MOVE 'NET' TO WS-LIBELLE-ECART
           MOVE SOMME-NET TO WS-ECART-PAIE
           MOVE NET-TOT TO WS-ECART-TOTAL
           PERFORM COMPARER-TOTAL
           MOVE 'CHARGES' TO WS-LIBELLE-ECART
           MOVE SOMME-CHARGES TO WS-ECART-PAIE
           MOVE CHARGES-TOT TO WS-ECART-TOTAL
           PERFORM COMPARER-TOTAL
           MOVE 'FRAIS' TO WS-LIBELLE-ECART
           MOVE SOMME-FRAIS TO WS-ECART-PAIE
           MOVE FRAIS-TOT TO WS-ECART-TOTAL
           PERFORM COMPARER-TOTAL
           MOVE 'ACOMPTES' TO WS-LIBELLE-ECART
           MOVE SOMME-ACOMPTES TO WS-ECART-PAIE
           MOVE ACOMPTES-TOT TO WS-ECART-TOTAL
           PERFORM COMPARER-TOTAL
           COMPUTE WS-RETENUES-SAISIES-ACP = SAISIES-TOT + ACOMPTES-TOT
           IF WS-RETENUES-SAISIES-ACP > DEDUCTION-TOT
               ADD 1 TO COMPTEURECARTS
               MOVE 'SAISIES ET ACOMPTES SUPERIEURS AUX RETENUES'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE 0 TO WS-RETENUES-HORS-SAISIES
           ELSE
               COMPUTE WS-RETENUES-HORS-SAISIES
                   = DEDUCTION-TOT - WS-RETENUES-SAISIES-ACP
           END-IF.

       COMPARER-TOTAL.
           IF WS-ECART-PAIE NOT = WS-ECART-TOTAL
               ADD 1 TO COMPTEURECARTS
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'ECART ' DELIMITED BY SIZE
                      WS-LIBELLE-ECART DELIMITED BY SIZE
                      ' : PAIE.TXT' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               MOVE WS-ECART-PAIE TO WS-MONTANT-EDIT
               MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(31:11)
               MOVE 'CONTROLE BULPAIE' TO LIGNE-RAPPORT(44:16)
               MOVE WS-ECART-TOTAL TO WS-MONTANT-EDIT
               MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(61:11)
               WRITE LIGNE-RAPPORT
           END-IF.

       DEBUTER-PIECE.
           ADD 1 TO COMPTEURPIECE
           MOVE 0 TO WS-DEBIT-PIECE WS-CREDIT-PIECE
           INITIALIZE enreg-travail
           MOVE DATE-CALCUL-TOT TO DATE-JRN
           MOVE 'PA' TO CODE-JRN
           MOVE WS-PERIODE-JOURNAL TO NO-PIECE-JRN
           MOVE SPACES TO WS-CC-LIGNE WS-ROLE-DEFAUT.

      * brut au debit par centre, la contrepartie au credit des
      * comptes de tiers (saisies et acomptes recuperes isoles des
      * autres retenues)
       JOURNALISER-SALAIRES.
           PERFORM DEBUTER-PIECE
           MOVE 'S' TO TYPE-PIECE-JRN
           MOVE 'SAL-' TO WS-PREFIXE-ROLE
           MOVE 'SALAIRES' TO WS-ROLE-DEFAUT
           MOVE 0 TO POS-CENTRE
           PERFORM ECRIRE-SALAIRES-CENTRE NB-CENTRES TIMES
           MOVE SPACES TO WS-CC-LIGNE WS-ROLE-DEFAUT
           MOVE 'C' TO WS-SENS
           MOVE 'IMPOTS' TO WS-ROLE
           MOVE IMPOT-TOT TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           MOVE 'RETENUES' TO WS-ROLE
           MOVE WS-RETENUES-HORS-SAISIES TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           MOVE 'SAISIES' TO WS-ROLE
           MOVE SAISIES-TOT TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           MOVE 'ACOMPTES' TO WS-ROLE
           MOVE ACOMPTES-TOT TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           MOVE 'NET-A-PAYER' TO WS-ROLE
           MOVE NET-TOT TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           PERFORM CONTROLER-PIECE.

       ECRIRE-SALAIRES-CENTRE.
           ADD 1 TO POS-CENTRE
           MOVE CC-TAB(POS-CENTRE) TO WS-CC-ROLE WS-CC-LIGNE
           MOVE WS-ROLE-CENTRE TO WS-ROLE
           MOVE 'D' TO WS-SENS
           MOVE BRUT-CC-TAB(POS-CENTRE) TO WS-MONTANT
           PERFORM ECRIRE-LIGNE.

       JOURNALISER-CHARGES.
           PERFORM DEBUTER-PIECE
           MOVE 'C' TO TYPE-PIECE-JRN
           MOVE 'CHG-' TO WS-PREFIXE-ROLE
           MOVE 'CHARGES-PAT' TO WS-ROLE-DEFAUT
           MOVE 0 TO POS-CENTRE
           PERFORM ECRIRE-CHARGES-CENTRE NB-CENTRES TIMES
           MOVE SPACES TO WS-CC-LIGNE WS-ROLE-DEFAUT
           MOVE 'C' TO WS-SENS
           MOVE 'ORG-SOCIAUX' TO WS-ROLE
           MOVE CHARGES-TOT TO WS-MONTANT
           PERFORM ECRIRE-LIGNE
           PERFORM CONTROLER-PIECE.

       ECRIRE-CHARGES-CENTRE.
           ADD 1 TO POS-CENTRE
           MOVE CC-TAB(POS-CENTRE) TO WS-CC-ROLE WS-CC-LIGNE
           MOVE WS-ROLE-CENTRE TO WS-ROLE
           MOVE 'D' TO WS-SENS
           MOVE CHARGES-CC-TAB(POS-CENTRE) TO WS-MONTANT
           PERFORM ECRIRE-LIGNE.

      * les frais rembourses sur bulletin sont dus avec le net
       JOURNALISER-FRAIS.
           IF FRAIS-TOT > 0
               PERFORM DEBUTER-PIECE
               MOVE 'F' TO TYPE-PIECE-JRN
               MOVE 'D' TO WS-SENS
               MOVE 'NOTES-FRAIS' TO WS-ROLE
               MOVE FRAIS-TOT TO WS-MONTANT
               PERFORM ECRIRE-LIGNE
               MOVE 'C' TO WS-SENS
               MOVE 'NET-A-PAYER' TO WS-ROLE
               MOVE FRAIS-TOT TO WS-MONTANT
               PERFORM ECRIRE-LIGNE
               PERFORM CONTROLER-PIECE
           END-IF.

      * notes de frais payees sur la periode par les remises
      * separees (NDFVIR) : directement en banque
       JOURNALISER-FRAIS-SEPARES.
           MOVE 0 TO WS-FRAIS-SEPARES
           OPEN INPUT FNOTESFRAIS
           IF WS-NDF-STATUS = '00'
               READ FNOTESFRAIS
                   AT END MOVE 1 TO EOF-NDF
               END-READ
               PERFORM CUMULER-NOTE-FRAIS UNTIL EOF-NDF = 1
               CLOSE FNOTESFRAIS
           END-IF
           IF WS-FRAIS-SEPARES > 0
               PERFORM DEBUTER-PIECE
               MOVE 'N' TO TYPE-PIECE-JRN
               MOVE 'D' TO WS-SENS
               MOVE 'NOTES-FRAIS' TO WS-ROLE
               MOVE WS-FRAIS-SEPARES TO WS-MONTANT
               PERFORM ECRIRE-LIGNE
               MOVE 'C' TO WS-SENS
               MOVE 'BANQUE' TO WS-ROLE
               MOVE WS-FRAIS-SEPARES TO WS-MONTANT
               PERFORM ECRIRE-LIGNE
               PERFORM CONTROLER-PIECE
           END-IF.

       CUMULER-NOTE-FRAIS.
           IF ETAT-NDF = 'P' AND MODE-REMB-NDF = 'V'
              AND PERIODE-REMB-NDF = WS-PERIODE-JOURNAL
               ADD MONTANT-NDF TO WS-FRAIS-SEPARES
           END-IF
           READ FNOTESFRAIS
               AT END MOVE 1 TO EOF-NDF
           END-READ.

      * acomptes verses sur la periode par les remises ACPVIR,
      * qu ils soient depuis soldes ou non
       JOURNALISER-ACOMPTES.
           MOVE 0 TO WS-ACOMPTES-VERSES
           OPEN INPUT FACOMPTES
           IF WS-ACP-STATUS = '00'
               READ FACOMPTES
                   AT END MOVE 1 TO EOF-ACP
               END-READ
               PERFORM CUMULER-ACOMPTE UNTIL EOF-ACP = 1
               CLOSE FACOMPTES
           END-IF
           IF WS-ACOMPTES-VERSES > 0
               PERFORM DEBUTER-PIECE
               MOVE 'A' TO TYPE-PIECE-JRN
               MOVE 'D' TO WS-SENS
               MOVE 'ACOMPTES' TO WS-ROLE
               MOVE WS-ACOMPTES-VERSES TO WS-MONTANT
               PERFORM ECRIRE-LIGNE
               MOVE 'C' TO WS-SENS
               MOVE 'BANQUE' TO WS-ROLE
               MOVE WS-ACOMPTES-VERSES TO WS-MONTANT
               PERFORM ECRIRE-LIGNE
               PERFORM CONTROLER-PIECE
           END-IF.

       CUMULER-ACOMPTE.
           IF (ETAT-ACP = 'V' OR ETAT-ACP = 'S')
              AND DATE-VERSEMENT-ACP(1:6) = WS-PERIODE-JOURNAL
               ADD MONTANT-ACP TO WS-ACOMPTES-VERSES
           END-IF
           READ FACOMPTES
               AT END MOVE 1 TO EOF-ACP
           END-READ.

      *****************************************************************
      * L ecriture de banque suit la remise de VIREMNT : passee
      * seulement si Virements.txt porte la remise de la periode
      * (impayes reemis compris, le total est celui de la remise).
      * La remise des primes, emise a part par VIREMNT apres le run
      * AAAA13, est reconnue a son libelle et a sa date, posterieure
      * au calcul des primes.
      *****************************************************************
       JOURNALISER-BANQUE.
           MOVE 'N' TO WS-REMISE-TROUVEE
           OPEN INPUT FVIREMENTS
           IF WS-VIR-STATUS = '00'
               READ FVIREMENTS
                   AT END MOVE 1 TO EOF-VIR
               END-READ
               PERFORM LIRE-REMISE UNTIL EOF-VIR = 1
               CLOSE FVIREMENTS
           END-IF
           IF WS-REMISE-TROUVEE = 'O'
               PERFORM DEBUTER-PIECE
               MOVE 'V' TO TYPE-PIECE-JRN
               MOVE WS-DATE-REMISE TO DATE-JRN
               MOVE 'D' TO WS-SENS
               MOVE 'NET-A-PAYER' TO WS-ROLE
               MOVE WS-TOTAL-REMISE TO WS-MONTANT
               PERFORM ECRIRE-LIGNE
               MOVE 'C' TO WS-SENS
               MOVE 'BANQUE' TO WS-ROLE
               MOVE WS-TOTAL-REMISE TO WS-MONTANT
               PERFORM ECRIRE-LIGNE
               PERFORM CONTROLER-PIECE
           ELSE
               MOVE 'REMISE DE VIREMENTS DE LA PERIODE NON EMISE : '
                   TO LIGNE-RAPPORT
               MOVE 'BANQUE NON PASSEE' TO LIGNE-RAPPORT(48:17)
               WRITE LIGNE-RAPPORT
           END-IF.

       LIRE-REMISE.
           IF VIR-TYPE = 'E'
               MOVE VIR-DATE-REMISE TO WS-DATE-REMISE
               COMPUTE WS-PERIODE-REMISE = VIR-DATE-REMISE / 100
           END-IF
      * en primes, seule la remise des primes du run compte
           IF VIR-TYPE = 'E' AND WS-JOURNAL-PRIME = 'O'
               IF VIR-LIBELLE = WS-LIBELLE-REMISE
                  AND VIR-DATE-REMISE NOT < DATE-CALCUL-TOT
                   MOVE WS-PERIODE-JOURNAL TO WS-PERIODE-REMISE
               ELSE
                   MOVE 0 TO WS-PERIODE-REMISE
               END-IF
           END-IF
           IF VIR-TYPE = 'T'
              AND WS-PERIODE-REMISE = WS-PERIODE-JOURNAL
               MOVE 'O' TO WS-REMISE-TROUVEE
               MOVE VIR-HASH-MONTANTS TO WS-TOTAL-REMISE
           END-IF
           READ FVIREMENTS
               AT END MOVE 1 TO EOF-VIR
           END-READ.

      * une ligne a zero n est pas ecrite; le centre de cout est
      * porte en fin de libelle
       ECRIRE-LIGNE.
           IF WS-MONTANT > 0
               PERFORM TROUVER-COMPTE
               IF WS-CC-LIGNE NOT = SPACES
                   MOVE SPACE TO LIBELLE-JRN(14:1)
                   MOVE WS-CC-LIGNE TO LIBELLE-JRN(15:6)
               END-IF
               MOVE WS-SENS TO SENS-JRN
               MOVE WS-MONTANT TO MONTANT-JRN
               IF WS-SENS = 'D'
                   ADD WS-MONTANT TO WS-DEBIT-PIECE TOTAL-DEBIT
               ELSE
                   ADD WS-MONTANT TO WS-CREDIT-PIECE TOTAL-CREDIT
               END-IF
               WRITE enreg-travail
               END-WRITE
               ADD 1 TO COMPTEURLIGNE
           END-IF.

      * un role de centre sans compte propre prend le compte du role
      * general (SALAIRES, CHARGES-PAT)
       TROUVER-COMPTE.
           MOVE WS-ROLE TO WS-ROLE-CHERCHE
           PERFORM RECHERCHER-ROLE
           IF WS-COMPTE-TROUVE = 0
              AND WS-ROLE-DEFAUT NOT = SPACES
               MOVE WS-ROLE-DEFAUT TO WS-ROLE-CHERCHE
               PERFORM RECHERCHER-ROLE
           END-IF
           IF WS-COMPTE-TROUVE > 0
               MOVE COMPTE-GL-TAB(WS-COMPTE-TROUVE) TO COMPTE-JRN
               MOVE LIBELLE-TAB(WS-COMPTE-TROUVE) TO LIBELLE-JRN
           ELSE
               MOVE SPACES TO COMPTE-JRN
               MOVE WS-ROLE TO LIBELLE-JRN
               ADD 1 TO COMPTEURSANSCOMPTE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'PIECE ' DELIMITED BY SIZE
                      PIECE-JRN DELIMITED BY SIZE
                      ' : AUCUN COMPTE POUR LE ROLE ' DELIMITED BY SIZE
                      WS-ROLE DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

       RECHERCHER-ROLE.
           MOVE 0 TO WS-COMPTE-TROUVE POS-COMPTE
           PERFORM CHERCHER-ROLE NB-COMPTES TIMES.

       CHERCHER-ROLE.
           ADD 1 TO POS-COMPTE
           IF CLE-TAB(POS-COMPTE) = WS-ROLE-CHERCHE
               MOVE POS-COMPTE TO WS-COMPTE-TROUVE
           END-IF.

       CONTROLER-PIECE.
           IF WS-DEBIT-PIECE NOT = WS-CREDIT-PIECE
               ADD 1 TO COMPTEURDESEQUILIBRE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'PIECE ' DELIMITED BY SIZE
                      PIECE-JRN DELIMITED BY SIZE
                      ' DESEQUILIBREE' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               MOVE WS-DEBIT-PIECE TO WS-TOTAL-EDIT
               MOVE WS-TOTAL-EDIT TO LIGNE-RAPPORT(45:13)
               MOVE WS-CREDIT-PIECE TO WS-TOTAL-EDIT
               MOVE WS-TOTAL-EDIT TO LIGNE-RAPPORT(60:13)
               WRITE LIGNE-RAPPORT
           END-IF.

      * le journal n est libere que s il est equilibre et rapproche
       FIN.
           CLOSE FPAIE FTRAVAIL
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF COMPTEURNONREF > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'BULLETINS HORS REFERENTIEL (CENTRE NONREF) : '
                      DELIMITED BY SIZE
                      COMPTEURNONREF DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE TOTAL-DEBIT TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL DEBIT  : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-CREDIT TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL CREDIT : ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PIECES : ' DELIMITED BY SIZE
                  COMPTEURPIECE DELIMITED BY SIZE
                  ' LIGNES : ' DELIMITED BY SIZE
                  COMPTEURLIGNE DELIMITED BY SIZE
                  ' DESEQUILIBREES : ' DELIMITED BY SIZE
                  COMPTEURDESEQUILIBRE DELIMITED BY SIZE
                  ' SANS COMPTE : ' DELIMITED BY SIZE
                  COMPTEURSANSCOMPTE DELIMITED BY SIZE
                  ' ECARTS : ' DELIMITED BY SIZE
                  COMPTEURECARTS DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF COMPTEURDESEQUILIBRE = 0
              AND COMPTEURSANSCOMPTE = 0
              AND COMPTEURECARTS = 0
              AND TOTAL-DEBIT = TOTAL-CREDIT
               PERFORM LIBERER-JOURNAL
               STRING 'JOURNAL LIBERE : ' DELIMITED BY SIZE
                      WS-JOURNAL-PATH DELIMITED BY SPACE
                   INTO LIGNE-RAPPORT
               END-STRING
               DISPLAY 'JOURNAL DE PAIE LIBERE : ' COMPTEURLIGNE
                       ' LIGNES'
           ELSE
               MOVE 'JOURNAL DESEQUILIBRE OU NON RAPPROCHE : NON LIBERE'
                   TO LIGNE-RAPPORT
               DISPLAY 'JOURNAL DE PAIE NON LIBERE, VOIR ETATJRNPAIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE LIGNE-RAPPORT
           CLOSE FRAPPORT.

       LIBERER-JOURNAL.
           OPEN INPUT FTRAVAIL
           OPEN OUTPUT FJOURNAL
           READ FTRAVAIL
               AT END MOVE 1 TO EOF-TRAV
           END-READ
           PERFORM RECOPIER-UNE-LIGNE UNTIL EOF-TRAV = 1
           CLOSE FTRAVAIL FJOURNAL.

       RECOPIER-UNE-LIGNE.
           MOVE enreg-travail TO enreg-journal
           WRITE enreg-journal
           END-WRITE
           READ FTRAVAIL
               AT END MOVE 1 TO EOF-TRAV
           END-READ.

       END PROGRAM JRNPAIE.
