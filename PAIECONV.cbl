       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIECONV.
      *****************************************************************
      * Conversion une seule fois des fichiers de la chaine de paie
      * de l ancien identifiant 2 chiffres (id-salarier) vers le
      * matricule 5 chiffres du master des employes (Employes.txt).
      * La correspondance est lue dans le master (ANCIEN-ID porte par
      * chaque employe) ; le nom complet du master remplace le nom
      * 5 caracteres dans salarier, salarierT et CumPaie.
      * Fichiers convertis : salarier, salarierT, Paie (ID-PAIE
      * supprime), Rib, CumPaie, Mouvements, VirAReemettre, RibHist
      * et CorrectionsRib.
      * Avant de toucher un fichier, tous les identifiants de
      * salarier, salarierT, Rib, CumPaie et VirAReemettre sont
      * controles : si l un d eux n a pas de matricule (ANCIEN-ID a
      * rattacher dans EMPMNT) la conversion est refusee et aucun
      * fichier n est modifie. Dans Paie, Mouvements et les
      * historiques RIB un identifiant inconnu part en matricule zero
      * et est liste.
      * A lancer apres le traitement des retours bancaires de la
      * derniere remise (RETVIR) : les virements emis avant la
      * conversion portent l ancien identifiant. Un fichier temoin
      * interdit la double conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
           SELECT FSALANC
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\salarier.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FSALNOUV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\salarier.txt'.
           SELECT FSALTANC
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\salarierT.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FSALTNOUV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\salarierT.txt'.
           SELECT FPAIEANC
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Paie.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FPAIENOUV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Paie.txt'.
           SELECT FRIBANC
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Rib.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FRIBNOUV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Rib.txt'.
           SELECT FCUMANC
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CumPaie.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-CUM-ID
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FCUMNOUV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CumPaie.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUM-MATRICULE-NOUV
               FILE STATUS IS WS-NOUVEAU-STATUS.
           SELECT FMVTANC
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Mouvements.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FMVTNOUV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Mouvements.txt'.
           SELECT FREEMANC
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\VirAReemettre.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FREEMNOUV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\VirAReemettre.txt'.
           SELECT FRHISTANC
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\RibHist.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FRHISTNOUV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\RibHist.txt'.
           SELECT FCORRANC
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CorrectionsRib.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FCORRNOUV
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\CorrectionsRib.txt'.
           SELECT FCONVERTI
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaieConv.tmp'
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FTEMOIN
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaieConv.txt'
               FILE STATUS IS WS-TEMOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  FSALANC.
       01  enreg-sal-ancien.
           02 ANC-ID-SAL PIC 9(2).
           02 ANC-NOM-SAL PIC X(5).
           02 ANC-SALAIRE-SAL PIC 9(6)V99.
           02 ANC-DEPARTEMENT-SAL PIC X(10).

       FD  FSALNOUV.
       01  enreg-sal-nouveau PIC X(48).

       FD  FSALTANC.
       01  enreg-salt-ancien.
           02 ANC-ID-SALT PIC 9(2).
           02 ANC-NOM-SALT PIC X(5).
           02 ANC-SALAIRE-SALT PIC 9(6)V99.
           02 ANC-DEPARTEMENT-SALT PIC X(10).
       01  enreg-salt-ancien-controle.
           02 ANC-TYPE-CTL-SALT PIC X(1).
           02 FILLER PIC X(24).

       FD  FSALTNOUV.
       01  enreg-salt-nouveau PIC X(48).

       FD  FPAIEANC.
       01  enreg-paie-ancien.
           02 ANC-ID-PAIE PIC 9(2).
           02 ANC-MATRICULE-PAIE PIC 9(5).
           02 ANC-SUITE-PAIE PIC X(82).

       FD  FPAIENOUV.
       01  enreg-paie-nouveau.
           COPY PAIEREC.

       FD  FRIBANC.
       01  enreg-rib-ancien.
           02 ANC-ID-RIB PIC 9(2).
           02 ANC-SUITE-RIB PIC X(32).

       FD  FRIBNOUV.
       01  enreg-rib-nouveau PIC X(37).

       FD  FCUMANC.
       01  enreg-cum-ancien.
           02 ANC-CUM-ID PIC 9(2).
           02 ANC-CUM-ANNEE PIC 9(4).
           02 ANC-CUM-NOM PIC X(5).
           02 ANC-CUM-MONTANTS PIC X(44).

       FD  FCUMNOUV.
       01  enreg-cum-nouveau.
           02 CUM-MATRICULE-NOUV PIC 9(5).
           02 FILLER PIC X(73).

       FD  FMVTANC.
       01  enreg-mvt-ancien.
           02 ANC-ID-MVT PIC 9(2).
           02 ANC-SUITE-MVT PIC X(32).

       FD  FMVTNOUV.
       01  enreg-mvt-nouveau PIC X(37).

       FD  FREEMANC.
       01  enreg-reem-ancien.
           02 ANC-ID-REEM PIC 9(2).
           02 ANC-SUITE-REEM PIC X(53).

       FD  FREEMNOUV.
       01  enreg-reem-nouveau PIC X(58).

       FD  FRHISTANC.
       01  enreg-rhist-ancien.
           02 ANC-ID-RHIST PIC 9(2).
           02 ANC-SUITE-RHIST PIC X(31).

       FD  FRHISTNOUV.
       01  enreg-rhist-nouveau PIC X(36).

       FD  FCORRANC.
       01  enreg-corr-ancien.
           02 ANC-ID-CORR PIC 9(2).
           02 ANC-SUITE-CORR PIC X(82).

       FD  FCORRNOUV.
       01  enreg-corr-nouveau PIC X(87).

       FD  FCONVERTI.
       01  ENREG-CONVERTI PIC X(100).

       FD  FTEMOIN.
       01  enreg-temoin.
           02 TEMOIN-DATE PIC 9(8).
           02 TEMOIN-COMPTEUR PIC 9(7).

       WORKING-STORAGE SECTION.
       77  EOF-EMP PIC 99 VALUE 0.
       77  EOF-ANCIEN PIC 99 VALUE 0.
       77  EOF-CONVERTI PIC 99 VALUE 0.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-ANCIEN-STATUS PIC X(2) VALUE '00'.
       77  WS-NOUVEAU-STATUS PIC X(2) VALUE '00'.
       77  WS-CONVERTI-STATUS PIC X(2) VALUE '00'.
       77  WS-TEMOIN-STATUS PIC X(2) VALUE '00'.
       77  WS-FICHIER-PRESENT PIC X VALUE 'N'.
       77  WS-FICHIER-COURANT PIC X(20) VALUE SPACE.
       77  WS-ANCIEN-ID PIC 9(2) VALUE 0.
       77  WS-MATRICULE-TROUVE PIC 9(5) VALUE 0.
       77  WS-NOM-TROUVE PIC X(25) VALUE SPACE.
       77  COMPTEUREMPLOYES PIC 9(7) VALUE 0.
       77  COMPTEURANOMALIES PIC 9(7) VALUE 0.
       77  COMPTEURNONRATTACHES PIC 9(7) VALUE 0.
       77  COMPTEURFICHIER PIC 9(7) VALUE 0.
       77  COMPTEURCONVERTI PIC 9(7) VALUE 0.
       01  TABLE-CORRESPONDANCE.
           02 CORR-TAB OCCURS 99 TIMES.
              03 MATRICULE-CORR PIC 9(5).
              03 NOM-CORR PIC X(25).
       01  NOUV-SALARIE.
           02 NOUV-MATRICULE-SAL PIC 9(5).
           02 NOUV-NOM-SAL PIC X(25).
           02 NOUV-SALAIRE-SAL PIC 9(6)V99.
           02 NOUV-DEPARTEMENT-SAL PIC X(10).
       01  NOUV-CUMUL.
           02 NOUV-CUM-MATRICULE PIC 9(5).
           02 NOUV-CUM-ANNEE PIC 9(4).
           02 NOUV-CUM-NOM PIC X(25).
           02 NOUV-CUM-MONTANTS PIC X(44).
       01  NOUV-ENREG.
           02 NOUV-MATRICULE PIC 9(5).
           02 NOUV-SUITE PIC X(82).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '--- CONVERSION DE LA CHAINE DE PAIE DE L ANCIEN '
                   'IDENTIFIANT AU MATRICULE ---'
           DISPLAY 'A EXECUTER UNE SEULE FOIS AVANT LE PREMIER RUN '
                   'DES PROGRAMMES AU NOUVEAU FORMAT'
           PERFORM CONTROLER-TEMOIN
           PERFORM CHARGER-CORRESPONDANCE
           PERFORM CONTROLER-IDENTIFIANTS
           IF COMPTEURANOMALIES > 0
               DISPLAY 'IDENTIFIANTS SANS MATRICULE : '
                       COMPTEURANOMALIES
               DISPLAY 'CONVERSION REFUSEE, AUCUN FICHIER MODIFIE. '
                       'RATTACHER LES ANCIENS ID DANS EMPMNT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONVERTIR-SALARIES
           PERFORM CONVERTIR-SALARIES-TRIES
           PERFORM CONVERTIR-PAIE
           PERFORM CONVERTIR-RIB
           PERFORM CONVERTIR-CUMULS
           PERFORM CONVERTIR-MOUVEMENTS
           PERFORM CONVERTIR-REEMISSIONS
           PERFORM CONVERTIR-RIBHIST
           PERFORM CONVERTIR-CORRECTIONS
           PERFORM ECRIRE-TEMOIN
           DISPLAY 'ENREGISTREMENTS CONVERTIS : ' COMPTEURCONVERTI
           DISPLAY 'ENREGISTREMENTS PASSES EN MATRICULE ZERO : '
                   COMPTEURNONRATTACHES
           DISPLAY 'CONVERSION TERMINEE, CHAINE DE PAIE AU MATRICULE'
           STOP RUN.

       CONTROLER-TEMOIN.
           OPEN INPUT FTEMOIN
           IF WS-TEMOIN-STATUS = '00'
               READ FTEMOIN
                   AT END CONTINUE
               END-READ
               CLOSE FTEMOIN
               DISPLAY 'CONVERSION DEJA FAITE LE ' TEMOIN-DATE
                       ', RELANCE REFUSEE (DOUBLE CONVERSION '
                       'CORROMPRAIT LES FICHIERS)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Table ancien identifiant -> matricule, indicee directement
      * par l ancien identifiant (1 a 99).
      *****************************************************************
       CHARGER-CORRESPONDANCE.
           INITIALIZE TABLE-CORRESPONDANCE
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'MASTER DES EMPLOYES ABSENT, CONVERSION '
                       'IMPOSSIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ EMPLOYES NEXT RECORD
               AT END MOVE 1 TO EOF-EMP
           END-READ
           PERFORM CHARGER-UN-EMPLOYE UNTIL EOF-EMP = 1
           CLOSE EMPLOYES
           DISPLAY 'EMPLOYES PORTANT UN ANCIEN ID : ' COMPTEUREMPLOYES.

       CHARGER-UN-EMPLOYE.
           IF ANCIEN-ID > 0
               IF MATRICULE-CORR (ANCIEN-ID) > 0
                   DISPLAY 'ANCIEN ID ' ANCIEN-ID
                           ' PORTE PAR LES MATRICULES '
                           MATRICULE-CORR (ANCIEN-ID) ' ET ' MATRICULE
                   ADD 1 TO COMPTEURANOMALIES
               ELSE
                   MOVE MATRICULE TO MATRICULE-CORR (ANCIEN-ID)
                   MOVE NOM-EMPLOYE TO NOM-CORR (ANCIEN-ID)
                   ADD 1 TO COMPTEUREMPLOYES
               END-IF
           END-IF
           READ EMPLOYES NEXT RECORD
               AT END MOVE 1 TO EOF-EMP
           END-READ.

       TROUVER-MATRICULE.
           MOVE 0 TO WS-MATRICULE-TROUVE
           MOVE SPACE TO WS-NOM-TROUVE
           IF WS-ANCIEN-ID > 0
               MOVE MATRICULE-CORR (WS-ANCIEN-ID)
                   TO WS-MATRICULE-TROUVE
               MOVE NOM-CORR (WS-ANCIEN-ID) TO WS-NOM-TROUVE
           END-IF.

       CONTROLER-IDENTIFIANT.
           PERFORM TROUVER-MATRICULE
           IF WS-MATRICULE-TROUVE = 0
               DISPLAY WS-FICHIER-COURANT ' : ANCIEN ID '
                       WS-ANCIEN-ID ' SANS MATRICULE'
               ADD 1 TO COMPTEURANOMALIES
           END-IF.

       SIGNALER-NON-RATTACHE.
           DISPLAY WS-FICHIER-COURANT ' : ANCIEN ID ' WS-ANCIEN-ID
                   ' SANS MATRICULE, REPRIS EN MATRICULE ZERO'
           ADD 1 TO COMPTEURNONRATTACHES.

      *****************************************************************
      * Passe de controle : aucun fichier n est ecrit.
      *****************************************************************
       CONTROLER-IDENTIFIANTS.
           PERFORM CONTROLER-SALARIES
           PERFORM CONTROLER-SALARIES-TRIES
           PERFORM CONTROLER-RIB
           PERFORM CONTROLER-CUMULS
           PERFORM CONTROLER-REEMISSIONS.

       CONTROLER-SALARIES.
           MOVE 'SALARIER.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FSALANC
           IF WS-ANCIEN-STATUS = '00'
               MOVE 0 TO EOF-ANCIEN
               READ FSALANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONTROLER-UN-SALARIE UNTIL EOF-ANCIEN = 1
               CLOSE FSALANC
           END-IF.

       CONTROLER-UN-SALARIE.
           MOVE ANC-ID-SAL TO WS-ANCIEN-ID
           PERFORM CONTROLER-IDENTIFIANT
           READ FSALANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       CONTROLER-SALARIES-TRIES.
           MOVE 'SALARIERT.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FSALTANC
           IF WS-ANCIEN-STATUS = '00'
               MOVE 0 TO EOF-ANCIEN
               READ FSALTANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONTROLER-UN-SALARIE-TRIE UNTIL EOF-ANCIEN = 1
               CLOSE FSALTANC
           END-IF.

       CONTROLER-UN-SALARIE-TRIE.
           IF ANC-TYPE-CTL-SALT NOT = 'E'
              AND ANC-TYPE-CTL-SALT NOT = 'T'
               MOVE ANC-ID-SALT TO WS-ANCIEN-ID
               PERFORM CONTROLER-IDENTIFIANT
           END-IF
           READ FSALTANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       CONTROLER-RIB.
           MOVE 'RIB.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FRIBANC
           IF WS-ANCIEN-STATUS = '00'
               MOVE 0 TO EOF-ANCIEN
               READ FRIBANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONTROLER-UN-RIB UNTIL EOF-ANCIEN = 1
               CLOSE FRIBANC
           END-IF.

       CONTROLER-UN-RIB.
           MOVE ANC-ID-RIB TO WS-ANCIEN-ID
           PERFORM CONTROLER-IDENTIFIANT
           READ FRIBANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       CONTROLER-CUMULS.
           MOVE 'CUMPAIE.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FCUMANC
           IF WS-ANCIEN-STATUS = '00'
               MOVE 0 TO EOF-ANCIEN
               READ FCUMANC NEXT RECORD
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONTROLER-UN-CUMUL UNTIL EOF-ANCIEN = 1
               CLOSE FCUMANC
           END-IF.

       CONTROLER-UN-CUMUL.
           MOVE ANC-CUM-ID TO WS-ANCIEN-ID
           PERFORM CONTROLER-IDENTIFIANT
           READ FCUMANC NEXT RECORD
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       CONTROLER-REEMISSIONS.
           MOVE 'VIRAREEMETTRE.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FREEMANC
           IF WS-ANCIEN-STATUS = '00'
               MOVE 0 TO EOF-ANCIEN
               READ FREEMANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONTROLER-UNE-REEMISSION UNTIL EOF-ANCIEN = 1
               CLOSE FREEMANC
           END-IF.

       CONTROLER-UNE-REEMISSION.
           MOVE ANC-ID-REEM TO WS-ANCIEN-ID
           PERFORM CONTROLER-IDENTIFIANT
           READ FREEMANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

      *****************************************************************
      * Conversions : chaque fichier passe par le temporaire
      * PaieConv.tmp puis est recopie a sa place au nouveau format.
      *****************************************************************
       DEBUTER-FICHIER.
           MOVE 0 TO EOF-ANCIEN
           MOVE 0 TO EOF-CONVERTI
           MOVE 0 TO COMPTEURFICHIER
           IF WS-ANCIEN-STATUS = '00'
               MOVE 'O' TO WS-FICHIER-PRESENT
               OPEN OUTPUT FCONVERTI
           ELSE
               MOVE 'N' TO WS-FICHIER-PRESENT
               DISPLAY WS-FICHIER-COURANT ' ABSENT, AUCUNE '
                       'CONVERSION NECESSAIRE'
           END-IF.

       TERMINER-FICHIER.
           DISPLAY WS-FICHIER-COURANT ' : ' COMPTEURFICHIER
                   ' ENREGISTREMENTS CONVERTIS'
           ADD COMPTEURFICHIER TO COMPTEURCONVERTI
           OPEN INPUT FCONVERTI
           READ FCONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ.

       ECRIRE-CONVERTI.
           WRITE ENREG-CONVERTI
           END-WRITE
           ADD 1 TO COMPTEURFICHIER.

       LIRE-CONVERTI.
           READ FCONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ.

       CONVERTIR-SALARIES.
           MOVE 'SALARIER.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FSALANC
           PERFORM DEBUTER-FICHIER
           IF WS-FICHIER-PRESENT = 'O'
               READ FSALANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UN-SALARIE UNTIL EOF-ANCIEN = 1
               CLOSE FSALANC FCONVERTI
               PERFORM TERMINER-FICHIER
               OPEN OUTPUT FSALNOUV
               PERFORM RECOPIER-UN-SALARIE UNTIL EOF-CONVERTI = 1
               CLOSE FCONVERTI FSALNOUV
           END-IF.

       CONVERTIR-UN-SALARIE.
           MOVE ANC-ID-SAL TO WS-ANCIEN-ID
           PERFORM TROUVER-MATRICULE
           MOVE WS-MATRICULE-TROUVE TO NOUV-MATRICULE-SAL
           MOVE WS-NOM-TROUVE TO NOUV-NOM-SAL
           IF NOUV-NOM-SAL = SPACE
               MOVE ANC-NOM-SAL TO NOUV-NOM-SAL
           END-IF
           MOVE ANC-SALAIRE-SAL TO NOUV-SALAIRE-SAL
           MOVE ANC-DEPARTEMENT-SAL TO NOUV-DEPARTEMENT-SAL
           MOVE NOUV-SALARIE TO ENREG-CONVERTI
           PERFORM ECRIRE-CONVERTI
           READ FSALANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UN-SALARIE.
           MOVE ENREG-CONVERTI TO enreg-sal-nouveau
           WRITE enreg-sal-nouveau
           END-WRITE
           PERFORM LIRE-CONVERTI.

       CONVERTIR-SALARIES-TRIES.
           MOVE 'SALARIERT.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FSALTANC
           PERFORM DEBUTER-FICHIER
           IF WS-FICHIER-PRESENT = 'O'
               READ FSALTANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UN-SALARIE-TRIE UNTIL EOF-ANCIEN = 1
               CLOSE FSALTANC FCONVERTI
               PERFORM TERMINER-FICHIER
               OPEN OUTPUT FSALTNOUV
               PERFORM RECOPIER-UN-SALARIE-TRIE UNTIL EOF-CONVERTI = 1
               CLOSE FCONVERTI FSALTNOUV
           END-IF.

       CONVERTIR-UN-SALARIE-TRIE.
           IF ANC-TYPE-CTL-SALT = 'E' OR ANC-TYPE-CTL-SALT = 'T'
               MOVE enreg-salt-ancien-controle TO ENREG-CONVERTI
           ELSE
               MOVE ANC-ID-SALT TO WS-ANCIEN-ID
               PERFORM TROUVER-MATRICULE
               MOVE WS-MATRICULE-TROUVE TO NOUV-MATRICULE-SAL
               MOVE WS-NOM-TROUVE TO NOUV-NOM-SAL
               IF NOUV-NOM-SAL = SPACE
                   MOVE ANC-NOM-SALT TO NOUV-NOM-SAL
               END-IF
               MOVE ANC-SALAIRE-SALT TO NOUV-SALAIRE-SAL
               MOVE ANC-DEPARTEMENT-SALT TO NOUV-DEPARTEMENT-SAL
               MOVE NOUV-SALARIE TO ENREG-CONVERTI
           END-IF
           PERFORM ECRIRE-CONVERTI
           READ FSALTANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UN-SALARIE-TRIE.
           MOVE ENREG-CONVERTI TO enreg-salt-nouveau
           WRITE enreg-salt-nouveau
           END-WRITE
           PERFORM LIRE-CONVERTI.

       CONVERTIR-PAIE.
           MOVE 'PAIE.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FPAIEANC
           PERFORM DEBUTER-FICHIER
           IF WS-FICHIER-PRESENT = 'O'
               READ FPAIEANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UN-BULLETIN UNTIL EOF-ANCIEN = 1
               CLOSE FPAIEANC FCONVERTI
               PERFORM TERMINER-FICHIER
               OPEN OUTPUT FPAIENOUV
               PERFORM RECOPIER-UN-BULLETIN UNTIL EOF-CONVERTI = 1
               CLOSE FCONVERTI FPAIENOUV
           END-IF.

       CONVERTIR-UN-BULLETIN.
           MOVE ANC-MATRICULE-PAIE TO NOUV-MATRICULE
           IF NOUV-MATRICULE = 0
               MOVE ANC-ID-PAIE TO WS-ANCIEN-ID
               PERFORM TROUVER-MATRICULE
               MOVE WS-MATRICULE-TROUVE TO NOUV-MATRICULE
               IF WS-MATRICULE-TROUVE = 0
                   PERFORM SIGNALER-NON-RATTACHE
               END-IF
           END-IF
           MOVE ANC-SUITE-PAIE TO NOUV-SUITE
           MOVE NOUV-ENREG TO ENREG-CONVERTI
           PERFORM ECRIRE-CONVERTI
           READ FPAIEANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

      * l ancien bulletin s arrete au solde de conges : frais,
      * acompte, jours d absence et retenue d absence partent a zero
       RECOPIER-UN-BULLETIN.
           MOVE ENREG-CONVERTI TO NOUV-ENREG
           MOVE NOUV-MATRICULE TO MATRICULE-PAIE
           MOVE NOUV-SUITE TO enreg-paie-nouveau(6:82)
           MOVE 0 TO FRAIS-PAIE ACOMPTE-PAIE RETENUE-ABSENCE-PAIE
           MOVE 0 TO JOURS-CP-PAIE JOURS-MALADIE-PAIE JOURS-SS-PAIE
           WRITE enreg-paie-nouveau
           END-WRITE
           PERFORM LIRE-CONVERTI.

       CONVERTIR-RIB.
           MOVE 'RIB.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FRIBANC
           PERFORM DEBUTER-FICHIER
           IF WS-FICHIER-PRESENT = 'O'
               READ FRIBANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UN-RIB UNTIL EOF-ANCIEN = 1
               CLOSE FRIBANC FCONVERTI
               PERFORM TERMINER-FICHIER
               OPEN OUTPUT FRIBNOUV
               PERFORM RECOPIER-UN-RIB UNTIL EOF-CONVERTI = 1
               CLOSE FCONVERTI FRIBNOUV
           END-IF.

       CONVERTIR-UN-RIB.
           MOVE ANC-ID-RIB TO WS-ANCIEN-ID
           PERFORM TROUVER-MATRICULE
           MOVE SPACE TO NOUV-ENREG
           MOVE WS-MATRICULE-TROUVE TO NOUV-MATRICULE
           MOVE ANC-SUITE-RIB TO NOUV-SUITE
           MOVE NOUV-ENREG TO ENREG-CONVERTI
           PERFORM ECRIRE-CONVERTI
           READ FRIBANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UN-RIB.
           MOVE ENREG-CONVERTI TO enreg-rib-nouveau
           WRITE enreg-rib-nouveau
           END-WRITE
           PERFORM LIRE-CONVERTI.

       CONVERTIR-CUMULS.
           MOVE 'CUMPAIE.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FCUMANC
           PERFORM DEBUTER-FICHIER
           IF WS-FICHIER-PRESENT = 'O'
               READ FCUMANC NEXT RECORD
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UN-CUMUL UNTIL EOF-ANCIEN = 1
               CLOSE FCUMANC FCONVERTI
               PERFORM TERMINER-FICHIER
               OPEN OUTPUT FCUMNOUV
               PERFORM RECOPIER-UN-CUMUL UNTIL EOF-CONVERTI = 1
               CLOSE FCONVERTI FCUMNOUV
           END-IF.

       CONVERTIR-UN-CUMUL.
           MOVE ANC-CUM-ID TO WS-ANCIEN-ID
           PERFORM TROUVER-MATRICULE
           MOVE WS-MATRICULE-TROUVE TO NOUV-CUM-MATRICULE
           MOVE ANC-CUM-ANNEE TO NOUV-CUM-ANNEE
           MOVE WS-NOM-TROUVE TO NOUV-CUM-NOM
           IF NOUV-CUM-NOM = SPACE
               MOVE ANC-CUM-NOM TO NOUV-CUM-NOM
           END-IF
           MOVE ANC-CUM-MONTANTS TO NOUV-CUM-MONTANTS
           MOVE NOUV-CUMUL TO ENREG-CONVERTI
           PERFORM ECRIRE-CONVERTI
           READ FCUMANC NEXT RECORD
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

      * le fichier indexe est reecrit dans l ordre des anciens
      * identifiants : ecriture en acces direct sur le matricule
       RECOPIER-UN-CUMUL.
           MOVE ENREG-CONVERTI TO enreg-cum-nouveau
           WRITE enreg-cum-nouveau
               INVALID KEY
                   DISPLAY 'CUMUL EN DOUBLE POUR LE MATRICULE '
                           CUM-MATRICULE-NOUV
           END-WRITE
           PERFORM LIRE-CONVERTI.

       CONVERTIR-MOUVEMENTS.
           MOVE 'MOUVEMENTS.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FMVTANC
           PERFORM DEBUTER-FICHIER
           IF WS-FICHIER-PRESENT = 'O'
               READ FMVTANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UN-MOUVEMENT UNTIL EOF-ANCIEN = 1
               CLOSE FMVTANC FCONVERTI
               PERFORM TERMINER-FICHIER
               OPEN OUTPUT FMVTNOUV
               PERFORM RECOPIER-UN-MOUVEMENT UNTIL EOF-CONVERTI = 1
               CLOSE FCONVERTI FMVTNOUV
           END-IF.

       CONVERTIR-UN-MOUVEMENT.
           MOVE ANC-ID-MVT TO WS-ANCIEN-ID
           PERFORM TROUVER-MATRICULE
           IF WS-MATRICULE-TROUVE = 0
               PERFORM SIGNALER-NON-RATTACHE
           END-IF
           MOVE SPACE TO NOUV-ENREG
           MOVE WS-MATRICULE-TROUVE TO NOUV-MATRICULE
           MOVE ANC-SUITE-MVT TO NOUV-SUITE
           MOVE NOUV-ENREG TO ENREG-CONVERTI
           PERFORM ECRIRE-CONVERTI
           READ FMVTANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UN-MOUVEMENT.
           MOVE ENREG-CONVERTI TO enreg-mvt-nouveau
           WRITE enreg-mvt-nouveau
           END-WRITE
           PERFORM LIRE-CONVERTI.

       CONVERTIR-REEMISSIONS.
           MOVE 'VIRAREEMETTRE.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FREEMANC
           PERFORM DEBUTER-FICHIER
           IF WS-FICHIER-PRESENT = 'O'
               READ FREEMANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UNE-REEMISSION UNTIL EOF-ANCIEN = 1
               CLOSE FREEMANC FCONVERTI
               PERFORM TERMINER-FICHIER
               OPEN OUTPUT FREEMNOUV
               PERFORM RECOPIER-UNE-REEMISSION UNTIL EOF-CONVERTI = 1
               CLOSE FCONVERTI FREEMNOUV
           END-IF.

       CONVERTIR-UNE-REEMISSION.
           MOVE ANC-ID-REEM TO WS-ANCIEN-ID
           PERFORM TROUVER-MATRICULE
           MOVE SPACE TO NOUV-ENREG
           MOVE WS-MATRICULE-TROUVE TO NOUV-MATRICULE
           MOVE ANC-SUITE-REEM TO NOUV-SUITE
           MOVE NOUV-ENREG TO ENREG-CONVERTI
           PERFORM ECRIRE-CONVERTI
           READ FREEMANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UNE-REEMISSION.
           MOVE ENREG-CONVERTI TO enreg-reem-nouveau
           WRITE enreg-reem-nouveau
           END-WRITE
           PERFORM LIRE-CONVERTI.

       CONVERTIR-RIBHIST.
           MOVE 'RIBHIST.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FRHISTANC
           PERFORM DEBUTER-FICHIER
           IF WS-FICHIER-PRESENT = 'O'
               READ FRHISTANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UN-RIBHIST UNTIL EOF-ANCIEN = 1
               CLOSE FRHISTANC FCONVERTI
               PERFORM TERMINER-FICHIER
               OPEN OUTPUT FRHISTNOUV
               PERFORM RECOPIER-UN-RIBHIST UNTIL EOF-CONVERTI = 1
               CLOSE FCONVERTI FRHISTNOUV
           END-IF.

       CONVERTIR-UN-RIBHIST.
           MOVE ANC-ID-RHIST TO WS-ANCIEN-ID
           PERFORM TROUVER-MATRICULE
           IF WS-MATRICULE-TROUVE = 0
               PERFORM SIGNALER-NON-RATTACHE
           END-IF
           MOVE SPACE TO NOUV-ENREG
           MOVE WS-MATRICULE-TROUVE TO NOUV-MATRICULE
           MOVE ANC-SUITE-RHIST TO NOUV-SUITE
           MOVE NOUV-ENREG TO ENREG-CONVERTI
           PERFORM ECRIRE-CONVERTI
           READ FRHISTANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UN-RIBHIST.
           MOVE ENREG-CONVERTI TO enreg-rhist-nouveau
           WRITE enreg-rhist-nouveau
           END-WRITE
           PERFORM LIRE-CONVERTI.

      * les images avant/apres restent celles saisies a l epoque
       CONVERTIR-CORRECTIONS.
           MOVE 'CORRECTIONSRIB.TXT' TO WS-FICHIER-COURANT
           OPEN INPUT FCORRANC
           PERFORM DEBUTER-FICHIER
           IF WS-FICHIER-PRESENT = 'O'
               READ FCORRANC
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UNE-CORRECTION UNTIL EOF-ANCIEN = 1
               CLOSE FCORRANC FCONVERTI
               PERFORM TERMINER-FICHIER
               OPEN OUTPUT FCORRNOUV
               PERFORM RECOPIER-UNE-CORRECTION UNTIL EOF-CONVERTI = 1
               CLOSE FCONVERTI FCORRNOUV
           END-IF.

       CONVERTIR-UNE-CORRECTION.
           MOVE ANC-ID-CORR TO WS-ANCIEN-ID
           PERFORM TROUVER-MATRICULE
           IF WS-MATRICULE-TROUVE = 0
               PERFORM SIGNALER-NON-RATTACHE
           END-IF
           MOVE WS-MATRICULE-TROUVE TO NOUV-MATRICULE
           MOVE ANC-SUITE-CORR TO NOUV-SUITE
           MOVE NOUV-ENREG TO ENREG-CONVERTI
           PERFORM ECRIRE-CONVERTI
           READ FCORRANC
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UNE-CORRECTION.
           MOVE ENREG-CONVERTI TO enreg-corr-nouveau
           WRITE enreg-corr-nouveau
           END-WRITE
           PERFORM LIRE-CONVERTI.

       ECRIRE-TEMOIN.
           OPEN OUTPUT FTEMOIN
           ACCEPT TEMOIN-DATE FROM DATE YYYYMMDD
           MOVE COMPTEURCONVERTI TO TEMOIN-COMPTEUR
           WRITE enreg-temoin
           END-WRITE
           CLOSE FTEMOIN.

       END PROGRAM PAIECONV.
