
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONV2.
      *****************************************************************
      * Conversion une seule fois du master Employes.txt du format
      * avec departement et depart (celui produit par EMPCONV) vers le
      * format courant d EMPMAST : sexe et categorie d emploi a blanc,
      * date de naissance a zero. Les fiches sont ensuite completees
      * dans EMPMNT (option M) avant le calcul de l index d egalite
      * (EGALPRO), qui ecarte et liste les fiches incompletes. A
      * executer avant le premier run des programmes au nouveau
      * format, comme EMPCONV ; un fichier temoin interdit la double
      * conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FANCIEN
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-MATRICULE OF enreg-ancien
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FCONVERTI
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\EmpConv2.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULE OF ENREG-CONVERTI
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FNOUVEAU
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULE OF enreg-nouveau.
           SELECT FTEMOIN
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\EmpConv2.txt'
               FILE STATUS IS WS-TEMOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FANCIEN.
       01  enreg-ancien.
           02 ANC-MATRICULE PIC 9(5).
           02 ANC-NOM PIC X(25).
           02 ANC-PRENOM PIC X(15).
           02 ANC-DATE-EMBAUCHE PIC 9(8).
           02 ANC-TYPE-CONTRAT PIC X(3).
           02 ANC-STATUT PIC X.
           02 ANC-ANCIEN-ID PIC 9(2).
           02 ANC-DEPARTEMENT PIC X(10).
           02 ANC-DATE-DEPART PIC 9(8).
           02 ANC-MOTIF-DEPART PIC X(15).

       FD  FCONVERTI.
       01  ENREG-CONVERTI.
           COPY EMPMAST.

       FD  FNOUVEAU.
       01  enreg-nouveau.
           COPY EMPMAST.

       FD  FTEMOIN.
       01  enreg-temoin.
           02 TEMOIN-DATE PIC 9(8).
           02 TEMOIN-COMPTEUR PIC 9(7).

       WORKING-STORAGE SECTION.
       77  EOF-ANCIEN PIC 99 VALUE 0.
       77  EOF-CONVERTI PIC 99 VALUE 0.
       77  WS-ANCIEN-STATUS PIC X(2) VALUE '00'.
       77  WS-CONVERTI-STATUS PIC X(2) VALUE '00'.
       77  WS-TEMOIN-STATUS PIC X(2) VALUE '00'.
       77  COMPTEURCONVERTI PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '--- CONVERSION DU MASTER EMPLOYES AU FORMAT '
                   'AVEC SEXE, NAISSANCE ET CATEGORIE ---'
           DISPLAY 'A EXECUTER UNE SEULE FOIS AVANT LE PREMIER RUN '
                   'DES PROGRAMMES AU NOUVEAU FORMAT'
           PERFORM CONTROLER-TEMOIN
           PERFORM CONVERTIR-VERS-TEMPORAIRE
           PERFORM RECOPIER-VERS-EMPLOYES
           PERFORM ECRIRE-TEMOIN
           DISPLAY 'ENREGISTREMENTS CONVERTIS : ' COMPTEURCONVERTI
           DISPLAY 'CONVERSION TERMINEE, EMPLOYES.TXT AU NOUVEAU '
                   'FORMAT'
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
                       'CORROMPRAIT LE FICHIER)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONVERTIR-VERS-TEMPORAIRE.
           OPEN INPUT FANCIEN
           IF WS-ANCIEN-STATUS NOT = '00'
               DISPLAY 'EMPLOYES.TXT ABSENT, AUCUNE CONVERSION '
                       'NECESSAIRE'
               PERFORM ECRIRE-TEMOIN
               STOP RUN
           END-IF
           OPEN OUTPUT FCONVERTI
           READ FANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ
           PERFORM CONVERTIR-UN-EMPLOYE UNTIL EOF-ANCIEN = 1
           CLOSE FANCIEN FCONVERTI.

       CONVERTIR-UN-EMPLOYE.
           MOVE ANC-MATRICULE TO MATRICULE OF ENREG-CONVERTI
           MOVE ANC-NOM TO NOM-EMPLOYE OF ENREG-CONVERTI
           MOVE ANC-PRENOM TO PRENOM-EMPLOYE OF ENREG-CONVERTI
           MOVE ANC-DATE-EMBAUCHE
               TO DATE-EMBAUCHE OF ENREG-CONVERTI
           MOVE ANC-TYPE-CONTRAT TO TYPE-CONTRAT OF ENREG-CONVERTI
           MOVE ANC-STATUT TO STATUT-EMPLOYE OF ENREG-CONVERTI
           MOVE ANC-ANCIEN-ID TO ANCIEN-ID OF ENREG-CONVERTI
           MOVE ANC-DEPARTEMENT TO DEPARTEMENT-EMPLOYE OF ENREG-CONVERTI
           MOVE ANC-DATE-DEPART TO DATE-DEPART OF ENREG-CONVERTI
           MOVE ANC-MOTIF-DEPART TO MOTIF-DEPART OF ENREG-CONVERTI
           MOVE SPACE TO SEXE-EMPLOYE OF ENREG-CONVERTI
           MOVE 0 TO DATE-NAISSANCE OF ENREG-CONVERTI
           MOVE SPACES TO CATEGORIE-EMPLOYE OF ENREG-CONVERTI
           WRITE ENREG-CONVERTI
           END-WRITE
           ADD 1 TO COMPTEURCONVERTI
           READ FANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-VERS-EMPLOYES.
           OPEN INPUT FCONVERTI
           OPEN OUTPUT FNOUVEAU
           READ FCONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ
           PERFORM RECOPIER-UN-EMPLOYE UNTIL EOF-CONVERTI = 1
           CLOSE FCONVERTI FNOUVEAU.

       RECOPIER-UN-EMPLOYE.
           MOVE ENREG-CONVERTI TO enreg-nouveau
           WRITE enreg-nouveau
           END-WRITE
           READ FCONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ.

       ECRIRE-TEMOIN.
           OPEN OUTPUT FTEMOIN
           ACCEPT TEMOIN-DATE FROM DATE YYYYMMDD
           MOVE COMPTEURCONVERTI TO TEMOIN-COMPTEUR
           WRITE enreg-temoin
           END-WRITE
           CLOSE FTEMOIN.

       END PROGRAM EMPCONV2.
