       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRMAJ.
      *****************************************************************
      * Tenue de l adresse courante des clients (AdrClients.txt, cle
      * NOCLI), lue par cle par FACTURE, RELEVE et ETIQUET a la
      * place d une table chargee depuis Adresses12. ADR-ACTION :
      *   O ouvre le fichier (cree s il est absent) ;
      *   E enregistre l adresse saisie ADR-NOCLI (EXO12, ADRIDX) :
      *     toutes les zones de ADR-ZONE sont reprises ;
      *   M note l adresse changee au master (CLIMAJ, LOOKUP,
      *     NPAIMAJ, ENTMNT) : numero, rue, code postal, ville et
      *     complement remplacent l adresse connue, le pays est
      *     garde (FR pour un nouveau client) ; rien n est ecrit si
      *     l adresse est vide ou identique a celle connue (la rue
      *     du master, sur 20 caracteres, est comparee au debut de
      *     la rue connue) ;
      *   L lit l adresse du client ADR-NOCLI dans ADR-ZONE ;
      *   S supprime l adresse du client (suppression, purge) ;
      *   R vide le fichier avant reconstruction (ADRIDX) ;
      *   F ferme.
      * E, M, L et S ouvrent d eux-memes si O n a pas ete appele.
      * ADR-TROUVE vaut O si le client avait deja une adresse.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FADRCLIENTS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\AdrClients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-ADR OF enreg-adr-client
               FILE STATUS IS WS-ADR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FADRCLIENTS.
       01  enreg-adr-client.
           COPY ADRMAST.

       WORKING-STORAGE SECTION.
       77  WS-ADR-STATUS PIC X(2) VALUE '00'.
       77  WS-OUVERT PIC X VALUE 'N'.
       77  WS-ADRESSE-CHANGEE PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  ADR-ZONE.
           02 ADR-ACTION PIC X.
           02 ADR-PROGRAMME PIC X(8).
           02 ADR-NOCLI PIC 9(7).
           02 ADR-NUM PIC X(5).
           02 ADR-RUE PIC X(30).
           02 ADR-CP PIC X(5).
           02 ADR-VILLE PIC X(20).
           02 ADR-CMPL PIC X(20).
           02 ADR-CODE-ERREUR PIC X.
           02 ADR-PAYS PIC X(2).
           02 ADR-TROUVE PIC X.

       PROCEDURE DIVISION USING ADR-ZONE.
       MAIN-PROCEDURE.
           IF ADR-ACTION = 'O'
               PERFORM OUVRIR
           ELSE
           IF ADR-ACTION = 'R'
               PERFORM REINITIALISER
           ELSE
           IF ADR-ACTION = 'F'
               PERFORM FERMER
           ELSE
               IF WS-OUVERT = 'N'
                   PERFORM OUVRIR
               END-IF
               PERFORM LIRE-ADRESSE-CONNUE
               IF ADR-ACTION = 'E'
                   PERFORM ENREGISTRER
               ELSE
               IF ADR-ACTION = 'M'
                   PERFORM NOTER-CHANGEMENT
               ELSE
               IF ADR-ACTION = 'L'
                   PERFORM RENDRE-ADRESSE
               ELSE
               IF ADR-ACTION = 'S'
                   PERFORM SUPPRIMER
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           GOBACK.

       OUVRIR.
           OPEN I-O FADRCLIENTS
           IF WS-ADR-STATUS NOT = '00'
               OPEN OUTPUT FADRCLIENTS
               CLOSE FADRCLIENTS
               OPEN I-O FADRCLIENTS
           END-IF
           MOVE 'O' TO WS-OUVERT.

       LIRE-ADRESSE-CONNUE.
           MOVE ADR-NOCLI TO NOCLI-ADR
           READ FADRCLIENTS
               INVALID KEY CONTINUE
           END-READ
           IF WS-ADR-STATUS = '00'
               MOVE 'O' TO ADR-TROUVE
           ELSE
               MOVE 'N' TO ADR-TROUVE
           END-IF.

       ENREGISTRER.
           MOVE ADR-NOCLI TO NOCLI-ADR
           MOVE ADR-NUM TO NUM-ADR
           MOVE ADR-RUE TO RUE-ADR
           MOVE ADR-CP TO CP-ADR
           MOVE ADR-VILLE TO VILLE-ADR
           MOVE ADR-CMPL TO CMPL-ADR
           MOVE ADR-CODE-ERREUR TO CODE-ERREUR-CP-ADR
           MOVE ADR-PAYS TO PAYS-ADR
           IF PAYS-ADR = SPACES
               MOVE 'FR' TO PAYS-ADR
           END-IF
           PERFORM ECRIRE-ADRESSE.

       NOTER-CHANGEMENT.
           MOVE 'N' TO WS-ADRESSE-CHANGEE
           IF ADR-NUM NOT = SPACES OR ADR-RUE NOT = SPACES
              OR ADR-CP NOT = SPACES OR ADR-VILLE NOT = SPACES
               IF ADR-TROUVE = 'N'
                   MOVE 'O' TO WS-ADRESSE-CHANGEE
                   MOVE 'FR' TO PAYS-ADR
               ELSE
               IF ADR-NUM NOT = NUM-ADR
                  OR ADR-CP NOT = CP-ADR
                  OR ADR-VILLE NOT = VILLE-ADR
                  OR ADR-RUE(1:20) NOT = RUE-ADR(1:20)
                  OR (ADR-RUE(21:10) NOT = SPACES
                      AND ADR-RUE(21:10) NOT = RUE-ADR(21:10))
                   MOVE 'O' TO WS-ADRESSE-CHANGEE
               END-IF
               END-IF
           END-IF
           IF WS-ADRESSE-CHANGEE = 'O'
               MOVE ADR-NOCLI TO NOCLI-ADR
               MOVE ADR-NUM TO NUM-ADR
               MOVE ADR-RUE TO RUE-ADR
               MOVE ADR-CP TO CP-ADR
               MOVE ADR-VILLE TO VILLE-ADR
               MOVE ADR-CMPL TO CMPL-ADR
               MOVE SPACE TO CODE-ERREUR-CP-ADR
               PERFORM ECRIRE-ADRESSE
           END-IF.

       ECRIRE-ADRESSE.
           ACCEPT DATE-MAJ-ADR FROM DATE YYYYMMDD
           MOVE ADR-PROGRAMME TO PROGRAMME-MAJ-ADR
           IF ADR-TROUVE = 'O'
               REWRITE enreg-adr-client
               END-REWRITE
           ELSE
               WRITE enreg-adr-client
               END-WRITE
           END-IF.

       RENDRE-ADRESSE.
           IF ADR-TROUVE = 'O'
               MOVE NUM-ADR TO ADR-NUM
               MOVE RUE-ADR TO ADR-RUE
               MOVE CP-ADR TO ADR-CP
               MOVE VILLE-ADR TO ADR-VILLE
               MOVE CMPL-ADR TO ADR-CMPL
               MOVE CODE-ERREUR-CP-ADR TO ADR-CODE-ERREUR
               MOVE PAYS-ADR TO ADR-PAYS
           ELSE
               MOVE SPACES TO ADR-NUM ADR-RUE ADR-CP ADR-VILLE
                              ADR-CMPL ADR-CODE-ERREUR ADR-PAYS
           END-IF.

       SUPPRIMER.
           IF ADR-TROUVE = 'O'
               DELETE FADRCLIENTS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

       REINITIALISER.
           IF WS-OUVERT = 'O'
               CLOSE FADRCLIENTS
           END-IF
           OPEN OUTPUT FADRCLIENTS
           CLOSE FADRCLIENTS
           PERFORM OUVRIR.

       FERMER.
           IF WS-OUVERT = 'O'
               CLOSE FADRCLIENTS
               MOVE 'N' TO WS-OUVERT
           END-IF.

       END PROGRAM ADRMAJ.
