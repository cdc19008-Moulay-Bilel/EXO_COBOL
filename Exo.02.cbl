               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-PHONIDX OF enreg-phonidx
               FILE STATUS IS WS-PHON-STATUS.
           SELECT FEMAILS
               ASSIGN TO 'C:\Users\CRM\Desktop\Emails.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-MEL OF enreg-email
               ALTERNATE RECORD KEY IS ADRESSE-MEL OF enreg-email
                   WITH DUPLICATES
               FILE STATUS IS WS-MEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 PRENOM-IDX PIC X(15).
           02 SEXE-IDX PIC X.

       FD  FEMAILS.
       01  enreg-email.
           COPY MELMAST.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-CONFIRME PIC X VALUE 'O'.
       77  WS-ABANDON PIC X VALUE 'N'.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       77  WS-MEL-STATUS PIC X(2) VALUE '00'.
       77  WS-EMAIL-VALIDE PIC X VALUE 'N'.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           02 PHON-NOM PIC X(20).
           02 PHON-CLE PIC X(8).

       01  MEL-ZONE.
           02 MEL-ADRESSE PIC X(60).
           02 MEL-OK PIC X.
           02 MEL-MOTIF PIC X(30).

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.
               PERFORM ALLOUER-NOCLI
               DISPLAY 'Votre numero de client est ' WS-NOCLI-ALLOUE
               PERFORM ENREGISTRER-CLIENT
               PERFORM SAISIR-EMAIL UNTIL WS-EMAIL-VALIDE = 'O'
               IF MEL-ADRESSE NOT = SPACES
                   PERFORM ENREGISTRER-EMAIL
               END-IF
           END-IF

           PERFORM FIN
           END-WRITE
           CLOSE FCLIENTS.

      * l adresse e-mail est facultative : une reponse vide la
      * laisse hors du registre
       SAISIR-EMAIL.
           DISPLAY 'ADRESSE E-MAIL (VIDE SI AUCUNE) : '
           MOVE SPACES TO MEL-ADRESSE
           ACCEPT MEL-ADRESSE
           IF MEL-ADRESSE = SPACES
               MOVE 'O' TO WS-EMAIL-VALIDE
           ELSE
               CALL 'MELCTL' USING MEL-ZONE
               IF MEL-OK = 'O'
                   MOVE 'O' TO WS-EMAIL-VALIDE
               ELSE
                   DISPLAY 'ADRESSE E-MAIL REFUSEE : ' MEL-MOTIF
                   MOVE 'N' TO WS-EMAIL-VALIDE
               END-IF
           END-IF.

       ENREGISTRER-EMAIL.
           OPEN I-O FEMAILS
           IF WS-MEL-STATUS NOT = '00'
               OPEN OUTPUT FEMAILS
               CLOSE FEMAILS
               OPEN I-O FEMAILS
           END-IF
           MOVE WS-NOCLI-ALLOUE TO NOCLI-MEL
           MOVE MEL-ADRESSE TO ADRESSE-MEL
           MOVE 'N' TO STATUT-MEL
           ACCEPT DATE-SAISIE-MEL FROM DATE YYYYMMDD
           MOVE DATE-SAISIE-MEL TO DATE-STATUT-MEL
           MOVE 0 TO NB-REJETS-MEL
           MOVE SPACES TO MOTIF-REJET-MEL
           MOVE OPER-ID TO OPERATEUR-MEL
           WRITE enreg-email
               INVALID KEY
                   DISPLAY 'ERREUR D ECRITURE REGISTRE E-MAIL'
           END-WRITE
           CLOSE FEMAILS
           IF WS-MEL-STATUS = '00'
               DISPLAY 'ADRESSE E-MAIL ENREGISTREE : ' MEL-ADRESSE
               MOVE 'AJOUT EMAIL' TO AUDIT-OP-TRAVAIL
               PERFORM JOURNALISER-DECISION
           END-IF.

       FIN.
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
