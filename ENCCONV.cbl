       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCCONV.
      *****************************************************************
      * Conversion une seule fois du master des encours Encours.txt
      * du format d origine (cle, commande, date, montants facture et
      * regle, statut, date du dernier reglement) vers le format
      * courant de FACMAST : type F (facture), pas de litige, pas de
      * piece d origine, periode comptable AAAAMM prise a la date de
      * facture. Les factures anterieures n ont pas de lignes dans
      * LignesFac.txt : le montant facture est repris en hors taxe
      * et la TVA est a zero. A executer avant le premier run des
      * programmes au nouveau format, comme EMPCONV ; un fichier
      * temoin interdit la double conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FANCIEN
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-CLE-ENC OF enreg-ancien
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FCONVERTI
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-ENC OF ENREG-CONVERTI
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FNOUVEAU
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-ENC OF enreg-nouveau.
           SELECT FTEMOIN
               ASSIGN TO 'C:\Users\CRM\Desktop\EncConv.txt'
               FILE STATUS IS WS-TEMOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FANCIEN.
       01  enreg-ancien.
           02 ANC-CLE-ENC.
              03 ANC-NOCLI-ENC PIC 9(7).
              03 ANC-NOFAC-ENC PIC 9(7).
           02 ANC-NOCMD-ENC PIC 9(7).
           02 ANC-DATE-FAC-ENC PIC 9(8).
           02 ANC-MONTANT-FAC-ENC PIC 9(8)V99.
           02 ANC-MONTANT-REGLE-ENC PIC 9(8)V99.
           02 ANC-STATUT-ENC PIC X.
           02 ANC-DATE-DERNIER-REGL-ENC PIC 9(8).

       FD  FCONVERTI.
       01  ENREG-CONVERTI.
           COPY FACMAST.

       FD  FNOUVEAU.
       01  enreg-nouveau.
           COPY FACMAST.

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
           DISPLAY '--- CONVERSION DU MASTER ENCOURS AU FORMAT '
                   'AVEC TYPE, TVA, LITIGE ET PERIODE ---'
           DISPLAY 'A EXECUTER UNE SEULE FOIS AVANT LE PREMIER RUN '
                   'DES PROGRAMMES AU NOUVEAU FORMAT'
           PERFORM CONTROLER-TEMOIN
           PERFORM CONVERTIR-VERS-TEMPORAIRE
           PERFORM RECOPIER-VERS-ENCOURS
           PERFORM ECRIRE-TEMOIN
           DISPLAY 'ENREGISTREMENTS CONVERTIS : ' COMPTEURCONVERTI
           DISPLAY 'CONVERSION TERMINEE, ENCOURS.TXT AU NOUVEAU '
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
               DISPLAY 'ENCOURS.TXT ABSENT, AUCUNE CONVERSION '
                       'NECESSAIRE'
               PERFORM ECRIRE-TEMOIN
               STOP RUN
           END-IF
           OPEN OUTPUT FCONVERTI
           READ FANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ
           PERFORM CONVERTIR-UN-ENCOURS UNTIL EOF-ANCIEN = 1
           CLOSE FANCIEN FCONVERTI.

       CONVERTIR-UN-ENCOURS.
           MOVE ANC-NOCLI-ENC TO NOCLI-ENC OF ENREG-CONVERTI
           MOVE ANC-NOFAC-ENC TO NOFAC-ENC OF ENREG-CONVERTI
           MOVE ANC-NOCMD-ENC TO NOCMD-ENC OF ENREG-CONVERTI
           MOVE ANC-DATE-FAC-ENC TO DATE-FAC-ENC OF ENREG-CONVERTI
           MOVE ANC-MONTANT-FAC-ENC
               TO MONTANT-FAC-ENC OF ENREG-CONVERTI
           MOVE ANC-MONTANT-REGLE-ENC
               TO MONTANT-REGLE-ENC OF ENREG-CONVERTI
           MOVE ANC-STATUT-ENC TO STATUT-ENC OF ENREG-CONVERTI
           MOVE ANC-DATE-DERNIER-REGL-ENC
               TO DATE-DERNIER-REGL-ENC OF ENREG-CONVERTI
           MOVE ANC-MONTANT-FAC-ENC
               TO MONTANT-HT-ENC OF ENREG-CONVERTI
           MOVE 0 TO MONTANT-TVA-ENC OF ENREG-CONVERTI
           MOVE 'F' TO TYPE-ENC OF ENREG-CONVERTI
           MOVE 0 TO NOFAC-ORIG-ENC OF ENREG-CONVERTI
           MOVE 'N' TO LITIGE-ENC OF ENREG-CONVERTI
           MOVE SPACES TO MOTIF-LITIGE-ENC OF ENREG-CONVERTI
           MOVE 0 TO DATE-LITIGE-ENC OF ENREG-CONVERTI
           MOVE SPACES TO OPERATEUR-LITIGE-ENC OF ENREG-CONVERTI
           MOVE ANC-DATE-FAC-ENC(1:6) TO PERIODE-ENC OF ENREG-CONVERTI
           WRITE ENREG-CONVERTI
           END-WRITE
           ADD 1 TO COMPTEURCONVERTI
           READ FANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-VERS-ENCOURS.
           OPEN INPUT FCONVERTI
           OPEN OUTPUT FNOUVEAU
           READ FCONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ
           PERFORM RECOPIER-UN-ENCOURS UNTIL EOF-CONVERTI = 1
           CLOSE FCONVERTI FNOUVEAU.

       RECOPIER-UN-ENCOURS.
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

       END PROGRAM ENCCONV.
