       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDCONV.
      *****************************************************************
      * Conversion une seule fois des commandes du format d origine
      * (entete et cinq lignes) vers le format courant de CMDMAST :
      * master Commandes.txt et commandes saisies non encore postees
      * Commandes02.txt. Suivi des lignes a zero, sauf pour les
      * commandes deja expediees (E) ou facturees (F) : la quantite
      * commandee y est reportee en expedie, et aussi en facture pour
      * F. Motif d annulation, adresse de livraison et suivi du
      * transporteur a blanc, devis d origine a zero. Chaque commande
      * a E recoit son bon de livraison (BonsLiv.txt, numero pris a
      * NumBL.txt comme ORDSAIS, statut L, colisage a zero) pour que
      * FACTURE la facture et la passe a F. A executer avant le
      * premier run des programmes au nouveau format, comme EMPCONV ;
      * un fichier temoin interdit la double conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FCMD-ANCIEN
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-CLE-CMD OF enreg-cmd-ancien
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FCMD-CONVERTI
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCMD OF enreg-cmd-converti
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FCMD-NOUVEAU
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCMD OF enreg-cmd-nouveau.
           SELECT FSAISIE-ANCIEN
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Commandes02.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FSAISIE-CONVERTI
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Commandes02.tmp'
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FSAISIE-NOUVEAU
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Commandes02.txt'.
           SELECT FBONSLIV
               ASSIGN TO 'C:\Users\CRM\Desktop\BonsLiv.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOBL OF enreg-bon-livraison
               FILE STATUS IS WS-BL-STATUS.
           SELECT FNUMBL
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumBL.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FTEMOIN
               ASSIGN TO 'C:\Users\CRM\Desktop\CmdConv.txt'
               FILE STATUS IS WS-TEMOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FCMD-ANCIEN.
       01  enreg-cmd-ancien.
           02 ANC-CLE-CMD PIC 9(7).
           02 FILLER PIC X(198).

       FD  FCMD-CONVERTI.
       01  enreg-cmd-converti.
           COPY CMDMAST.

       FD  FCMD-NOUVEAU.
       01  enreg-cmd-nouveau.
           COPY CMDMAST.

       FD  FSAISIE-ANCIEN.
       01  enreg-saisie-ancien PIC X(205).

       FD  FSAISIE-CONVERTI.
       01  enreg-saisie-converti.
           COPY CMDMAST.

       FD  FSAISIE-NOUVEAU.
       01  enreg-saisie-nouveau.
           COPY CMDMAST.

       FD  FBONSLIV.
       01  enreg-bon-livraison.
           COPY BLMAST.

       FD  FNUMBL.
       01  ENREG-NUMBL.
           02 PROCHAIN-NOBL PIC 9(7).

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
       77  WS-BL-STATUS PIC X(2) VALUE '00'.
       77  WS-ALLOC-STATUS PIC X(2) VALUE '00'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-NOBL-ALLOUE PIC 9(7) VALUE 0.
       77  POS-LIGNE PIC 99 VALUE 0.
       77  COMPTEURFICHIER PIC 9(7) VALUE 0.
       77  COMPTEURCONVERTI PIC 9(7) VALUE 0.
       77  COMPTEURBL PIC 9(7) VALUE 0.
      * commande au format d origine, commune aux deux fichiers
       01  ANC-COMMANDE.
           02 ANC-NOCMD PIC 9(7).
           02 ANC-NOCLI-CMD PIC 9(7).
           02 ANC-DATE-CMD PIC 9(8).
           02 ANC-STATUT-CMD PIC X.
           02 ANC-NB-LIGNES-CMD PIC 9(2).
           02 ANC-LIGNES-CMD.
              03 ANC-LIGNE-CMD OCCURS 5 TIMES.
                 04 ANC-ARTICLE-CMD PIC X(15).
                 04 ANC-QTE-CMD PIC 9(3).
                 04 ANC-PRIX-UNIT-CMD PIC 9(5)V99.
                 04 ANC-MONTANT-LIGNE-CMD PIC 9(7)V99.
           02 ANC-MONTANT-CMD PIC 9(8)V99.
      * commande au format courant, avant ecriture
       01  WS-COMMANDE.
           COPY CMDMAST.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '--- CONVERSION DES COMMANDES AU FORMAT AVEC '
                   'SUIVI DES LIGNES ET LIVRAISON ---'
           DISPLAY 'A EXECUTER UNE SEULE FOIS AVANT LE PREMIER RUN '
                   'DES PROGRAMMES AU NOUVEAU FORMAT'
           PERFORM CONTROLER-TEMOIN
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM CONVERTIR-MASTER
           PERFORM CONVERTIR-SAISIES
           PERFORM ECRIRE-TEMOIN
           DISPLAY 'ENREGISTREMENTS CONVERTIS : ' COMPTEURCONVERTI
           DISPLAY 'BONS DE LIVRAISON CREES  : ' COMPTEURBL
           DISPLAY 'CONVERSION TERMINEE, COMMANDES AU NOUVEAU FORMAT'
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
      * Commandes.txt : ancien format -> Commandes.tmp ->
      * Commandes.txt, bons de livraison des commandes a E
      *****************************************************************
       CONVERTIR-MASTER.
           MOVE 0 TO COMPTEURFICHIER EOF-ANCIEN EOF-CONVERTI
           OPEN INPUT FCMD-ANCIEN
           IF WS-ANCIEN-STATUS NOT = '00'
               DISPLAY 'COMMANDES.TXT ABSENT, RIEN A CONVERTIR'
           ELSE
               OPEN OUTPUT FCMD-CONVERTI
               OPEN I-O FBONSLIV
               IF WS-BL-STATUS NOT = '00'
                   OPEN OUTPUT FBONSLIV
               END-IF
               READ FCMD-ANCIEN
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UNE-COMMANDE UNTIL EOF-ANCIEN = 1
               CLOSE FCMD-ANCIEN FCMD-CONVERTI FBONSLIV
               OPEN INPUT FCMD-CONVERTI
               OPEN OUTPUT FCMD-NOUVEAU
               READ FCMD-CONVERTI
                   AT END MOVE 1 TO EOF-CONVERTI
               END-READ
               PERFORM RECOPIER-UNE-COMMANDE UNTIL EOF-CONVERTI = 1
               CLOSE FCMD-CONVERTI FCMD-NOUVEAU
               DISPLAY 'COMMANDES.TXT      : ' COMPTEURFICHIER
           END-IF.

       CONVERTIR-UNE-COMMANDE.
           MOVE enreg-cmd-ancien TO ANC-COMMANDE
           PERFORM CONSTRUIRE-COMMANDE
           MOVE WS-COMMANDE TO enreg-cmd-converti
           WRITE enreg-cmd-converti
           END-WRITE
           IF ANC-STATUT-CMD = 'E'
               PERFORM CREER-BON-LIVRAISON
           END-IF
           ADD 1 TO COMPTEURFICHIER COMPTEURCONVERTI
           READ FCMD-ANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UNE-COMMANDE.
           MOVE enreg-cmd-converti TO enreg-cmd-nouveau
           WRITE enreg-cmd-nouveau
           END-WRITE
           READ FCMD-CONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ.

      *****************************************************************
      * Commandes02.txt : ancien format -> Commandes02.tmp ->
      * Commandes02.txt (commandes saisies, postees ensuite par
      * ORDPOST)
      *****************************************************************
       CONVERTIR-SAISIES.
           MOVE 0 TO COMPTEURFICHIER EOF-ANCIEN EOF-CONVERTI
           OPEN INPUT FSAISIE-ANCIEN
           IF WS-ANCIEN-STATUS NOT = '00'
               DISPLAY 'COMMANDES02.TXT ABSENT, RIEN A CONVERTIR'
           ELSE
               OPEN OUTPUT FSAISIE-CONVERTI
               READ FSAISIE-ANCIEN
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UNE-SAISIE UNTIL EOF-ANCIEN = 1
               CLOSE FSAISIE-ANCIEN FSAISIE-CONVERTI
               OPEN INPUT FSAISIE-CONVERTI
               OPEN OUTPUT FSAISIE-NOUVEAU
               READ FSAISIE-CONVERTI
                   AT END MOVE 1 TO EOF-CONVERTI
               END-READ
               PERFORM RECOPIER-UNE-SAISIE UNTIL EOF-CONVERTI = 1
               CLOSE FSAISIE-CONVERTI FSAISIE-NOUVEAU
               DISPLAY 'COMMANDES02.TXT    : ' COMPTEURFICHIER
           END-IF.

       CONVERTIR-UNE-SAISIE.
           MOVE enreg-saisie-ancien TO ANC-COMMANDE
           PERFORM CONSTRUIRE-COMMANDE
           MOVE WS-COMMANDE TO enreg-saisie-converti
           WRITE enreg-saisie-converti
           END-WRITE
           ADD 1 TO COMPTEURFICHIER COMPTEURCONVERTI
           READ FSAISIE-ANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UNE-SAISIE.
           MOVE enreg-saisie-converti TO enreg-saisie-nouveau
           WRITE enreg-saisie-nouveau
           END-WRITE
           READ FSAISIE-CONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ.

      *****************************************************************
      * commande au format courant : entete et lignes reprises, zones
      * nouvelles initialisees, suivi des lignes selon le statut
      *****************************************************************
       CONSTRUIRE-COMMANDE.
           MOVE ANC-NOCMD TO NOCMD OF WS-COMMANDE
           MOVE ANC-NOCLI-CMD TO NOCLI-CMD OF WS-COMMANDE
           MOVE ANC-DATE-CMD TO DATE-CMD OF WS-COMMANDE
           MOVE ANC-STATUT-CMD TO STATUT-CMD OF WS-COMMANDE
           MOVE ANC-NB-LIGNES-CMD TO NB-LIGNES-CMD OF WS-COMMANDE
           MOVE ANC-LIGNES-CMD TO LIGNES-CMD OF WS-COMMANDE
           MOVE ANC-MONTANT-CMD TO MONTANT-CMD OF WS-COMMANDE
           MOVE ZEROS TO SUIVI-LIGNES-CMD OF WS-COMMANDE
           MOVE SPACES TO MOTIF-ANNUL-CMD OF WS-COMMANDE
           MOVE 0 TO NODEV-CMD OF WS-COMMANDE
           MOVE SPACES TO ADRESSE-LIVR-CMD OF WS-COMMANDE
           MOVE SPACES TO NO-SUIVI-CMD OF WS-COMMANDE
           MOVE 0 TO DATE-SUIVI-CMD OF WS-COMMANDE
           IF ANC-STATUT-CMD = 'E' OR ANC-STATUT-CMD = 'F'
               MOVE 0 TO POS-LIGNE
               PERFORM REPORTER-QTE-LIGNE 5 TIMES
           END-IF.

       REPORTER-QTE-LIGNE.
           ADD 1 TO POS-LIGNE
           MOVE ANC-QTE-CMD(POS-LIGNE)
               TO QTE-EXPEDIEE-CMD OF WS-COMMANDE(POS-LIGNE)
           IF ANC-STATUT-CMD = 'F'
               MOVE ANC-QTE-CMD(POS-LIGNE)
                   TO QTE-FACTUREE-CMD OF WS-COMMANDE(POS-LIGNE)
           END-IF.

      *****************************************************************
      * bon de livraison de reprise d une commande deja expediee :
      * toutes les lignes pour la quantite commandee, a facturer
      *****************************************************************
       CREER-BON-LIVRAISON.
           PERFORM ALLOUER-NOBL
           MOVE WS-NOBL-ALLOUE TO NOBL
           MOVE ANC-NOCMD TO NOCMD-BL
           MOVE ANC-NOCLI-CMD TO NOCLI-BL
           MOVE WS-DATE-JOUR TO DATE-BL
           MOVE 'L' TO STATUT-BL
           MOVE 0 TO NOFAC-BL
           MOVE ANC-NB-LIGNES-CMD TO NB-LIGNES-BL
           INITIALIZE LIGNES-BL
           MOVE 0 TO POS-LIGNE
           PERFORM REPRENDRE-LIGNE-BL ANC-NB-LIGNES-CMD TIMES
           MOVE 0 TO NB-COLIS-BL POIDS-BL DATE-SUIVI-BL
           MOVE SPACES TO NO-SUIVI-BL
           WRITE enreg-bon-livraison
               INVALID KEY
                   DISPLAY 'BON DE LIVRAISON DEJA PRESENT : ' NOBL
           END-WRITE
           IF WS-BL-STATUS = '00'
               ADD 1 TO COMPTEURBL
           END-IF.

       REPRENDRE-LIGNE-BL.
           ADD 1 TO POS-LIGNE
           MOVE POS-LIGNE TO NOLIGNE-CMD-BL(POS-LIGNE)
           MOVE ANC-ARTICLE-CMD(POS-LIGNE) TO ARTICLE-BL(POS-LIGNE)
           MOVE ANC-QTE-CMD(POS-LIGNE) TO QTE-BL(POS-LIGNE).

       ALLOUER-NOBL.
           OPEN I-O FNUMBL
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMBL
               MOVE 6000001 TO PROCHAIN-NOBL
               WRITE ENREG-NUMBL
               END-WRITE
               CLOSE FNUMBL
               OPEN I-O FNUMBL
           END-IF
           READ FNUMBL
               AT END MOVE 6000001 TO PROCHAIN-NOBL
           END-READ
           MOVE PROCHAIN-NOBL TO WS-NOBL-ALLOUE
           ADD 1 TO PROCHAIN-NOBL
           REWRITE ENREG-NUMBL
           END-REWRITE
           CLOSE FNUMBL.

       ECRIRE-TEMOIN.
           OPEN OUTPUT FTEMOIN
           ACCEPT TEMOIN-DATE FROM DATE YYYYMMDD
           MOVE COMPTEURCONVERTI TO TEMOIN-COMPTEUR
           WRITE enreg-temoin
           END-WRITE
           CLOSE FTEMOIN.

       END PROGRAM CMDCONV.
