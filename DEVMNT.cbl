       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVMNT.
      *****************************************************************
      * Console des devis clients (DevisMst.txt). Un devis est etabli
      * a partir des lignes chiffrees du dernier passage de SPRO01B
      * (DevisLig.txt) : chaque materiau devient une ligne de devis
      * sur l article du catalogue de meme code (ou celui indique),
      * au prix chiffre. Le client est controle dans CLIH/CLIF/CLIE
      * comme dans ORDSAIS, le devis recoit un numero (NumDevis.txt)
      * et une date de validite. Accepter un devis ouvert et valide
      * genere la commande (numero NumCmd.txt) dans le fichier des
      * saisies que poste ORDPOST, aux prix du devis. Chaque
      * changement de statut est journalise via AUDECR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIH
               ASSIGN TO WS-CLIH-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIH
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIH
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIH-STATUS.
           SELECT CLIF
               ASSIGN TO WS-CLIF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIF
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIF
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIF-STATUS.
           SELECT CLIE
               ASSIGN TO 'C:\Users\CRM\Desktop\CLIE.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIE
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIRET OF enreg-CLIE
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIE-STATUS.
           SELECT FDEVIS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\DevisMst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NODEV OF enreg-devis
               FILE STATUS IS WS-DEV-STATUS.
           SELECT FDEVISLIG
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\DevisLig.txt'
               FILE STATUS IS WS-DVL-STATUS.
           SELECT FNUMDEVIS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumDevis.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FNUMCMD
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumCmd.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FSAISIES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Commandes02.txt'
               FILE STATUS IS WS-SAISIES-STATUS.
           SELECT FARTICLES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-ART OF enreg-article
               FILE STATUS IS WS-ART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIH.
       01  enreg-CLIH.
           COPY CLIMAST.

       FD  CLIF.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FDEVIS.
       01  enreg-devis.
           COPY DEVMAST.

      * meme forme que les lignes chiffrees ecrites par SPRO01B
       FD  FDEVISLIG.
       01  enreg-devis-ligne.
           02 MATERIAU-DVL PIC X(10).
           02 QUANTITE-DVL PIC 9(10)V99.
           02 PRIX-UNIT-DVL PIC 9(6)V99.
           02 MONTANT-DVL PIC 9(12)V99.

       FD  FNUMDEVIS.
       01  ENREG-NUMDEVIS.
           02 PROCHAIN-NODEV PIC 9(7).

       FD  FNUMCMD.
       01  ENREG-NUMCMD.
           02 PROCHAIN-NOCMD PIC 9(7).

       FD  FSAISIES.
       01  enreg-saisie.
           COPY CMDMAST.

       FD  FARTICLES.
       01  enreg-article.
           COPY ARTMAST.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-DEV-STATUS PIC X(2) VALUE '00'.
       77  WS-DVL-STATUS PIC X(2) VALUE '00'.
       77  WS-ALLOC-STATUS PIC X(2) VALUE '00'.
       77  WS-SAISIES-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  EOF-DVL PIC 99 VALUE 0.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CONFIRMATION PIC X VALUE SPACE.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-CLIENT-VALIDE PIC X VALUE 'N'.
       77  WS-DEVIS-LU PIC X VALUE 'N'.
       77  WS-LIGNES-VALIDES PIC X VALUE 'O'.
       77  WS-NOCLI-SAISI PIC 9(7) VALUE 0.
       77  WS-NODEV-SAISI PIC 9(7) VALUE 0.
       77  WS-NODEV-ALLOUE PIC 9(7) VALUE 0.
       77  WS-NOCMD-ALLOUE PIC 9(7) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-DATE-VALIDITE PIC 9(8) VALUE 0.
       77  WS-ARTICLE-SAISI PIC X(15) VALUE SPACE.
       77  NB-LIGNES-LUES PIC 99 VALUE 0.
       77  POS-LIGNE PIC 99 VALUE 0.
       77  COMPTEURDEVIS PIC 9(5) VALUE 0.
       77  COMPTEURACCEPTES PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.
      * validite par defaut : meme jour du mois suivant
       01  WS-VALIDITE-DEC.
           02 WS-AAAA-VALIDITE PIC 9(4).
           02 WS-MM-VALIDITE PIC 9(2).
           02 WS-JJ-VALIDITE PIC 9(2).

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

       01  VERROU-ZONE.
           02 VERROU-ACTION PIC X.
           02 VERROU-PROGRAMME PIC X(8).
           02 VERROU-OCCUPE PIC X.
           02 VERROU-DETENTEUR PIC X(8).
           02 VERROU-DEPUIS-DATE PIC 9(8).
           02 VERROU-DEPUIS-HEURE PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS POUR LES '
                       'DEVIS'
               STOP RUN
           END-IF
           MOVE 'T' TO VERROU-ACTION
           CALL 'VERROU' USING VERROU-ZONE
           IF VERROU-OCCUPE = 'O'
               DISPLAY 'MASTERS EN COURS D UTILISATION PAR '
                       VERROU-DETENTEUR ' DEPUIS LE '
                       VERROU-DEPUIS-DATE ' A ' VERROU-DEPUIS-HEURE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 'EXO09-GEN' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR TO WS-GENERATION
           ELSE
               ACCEPT WS-GENERATION FROM ENVIRONMENT 'EXO09-GEN'
           END-IF
           IF WS-GENERATION = SPACE
               ACCEPT WS-GENERATION FROM DATE YYYYMMDD
           END-IF
           STRING 'C:\Users\CRM\Desktop\CLIH-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIH-PATH
           END-STRING
           STRING 'C:\Users\CRM\Desktop\CLIF-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIF-PATH
           END-STRING
           OPEN INPUT CLIH
           IF WS-CLIH-STATUS NOT = '00'
               DISPLAY 'CLIH ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIH-DISPONIBLE
           END-IF
           OPEN INPUT CLIF
           IF WS-CLIF-STATUS NOT = '00'
               DISPLAY 'CLIF ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIF-DISPONIBLE
           END-IF
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS NOT = '00'
               MOVE 'N' TO WS-CLIE-DISPONIBLE
           END-IF
           OPEN INPUT FARTICLES
           IF WS-ART-STATUS NOT = '00'
               DISPLAY 'CATALOGUE ARTICLES ABSENT, DEVIS IMPOSSIBLE'
               MOVE 'N' TO WS-ART-DISPONIBLE
           END-IF
           OPEN I-O FDEVIS
           IF WS-DEV-STATUS NOT = '00'
               OPEN OUTPUT FDEVIS
               CLOSE FDEVIS
               OPEN I-O FDEVIS
           END-IF
           OPEN EXTEND FSAISIES
           IF WS-SAISIES-STATUS NOT = '00'
               OPEN OUTPUT FSAISIES
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' DEVIS CLIENTS'
           DISPLAY ' C. Etablir un devis (dernier chiffrage)'
           DISPLAY ' V. Voir un devis'
           DISPLAY ' A. Accepter un devis (genere la commande)'
           DISPLAY ' R. Refuser un devis'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'C' OR WS-CHOIX = 'c'
               PERFORM ETABLIR-DEVIS
           ELSE
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM VOIR-DEVIS
           ELSE
           IF WS-CHOIX = 'A' OR WS-CHOIX = 'a'
               PERFORM ACCEPTER-DEVIS
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               PERFORM REFUSER-DEVIS
           ELSE
           IF WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
               MOVE 'N' TO WS-CONTINUER
           ELSE
               DISPLAY 'CHOIX INCONNU'
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       ETABLIR-DEVIS.
           DISPLAY 'NUMERO DE CLIENT : '
           ACCEPT WS-NOCLI-SAISI
           PERFORM RECHERCHER-CLIENT
           IF WS-CLIENT-VALIDE = 'N'
               DISPLAY 'DEVIS REFUSE : CLIENT INCONNU OU PURGE'
           ELSE
           IF WS-ART-DISPONIBLE = 'N'
               DISPLAY 'CATALOGUE ARTICLES ABSENT, DEVIS IMPOSSIBLE'
           ELSE
               DISPLAY 'CLIENT : ' NOM OF enreg-courant ' '
                       PRENOM OF enreg-courant
               PERFORM REPRENDRE-CHIFFRAGE
               IF NB-LIGNES-DEV = 0
                   DISPLAY 'AUCUNE LIGNE CHIFFREE (LANCER SPRO01B)'
               ELSE
               IF WS-LIGNES-VALIDES = 'N'
                   DISPLAY 'DEVIS ABANDONNE'
               ELSE
                   PERFORM SAISIR-VALIDITE
                   PERFORM ENREGISTRER-DEVIS
               END-IF
               END-IF
           END-IF
           END-IF.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           MOVE 'N' TO WS-CLIENT-VALIDE
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE WS-NOCLI-SAISI TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIH TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE WS-NOCLI-SAISI TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE WS-NOCLI-SAISI TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'O'
               IF NOM OF enreg-courant = 'SUPPRIME'
                   DISPLAY 'CLIENT ' WS-NOCLI-SAISI ' PURGE'
               ELSE
                   MOVE 'O' TO WS-CLIENT-VALIDE
               END-IF
           END-IF.

      * au plus 5 lignes, comme une commande ; une ligne dont
      * l article est inconnu ou arrete, ou dont la quantite ou le
      * prix ne tient pas dans une ligne de commande, fait abandonner
      * le devis
       REPRENDRE-CHIFFRAGE.
           MOVE SPACES TO enreg-devis
           MOVE 0 TO NB-LIGNES-DEV MONTANT-DEV NB-LIGNES-LUES EOF-DVL
           MOVE 'O' TO WS-LIGNES-VALIDES
           OPEN INPUT FDEVISLIG
           IF WS-DVL-STATUS = '00'
               READ FDEVISLIG
                   AT END MOVE 1 TO EOF-DVL
               END-READ
               PERFORM REPRENDRE-UNE-LIGNE
                   UNTIL EOF-DVL = 1 OR WS-LIGNES-VALIDES = 'N'
               CLOSE FDEVISLIG
           END-IF.

       REPRENDRE-UNE-LIGNE.
           ADD 1 TO NB-LIGNES-LUES
           IF NB-LIGNES-DEV >= 5
               DISPLAY 'PLUS DE 5 LIGNES CHIFFREES'
               MOVE 'N' TO WS-LIGNES-VALIDES
           ELSE
           IF QUANTITE-DVL > 999 OR PRIX-UNIT-DVL > 99999.99
               DISPLAY 'LIGNE ' NB-LIGNES-LUES ' ' MATERIAU-DVL
                       ' : QUANTITE OU PRIX HORS FORMAT COMMANDE'
               MOVE 'N' TO WS-LIGNES-VALIDES
           ELSE
               DISPLAY 'LIGNE ' NB-LIGNES-LUES ' : ' MATERIAU-DVL
                       ' QUANTITE ' QUANTITE-DVL ' PU ' PRIX-UNIT-DVL
               DISPLAY 'ARTICLE CATALOGUE (VIDE = ' MATERIAU-DVL
                       ') : '
               MOVE SPACES TO WS-ARTICLE-SAISI
               ACCEPT WS-ARTICLE-SAISI
               IF WS-ARTICLE-SAISI = SPACES
                   MOVE MATERIAU-DVL TO WS-ARTICLE-SAISI
               END-IF
               MOVE WS-ARTICLE-SAISI TO CODE-ART
               READ FARTICLES
                   INVALID KEY
                       DISPLAY 'ARTICLE INCONNU AU CATALOGUE : '
                               CODE-ART
                       MOVE 'N' TO WS-LIGNES-VALIDES
               END-READ
               IF WS-LIGNES-VALIDES = 'O' AND STATUT-ART = 'D'
                   DISPLAY 'ARTICLE ARRETE : ' CODE-ART
                   MOVE 'N' TO WS-LIGNES-VALIDES
               END-IF
               IF WS-LIGNES-VALIDES = 'O'
                   PERFORM AJOUTER-LIGNE-DEVIS
               END-IF
           END-IF
           END-IF
           READ FDEVISLIG
               AT END MOVE 1 TO EOF-DVL
           END-READ.

       AJOUTER-LIGNE-DEVIS.
           ADD 1 TO NB-LIGNES-DEV
           MOVE NB-LIGNES-DEV TO POS-LIGNE
           MOVE WS-ARTICLE-SAISI TO ARTICLE-DEV(POS-LIGNE)
           MOVE QUANTITE-DVL TO QTE-DEV(POS-LIGNE)
           MOVE PRIX-UNIT-DVL TO PRIX-UNIT-DEV(POS-LIGNE)
           COMPUTE MONTANT-LIGNE-DEV(POS-LIGNE)
               = QTE-DEV(POS-LIGNE) * PRIX-UNIT-DEV(POS-LIGNE)
           ADD MONTANT-LIGNE-DEV(POS-LIGNE) TO MONTANT-DEV.

       SAISIR-VALIDITE.
           MOVE WS-DATE-JOUR TO WS-VALIDITE-DEC
           ADD 1 TO WS-MM-VALIDITE
           IF WS-MM-VALIDITE > 12
               MOVE 1 TO WS-MM-VALIDITE
               ADD 1 TO WS-AAAA-VALIDITE
           END-IF
           IF WS-JJ-VALIDITE > 28
               MOVE 28 TO WS-JJ-VALIDITE
           END-IF
           DISPLAY 'VALABLE JUSQU AU (AAAAMMJJ, 0 = '
                   WS-VALIDITE-DEC ') : '
           ACCEPT WS-DATE-VALIDITE
           IF WS-DATE-VALIDITE = 0
              OR WS-DATE-VALIDITE < WS-DATE-JOUR
               MOVE WS-VALIDITE-DEC TO WS-DATE-VALIDITE
           END-IF.

       ENREGISTRER-DEVIS.
           PERFORM ALLOUER-NODEV
           MOVE WS-NODEV-ALLOUE TO NODEV
           MOVE WS-NOCLI-SAISI TO NOCLI-DEV
           MOVE WS-DATE-JOUR TO DATE-DEV
           MOVE WS-DATE-VALIDITE TO DATE-VALIDITE-DEV
           MOVE 'O' TO STATUT-DEV
           MOVE 0 TO NOCMD-DEV
           MOVE NB-LIGNES-DEV TO POS-LIGNE
           PERFORM VIDER-LIGNE-DEV UNTIL POS-LIGNE >= 5
           MOVE WS-NODEV-ALLOUE TO WS-NODEV-SAISI
           MOVE 'CREE DEVIS' TO AUDIT-OP-TRAVAIL
           PERFORM ECRIRE-DEVIS
           ADD 1 TO COMPTEURDEVIS
           DISPLAY 'DEVIS ' WS-NODEV-ALLOUE ' ENREGISTRE, MONTANT '
                   MONTANT-DEV ' VALABLE JUSQU AU ' DATE-VALIDITE-DEV.

       VIDER-LIGNE-DEV.
           ADD 1 TO POS-LIGNE
           MOVE SPACES TO ARTICLE-DEV(POS-LIGNE)
           MOVE 0 TO QTE-DEV(POS-LIGNE) PRIX-UNIT-DEV(POS-LIGNE)
           MOVE 0 TO MONTANT-LIGNE-DEV(POS-LIGNE).

       ALLOUER-NODEV.
           OPEN I-O FNUMDEVIS
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMDEVIS
               MOVE 4000001 TO PROCHAIN-NODEV
               WRITE ENREG-NUMDEVIS
               END-WRITE
               CLOSE FNUMDEVIS
               OPEN I-O FNUMDEVIS
           END-IF
           READ FNUMDEVIS
               AT END MOVE 4000001 TO PROCHAIN-NODEV
           END-READ
           MOVE PROCHAIN-NODEV TO WS-NODEV-ALLOUE
           ADD 1 TO PROCHAIN-NODEV
           REWRITE ENREG-NUMDEVIS
           END-REWRITE
           CLOSE FNUMDEVIS.

       LIRE-DEVIS.
           DISPLAY 'NUMERO DE DEVIS : '
           ACCEPT WS-NODEV-SAISI
           MOVE WS-NODEV-SAISI TO NODEV
           MOVE 'O' TO WS-DEVIS-LU
           READ FDEVIS
               INVALID KEY
                   MOVE 'N' TO WS-DEVIS-LU
                   DISPLAY 'DEVIS INCONNU : ' WS-NODEV-SAISI
           END-READ.

       AFFICHER-DEVIS.
           DISPLAY 'DEVIS ' NODEV ' DU ' DATE-DEV ' CLIENT ' NOCLI-DEV
                   ' VALABLE JUSQU AU ' DATE-VALIDITE-DEV
           MOVE 0 TO POS-LIGNE
           PERFORM AFFICHER-LIGNE-DEVIS NB-LIGNES-DEV TIMES
           DISPLAY 'MONTANT DU DEVIS : ' MONTANT-DEV
           IF STATUT-DEV = 'O'
               DISPLAY 'STATUT : OUVERT'
           ELSE
           IF STATUT-DEV = 'A'
               DISPLAY 'STATUT : ACCEPTE LE ' DATE-STATUT-DEV
                       ', COMMANDE ' NOCMD-DEV
           ELSE
           IF STATUT-DEV = 'E'
               DISPLAY 'STATUT : EXPIRE'
           ELSE
               DISPLAY 'STATUT : REFUSE LE ' DATE-STATUT-DEV
           END-IF
           END-IF
           END-IF.

       AFFICHER-LIGNE-DEVIS.
           ADD 1 TO POS-LIGNE
           DISPLAY '  ' ARTICLE-DEV(POS-LIGNE) ' QTE '
                   QTE-DEV(POS-LIGNE) ' PU ' PRIX-UNIT-DEV(POS-LIGNE)
                   ' MONTANT ' MONTANT-LIGNE-DEV(POS-LIGNE).

       VOIR-DEVIS.
           PERFORM LIRE-DEVIS
           IF WS-DEVIS-LU = 'O'
               PERFORM AFFICHER-DEVIS
           END-IF.

      * un devis ouvert dont la validite est depassee passe a expire
      * et ne peut plus etre accepte
       ACCEPTER-DEVIS.
           PERFORM LIRE-DEVIS
           IF WS-DEVIS-LU = 'O'
               PERFORM AFFICHER-DEVIS
               IF STATUT-DEV NOT = 'O'
                   DISPLAY 'SEUL UN DEVIS OUVERT PEUT ETRE ACCEPTE'
               ELSE
               IF DATE-VALIDITE-DEV < WS-DATE-JOUR
                   MOVE 'E' TO STATUT-DEV
                   MOVE 'EXPIRE DEVIS' TO AUDIT-OP-TRAVAIL
                   PERFORM ECRIRE-DEVIS
                   DISPLAY 'DEVIS EXPIRE, ACCEPTATION IMPOSSIBLE'
               ELSE
                   DISPLAY 'CONFIRMER L ACCEPTATION (O/N) : '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                       PERFORM GENERER-COMMANDE
                       MOVE 'A' TO STATUT-DEV
                       MOVE WS-NOCMD-ALLOUE TO NOCMD-DEV
                       MOVE 'ACCEPTE DEVIS' TO AUDIT-OP-TRAVAIL
                       PERFORM ECRIRE-DEVIS
                       ADD 1 TO COMPTEURACCEPTES
                       DISPLAY 'COMMANDE ' WS-NOCMD-ALLOUE
                               ' GENEREE, A POSTER PAR ORDPOST'
                   ELSE
                       DISPLAY 'ACCEPTATION ABANDONNEE'
                   END-IF
               END-IF
               END-IF
           END-IF.

      * la commande reprend les lignes et les prix du devis
       GENERER-COMMANDE.
           PERFORM ALLOUER-NOCMD
           MOVE SPACES TO enreg-saisie
           MOVE WS-NOCMD-ALLOUE TO NOCMD
           MOVE NOCLI-DEV TO NOCLI-CMD
           MOVE WS-DATE-JOUR TO DATE-CMD
           MOVE 'S' TO STATUT-CMD
           MOVE NB-LIGNES-DEV TO NB-LIGNES-CMD
           MOVE 0 TO POS-LIGNE
           PERFORM REPRENDRE-LIGNE-COMMANDE NB-LIGNES-DEV TIMES
           MOVE MONTANT-DEV TO MONTANT-CMD
           MOVE NODEV TO NODEV-CMD
           WRITE enreg-saisie
           END-WRITE.

       REPRENDRE-LIGNE-COMMANDE.
           ADD 1 TO POS-LIGNE
           MOVE ARTICLE-DEV(POS-LIGNE) TO ARTICLE-CMD(POS-LIGNE)
           MOVE QTE-DEV(POS-LIGNE) TO QTE-CMD(POS-LIGNE)
           MOVE PRIX-UNIT-DEV(POS-LIGNE) TO PRIX-UNIT-CMD(POS-LIGNE)
           MOVE MONTANT-LIGNE-DEV(POS-LIGNE)
               TO MONTANT-LIGNE-CMD(POS-LIGNE).

       ALLOUER-NOCMD.
           OPEN I-O FNUMCMD
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMCMD
               MOVE 5000001 TO PROCHAIN-NOCMD
               WRITE ENREG-NUMCMD
               END-WRITE
               CLOSE FNUMCMD
               OPEN I-O FNUMCMD
           END-IF
           READ FNUMCMD
               AT END MOVE 5000001 TO PROCHAIN-NOCMD
           END-READ
           MOVE PROCHAIN-NOCMD TO WS-NOCMD-ALLOUE
           ADD 1 TO PROCHAIN-NOCMD
           REWRITE ENREG-NUMCMD
           END-REWRITE
           CLOSE FNUMCMD.

       REFUSER-DEVIS.
           PERFORM LIRE-DEVIS
           IF WS-DEVIS-LU = 'O'
               PERFORM AFFICHER-DEVIS
               IF STATUT-DEV NOT = 'O'
                   DISPLAY 'SEUL UN DEVIS OUVERT PEUT ETRE REFUSE'
               ELSE
                   DISPLAY 'CONFIRMER LE REFUS (O/N) : '
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                       MOVE 'R' TO STATUT-DEV
                       MOVE 'REFUSE DEVIS' TO AUDIT-OP-TRAVAIL
                       PERFORM ECRIRE-DEVIS
                       DISPLAY 'DEVIS REFUSE'
                   END-IF
               END-IF
           END-IF.

       ECRIRE-DEVIS.
           MOVE WS-DATE-JOUR TO DATE-STATUT-DEV
           MOVE OPER-ID TO OPERATEUR-DEV
           WRITE enreg-devis
               INVALID KEY
                   REWRITE enreg-devis
                   END-REWRITE
           END-WRITE
           PERFORM ENREGISTRER-AUDIT.

       ENREGISTRER-AUDIT.
           MOVE 'DEVMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE SPACES TO AUDIT-CLE
           MOVE WS-NODEV-SAISI TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'DEVIS ETABLIS : ' COMPTEURDEVIS
           DISPLAY 'DEVIS ACCEPTES : ' COMPTEURACCEPTES
           CLOSE FDEVIS FSAISIES
           IF WS-ART-DISPONIBLE = 'O'
               CLOSE FARTICLES
           END-IF
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF.
