               ALTERNATE RECORD KEY IS NOM OF enreg-CLIF
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIF-STATUS.
           SELECT CLIE
               ASSIGN TO 'C:\Users\CRM\Desktop\CLIE.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOCLI OF enreg-CLIE
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIRET OF enreg-CLIE
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIE-STATUS.
           SELECT FPHONIDX
               ASSIGN TO 'C:\Users\CRM\Desktop\PhonIdx.txt'
               ORGANIZATION IS INDEXED
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
           SELECT FRECLAMATIONS
               ASSIGN TO 'C:\Users\CRM\Desktop\Reclamations.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NO-RECL OF enreg-reclamation
               ALTERNATE RECORD KEY IS NOCLI-RECL OF enreg-reclamation
                   WITH DUPLICATES
               FILE STATUS IS WS-RECL-STATUS.
           SELECT FCORRECTIONS
               ASSIGN TO 'C:\Users\CRM\Desktop\CorrectionsCli.txt'.

       01  enreg-CLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FPHONIDX.
       01  enreg-phonidx.
           02 CLE-PHONIDX.
           02 PRENOM-IDX PIC X(15).
           02 SEXE-IDX PIC X.

       FD  FEMAILS.
       01  enreg-email.
           COPY MELMAST.

       FD  FRECLAMATIONS.
       01  enreg-reclamation.
           COPY RECLMAST.

       FD  FCORRECTIONS.
       01  enreg-correction.
           02 CORR-NOCLI PIC 9(7).
           COPY AUDIT.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-NOCLI-SAISI PIC 9(7) VALUE 0.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-NOM-SAISI PIC X(20) VALUE SPACE.
       77  WS-LONGUEUR-NOM PIC 99 VALUE 0.
       77  WS-FICHIER-TROUVE PIC X VALUE ' '.
       77  WS-CHAMP-CHOISI PIC X VALUE ' '.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       77  WS-MEL-STATUS PIC X(2) VALUE '00'.
       77  WS-MEL-DISPONIBLE PIC X VALUE 'O'.
       77  WS-MEL-EXISTE PIC X VALUE 'N'.
       77  WS-RECL-STATUS PIC X(2) VALUE '00'.
       77  WS-RECL-DISPONIBLE PIC X VALUE 'O'.
       77  EOF-RECL PIC 99 VALUE 0.
       77  WS-JOURS-JOUR PIC S9(7) VALUE 0.
       77  WS-JOURS-RECL PIC S9(7) VALUE 0.
       77  WS-AGE-RECL PIC S9(5) VALUE 0.
       01  WS-DATE-JOUR.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 9(2).
           02 WS-JJ-JOUR PIC 9(2).
       01  WS-DATE-RECL-DEC.
           02 WS-AAAA-RECL PIC 9(4).
           02 WS-MM-RECL PIC 9(2).
           02 WS-JJ-RECL PIC 9(2).
       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PHON-NOM PIC X(20).
           02 PHON-CLE PIC X(8).

       01  MEL-ZONE.
           02 MEL-ADRESSE PIC X(60).
           02 MEL-OK PIC X.
           02 MEL-MOTIF PIC X(30).

       01  TERR-ZONE.
           02 TERR-ACTION PIC X.
           02 TERR-NOCLI PIC 9(7).
           02 TERR-CP PIC X(5).
           02 TERR-CODE PIC X(4).
           02 TERR-REP PIC X(4).
           02 TERR-TROUVE PIC X.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           IF WS-PHON-STATUS NOT = '00'
               DISPLAY 'INDEX PHONETIQUE ABSENT (LANCER PHONBLD)'
               MOVE 'N' TO WS-PHON-DISPONIBLE
           END-IF
           PERFORM OUVRIR-REGISTRE-EMAIL
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE WS-JOURS-JOUR
               = WS-AAAA-JOUR * 360 + WS-MM-JOUR * 30 + WS-JJ-JOUR
           OPEN INPUT FRECLAMATIONS
           IF WS-RECL-STATUS NOT = '00'
               MOVE 'N' TO WS-RECL-DISPONIBLE
           END-IF.

      * le registre est cree a la premiere correction d e-mail ; en
      * consultation il est simplement ignore s il n existe pas
       OUVRIR-REGISTRE-EMAIL.
           IF WS-MODE-MAJ = 'OUI'
               OPEN I-O FEMAILS
               IF WS-MEL-STATUS NOT = '00'
                   OPEN OUTPUT FEMAILS
                   CLOSE FEMAILS
                   OPEN I-O FEMAILS
               END-IF
           ELSE
               OPEN INPUT FEMAILS
           END-IF
           IF WS-MEL-STATUS NOT = '00'
               MOVE 'N' TO WS-MEL-DISPONIBLE
           END-IF.

       OUVRIR-EN-CONSULTATION.
           IF WS-CLIF-STATUS NOT = '00'
               DISPLAY 'CLIF ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIF-DISPONIBLE
           END-IF
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS NOT = '00'
               MOVE 'N' TO WS-CLIE-DISPONIBLE
           END-IF.

       OUVRIR-EN-MISE-A-JOUR.
               DISPLAY 'CLIF ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIF-DISPONIBLE
           END-IF
           OPEN I-O CLIE
           IF WS-CLIE-STATUS NOT = '00'
               MOVE 'N' TO WS-CLIE-DISPONIBLE
           END-IF
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS, '
                       'CORRECTIONS DESACTIVEES'
               MOVE 'NON' TO WS-MODE-MAJ
               CLOSE CLIH CLIF 
               IF WS-CLIE-DISPONIBLE = 'O'
                   CLOSE CLIE
               END-IF
               PERFORM OUVRIR-EN-CONSULTATION
           ELSE
               OPEN EXTEND FCORRECTIONS
           DISPLAY ' M. Recherche par nom'
           DISPLAY ' P. Parcourir a partir d un numero'
           IF WS-MODE-MAJ = 'OUI'
               DISPLAY ' C. Corriger telephone, adresse ou e-mail'
           END-IF
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
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
                   MOVE 'E' TO WS-FICHIER-TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N'
               DISPLAY 'AUCUN CLIENT TROUVE POUR LE NUMERO '
                       WS-NOCLI-SAISI
           ELSE
               PERFORM AFFICHER-DETAIL-CLIENT
               MOVE enreg-courant TO enreg-avant-image
               DISPLAY 'CHAMP A CORRIGER (T=TELEPHONE, A=ADRESSE, '
                       'E=E-MAIL) : '
               ACCEPT WS-CHAMP-CHOISI
               IF WS-CHAMP-CHOISI = 'T' OR WS-CHAMP-CHOISI = 't'
                   DISPLAY 'NOUVEAU TELEPHONE : '
                   ACCEPT VILLE OF enreg-courant
                   MOVE 'MAJ ADRESSE' TO AUDIT-OP-TRAVAIL
                   PERFORM APPLIQUER-CORRECTION
                   MOVE 'A' TO TERR-ACTION
                   MOVE NOCLI OF enreg-courant TO TERR-NOCLI
                   MOVE CODE-POSTAL OF enreg-courant TO TERR-CP
                   CALL 'TERRAFF' USING TERR-ZONE
                   MOVE 'M' TO ADR-ACTION
                   MOVE 'LOOKUP' TO ADR-PROGRAMME
                   MOVE NOCLI OF enreg-courant TO ADR-NOCLI
                   MOVE NUM-RUE OF enreg-courant TO ADR-NUM
                   MOVE RUE OF enreg-courant TO ADR-RUE
                   MOVE CODE-POSTAL OF enreg-courant TO ADR-CP
                   MOVE VILLE OF enreg-courant TO ADR-VILLE
                   MOVE SPACES TO ADR-CMPL
                   CALL 'ADRMAJ' USING ADR-ZONE
               ELSE
               IF WS-CHAMP-CHOISI = 'E' OR WS-CHAMP-CHOISI = 'e'
                   PERFORM CORRIGER-EMAIL
               ELSE
                   DISPLAY 'CHAMP INCONNU, CORRECTION ABANDONNEE'
               END-IF
               END-IF
               END-IF
           END-IF.

      * l e-mail n est pas dans le master : il est tenu au registre
      * Emails.txt ; une adresse vide retire le client du registre,
      * une adresse changee repart au statut N (a verifier)
       CORRIGER-EMAIL.
           IF WS-MEL-DISPONIBLE = 'N'
               DISPLAY 'REGISTRE E-MAIL INDISPONIBLE'
           ELSE
               DISPLAY 'NOUVELLE ADRESSE E-MAIL (VIDE = SUPPRIMER) : '
               MOVE SPACES TO MEL-ADRESSE
               ACCEPT MEL-ADRESSE
               IF MEL-ADRESSE = SPACES
                   PERFORM SUPPRIMER-EMAIL
               ELSE
                   CALL 'MELCTL' USING MEL-ZONE
                   IF MEL-OK = 'O'
                       PERFORM ENREGISTRER-EMAIL
                   ELSE
                       DISPLAY 'ADRESSE E-MAIL REFUSEE : ' MEL-MOTIF
                   END-IF
               END-IF
           END-IF.

       ENREGISTRER-EMAIL.
           PERFORM LIRE-EMAIL-COURANT
           MOVE NOCLI OF enreg-courant TO NOCLI-MEL
           MOVE MEL-ADRESSE TO ADRESSE-MEL
           MOVE 'N' TO STATUT-MEL
           ACCEPT DATE-SAISIE-MEL FROM DATE YYYYMMDD
           MOVE DATE-SAISIE-MEL TO DATE-STATUT-MEL
           MOVE 0 TO NB-REJETS-MEL
           MOVE SPACES TO MOTIF-REJET-MEL
           MOVE OPER-ID TO OPERATEUR-MEL
           IF WS-MEL-EXISTE = 'O'
               REWRITE enreg-email
                   INVALID KEY
                       DISPLAY 'ERREUR DE REECRITURE REGISTRE E-MAIL'
               END-REWRITE
           ELSE
               WRITE enreg-email
                   INVALID KEY
                       DISPLAY 'ERREUR D ECRITURE REGISTRE E-MAIL'
               END-WRITE
           END-IF
           IF WS-MEL-STATUS = '00'
               MOVE 'MAJ EMAIL' TO AUDIT-OP-TRAVAIL
               PERFORM JOURNALISER-EMAIL
           END-IF.

       SUPPRIMER-EMAIL.
           PERFORM LIRE-EMAIL-COURANT
           IF WS-MEL-EXISTE = 'N'
               DISPLAY 'AUCUNE ADRESSE E-MAIL AU REGISTRE'
           ELSE
               DELETE FEMAILS
                   INVALID KEY
                       DISPLAY 'ERREUR DE SUPPRESSION REGISTRE E-MAIL'
               END-DELETE
               IF WS-MEL-STATUS = '00'
                   MOVE 'SUPPR EMAIL' TO AUDIT-OP-TRAVAIL
                   PERFORM JOURNALISER-EMAIL
               END-IF
           END-IF.

       LIRE-EMAIL-COURANT.
           MOVE 'N' TO WS-MEL-EXISTE
           IF WS-MEL-DISPONIBLE = 'O'
               MOVE NOCLI OF enreg-courant TO NOCLI-MEL
               READ FEMAILS
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MEL-STATUS = '00'
                   MOVE 'O' TO WS-MEL-EXISTE
               END-IF
           END-IF.

       JOURNALISER-EMAIL.
           MOVE 'LOOKUP' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE NOCLI OF enreg-courant TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT
           DISPLAY 'REGISTRE E-MAIL MIS A JOUR ET JOURNALISE'.

       APPLIQUER-CORRECTION.
           IF WS-FICHIER-TROUVE = 'H'
               MOVE enreg-courant TO enreg-CLIH
                   INVALID KEY
                       DISPLAY 'ERREUR DE REECRITURE CLIH'
               END-REWRITE
           ELSE
           IF WS-FICHIER-TROUVE = 'E'
      * seule la partie commune est corrigee ici, la fiche
      * entreprise lue par CORRIGER-CLIENT garde son extension
               MOVE ADRESSE-CLIENT OF enreg-courant
                   TO ADRESSE-CLIENT OF enreg-CLIE
               MOVE TELEPHONE OF enreg-courant
                   TO TELEPHONE OF enreg-CLIE
               REWRITE enreg-CLIE
                   INVALID KEY
                       DISPLAY 'ERREUR DE REECRITURE CLIE'
               END-REWRITE
           ELSE
               MOVE enreg-courant TO enreg-CLIF
               REWRITE enreg-CLIF
                       DISPLAY 'ERREUR DE REECRITURE CLIF'
               END-REWRITE
           END-IF
           END-IF
           MOVE NOCLI OF enreg-courant TO CORR-NOCLI
           MOVE enreg-avant-image TO CORR-IMAGE-AVANT
           MOVE enreg-courant TO CORR-IMAGE-APRES
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
                   DISPLAY 'CLIENT (ENTREPRISE) :'
                   PERFORM AFFICHER-DETAIL-CLIENT
               END-IF
           END-IF

           IF TROUVE = 'N'
               DISPLAY 'AUCUN CLIENT TROUVE POUR LE NUMERO '
                   WS-NOCLI-SAISI
           END-IF.

      * une entreprise vient toujours de CLIE : la fiche lue juste
      * avant dans enreg-CLIE donne l extension
       AFFICHER-DETAIL-CLIENT.
           DISPLAY '  NOCLI     : ' NOCLI OF enreg-courant
           IF SEXE OF enreg-courant = 'E'
               PERFORM AFFICHER-DETAIL-ENTREPRISE
           ELSE
               DISPLAY '  NOM       : ' NOM OF enreg-courant
               DISPLAY '  PRENOM    : ' PRENOM OF enreg-courant
           END-IF
           DISPLAY '  ADRESSE   : ' NUM-RUE OF enreg-courant ' '
                   RUE OF enreg-courant
           DISPLAY '              ' CODE-POSTAL OF enreg-courant ' '
                   VILLE OF enreg-courant
           IF SEXE OF enreg-courant NOT = 'E'
               DISPLAY '  NAISSANCE : ' JJ-NAIS OF enreg-courant '/'
                       MM-NAIS OF enreg-courant '/'
                       AAAA-NAIS OF enreg-courant
           END-IF
           DISPLAY '  TELEPHONE : ' TELEPHONE OF enreg-courant
           PERFORM LIRE-EMAIL-COURANT
           IF WS-MEL-EXISTE = 'O'
               DISPLAY '  E-MAIL    : ' ADRESSE-MEL
               IF STATUT-MEL = 'B'
                   DISPLAY '              EN REJET DEPUIS LE '
                           DATE-STATUT-MEL ' : ' MOTIF-REJET-MEL
               ELSE
               IF STATUT-MEL = 'V'
                   DISPLAY '              VERIFIE LE ' DATE-STATUT-MEL
               ELSE
                   DISPLAY '              NON VERIFIE'
               END-IF
               END-IF
           END-IF
           DISPLAY '  STATUT    : ' STATUT-CLIENT OF enreg-courant
           PERFORM AFFICHER-RECLAMATIONS.

      * reclamations du client (RECLMNT) ; une reclamation non
      * resolue au-dela de son delai cible est signalee en retard
       AFFICHER-RECLAMATIONS.
           IF WS-RECL-DISPONIBLE = 'O'
               MOVE 0 TO EOF-RECL
               MOVE NOCLI OF enreg-courant TO NOCLI-RECL
               START FRECLAMATIONS
                   KEY IS EQUAL TO NOCLI-RECL OF enreg-reclamation
                   INVALID KEY MOVE 1 TO EOF-RECL
               END-START
               PERFORM AFFICHER-UNE-RECLAMATION UNTIL EOF-RECL = 1
           END-IF.

       AFFICHER-UNE-RECLAMATION.
           READ FRECLAMATIONS NEXT RECORD
               AT END MOVE 1 TO EOF-RECL
           END-READ
           IF EOF-RECL NOT = 1
               IF NOCLI-RECL NOT = NOCLI OF enreg-courant
                   MOVE 1 TO EOF-RECL
               ELSE
               IF STATUT-RECL = 'R'
                   DISPLAY '  RECLAM.   : ' NO-RECL ' DU '
                           DATE-OUVERTURE-RECL ' ' CATEGORIE-RECL
                           ' RESOLUE LE ' DATE-RESOLUTION-RECL
               ELSE
                   MOVE DATE-OUVERTURE-RECL TO WS-DATE-RECL-DEC
                   COMPUTE WS-JOURS-RECL = WS-AAAA-RECL * 360
                       + WS-MM-RECL * 30 + WS-JJ-RECL
                   COMPUTE WS-AGE-RECL = WS-JOURS-JOUR - WS-JOURS-RECL
                   IF WS-AGE-RECL > DELAI-RECL
                       DISPLAY '  RECLAM.   : ' NO-RECL ' DU '
                               DATE-OUVERTURE-RECL ' '
                               CATEGORIE-RECL ' EN ATTENTE, EN RETARD'
                               ' (' OPERATEUR-RECL ')'
                   ELSE
                       DISPLAY '  RECLAM.   : ' NO-RECL ' DU '
                               DATE-OUVERTURE-RECL ' '
                               CATEGORIE-RECL ' EN ATTENTE'
                               ' (' OPERATEUR-RECL ')'
                   END-IF
               END-IF
               END-IF
           END-IF.

       AFFICHER-DETAIL-ENTREPRISE.
           DISPLAY '  RAISON    : ' RAISON-SOCIALE OF enreg-CLIE
           DISPLAY '  FORME     : ' FORME-JURIDIQUE OF enreg-CLIE
           IF SIRET-VALIDE OF enreg-CLIE = 'O'
               DISPLAY '  SIRET     : ' SIRET OF enreg-CLIE
           ELSE
               DISPLAY '  SIRET     : A COMPLETER'
           END-IF
           DISPLAY '  TVA       : ' NO-TVA-INTRA OF enreg-CLIE
           DISPLAY '  CONTACT   : ' CIVILITE-CONTACT OF enreg-CLIE ' '
                   PRENOM-CONTACT OF enreg-CLIE ' '
                   NOM-CONTACT OF enreg-CLIE
           DISPLAY '              ' FONCTION-CONTACT OF enreg-CLIE.

       RECHERCHE-PAR-NOM.
           DISPLAY 'NOM RECHERCHE : '
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               PERFORM BALAYER-CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               PERFORM BALAYER-CLIE
           END-IF.

       BALAYER-CLIH.
               END-IF
           END-IF.

       BALAYER-CLIE.
           MOVE 0 TO EOF-BALAYAGE
           MOVE WS-NOM-SAISI TO NOM OF enreg-CLIE
           START CLIE KEY NOT < NOM OF enreg-CLIE
               INVALID KEY MOVE 1 TO EOF-BALAYAGE
           END-START
           PERFORM BALAYER-UN-CLIE UNTIL EOF-BALAYAGE = 1.

       BALAYER-UN-CLIE.
           READ CLIE NEXT RECORD
               AT END MOVE 1 TO EOF-BALAYAGE
           END-READ
           IF EOF-BALAYAGE NOT = 1
               IF NOM OF enreg-CLIE(1:WS-LONGUEUR-NOM)
                       NOT = WS-NOM-SAISI(1:WS-LONGUEUR-NOM)
                   MOVE 1 TO EOF-BALAYAGE
               ELSE
                   MOVE enreg-CLIE TO enreg-courant
                   PERFORM EVALUER-NOM-COURANT
               END-IF
           END-IF.

       EVALUER-NOM-COURANT.
           IF WS-PASSE-NOM = 'E'
               IF NOM OF enreg-courant = WS-NOM-SAISI
           END-IF.

       PARCOURIR-MASTER.
           DISPLAY 'LISTE A PARCOURIR (H/F/E) : '
           ACCEPT WS-CHOIX
           DISPLAY 'PARCOURS PAR NUMERO OU PAR NOM (N/M) : '
           ACCEPT WS-MODE-PARCOURS
               ELSE
                   DISPLAY 'CLIH INDISPONIBLE'
               END-IF
           ELSE
           IF WS-CHOIX = 'E' OR WS-CHOIX = 'e'
               IF WS-CLIE-DISPONIBLE = 'O'
                   PERFORM PARCOURIR-CLIE
               ELSE
                   DISPLAY 'CLIE INDISPONIBLE'
               END-IF
           ELSE
               IF WS-CLIF-DISPONIBLE = 'O'
                   PERFORM PARCOURIR-CLIF
               ELSE
                   DISPLAY 'CLIF INDISPONIBLE'
               END-IF
           END-IF
           END-IF.

       PARCOURIR-CLIH.
               END-IF
           END-IF.

       PARCOURIR-CLIE.
           MOVE 0 TO EOF-BALAYAGE
           MOVE 'O' TO WS-REPONSE-PAGE
           MOVE 0 TO WS-LIGNES-PAGE
           IF WS-MODE-PARCOURS = 'M'
               MOVE WS-NOM-SAISI TO NOM OF enreg-CLIE
               START CLIE KEY NOT < NOM OF enreg-CLIE
                   INVALID KEY MOVE 1 TO EOF-BALAYAGE
               END-START
           ELSE
               MOVE WS-NOCLI-SAISI TO NOCLI OF enreg-CLIE
               START CLIE KEY NOT < NOCLI OF enreg-CLIE
                   INVALID KEY MOVE 1 TO EOF-BALAYAGE
               END-START
           END-IF
           PERFORM PAGINER-CLIE
               UNTIL EOF-BALAYAGE = 1 OR WS-REPONSE-PAGE = 'N'.

       PAGINER-CLIE.
           READ CLIE NEXT RECORD
               AT END MOVE 1 TO EOF-BALAYAGE
           END-READ
           IF EOF-BALAYAGE NOT = 1
               DISPLAY NOCLI OF enreg-CLIE ' '
                       RAISON-SOCIALE OF enreg-CLIE
               ADD 1 TO WS-LIGNES-PAGE
               IF WS-LIGNES-PAGE >= 10
                   MOVE 0 TO WS-LIGNES-PAGE
                   DISPLAY 'PAGE SUIVANTE (O/N) : '
                   ACCEPT WS-REPONSE-PAGE
                   IF WS-REPONSE-PAGE = 'n'
                       MOVE 'N' TO WS-REPONSE-PAGE
                   END-IF
               END-IF
           END-IF.

       FIN.
           IF WS-PHON-DISPONIBLE = 'O'
               CLOSE FPHONIDX
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           IF WS-MEL-DISPONIBLE = 'O'
               CLOSE FEMAILS
           END-IF
           IF WS-RECL-DISPONIBLE = 'O'
               CLOSE FRECLAMATIONS
           END-IF
           IF WS-MODE-MAJ = 'OUI'
               CLOSE FCORRECTIONS
               MOVE 'F' TO TERR-ACTION
               CALL 'TERRAFF' USING TERR-ZONE
               MOVE 'F' TO ADR-ACTION
               CALL 'ADRMAJ' USING ADR-ZONE
           END-IF.

       END PROGRAM LOOKUP.
