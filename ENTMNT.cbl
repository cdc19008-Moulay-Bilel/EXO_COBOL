       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTMNT.
      *****************************************************************
      * Console des clients entreprises (CLIE.txt). A la creation le
      * NOCLI est pris au meme compteur que les particuliers
      * (NumAlloc.txt, comme EXO02) ; la raison sociale, le SIRET
      * (cle de Luhn controlee par SIRETCTL, un seul client par
      * SIRET), la forme juridique, le numero de TVA
      * intracommunautaire (deduit du SIREN s il n est pas saisi)
      * et le contact nomme sont saisis avec l adresse. Les
      * entreprises arrivees par EXO09 sans SIRET sont completees
      * ici. Chaque mise a jour est journalisee via AUDECR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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
           SELECT FNUMALLOC
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumAlloc.txt'
               FILE STATUS IS WS-ALLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FNUMALLOC.
       01  ENREG-NUMALLOC.
           02 PROCHAIN-NOCLI PIC 9(7).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-ALLOC-STATUS PIC X(2) VALUE '00'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CHAMP-CHOISI PIC X VALUE SPACE.
       77  WS-NOCLI-SAISI PIC 9(7) VALUE 0.
       77  WS-NOCLI-ALLOUE PIC 9(7) VALUE 0.
       77  WS-CLIENT-LU PIC X VALUE 'N'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-RAISON-SAISIE PIC X(40) VALUE SPACE.
       77  WS-SIRET-SAISI PIC X(14) VALUE SPACE.
       77  WS-SIRET-ACCEPTE PIC X VALUE 'N'.
       77  WS-ABANDON PIC X VALUE 'N'.
       77  WS-FORME-SAISIE PIC X(5) VALUE SPACE.
       77  WS-FORME-ACCEPTEE PIC X VALUE 'N'.
       77  WS-TVA-SAISIE PIC X(13) VALUE SPACE.
       77  WS-TVA-RETENUE PIC X(13) VALUE SPACE.
       77  POS-FORME PIC 99 VALUE 0.
       77  COMPTEURMODIFS PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  LISTE-FORMES.
           02 FILLER PIC X(5) VALUE 'SA'.
           02 FILLER PIC X(5) VALUE 'SAS'.
           02 FILLER PIC X(5) VALUE 'SASU'.
           02 FILLER PIC X(5) VALUE 'SARL'.
           02 FILLER PIC X(5) VALUE 'EURL'.
           02 FILLER PIC X(5) VALUE 'EI'.
           02 FILLER PIC X(5) VALUE 'SNC'.
           02 FILLER PIC X(5) VALUE 'SCI'.
           02 FILLER PIC X(5) VALUE 'SCOP'.
           02 FILLER PIC X(5) VALUE 'ASSO'.
       01  TABLE-FORMES REDEFINES LISTE-FORMES.
           02 FORME-TAB OCCURS 10 TIMES PIC X(5).
      * fiche en cours de saisie, recopiee dans l enregistrement
      * apres les lectures de controle du SIRET
       01  enreg-saisie-ent.
           COPY CLIMAST.
           COPY CLIEMAST.

       01  SIRET-ZONE.
           02 SIRET-NUMERO PIC X(14).
           02 SIRET-TVA-CALCULEE PIC X(13).
           02 SIRET-OK PIC X.

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
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 2
               DISPLAY 'NIVEAU SAISIE REQUIS POUR LES CLIENTS '
                       'ENTREPRISES'
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
           OPEN I-O CLIE
           IF WS-CLIE-STATUS NOT = '00'
               OPEN OUTPUT CLIE
               CLOSE CLIE
               OPEN I-O CLIE
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' CLIENTS ENTREPRISES'
           DISPLAY ' V. Voir une entreprise'
           DISPLAY ' C. Creer une entreprise'
           DISPLAY ' S. Saisir ou corriger le SIRET'
           DISPLAY ' M. Modifier adresse, telephone ou contact'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM VOIR-ENTREPRISE
           ELSE
           IF WS-CHOIX = 'C' OR WS-CHOIX = 'c'
               PERFORM CREER-ENTREPRISE
           ELSE
           IF WS-CHOIX = 'S' OR WS-CHOIX = 's'
               PERFORM COMPLETER-SIRET
           ELSE
           IF WS-CHOIX = 'M' OR WS-CHOIX = 'm'
               PERFORM MODIFIER-ENTREPRISE
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

       LIRE-ENTREPRISE.
           DISPLAY 'NUMERO CLIENT : '
           ACCEPT WS-NOCLI-SAISI
           MOVE WS-NOCLI-SAISI TO NOCLI OF enreg-CLIE
           MOVE 'O' TO WS-CLIENT-LU
           READ CLIE
               INVALID KEY
                   MOVE 'N' TO WS-CLIENT-LU
           END-READ
           IF WS-CLIENT-LU = 'O'
               MOVE enreg-CLIE TO enreg-saisie-ent
           END-IF.

       AFFICHER-ENTREPRISE.
           DISPLAY '  NOCLI     : ' NOCLI OF enreg-saisie-ent
           DISPLAY '  RAISON    : ' RAISON-SOCIALE OF enreg-saisie-ent
           DISPLAY '  FORME     : ' FORME-JURIDIQUE OF enreg-saisie-ent
           IF SIRET-VALIDE OF enreg-saisie-ent = 'O'
               DISPLAY '  SIRET     : ' SIRET OF enreg-saisie-ent
           ELSE
               DISPLAY '  SIRET     : A COMPLETER'
           END-IF
           DISPLAY '  TVA       : ' NO-TVA-INTRA OF enreg-saisie-ent
           DISPLAY '  CONTACT   : ' CIVILITE-CONTACT OF enreg-saisie-ent
                   ' ' PRENOM-CONTACT OF enreg-saisie-ent
                   ' ' NOM-CONTACT OF enreg-saisie-ent
           DISPLAY '              ' FONCTION-CONTACT OF enreg-saisie-ent
           DISPLAY '  ADRESSE   : ' NUM-RUE OF enreg-saisie-ent ' '
                   RUE OF enreg-saisie-ent
           DISPLAY '              ' CODE-POSTAL OF enreg-saisie-ent ' '
                   VILLE OF enreg-saisie-ent
           DISPLAY '  TELEPHONE : ' TELEPHONE OF enreg-saisie-ent
           DISPLAY '  STATUT    : ' STATUT-CLIENT OF enreg-saisie-ent.

       VOIR-ENTREPRISE.
           PERFORM LIRE-ENTREPRISE
           IF WS-CLIENT-LU = 'N'
               DISPLAY 'AUCUNE ENTREPRISE POUR CE NUMERO'
           ELSE
               PERFORM AFFICHER-ENTREPRISE
           END-IF.

      * le NOCLI n est attribue qu une fois la fiche complete et le
      * SIRET accepte, pour ne pas consommer de numero a vide
       CREER-ENTREPRISE.
           MOVE SPACES TO enreg-saisie-ent
           MOVE 'N' TO WS-ABANDON
           DISPLAY 'RAISON SOCIALE : '
           MOVE SPACES TO WS-RAISON-SAISIE
           ACCEPT WS-RAISON-SAISIE
           IF WS-RAISON-SAISIE = SPACES
               DISPLAY 'RAISON SOCIALE OBLIGATOIRE, CREATION ABANDONNEE'
           ELSE
               MOVE WS-RAISON-SAISIE TO RAISON-SOCIALE
                   OF enreg-saisie-ent
               MOVE WS-RAISON-SAISIE TO NOM OF enreg-saisie-ent
               MOVE 0 TO WS-NOCLI-SAISI
               MOVE 'N' TO WS-SIRET-ACCEPTE
               PERFORM SAISIR-SIRET
                   UNTIL WS-SIRET-ACCEPTE = 'O' OR WS-ABANDON = 'O'
               IF WS-ABANDON = 'O'
                   DISPLAY 'SIRET NON SAISI, CREATION ABANDONNEE'
               ELSE
                   PERFORM SAISIR-FICHE-ENTREPRISE
                   PERFORM ALLOUER-NOCLI
                   MOVE WS-NOCLI-ALLOUE TO NOCLI OF enreg-saisie-ent
                   MOVE WS-NOCLI-ALLOUE TO WS-NOCLI-SAISI
                   MOVE 0 TO JJ-NAIS OF enreg-saisie-ent
                             MM-NAIS OF enreg-saisie-ent
                             AAAA-NAIS OF enreg-saisie-ent
                   MOVE 'E' TO SEXE OF enreg-saisie-ent
                   MOVE 'A' TO STATUT-CLIENT OF enreg-saisie-ent
                   MOVE WS-DATE-JOUR
                       TO DATE-CREATION-ENT OF enreg-saisie-ent
                   MOVE enreg-saisie-ent TO enreg-CLIE
                   WRITE enreg-CLIE
                       INVALID KEY
                           DISPLAY 'NOCLI ' WS-NOCLI-ALLOUE
                                   ' DEJA PRESENT DANS CLIE'
                           MOVE 'O' TO WS-ABANDON
                   END-WRITE
                   IF WS-ABANDON = 'N'
                       MOVE 'CREE CLIE' TO AUDIT-OP-TRAVAIL
                       PERFORM ENREGISTRER-AUDIT
                       PERFORM AFFECTER-SECTEUR
                       DISPLAY 'ENTREPRISE CREEE, NUMERO DE CLIENT '
                               WS-NOCLI-ALLOUE
                   END-IF
               END-IF
           END-IF.

      * un SIRET vide abandonne la saisie ; un SIRET deja porte par
      * un autre client est refuse
       SAISIR-SIRET.
           DISPLAY 'SIRET (14 CHIFFRES, VIDE = ABANDON) : '
           MOVE SPACES TO WS-SIRET-SAISI
           ACCEPT WS-SIRET-SAISI
           IF WS-SIRET-SAISI = SPACES
               MOVE 'O' TO WS-ABANDON
           ELSE
               MOVE WS-SIRET-SAISI TO SIRET-NUMERO
               CALL 'SIRETCTL' USING SIRET-ZONE
               IF SIRET-OK NOT = 'O'
                   DISPLAY 'SIRET INVALIDE (CLE DE LUHN), RECOMMENCER'
               ELSE
                   MOVE WS-SIRET-SAISI TO SIRET OF enreg-CLIE
                   READ CLIE KEY IS SIRET OF enreg-CLIE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-CLIE-STATUS = '00'
                      AND NOCLI OF enreg-CLIE NOT = WS-NOCLI-SAISI
                       DISPLAY 'SIRET DEJA ATTRIBUE AU CLIENT '
                               NOCLI OF enreg-CLIE ' '
                               NOM OF enreg-CLIE
                   ELSE
                       MOVE 'O' TO WS-SIRET-ACCEPTE
                       MOVE WS-SIRET-SAISI TO SIRET OF enreg-saisie-ent
                       MOVE 'O' TO SIRET-VALIDE OF enreg-saisie-ent
                       PERFORM SAISIR-TVA
                   END-IF
               END-IF
           END-IF.

      * le numero de TVA francais se deduit du SIREN : une saisie
      * differente est refusee au profit du numero calcule
       SAISIR-TVA.
           DISPLAY 'TVA INTRACOMMUNAUTAIRE (VIDE = '
                   SIRET-TVA-CALCULEE ') : '
           MOVE SPACES TO WS-TVA-SAISIE
           ACCEPT WS-TVA-SAISIE
           INSPECT WS-TVA-SAISIE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SIRET-TVA-CALCULEE TO WS-TVA-RETENUE
           IF WS-TVA-SAISIE NOT = SPACES
              AND WS-TVA-SAISIE NOT = SIRET-TVA-CALCULEE
               DISPLAY 'TVA NE CORRESPOND PAS AU SIREN, '
                       SIRET-TVA-CALCULEE ' RETENU'
           END-IF
           MOVE WS-TVA-RETENUE TO NO-TVA-INTRA OF enreg-saisie-ent.

       SAISIR-FICHE-ENTREPRISE.
           MOVE 'N' TO WS-FORME-ACCEPTEE
           PERFORM SAISIR-FORME UNTIL WS-FORME-ACCEPTEE = 'O'
           PERFORM SAISIR-CONTACT
           PERFORM SAISIR-ADRESSE
           DISPLAY 'TELEPHONE : '
           ACCEPT TELEPHONE OF enreg-saisie-ent.

       SAISIR-FORME.
           DISPLAY 'FORME JURIDIQUE (SA SAS SASU SARL EURL EI SNC '
                   'SCI SCOP ASSO) : '
           MOVE SPACES TO WS-FORME-SAISIE
           ACCEPT WS-FORME-SAISIE
           INSPECT WS-FORME-SAISIE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO POS-FORME
           PERFORM COMPARER-FORME 10 TIMES
           IF WS-FORME-ACCEPTEE = 'O'
               MOVE WS-FORME-SAISIE TO FORME-JURIDIQUE
                   OF enreg-saisie-ent
           ELSE
               DISPLAY 'FORME JURIDIQUE INCONNUE, RECOMMENCER'
           END-IF.

       COMPARER-FORME.
           ADD 1 TO POS-FORME
           IF FORME-TAB(POS-FORME) = WS-FORME-SAISIE
               MOVE 'O' TO WS-FORME-ACCEPTEE
           END-IF.

       SAISIR-CONTACT.
           DISPLAY 'CONTACT - CIVILITE (M/MME) : '
           ACCEPT CIVILITE-CONTACT OF enreg-saisie-ent
           DISPLAY 'CONTACT - NOM : '
           ACCEPT NOM-CONTACT OF enreg-saisie-ent
           DISPLAY 'CONTACT - PRENOM : '
           ACCEPT PRENOM-CONTACT OF enreg-saisie-ent
           DISPLAY 'CONTACT - FONCTION : '
           ACCEPT FONCTION-CONTACT OF enreg-saisie-ent.

       SAISIR-ADRESSE.
           DISPLAY 'NUMERO DE RUE : '
           ACCEPT NUM-RUE OF enreg-saisie-ent
           DISPLAY 'RUE : '
           ACCEPT RUE OF enreg-saisie-ent
           DISPLAY 'CODE POSTAL : '
           ACCEPT CODE-POSTAL OF enreg-saisie-ent
           DISPLAY 'VILLE : '
           ACCEPT VILLE OF enreg-saisie-ent.

       COMPLETER-SIRET.
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS'
           ELSE
               PERFORM LIRE-ENTREPRISE
               IF WS-CLIENT-LU = 'N'
                   DISPLAY 'AUCUNE ENTREPRISE POUR CE NUMERO'
               ELSE
                   PERFORM AFFICHER-ENTREPRISE
                   MOVE 'N' TO WS-SIRET-ACCEPTE WS-ABANDON
                   PERFORM SAISIR-SIRET
                       UNTIL WS-SIRET-ACCEPTE = 'O' OR WS-ABANDON = 'O'
                   IF WS-ABANDON = 'O'
                       DISPLAY 'SIRET INCHANGE'
                   ELSE
                       IF FORME-JURIDIQUE OF enreg-saisie-ent = SPACES
                           MOVE 'N' TO WS-FORME-ACCEPTEE
                           PERFORM SAISIR-FORME
                               UNTIL WS-FORME-ACCEPTEE = 'O'
                       END-IF
                       MOVE 'SIRET CLIE' TO AUDIT-OP-TRAVAIL
                       PERFORM REECRIRE-ENTREPRISE
                   END-IF
               END-IF
           END-IF.

       MODIFIER-ENTREPRISE.
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS'
           ELSE
               PERFORM LIRE-ENTREPRISE
               IF WS-CLIENT-LU = 'N'
                   DISPLAY 'AUCUNE ENTREPRISE POUR CE NUMERO'
               ELSE
                   PERFORM AFFICHER-ENTREPRISE
                   DISPLAY 'CHAMP A MODIFIER (A=ADRESSE, '
                           'T=TELEPHONE, C=CONTACT) : '
                   ACCEPT WS-CHAMP-CHOISI
                   IF WS-CHAMP-CHOISI = 'A' OR WS-CHAMP-CHOISI = 'a'
                       PERFORM SAISIR-ADRESSE
                       MOVE 'MAJ ADR CLIE' TO AUDIT-OP-TRAVAIL
                       PERFORM REECRIRE-ENTREPRISE
                       PERFORM AFFECTER-SECTEUR
                   ELSE
                   IF WS-CHAMP-CHOISI = 'T' OR WS-CHAMP-CHOISI = 't'
                       DISPLAY 'NOUVEAU TELEPHONE : '
                       ACCEPT TELEPHONE OF enreg-saisie-ent
                       MOVE 'MAJ TEL CLIE' TO AUDIT-OP-TRAVAIL
                       PERFORM REECRIRE-ENTREPRISE
                   ELSE
                   IF WS-CHAMP-CHOISI = 'C' OR WS-CHAMP-CHOISI = 'c'
                       PERFORM SAISIR-CONTACT
                       MOVE 'MAJ CTC CLIE' TO AUDIT-OP-TRAVAIL
                       PERFORM REECRIRE-ENTREPRISE
                   ELSE
                       DISPLAY 'CHAMP INCONNU, MODIFICATION ABANDONNEE'
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       REECRIRE-ENTREPRISE.
           MOVE enreg-saisie-ent TO enreg-CLIE
           REWRITE enreg-CLIE
               INVALID KEY
                   DISPLAY 'ERREUR DE REECRITURE CLIE'
           END-REWRITE
           IF WS-CLIE-STATUS = '00'
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'FICHE ENTREPRISE MISE A JOUR'
           END-IF.

       AFFECTER-SECTEUR.
           MOVE 'A' TO TERR-ACTION
           MOVE NOCLI OF enreg-saisie-ent TO TERR-NOCLI
           MOVE CODE-POSTAL OF enreg-saisie-ent TO TERR-CP
           CALL 'TERRAFF' USING TERR-ZONE
           MOVE 'M' TO ADR-ACTION
           MOVE 'ENTMNT' TO ADR-PROGRAMME
           MOVE NOCLI OF enreg-saisie-ent TO ADR-NOCLI
           MOVE NUM-RUE OF enreg-saisie-ent TO ADR-NUM
           MOVE RUE OF enreg-saisie-ent TO ADR-RUE
           MOVE CODE-POSTAL OF enreg-saisie-ent TO ADR-CP
           MOVE VILLE OF enreg-saisie-ent TO ADR-VILLE
           MOVE SPACES TO ADR-CMPL
           CALL 'ADRMAJ' USING ADR-ZONE.

       ALLOUER-NOCLI.
           OPEN I-O FNUMALLOC
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMALLOC
               MOVE 1000001 TO PROCHAIN-NOCLI
               WRITE ENREG-NUMALLOC
               END-WRITE
               CLOSE FNUMALLOC
               OPEN I-O FNUMALLOC
           END-IF
           READ FNUMALLOC
               AT END MOVE 1000001 TO PROCHAIN-NOCLI
           END-READ
           MOVE PROCHAIN-NOCLI TO WS-NOCLI-ALLOUE
           ADD 1 TO PROCHAIN-NOCLI
           REWRITE ENREG-NUMALLOC
           END-REWRITE
           CLOSE FNUMALLOC.

       ENREGISTRER-AUDIT.
           ADD 1 TO COMPTEURMODIFS
           MOVE 'ENTMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE SPACES TO AUDIT-CLE
           MOVE WS-NOCLI-SAISI TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'FICHES ENTREPRISES MISES A JOUR : ' COMPTEURMODIFS
           CLOSE CLIE
           MOVE 'F' TO TERR-ACTION
           CALL 'TERRAFF' USING TERR-ZONE
           MOVE 'F' TO ADR-ACTION
           CALL 'ADRMAJ' USING ADR-ZONE.

       END PROGRAM ENTMNT.
