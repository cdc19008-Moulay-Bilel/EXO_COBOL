       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDTMNT.
      *****************************************************************
      * Console d entretien des mandats de prelevement SEPA des
      * clients (Mandats.txt). L IBAN est verifie modulo 97 et
      * ressaisi pour confirmation, comme le RIB dans RIBMNT ; la
      * reference unique de mandat (RUM) est attribuee a la creation.
      * Un mandat remplace ou revoque part dans MandatsHist.txt et
      * chaque mise a jour est journalisee via AUDECR. Un mandat
      * suspendu par RETPRLV (rejet bancaire) est reactive ici.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FMANDATS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Mandats.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-MDT OF enreg-mandat
               FILE STATUS IS WS-MDT-STATUS.
           SELECT FMANDATSHIST
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\MandatsHist.txt'
               FILE STATUS IS WS-MDTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FMANDATS.
       01  enreg-mandat.
           COPY MANDAT.

       FD  FMANDATSHIST.
       01  enreg-mandat-hist.
           02 MANDAT-HIST PIC X(105).
           02 DATE-FIN-HIST PIC 9(8).
           02 MOTIF-FIN-HIST PIC X.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-MDT-STATUS PIC X(2) VALUE '00'.
       77  WS-MDTH-STATUS PIC X(2) VALUE '00'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CONFIRMATION PIC X VALUE SPACE.
       77  WS-NOCLI-SAISI PIC 9(7) VALUE 0.
       77  WS-MANDAT-LU PIC X VALUE 'N'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-DATE-SIGNATURE PIC 9(8) VALUE 0.
       77  WS-IBAN-SAISI PIC X(34) VALUE SPACE.
       77  WS-IBAN-CONFIRME PIC X(34) VALUE SPACE.
       77  WS-BIC-SAISI PIC X(11) VALUE SPACE.
       77  WS-IBAN-VALIDE PIC X VALUE 'N'.
       77  WS-LG-IBAN PIC 99 VALUE 0.
       77  POS-IBAN PIC 99 VALUE 0.
       77  WS-CAR-IBAN PIC X VALUE SPACE.
       77  WS-CHIFFRE-IBAN PIC 9 VALUE 0.
       77  WS-RANG-LETTRE PIC 99 VALUE 0.
       77  WS-CUMUL-IBAN PIC 9(5) VALUE 0.
       77  WS-QUOTIENT-IBAN PIC 9(5) VALUE 0.
       77  WS-RESTE-IBAN PIC 99 VALUE 0.
       77  COMPTEURMODIFS PIC 9(5) VALUE 0.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-IBAN-REORG PIC X(34) VALUE SPACE.
       01  WS-ALPHABET PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-RUM-NOUVELLE.
           02 FILLER PIC X(3) VALUE 'CRM'.
           02 WS-RUM-NOCLI PIC 9(7).
           02 FILLER PIC X VALUE '-'.
           02 WS-RUM-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.

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
                       'MANDATS'
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
           OPEN I-O FMANDATS
           IF WS-MDT-STATUS NOT = '00'
               OPEN OUTPUT FMANDATS
               CLOSE FMANDATS
               OPEN I-O FMANDATS
           END-IF
           OPEN EXTEND FMANDATSHIST
           IF WS-MDTH-STATUS NOT = '00'
               OPEN OUTPUT FMANDATSHIST
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' MANDATS DE PRELEVEMENT SEPA'
           DISPLAY ' V. Voir le mandat d un client'
           DISPLAY ' C. Creer ou remplacer un mandat'
           DISPLAY ' R. Revoquer un mandat'
           DISPLAY ' A. Reactiver un mandat suspendu'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM VOIR-MANDAT
           ELSE
           IF WS-CHOIX = 'C' OR WS-CHOIX = 'c'
               PERFORM CREER-MANDAT
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               PERFORM REVOQUER-MANDAT
           ELSE
           IF WS-CHOIX = 'A' OR WS-CHOIX = 'a'
               PERFORM REACTIVER-MANDAT
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

       LIRE-MANDAT.
           DISPLAY 'NUMERO CLIENT : '
           ACCEPT WS-NOCLI-SAISI
           MOVE WS-NOCLI-SAISI TO NOCLI-MDT
           MOVE 'O' TO WS-MANDAT-LU
           READ FMANDATS
               INVALID KEY
                   MOVE 'N' TO WS-MANDAT-LU
           END-READ.

       AFFICHER-MANDAT.
           DISPLAY 'MANDAT ' RUM-MDT ' SIGNE LE ' DATE-SIGNATURE-MDT
           DISPLAY 'IBAN ' IBAN-MDT
           DISPLAY 'BIC ' BIC-MDT
           IF STATUT-MDT = 'A'
               DISPLAY 'STATUT : ACTIF'
           ELSE
           IF STATUT-MDT = 'S'
               DISPLAY 'STATUT : SUSPENDU APRES REJET BANCAIRE'
           ELSE
               DISPLAY 'STATUT : REVOQUE'
           END-IF
           END-IF
           IF DATE-DERNIER-PRLV-MDT = 0
               DISPLAY 'AUCUN PRELEVEMENT ENCORE EMIS'
           ELSE
               DISPLAY 'DERNIER PRELEVEMENT LE ' DATE-DERNIER-PRLV-MDT
           END-IF
           DISPLAY 'MIS A JOUR LE ' DATE-MAJ-MDT ' PAR ' OPERATEUR-MDT.

       VOIR-MANDAT.
           PERFORM LIRE-MANDAT
           IF WS-MANDAT-LU = 'N'
               DISPLAY 'AUCUN MANDAT POUR CE CLIENT'
           ELSE
               PERFORM AFFICHER-MANDAT
           END-IF.

      * un nouveau mandat remplace le mandat courant du client : le
      * mandat remplace est historise avec sa date de fin
       CREER-MANDAT.
           PERFORM LIRE-MANDAT
           IF WS-MANDAT-LU = 'O'
               PERFORM AFFICHER-MANDAT
           END-IF
           DISPLAY 'DATE DE SIGNATURE (AAAAMMJJ) : '
           ACCEPT WS-DATE-SIGNATURE
           DISPLAY 'IBAN (SANS ESPACES) : '
           ACCEPT WS-IBAN-SAISI
           DISPLAY 'RESSAISIR L IBAN : '
           ACCEPT WS-IBAN-CONFIRME
           INSPECT WS-IBAN-SAISI CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-IBAN-CONFIRME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-DATE-SIGNATURE = 0
              OR WS-DATE-SIGNATURE > WS-DATE-JOUR
               DISPLAY 'DATE DE SIGNATURE INVALIDE, MANDAT REFUSE'
           ELSE
           IF WS-IBAN-CONFIRME NOT = WS-IBAN-SAISI
               DISPLAY 'LES DEUX SAISIES DE L IBAN DIFFERENT, '
                       'MANDAT REFUSE'
           ELSE
           IF WS-MANDAT-LU = 'O'
              AND DATE-SIGNATURE-MDT = WS-DATE-SIGNATURE
               DISPLAY 'UN MANDAT SIGNE CE JOUR EXISTE DEJA, '
                       'MANDAT REFUSE'
           ELSE
               PERFORM VALIDER-IBAN
               IF WS-IBAN-VALIDE = 'N'
                   DISPLAY 'IBAN INVALIDE (CLE MODULO 97), '
                           'MANDAT REFUSE'
               ELSE
                   DISPLAY 'BIC (FACULTATIF) : '
                   ACCEPT WS-BIC-SAISI
                   PERFORM ENREGISTRER-MANDAT
               END-IF
           END-IF
           END-IF
           END-IF.

      * l IBAN est valide si, les quatre premiers caracteres passes
      * a la fin et chaque lettre remplacee par son rang + 9
      * (A=10 ... Z=35), le nombre obtenu vaut 1 modulo 97
       VALIDER-IBAN.
           MOVE 'N' TO WS-IBAN-VALIDE
           MOVE 0 TO WS-LG-IBAN
           INSPECT WS-IBAN-SAISI TALLYING WS-LG-IBAN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LG-IBAN < 15
              OR WS-IBAN-SAISI(1:2) IS NOT ALPHABETIC
              OR WS-IBAN-SAISI(3:2) IS NOT NUMERIC
               CONTINUE
           ELSE
               MOVE SPACES TO WS-IBAN-REORG
               STRING WS-IBAN-SAISI(5:WS-LG-IBAN - 4)
                      DELIMITED BY SIZE
                      WS-IBAN-SAISI(1:4) DELIMITED BY SIZE
                   INTO WS-IBAN-REORG
               END-STRING
               MOVE 0 TO WS-RESTE-IBAN POS-IBAN
               MOVE 'O' TO WS-IBAN-VALIDE
               PERFORM CUMULER-CAR-IBAN WS-LG-IBAN TIMES
               IF WS-RESTE-IBAN NOT = 1
                   MOVE 'N' TO WS-IBAN-VALIDE
               END-IF
           END-IF.

       CUMULER-CAR-IBAN.
           ADD 1 TO POS-IBAN
           MOVE WS-IBAN-REORG(POS-IBAN:1) TO WS-CAR-IBAN
           IF WS-CAR-IBAN IS NUMERIC
               MOVE WS-CAR-IBAN TO WS-CHIFFRE-IBAN
               COMPUTE WS-CUMUL-IBAN
                   = WS-RESTE-IBAN * 10 + WS-CHIFFRE-IBAN
           ELSE
               MOVE 0 TO WS-RANG-LETTRE
               INSPECT WS-ALPHABET TALLYING WS-RANG-LETTRE
                   FOR CHARACTERS BEFORE INITIAL WS-CAR-IBAN
               IF WS-RANG-LETTRE >= 26
                   MOVE 'N' TO WS-IBAN-VALIDE
                   MOVE 0 TO WS-RANG-LETTRE
               END-IF
               COMPUTE WS-CUMUL-IBAN
                   = WS-RESTE-IBAN * 100 + WS-RANG-LETTRE + 10
           END-IF
           DIVIDE WS-CUMUL-IBAN BY 97 GIVING WS-QUOTIENT-IBAN
               REMAINDER WS-RESTE-IBAN.

       ENREGISTRER-MANDAT.
           IF WS-MANDAT-LU = 'O'
               MOVE 'R' TO MOTIF-FIN-HIST
               PERFORM HISTORISER-MANDAT
               MOVE 'REMPL MANDAT' TO AUDIT-OP-TRAVAIL
           ELSE
               MOVE 'CREE MANDAT' TO AUDIT-OP-TRAVAIL
           END-IF
           MOVE WS-NOCLI-SAISI TO WS-RUM-NOCLI
           MOVE WS-DATE-SIGNATURE TO WS-RUM-DATE
           MOVE WS-NOCLI-SAISI TO NOCLI-MDT
           MOVE WS-RUM-NOUVELLE TO RUM-MDT
           MOVE WS-IBAN-SAISI TO IBAN-MDT
           MOVE WS-BIC-SAISI TO BIC-MDT
           MOVE WS-DATE-SIGNATURE TO DATE-SIGNATURE-MDT
           MOVE 'A' TO STATUT-MDT
           MOVE 0 TO DATE-DERNIER-PRLV-MDT
           PERFORM ECRIRE-MANDAT
           DISPLAY 'MANDAT ' RUM-MDT ' ENREGISTRE, ACTIF'.

       REVOQUER-MANDAT.
           PERFORM LIRE-MANDAT
           IF WS-MANDAT-LU = 'N'
               DISPLAY 'AUCUN MANDAT POUR CE CLIENT'
           ELSE
           IF STATUT-MDT = 'R'
               DISPLAY 'MANDAT DEJA REVOQUE'
           ELSE
               PERFORM AFFICHER-MANDAT
               DISPLAY 'CONFIRMER LA REVOCATION (O/N) : '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                   MOVE 'V' TO MOTIF-FIN-HIST
                   PERFORM HISTORISER-MANDAT
                   MOVE 'R' TO STATUT-MDT
                   MOVE 'REVOQ MANDAT' TO AUDIT-OP-TRAVAIL
                   PERFORM ECRIRE-MANDAT
                   DISPLAY 'MANDAT REVOQUE'
               ELSE
                   DISPLAY 'MANDAT INCHANGE'
               END-IF
           END-IF
           END-IF.

       REACTIVER-MANDAT.
           PERFORM LIRE-MANDAT
           IF WS-MANDAT-LU = 'N'
               DISPLAY 'AUCUN MANDAT POUR CE CLIENT'
           ELSE
           IF STATUT-MDT NOT = 'S'
               DISPLAY 'CE MANDAT N EST PAS SUSPENDU'
           ELSE
               PERFORM AFFICHER-MANDAT
               DISPLAY 'CONFIRMER LA REACTIVATION (O/N) : '
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                   MOVE 'A' TO STATUT-MDT
                   MOVE 'REACT MANDAT' TO AUDIT-OP-TRAVAIL
                   PERFORM ECRIRE-MANDAT
                   DISPLAY 'MANDAT REACTIVE'
               ELSE
                   DISPLAY 'MANDAT INCHANGE'
               END-IF
           END-IF
           END-IF.

      * MOTIF-FIN-HIST : R=remplace, V=revoque
       HISTORISER-MANDAT.
           MOVE enreg-mandat TO MANDAT-HIST
           MOVE WS-DATE-JOUR TO DATE-FIN-HIST
           WRITE enreg-mandat-hist
           END-WRITE.

       ECRIRE-MANDAT.
           MOVE WS-DATE-JOUR TO DATE-MAJ-MDT
           MOVE OPER-ID TO OPERATEUR-MDT
           WRITE enreg-mandat
               INVALID KEY
                   REWRITE enreg-mandat
                   END-REWRITE
           END-WRITE
           ADD 1 TO COMPTEURMODIFS
           PERFORM ENREGISTRER-AUDIT.

       ENREGISTRER-AUDIT.
           MOVE 'MDTMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE SPACES TO AUDIT-CLE
           MOVE WS-NOCLI-SAISI TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'MANDATS MIS A JOUR : ' COMPTEURMODIFS
           CLOSE FMANDATS FMANDATSHIST.

       END PROGRAM MDTMNT.
