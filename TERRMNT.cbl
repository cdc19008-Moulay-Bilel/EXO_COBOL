       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRMNT.
      *****************************************************************
      * Console d entretien des secteurs commerciaux (Territoires.txt
      * : code, libelle, tranche de codes postaux, representant). Deux
      * secteurs ne peuvent se chevaucher. Apres modification, TERRBLD
      * reaffecte les clients aux representants.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FTERRITOIRES
               ASSIGN TO 'C:\Users\CRM\Desktop\Territoires.txt'
               FILE STATUS IS WS-TERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FTERRITOIRES.
       01  enreg-territoire.
           COPY TERRMAST.

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-TERR-STATUS PIC X(2) VALUE '00'.
       77  EOF-TERR PIC 99 VALUE 0.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CODE-SAISI PIC X(4) VALUE SPACE.
       77  NB-TERR PIC 9(3) VALUE 0.
       77  POS-TERR PIC 9(3) VALUE 0.
       77  WS-TERR-TROUVE PIC 9(3) VALUE 0.
       77  WS-CHEVAUCHE PIC 9(3) VALUE 0.
       77  WS-MODIFIE PIC X VALUE 'N'.
       77  WS-SAISIE-VALIDE PIC X VALUE 'N'.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  SAISIE-TERRITOIRE.
           02 LIBELLE-SAISI PIC X(20).
           02 CP-DEBUT-SAISI PIC X(5).
           02 CP-FIN-SAISI PIC X(5).
           02 CODE-REP-SAISI PIC X(4).
           02 NOM-REP-SAISI PIC X(20).
           02 MATRICULE-REP-SAISI PIC 9(5).
       01  TABLE-TERRITOIRES.
           02 TERR-TAB OCCURS 300 TIMES.
              03 CODE-TAB PIC X(4).
              03 LIBELLE-TAB PIC X(20).
              03 CP-DEBUT-TAB PIC X(5).
              03 CP-FIN-TAB PIC X(5).
              03 CODE-REP-TAB PIC X(4).
              03 NOM-REP-TAB PIC X(20).
              03 MATRICULE-REP-TAB PIC 9(5).
              03 RETIRE-TAB PIC X.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           PERFORM CHARGER-TERRITOIRES.

       CHARGER-TERRITOIRES.
           OPEN INPUT FTERRITOIRES
           IF WS-TERR-STATUS NOT = '00'
               DISPLAY 'SECTEURS ABSENTS, TABLE VIDE AU DEPART'
           ELSE
               READ FTERRITOIRES
                   AT END MOVE 1 TO EOF-TERR
               END-READ
               PERFORM CHARGER-UN-TERRITOIRE UNTIL EOF-TERR = 1
               CLOSE FTERRITOIRES
           END-IF
           DISPLAY 'SECTEURS CHARGES : ' NB-TERR.

       CHARGER-UN-TERRITOIRE.
           IF NB-TERR < 300
               ADD 1 TO NB-TERR
               MOVE CODE-TERR TO CODE-TAB(NB-TERR)
               MOVE LIBELLE-TERR TO LIBELLE-TAB(NB-TERR)
               MOVE CP-DEBUT-TERR TO CP-DEBUT-TAB(NB-TERR)
               MOVE CP-FIN-TERR TO CP-FIN-TAB(NB-TERR)
               MOVE CODE-REP-TERR TO CODE-REP-TAB(NB-TERR)
               MOVE NOM-REP-TERR TO NOM-REP-TAB(NB-TERR)
               MOVE MATRICULE-REP-TERR TO MATRICULE-REP-TAB(NB-TERR)
               MOVE 'N' TO RETIRE-TAB(NB-TERR)
           END-IF
           READ FTERRITOIRES
               AT END MOVE 1 TO EOF-TERR
           END-READ.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' SECTEURS COMMERCIAUX'
           DISPLAY ' L. Lister les secteurs'
           DISPLAY ' V. Voir un secteur'
           DISPLAY ' A. Ajouter un secteur'
           DISPLAY ' M. Modifier un secteur'
           DISPLAY ' R. Retirer un secteur'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'L' OR WS-CHOIX = 'l'
               PERFORM LISTER-TERRITOIRES
           ELSE
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM VOIR-TERRITOIRE
           ELSE
           IF WS-CHOIX = 'A' OR WS-CHOIX = 'a'
               PERFORM AJOUTER-TERRITOIRE
           ELSE
           IF WS-CHOIX = 'M' OR WS-CHOIX = 'm'
               PERFORM MODIFIER-TERRITOIRE
           ELSE
           IF WS-CHOIX = 'R' OR WS-CHOIX = 'r'
               PERFORM RETIRER-TERRITOIRE
           ELSE
           IF WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
               MOVE 'N' TO WS-CONTINUER
           ELSE
               DISPLAY 'CHOIX INCONNU'
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHERCHER-TERRITOIRE.
           MOVE 0 TO WS-TERR-TROUVE POS-TERR
           PERFORM COMPARER-TERRITOIRE NB-TERR TIMES.

       COMPARER-TERRITOIRE.
           ADD 1 TO POS-TERR
           IF CODE-TAB(POS-TERR) = WS-CODE-SAISI
              AND RETIRE-TAB(POS-TERR) = 'N'
               MOVE POS-TERR TO WS-TERR-TROUVE
           END-IF.

       LISTER-TERRITOIRES.
           MOVE 0 TO POS-TERR
           PERFORM LISTER-UN-TERRITOIRE NB-TERR TIMES.

       LISTER-UN-TERRITOIRE.
           ADD 1 TO POS-TERR
           IF RETIRE-TAB(POS-TERR) = 'N'
               DISPLAY CODE-TAB(POS-TERR) ' '
                       LIBELLE-TAB(POS-TERR) ' '
                       CP-DEBUT-TAB(POS-TERR) '-'
                       CP-FIN-TAB(POS-TERR) ' '
                       CODE-REP-TAB(POS-TERR) ' '
                       NOM-REP-TAB(POS-TERR)
           END-IF.

       VOIR-TERRITOIRE.
           DISPLAY 'CODE SECTEUR : '
           ACCEPT WS-CODE-SAISI
           PERFORM CHERCHER-TERRITOIRE
           IF WS-TERR-TROUVE = 0
               DISPLAY 'SECTEUR INCONNU'
           ELSE
               DISPLAY CODE-TAB(WS-TERR-TROUVE) ' '
                       LIBELLE-TAB(WS-TERR-TROUVE)
               DISPLAY 'CODES POSTAUX : '
                       CP-DEBUT-TAB(WS-TERR-TROUVE) ' A '
                       CP-FIN-TAB(WS-TERR-TROUVE)
               DISPLAY 'REPRESENTANT  : '
                       CODE-REP-TAB(WS-TERR-TROUVE) ' '
                       NOM-REP-TAB(WS-TERR-TROUVE)
               DISPLAY 'MATRICULE     : '
                       MATRICULE-REP-TAB(WS-TERR-TROUVE)
           END-IF.

       AJOUTER-TERRITOIRE.
           DISPLAY 'CODE SECTEUR : '
           ACCEPT WS-CODE-SAISI
           PERFORM CHERCHER-TERRITOIRE
           IF WS-TERR-TROUVE > 0
               DISPLAY 'CODE DEJA PRESENT'
           ELSE
           IF NB-TERR >= 300
               DISPLAY 'TABLE PLEINE'
           ELSE
               PERFORM SAISIR-DETAILS-TERRITOIRE
               IF WS-SAISIE-VALIDE = 'O'
                   ADD 1 TO NB-TERR
                   MOVE NB-TERR TO WS-TERR-TROUVE
                   MOVE WS-CODE-SAISI TO CODE-TAB(WS-TERR-TROUVE)
                   MOVE 'N' TO RETIRE-TAB(WS-TERR-TROUVE)
                   PERFORM RANGER-DETAILS-TERRITOIRE
                   MOVE 'AJOUT TERR' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT
                   DISPLAY 'SECTEUR AJOUTE'
               END-IF
           END-IF
           END-IF.

       MODIFIER-TERRITOIRE.
           DISPLAY 'CODE SECTEUR : '
           ACCEPT WS-CODE-SAISI
           PERFORM CHERCHER-TERRITOIRE
           IF WS-TERR-TROUVE = 0
               DISPLAY 'SECTEUR INCONNU'
           ELSE
               PERFORM SAISIR-DETAILS-TERRITOIRE
               IF WS-SAISIE-VALIDE = 'O'
                   PERFORM RANGER-DETAILS-TERRITOIRE
                   MOVE 'MODIF TERR' TO AUDIT-OP-TRAVAIL
                   PERFORM ENREGISTRER-AUDIT
                   DISPLAY 'SECTEUR MODIFIE'
               END-IF
           END-IF.

       RETIRER-TERRITOIRE.
           DISPLAY 'CODE SECTEUR : '
           ACCEPT WS-CODE-SAISI
           PERFORM CHERCHER-TERRITOIRE
           IF WS-TERR-TROUVE = 0
               DISPLAY 'SECTEUR INCONNU'
           ELSE
               MOVE 'O' TO RETIRE-TAB(WS-TERR-TROUVE)
               MOVE 'O' TO WS-MODIFIE
               MOVE 'RETRAIT TERR' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               DISPLAY 'SECTEUR RETIRE'
           END-IF.

      * WS-TERR-TROUVE vaut zero en ajout : le secteur modifie est
      * seul exclu du controle de chevauchement
       SAISIR-DETAILS-TERRITOIRE.
           MOVE 'N' TO WS-SAISIE-VALIDE
           DISPLAY 'LIBELLE : '
           ACCEPT LIBELLE-SAISI
           DISPLAY 'PREMIER CODE POSTAL : '
           ACCEPT CP-DEBUT-SAISI
           DISPLAY 'DERNIER CODE POSTAL : '
           ACCEPT CP-FIN-SAISI
           DISPLAY 'CODE REPRESENTANT : '
           ACCEPT CODE-REP-SAISI
           DISPLAY 'NOM DU REPRESENTANT : '
           ACCEPT NOM-REP-SAISI
           DISPLAY 'MATRICULE DU REPRESENTANT : '
           ACCEPT MATRICULE-REP-SAISI
           IF CP-DEBUT-SAISI = SPACES OR CP-FIN-SAISI = SPACES
              OR CP-DEBUT-SAISI > CP-FIN-SAISI
               DISPLAY 'TRANCHE DE CODES POSTAUX INVALIDE'
           ELSE
           IF CODE-REP-SAISI = SPACES
               DISPLAY 'REPRESENTANT OBLIGATOIRE'
           ELSE
               MOVE 0 TO WS-CHEVAUCHE POS-TERR
               PERFORM CONTROLER-CHEVAUCHEMENT NB-TERR TIMES
               IF WS-CHEVAUCHE > 0
                   DISPLAY 'CHEVAUCHE LE SECTEUR '
                           CODE-TAB(WS-CHEVAUCHE) ' '
                           CP-DEBUT-TAB(WS-CHEVAUCHE) '-'
                           CP-FIN-TAB(WS-CHEVAUCHE)
               ELSE
                   MOVE 'O' TO WS-SAISIE-VALIDE
               END-IF
           END-IF
           END-IF.

       CONTROLER-CHEVAUCHEMENT.
           ADD 1 TO POS-TERR
           IF POS-TERR NOT = WS-TERR-TROUVE
              AND RETIRE-TAB(POS-TERR) = 'N'
              AND CP-DEBUT-SAISI NOT > CP-FIN-TAB(POS-TERR)
              AND CP-FIN-SAISI NOT < CP-DEBUT-TAB(POS-TERR)
               MOVE POS-TERR TO WS-CHEVAUCHE
           END-IF.

       RANGER-DETAILS-TERRITOIRE.
           MOVE LIBELLE-SAISI TO LIBELLE-TAB(WS-TERR-TROUVE)
           MOVE CP-DEBUT-SAISI TO CP-DEBUT-TAB(WS-TERR-TROUVE)
           MOVE CP-FIN-SAISI TO CP-FIN-TAB(WS-TERR-TROUVE)
           MOVE CODE-REP-SAISI TO CODE-REP-TAB(WS-TERR-TROUVE)
           MOVE NOM-REP-SAISI TO NOM-REP-TAB(WS-TERR-TROUVE)
           MOVE MATRICULE-REP-SAISI
               TO MATRICULE-REP-TAB(WS-TERR-TROUVE)
           MOVE 'O' TO WS-MODIFIE.

       ENREGISTRER-AUDIT.
           MOVE 'TERRMNT' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-CODE-SAISI TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       REECRIRE-TERRITOIRES.
           OPEN OUTPUT FTERRITOIRES
           MOVE 0 TO POS-TERR
           PERFORM REECRIRE-UN-TERRITOIRE NB-TERR TIMES
           CLOSE FTERRITOIRES.

       REECRIRE-UN-TERRITOIRE.
           ADD 1 TO POS-TERR
           IF RETIRE-TAB(POS-TERR) = 'N'
               MOVE CODE-TAB(POS-TERR) TO CODE-TERR
               MOVE LIBELLE-TAB(POS-TERR) TO LIBELLE-TERR
               MOVE CP-DEBUT-TAB(POS-TERR) TO CP-DEBUT-TERR
               MOVE CP-FIN-TAB(POS-TERR) TO CP-FIN-TERR
               MOVE CODE-REP-TAB(POS-TERR) TO CODE-REP-TERR
               MOVE NOM-REP-TAB(POS-TERR) TO NOM-REP-TERR
               MOVE MATRICULE-REP-TAB(POS-TERR) TO MATRICULE-REP-TERR
               WRITE enreg-territoire
               END-WRITE
           END-IF.

       FIN.
           IF WS-MODIFIE = 'O'
               PERFORM REECRIRE-TERRITOIRES
               DISPLAY 'SECTEURS REECRITS, LANCER TERRBLD POUR '
                       'REAFFECTER LES CLIENTS'
           END-IF.

       END PROGRAM TERRMNT.
