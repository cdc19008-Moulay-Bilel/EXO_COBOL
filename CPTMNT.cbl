       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPTMNT.
      *****************************************************************
      * Table de correspondance des comptes generaux (ComptesGL.txt)
      * lue par les exports de journaux comptables : a chaque role
      * d imputation (CLIENTS, VENTES, TVA, BANQUE...) son numero de
      * compte et son libelle. Meme fonctionnement que PARAMNT : la
      * table est chargee, modifiee a l ecran puis sauvegardee.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FCOMPTES
               ASSIGN TO 'C:\Users\CRM\Desktop\ComptesGL.txt'
               FILE STATUS IS WS-CPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FCOMPTES.
       01  enreg-compte.
           COPY CPTMAP.

       WORKING-STORAGE SECTION.
       77  EOF-CPT PIC 99 VALUE 0.
       77  WS-CPT-STATUS PIC X(2) VALUE '00'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-CLE-SAISIE PIC X(12) VALUE SPACE.
       77  WS-COMPTE-SAISI PIC X(10) VALUE SPACE.
       77  WS-LIBELLE-SAISI PIC X(20) VALUE SPACE.
       77  NB-COMPTES PIC 9(3) VALUE 0.
       77  POS-COMPTE PIC 9(3) VALUE 0.
       77  WS-COMPTE-TROUVE PIC 9(3) VALUE 0.
       01  TABLE-COMPTES.
           02 COMPTE-TAB OCCURS 100 TIMES.
              03 CLE-TAB PIC X(12).
              03 COMPTE-GL-TAB PIC X(10).
              03 LIBELLE-TAB PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHARGER-COMPTES
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM SAUVER-COMPTES
           STOP RUN.

       CHARGER-COMPTES.
           OPEN INPUT FCOMPTES
           IF WS-CPT-STATUS NOT = '00'
               DISPLAY 'TABLE DES COMPTES ABSENTE, ELLE SERA CREEE'
           ELSE
               READ FCOMPTES
                   AT END MOVE 1 TO EOF-CPT
               END-READ
               PERFORM CHARGER-UN-COMPTE UNTIL EOF-CPT = 1
               CLOSE FCOMPTES
           END-IF.

       CHARGER-UN-COMPTE.
           IF NB-COMPTES < 100
               ADD 1 TO NB-COMPTES
               MOVE CLE-CPT TO CLE-TAB(NB-COMPTES)
               MOVE COMPTE-CPT TO COMPTE-GL-TAB(NB-COMPTES)
               MOVE LIBELLE-CPT TO LIBELLE-TAB(NB-COMPTES)
           END-IF
           READ FCOMPTES
               AT END MOVE 1 TO EOF-CPT
           END-READ.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' COMPTES GENERAUX DES JOURNAUX'
           DISPLAY ' V. Voir la table des comptes'
           DISPLAY ' M. Modifier ou ajouter un compte'
           DISPLAY ' S. Supprimer un compte'
           DISPLAY ' Q. Quitter (sauvegarde)'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
               PERFORM VOIR-COMPTES
           ELSE
           IF WS-CHOIX = 'M' OR WS-CHOIX = 'm'
               PERFORM MODIFIER-COMPTE
           ELSE
           IF WS-CHOIX = 'S' OR WS-CHOIX = 's'
               PERFORM SUPPRIMER-COMPTE
           ELSE
           IF WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
               MOVE 'N' TO WS-CONTINUER
           ELSE
               DISPLAY 'CHOIX INCONNU'
           END-IF
           END-IF
           END-IF
           END-IF.

       VOIR-COMPTES.
           MOVE 0 TO POS-COMPTE
           IF NB-COMPTES = 0
               DISPLAY 'AUCUN COMPTE DEFINI'
           ELSE
               PERFORM VOIR-UN-COMPTE NB-COMPTES TIMES
           END-IF.

       VOIR-UN-COMPTE.
           ADD 1 TO POS-COMPTE
           DISPLAY CLE-TAB(POS-COMPTE) ' = '
                   COMPTE-GL-TAB(POS-COMPTE) ' '
                   LIBELLE-TAB(POS-COMPTE).

       MODIFIER-COMPTE.
           DISPLAY 'ROLE (CLIENTS, VENTES, PENALITES, BANQUE, TVA, '
                   'TVA-code,'
           DISPLAY '      SALAIRES, CHARGES-PAT, SAL-centre, '
                   'CHG-centre, IMPOTS, RETENUES, SAISIES,'
           DISPLAY '      NET-A-PAYER, ORG-SOCIAUX, NOTES-FRAIS, '
                   'ACOMPTES,'
           DISPLAY '      DOTATION-CP, DCP-centre, PROVISION-CP) : '
           MOVE SPACES TO WS-CLE-SAISIE
           ACCEPT WS-CLE-SAISIE
           DISPLAY 'NUMERO DE COMPTE : '
           MOVE SPACES TO WS-COMPTE-SAISI
           ACCEPT WS-COMPTE-SAISI
           DISPLAY 'LIBELLE : '
           MOVE SPACES TO WS-LIBELLE-SAISI
           ACCEPT WS-LIBELLE-SAISI
           IF WS-CLE-SAISIE = SPACES OR WS-COMPTE-SAISI = SPACES
               DISPLAY 'ROLE ET NUMERO DE COMPTE OBLIGATOIRES'
           ELSE
               PERFORM RANGER-COMPTE
               DISPLAY 'COMPTE ENREGISTRE'
           END-IF.

       RANGER-COMPTE.
           PERFORM TROUVER-ROLE
           IF WS-COMPTE-TROUVE > 0
               MOVE WS-COMPTE-SAISI TO COMPTE-GL-TAB(WS-COMPTE-TROUVE)
               MOVE WS-LIBELLE-SAISI TO LIBELLE-TAB(WS-COMPTE-TROUVE)
           ELSE
               IF NB-COMPTES < 100
                   ADD 1 TO NB-COMPTES
                   MOVE WS-CLE-SAISIE TO CLE-TAB(NB-COMPTES)
                   MOVE WS-COMPTE-SAISI TO COMPTE-GL-TAB(NB-COMPTES)
                   MOVE WS-LIBELLE-SAISI TO LIBELLE-TAB(NB-COMPTES)
               ELSE
                   DISPLAY 'TABLE DES COMPTES PLEINE'
               END-IF
           END-IF.

      * le dernier compte de la table prend la place du supprime
       SUPPRIMER-COMPTE.
           DISPLAY 'ROLE A SUPPRIMER : '
           MOVE SPACES TO WS-CLE-SAISIE
           ACCEPT WS-CLE-SAISIE
           PERFORM TROUVER-ROLE
           IF WS-COMPTE-TROUVE = 0
               DISPLAY 'ROLE INCONNU'
           ELSE
               MOVE COMPTE-TAB(NB-COMPTES)
                   TO COMPTE-TAB(WS-COMPTE-TROUVE)
               SUBTRACT 1 FROM NB-COMPTES
               DISPLAY 'COMPTE SUPPRIME'
           END-IF.

       TROUVER-ROLE.
           MOVE 0 TO WS-COMPTE-TROUVE POS-COMPTE
           PERFORM CHERCHER-ROLE NB-COMPTES TIMES.

       CHERCHER-ROLE.
           ADD 1 TO POS-COMPTE
           IF CLE-TAB(POS-COMPTE) = WS-CLE-SAISIE
               MOVE POS-COMPTE TO WS-COMPTE-TROUVE
           END-IF.

       SAUVER-COMPTES.
           OPEN OUTPUT FCOMPTES
           MOVE 0 TO POS-COMPTE
           PERFORM SAUVER-UN-COMPTE NB-COMPTES TIMES
           CLOSE FCOMPTES.

       SAUVER-UN-COMPTE.
           ADD 1 TO POS-COMPTE
           MOVE CLE-TAB(POS-COMPTE) TO CLE-CPT
           MOVE COMPTE-GL-TAB(POS-COMPTE) TO COMPTE-CPT
           MOVE LIBELLE-TAB(POS-COMPTE) TO LIBELLE-CPT
           WRITE enreg-compte
           END-WRITE.
