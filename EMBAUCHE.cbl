      *****************************************************************
      * Integration des nouveaux embauches : lit le lot de dossiers
      * Embauches.txt, valide chaque dossier (identite, date, type de
      * contrat, sexe, date de naissance, categorie d emploi, cle
      * RIB en modulo 97), alloue le MATRICULE suivant
      * depuis le compteur MatAlloc.txt, poste l enregistrement
      * EMPLOYES et amorce dans la meme passe la rubrique de retenue
      * standard (RUBMNT) et le RIB (Rib.txt). Les dossiers
           02 GUICHET-EMB PIC X(5).
           02 COMPTE-EMB PIC X(11).
           02 CLE-EMB PIC X(2).
           02 SEXE-EMB PIC X.
           02 NAISSANCE-EMB PIC 9(8).
           02 CATEGORIE-EMB PIC X(3).

       FD  EMPLOYES.
       01  enreg-employe.
           IF SALAIRE-EMB = 0
               MOVE 'SALAIRE INITIAL ABSENT' TO WS-MOTIF-TRAVAIL
           ELSE
           IF SEXE-EMB NOT = 'H' AND SEXE-EMB NOT = 'F'
               MOVE 'SEXE INCONNU (H/F)' TO WS-MOTIF-TRAVAIL
           ELSE
           IF NAISSANCE-EMB = 0 OR NAISSANCE-EMB NOT < DATE-EMB
               MOVE 'DATE DE NAISSANCE INVALIDE' TO WS-MOTIF-TRAVAIL
           ELSE
           IF CATEGORIE-EMB NOT = 'OUV' AND CATEGORIE-EMB NOT = 'EMP'
              AND CATEGORIE-EMB NOT = 'TAM'
              AND CATEGORIE-EMB NOT = 'CAD'
               MOVE 'CATEGORIE D EMPLOI INCONNUE' TO WS-MOTIF-TRAVAIL
           ELSE
           IF COMPTE-EMB NOT = SPACES
               PERFORM VALIDER-CLE-RIB
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * cle RIB = 97 - ((89 x banque + 15 x guichet + 3 x compte)
           MOVE 0 TO DATE-DEPART
           MOVE SPACES TO MOTIF-DEPART
           MOVE DEPT-EMB TO DEPARTEMENT-EMPLOYE
           MOVE SEXE-EMB TO SEXE-EMPLOYE
           MOVE NAISSANCE-EMB TO DATE-NAISSANCE
           MOVE CATEGORIE-EMB TO CATEGORIE-EMPLOYE
           WRITE enreg-employe
               INVALID KEY
                   MOVE 'MATRICULE DEJA PRESENT' TO WS-MOTIF-TRAVAIL

       AMORCER-RIB.
           IF COMPTE-EMB NOT = SPACES
               MOVE WS-MATRICULE-ALLOUE TO RIB-MATRICULE
               MOVE BANQUE-EMB TO RIB-BANQUE
               MOVE GUICHET-EMB TO RIB-GUICHET
               MOVE COMPTE-EMB TO RIB-COMPTE
