           ACCEPT TYPE-CONTRAT
           DISPLAY 'ANCIEN ID SALARIER (2 CHIFFRES, 00 SI AUCUN) : '
           ACCEPT ANCIEN-ID
           PERFORM SAISIR-DEPARTEMENT
           MOVE SPACE TO SEXE-EMPLOYE
           PERFORM SAISIR-SEXE
               UNTIL SEXE-EMPLOYE = 'H' OR SEXE-EMPLOYE = 'F'
           DISPLAY 'DATE DE NAISSANCE (AAAAMMJJ) : '
           ACCEPT DATE-NAISSANCE
           MOVE SPACES TO CATEGORIE-EMPLOYE
           PERFORM SAISIR-CATEGORIE
               UNTIL CATEGORIE-EMPLOYE = 'OUV'
                  OR CATEGORIE-EMPLOYE = 'EMP'
                  OR CATEGORIE-EMPLOYE = 'TAM'
                  OR CATEGORIE-EMPLOYE = 'CAD'.

       SAISIR-SEXE.
           DISPLAY 'SEXE (H/F) : '
           ACCEPT SEXE-EMPLOYE
           IF SEXE-EMPLOYE NOT = 'H' AND SEXE-EMPLOYE NOT = 'F'
               DISPLAY 'SEXE INCONNU, SAISIR H OU F'
           END-IF.

       SAISIR-CATEGORIE.
           DISPLAY 'CATEGORIE D EMPLOI (OUV/EMP/TAM/CAD) : '
           ACCEPT CATEGORIE-EMPLOYE
           IF CATEGORIE-EMPLOYE NOT = 'OUV'
              AND CATEGORIE-EMPLOYE NOT = 'EMP'
              AND CATEGORIE-EMPLOYE NOT = 'TAM'
              AND CATEGORIE-EMPLOYE NOT = 'CAD'
               DISPLAY 'CATEGORIE INCONNUE'
           END-IF.

       SAISIR-DEPARTEMENT.
           DISPLAY 'CODE DEPARTEMENT : '
           DISPLAY 'STATUT    : ' STATUT-EMPLOYE
           DISPLAY 'ANCIEN ID : ' ANCIEN-ID
           DISPLAY 'DEPARTMNT : ' DEPARTEMENT-EMPLOYE
           DISPLAY 'SEXE      : ' SEXE-EMPLOYE
           DISPLAY 'NE LE     : ' DATE-NAISSANCE
           DISPLAY 'CATEGORIE : ' CATEGORIE-EMPLOYE
           IF DATE-DEPART NOT = 0
               DISPLAY 'PARTI LE  : ' DATE-DEPART ' (' MOTIF-DEPART ')'
           END-IF.
