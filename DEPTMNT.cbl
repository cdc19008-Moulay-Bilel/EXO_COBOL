      *****************************************************************
      * Console d entretien du referentiel des departements
      * (Depts.txt : code, nom, responsable, centre de cout), valide
      * par EMPMNT et BULPAIE et servant au rollup CCRRPT. Le
      * responsable est saisi par son identifiant d operateur : il
      * approuve les notes de frais du departement (NDFAPP).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SAISIR-DETAILS-DEPT.
           DISPLAY 'NOM : '
           ACCEPT NOM-TAB(WS-DEPT-TROUVE)
           DISPLAY 'RESPONSABLE (IDENTIFIANT OPERATEUR) : '
           ACCEPT MANAGER-TAB(WS-DEPT-TROUVE)
           DISPLAY 'CENTRE DE COUT : '
           ACCEPT CC-TAB(WS-DEPT-TROUVE).
