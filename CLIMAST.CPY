      * Shared customer-master record layout.
      * Used by EXO09 (gender split), EXO13 (name split) and EXOTRI
      * (name sort) so all three work off the same customer view.
      * Business customers use the same view with SEXE 'E', followed
      * by the CLIEMAST extension in the CLIE master.
      *****************************************************************
           02 NOCLI PIC 9(7).
           02 NOM PIC X(20).
               03 MM-NAIS PIC 9(2).
               03 AAAA-NAIS PIC 9(4).
           02 TELEPHONE PIC X(10).
      * H=homme, F=femme, E=entreprise (fiche complete dans CLIE)
           02 SEXE PIC X.
      * statut de vie du client : espace ou A=actif, I=inactif,
      * D=decede, C=clos
