      *****************************************************************
      * Sales territory record layout (Territoires.txt, sequential,
      * maintained in TERRMNT). A territory covers the postal codes
      * CP-DEBUT-TERR to CP-FIN-TERR inclusive and belongs to one
      * field sales rep (CODE-REP-TERR, with the rep's name and
      * payroll MATRICULE-REP-TERR); a rep covering several
      * departments owns several territories. Ranges never overlap.
      * TERRAFF assigns each customer to the territory of its
      * CODE-POSTAL (AffectRep.txt, REPAFF layout).
      *****************************************************************
           02 CODE-TERR PIC X(4).
           02 LIBELLE-TERR PIC X(20).
           02 CP-DEBUT-TERR PIC X(5).
           02 CP-FIN-TERR PIC X(5).
           02 CODE-REP-TERR PIC X(4).
           02 NOM-REP-TERR PIC X(20).
           02 MATRICULE-REP-TERR PIC 9(5).
