      *****************************************************************
      * Customer-to-rep assignment record layout (AffectRep.txt,
      * indexed on NOCLI-AFF, alternate key CODE-REP-AFF with
      * duplicates). Rebuilt for every CLIH/CLIF/CLIE customer by
      * TERRBLD and kept current by TERRAFF whenever CLIMAJ, LOOKUP,
      * NPAIMAJ or ENTMNT changes an address. CODE-TERR-AFF and
      * CODE-REP-AFF are spaces when no territory covers CP-AFF.
      * PORTREP lists each rep's portfolio from this file.
      *****************************************************************
           02 NOCLI-AFF PIC 9(7).
           02 CODE-TERR-AFF PIC X(4).
           02 CODE-REP-AFF PIC X(4).
           02 CP-AFF PIC X(5).
           02 DATE-AFF PIC 9(8).
