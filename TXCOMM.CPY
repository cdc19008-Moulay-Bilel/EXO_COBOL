      *****************************************************************
      * Sales commission rate record layout (TauxComm.txt,
      * sequential, maintained in COMMNT). CODE-REP-TX is the rep
      * the rate applies to (spaces = any rep); FAMILLE-TX is an
      * article family, i.e. a leading part of CODE-ART (spaces =
      * any article). TAUX-TX is a percentage of the amount paid,
      * excluding VAT. COMMIS applies the most specific rate found:
      * rep and family, then family (longest prefix first), then
      * rep, then the general rate (both keys spaces).
      *****************************************************************
           02 CODE-REP-TX PIC X(4).
           02 FAMILLE-TX PIC X(6).
           02 TAUX-TX PIC 9(2)V99.
