      *****************************************************************
      * Shared customer credit-limit record (LimCredit.txt,
      * indexed on NOCLI-LIM). Maintained by CRDMNT, read by ORDPOST
      * before an order is posted. A customer with no record here
      * takes the default limit of the customer's segment
      * (Segments.txt, written by SEGMENT) from PlafondsSegment.txt.
      * A limit of zero means the customer is on cash terms: every
      * new order is held for the credit controller.
      *****************************************************************
           02 NOCLI-LIM PIC 9(7).
           02 PLAFOND-LIM PIC 9(8)V99.
           02 DATE-MAJ-LIM PIC 9(8).
           02 OPERATEUR-LIM PIC X(8).
