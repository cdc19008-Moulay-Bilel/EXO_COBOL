      *****************************************************************
      * Shared stock-master record layout (Stock.txt, indexed on
      * CODE-STK, same code as the article catalog). ORDPOST
      * reserves at posting, the shipment in ORDSAIS decrements
      * on-hand and reserved, STKMNT books receipts and counts,
      * REAPPRO lists articles whose available quantity (on-hand
      * less reserved) has fallen below SEUIL-REAPPRO-STK.
      *****************************************************************
           02 CODE-STK PIC X(15).
           02 QTE-STOCK-STK PIC 9(7).
           02 QTE-RESERVEE-STK PIC 9(7).
           02 SEUIL-REAPPRO-STK PIC 9(7).
           02 QTE-REAPPRO-STK PIC 9(7).
           02 DATE-MAJ-STK PIC 9(8).
