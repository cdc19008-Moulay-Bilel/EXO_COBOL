      *****************************************************************
      * Shared delivery-note record layout (BonsLiv.txt, indexed on
      * NOBL). One record per shipment written by ORDSAIS when part
      * or all of an order leaves the warehouse; FACTURE bills each
      * note's quantities and marks it invoiced.
      * STATUT-BL : L=livre a facturer, F=facture (NOFAC-BL then
      * holds the invoice number).
      * NOLIGNE-CMD-BL is the order line the quantity was shipped
      * against at the time of the shipment.
      * NB-COLIS-BL / POIDS-BL (kg) are keyed at shipment and sent
      * to the carrier on the day's manifest (MANIFEST layout);
      * NO-SUIVI-BL / DATE-SUIVI-BL hold the carrier tracking number
      * loaded back by SUIVICOL.
      *****************************************************************
           02 NOBL PIC 9(7).
           02 NOCMD-BL PIC 9(7).
           02 NOCLI-BL PIC 9(7).
           02 DATE-BL PIC 9(8).
           02 STATUT-BL PIC X.
           02 NOFAC-BL PIC 9(7).
           02 NB-LIGNES-BL PIC 9(2).
           02 LIGNES-BL.
              03 LIGNE-BL OCCURS 5 TIMES.
                 04 NOLIGNE-CMD-BL PIC 9(2).
                 04 ARTICLE-BL PIC X(15).
                 04 QTE-BL PIC 9(3).
           02 NB-COLIS-BL PIC 9(3).
           02 POIDS-BL PIC 9(5)V99.
           02 NO-SUIVI-BL PIC X(20).
           02 DATE-SUIVI-BL PIC 9(8).
