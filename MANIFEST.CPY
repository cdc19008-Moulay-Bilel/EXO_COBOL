      *****************************************************************
      * Carrier shipping manifest record layout (Manifeste-AAAAMMJJ
      * .txt, one file per shipping day, one record per delivery
      * note). Appended by ORDSAIS when a delivery note is issued and
      * handed to the carrier at pickup. The consignee and address
      * are the order's delivery address when one was keyed, else
      * the customer's name and current address (AdrClients.txt,
      * else the master). PAYS-MAN is its ISO country code; a keyed
      * delivery address is in France (postal code checked against
      * RefCP).
      * The carrier returns NOBL-MAN with its tracking number, which
      * SUIVICOL loads back onto the delivery note and the order.
      *****************************************************************
           02 NOBL-MAN PIC 9(7).
           02 NOCMD-MAN PIC 9(7).
           02 NOCLI-MAN PIC 9(7).
           02 DATE-MAN PIC 9(8).
           02 DESTINATAIRE-MAN PIC X(36).
           02 NUM-RUE-MAN PIC X(5).
           02 RUE-MAN PIC X(20).
           02 CP-MAN PIC X(5).
           02 VILLE-MAN PIC X(20).
           02 TELEPHONE-MAN PIC X(10).
           02 NB-COLIS-MAN PIC 9(3).
           02 POIDS-MAN PIC 9(5)V99.
           02 PAYS-MAN PIC X(2).
