      * Written by ORDSAIS (console capture) and posted into the
      * indexed order master by ORDPOST; read downstream by the
      * invoicing chain. STATUT-CMD : S=saisie, E=expediee,
      * F=facturee, A=annulee, B=bloquee (credit).
      * SUIVI-LIGNE-CMD runs parallel to LIGNE-CMD and carries the
      * quantity reserved in the stock master when ORDPOST posts
      * the order (the rest of the line is on backorder), the
      * quantity shipped so far on delivery notes (ORDSAIS) and the
      * quantity already invoiced from those notes (FACTURE). The
      * order stays at S until every line is fully shipped.
      * MOTIF-ANNUL-CMD is the reason code set by CMDMNT when the
      * order is cancelled (STATUT-CMD A).
      * STATUT-CMD B = held by ORDPOST on credit grounds, nothing
      * reserved; MOTIF-ANNUL-CMD then holds PL (credit limit
      * exceeded) or RT (invoice in the oldest aging bucket) until
      * CRDMNT releases the order to S or cancels it.
      * NODEV-CMD is the accepted quote the order was generated
      * from by DEVMNT (zero for orders keyed in ORDSAIS); ORDPOST
      * then keeps the quoted unit prices instead of the catalog's.
      * ADRESSE-LIVR-CMD is the optional delivery address keyed in
      * ORDSAIS (postal code checked against RefCP.txt); spaces mean
      * ship to the customer's own address.
      * NO-SUIVI-CMD / DATE-SUIVI-CMD : carrier tracking number of
      * the latest parcel, loaded by SUIVICOL from the carrier's
      * return file (set to spaces / zero by ORDPOST).
      *****************************************************************
           02 NOCMD PIC 9(7).
           02 NOCLI-CMD PIC 9(7).
                 04 PRIX-UNIT-CMD PIC 9(5)V99.
                 04 MONTANT-LIGNE-CMD PIC 9(7)V99.
           02 MONTANT-CMD PIC 9(8)V99.
           02 SUIVI-LIGNES-CMD.
              03 SUIVI-LIGNE-CMD OCCURS 5 TIMES.
                 04 QTE-RESERVEE-CMD PIC 9(3).
                 04 QTE-EXPEDIEE-CMD PIC 9(3).
                 04 QTE-FACTUREE-CMD PIC 9(3).
           02 MOTIF-ANNUL-CMD PIC X(2).
           02 NODEV-CMD PIC 9(7).
           02 ADRESSE-LIVR-CMD.
              03 NOM-LIVR-CMD PIC X(20).
              03 NUM-RUE-LIVR-CMD PIC X(5).
              03 RUE-LIVR-CMD PIC X(20).
              03 CP-LIVR-CMD PIC X(5).
              03 VILLE-LIVR-CMD PIC X(20).
           02 NO-SUIVI-CMD PIC X(20).
           02 DATE-SUIVI-CMD PIC 9(8).
