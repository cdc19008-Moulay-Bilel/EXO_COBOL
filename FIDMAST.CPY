      *****************************************************************
      * Customer loyalty points ledger (Fidelite.txt, indexed on
      * NOCLI + movement type + reference). All updates go through
      * the FIDPTS subprogram except expiry, posted by FIDRLV.
      * TYPE-FID :
      *   G gain : points earned on invoice REF-FID once ENCAISS has
      *     fully settled it (MONTANT-FID = invoice amount
      *     before tax). Deleted by RETPRLV when a returned direct
      *     debit reopens the invoice, so it can earn again.
      *   U utilisation : points redeemed at ORDSAIS as a discount
      *     on order REF-FID (MONTANT-FID = discount value,
      *     MONTANT-IMPUTE-FID = part already deducted by FACTURE,
      *     NOFAC-ORIG-FID = last invoice it was deducted on).
      *   N : points given back when order REF-FID is cancelled
      *     (CMDMNT, CRDMNT) or rejected at posting (ORDPOST) before
      *     its discount was fully invoiced.
      *   R reprise : points taken back for credit note REF-FID
      *     (AVOIR) on invoice NOFAC-ORIG-FID.
      *   X expiration : points of lot REF-FID expired by FIDRLV.
      * G and N records are the point lots: SOLDE-LOT-FID is what is
      * left of the lot after redemptions, reversals and expiry; the
      * lot may be used until DATE-EXPIRATION-FID. On an R record
      * SOLDE-LOT-FID holds the points still to take back when the
      * invoice had earned nothing yet (deducted from its G lot).
      *****************************************************************
           02 CLE-FID.
              03 NOCLI-FID PIC 9(7).
              03 TYPE-FID PIC X.
              03 REF-FID PIC 9(7).
           02 DATE-FID PIC 9(8).
           02 POINTS-FID PIC 9(7).
           02 SOLDE-LOT-FID PIC 9(7).
           02 DATE-EXPIRATION-FID PIC 9(8).
           02 NOFAC-ORIG-FID PIC 9(7).
           02 MONTANT-FID PIC 9(8)V99.
           02 MONTANT-IMPUTE-FID PIC 9(8)V99.
           02 PROGRAMME-FID PIC X(8).
