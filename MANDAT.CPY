      *****************************************************************
      * Shared SEPA direct-debit mandate record (Mandats.txt,
      * indexed on NOCLI-MDT, one current mandate per customer).
      * Maintained by MDTMNT, read by PRELEV to collect due invoices,
      * suspended by RETPRLV when the bank rejects a collection.
      * RUM-MDT is the unique mandate reference (CRM + NOCLI + '-' +
      * signature date), IBAN-MDT checked modulo 97 at entry.
      * STATUT-MDT : A=actif, S=suspendu apres rejet, R=revoque.
      * DATE-DERNIER-PRLV-MDT is zero until the first collection, so
      * PRELEV knows to send it as FRST and later ones as RCUR.
      *****************************************************************
           02 NOCLI-MDT PIC 9(7).
           02 RUM-MDT PIC X(20).
           02 IBAN-MDT PIC X(34).
           02 BIC-MDT PIC X(11).
           02 DATE-SIGNATURE-MDT PIC 9(8).
           02 STATUT-MDT PIC X.
           02 DATE-DERNIER-PRLV-MDT PIC 9(8).
           02 DATE-MAJ-MDT PIC 9(8).
           02 OPERATEUR-MDT PIC X(8).
