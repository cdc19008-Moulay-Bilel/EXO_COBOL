      *****************************************************************
      * Shared payment-history record layout (HistReglements.txt,
      * sequential, appended). One record per customer payment
      * applied by ENCAISS, with the payment date and the invoice it
      * settled, so that statements and ledgers can show each cash
      * movement; Encours.txt only keeps the cumulative amount paid.
      * TYPE-HRG : R=reglement client, J=prelevement rejete par la
      * banque (written by RETPRLV; the amount is owed again),
      * P=passage en perte (written by PASSPERT for the balance
      * written off; no cash moved, journalised by PASSPERT),
      * A=affectation (written by ENCAISS for each invoice a payment
      * or an unallocated credit was applied to, with the amount
      * applied; it details an R already counted, so statements,
      * ledgers and reconciliation skip it; COMMIS pays on it).
      * PERIODE-HRG is the receivables period AAAAMM the movement was
      * posted in (PERIOCPT), used by the CLOTREC month-end close.
      *****************************************************************
           02 NOCLI-HRG PIC 9(7).
           02 NOFAC-HRG PIC 9(7).
           02 DATE-REGL-HRG PIC 9(8).
           02 MONTANT-HRG PIC 9(8)V99.
           02 TYPE-HRG PIC X.
           02 DATE-TRAIT-HRG PIC 9(8).
           02 PERIODE-HRG PIC 9(6).
