      *****************************************************************
      * Frozen customer balance history (HistSoldes.txt, indexed on
      * period AAAAMM + customer). One record per customer with
      * items in the receivables file, written by CLOTREC when the
      * month is closed : balance owed at month end (negative when
      * the customer is in credit), open invoices by age bracket at
      * month end (0-30, 31-60, 61-90, over 90 days, 30/360 basis),
      * unapplied avoirs/credits and the part under dispute.
      *****************************************************************
           02 CLE-SLD.
              03 PERIODE-SLD PIC 9(6).
              03 NOCLI-SLD PIC 9(7).
           02 SOLDE-SLD PIC S9(8)V99.
           02 TRANCHES-SLD.
              03 MONTANT-TRANCHE-SLD PIC 9(8)V99 OCCURS 4 TIMES.
           02 CREDITS-SLD PIC 9(8)V99.
           02 LITIGES-SLD PIC 9(8)V99.
           02 DATE-CLOTURE-SLD PIC 9(8).
