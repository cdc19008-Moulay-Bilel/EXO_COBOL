      *****************************************************************
      * Receivables month-end close record layout (ClotureRec.txt,
      * indexed on PERIODE-CLO AAAAMM, one record per closed month).
      * Written by CLOTREC; read by PERIOCPT, which sends any later
      * posting dated in a closed month to the next open period.
      * The movement totals are those posted in the period (invoices
      * and penalties, avoirs, customer payments, rejected direct
      * debits, write-offs); SOLDE-CLOTURE-CLO is the total of the
      * customers' balances frozen in HistSoldes.txt and becomes the
      * opening balance of the next close.
      *****************************************************************
           02 PERIODE-CLO PIC 9(6).
           02 DATE-CLOTURE-CLO PIC 9(8).
           02 SOLDE-OUVERTURE-CLO PIC S9(10)V99.
           02 FACTURES-CLO PIC 9(10)V99.
           02 AVOIRS-CLO PIC 9(10)V99.
           02 REGLEMENTS-CLO PIC 9(10)V99.
           02 IMPAYES-CLO PIC 9(10)V99.
           02 PERTES-CLO PIC 9(10)V99.
           02 SOLDE-CLOTURE-CLO PIC S9(10)V99.
           02 NB-CLIENTS-CLO PIC 9(7).
