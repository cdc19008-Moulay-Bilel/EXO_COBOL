      *****************************************************************
      * Shared direct-debit collection history (PrelevEmis.txt,
      * indexed on NOCLI + NOFAC of the collected item). Written by
      * PRELEV for each item sent to the bank and recorded as a
      * payment in Reglements.txt; updated by RETPRLV when the bank
      * rejects it. An item still at E is never collected twice.
      * STATUT-PRL : E=emis, J=rejete (invoice reopened).
      * SEQUENCE-PRL : FRST or RCUR, as sent in the collection file.
      *****************************************************************
           02 CLE-PRL.
              03 NOCLI-PRL PIC 9(7).
              03 NOFAC-PRL PIC 9(7).
           02 DATE-EMIS-PRL PIC 9(8).
           02 MONTANT-PRL PIC 9(8)V99.
           02 RUM-PRL PIC X(20).
           02 SEQUENCE-PRL PIC X(4).
           02 STATUT-PRL PIC X.
           02 DATE-REJET-PRL PIC 9(8).
           02 MOTIF-REJET-PRL PIC X(4).
           02 NB-PRESENTATIONS-PRL PIC 9(2).
