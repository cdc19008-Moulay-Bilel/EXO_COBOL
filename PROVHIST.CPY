      *****************************************************************
      * Paid-leave liability history (HistProvConges.txt, indexed on
      * period AAAAMM + matricule). One record per employee valued
      * by PROVCP at month end : leave balance in days, daily rate
      * taken from the latest pay-history bulletin (brut / monthly
      * hours x 7), employer charge rate applied and resulting
      * provision. A rerun of the same period replaces its records;
      * the previous period's records give the movement booked.
      *****************************************************************
           02 CLE-PROV.
              03 PERIODE-PROV PIC 9(6).
              03 MATRICULE-PROV PIC 9(5).
           02 NOM-PROV PIC X(25).
           02 DEPARTEMENT-PROV PIC X(10).
           02 CC-PROV PIC X(6).
           02 SOLDE-PROV PIC 9(3)V99.
           02 PERIODE-PAIE-PROV PIC 9(6).
           02 TAUX-JOUR-PROV PIC 9(4)V99.
           02 TAUX-CHARGES-PROV PIC V9999.
           02 MONTANT-PROV PIC 9(8)V99.
           02 DATE-CALCUL-PROV PIC 9(8).
