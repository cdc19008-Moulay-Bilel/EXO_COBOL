      *****************************************************************
      * Shared late-payment penalty history (Penalites.txt, indexed
      * on NOCLI + NOFAC of the late invoice). One record per invoice
      * PENALITE has ever charged: interest is computed up to
      * DATE-CALCUL-PEN so the next run only charges the days since,
      * and the fixed recovery indemnity is charged once per invoice
      * (INDEMNITE-PEN = 'O' once billed).
      * DERNIERE-NOFAC-PEN is the last penalty invoice issued for it.
      *****************************************************************
           02 CLE-PEN.
              03 NOCLI-PEN PIC 9(7).
              03 NOFAC-PEN PIC 9(7).
           02 DATE-CALCUL-PEN PIC 9(8).
           02 INTERETS-CUMUL-PEN PIC 9(8)V99.
           02 INDEMNITE-PEN PIC X.
           02 NB-FAC-PEN PIC 9(3).
           02 DERNIERE-NOFAC-PEN PIC 9(7).
