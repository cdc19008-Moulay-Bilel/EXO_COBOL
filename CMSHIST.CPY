      *****************************************************************
      * Commission history record layout (HistCommissions.txt,
      * sequential, appended by COMMIS). One record per rep and
      * commission period AAAAMM, with the payroll MATRICULE the
      * commission was paid to through Mouvements.txt. A period
      * already present here is never computed twice.
      * MONTANT-CMS is the net commission paid; a rep whose
      * reversals exceed the month's commission is recorded with
      * zero paid and the shortfall in REPRISE-CMS.
      *****************************************************************
           02 PERIODE-CMS PIC 9(6).
           02 CODE-REP-CMS PIC X(4).
           02 MATRICULE-CMS PIC 9(5).
           02 BASE-CMS PIC 9(8)V99.
           02 MONTANT-CMS PIC 9(8)V99.
           02 REPRISE-CMS PIC 9(8)V99.
           02 DATE-CALCUL-CMS PIC 9(8).
