      *****************************************************************
      * Monthly headcount history (HistEffectifs.txt, indexed on
      * period AAAAMM). One record per month, written by EFFRPT at
      * each run (a rerun replaces the month) : opening headcount,
      * hires, leavers, closing headcount, monthly turnover rate in
      * percent and average seniority of the closing headcount in
      * years. EFFRPT reads the last twelve months back for its
      * rolling trend.
      *****************************************************************
           02 PERIODE-EFF PIC 9(6).
           02 OUVERTURE-EFF PIC 9(5).
           02 ENTREES-EFF PIC 9(5).
           02 SORTIES-EFF PIC 9(5).
           02 CLOTURE-EFF PIC 9(5).
           02 ROTATION-EFF PIC 9(3)V99.
           02 ANCIENNETE-EFF PIC 9(2)V9.
           02 DATE-CALCUL-EFF PIC 9(8).
