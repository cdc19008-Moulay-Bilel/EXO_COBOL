      *****************************************************************
      * Meal-voucher entitlement record (TitresResto.txt, indexed on
      * CLE-TR = employee MATRICULE + pay period AAAAMM). Written by
      * TRCALC from the month's time entries (Temps.txt) : one
      * voucher per day worked with at least TR-HEURES-MIN hours and
      * no full-day absence. VALEUR-TR is the face value of one
      * voucher, PART-PAT-TR / PART-SAL-TR the employer and employee
      * shares for the month (TR-PART-PAT percent of the face value
      * paid by the employer). BULPAIE withholds PART-SAL-TR on the
      * bulletin of the period, within DEDUCTION-PAIE.
      *****************************************************************
           02 CLE-TR.
              03 MATRICULE-TR PIC 9(5).
              03 PERIODE-TR PIC 9(6).
           02 NOM-TR PIC X(25).
           02 JOURS-TR PIC 99.
           02 VALEUR-TR PIC 9(2)V99.
           02 PART-PAT-TR PIC 9(4)V99.
           02 PART-SAL-TR PIC 9(4)V99.
           02 DATE-CALCUL-TR PIC 9(8).
