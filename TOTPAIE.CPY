      *****************************************************************
      * Payroll run control totals (TotPaie.txt) : one record,
      * rewritten by BULPAIE at each posting run (never in
      * simulation). The totals are those of the register and of
      * Paie.txt for the period; JRNPAIE ties the payroll journal
      * to them. DEDUCTION-TOT includes the garnishments, which are
      * also given apart in SAISIES-TOT. FRAIS-TOT is the total of
      * the expense claims reimbursed with the bulletins, outside
      * NET-TOT. ACOMPTES-TOT is the total of the salary advances
      * recovered, included in DEDUCTION-TOT like SAISIES-TOT.
      * The bonus run writes its own totals to TotPrime.txt, which
      * VIREMNT checks before the bonus transfer batch and JRNPAIE
      * and DECLSOC tie the bonus journal and declaration to.
      *****************************************************************
           02 PERIODE-TOT PIC 9(6).
           02 DATE-CALCUL-TOT PIC 9(8).
           02 NB-BULLETINS-TOT PIC 9(5).
           02 BRUT-TOT PIC 9(8)V99.
           02 IMPOT-TOT PIC 9(8)V99.
           02 DEDUCTION-TOT PIC 9(8)V99.
           02 SAISIES-TOT PIC 9(8)V99.
           02 NET-TOT PIC 9(8)V99.
           02 CHARGES-TOT PIC 9(8)V99.
           02 FRAIS-TOT PIC 9(8)V99.
           02 ACOMPTES-TOT PIC 9(8)V99.
