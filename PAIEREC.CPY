      * Shared Paie.txt bulletin record layout.
      * Written by BULPAIE, printed by BULPRT and paid by VIREMNT.
      * CHARGES-PAIE carries the employer social contributions
      * computed against SALAIRE-BRUT-PAIE. Bulletins are keyed on
      * the 5-digit MATRICULE-PAIE of the employee master (EMPMAST).
      * FRAIS-PAIE carries the approved expense claims reimbursed
      * with the bulletin (NotesFrais.txt) : non-taxable, outside
      * SALAIRE-NET-PAIE, paid by VIREMNT together with the net.
      * ACOMPTE-PAIE is the salary advance (Acomptes.txt) recovered
      * on the bulletin; like the garnishments it is included in
      * DEDUCTION-PAIE and shown apart on the payslip. The employee
      * share of the month's meal vouchers (TitresResto.txt, TRCALC)
      * is also withheld within DEDUCTION-PAIE.
      * JOURS-CP/MALADIE/SS-PAIE are the approved absence days
      * (Absences.txt) of the period by type; RETENUE-ABSENCE-PAIE
      * is the unpaid-absence amount already taken off the gross.
      * The bonus run (13th month and annual bonus, period AAAA13)
      * writes the same layout to PaiePrime.txt.
      *****************************************************************
           02 MATRICULE-PAIE PIC 9(5).
           02 NOM-PAIE PIC X(25).
           02 DEPARTEMENT-PAIE PIC X(10).
           02 CHARGES-PAIE PIC 9(6)V99.
      * solde de conges en jours apres la paie de la periode
           02 SOLDE-CONGES-PAIE PIC S9(3)V99.
           02 FRAIS-PAIE PIC 9(6)V99.
           02 ACOMPTE-PAIE PIC 9(6)V99.
           02 JOURS-CP-PAIE PIC 9(2)V99.
           02 JOURS-MALADIE-PAIE PIC 9(2)V99.
           02 JOURS-SS-PAIE PIC 9(2)V99.
           02 RETENUE-ABSENCE-PAIE PIC 9(6)V99.
