      *****************************************************************
      * Pre-payment payroll variance flag (EcartsPaie.txt, indexed on
      * CLE-ECART), raised by CTLPAIE for each bulletin of Paie.txt
      * compared with the employee's previous period in PaieHist,
      * signed off by a payroll supervisor with VALPAIE. VIREMNT
      * builds no transfer while a flag of the period is open.
      * TYPE-ECART : N = new employee (no previous period),
      *   B = gross change, T = net change (above PAIE-ECART-PCT
      *   percent or PAIE-ECART-MNT euros, Params.txt),
      *   Z = zero net, G = negative net (tax + deductions above
      *   gross), * = control run marker (DONNEES-CONTROLE view,
      *   matricule zero) identifying the BULPAIE run controlled.
      * ETAT-ECART : O = open, V = signed off. VU-ECART = O when the
      * latest control run raised the flag again; a sign-off is kept
      * only while gross and net are unchanged.
      *****************************************************************
           02 CLE-ECART.
              03 PERIODE-ECART PIC 9(6).
              03 MATRICULE-ECART PIC 9(5).
              03 TYPE-ECART PIC X.
           02 DONNEES-ECART.
              03 NOM-ECART PIC X(25).
              03 BRUT-ECART PIC 9(6)V99.
              03 BRUT-PREC-ECART PIC 9(6)V99.
              03 NET-ECART PIC 9(6)V99.
              03 NET-PREC-ECART PIC 9(6)V99.
              03 ETAT-ECART PIC X.
              03 VU-ECART PIC X.
              03 VALIDEUR-ECART PIC X(8).
              03 DATE-VAL-ECART PIC 9(8).
           02 DONNEES-CONTROLE REDEFINES DONNEES-ECART.
              03 DATE-CALCUL-CTL PIC 9(8).
              03 NB-BULLETINS-CTL PIC 9(5).
              03 BRUT-TOTAL-CTL PIC 9(8)V99.
              03 NET-TOTAL-CTL PIC 9(8)V99.
              03 NB-ECARTS-CTL PIC 9(5).
              03 FILLER PIC X(37).
