      *****************************************************************
      * Nightly job-step definition (JobDef.txt, one record per step).
      * ETAPE-DEF is the step number (01-98), unique across all
      * chains; the steps of a chain run in step-number order.
      * CHAINE-DEF is the chain selected by JOBNUIT-CHAINE (CLI,
      * PAIE, REC...), PROGRAMME-DEF the program run for the step.
      * CONTROLE-DEF is an optional gate program run right after a
      * successful step (non-zero return code holds the downstream
      * steps and raises an alert with MOTIF-CTL-DEF as its reason).
      * DEPEND-DEF is the step that must have completed today with
      * return code zero before this one may run (00 = none).
      * FREQ-DEF is the calendar rule : JOUR every working day, HEBD
      * on day of week JOUR-DEF (1-7), MOIS on month-end only.
      * SLA-DEF is the duration threshold in seconds (0 = none).
      * BILAN-DEF is the count JOBNUIT keeps in JobHist for the step:
      * A = current address count from the last StatsAdr.txt record
      * (the ADRIDX step, built in as 12 CLI ADRIDX), blank = none.
      * Read by JOBNUIT and by RERUNREQ (to offer the steps), which
      * both load the built-in steps first (CLI 01-03 and 12, PAIE
      * 04-06, with FreqEtapes.txt in JOBNUIT); a record here
      * replaces the built-in step of the same number or adds a
      * new one, so a REC chain needs only its own records (07-11).
      *****************************************************************
           02 ETAPE-DEF PIC 99.
           02 CHAINE-DEF PIC X(4).
           02 PROGRAMME-DEF PIC X(8).
           02 CONTROLE-DEF PIC X(8).
           02 MOTIF-CTL-DEF PIC X(20).
           02 DEPEND-DEF PIC 99.
           02 FREQ-DEF PIC X(4).
           02 JOUR-DEF PIC 9.
           02 SLA-DEF PIC 9(4).
           02 BILAN-DEF PIC X.
