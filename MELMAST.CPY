      *****************************************************************
      * Customer e-mail register record layout (Emails.txt, indexed
      * on NOCLI-MEL, alternate key ADRESSE-MEL with duplicates).
      * One address per customer, captured in Exo.02 or corrected in
      * LOOKUP after a syntax check by MELCTL, and stored in lower
      * case. STATUT-MEL : N = captured, not yet verified, V =
      * verified (delivery confirmed by the mailing provider), B =
      * bounced. MELIMP sets V or B from the provider's bounce file;
      * a soft bounce only adds to NB-REJETS-MEL until the third.
      * ANNIV and RELEVE send by e-mail to any address not in B
      * whose customer has not refused e-mail in the consent
      * register (OPT-EMAIL).
      *****************************************************************
           02 NOCLI-MEL PIC 9(7).
           02 ADRESSE-MEL PIC X(60).
           02 STATUT-MEL PIC X.
           02 DATE-SAISIE-MEL PIC 9(8).
           02 DATE-STATUT-MEL PIC 9(8).
           02 NB-REJETS-MEL PIC 9(3).
           02 MOTIF-REJET-MEL PIC X(30).
           02 OPERATEUR-MEL PIC X(8).
