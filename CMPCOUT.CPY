      *****************************************************************
      * Campaign mailing-cost record (CoutCampagnes.txt, sequential,
      * appended by ANNIV once per run). The cost is the number of
      * letters and e-mails sent times the unit costs ANNIV-COUT-LET
      * and ANNIV-COUT-MEL (Params.txt, in cents, default zero). A
      * campaign run twice in the month has two records; CAMPRPT
      * adds them up.
      *****************************************************************
           02 ID-CAMP-COUT PIC X(10).
           02 DATE-ENVOI-COUT PIC 9(8).
           02 NB-COURRIERS-COUT PIC 9(7).
           02 NB-EMAILS-COUT PIC 9(7).
           02 MONTANT-COUT PIC 9(8)V99.
