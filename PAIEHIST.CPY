      * periode. Archived by BULPAIE at each run, recomputed by the
      * RAPPEL retro run (TYPE-PHIST R), browsed by PAIEQRY and
      * reprinted by BULPRT. TYPE-PHIST : N=calcul normal, R=corrige
      * par rappel, P=run des primes (periode AAAA13).
      *****************************************************************
           02 CLE-PHIST.
              03 MATRICULE-PHIST PIC 9(5).
              03 PERIODE-PHIST PIC 9(6).
      * ancien identifiant 2 chiffres, renseigne seulement sur les
      * bulletins archives avant le passage de la paie au matricule
           02 ID-PHIST PIC 9(2).
           02 NOM-PHIST PIC X(25).
           02 DEPARTEMENT-PHIST PIC X(10).
