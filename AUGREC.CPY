      *****************************************************************
      * Annual salary review record (Augmentations.txt, indexed on
      * CLE-AUG = employee MATRICULE + campaign year, so that the
      * raises of an employee read in year order). Generated by
      * AUGGEN from the payroll master salarier.txt with the current
      * base salary, seniority (full years since DATE-EMBAUCHE) and
      * the effective date of the last raise applied. The
      * department manager proposes MONTANT-AUG (monthly increase)
      * and DATE-EFFET-AUG in AUGSAIS within the department envelope;
      * HR approves in AUGVAL; AUGAPP applies the raise to
      * salarier.txt on its effective date.
      * ETAT-AUG : O ouverte (no proposal yet), P proposee,
      * A approuvee, R refusee, V appliquee (SALAIRE-APRES-AUG is
      * then the base salary actually written to the master).
      *****************************************************************
           02 CLE-AUG.
              03 MATRICULE-AUG PIC 9(5).
              03 ANNEE-AUG PIC 9(4).
           02 NOM-AUG PIC X(25).
           02 DEPARTEMENT-AUG PIC X(10).
           02 SALAIRE-AVANT-AUG PIC 9(6)V99.
           02 ANCIENNETE-AUG PIC 99.
           02 DERNIERE-AUG-DATE PIC 9(8).
           02 MONTANT-AUG PIC 9(6)V99.
           02 DATE-EFFET-AUG PIC 9(8).
           02 ETAT-AUG PIC X.
           02 PROPOSE-PAR-AUG PIC X(8).
           02 APPROUVE-PAR-AUG PIC X(8).
           02 DATE-APP-AUG PIC 9(8).
           02 SALAIRE-APRES-AUG PIC 9(6)V99.
           02 DATE-APPLIC-AUG PIC 9(8).
