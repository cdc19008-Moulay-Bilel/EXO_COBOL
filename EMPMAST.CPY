      * the master as the source of payroll identity data. ANCIEN-ID
      * carries the legacy 2-digit salarier.txt identifier so the
      * existing payroll chain can be matched against the new master.
      * SEXE-EMPLOYE (H/F), DATE-NAISSANCE and CATEGORIE-EMPLOYE
      * (OUV ouvrier, EMP employe, TAM technicien / agent de maitrise,
      * CAD cadre) are captured by EMBAUCHE and EMPMNT and feed the
      * yearly equal-pay index (EGALPRO).
      *****************************************************************
           02 MATRICULE PIC 9(5).
           02 NOM-EMPLOYE PIC X(25).
      * zero et espaces tant que l employe est en poste
           02 DATE-DEPART PIC 9(8).
           02 MOTIF-DEPART PIC X(15).
      * sexe H ou F, date de naissance AAAAMMJJ et categorie
      * d emploi (OUV/EMP/TAM/CAD) ; espaces et zero sur les fiches
      * converties par EMPCONV2 tant qu elles ne sont pas completees
           02 SEXE-EMPLOYE PIC X.
           02 DATE-NAISSANCE PIC 9(8).
           02 CATEGORIE-EMPLOYE PIC X(3).
