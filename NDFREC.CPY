      *****************************************************************
      * Employee expense-claim record (NotesFrais.txt, indexed on
      * CLE-NDF = employee MATRICULE + claim number). Captured by
      * NDFSAIS, approved by the department manager in NDFAPP,
      * reimbursed either on the next bulletin by BULPAIE (mode B,
      * non-taxable, outside the taxable gross) or by the separate
      * transfer batch NDFVIR (mode V), reported by NDFRPT.
      * CATEGORIE-NDF : TRAN transport, HEBE hebergement, REPA repas,
      * ACHA achats, DIVE divers. MONTANT-NDF is the amount paid
      * including TVA-NDF. ETAT-NDF : S saisie, A approuvee,
      * R refusee, X annulee a la saisie, P remboursee
      * (PERIODE-REMB-NDF = periode de paie ou de la remise).
      *****************************************************************
           02 CLE-NDF.
              03 MATRICULE-NDF PIC 9(5).
              03 NO-NDF PIC 9(3).
           02 NOM-NDF PIC X(25).
           02 DEPARTEMENT-NDF PIC X(10).
           02 DATE-NDF PIC 9(8).
           02 CATEGORIE-NDF PIC X(4).
           02 MONTANT-NDF PIC 9(6)V99.
           02 TVA-NDF PIC 9(5)V99.
           02 JUSTIF-NDF PIC X(12).
           02 MODE-REMB-NDF PIC X.
           02 ETAT-NDF PIC X.
           02 SAISIE-PAR-NDF PIC X(8).
           02 DATE-SAISIE-NDF PIC 9(8).
           02 APPROBATEUR-NDF PIC X(8).
           02 DATE-APP-NDF PIC 9(8).
           02 PERIODE-REMB-NDF PIC 9(6).
