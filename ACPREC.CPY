      *****************************************************************
      * Mid-month salary advance record (Acomptes.txt, indexed on
      * CLE-ACP = employee MATRICULE + advance number). Requested
      * and approved in ACPSAIS, paid by the mid-month transfer
      * batch ACPVIR, recovered by BULPAIE on the following
      * bulletins (within DEDUCTION-PAIE, given apart in
      * ACOMPTE-PAIE). ETAT-ACP : D demande, A approuve, V verse,
      * S solde (fully recovered), R refuse, X annule.
      * RECUPERE-ACP is the amount recovered so far;
      * PERIODE-RECUP-ACP / RETENU-PERIODE-ACP the last pay period
      * that recovered part of it and the amount taken then, so
      * that a recalculated period gives it back first.
      *****************************************************************
           02 CLE-ACP.
              03 MATRICULE-ACP PIC 9(5).
              03 NO-ACP PIC 9(3).
           02 NOM-ACP PIC X(25).
           02 DATE-DEMANDE-ACP PIC 9(8).
           02 MONTANT-ACP PIC 9(6)V99.
           02 ETAT-ACP PIC X.
           02 SAISIE-PAR-ACP PIC X(8).
           02 APPROBATEUR-ACP PIC X(8).
           02 DATE-APP-ACP PIC 9(8).
           02 DATE-VERSEMENT-ACP PIC 9(8).
           02 RECUPERE-ACP PIC 9(6)V99.
           02 PERIODE-RECUP-ACP PIC 9(6).
           02 RETENU-PERIODE-ACP PIC 9(6)V99.
