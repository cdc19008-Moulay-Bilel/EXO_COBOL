      *****************************************************************
      * Shared accounting journal line (one balanced double-entry
      * line per record), as released to the general ledger by the
      * journal exports. CODE-JRN identifies the journal (VT = sales
      * ledger, written by JRNVTE; OD = write-offs, by PASSPERT;
      * PA = payroll, by JRNPAIE).
      * PIECE-JRN is the source document: type letter + number
      * (F invoice, A avoir, D loyalty discount, P penalty, R payment,
      * J returned direct debit, W invoice written off; for PA,
      * S salaries, C employer charges, V salary transfers,
      * F expense claims paid with the bulletins, N expense claims
      * paid by separate transfer, A salary advances paid by
      * separate transfer, L paid-leave provision movement written
      * by PROVCP, numbered by pay period AAAAMM).
      * NOCLI-JRN and NOFAC-JRN carry the customer and invoice
      * references (zero on payroll lines). On payroll expense lines
      * the cost center is carried in LIBELLE-JRN positions 15-20.
      * SENS-JRN : D=debit, C=credit. Every piece balances.
      *****************************************************************
           02 DATE-JRN PIC 9(8).
           02 CODE-JRN PIC X(2).
           02 PIECE-JRN.
              03 TYPE-PIECE-JRN PIC X.
              03 NO-PIECE-JRN PIC 9(7).
           02 NOCLI-JRN PIC 9(7).
           02 NOFAC-JRN PIC 9(7).
           02 COMPTE-JRN PIC X(10).
           02 LIBELLE-JRN PIC X(20).
           02 SENS-JRN PIC X.
           02 MONTANT-JRN PIC 9(8)V99.
