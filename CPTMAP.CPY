      *****************************************************************
      * Shared general-ledger account mapping (ComptesGL.txt,
      * sequential, maintained with CPTMNT). One record per posting
      * role used by the accounting journal exports:
      *   CLIENTS   customer receivable     VENTES    sales
      *   PENALITES penalty income          BANQUE    bank
      *   TVA       output VAT; TVA-x for VAT code x overrides it.
      *   PERTES    bad-debt write-off expense (PASSPERT)
      * Payroll journal (JRNPAIE):
      *   SALAIRES  gross pay expense     CHARGES-PAT employer charges
      *   IMPOTS    tax withheld          RETENUES  other deductions
      *   SAISIES   garnishments payable  NET-A-PAYER net pay owed
      *   ORG-SOCIAUX social bodies owed for employer charges
      *   NOTES-FRAIS reimbursed employee expense claims
      *   ACOMPTES  salary advances paid, awaiting recovery
      *   SAL-cccccc / CHG-cccccc override SALAIRES / CHARGES-PAT
      *   for cost center cccccc.
      * Paid-leave provision (PROVCP):
      *   DOTATION-CP provision expense  PROVISION-CP leave liability
      *   DCP-cccccc overrides DOTATION-CP for cost center cccccc.
      * COMPTE-CPT is the ledger account number, LIBELLE-CPT the
      * wording carried on the journal lines.
      *****************************************************************
           02 CLE-CPT PIC X(12).
           02 COMPTE-CPT PIC X(10).
           02 LIBELLE-CPT PIC X(20).
