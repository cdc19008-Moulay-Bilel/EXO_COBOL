      *****************************************************************
      * Shared invoice-line record layout (LignesFac.txt, indexed on
      * NOFAC + line number). One record per billed line, written by
      * FACTURE with the VAT rate applied at invoicing time; read by
      * TVARPT for the monthly VAT return.
      * PENALITE writes its penalty invoices here too, as F lines
      * with no VAT code and a zero rate, so AVOIR can waive them.
      * TYPE-LFA : F=facture, A=avoir (NOFAC-LFA is then the avoir
      * number and NOFAC-ORIG-LFA the invoice it credits),
      * R=loyalty discount written by FACTURE (NOFAC-LFA is the
      * discount number, NOFAC-ORIG-LFA the invoice, one line per
      * invoice line with no quantity, prorated HT and VAT).
      * QTE-AVOIREE-LFA, on an invoice line, is the quantity already
      * credited back so it can never be credited twice.
      *****************************************************************
           02 CLE-LFA.
              03 NOFAC-LFA PIC 9(7).
              03 NOLIGNE-LFA PIC 9(2).
           02 TYPE-LFA PIC X.
           02 NOCLI-LFA PIC 9(7).
           02 NOCMD-LFA PIC 9(7).
           02 DATE-LFA PIC 9(8).
           02 ARTICLE-LFA PIC X(15).
           02 QTE-LFA PIC 9(3).
           02 PRIX-UNIT-LFA PIC 9(5)V99.
           02 MONTANT-HT-LFA PIC 9(7)V99.
           02 CODE-TVA-LFA PIC X.
           02 TAUX-TVA-LFA PIC 9(2)V99.
           02 MONTANT-TVA-LFA PIC 9(7)V99.
           02 NOFAC-ORIG-LFA PIC 9(7).
           02 QTE-AVOIREE-LFA PIC 9(3).
