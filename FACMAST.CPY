      * Shared open-items (encours clients) record layout.
      * One record per invoice, keyed NOCLI + numero de facture.
      * Written by FACTURE, settled by ENCAISS, aged by RELANCE.
      * STATUT-ENC : O=ouverte, S=soldee, P=passee en perte by
      * PASSPERT once approved (the unpaid balance is then added to
      * MONTANT-REGLE-ENC so the item no longer weighs on the
      * customer's balance; HistReglements holds it as a type P).
      * TYPE-ENC : F (or space) = facture, A = avoir written by
      * AVOIR against NOFAC-ORIG-ENC. For an avoir MONTANT-FAC-ENC
      * is the credit granted and MONTANT-REGLE-ENC the part
      * already netted against the customer's invoices.
      * TYPE-ENC C = unapplied cash credit written by ENCAISS for
      * the part of a payment left over once the customer's open
      * invoices are settled; numbered from NumCredit.txt, netted
      * against later invoices like an avoir (NOFAC-ORIG-ENC holds
      * the invoice quoted on the payment, zero if none).
      * TYPE-ENC R = loyalty-points discount granted on the order
      * at ORDSAIS, written by FACTURE with the invoice
      * (NumCredit.txt numbering, NOFAC-ORIG-ENC = the invoice it
      * reduces). It lowers the price: its HT/VAT split is prorated
      * on the invoice lines and written to LignesFac as R lines.
      * Netted and reported like an avoir.
      * TYPE-ENC P = late-payment penalty invoice written by
      * PENALITE (NumFac numbering, no VAT); NOFAC-ORIG-ENC holds
      * the late invoice. Settled and dunned like an invoice but
      * never itself charged a penalty.
      * MONTANT-FAC-ENC is the gross (TTC) amount due; the net (HT)
      * and VAT split is kept alongside for the ledger.
      * LITIGE-ENC = O while the customer disputes the item (opened
      * and closed in LITMNT with a reason code, the date and the
      * operator): the item then gets no RELANCE letter, no PENALITE
      * charge, no direct debit and is left out of the credit-hold
      * checks until the dispute is closed (LITIGE-ENC back to N).
      * PERIODE-ENC is the receivables period AAAAMM the item was
      * posted in (PERIOCPT : the posting month, or the first open
      * month after the last CLOTREC close).
      *****************************************************************
           02 CLE-ENC.
              03 NOCLI-ENC PIC 9(7).
           02 MONTANT-REGLE-ENC PIC 9(8)V99.
           02 STATUT-ENC PIC X.
           02 DATE-DERNIER-REGL-ENC PIC 9(8).
           02 MONTANT-HT-ENC PIC 9(8)V99.
           02 MONTANT-TVA-ENC PIC 9(8)V99.
           02 TYPE-ENC PIC X.
           02 NOFAC-ORIG-ENC PIC 9(7).
           02 LITIGE-ENC PIC X.
           02 MOTIF-LITIGE-ENC PIC X(2).
           02 DATE-LITIGE-ENC PIC 9(8).
           02 OPERATEUR-LITIGE-ENC PIC X(8).
           02 PERIODE-ENC PIC 9(6).
