      *****************************************************************
      * Shared quotation master record layout (DevisMst.txt, indexed
      * on NODEV, numbered from NumDevis.txt). Created by DEVMNT
      * from the costed lines SPRO01B leaves in DevisLig.txt, each
      * costed material being quoted as the catalog article of the
      * same code (or the one the operator names).
      * STATUT-DEV : O=ouvert, A=accepte, E=expire, R=refuse.
      * An open quote past DATE-VALIDITE-DEV is set to E by DEVRPT
      * (or by DEVMNT when acceptance is attempted). Accepting a
      * quote writes the order (NOCMD-DEV) to the order capture
      * file for ORDPOST, with NODEV-CMD pointing back here.
      *****************************************************************
           02 NODEV PIC 9(7).
           02 NOCLI-DEV PIC 9(7).
           02 DATE-DEV PIC 9(8).
           02 DATE-VALIDITE-DEV PIC 9(8).
           02 STATUT-DEV PIC X.
           02 NB-LIGNES-DEV PIC 9(2).
           02 LIGNES-DEV.
              03 LIGNE-DEV OCCURS 5 TIMES.
                 04 ARTICLE-DEV PIC X(15).
                 04 QTE-DEV PIC 9(3).
                 04 PRIX-UNIT-DEV PIC 9(5)V99.
                 04 MONTANT-LIGNE-DEV PIC 9(7)V99.
           02 MONTANT-DEV PIC 9(8)V99.
           02 NOCMD-DEV PIC 9(7).
           02 DATE-STATUT-DEV PIC 9(8).
           02 OPERATEUR-DEV PIC X(8).
