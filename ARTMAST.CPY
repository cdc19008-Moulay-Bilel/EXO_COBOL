      *****************************************************************
      * Shared article-catalog record layout (Articles.txt, indexed
      * on CODE-ART). Maintained by ARTMNT; read by ORDSAIS and
      * ORDPOST to validate and price each order line, and by
      * FACTURE for the VAT code (rates in TauxTVA.txt).
      * STATUT-ART : A=actif, D=arrete (discontinued).
      * PRIX-REVIENT-ART is the unit cost price, used by CAMPRPT for
      * the margin on invoiced lines (zero = not known yet).
      *****************************************************************
           02 CODE-ART PIC X(15).
           02 DESIGNATION-ART PIC X(30).
           02 PRIX-UNIT-ART PIC 9(5)V99.
           02 UNITE-VENTE-ART PIC X(5).
           02 STATUT-ART PIC X.
           02 CODE-TVA-ART PIC X.
           02 PRIX-REVIENT-ART PIC 9(5)V99.
