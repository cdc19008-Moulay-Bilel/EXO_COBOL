      *****************************************************************
      * Order amendment log record (ModifCmd.txt, sequential, one
      * record per change). Written by CMDMNT with the values before
      * and after each change, and by CRDMNT when a credit-held
      * order is released or cancelled; listed daily by CMDRPT.
      * TYPE-MOD : M=ligne modifiee, J=ligne ajoutee, S=ligne
      * supprimee, A=commande annulee (MOTIF-MOD = code motif),
      * L=commande bloquee liberee.
      *****************************************************************
           02 NOCMD-MOD PIC 9(7).
           02 DATE-MOD PIC 9(8).
           02 HEURE-MOD PIC 9(6).
           02 OPERATEUR-MOD PIC X(8).
           02 TYPE-MOD PIC X.
           02 NOLIGNE-MOD PIC 9(2).
           02 ARTICLE-AVANT-MOD PIC X(15).
           02 QTE-AVANT-MOD PIC 9(3).
           02 ARTICLE-APRES-MOD PIC X(15).
           02 QTE-APRES-MOD PIC 9(3).
           02 MONTANT-AVANT-MOD PIC 9(8)V99.
           02 MONTANT-APRES-MOD PIC 9(8)V99.
           02 MOTIF-MOD PIC X(2).
