           02 VILLE-ADR PIC X(20).
           02 CMPL-ADR PIC X(20).
           02 CODE-ERREUR-CP-ADR PIC X.
           02 PAYS-ADR PIC X(2).

       FD  FHISTORIQUE.
       01  enreg-historique.
