       FD  FHISTORIQUE.
       01  enreg-historique.
           02 HIST-DATE-JOB PIC 9(8).
           02 HIST-ETAPE PIC 99.
           02 HIST-NOM-ETAPE PIC X(8).
           02 HIST-HEURE-DEBUT PIC 9(6).
           02 HIST-HEURE-FIN PIC 9(6).
