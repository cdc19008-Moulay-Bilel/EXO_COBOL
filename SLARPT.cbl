       01  enreg-alerte.
           02 ALERTE-DATE PIC 9(8).
           02 ALERTE-HEURE PIC 9(6).
           02 ALERTE-ETAPE PIC 99.
           02 ALERTE-NOM PIC X(8).
           02 ALERTE-DUREE PIC 9(6).
           02 ALERTE-SEUIL PIC 9(6).
