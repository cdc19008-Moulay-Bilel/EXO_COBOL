      *****************************************************************
      * Business-customer extension, appended after the CLIMAST view
      * in the CLIE master (CLIE.txt). A company carries SEXE 'E',
      * the first 20 characters of its name in NOM and a blank
      * PRENOM, so every program reading the CLIMAST view handles it
      * like any other customer; the full name, the SIRET (checked
      * with its Luhn key by SIRETCTL), the legal form, the
      * intra-community VAT number and the named contact follow.
      * SIRET-VALIDE is 'N' while the SIRET is still to be entered
      * (company received through the EXO09 feed).
      *****************************************************************
           02 RAISON-SOCIALE PIC X(40).
           02 SIRET PIC X(14).
           02 FORME-JURIDIQUE PIC X(5).
           02 NO-TVA-INTRA PIC X(13).
           02 CONTACT-ENT.
               03 CIVILITE-CONTACT PIC X(3).
               03 NOM-CONTACT PIC X(20).
               03 PRENOM-CONTACT PIC X(15).
               03 FONCTION-CONTACT PIC X(20).
           02 SIRET-VALIDE PIC X.
           02 DATE-CREATION-ENT PIC 9(8).
