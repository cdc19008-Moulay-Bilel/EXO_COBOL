      *****************************************************************
      * Customer complaint (claim) record layout (Reclamations.txt,
      * indexed on NO-RECL, alternate key NOCLI-RECL with
      * duplicates). Opened and worked in RECLMNT; aged daily by
      * RECLRPT; listed in the DOSSIER and LOOKUP customer views.
      * NOCMD-RECL / NOFAC-RECL : optional order or invoice the
      * complaint is about (zero when none).
      * CATEGORIE-RECL : LV livraison, QL qualite produit,
      * FA facturation, SV accueil / service, RB remboursement,
      * AU autre. DELAI-RECL is the target resolution time in days
      * for the category, frozen when the case is opened.
      * CANAL-RECL : T telephone, C courrier, M e-mail, G guichet.
      * STATUT-RECL : O ouverte, E en cours de traitement,
      * R resolue (DATE-RESOLUTION-RECL and RESOLUTION-RECL set).
      * OPERATEUR-RECL is the operator the case is assigned to,
      * OPERATEUR-SAISIE-RECL the one who opened it.
      *****************************************************************
           02 NO-RECL PIC 9(7).
           02 NOCLI-RECL PIC 9(7).
           02 NOCMD-RECL PIC 9(7).
           02 NOFAC-RECL PIC 9(7).
           02 CATEGORIE-RECL PIC X(2).
           02 CANAL-RECL PIC X.
           02 DESCRIPTION-RECL PIC X(60).
           02 OPERATEUR-RECL PIC X(8).
           02 STATUT-RECL PIC X.
           02 DATE-OUVERTURE-RECL PIC 9(8).
           02 DELAI-RECL PIC 9(3).
           02 DATE-RESOLUTION-RECL PIC 9(8).
           02 RESOLUTION-RECL PIC X(60).
           02 OPERATEUR-SAISIE-RECL PIC X(8).
           02 DATE-MAJ-RECL PIC 9(8).
