      *****************************************************************
      * Current parsed address per customer (AdrClients.txt, indexed
      * on NOCLI-ADR). Adresses12.txt stays the capture journal that
      * EXO12 appends to; this file holds only the latest address of
      * each customer and is kept by ADRMAJ whenever EXO12, CLIMAJ,
      * LOOKUP, NPAIMAJ or ENTMNT changes an address (PURGECLI
      * removes it, RUENORM normalises its street types). ADRIDX
      * rebuilds it from the journal and reports its size to the
      * nightly run. FACTURE, RELEVE and ETIQUET read it by key.
      * DATE-MAJ-ADR and PROGRAMME-MAJ-ADR record the last change and
      * its origin.
      *****************************************************************
           02 NOCLI-ADR PIC 9(7).
           02 NUM-ADR PIC X(5).
           02 RUE-ADR PIC X(30).
           02 CP-ADR PIC X(5).
           02 VILLE-ADR PIC X(20).
           02 CMPL-ADR PIC X(20).
           02 CODE-ERREUR-CP-ADR PIC X.
           02 PAYS-ADR PIC X(2).
           02 DATE-MAJ-ADR PIC 9(8).
           02 PROGRAMME-MAJ-ADR PIC X(8).
