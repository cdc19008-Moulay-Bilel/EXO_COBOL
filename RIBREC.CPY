      * Shared Rib.txt record layout (coordonnees bancaires par
      * salarie). Read by VIREMNT, maintained by RIBMNT, flagged by
      * RETVIR when the bank rejects a transfer. RIB-ETAT : espace =
      * utilisable, B = bloque apres rejet bancaire. Keyed on the
      * employee MATRICULE (EMPMAST).
      *****************************************************************
           02 RIB-MATRICULE PIC 9(5).
           02 RIB-BANQUE PIC X(5).
           02 RIB-GUICHET PIC X(5).
           02 RIB-COMPTE PIC X(11).
