       PROGRAM-ID. RIBCONV.
      *****************************************************************
      * Conversion une seule fois de Rib.txt de l ancien format (25
      * octets, sans etat ni date d effet) vers le format a 34
      * octets : etat a blanc (utilisable), date d effet au jour de
      * la conversion. Ce format porte encore l identifiant 2
      * chiffres ; PAIECONV le passe ensuite au matricule. Les
      * anciens enregistrements se decaleraient silencieusement sous
      * la nouvelle description et fausseraient les coordonnees
      * bancaires. Fichier temoin contre la double
      * conversion, comme AUDCONV et EMPCONV.
      *****************************************************************
       ENVIRONMENT DIVISION.

       FD  FCONVERTI.
       01  ENREG-CONVERTI.
           02 RIB-ID PIC 9(2).
           02 RIB-BANQUE PIC X(5).
           02 RIB-GUICHET PIC X(5).
           02 RIB-COMPTE PIC X(11).
           02 RIB-CLE PIC X(2).
           02 RIB-ETAT PIC X.
           02 RIB-DATE-EFFET PIC 9(8).

       FD  FNOUVEAU.
       01  enreg-nouveau PIC X(34).
