      * paie (gains et retenues par MATRICULE) applique par BULPAIE a
      * la place de la deduction forfaitaire. Une rubrique porte un
      * montant fixe ou un taux sur le brut, et une fenetre de
      * validite (date de fin a zero = sans fin). Une rubrique de
      * type P est une prime annuelle, payee par le run des primes
      * de BULPAIE : montant fixe ou taux sur le salaire de base
      * annuel.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-IF.

       SAISIR-DETAILS-RUBRIQUE.
           DISPLAY 'TYPE (G=GAIN R=RETENUE P=PRIME ANNUELLE) : '
           ACCEPT TYPE-RUB
           DISPLAY 'LIBELLE : '
           ACCEPT LIBELLE-RUB
