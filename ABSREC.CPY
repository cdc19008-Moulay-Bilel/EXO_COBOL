      *****************************************************************
      * Absence request record (Absences.txt, indexed on CLE-ABS =
      * employee MATRICULE + request number). Requested in ABSSAIS,
      * approved or refused in ABSAPP by the manager of the
      * employee's department (Depts.txt), taken into account by
      * BULPAIE for the pay period of DATE-DEBUT-ABS, shown by the
      * team calendar ABSCAL. An absence stays within one calendar
      * month; JOURS-ABS is the number of working days off.
      * TYPE-ABS : C conge paye (debited from the Conges.txt
      * balance), M maladie (paid, reported by DECLSOC), S sans
      * solde (deducted from the base salary).
      * ETAT-ABS : D demande, A approuvee, R refusee, X annulee.
      * PERIODE-PAIE-ABS is the pay period that took the approved
      * absence into account (zero before), after which it can no
      * longer be cancelled.
      *****************************************************************
           02 CLE-ABS.
              03 MATRICULE-ABS PIC 9(5).
              03 NO-ABS PIC 9(3).
           02 NOM-ABS PIC X(25).
           02 DEPARTEMENT-ABS PIC X(10).
           02 TYPE-ABS PIC X.
           02 DATE-DEBUT-ABS PIC 9(8).
           02 DATE-FIN-ABS PIC 9(8).
           02 JOURS-ABS PIC 9(2)V99.
           02 ETAT-ABS PIC X.
           02 SAISIE-PAR-ABS PIC X(8).
           02 DATE-SAISIE-ABS PIC 9(8).
           02 APPROBATEUR-ABS PIC X(8).
           02 DATE-APP-ABS PIC 9(8).
           02 PERIODE-PAIE-ABS PIC 9(6).
