      *****************************************************************
      * Shared subscription master record layout (Abonnements.txt,
      * indexed on NOCLI-ABO : one standing order per customer).
      * Maintained by ABOMNT; ABOGEN writes the due order to the
      * order capture file for ORDPOST (catalog prices of the day)
      * and moves DATE-PROCHAINE-ABO on by FREQUENCE-ABO months.
      * STATUT-ABO : A=actif, S=suspendu, T=termine (past
      * DATE-FIN-ABO; zero end date = open-ended).
      * MOTIF-SUSP-ABO : customer status that suspended it (I, D, C),
      * P when the customer was purged, O when done by an operator.
      * Days are kept at 28 or less so every month has a due date.
      *****************************************************************
           02 NOCLI-ABO PIC 9(7).
           02 STATUT-ABO PIC X.
           02 MOTIF-SUSP-ABO PIC X.
           02 FREQUENCE-ABO PIC 9(2).
           02 DATE-DEBUT-ABO PIC 9(8).
           02 DATE-FIN-ABO PIC 9(8).
           02 DATE-PROCHAINE-ABO PIC 9(8).
           02 NB-LIGNES-ABO PIC 9(2).
           02 LIGNES-ABO.
              03 LIGNE-ABO OCCURS 5 TIMES.
                 04 ARTICLE-ABO PIC X(15).
                 04 QTE-ABO PIC 9(3).
           02 NOCMD-DERNIERE-ABO PIC 9(7).
           02 DATE-DERNIERE-CMD-ABO PIC 9(8).
           02 DATE-STATUT-ABO PIC 9(8).
           02 OPERATEUR-ABO PIC X(8).
