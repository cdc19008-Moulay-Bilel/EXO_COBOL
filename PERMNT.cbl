      * ETAT-PER : O=ouverte, E=calcul en cours ou poste (BULPAIE),
      * P=virements emis (VIREMNT), C=close. BULPAIE refuse toute
      * periode qui n est pas a l etat O ; la cloture ne s accepte
      * qu apres l emission des virements. La periode AAAA13 est
      * celle du run des primes (13e mois et prime annuelle).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-IF.

       LIRE-PERIODE.
           DISPLAY 'PERIODE (AAAAMM, AAAA13 POUR LES PRIMES) : '
           ACCEPT WS-PERIODE-SAISIE
           MOVE 'N' TO WS-TROUVE
           MOVE WS-PERIODE-SAISIE TO PERIODE-PER
