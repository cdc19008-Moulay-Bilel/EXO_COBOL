           02 APP-DEMANDEUR PIC X(8).
           02 APP-ACCORDE PIC X.

       01  TERR-ZONE.
           02 TERR-ACTION PIC X.
           02 TERR-NOCLI PIC 9(7).
           02 TERR-CP PIC X(5).
           02 TERR-CODE PIC X(4).
           02 TERR-REP PIC X(4).
           02 TERR-TROUVE PIC X.

       01  ADR-ZONE.
           02 ADR-ACTION PIC X.
           02 ADR-PROGRAMME PIC X(8).
           02 ADR-NOCLI PIC 9(7).
           02 ADR-NUM PIC X(5).
           02 ADR-RUE PIC X(30).
           02 ADR-CP PIC X(5).
           02 ADR-VILLE PIC X(20).
           02 ADR-CMPL PIC X(20).
           02 ADR-CODE-ERREUR PIC X.
           02 ADR-PAYS PIC X(2).
           02 ADR-TROUVE PIC X.

       PROCEDURE DIVISION.
      * les attentes murissantes se liberent avant la premiere
      * lecture : elles rejouent via la zone enregistrement du
           ELSE
               ADD 1 TO COMPTEURAPPLIQUE
               PERFORM ENREGISTRER-AUDIT
               PERFORM REAFFECTER-SECTEUR
               PERFORM TENIR-ADRESSE-COURANTE
           END-IF.

      * tout ajout ou modification peut changer le code postal : le
      * client est reaffecte a son representant ; une suppression
      * retire son affectation
       REAFFECTER-SECTEUR.
           MOVE NOCLI OF enreg-mouvement TO TERR-NOCLI
           MOVE CODE-POSTAL OF enreg-mouvement TO TERR-CP
           IF CODE-MVT = 'D'
               MOVE 'S' TO TERR-ACTION
           ELSE
               MOVE 'A' TO TERR-ACTION
           END-IF
           CALL 'TERRAFF' USING TERR-ZONE.

      * l adresse courante lue par la facturation suit le master ;
      * une suppression la retire
       TENIR-ADRESSE-COURANTE.
           MOVE 'CLIMAJ' TO ADR-PROGRAMME
           MOVE NOCLI OF enreg-mouvement TO ADR-NOCLI
           IF CODE-MVT = 'D'
               MOVE 'S' TO ADR-ACTION
           ELSE
               MOVE 'M' TO ADR-ACTION
               MOVE NUM-RUE OF enreg-mouvement TO ADR-NUM
               MOVE RUE OF enreg-mouvement TO ADR-RUE
               MOVE CODE-POSTAL OF enreg-mouvement TO ADR-CP
               MOVE VILLE OF enreg-mouvement TO ADR-VILLE
               MOVE SPACES TO ADR-CMPL
           END-IF
           CALL 'ADRMAJ' USING ADR-ZONE.

       DIFFERER-MOUVEMENT.
           ADD 1 TO COMPTEURDIFFERE
           IF NB-ATTENTES < 200
           DISPLAY 'MOUVEMENTS DIFFERES  : ' COMPTEURDIFFERE
           DISPLAY 'ATTENTES LIBEREES    : ' COMPTEURLIBERE
           CLOSE FMOUVEMENTS CLIH CLIF FREJETS 
           MOVE 'F' TO TERR-ACTION
           CALL 'TERRAFF' USING TERR-ZONE
           MOVE 'F' TO ADR-ACTION
           CALL 'ADRMAJ' USING ADR-ZONE
           MOVE 'L' TO VERROU-ACTION
           CALL 'VERROU' USING VERROU-ZONE.

