      * ou refuse ; la decision part dans Audit.txt au nom de
      * l approbateur, l execution ulterieure au nom de l executant :
      * les deux identites figurent ainsi dans la trace.
      * Les passages en perte proposes par PASSPERT (type PERTE)
      * montrent la piece de l encours au lieu de la fiche client.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  IMAGE-AVANT-VUE.
           COPY CLIMAST.
       01  IMAGE-PERTE-VUE.
           COPY FACMAST.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           DISPLAY 'TYPE ' TYPE-PROP ' CLE ' CLE-PROP
           DISPLAY 'DEPOSEE PAR ' DEMANDEUR-PROP ' LE '
                   DATE-DEM-PROP
           IF TYPE-PROP = 'PERTE'
               MOVE IMAGE-AVANT-PROP TO IMAGE-PERTE-VUE
               DISPLAY 'PIECE A PASSER EN PERTE :'
               DISPLAY '  CLIENT ' NOCLI-ENC ' PIECE ' NOFAC-ENC
                       ' TYPE ' TYPE-ENC ' DU ' DATE-FAC-ENC
               DISPLAY '  MONTANT ' MONTANT-FAC-ENC ' DEJA REGLE '
                       MONTANT-REGLE-ENC ' DERNIER REGLEMENT '
                       DATE-DERNIER-REGL-ENC
           ELSE
               MOVE IMAGE-AVANT-PROP TO IMAGE-AVANT-VUE
               DISPLAY 'IMAGE AVANT :'
               DISPLAY '  ' NOCLI OF IMAGE-AVANT-VUE ' '
                       NOM OF IMAGE-AVANT-VUE ' '
                       PRENOM OF IMAGE-AVANT-VUE
               DISPLAY '  ' NUM-RUE OF IMAGE-AVANT-VUE ' '
                       RUE OF IMAGE-AVANT-VUE ' '
                       CODE-POSTAL OF IMAGE-AVANT-VUE ' '
                       VILLE OF IMAGE-AVANT-VUE
           END-IF
           DISPLAY 'VALIDER (V), REFUSER (R), PASSER (AUTRE) : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'V' OR WS-CHOIX = 'v'
