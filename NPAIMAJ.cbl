           02 VERROU-DEPUIS-DATE PIC 9(8).
           02 VERROU-DEPUIS-HEURE PIC 9(6).

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
       MAIN-PROCEDURE.
           PERFORM INIT
           ELSE
               PERFORM HISTORISER-ADRESSE
               PERFORM LEVER-NPAI
               MOVE 'A' TO TERR-ACTION
               MOVE NOCLI-RET TO TERR-NOCLI
               MOVE CP-RET TO TERR-CP
               CALL 'TERRAFF' USING TERR-ZONE
               MOVE 'M' TO ADR-ACTION
               MOVE 'NPAIMAJ' TO ADR-PROGRAMME
               MOVE NOCLI-RET TO ADR-NOCLI
               MOVE NUM-RET TO ADR-NUM
               MOVE RUE-RET TO ADR-RUE
               MOVE CP-RET TO ADR-CP
               MOVE VILLE-RET TO ADR-VILLE
               MOVE SPACES TO ADR-CMPL
               CALL 'ADRMAJ' USING ADR-ZONE
               ADD 1 TO COMPTEURCHGADR
               MOVE 'CHGT ADRESSE' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
           DISPLAY 'ADRESSES CHANGEES    : ' COMPTEURCHGADR
           DISPLAY 'RETOURS REJETES      : ' COMPTEURREJETE
           CLOSE FRETOURS CLIH CLIF FNPAI FHISTORIQUE FREJETS 
           MOVE 'F' TO TERR-ACTION
           CALL 'TERRAFF' USING TERR-ZONE
           MOVE 'F' TO ADR-ACTION
           CALL 'ADRMAJ' USING ADR-ZONE
           MOVE 'L' TO VERROU-ACTION
           CALL 'VERROU' USING VERROU-ZONE.

