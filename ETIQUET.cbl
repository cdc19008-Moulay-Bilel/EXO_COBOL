           SELECT FNOMS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NomT.txt'.
           SELECT FADRCLIENTS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\AdrClients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-ADR OF enreg-adr-client
               FILE STATUS IS WS-ADR-STATUS.
           SELECT FETIQUETTES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Etiquettes.txt'.
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-NPAI OF ENREG-NPAI
               FILE STATUS IS WS-NPAI-STATUS.
           SELECT FTRINOM
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\TriNom.tmp'.
       01  ENREG-NOMT-CONTROLE.
           COPY CTLMAST.

       FD  FADRCLIENTS.
       01  enreg-adr-client.
           COPY ADRMAST.

       FD  FETIQUETTES.
       01  ENREG-ETIQUETTE.
           02 RUE-ETQ PIC X(30).
           02 CP-ETQ PIC X(5).
           02 VILLE-ETQ PIC X(20).
           02 PAYS-ETQ PIC X(2).

       FD  FNONAPPARIES.
       01  ENREG-NONAPPARIE.
           02 OPT-TELEPHONE PIC X.
           02 DATE-CONS PIC 9(8).
           02 OPERATEUR-CONS PIC X(8).
           02 OPT-EMAIL PIC X.

       SD  FTRINOM.
       01  ENREG-TRINOM.
           COPY CLIMAST.

       WORKING-STORAGE SECTION.
       77  EOF-NOM PIC 99 VALUE 0.
       77  EOF-TRINOM PIC 99 VALUE 0.
       77  WS-ADR-STATUS PIC X(2) VALUE '00'.
       77  WS-ADR-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  COMPTEUR-ETIQUETTES PIC 9(7) VALUE 0.
       77  COMPTEUR-NON-APPARIES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SORT FTRINOM
               ASCENDING KEY NOCLI OF ENREG-TRINOM
               INPUT PROCEDURE IS LIRE-NOMS
           PERFORM FIN
           STOP RUN.

       LIRE-NOMS.
           OPEN INPUT FNOMS
           PERFORM LIRE-NOMT-SUIVANT
           PERFORM LIRE-NOMT-SUIVANT.

       APPARIER-NOMS-ADRESSES.
           OPEN INPUT FADRCLIENTS
           IF WS-ADR-STATUS NOT = '00'
               DISPLAY 'ADRESSES COURANTES ABSENTES (ADRIDX)'
               MOVE 'N' TO WS-ADR-DISPONIBLE
           END-IF
           OPEN INPUT FMENAGES
           IF WS-MEN-STATUS NOT = '00'
               MOVE 'N' TO WS-MEN-DISPONIBLE
           END-IF
           OPEN OUTPUT FETIQUETTES
           OPEN OUTPUT FNONAPPARIES
           PERFORM APPARIER-UN-NOM UNTIL EOF-TRINOM = 1
           IF WS-MEN-DISPONIBLE = 'O'
               CLOSE FMENAGES
           IF WS-NPAI-DISPONIBLE = 'O'
               CLOSE FNPAI
           END-IF
           IF WS-ADR-DISPONIBLE = 'O'
               CLOSE FADRCLIENTS
           END-IF
           CLOSE FETIQUETTES FNONAPPARIES.

       APPARIER-UN-NOM.
           RETURN FTRINOM
               AT END MOVE 1 TO EOF-TRINOM
           END-RETURN
           IF EOF-TRINOM NOT = 1
               PERFORM CHERCHER-ADRESSE
               PERFORM CONTROLER-CHEF-MENAGE
               PERFORM CONTROLER-CONSENTEMENT
               PERFORM CONTROLER-NPAI
               ADD 1 TO COMPTEUR-STATUT
           END-IF.

       CHERCHER-ADRESSE.
           MOVE 'N' TO TROUVE
           IF WS-ADR-DISPONIBLE = 'O'
               MOVE NOCLI OF ENREG-TRINOM TO NOCLI-ADR
               READ FADRCLIENTS
                   INVALID KEY CONTINUE
               END-READ
               IF WS-ADR-STATUS = '00'
                   MOVE 'O' TO TROUVE
               END-IF
           END-IF.

       ECRIRE-ETIQUETTE.
           MOVE NOCLI OF ENREG-TRINOM TO NOCLI-ETQ
           MOVE NOM OF ENREG-TRINOM TO NOM-ETQ
           MOVE NUM-ADR TO NUM-ETQ
           MOVE RUE-ADR TO RUE-ETQ
           MOVE CP-ADR TO CP-ETQ
           MOVE VILLE-ADR TO VILLE-ETQ
           MOVE PAYS-ADR TO PAYS-ETQ
           WRITE ENREG-ETIQUETTE
           END-WRITE
           ADD 1 TO COMPTEUR-ETIQUETTES.
