       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRBLD.
      *****************************************************************
      * Reconstruction des affectations clients / representants
      * (AffectRep.txt) : chaque client de CLIH, CLIF et CLIE recoit
      * le secteur et le representant dont la tranche de codes
      * postaux couvre son adresse (TERRAFF). A relancer apres une
      * modification des secteurs dans TERRMNT ; entre deux
      * reconstructions, CLIMAJ, LOOKUP, NPAIMAJ et ENTMNT
      * reaffectent un client des que son adresse change.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIH
               ASSIGN TO WS-CLIH-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI OF enreg-CLIH
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIH
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIH-STATUS.
           SELECT CLIF
               ASSIGN TO WS-CLIF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI OF enreg-CLIF
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIF
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIF-STATUS.
           SELECT CLIE
               ASSIGN TO 'C:\Users\CRM\Desktop\CLIE.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI OF enreg-CLIE
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIRET OF enreg-CLIE
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIH.
       01  enreg-CLIH.
           COPY CLIMAST.
       01  enreg-CLIH-CONTROLE.
           COPY CTLMAST.

       FD  CLIF.
       01  enreg-CLIF.
           COPY CLIMAST.
       01  enreg-CLIF-CONTROLE.
           COPY CTLMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       WORKING-STORAGE SECTION.
       77  EOF-MASTER PIC 99 VALUE 0.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  COMPTEURCLIENTS PIC 9(7) VALUE 0.
       77  COMPTEURAFFECTES PIC 9(7) VALUE 0.
       77  COMPTEURHORSSECTEUR PIC 9(7) VALUE 0.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       01  VERROU-ZONE.
           02 VERROU-ACTION PIC X.
           02 VERROU-PROGRAMME PIC X(8).
           02 VERROU-OCCUPE PIC X.
           02 VERROU-DETENTEUR PIC X(8).
           02 VERROU-DEPUIS-DATE PIC 9(8).
           02 VERROU-DEPUIS-HEURE PIC 9(6).

       01  TERR-ZONE.
           02 TERR-ACTION PIC X.
           02 TERR-NOCLI PIC 9(7).
           02 TERR-CP PIC X(5).
           02 TERR-CODE PIC X(4).
           02 TERR-REP PIC X(4).
           02 TERR-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM AFFECTER-CLIH
           PERFORM AFFECTER-CLIF
           PERFORM AFFECTER-CLIE
           PERFORM FIN
           STOP RUN.

       INIT.
           MOVE 'T' TO VERROU-ACTION
           CALL 'VERROU' USING VERROU-ZONE
           IF VERROU-OCCUPE = 'O'
               DISPLAY 'MASTERS EN COURS D UTILISATION PAR '
                       VERROU-DETENTEUR ' DEPUIS LE '
                       VERROU-DEPUIS-DATE ' A ' VERROU-DEPUIS-HEURE
               STOP RUN
           END-IF
           MOVE 'EXO09-GEN' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR TO WS-GENERATION
           ELSE
               ACCEPT WS-GENERATION FROM ENVIRONMENT 'EXO09-GEN'
           END-IF
           IF WS-GENERATION = SPACE
               ACCEPT WS-GENERATION FROM DATE YYYYMMDD
           END-IF
           STRING 'C:\Users\CRM\Desktop\CLIH-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIH-PATH
           END-STRING
           STRING 'C:\Users\CRM\Desktop\CLIF-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIF-PATH
           END-STRING
           MOVE 'R' TO TERR-ACTION
           CALL 'TERRAFF' USING TERR-ZONE.

       AFFECTER-CLIH.
           MOVE 0 TO EOF-MASTER
           OPEN INPUT CLIH
           IF WS-CLIH-STATUS NOT = '00'
               DISPLAY 'CLIH ABSENT POUR CETTE GENERATION'
           ELSE
               READ CLIH
                   AT END MOVE 1 TO EOF-MASTER
               END-READ
               PERFORM AFFECTER-UN-CLIH UNTIL EOF-MASTER = 1
               CLOSE CLIH
           END-IF.

       AFFECTER-UN-CLIH.
           IF CTL-TYPE OF enreg-CLIH-CONTROLE NOT = 'E'
              AND CTL-TYPE OF enreg-CLIH-CONTROLE NOT = 'T'
               MOVE NOCLI OF enreg-CLIH TO TERR-NOCLI
               MOVE CODE-POSTAL OF enreg-CLIH TO TERR-CP
               PERFORM AFFECTER-CLIENT
           END-IF
           READ CLIH
               AT END MOVE 1 TO EOF-MASTER
           END-READ.

       AFFECTER-CLIF.
           MOVE 0 TO EOF-MASTER
           OPEN INPUT CLIF
           IF WS-CLIF-STATUS NOT = '00'
               DISPLAY 'CLIF ABSENT POUR CETTE GENERATION'
           ELSE
               READ CLIF
                   AT END MOVE 1 TO EOF-MASTER
               END-READ
               PERFORM AFFECTER-UN-CLIF UNTIL EOF-MASTER = 1
               CLOSE CLIF
           END-IF.

       AFFECTER-UN-CLIF.
           IF CTL-TYPE OF enreg-CLIF-CONTROLE NOT = 'E'
              AND CTL-TYPE OF enreg-CLIF-CONTROLE NOT = 'T'
               MOVE NOCLI OF enreg-CLIF TO TERR-NOCLI
               MOVE CODE-POSTAL OF enreg-CLIF TO TERR-CP
               PERFORM AFFECTER-CLIENT
           END-IF
           READ CLIF
               AT END MOVE 1 TO EOF-MASTER
           END-READ.

       AFFECTER-CLIE.
           MOVE 0 TO EOF-MASTER
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS = '00'
               READ CLIE
                   AT END MOVE 1 TO EOF-MASTER
               END-READ
               PERFORM AFFECTER-UN-CLIE UNTIL EOF-MASTER = 1
               CLOSE CLIE
           END-IF.

       AFFECTER-UN-CLIE.
           MOVE NOCLI OF enreg-CLIE TO TERR-NOCLI
           MOVE CODE-POSTAL OF enreg-CLIE TO TERR-CP
           PERFORM AFFECTER-CLIENT
           READ CLIE
               AT END MOVE 1 TO EOF-MASTER
           END-READ.

       AFFECTER-CLIENT.
           ADD 1 TO COMPTEURCLIENTS
           MOVE 'A' TO TERR-ACTION
           CALL 'TERRAFF' USING TERR-ZONE
           IF TERR-TROUVE = 'O'
               ADD 1 TO COMPTEURAFFECTES
           ELSE
               ADD 1 TO COMPTEURHORSSECTEUR
           END-IF.

       FIN.
           MOVE 'F' TO TERR-ACTION
           CALL 'TERRAFF' USING TERR-ZONE
           DISPLAY '--- AFFECTATION DES CLIENTS AUX REPRESENTANTS ---'
           DISPLAY 'GENERATION           : ' WS-GENERATION
           DISPLAY 'CLIENTS LUS          : ' COMPTEURCLIENTS
           DISPLAY 'AFFECTES             : ' COMPTEURAFFECTES
           DISPLAY 'HORS SECTEUR         : ' COMPTEURHORSSECTEUR.

       END PROGRAM TERRBLD.
