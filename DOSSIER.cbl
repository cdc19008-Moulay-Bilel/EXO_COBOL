      *****************************************************************
      * Edition du dossier complet d un client (droit d acces) :
      * enregistrement master, historique d adresses, selections de
      * campagne, etiquettes, anomalies CLIA/CLIEXC, reclamations
      * et traces Audit.
      * Le NOCLI vise est fourni par DOSSIER-NOCLI.
      *****************************************************************
       ENVIRONMENT DIVISION.
           SELECT CLIEXC
               ASSIGN TO 'C:\Users\CRM\Desktop\CLIEXC.txt'
               FILE STATUS IS WS-CLIEXC-STATUS.
           SELECT FRECLAMATIONS
               ASSIGN TO 'C:\Users\CRM\Desktop\Reclamations.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NO-RECL OF enreg-reclamation
               ALTERNATE RECORD KEY IS NOCLI-RECL OF enreg-reclamation
                   WITH DUPLICATES
               FILE STATUS IS WS-RECL-STATUS.
           SELECT FAUDIT
               ASSIGN TO 'C:\Users\CRM\Desktop\Audit.txt'
               FILE STATUS IS WS-AUDIT-STATUS.
           02 RUE-ETQ PIC X(30).
           02 CP-ETQ PIC X(5).
           02 VILLE-ETQ PIC X(20).
           02 PAYS-ETQ PIC X(2).

       FD  CLIA.
       01  enreg-CLIA.
           COPY CLIMAST.
           02 MOTIF-REJET PIC X(20).

       FD  FRECLAMATIONS.
       01  enreg-reclamation.
           COPY RECLMAST.

       FD  FAUDIT.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-ETQ-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIA-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIEXC-STATUS PIC X(2) VALUE '00'.
       77  WS-RECL-STATUS PIC X(2) VALUE '00'.
       77  WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-NOCLI-CIBLE PIC 9(7) VALUE 0.
       77  CPT-CAMPAGNES PIC 9(5) VALUE 0.
       77  CPT-ETIQUETTES PIC 9(5) VALUE 0.
       77  CPT-ANOMALIES PIC 9(5) VALUE 0.
       77  CPT-RECLAMATIONS PIC 9(5) VALUE 0.
       77  CPT-AUDITS PIC 9(5) VALUE 0.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
           PERFORM EDITER-CAMPAGNES
           PERFORM EDITER-ETIQUETTES
           PERFORM EDITER-ANOMALIES
           PERFORM EDITER-RECLAMATIONS
           PERFORM EDITER-AUDITS
           PERFORM FIN
           STOP RUN.
                      CP-ETQ DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VILLE-ETQ DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PAYS-ETQ DELIMITED BY SIZE
                   INTO LIGNE-DOSSIER
               END-STRING
               WRITE LIGNE-DOSSIER
               AT END MOVE 1 TO EOF-COURANT
           END-READ.

       EDITER-RECLAMATIONS.
           MOVE '== RECLAMATIONS ==' TO LIGNE-DOSSIER
           WRITE LIGNE-DOSSIER
           MOVE 0 TO EOF-COURANT
           OPEN INPUT FRECLAMATIONS
           IF WS-RECL-STATUS NOT = '00'
               MOVE 'RECLAMATIONS INDISPONIBLES' TO LIGNE-DOSSIER
               WRITE LIGNE-DOSSIER
           ELSE
               MOVE WS-NOCLI-CIBLE TO NOCLI-RECL
               START FRECLAMATIONS
                   KEY IS EQUAL TO NOCLI-RECL OF enreg-reclamation
                   INVALID KEY MOVE 1 TO EOF-COURANT
               END-START
               PERFORM EDITER-UNE-RECLAMATION UNTIL EOF-COURANT = 1
               CLOSE FRECLAMATIONS
           END-IF.

       EDITER-UNE-RECLAMATION.
           READ FRECLAMATIONS NEXT RECORD
               AT END MOVE 1 TO EOF-COURANT
           END-READ
           IF EOF-COURANT NOT = 1
               IF NOCLI-RECL NOT = WS-NOCLI-CIBLE
                   MOVE 1 TO EOF-COURANT
               ELSE
                   ADD 1 TO CPT-RECLAMATIONS
                   MOVE SPACES TO LIGNE-DOSSIER
                   STRING 'NO ' DELIMITED BY SIZE
                          NO-RECL DELIMITED BY SIZE
                          ' DU ' DELIMITED BY SIZE
                          DATE-OUVERTURE-RECL DELIMITED BY SIZE
                          ' CAT ' DELIMITED BY SIZE
                          CATEGORIE-RECL DELIMITED BY SIZE
                          ' STATUT ' DELIMITED BY SIZE
                          STATUT-RECL DELIMITED BY SIZE
                          ' CMD ' DELIMITED BY SIZE
                          NOCMD-RECL DELIMITED BY SIZE
                          ' FAC ' DELIMITED BY SIZE
                          NOFAC-RECL DELIMITED BY SIZE
                          ' : ' DELIMITED BY SIZE
                          DESCRIPTION-RECL DELIMITED BY SIZE
                       INTO LIGNE-DOSSIER
                   END-STRING
                   WRITE LIGNE-DOSSIER
                   IF STATUT-RECL = 'R'
                       MOVE SPACES TO LIGNE-DOSSIER
                       STRING '   RESOLUE LE ' DELIMITED BY SIZE
                              DATE-RESOLUTION-RECL DELIMITED BY SIZE
                              ' PAR ' DELIMITED BY SIZE
                              OPERATEUR-RECL DELIMITED BY SIZE
                              ' : ' DELIMITED BY SIZE
                              RESOLUTION-RECL DELIMITED BY SIZE
                           INTO LIGNE-DOSSIER
                       END-STRING
                       WRITE LIGNE-DOSSIER
                   END-IF
               END-IF
           END-IF.

       EDITER-AUDITS.
           MOVE '== TRACES AUDIT ==' TO LIGNE-DOSSIER
           WRITE LIGNE-DOSSIER
                  CPT-ETIQUETTES DELIMITED BY SIZE
                  ' ANOMALIES=' DELIMITED BY SIZE
                  CPT-ANOMALIES DELIMITED BY SIZE
                  ' RECLAMATIONS=' DELIMITED BY SIZE
                  CPT-RECLAMATIONS DELIMITED BY SIZE
                  ' AUDITS=' DELIMITED BY SIZE
                  CPT-AUDITS DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
