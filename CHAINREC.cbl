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
           SELECT FNOM
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Nom.txt'
       01  enreg-CLIF-CONTROLE.
           COPY CTLMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FNOM.
       01  enreg-Nom.
           COPY CLIMAST.
           02 RUE-ETQ PIC X(30).
           02 CP-ETQ PIC X(5).
           02 VILLE-ETQ PIC X(20).
           02 PAYS-ETQ PIC X(2).

       FD  FNONAPPARIES.
       01  ENREG-NONAPPARIE.
       77  WS-FICHIER-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-NOM-STATUS PIC X(2) VALUE '00'.
       77  WS-NOMB-STATUS PIC X(2) VALUE '00'.
       77  WS-NOMT-STATUS PIC X(2) VALUE '00'.
       77  CPT-FICHIER PIC 9(7) VALUE 0.
       77  CPT-CLIH PIC 9(7) VALUE 0.
       77  CPT-CLIF PIC 9(7) VALUE 0.
       77  CPT-CLIE PIC 9(7) VALUE 0.
       77  TRL-CLIH PIC 9(7) VALUE 0.
       77  TRL-CLIF PIC 9(7) VALUE 0.
       77  CPT-NOM PIC 9(7) VALUE 0.
           PERFORM COMPTER-FICHIER
           PERFORM COMPTER-CLIH
           PERFORM COMPTER-CLIF
           PERFORM COMPTER-CLIE
           PERFORM COMPTER-NOM
           PERFORM COMPTER-NOMB
           PERFORM COMPTER-NOMT
               AT END MOVE 1 TO EOF-COURANT
           END-READ.

       COMPTER-CLIE.
           MOVE 0 TO EOF-COURANT
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS NOT = '00'
               MOVE 1 TO EOF-COURANT
           ELSE
               READ CLIE
                   AT END MOVE 1 TO EOF-COURANT
               END-READ
               PERFORM LIRE-CLIE UNTIL EOF-COURANT = 1
               CLOSE CLIE
           END-IF.

       LIRE-CLIE.
           ADD 1 TO CPT-CLIE
           READ CLIE
               AT END MOVE 1 TO EOF-COURANT
           END-READ.

       COMPTER-NOM.
           MOVE 0 TO EOF-COURANT
           OPEN INPUT FNOM
                  CPT-NOMB DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  TRL-NOMB DELIMITED BY SIZE
                  ' CLIE=' DELIMITED BY SIZE
                  CPT-CLIE DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           PERFORM ECRIRE-LIGNE
      * NomB recoit les clientes puis les entreprises de CLIE
           COMPUTE WS-TOTAL-2 = CPT-CLIF + CPT-CLIE
           IF CPT-NOM NOT = TRL-NOM OR CPT-NOMB NOT = TRL-NOMB
              OR CPT-NOM NOT = CPT-CLIH OR CPT-NOMB NOT = WS-TOTAL-2
               PERFORM NOTER-ECART-TRANSFERT
           END-IF.

