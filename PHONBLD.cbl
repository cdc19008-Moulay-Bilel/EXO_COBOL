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
           SELECT FPHONIDX
               ASSIGN TO 'C:\Users\CRM\Desktop\PhonIdx.txt'
               ORGANIZATION IS INDEXED
       01  enreg-CLIF-CONTROLE.
           COPY CTLMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FPHONIDX.
       01  enreg-phonidx.
           02 CLE-PHONIDX.
       77  EOF-MASTER PIC 99 VALUE 0.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-PHON-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  COMPTEURLU PIC 9(7) VALUE 0.
           PERFORM INIT
           PERFORM INDEXER-CLIH
           PERFORM INDEXER-CLIF
           PERFORM INDEXER-CLIE
           PERFORM FIN
           STOP RUN.

               AT END MOVE 1 TO EOF-MASTER
           END-READ.

      * CLIE n a ni entete ni fin de controle
       INDEXER-CLIE.
           MOVE 0 TO EOF-MASTER
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS NOT = '00'
               DISPLAY 'CLIE ABSENT, AUCUNE ENTREPRISE INDEXEE'
               MOVE 1 TO EOF-MASTER
           ELSE
               READ CLIE
                   AT END MOVE 1 TO EOF-MASTER
               END-READ
               PERFORM INDEXER-UN-CLIE UNTIL EOF-MASTER = 1
               CLOSE CLIE
           END-IF.

       INDEXER-UN-CLIE.
           MOVE enreg-CLIE TO enreg-courant
           PERFORM INDEXER-UN-CLIENT
           READ CLIE
               AT END MOVE 1 TO EOF-MASTER
           END-READ.

       INDEXER-UN-CLIENT.
           ADD 1 TO COMPTEURLU
           IF NOM OF enreg-courant NOT = SPACES
