       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABOGEN.
      *****************************************************************
      * Generation des commandes d abonnement : chaque abonnement
      * actif (Abonnements.txt) dont l echeance est atteinte produit
      * une commande au statut S (numero NumCmd.txt) dans le fichier
      * des saisies, que ORDPOST valide et poste comme une saisie
      * ORDSAIS (prix catalogue, stock, encours). L echeance avance
      * ensuite de la frequence jusqu a depasser la date du jour :
      * une echeance manquee ne genere pas de commande de rattrapage.
      * Un abonnement dont le client est inactif, decede, clos ou
      * purge est suspendu sans commande ; un abonnement arrive a sa
      * date de fin est termine. Etat dans EtatAbonnements.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIH
               ASSIGN TO WS-CLIH-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIH
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIH
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIH-STATUS.
           SELECT CLIF
               ASSIGN TO WS-CLIF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIF
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIF
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIF-STATUS.
           SELECT CLIE
               ASSIGN TO 'C:\Users\CRM\Desktop\CLIE.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI OF enreg-CLIE
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIRET OF enreg-CLIE
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIE-STATUS.
           SELECT FABONNEMENTS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Abonnements.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI-ABO OF enreg-abonnement
               FILE STATUS IS WS-ABO-STATUS.
           SELECT FARTICLES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-ART OF enreg-article
               FILE STATUS IS WS-ART-STATUS.
           SELECT FNUMCMD
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumCmd.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FSAISIES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Commandes02.txt'
               FILE STATUS IS WS-SAISIES-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatAbonnements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIH.
       01  enreg-CLIH.
           COPY CLIMAST.

       FD  CLIF.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FABONNEMENTS.
       01  enreg-abonnement.
           COPY ABOMAST.

       FD  FARTICLES.
       01  enreg-article.
           COPY ARTMAST.

       FD  FNUMCMD.
       01  ENREG-NUMCMD.
           02 PROCHAIN-NOCMD PIC 9(7).

       FD  FSAISIES.
       01  enreg-saisie.
           COPY CMDMAST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-ABO PIC 99 VALUE 0.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-ABO-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-ALLOC-STATUS PIC X(2) VALUE '00'.
       77  WS-SAISIES-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-MOTIF-SUSP PIC X VALUE SPACE.
       77  WS-NOCMD-ALLOUE PIC 9(7) VALUE 0.
       77  POS-LIGNE PIC 99 VALUE 0.
       77  COMPTEURABO PIC 9(7) VALUE 0.
       77  COMPTEURGENERES PIC 9(7) VALUE 0.
       77  COMPTEURSUSPENDUS PIC 9(7) VALUE 0.
       77  COMPTEURTERMINES PIC 9(7) VALUE 0.
       77  TOTAL-GENERE PIC 9(10)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-TOTAL-EDIT PIC ZZZZZZZZZ9.99.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.
       01  WS-ECHEANCE-DEC.
           02 WS-AAAA-ECHEANCE PIC 9(4).
           02 WS-MM-ECHEANCE PIC 9(2).
           02 WS-JJ-ECHEANCE PIC 9(2).
       01  WS-ECHEANCE-NUM REDEFINES WS-ECHEANCE-DEC PIC 9(8).

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-UN-ABONNEMENT UNTIL EOF-ABO = 1
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
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
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
           OPEN I-O FABONNEMENTS
           IF WS-ABO-STATUS NOT = '00'
               DISPLAY 'AUCUN ABONNEMENT ENREGISTRE (ABOMNT)'
               STOP RUN
           END-IF
           OPEN INPUT CLIH
           IF WS-CLIH-STATUS NOT = '00'
               DISPLAY 'CLIH ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIH-DISPONIBLE
           END-IF
           OPEN INPUT CLIF
           IF WS-CLIF-STATUS NOT = '00'
               DISPLAY 'CLIF ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIF-DISPONIBLE
           END-IF
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS NOT = '00'
               MOVE 'N' TO WS-CLIE-DISPONIBLE
           END-IF
      * sans master client le statut ne peut etre controle : rien
      * n est genere ni suspendu
           IF WS-CLIH-DISPONIBLE = 'N' AND WS-CLIF-DISPONIBLE = 'N'
              AND WS-CLIE-DISPONIBLE = 'N'
               DISPLAY 'MASTERS CLIENTS ABSENTS, GENERATION ARRETEE'
               CLOSE FABONNEMENTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FARTICLES
           IF WS-ART-STATUS NOT = '00'
               DISPLAY 'CATALOGUE ARTICLES ABSENT, LIGNES NON '
                       'VALORISEES'
               MOVE 'N' TO WS-ART-DISPONIBLE
           END-IF
           OPEN EXTEND FSAISIES
           IF WS-SAISIES-STATUS NOT = '00'
               OPEN OUTPUT FSAISIES
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- ABONNEMENTS ECHUS AU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'CLIENT  ECHEANCE ACTION                 COMMANDE'
               TO LIGNE-RAPPORT
           MOVE 'MONTANT  PROCHAINE' TO LIGNE-RAPPORT(53:18)
           WRITE LIGNE-RAPPORT
           READ FABONNEMENTS NEXT RECORD
               AT END MOVE 1 TO EOF-ABO
           END-READ.

       TRAITER-UN-ABONNEMENT.
           ADD 1 TO COMPTEURABO
           IF STATUT-ABO = 'A'
              AND DATE-PROCHAINE-ABO <= WS-DATE-JOUR
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE NOCLI-ABO TO LIGNE-RAPPORT(1:7)
               MOVE DATE-PROCHAINE-ABO TO LIGNE-RAPPORT(9:8)
               IF DATE-FIN-ABO NOT = 0
                  AND DATE-PROCHAINE-ABO > DATE-FIN-ABO
                   PERFORM TERMINER-ABONNEMENT
               ELSE
                   PERFORM CONTROLER-CLIENT
                   IF WS-MOTIF-SUSP NOT = SPACE
                       PERFORM SUSPENDRE-ABONNEMENT
                   ELSE
                       PERFORM GENERER-COMMANDE
                   END-IF
               END-IF
               MOVE WS-DATE-JOUR TO DATE-STATUT-ABO
               MOVE 'ABOGEN' TO OPERATEUR-ABO
               REWRITE enreg-abonnement
               END-REWRITE
               WRITE LIGNE-RAPPORT
           END-IF
           READ FABONNEMENTS NEXT RECORD
               AT END MOVE 1 TO EOF-ABO
           END-READ.

      * motif de suspension : statut de vie du client, P si purge
      * ou introuvable
       CONTROLER-CLIENT.
           MOVE 'N' TO TROUVE
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE NOCLI-ABO TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIH TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE NOCLI-ABO TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE NOCLI-ABO TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF
           MOVE SPACE TO WS-MOTIF-SUSP
           IF TROUVE = 'N'
               MOVE 'P' TO WS-MOTIF-SUSP
           ELSE
           IF NOM OF enreg-courant = 'SUPPRIME'
               MOVE 'P' TO WS-MOTIF-SUSP
           ELSE
           IF STATUT-CLIENT OF enreg-courant = 'I'
              OR STATUT-CLIENT OF enreg-courant = 'D'
              OR STATUT-CLIENT OF enreg-courant = 'C'
               MOVE STATUT-CLIENT OF enreg-courant TO WS-MOTIF-SUSP
           END-IF
           END-IF
           END-IF.

       TERMINER-ABONNEMENT.
           MOVE 'T' TO STATUT-ABO
           ADD 1 TO COMPTEURTERMINES
           MOVE 'TERMINE (FIN ATTEINTE)' TO LIGNE-RAPPORT(18:22).

       SUSPENDRE-ABONNEMENT.
           MOVE 'S' TO STATUT-ABO
           MOVE WS-MOTIF-SUSP TO MOTIF-SUSP-ABO
           ADD 1 TO COMPTEURSUSPENDUS
           MOVE 'SUSPENDU, CLIENT :' TO LIGNE-RAPPORT(18:18)
           MOVE WS-MOTIF-SUSP TO LIGNE-RAPPORT(37:1).

      * la commande est valorisee au catalogue du jour ; ORDPOST la
      * revalorise de toute facon et rejette un article arrete
       GENERER-COMMANDE.
           PERFORM ALLOUER-NOCMD
           MOVE SPACES TO enreg-saisie
           MOVE WS-NOCMD-ALLOUE TO NOCMD
           MOVE NOCLI-ABO TO NOCLI-CMD
           MOVE WS-DATE-JOUR TO DATE-CMD
           MOVE 'S' TO STATUT-CMD
           MOVE NB-LIGNES-ABO TO NB-LIGNES-CMD
           MOVE 0 TO MONTANT-CMD
           MOVE 0 TO POS-LIGNE
           PERFORM REPRENDRE-LIGNE-COMMANDE NB-LIGNES-ABO TIMES
           MOVE 0 TO NODEV-CMD
           WRITE enreg-saisie
           END-WRITE
           ADD 1 TO COMPTEURGENERES
           ADD MONTANT-CMD TO TOTAL-GENERE
           MOVE WS-NOCMD-ALLOUE TO NOCMD-DERNIERE-ABO
           MOVE WS-DATE-JOUR TO DATE-DERNIERE-CMD-ABO
           MOVE 'COMMANDE GENEREE' TO LIGNE-RAPPORT(18:16)
           MOVE WS-NOCMD-ALLOUE TO LIGNE-RAPPORT(41:7)
           MOVE MONTANT-CMD TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO LIGNE-RAPPORT(49:11)
           MOVE DATE-PROCHAINE-ABO TO WS-ECHEANCE-NUM
           PERFORM AVANCER-ECHEANCE
               UNTIL WS-ECHEANCE-NUM > WS-DATE-JOUR
           MOVE WS-ECHEANCE-NUM TO DATE-PROCHAINE-ABO
           MOVE DATE-PROCHAINE-ABO TO LIGNE-RAPPORT(62:8)
           IF DATE-FIN-ABO NOT = 0
              AND DATE-PROCHAINE-ABO > DATE-FIN-ABO
               MOVE 'T' TO STATUT-ABO
               ADD 1 TO COMPTEURTERMINES
               MOVE 'DERNIERE' TO LIGNE-RAPPORT(62:8)
           END-IF.

       REPRENDRE-LIGNE-COMMANDE.
           ADD 1 TO POS-LIGNE
           MOVE ARTICLE-ABO(POS-LIGNE) TO ARTICLE-CMD(POS-LIGNE)
           MOVE QTE-ABO(POS-LIGNE) TO QTE-CMD(POS-LIGNE)
           MOVE 0 TO PRIX-UNIT-CMD(POS-LIGNE)
           IF WS-ART-DISPONIBLE = 'O'
               MOVE ARTICLE-ABO(POS-LIGNE) TO CODE-ART
               READ FARTICLES
                   INVALID KEY CONTINUE
               END-READ
               IF WS-ART-STATUS = '00'
                   MOVE PRIX-UNIT-ART TO PRIX-UNIT-CMD(POS-LIGNE)
               END-IF
           END-IF
           COMPUTE MONTANT-LIGNE-CMD(POS-LIGNE)
               = QTE-CMD(POS-LIGNE) * PRIX-UNIT-CMD(POS-LIGNE)
           ADD MONTANT-LIGNE-CMD(POS-LIGNE) TO MONTANT-CMD.

      * le jour est au plus 28 : seul le mois et l annee bougent
       AVANCER-ECHEANCE.
           ADD FREQUENCE-ABO TO WS-MM-ECHEANCE
           IF WS-MM-ECHEANCE > 12
               SUBTRACT 12 FROM WS-MM-ECHEANCE
               ADD 1 TO WS-AAAA-ECHEANCE
           END-IF.

       ALLOUER-NOCMD.
           OPEN I-O FNUMCMD
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMCMD
               MOVE 5000001 TO PROCHAIN-NOCMD
               WRITE ENREG-NUMCMD
               END-WRITE
               CLOSE FNUMCMD
               OPEN I-O FNUMCMD
           END-IF
           READ FNUMCMD
               AT END MOVE 5000001 TO PROCHAIN-NOCMD
           END-READ
           MOVE PROCHAIN-NOCMD TO WS-NOCMD-ALLOUE
           ADD 1 TO PROCHAIN-NOCMD
           REWRITE ENREG-NUMCMD
           END-REWRITE
           CLOSE FNUMCMD.

       FIN.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ABONNEMENTS LUS      : ' DELIMITED BY SIZE
                  COMPTEURABO DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE TOTAL-GENERE TO WS-TOTAL-EDIT
           STRING 'COMMANDES GENEREES   : ' DELIMITED BY SIZE
                  COMPTEURGENERES DELIMITED BY SIZE
                  '  MONTANT ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'SUSPENDUS (CLIENT)   : ' DELIMITED BY SIZE
                  COMPTEURSUSPENDUS DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TERMINES             : ' DELIMITED BY SIZE
                  COMPTEURTERMINES DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           CLOSE FABONNEMENTS FSAISIES FRAPPORT
           IF WS-ART-DISPONIBLE = 'O'
               CLOSE FARTICLES
           END-IF
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           DISPLAY 'COMMANDES D ABONNEMENT GENEREES : ' COMPTEURGENERES.
