       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FBONSLIV
               ASSIGN TO 'C:\Users\CRM\Desktop\BonsLiv.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOBL OF enreg-bon-livraison
               FILE STATUS IS WS-BL-STATUS.
           SELECT CMDMAST
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCMD OF enreg-commande
               FILE STATUS IS WS-CMD-STATUS.
           SELECT CLIH
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
           SELECT FADRCLIENTS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\AdrClients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-ADR OF enreg-adr-client
               FILE STATUS IS WS-ADR-STATUS.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumFac.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FNUMCREDIT
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumCredit.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FARTICLES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-ART OF enreg-article
               FILE STATUS IS WS-ART-STATUS.
           SELECT FTAUXTVA
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\TauxTVA.txt'
               FILE STATUS IS WS-TVA-STATUS.
           SELECT FLIGNESFAC
               ASSIGN TO 'C:\Users\CRM\Desktop\LignesFac.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-LFA OF enreg-ligne-fac
               FILE STATUS IS WS-LFA-STATUS.
           SELECT FFACTURES
               ASSIGN TO 'C:\Users\CRM\Desktop\Factures.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FBONSLIV.
       01  enreg-bon-livraison.
           COPY BLMAST.

       FD  CMDMAST.
       01  enreg-commande.
           COPY CMDMAST.
       01  enreg-CLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FADRCLIENTS.
       01  enreg-adr-client.
           COPY ADRMAST.

       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FARTICLES.
       01  enreg-article.
           COPY ARTMAST.

       FD  FTAUXTVA.
       01  enreg-taux-tva.
           02 CODE-TVA PIC X.
           02 TAUX-TVA PIC 9(2)V99.
           02 LIBELLE-TVA PIC X(20).

       FD  FLIGNESFAC.
       01  enreg-ligne-fac.
           COPY FACLIG.

       FD  FNUMFAC.
       01  ENREG-NUMFAC.
           02 PROCHAIN-NOFAC PIC 9(7).

       FD  FNUMCREDIT.
       01  ENREG-NUMCREDIT.
           02 PROCHAIN-NOCREDIT PIC 9(7).

       FD  FFACTURES.
       01  LIGNE-FACTURE PIC X(120).

           02 MOTIF-EXC PIC X(30).

       WORKING-STORAGE SECTION.
       77  EOF-BL PIC 99 VALUE 0.
       77  WS-BL-STATUS PIC X(2) VALUE '00'.
       77  WS-CMD-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-ADR-STATUS PIC X(2) VALUE '00'.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-ALLOC-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  WS-ADR-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-NOFAC-ALLOUE PIC 9(7) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  COMPTEURLU PIC 9(7) VALUE 0.
       77  COMPTEURFACTURE PIC 9(7) VALUE 0.
       77  COMPTEUREXCEPTION PIC 9(7) VALUE 0.
       77  COMPTEURANNULEE PIC 9(7) VALUE 0.
       77  TOTAL-FACTURE PIC 9(10)V99 VALUE 0.
       77  POS-LIGNE PIC 99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-TVA-EDIT PIC ZZZZZZZ9.99.
       77  WS-TAUX-EDIT PIC Z9.99.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-TVA-STATUS PIC X(2) VALUE '00'.
       77  WS-LFA-STATUS PIC X(2) VALUE '00'.
       77  EOF-TVA PIC 99 VALUE 0.
       77  NB-TVA PIC 99 VALUE 0.
       77  POS-TVA PIC 99 VALUE 0.
       77  WS-TVA-TROUVE PIC 99 VALUE 0.
       77  NB-LIGNES-FAC PIC 99 VALUE 0.
       77  POS-LIGNE-FAC PIC 99 VALUE 0.
       77  NB-SOUSTOT PIC 99 VALUE 0.
       77  POS-SOUSTOT PIC 99 VALUE 0.
       77  WS-SOUSTOT-TROUVE PIC 99 VALUE 0.
       77  WS-QTE-FACTUREE PIC 9(3) VALUE 0.
       77  POS-LIGNE-BL PIC 99 VALUE 0.
       77  WS-LIGNE-CMD-TROUVEE PIC 99 VALUE 0.
       77  WS-COMMANDE-SOLDEE PIC X VALUE 'N'.
       77  FAC-TOTAL-HT PIC 9(8)V99 VALUE 0.
       77  FAC-TOTAL-TVA PIC 9(8)V99 VALUE 0.
       77  FAC-TOTAL-TTC PIC 9(8)V99 VALUE 0.
       77  TOTAL-HT PIC 9(10)V99 VALUE 0.
       77  TOTAL-TVA PIC 9(10)V99 VALUE 0.
       77  WS-NOCREDIT-ALLOUE PIC 9(7) VALUE 0.
       77  WS-REMISE-FIDELITE PIC 9(8)V99 VALUE 0.
       77  WS-NET-A-REGLER PIC 9(8)V99 VALUE 0.
       77  COMPTEURREMISE PIC 9(7) VALUE 0.
       77  TOTAL-REMISE PIC 9(10)V99 VALUE 0.
       77  REMISE-TOTAL-HT PIC 9(8)V99 VALUE 0.
       77  REMISE-TOTAL-TVA PIC 9(8)V99 VALUE 0.
       77  WS-ECART-REMISE PIC S9(8)V99 VALUE 0.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.
       01  TABLE-TVA.
           02 TVA-TAB OCCURS 10 TIMES.
              03 CODE-TVA-TAB PIC X.
              03 TAUX-TVA-TAB PIC 9(2)V99.
      * lignes de la facture en cours, valorisees et taxees
       01  TABLE-LIGNES-FAC.
           02 LIGNE-FAC-TAB OCCURS 5 TIMES.
              03 ARTICLE-FAC-TAB PIC X(15).
              03 QTE-FAC-TAB PIC 9(3).
              03 PU-FAC-TAB PIC 9(5)V99.
              03 HT-FAC-TAB PIC 9(7)V99.
              03 CODE-TVA-FAC-TAB PIC X.
              03 TAUX-FAC-TAB PIC 9(2)V99.
              03 TVA-FAC-TAB PIC 9(7)V99.
      * part de la remise fidelite portee par chaque ligne de la
      * facture en cours, au prorata de son TTC
       01  TABLE-LIGNES-REMISE.
           02 LIGNE-REMISE-TAB OCCURS 5 TIMES.
              03 HT-REMISE-TAB PIC 9(7)V99.
              03 TVA-REMISE-TAB PIC 9(7)V99.
      * sous-totaux par taux de la facture en cours
       01  TABLE-SOUSTOT.
           02 SOUSTOT-TAB OCCURS 10 TIMES.
              03 TAUX-SOUSTOT-TAB PIC 9(2)V99.
              03 BASE-SOUSTOT-TAB PIC 9(8)V99.
              03 TVA-SOUSTOT-TAB PIC 9(8)V99.

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 VERROU-DEPUIS-DATE PIC 9(8).
           02 VERROU-DEPUIS-HEURE PIC 9(6).

       01  PERIODE-ZONE.
           02 PERIODE-DATE PIC 9(8).
           02 PERIODE-COMPTABLE PIC 9(6).
           02 PERIODE-DERNIERE-CLOSE PIC 9(6).

       01  FID-ZONE.
           02 FID-ACTION PIC X.
           02 FID-NOCLI PIC 9(7).
           02 FID-REF PIC 9(7).
           02 FID-NOFAC PIC 9(7).
           02 FID-DATE PIC 9(8).
           02 FID-MONTANT PIC 9(8)V99.
           02 FID-POINTS PIC 9(7).
           02 FID-PROGRAMME PIC X(8).
           02 FID-RETOUR PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-BON UNTIL EOF-BL = 1
           PERFORM FIN
           STOP RUN.

               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO PERIODE-DATE
           CALL 'PERIOCPT' USING PERIODE-ZONE
           MOVE 'EXO09-GEN' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
                  '.txt' DELIMITED BY SIZE
               INTO WS-CLIF-PATH
           END-STRING
           PERFORM OUVRIR-ADRESSES
           PERFORM CHARGER-TAUX-TVA
           OPEN INPUT FARTICLES
           IF WS-ART-STATUS NOT = '00'
               DISPLAY 'CATALOGUE ARTICLES ABSENT, FACTURATION '
                       'IMPOSSIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CMDMAST
           IF WS-CMD-STATUS NOT = '00'
               DISPLAY 'MASTER COMMANDES ABSENT, RIEN A FACTURER'
               STOP RUN
           END-IF
           OPEN I-O FBONSLIV
           IF WS-BL-STATUS NOT = '00'
               DISPLAY 'AUCUN BON DE LIVRAISON, RIEN A FACTURER'
               CLOSE CMDMAST
               STOP RUN
           END-IF
           OPEN INPUT CLIH
           IF WS-CLIH-STATUS NOT = '00'
               DISPLAY 'CLIH ABSENT POUR CETTE GENERATION'
               DISPLAY 'CLIF ABSENT POUR CETTE GENERATION'
               MOVE 'N' TO WS-CLIF-DISPONIBLE
           END-IF
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS NOT = '00'
               MOVE 'N' TO WS-CLIE-DISPONIBLE
           END-IF
           OPEN I-O ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               OPEN OUTPUT ENCOURS
               CLOSE ENCOURS
               OPEN I-O ENCOURS
           END-IF
           OPEN I-O FLIGNESFAC
           IF WS-LFA-STATUS NOT = '00'
               OPEN OUTPUT FLIGNESFAC
               CLOSE FLIGNESFAC
               OPEN I-O FLIGNESFAC
           END-IF
           OPEN OUTPUT FFACTURES
           OPEN OUTPUT FEXCEPTIONS
           READ FBONSLIV
               AT END MOVE 1 TO EOF-BL
           END-READ.

      * adresse courante de chaque client, tenue par ADRMAJ
       OUVRIR-ADRESSES.
           OPEN INPUT FADRCLIENTS
           IF WS-ADR-STATUS NOT = '00'
               DISPLAY 'ADRESSES COURANTES ABSENTES (ADRIDX), '
                       'ADRESSES DES MASTERS'
               MOVE 'N' TO WS-ADR-DISPONIBLE
           END-IF.

      * table des taux entretenue par ARTMNT ; sans elle aucune
      * facture ne peut etre taxee
       CHARGER-TAUX-TVA.
           OPEN INPUT FTAUXTVA
           IF WS-TVA-STATUS NOT = '00'
               DISPLAY 'TABLE DES TAUX DE TVA ABSENTE (ARTMNT)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FTAUXTVA
               AT END MOVE 1 TO EOF-TVA
           END-READ
           PERFORM CHARGER-UN-TAUX UNTIL EOF-TVA = 1
           CLOSE FTAUXTVA.

       CHARGER-UN-TAUX.
           IF NB-TVA < 10
               ADD 1 TO NB-TVA
               MOVE CODE-TVA TO CODE-TVA-TAB(NB-TVA)
               MOVE TAUX-TVA TO TAUX-TVA-TAB(NB-TVA)
           END-IF
           READ FTAUXTVA
               AT END MOVE 1 TO EOF-TVA
           END-READ.

      * chaque bon de livraison non encore facture donne une
      * facture des quantites qu il a livrees, au prix de la
      * commande ; la commande passe a F quand elle est expediee en
      * totalite et que tout ce qui a ete livre est facture
       TRAITER-BON.
           ADD 1 TO COMPTEURLU
           IF STATUT-BL = 'L'
               MOVE SPACE TO WS-MOTIF-TRAVAIL
               MOVE NOCMD-BL TO NOCMD OF enreg-commande
               READ CMDMAST
                   INVALID KEY
                       MOVE 'COMMANDE INCONNUE DU MASTER'
                           TO WS-MOTIF-TRAVAIL
               END-READ
               IF WS-MOTIF-TRAVAIL = SPACE
                  AND STATUT-CMD OF enreg-commande = 'A'
      * commande annulee par CMDMNT : jamais facturee
                   ADD 1 TO COMPTEURANNULEE
               ELSE
                   PERFORM FACTURER-BON
               END-IF
           END-IF
           READ FBONSLIV
               AT END MOVE 1 TO EOF-BL
           END-READ.

       FACTURER-BON.
           IF WS-MOTIF-TRAVAIL = SPACE
               PERFORM RECHERCHER-CLIENT
           END-IF
           IF WS-MOTIF-TRAVAIL = SPACE
               PERFORM PREPARER-LIGNES
           END-IF
           IF WS-MOTIF-TRAVAIL NOT = SPACE
               PERFORM ECRIRE-EXCEPTION
           ELSE
               PERFORM ALLOUER-NOFAC
               PERFORM CHERCHER-REMISE-FIDELITE
               PERFORM IMPRIMER-FACTURE
               PERFORM ECRIRE-LIGNES-FAC
               PERFORM POSTER-ENCOURS
               IF WS-REMISE-FIDELITE > 0
                   PERFORM POSTER-REMISE-FIDELITE
               END-IF
               MOVE 'F' TO STATUT-BL
               MOVE WS-NOFAC-ALLOUE TO NOFAC-BL
               REWRITE enreg-bon-livraison
               END-REWRITE
               PERFORM SOLDER-COMMANDE
               REWRITE enreg-commande
               END-REWRITE
               ADD 1 TO COMPTEURFACTURE
               ADD FAC-TOTAL-TTC TO TOTAL-FACTURE
               ADD FAC-TOTAL-HT TO TOTAL-HT
               ADD FAC-TOTAL-TVA TO TOTAL-TVA
           END-IF.

      * les quantites du bon sont portees en facture sur la ligne de
      * commande ; expediee et entierement facturee, elle passe a F
       SOLDER-COMMANDE.
           MOVE 0 TO POS-LIGNE-BL
           PERFORM CUMULER-FACTURE-LIGNE NB-LIGNES-BL TIMES
           IF STATUT-CMD OF enreg-commande = 'E'
               MOVE 'O' TO WS-COMMANDE-SOLDEE
               MOVE 0 TO POS-LIGNE
               PERFORM CONTROLER-FACTURE-LIGNE
                   NB-LIGNES-CMD OF enreg-commande TIMES
               IF WS-COMMANDE-SOLDEE = 'O'
                   MOVE 'F' TO STATUT-CMD OF enreg-commande
               END-IF
           END-IF.

       CUMULER-FACTURE-LIGNE.
           ADD 1 TO POS-LIGNE-BL
           PERFORM CHERCHER-LIGNE-CMD
           IF WS-LIGNE-CMD-TROUVEE > 0
               ADD QTE-BL(POS-LIGNE-BL) TO
                   QTE-FACTUREE-CMD OF enreg-commande
                       (WS-LIGNE-CMD-TROUVEE)
           END-IF.

       CONTROLER-FACTURE-LIGNE.
           ADD 1 TO POS-LIGNE
           IF QTE-FACTUREE-CMD OF enreg-commande(POS-LIGNE)
              < QTE-CMD OF enreg-commande(POS-LIGNE)
               MOVE 'N' TO WS-COMMANDE-SOLDEE
           END-IF.

      * la ligne de commande du bon : celle notee a l expedition si
      * elle porte toujours l article, sinon la premiere ligne de la
      * commande sur cet article
       CHERCHER-LIGNE-CMD.
           MOVE 0 TO WS-LIGNE-CMD-TROUVEE
           MOVE NOLIGNE-CMD-BL(POS-LIGNE-BL) TO POS-LIGNE
           IF POS-LIGNE > 0
              AND POS-LIGNE NOT > NB-LIGNES-CMD OF enreg-commande
               IF ARTICLE-CMD OF enreg-commande(POS-LIGNE)
                  = ARTICLE-BL(POS-LIGNE-BL)
                   MOVE POS-LIGNE TO WS-LIGNE-CMD-TROUVEE
               END-IF
           END-IF
           IF WS-LIGNE-CMD-TROUVEE = 0
               MOVE 0 TO POS-LIGNE
               PERFORM COMPARER-ARTICLE-CMD
                   UNTIL POS-LIGNE >= NB-LIGNES-CMD OF enreg-commande
                      OR WS-LIGNE-CMD-TROUVEE > 0
           END-IF.

       COMPARER-ARTICLE-CMD.
           ADD 1 TO POS-LIGNE
           IF ARTICLE-CMD OF enreg-commande(POS-LIGNE)
              = ARTICLE-BL(POS-LIGNE-BL)
               MOVE POS-LIGNE TO WS-LIGNE-CMD-TROUVEE
           END-IF.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           IF WS-CLIH-DISPONIBLE = 'O'
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE NOCLI-CMD OF enreg-commande TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N'
               MOVE 'CLIENT INCONNU DES MASTERS' TO WS-MOTIF-TRAVAIL
           ELSE
               END-IF
           END-IF.

      * valorisation hors taxe de chaque ligne livree, taux de
      * l article, TVA arrondie a la ligne et cumul par taux ; un
      * article ou un taux introuvable renvoie le bon en exception
       PREPARER-LIGNES.
           MOVE 0 TO NB-LIGNES-FAC NB-SOUSTOT POS-LIGNE-BL
           MOVE 0 TO FAC-TOTAL-HT FAC-TOTAL-TVA FAC-TOTAL-TTC
           PERFORM PREPARER-UNE-LIGNE NB-LIGNES-BL TIMES
           COMPUTE FAC-TOTAL-TTC = FAC-TOTAL-HT + FAC-TOTAL-TVA.

       PREPARER-UNE-LIGNE.
           ADD 1 TO POS-LIGNE-BL
           PERFORM CHERCHER-LIGNE-CMD
           IF WS-LIGNE-CMD-TROUVEE = 0
               MOVE 'LIGNE DE COMMANDE INTROUVABLE'
                   TO WS-MOTIF-TRAVAIL
           ELSE
               MOVE WS-LIGNE-CMD-TROUVEE TO POS-LIGNE
               MOVE QTE-BL(POS-LIGNE-BL) TO WS-QTE-FACTUREE
               PERFORM TAXER-LIGNE
           END-IF.

       TAXER-LIGNE.
           MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE) TO CODE-ART
           READ FARTICLES
               INVALID KEY
                   MOVE 'ARTICLE INCONNU AU CATALOGUE'
                       TO WS-MOTIF-TRAVAIL
           END-READ
           IF WS-ART-STATUS = '00'
               MOVE 0 TO WS-TVA-TROUVE POS-TVA
               PERFORM CHERCHER-TAUX-TVA NB-TVA TIMES
               IF WS-TVA-TROUVE = 0
                   MOVE 'TAUX DE TVA INTROUVABLE' TO WS-MOTIF-TRAVAIL
               ELSE
                   PERFORM VALORISER-LIGNE-FAC
               END-IF
           END-IF.

       CHERCHER-TAUX-TVA.
           ADD 1 TO POS-TVA
           IF CODE-TVA-TAB(POS-TVA) = CODE-TVA-ART
               MOVE POS-TVA TO WS-TVA-TROUVE
           END-IF.

       VALORISER-LIGNE-FAC.
           ADD 1 TO NB-LIGNES-FAC
           MOVE ARTICLE-CMD OF enreg-commande(POS-LIGNE)
               TO ARTICLE-FAC-TAB(NB-LIGNES-FAC)
           MOVE WS-QTE-FACTUREE TO QTE-FAC-TAB(NB-LIGNES-FAC)
           MOVE PRIX-UNIT-CMD OF enreg-commande(POS-LIGNE)
               TO PU-FAC-TAB(NB-LIGNES-FAC)
           COMPUTE HT-FAC-TAB(NB-LIGNES-FAC) =
               WS-QTE-FACTUREE * PU-FAC-TAB(NB-LIGNES-FAC)
           MOVE CODE-TVA-ART TO CODE-TVA-FAC-TAB(NB-LIGNES-FAC)
           MOVE TAUX-TVA-TAB(WS-TVA-TROUVE)
               TO TAUX-FAC-TAB(NB-LIGNES-FAC)
           COMPUTE TVA-FAC-TAB(NB-LIGNES-FAC) ROUNDED =
               HT-FAC-TAB(NB-LIGNES-FAC) * TAUX-FAC-TAB(NB-LIGNES-FAC)
               / 100
           ADD HT-FAC-TAB(NB-LIGNES-FAC) TO FAC-TOTAL-HT
           ADD TVA-FAC-TAB(NB-LIGNES-FAC) TO FAC-TOTAL-TVA
           MOVE 0 TO WS-SOUSTOT-TROUVE POS-SOUSTOT
           PERFORM CHERCHER-SOUSTOT NB-SOUSTOT TIMES
           IF WS-SOUSTOT-TROUVE = 0
               ADD 1 TO NB-SOUSTOT
               MOVE NB-SOUSTOT TO WS-SOUSTOT-TROUVE
               MOVE TAUX-FAC-TAB(NB-LIGNES-FAC)
                   TO TAUX-SOUSTOT-TAB(WS-SOUSTOT-TROUVE)
               MOVE 0 TO BASE-SOUSTOT-TAB(WS-SOUSTOT-TROUVE)
               MOVE 0 TO TVA-SOUSTOT-TAB(WS-SOUSTOT-TROUVE)
           END-IF
           ADD HT-FAC-TAB(NB-LIGNES-FAC)
               TO BASE-SOUSTOT-TAB(WS-SOUSTOT-TROUVE)
           ADD TVA-FAC-TAB(NB-LIGNES-FAC)
               TO TVA-SOUSTOT-TAB(WS-SOUSTOT-TROUVE).

       CHERCHER-SOUSTOT.
           ADD 1 TO POS-SOUSTOT
           IF TAUX-SOUSTOT-TAB(POS-SOUSTOT) =
              TAUX-FAC-TAB(NB-LIGNES-FAC)
               MOVE POS-SOUSTOT TO WS-SOUSTOT-TROUVE
           END-IF.

       ALLOUER-NOFAC.
           OPEN I-O FNUMFAC
           IF WS-ALLOC-STATUS NOT = '00'
           WRITE LIGNE-FACTURE
           MOVE ALL '=' TO LIGNE-FACTURE
           WRITE LIGNE-FACTURE
           IF SEXE OF enreg-courant = 'E'
               PERFORM IMPRIMER-ENTREPRISE
           ELSE
               MOVE SPACES TO LIGNE-FACTURE
               STRING 'CLIENT ' DELIMITED BY SIZE
                      NOCLI-CMD OF enreg-commande DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      NOM OF enreg-courant DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PRENOM OF enreg-courant DELIMITED BY SIZE
                   INTO LIGNE-FACTURE
               END-STRING
               WRITE LIGNE-FACTURE
           END-IF
           PERFORM IMPRIMER-ADRESSE
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'COMMANDE ' DELIMITED BY SIZE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'BON DE LIVRAISON ' DELIMITED BY SIZE
                  NOBL DELIMITED BY SIZE
                  ' DU ' DELIMITED BY SIZE
                  DATE-BL DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           WRITE LIGNE-FACTURE
           MOVE 0 TO POS-LIGNE-FAC
           PERFORM IMPRIMER-LIGNE-FACTURE NB-LIGNES-FAC TIMES
           MOVE SPACES TO LIGNE-FACTURE
           WRITE LIGNE-FACTURE
           MOVE 0 TO POS-SOUSTOT
           PERFORM IMPRIMER-SOUSTOT NB-SOUSTOT TIMES
           MOVE FAC-TOTAL-HT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'TOTAL HT                ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE FAC-TOTAL-TVA TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'TOTAL TVA               ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE FAC-TOTAL-TTC TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'TOTAL TTC A REGLER      ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           IF WS-REMISE-FIDELITE > 0
               MOVE WS-REMISE-FIDELITE TO WS-MONTANT-EDIT
               MOVE SPACES TO LIGNE-FACTURE
               STRING 'REMISE FIDELITE        -' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                   INTO LIGNE-FACTURE
               END-STRING
               WRITE LIGNE-FACTURE
               COMPUTE WS-NET-A-REGLER
                   = FAC-TOTAL-TTC - WS-REMISE-FIDELITE
               MOVE WS-NET-A-REGLER TO WS-MONTANT-EDIT
               MOVE SPACES TO LIGNE-FACTURE
               STRING 'NET A REGLER            ' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                   INTO LIGNE-FACTURE
               END-STRING
               WRITE LIGNE-FACTURE
           END-IF
           MOVE SPACES TO LIGNE-FACTURE
           WRITE LIGNE-FACTURE.

      * client entreprise : la fiche CLIE lue par RECHERCHER-CLIENT
      * donne la raison sociale, le SIRET, la TVA intracommunautaire
      * et le contact a qui la facture est adressee
       IMPRIMER-ENTREPRISE.
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'CLIENT ' DELIMITED BY SIZE
                  NOCLI-CMD OF enreg-commande DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  RAISON-SOCIALE OF enreg-CLIE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FORME-JURIDIQUE OF enreg-CLIE DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           IF SIRET-VALIDE OF enreg-CLIE = 'O'
               MOVE SPACES TO LIGNE-FACTURE
               STRING 'SIRET ' DELIMITED BY SIZE
                      SIRET OF enreg-CLIE DELIMITED BY SIZE
                      '   TVA INTRACOM ' DELIMITED BY SIZE
                      NO-TVA-INTRA OF enreg-CLIE DELIMITED BY SIZE
                   INTO LIGNE-FACTURE
               END-STRING
               WRITE LIGNE-FACTURE
           END-IF
           IF NOM-CONTACT OF enreg-CLIE NOT = SPACES
               MOVE SPACES TO LIGNE-FACTURE
               STRING 'A L ATTENTION DE ' DELIMITED BY SIZE
                      CIVILITE-CONTACT OF enreg-CLIE DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      PRENOM-CONTACT OF enreg-CLIE DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      NOM-CONTACT OF enreg-CLIE DELIMITED BY SIZE
                   INTO LIGNE-FACTURE
               END-STRING
               WRITE LIGNE-FACTURE
           END-IF.

       IMPRIMER-ADRESSE.
           MOVE '23' TO WS-ADR-STATUS
           IF WS-ADR-DISPONIBLE = 'O'
               MOVE NOCLI-CMD OF enreg-commande TO NOCLI-ADR
               READ FADRCLIENTS
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF WS-ADR-STATUS = '00'
               MOVE SPACES TO LIGNE-FACTURE
               STRING NUM-ADR DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RUE-ADR DELIMITED BY SIZE
                   INTO LIGNE-FACTURE
               END-STRING
               WRITE LIGNE-FACTURE
               MOVE SPACES TO LIGNE-FACTURE
               STRING CP-ADR DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VILLE-ADR DELIMITED BY SIZE
                   INTO LIGNE-FACTURE
               END-STRING
               WRITE LIGNE-FACTURE
           END-IF.

       IMPRIMER-LIGNE-FACTURE.
           ADD 1 TO POS-LIGNE-FAC
           MOVE HT-FAC-TAB(POS-LIGNE-FAC) TO WS-MONTANT-EDIT
           MOVE TAUX-FAC-TAB(POS-LIGNE-FAC) TO WS-TAUX-EDIT
           MOVE SPACES TO LIGNE-FACTURE
           STRING ARTICLE-FAC-TAB(POS-LIGNE-FAC) DELIMITED BY SIZE
                  ' QTE ' DELIMITED BY SIZE
                  QTE-FAC-TAB(POS-LIGNE-FAC) DELIMITED BY SIZE
                  ' PU ' DELIMITED BY SIZE
                  PU-FAC-TAB(POS-LIGNE-FAC) DELIMITED BY SIZE
                  ' MONTANT HT ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ' TVA ' DELIMITED BY SIZE
                  WS-TAUX-EDIT DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE.

       IMPRIMER-SOUSTOT.
           ADD 1 TO POS-SOUSTOT
           MOVE TAUX-SOUSTOT-TAB(POS-SOUSTOT) TO WS-TAUX-EDIT
           MOVE BASE-SOUSTOT-TAB(POS-SOUSTOT) TO WS-MONTANT-EDIT
           MOVE TVA-SOUSTOT-TAB(POS-SOUSTOT) TO WS-TVA-EDIT
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'BASE HT A ' DELIMITED BY SIZE
                  WS-TAUX-EDIT DELIMITED BY SIZE
                  '%     ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  '   TVA ' DELIMITED BY SIZE
                  WS-TVA-EDIT DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE.

      * une ligne par article facture, au taux applique ce jour, pour
      * la declaration de TVA
       ECRIRE-LIGNES-FAC.
           MOVE 0 TO POS-LIGNE-FAC
           PERFORM ECRIRE-UNE-LIGNE-FAC NB-LIGNES-FAC TIMES.

       ECRIRE-UNE-LIGNE-FAC.
           ADD 1 TO POS-LIGNE-FAC
           MOVE WS-NOFAC-ALLOUE TO NOFAC-LFA
           MOVE POS-LIGNE-FAC TO NOLIGNE-LFA
           MOVE 'F' TO TYPE-LFA
           MOVE NOCLI-CMD OF enreg-commande TO NOCLI-LFA
           MOVE NOCMD OF enreg-commande TO NOCMD-LFA
           MOVE WS-DATE-JOUR TO DATE-LFA
           MOVE ARTICLE-FAC-TAB(POS-LIGNE-FAC) TO ARTICLE-LFA
           MOVE QTE-FAC-TAB(POS-LIGNE-FAC) TO QTE-LFA
           MOVE PU-FAC-TAB(POS-LIGNE-FAC) TO PRIX-UNIT-LFA
           MOVE HT-FAC-TAB(POS-LIGNE-FAC) TO MONTANT-HT-LFA
           MOVE CODE-TVA-FAC-TAB(POS-LIGNE-FAC) TO CODE-TVA-LFA
           MOVE TAUX-FAC-TAB(POS-LIGNE-FAC) TO TAUX-TVA-LFA
           MOVE TVA-FAC-TAB(POS-LIGNE-FAC) TO MONTANT-TVA-LFA
           MOVE 0 TO NOFAC-ORIG-LFA QTE-AVOIREE-LFA
           WRITE enreg-ligne-fac
               INVALID KEY
                   DISPLAY 'LIGNE DE FACTURE DEJA PRESENTE : '
                           WS-NOFAC-ALLOUE ' ' POS-LIGNE-FAC
           END-WRITE.

       POSTER-ENCOURS.
           MOVE NOCLI-CMD OF enreg-commande TO NOCLI-ENC
           MOVE WS-NOFAC-ALLOUE TO NOFAC-ENC
           MOVE NOCMD OF enreg-commande TO NOCMD-ENC
           MOVE WS-DATE-JOUR TO DATE-FAC-ENC
           MOVE FAC-TOTAL-TTC TO MONTANT-FAC-ENC
           MOVE FAC-TOTAL-HT TO MONTANT-HT-ENC
           MOVE FAC-TOTAL-TVA TO MONTANT-TVA-ENC
           MOVE 'F' TO TYPE-ENC
           MOVE 0 TO NOFAC-ORIG-ENC
           MOVE 0 TO MONTANT-REGLE-ENC
           MOVE 'O' TO STATUT-ENC
           MOVE 0 TO DATE-DERNIER-REGL-ENC
           MOVE 'N' TO LITIGE-ENC
           MOVE SPACES TO MOTIF-LITIGE-ENC OPERATEUR-LITIGE-ENC
           MOVE 0 TO DATE-LITIGE-ENC
           MOVE PERIODE-COMPTABLE TO PERIODE-ENC
           WRITE enreg-encours
               INVALID KEY
                   DISPLAY 'FACTURE DEJA PRESENTE DANS L ENCOURS : '
                           WS-NOFAC-ALLOUE
           END-WRITE.

      * remise accordee sur la commande en points de fidelite
      * (ORDSAIS) : deduite du TTC de la premiere facture, le reste
      * eventuel sur les factures suivantes de la commande
       CHERCHER-REMISE-FIDELITE.
           MOVE 0 TO WS-REMISE-FIDELITE
           MOVE 'C' TO FID-ACTION
           MOVE NOCLI-CMD OF enreg-commande TO FID-NOCLI
           MOVE NOCMD OF enreg-commande TO FID-REF
           MOVE 0 TO FID-NOFAC FID-DATE FID-MONTANT FID-POINTS
           MOVE 'FACTURE' TO FID-PROGRAMME
           CALL 'FIDPTS' USING FID-ZONE
           IF FID-RETOUR = 'O'
               IF FID-MONTANT > FAC-TOTAL-TTC
                   MOVE FAC-TOTAL-TTC TO WS-REMISE-FIDELITE
               ELSE
                   MOVE FID-MONTANT TO WS-REMISE-FIDELITE
               END-IF
           END-IF.

      * la remise reduit le prix de la facture : piece de type R
      * rattachee a la facture, ventilee en HT et TVA au prorata de
      * ses lignes (lignes R dans LignesFac.txt pour la TVA et le
      * journal des ventes), que ENCAISS impute comme un avoir
       POSTER-REMISE-FIDELITE.
           PERFORM ALLOUER-NOCREDIT
           PERFORM VENTILER-REMISE
           MOVE NOCLI-CMD OF enreg-commande TO NOCLI-ENC
           MOVE WS-NOCREDIT-ALLOUE TO NOFAC-ENC
           MOVE NOCMD OF enreg-commande TO NOCMD-ENC
           MOVE WS-DATE-JOUR TO DATE-FAC-ENC
           MOVE WS-REMISE-FIDELITE TO MONTANT-FAC-ENC
           MOVE REMISE-TOTAL-HT TO MONTANT-HT-ENC
           MOVE REMISE-TOTAL-TVA TO MONTANT-TVA-ENC
           MOVE 'R' TO TYPE-ENC
           MOVE WS-NOFAC-ALLOUE TO NOFAC-ORIG-ENC
           MOVE 0 TO MONTANT-REGLE-ENC
           MOVE 'O' TO STATUT-ENC
           MOVE 0 TO DATE-DERNIER-REGL-ENC
           MOVE 'N' TO LITIGE-ENC
           MOVE SPACES TO MOTIF-LITIGE-ENC OPERATEUR-LITIGE-ENC
           MOVE 0 TO DATE-LITIGE-ENC
           MOVE PERIODE-COMPTABLE TO PERIODE-ENC
           WRITE enreg-encours
               INVALID KEY
                   DISPLAY 'CREDIT DEJA PRESENT DANS L ENCOURS : '
                           WS-NOCREDIT-ALLOUE
           END-WRITE
           IF WS-ENC-STATUS = '00'
               MOVE 0 TO POS-LIGNE-FAC
               PERFORM ECRIRE-UNE-LIGNE-REMISE NB-LIGNES-FAC TIMES
               MOVE 'I' TO FID-ACTION
               MOVE NOCLI-CMD OF enreg-commande TO FID-NOCLI
               MOVE NOCMD OF enreg-commande TO FID-REF
               MOVE WS-NOFAC-ALLOUE TO FID-NOFAC
               MOVE WS-DATE-JOUR TO FID-DATE
               MOVE WS-REMISE-FIDELITE TO FID-MONTANT
               CALL 'FIDPTS' USING FID-ZONE
               ADD 1 TO COMPTEURREMISE
               ADD WS-REMISE-FIDELITE TO TOTAL-REMISE
           END-IF.

      * HT et TVA de chaque ligne au prorata remise / TTC ; l ecart
      * d arrondi est porte sur le HT de la derniere ligne pour que
      * HT + TVA de la remise redonne son montant
       VENTILER-REMISE.
           INITIALIZE TABLE-LIGNES-REMISE
           MOVE 0 TO REMISE-TOTAL-HT REMISE-TOTAL-TVA POS-LIGNE-FAC
           PERFORM VENTILER-UNE-LIGNE NB-LIGNES-FAC TIMES
           COMPUTE WS-ECART-REMISE = WS-REMISE-FIDELITE
               - REMISE-TOTAL-HT - REMISE-TOTAL-TVA
           IF WS-ECART-REMISE NOT = 0 AND NB-LIGNES-FAC > 0
               COMPUTE HT-REMISE-TAB(NB-LIGNES-FAC)
                   = HT-REMISE-TAB(NB-LIGNES-FAC) + WS-ECART-REMISE
               COMPUTE REMISE-TOTAL-HT
                   = REMISE-TOTAL-HT + WS-ECART-REMISE
           END-IF.

       VENTILER-UNE-LIGNE.
           ADD 1 TO POS-LIGNE-FAC
           COMPUTE HT-REMISE-TAB(POS-LIGNE-FAC) ROUNDED
               = HT-FAC-TAB(POS-LIGNE-FAC) * WS-REMISE-FIDELITE
               / FAC-TOTAL-TTC
           COMPUTE TVA-REMISE-TAB(POS-LIGNE-FAC) ROUNDED
               = TVA-FAC-TAB(POS-LIGNE-FAC) * WS-REMISE-FIDELITE
               / FAC-TOTAL-TTC
           ADD HT-REMISE-TAB(POS-LIGNE-FAC) TO REMISE-TOTAL-HT
           ADD TVA-REMISE-TAB(POS-LIGNE-FAC) TO REMISE-TOTAL-TVA.

      * une ligne R par ligne de la facture, sans quantite, sous le
      * numero de la remise (NOFAC-ORIG-LFA = la facture remisee)
       ECRIRE-UNE-LIGNE-REMISE.
           ADD 1 TO POS-LIGNE-FAC
           MOVE WS-NOCREDIT-ALLOUE TO NOFAC-LFA
           MOVE POS-LIGNE-FAC TO NOLIGNE-LFA
           MOVE 'R' TO TYPE-LFA
           MOVE NOCLI-CMD OF enreg-commande TO NOCLI-LFA
           MOVE NOCMD OF enreg-commande TO NOCMD-LFA
           MOVE WS-DATE-JOUR TO DATE-LFA
           MOVE ARTICLE-FAC-TAB(POS-LIGNE-FAC) TO ARTICLE-LFA
           MOVE 0 TO QTE-LFA PRIX-UNIT-LFA
           MOVE HT-REMISE-TAB(POS-LIGNE-FAC) TO MONTANT-HT-LFA
           MOVE CODE-TVA-FAC-TAB(POS-LIGNE-FAC) TO CODE-TVA-LFA
           MOVE TAUX-FAC-TAB(POS-LIGNE-FAC) TO TAUX-TVA-LFA
           MOVE TVA-REMISE-TAB(POS-LIGNE-FAC) TO MONTANT-TVA-LFA
           MOVE WS-NOFAC-ALLOUE TO NOFAC-ORIG-LFA
           MOVE 0 TO QTE-AVOIREE-LFA
           WRITE enreg-ligne-fac
               INVALID KEY
                   DISPLAY 'LIGNE DE REMISE DEJA PRESENTE : '
                           WS-NOCREDIT-ALLOUE ' ' POS-LIGNE-FAC
           END-WRITE.

       ALLOUER-NOCREDIT.
           OPEN I-O FNUMCREDIT
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMCREDIT
               MOVE 7000001 TO PROCHAIN-NOCREDIT
               WRITE ENREG-NUMCREDIT
               END-WRITE
               CLOSE FNUMCREDIT
               OPEN I-O FNUMCREDIT
           END-IF
           READ FNUMCREDIT
               AT END MOVE 7000001 TO PROCHAIN-NOCREDIT
           END-READ
           MOVE PROCHAIN-NOCREDIT TO WS-NOCREDIT-ALLOUE
           ADD 1 TO PROCHAIN-NOCREDIT
           REWRITE ENREG-NUMCREDIT
           END-REWRITE
           CLOSE FNUMCREDIT.

       ECRIRE-EXCEPTION.
           ADD 1 TO COMPTEUREXCEPTION
           MOVE NOCMD-BL TO NOCMD-EXC
           MOVE NOCLI-BL TO NOCLI-EXC
           MOVE WS-MOTIF-TRAVAIL TO MOTIF-EXC
           WRITE enreg-exception
           END-WRITE.

       FIN.
           DISPLAY '--- FACTURATION DES BONS DE LIVRAISON ---'
           DISPLAY 'BONS EXAMINES       : ' COMPTEURLU
           DISPLAY 'FACTURES EMISES     : ' COMPTEURFACTURE
           DISPLAY 'EXCEPTIONS          : ' COMPTEUREXCEPTION
           DISPLAY 'ANNULEES IGNOREES   : ' COMPTEURANNULEE
           DISPLAY 'TOTAL HT            : ' TOTAL-HT
           DISPLAY 'TOTAL TVA           : ' TOTAL-TVA
           DISPLAY 'TOTAL FACTURE TTC   : ' TOTAL-FACTURE
           DISPLAY 'REMISES FIDELITE    : ' COMPTEURREMISE
                   ' POUR ' TOTAL-REMISE
           MOVE 'F' TO FID-ACTION
           CALL 'FIDPTS' USING FID-ZONE
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           IF WS-ADR-DISPONIBLE = 'O'
               CLOSE FADRCLIENTS
           END-IF
           CLOSE FBONSLIV CMDMAST ENCOURS FFACTURES FEXCEPTIONS
           CLOSE FARTICLES FLIGNESFAC.

       END PROGRAM FACTURE.
