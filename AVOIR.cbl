       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVOIR.
      *****************************************************************
      * Console des avoirs : retour de marchandise ou erreur de
      * facturation sur une facture existante. L operateur choisit,
      * ligne par ligne, la quantite a crediter (jamais plus que le
      * facture moins ce qui a deja ete avoire). L avoir prend son
      * numero dans NumAvoir.txt, s imprime dans Avoirs.txt, ajoute
      * ses lignes (type A) a LignesFac.txt pour l etat de TVA et
      * poste un encours credit (TYPE-ENC A) que ENCAISS impute sur
      * les factures du client. Un retour remet la marchandise en
      * stock. Les points de fidelite gagnes sur la facture sont
      * repris a hauteur du HT avoire (FIDPTS). Chaque avoir est
      * journalise via AUDECR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FLIGNESFAC
               ASSIGN TO 'C:\Users\CRM\Desktop\LignesFac.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-LFA OF enreg-ligne-fac
               FILE STATUS IS WS-LFA-STATUS.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
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
           SELECT FSTOCK
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Stock.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-STK OF enreg-stock
               FILE STATUS IS WS-STK-STATUS.
           SELECT FNUMAVOIR
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumAvoir.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FAVOIRS
               ASSIGN TO 'C:\Users\CRM\Desktop\Avoirs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIGNESFAC.
       01  enreg-ligne-fac.
           COPY FACLIG.

       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

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

       FD  FSTOCK.
       01  enreg-stock.
           COPY STKMAST.

       FD  FNUMAVOIR.
       01  ENREG-NUMAVOIR.
           02 PROCHAIN-NOAVOIR PIC 9(7).

       FD  FAVOIRS.
       01  LIGNE-AVOIR PIC X(120).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-LFA-STATUS PIC X(2) VALUE '00'.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-STK-STATUS PIC X(2) VALUE '00'.
       77  WS-ALLOC-STATUS PIC X(2) VALUE '00'.
       77  WS-AVO-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-CONTINUER PIC X VALUE 'O'.
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-MOTIF-AVOIR PIC X VALUE SPACE.
       77  WS-NOFAC-SAISI PIC 9(7) VALUE 0.
       77  WS-NOCLI-ORIG PIC 9(7) VALUE 0.
       77  WS-NOCMD-ORIG PIC 9(7) VALUE 0.
       77  WS-TYPE-ORIG PIC X VALUE SPACE.
       77  WS-NOAVOIR-ALLOUE PIC 9(7) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-ERREUR PIC X(40) VALUE SPACE.
       77  WS-FIN-LIGNES PIC X VALUE 'N'.
       77  WS-QTE-VALIDE PIC X VALUE 'N'.
       77  WS-QTE-MAXI PIC 9(3) VALUE 0.
       77  WS-QTE-TOTALE PIC 9(5) VALUE 0.
       77  NB-LIGNES-AV PIC 99 VALUE 0.
       77  POS-LIGNE-AV PIC 99 VALUE 0.
       77  NB-SOUSTOT PIC 99 VALUE 0.
       77  POS-SOUSTOT PIC 99 VALUE 0.
       77  WS-SOUSTOT-TROUVE PIC 99 VALUE 0.
       77  AV-TOTAL-HT PIC 9(8)V99 VALUE 0.
       77  AV-TOTAL-TVA PIC 9(8)V99 VALUE 0.
       77  AV-TOTAL-TTC PIC 9(8)V99 VALUE 0.
       77  COMPTEURAVOIRS PIC 9(5) VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-TVA-EDIT PIC ZZZZZZZ9.99.
       77  WS-TAUX-EDIT PIC Z9.99.
       77  AUDIT-OP-TRAVAIL PIC X(12) VALUE SPACE.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.
      * lignes de la facture d origine et quantites a crediter
       01  TABLE-LIGNES-AV.
           02 LIGNE-AV-TAB OCCURS 5 TIMES.
              03 NOLIGNE-AV-TAB PIC 9(2).
              03 ARTICLE-AV-TAB PIC X(15).
              03 QTE-FACT-AV-TAB PIC 9(3).
              03 QTE-DEJA-AV-TAB PIC 9(3).
              03 QTE-AV-TAB PIC 9(3).
              03 PU-AV-TAB PIC 9(5)V99.
              03 CODE-TVA-AV-TAB PIC X.
              03 TAUX-AV-TAB PIC 9(2)V99.
              03 HT-AV-TAB PIC 9(7)V99.
              03 TVA-AV-TAB PIC 9(7)V99.
       01  TABLE-SOUSTOT.
           02 SOUSTOT-TAB OCCURS 5 TIMES.
              03 TAUX-SOUSTOT-TAB PIC 9(2)V99.
              03 BASE-SOUSTOT-TAB PIC 9(8)V99.
              03 TVA-SOUSTOT-TAB PIC 9(8)V99.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

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
           PERFORM PROPOSER-MENU UNTIL WS-CONTINUER = 'N'
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU MISE A JOUR MASTER REQUIS POUR LES '
                       'AVOIRS'
               STOP RUN
           END-IF
           MOVE 'T' TO VERROU-ACTION
           CALL 'VERROU' USING VERROU-ZONE
           IF VERROU-OCCUPE = 'O'
               DISPLAY 'MASTERS EN COURS D UTILISATION PAR '
                       VERROU-DETENTEUR ' DEPUIS LE '
                       VERROU-DEPUIS-DATE ' A ' VERROU-DEPUIS-HEURE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO PERIODE-DATE
           CALL 'PERIOCPT' USING PERIODE-ZONE
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
           OPEN I-O FLIGNESFAC
           IF WS-LFA-STATUS NOT = '00'
               DISPLAY 'LIGNES DE FACTURE ABSENTES, AUCUN AVOIR '
                       'POSSIBLE'
               STOP RUN
           END-IF
           OPEN I-O ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               CLOSE FLIGNESFAC
               STOP RUN
           END-IF
           OPEN INPUT CLIH
           IF WS-CLIH-STATUS NOT = '00'
               MOVE 'N' TO WS-CLIH-DISPONIBLE
           END-IF
           OPEN INPUT CLIF
           IF WS-CLIF-STATUS NOT = '00'
               MOVE 'N' TO WS-CLIF-DISPONIBLE
           END-IF
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS NOT = '00'
               MOVE 'N' TO WS-CLIE-DISPONIBLE
           END-IF
           OPEN I-O FSTOCK
           IF WS-STK-STATUS NOT = '00'
               OPEN OUTPUT FSTOCK
               CLOSE FSTOCK
               OPEN I-O FSTOCK
           END-IF
           OPEN EXTEND FAVOIRS
           IF WS-AVO-STATUS NOT = '00'
               OPEN OUTPUT FAVOIRS
           END-IF.

       PROPOSER-MENU.
           DISPLAY '===================================='
           DISPLAY ' AVOIRS ET RETOURS'
           DISPLAY ' E. Emettre un avoir sur facture'
           DISPLAY ' Q. Quitter'
           DISPLAY '===================================='
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'E' OR WS-CHOIX = 'e'
               PERFORM EMETTRE-AVOIR
           ELSE
           IF WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
               MOVE 'N' TO WS-CONTINUER
           ELSE
               DISPLAY 'CHOIX INCONNU'
           END-IF
           END-IF.

       EMETTRE-AVOIR.
           MOVE SPACE TO WS-ERREUR
           DISPLAY 'NUMERO DE LA FACTURE D ORIGINE : '
           ACCEPT WS-NOFAC-SAISI
           PERFORM LIRE-FACTURE-ORIGINE
           IF WS-ERREUR = SPACE
               MOVE TYPE-ENC TO WS-TYPE-ORIG
      * une penalite de retard (PENALITE) se remet sans retour
               IF TYPE-ENC = 'P'
                   MOVE 'E' TO WS-MOTIF-AVOIR
                   DISPLAY 'FACTURE DE PENALITE : REMISE SANS RETOUR'
               ELSE
                   PERFORM SAISIR-MOTIF
               END-IF
               MOVE 0 TO WS-QTE-TOTALE POS-LIGNE-AV
               PERFORM SAISIR-QTE-LIGNE NB-LIGNES-AV TIMES
               IF WS-QTE-TOTALE = 0
                   MOVE 'AUCUNE QUANTITE A CREDITER' TO WS-ERREUR
               END-IF
           END-IF
           IF WS-ERREUR NOT = SPACE
               DISPLAY WS-ERREUR ', AVOIR ABANDONNE'
           ELSE
               PERFORM CALCULER-AVOIR
               PERFORM ALLOUER-NOAVOIR
               PERFORM IMPRIMER-AVOIR
               PERFORM ECRIRE-LIGNES-AVOIR
               PERFORM POSTER-ENCOURS-AVOIR
               IF WS-TYPE-ORIG NOT = 'P'
                   PERFORM REPRENDRE-POINTS
               END-IF
               MOVE 'AVOIR EMIS' TO AUDIT-OP-TRAVAIL
               PERFORM ENREGISTRER-AUDIT
               ADD 1 TO COMPTEURAVOIRS
               MOVE AV-TOTAL-TTC TO WS-MONTANT-EDIT
               DISPLAY 'AVOIR ' WS-NOAVOIR-ALLOUE ' EMIS POUR '
                       WS-MONTANT-EDIT ' TTC'
           END-IF.

      * la facture se reconnait a ses lignes (type F) ; elle doit
      * encore figurer dans l encours du client
       LIRE-FACTURE-ORIGINE.
           MOVE 0 TO NB-LIGNES-AV
           MOVE 'N' TO WS-FIN-LIGNES
           PERFORM CHARGER-LIGNE-ORIGINE UNTIL WS-FIN-LIGNES = 'O'
           IF NB-LIGNES-AV = 0
               MOVE 'FACTURE INCONNUE' TO WS-ERREUR
           ELSE
               MOVE WS-NOCLI-ORIG TO NOCLI-ENC
               MOVE WS-NOFAC-SAISI TO NOFAC-ENC
               READ ENCOURS
                   INVALID KEY
                       MOVE 'FACTURE ABSENTE DE L ENCOURS'
                           TO WS-ERREUR
               END-READ
               IF WS-ERREUR = SPACE
                   PERFORM RECHERCHER-CLIENT
                   DISPLAY 'CLIENT ' WS-NOCLI-ORIG ' '
                           NOM OF enreg-courant
                   DISPLAY 'FACTURE DU ' DATE-FAC-ENC
                           ' COMMANDE ' WS-NOCMD-ORIG
               END-IF
           END-IF.

       CHARGER-LIGNE-ORIGINE.
           MOVE WS-NOFAC-SAISI TO NOFAC-LFA
           COMPUTE NOLIGNE-LFA = NB-LIGNES-AV + 1
           READ FLIGNESFAC
               INVALID KEY
                   MOVE 'O' TO WS-FIN-LIGNES
           END-READ
           IF WS-FIN-LIGNES = 'N'
               IF TYPE-LFA NOT = 'F' OR NB-LIGNES-AV >= 5
                   MOVE 'O' TO WS-FIN-LIGNES
               ELSE
                   ADD 1 TO NB-LIGNES-AV
                   MOVE NOCLI-LFA TO WS-NOCLI-ORIG
                   MOVE NOCMD-LFA TO WS-NOCMD-ORIG
                   MOVE NOLIGNE-LFA TO NOLIGNE-AV-TAB(NB-LIGNES-AV)
                   MOVE ARTICLE-LFA TO ARTICLE-AV-TAB(NB-LIGNES-AV)
                   MOVE QTE-LFA TO QTE-FACT-AV-TAB(NB-LIGNES-AV)
                   MOVE QTE-AVOIREE-LFA
                       TO QTE-DEJA-AV-TAB(NB-LIGNES-AV)
                   MOVE 0 TO QTE-AV-TAB(NB-LIGNES-AV)
                   MOVE PRIX-UNIT-LFA TO PU-AV-TAB(NB-LIGNES-AV)
                   MOVE CODE-TVA-LFA TO CODE-TVA-AV-TAB(NB-LIGNES-AV)
                   MOVE TAUX-TVA-LFA TO TAUX-AV-TAB(NB-LIGNES-AV)
               END-IF
           END-IF.

       SAISIR-MOTIF.
           MOVE SPACE TO WS-MOTIF-AVOIR
           PERFORM DEMANDER-MOTIF
               UNTIL WS-MOTIF-AVOIR = 'R' OR WS-MOTIF-AVOIR = 'E'.

       DEMANDER-MOTIF.
           DISPLAY 'MOTIF (R=RETOUR MARCHANDISE, E=ERREUR FACTURE) : '
           ACCEPT WS-MOTIF-AVOIR
           IF WS-MOTIF-AVOIR = 'r'
               MOVE 'R' TO WS-MOTIF-AVOIR
           END-IF
           IF WS-MOTIF-AVOIR = 'e'
               MOVE 'E' TO WS-MOTIF-AVOIR
           END-IF.

       SAISIR-QTE-LIGNE.
           ADD 1 TO POS-LIGNE-AV
           COMPUTE WS-QTE-MAXI = QTE-FACT-AV-TAB(POS-LIGNE-AV)
                               - QTE-DEJA-AV-TAB(POS-LIGNE-AV)
           DISPLAY ARTICLE-AV-TAB(POS-LIGNE-AV)
                   ' FACTURE ' QTE-FACT-AV-TAB(POS-LIGNE-AV)
                   ' DEJA AVOIRE ' QTE-DEJA-AV-TAB(POS-LIGNE-AV)
                   ' PU ' PU-AV-TAB(POS-LIGNE-AV)
           MOVE 'N' TO WS-QTE-VALIDE
           PERFORM DEMANDER-QTE UNTIL WS-QTE-VALIDE = 'O'
           ADD QTE-AV-TAB(POS-LIGNE-AV) TO WS-QTE-TOTALE.

       DEMANDER-QTE.
           DISPLAY 'QUANTITE A CREDITER (0 A ' WS-QTE-MAXI ') : '
           ACCEPT QTE-AV-TAB(POS-LIGNE-AV)
           IF QTE-AV-TAB(POS-LIGNE-AV) > WS-QTE-MAXI
               DISPLAY 'QUANTITE SUPERIEURE AU RESTANT FACTURE'
           ELSE
               MOVE 'O' TO WS-QTE-VALIDE
           END-IF.

      * meme calcul que FACTURE : HT a la ligne, TVA arrondie a la
      * ligne au taux de la facture d origine, cumul par taux
       CALCULER-AVOIR.
           MOVE 0 TO AV-TOTAL-HT AV-TOTAL-TVA NB-SOUSTOT POS-LIGNE-AV
           PERFORM CALCULER-LIGNE-AVOIR NB-LIGNES-AV TIMES
           COMPUTE AV-TOTAL-TTC = AV-TOTAL-HT + AV-TOTAL-TVA.

       CALCULER-LIGNE-AVOIR.
           ADD 1 TO POS-LIGNE-AV
           COMPUTE HT-AV-TAB(POS-LIGNE-AV) =
               QTE-AV-TAB(POS-LIGNE-AV) * PU-AV-TAB(POS-LIGNE-AV)
           COMPUTE TVA-AV-TAB(POS-LIGNE-AV) ROUNDED =
               HT-AV-TAB(POS-LIGNE-AV) * TAUX-AV-TAB(POS-LIGNE-AV)
               / 100
           IF QTE-AV-TAB(POS-LIGNE-AV) > 0
               ADD HT-AV-TAB(POS-LIGNE-AV) TO AV-TOTAL-HT
               ADD TVA-AV-TAB(POS-LIGNE-AV) TO AV-TOTAL-TVA
               MOVE 0 TO WS-SOUSTOT-TROUVE POS-SOUSTOT
               PERFORM CHERCHER-SOUSTOT NB-SOUSTOT TIMES
               IF WS-SOUSTOT-TROUVE = 0
                   ADD 1 TO NB-SOUSTOT
                   MOVE NB-SOUSTOT TO WS-SOUSTOT-TROUVE
                   MOVE TAUX-AV-TAB(POS-LIGNE-AV)
                       TO TAUX-SOUSTOT-TAB(WS-SOUSTOT-TROUVE)
                   MOVE 0 TO BASE-SOUSTOT-TAB(WS-SOUSTOT-TROUVE)
                   MOVE 0 TO TVA-SOUSTOT-TAB(WS-SOUSTOT-TROUVE)
               END-IF
               ADD HT-AV-TAB(POS-LIGNE-AV)
                   TO BASE-SOUSTOT-TAB(WS-SOUSTOT-TROUVE)
               ADD TVA-AV-TAB(POS-LIGNE-AV)
                   TO TVA-SOUSTOT-TAB(WS-SOUSTOT-TROUVE)
           END-IF.

       CHERCHER-SOUSTOT.
           ADD 1 TO POS-SOUSTOT
           IF TAUX-SOUSTOT-TAB(POS-SOUSTOT) = TAUX-AV-TAB(POS-LIGNE-AV)
               MOVE POS-SOUSTOT TO WS-SOUSTOT-TROUVE
           END-IF.

       ALLOUER-NOAVOIR.
           OPEN I-O FNUMAVOIR
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMAVOIR
               MOVE 9000001 TO PROCHAIN-NOAVOIR
               WRITE ENREG-NUMAVOIR
               END-WRITE
               CLOSE FNUMAVOIR
               OPEN I-O FNUMAVOIR
           END-IF
           READ FNUMAVOIR
               AT END MOVE 9000001 TO PROCHAIN-NOAVOIR
           END-READ
           MOVE PROCHAIN-NOAVOIR TO WS-NOAVOIR-ALLOUE
           ADD 1 TO PROCHAIN-NOAVOIR
           REWRITE ENREG-NUMAVOIR
           END-REWRITE
           CLOSE FNUMAVOIR.

       IMPRIMER-AVOIR.
           MOVE ALL '=' TO LIGNE-AVOIR
           WRITE LIGNE-AVOIR
           MOVE SPACES TO LIGNE-AVOIR
           STRING '            ETABLISSEMENTS CRM - AVOIR '
                  DELIMITED BY SIZE
                  WS-NOAVOIR-ALLOUE DELIMITED BY SIZE
                  ' DU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
               INTO LIGNE-AVOIR
           END-STRING
           WRITE LIGNE-AVOIR
           MOVE ALL '=' TO LIGNE-AVOIR
           WRITE LIGNE-AVOIR
           MOVE SPACES TO LIGNE-AVOIR
           STRING 'CLIENT ' DELIMITED BY SIZE
                  WS-NOCLI-ORIG DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  NOM OF enreg-courant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRENOM OF enreg-courant DELIMITED BY SIZE
               INTO LIGNE-AVOIR
           END-STRING
           WRITE LIGNE-AVOIR
           MOVE SPACES TO LIGNE-AVOIR
           STRING NUM-RUE OF enreg-courant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RUE OF enreg-courant DELIMITED BY SIZE
               INTO LIGNE-AVOIR
           END-STRING
           WRITE LIGNE-AVOIR
           MOVE SPACES TO LIGNE-AVOIR
           STRING CODE-POSTAL OF enreg-courant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VILLE OF enreg-courant DELIMITED BY SIZE
               INTO LIGNE-AVOIR
           END-STRING
           WRITE LIGNE-AVOIR
           MOVE SPACES TO LIGNE-AVOIR
           STRING 'SUR FACTURE ' DELIMITED BY SIZE
                  WS-NOFAC-SAISI DELIMITED BY SIZE
                  ' COMMANDE ' DELIMITED BY SIZE
                  WS-NOCMD-ORIG DELIMITED BY SIZE
               INTO LIGNE-AVOIR
           END-STRING
           WRITE LIGNE-AVOIR
           MOVE SPACES TO LIGNE-AVOIR
           IF WS-MOTIF-AVOIR = 'R'
               MOVE 'MOTIF : RETOUR DE MARCHANDISE' TO LIGNE-AVOIR
           ELSE
               MOVE 'MOTIF : ERREUR DE FACTURATION' TO LIGNE-AVOIR
           END-IF
           WRITE LIGNE-AVOIR
           MOVE SPACES TO LIGNE-AVOIR
           WRITE LIGNE-AVOIR
           MOVE 0 TO POS-LIGNE-AV
           PERFORM IMPRIMER-LIGNE-AVOIR NB-LIGNES-AV TIMES
           MOVE SPACES TO LIGNE-AVOIR
           WRITE LIGNE-AVOIR
           MOVE 0 TO POS-SOUSTOT
           PERFORM IMPRIMER-SOUSTOT NB-SOUSTOT TIMES
           MOVE AV-TOTAL-HT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-AVOIR
           STRING 'TOTAL HT                ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-AVOIR
           END-STRING
           WRITE LIGNE-AVOIR
           MOVE AV-TOTAL-TVA TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-AVOIR
           STRING 'TOTAL TVA               ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-AVOIR
           END-STRING
           WRITE LIGNE-AVOIR
           MOVE AV-TOTAL-TTC TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-AVOIR
           STRING 'TOTAL TTC A DEDUIRE     ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-AVOIR
           END-STRING
           WRITE LIGNE-AVOIR
           MOVE SPACES TO LIGNE-AVOIR
           WRITE LIGNE-AVOIR.

       IMPRIMER-LIGNE-AVOIR.
           ADD 1 TO POS-LIGNE-AV
           IF QTE-AV-TAB(POS-LIGNE-AV) > 0
               MOVE HT-AV-TAB(POS-LIGNE-AV) TO WS-MONTANT-EDIT
               MOVE TAUX-AV-TAB(POS-LIGNE-AV) TO WS-TAUX-EDIT
               MOVE SPACES TO LIGNE-AVOIR
               STRING ARTICLE-AV-TAB(POS-LIGNE-AV) DELIMITED BY SIZE
                      ' QTE ' DELIMITED BY SIZE
                      QTE-AV-TAB(POS-LIGNE-AV) DELIMITED BY SIZE
                      ' PU ' DELIMITED BY SIZE
                      PU-AV-TAB(POS-LIGNE-AV) DELIMITED BY SIZE
                      ' MONTANT HT ' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                      ' TVA ' DELIMITED BY SIZE
                      WS-TAUX-EDIT DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO LIGNE-AVOIR
               END-STRING
               WRITE LIGNE-AVOIR
           END-IF.

       IMPRIMER-SOUSTOT.
           ADD 1 TO POS-SOUSTOT
           MOVE TAUX-SOUSTOT-TAB(POS-SOUSTOT) TO WS-TAUX-EDIT
           MOVE BASE-SOUSTOT-TAB(POS-SOUSTOT) TO WS-MONTANT-EDIT
           MOVE TVA-SOUSTOT-TAB(POS-SOUSTOT) TO WS-TVA-EDIT
           MOVE SPACES TO LIGNE-AVOIR
           STRING 'BASE HT A ' DELIMITED BY SIZE
                  WS-TAUX-EDIT DELIMITED BY SIZE
                  '%     ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  '   TVA ' DELIMITED BY SIZE
                  WS-TVA-EDIT DELIMITED BY SIZE
               INTO LIGNE-AVOIR
           END-STRING
           WRITE LIGNE-AVOIR.

      * lignes de l avoir (type A) pour l etat de TVA, quantite deja
      * avoiree sur la ligne de facture et remise en stock du retour
       ECRIRE-LIGNES-AVOIR.
           MOVE 0 TO POS-LIGNE-AV
           PERFORM ECRIRE-UNE-LIGNE-AVOIR NB-LIGNES-AV TIMES.

       ECRIRE-UNE-LIGNE-AVOIR.
           ADD 1 TO POS-LIGNE-AV
           IF QTE-AV-TAB(POS-LIGNE-AV) > 0
               MOVE WS-NOAVOIR-ALLOUE TO NOFAC-LFA
               MOVE POS-LIGNE-AV TO NOLIGNE-LFA
               MOVE 'A' TO TYPE-LFA
               MOVE WS-NOCLI-ORIG TO NOCLI-LFA
               MOVE WS-NOCMD-ORIG TO NOCMD-LFA
               MOVE WS-DATE-JOUR TO DATE-LFA
               MOVE ARTICLE-AV-TAB(POS-LIGNE-AV) TO ARTICLE-LFA
               MOVE QTE-AV-TAB(POS-LIGNE-AV) TO QTE-LFA
               MOVE PU-AV-TAB(POS-LIGNE-AV) TO PRIX-UNIT-LFA
               MOVE HT-AV-TAB(POS-LIGNE-AV) TO MONTANT-HT-LFA
               MOVE CODE-TVA-AV-TAB(POS-LIGNE-AV) TO CODE-TVA-LFA
               MOVE TAUX-AV-TAB(POS-LIGNE-AV) TO TAUX-TVA-LFA
               MOVE TVA-AV-TAB(POS-LIGNE-AV) TO MONTANT-TVA-LFA
               MOVE WS-NOFAC-SAISI TO NOFAC-ORIG-LFA
               MOVE 0 TO QTE-AVOIREE-LFA
               WRITE enreg-ligne-fac
                   INVALID KEY
                       DISPLAY 'LIGNE D AVOIR DEJA PRESENTE : '
                               WS-NOAVOIR-ALLOUE ' ' POS-LIGNE-AV
               END-WRITE
               MOVE WS-NOFAC-SAISI TO NOFAC-LFA
               MOVE NOLIGNE-AV-TAB(POS-LIGNE-AV) TO NOLIGNE-LFA
               READ FLIGNESFAC
                   INVALID KEY CONTINUE
               END-READ
               IF WS-LFA-STATUS = '00'
                   ADD QTE-AV-TAB(POS-LIGNE-AV) TO QTE-AVOIREE-LFA
                   REWRITE enreg-ligne-fac
                   END-REWRITE
               END-IF
               IF WS-MOTIF-AVOIR = 'R'
                   PERFORM REMETTRE-EN-STOCK
               END-IF
           END-IF.

       REMETTRE-EN-STOCK.
           MOVE ARTICLE-AV-TAB(POS-LIGNE-AV) TO CODE-STK
           READ FSTOCK
               INVALID KEY CONTINUE
           END-READ
           IF WS-STK-STATUS = '00'
               ADD QTE-AV-TAB(POS-LIGNE-AV) TO QTE-STOCK-STK
               MOVE WS-DATE-JOUR TO DATE-MAJ-STK
               REWRITE enreg-stock
               END-REWRITE
           ELSE
               MOVE ARTICLE-AV-TAB(POS-LIGNE-AV) TO CODE-STK
               MOVE QTE-AV-TAB(POS-LIGNE-AV) TO QTE-STOCK-STK
               MOVE 0 TO QTE-RESERVEE-STK
               MOVE 0 TO SEUIL-REAPPRO-STK QTE-REAPPRO-STK
               MOVE WS-DATE-JOUR TO DATE-MAJ-STK
               WRITE enreg-stock
               END-WRITE
           END-IF.

      * encours credit : ENCAISS l impute sur la facture d origine
      * puis sur les autres factures ouvertes du client
       POSTER-ENCOURS-AVOIR.
           MOVE WS-NOCLI-ORIG TO NOCLI-ENC
           MOVE WS-NOAVOIR-ALLOUE TO NOFAC-ENC
           MOVE WS-NOCMD-ORIG TO NOCMD-ENC
           MOVE WS-DATE-JOUR TO DATE-FAC-ENC
           MOVE AV-TOTAL-TTC TO MONTANT-FAC-ENC
           MOVE 0 TO MONTANT-REGLE-ENC
           MOVE 'O' TO STATUT-ENC
           MOVE 0 TO DATE-DERNIER-REGL-ENC
           MOVE AV-TOTAL-HT TO MONTANT-HT-ENC
           MOVE AV-TOTAL-TVA TO MONTANT-TVA-ENC
           MOVE 'A' TO TYPE-ENC
           MOVE WS-NOFAC-SAISI TO NOFAC-ORIG-ENC
           MOVE 'N' TO LITIGE-ENC
           MOVE SPACES TO MOTIF-LITIGE-ENC OPERATEUR-LITIGE-ENC
           MOVE 0 TO DATE-LITIGE-ENC
           MOVE PERIODE-COMPTABLE TO PERIODE-ENC
           WRITE enreg-encours
               INVALID KEY
                   DISPLAY 'AVOIR DEJA PRESENT DANS L ENCOURS : '
                           WS-NOAVOIR-ALLOUE
           END-WRITE.

      * la facture creditee ne rapporte plus ses points sur le HT
      * avoire, qu elle soit deja soldee ou non
       REPRENDRE-POINTS.
           MOVE 'R' TO FID-ACTION
           MOVE WS-NOCLI-ORIG TO FID-NOCLI
           MOVE WS-NOAVOIR-ALLOUE TO FID-REF
           MOVE WS-NOFAC-SAISI TO FID-NOFAC
           MOVE WS-DATE-JOUR TO FID-DATE
           MOVE AV-TOTAL-HT TO FID-MONTANT
           MOVE 0 TO FID-POINTS
           MOVE 'AVOIR' TO FID-PROGRAMME
           CALL 'FIDPTS' USING FID-ZONE
           IF FID-RETOUR = 'O'
               DISPLAY 'POINTS DE FIDELITE REPRIS : ' FID-POINTS
           END-IF.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           MOVE SPACES TO enreg-courant
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE WS-NOCLI-ORIG TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIH TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE WS-NOCLI-ORIG TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE WS-NOCLI-ORIG TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF.

       ENREGISTRER-AUDIT.
           MOVE 'AVOIR' TO AUDIT-PROGRAMME
           MOVE AUDIT-OP-TRAVAIL TO AUDIT-OPERATION
           MOVE WS-NOAVOIR-ALLOUE TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT.

       FIN.
           DISPLAY 'AVOIRS EMIS : ' COMPTEURAVOIRS
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           MOVE 'F' TO FID-ACTION
           CALL 'FIDPTS' USING FID-ZONE
           CLOSE FLIGNESFAC ENCOURS FSTOCK FAVOIRS.

       END PROGRAM AVOIR.
