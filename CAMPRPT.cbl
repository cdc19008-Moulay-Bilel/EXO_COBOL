       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRPT.
      *****************************************************************
      * Rentabilite des campagnes : chaque envoi de CampHist est
      * rapproche des commandes passees par le client dans la
      * fenetre d attribution (parametre CAMP-FENETRE, en jours,
      * 30 par defaut) qui suit la date d envoi. Une commande est
      * attribuee au dernier envoi recu avant elle (dernier
      * contact). Les lignes facturees et avoirs de ces commandes
      * donnent le CA HT et la marge (prix de revient article ; les
      * articles sans prix de revient sont exclus de la marge et
      * totalises a part). Le cout de chaque campagne vient de
      * CoutCampagnes.txt (ecrit par ANNIV) ; le rapport donne le
      * cout par commande, par campagne puis par segment.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FCAMPHIST
               ASSIGN TO 'C:\Users\CRM\Desktop\CampHist.txt'
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FCOUTCAMP
               ASSIGN TO 'C:\Users\CRM\Desktop\CoutCampagnes.txt'
               FILE STATUS IS WS-COUT-STATUS.
           SELECT CMDMAST
               ASSIGN TO 'C:\Users\CRM\Desktop\Commandes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCMD OF enreg-commande
               FILE STATUS IS WS-CMD-STATUS.
           SELECT FLIGNESFAC
               ASSIGN TO 'C:\Users\CRM\Desktop\LignesFac.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-LFA OF enreg-ligne-fac
               FILE STATUS IS WS-LFA-STATUS.
           SELECT FARTICLES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Articles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODE-ART OF enreg-article
               FILE STATUS IS WS-ART-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\RentabCampagnes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FCAMPHIST.
       01  enreg-camphist.
           02 ID-CAMP-HIST PIC X(10).
           02 NOCLI-CAMP-HIST PIC 9(7).
           02 DATE-ENVOI-HIST PIC 9(8).
           02 SEGMENT-CAMP-HIST PIC X.
           02 CP-CAMP-HIST PIC X(5).

       FD  FCOUTCAMP.
       01  enreg-cout-campagne.
           COPY CMPCOUT.

       FD  CMDMAST.
       01  enreg-commande.
           COPY CMDMAST.

       FD  FLIGNESFAC.
       01  enreg-ligne-fac.
           COPY FACLIG.

       FD  FARTICLES.
       01  enreg-article.
           COPY ARTMAST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-HIST PIC 99 VALUE 0.
       77  EOF-COUT PIC 99 VALUE 0.
       77  EOF-CMD PIC 99 VALUE 0.
       77  EOF-LFA PIC 99 VALUE 0.
       77  WS-HIST-STATUS PIC X(2) VALUE '00'.
       77  WS-COUT-STATUS PIC X(2) VALUE '00'.
       77  WS-CMD-STATUS PIC X(2) VALUE '00'.
       77  WS-LFA-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-STATUS PIC X(2) VALUE '00'.
       77  WS-ART-DISPONIBLE PIC X VALUE 'N'.
       77  NB-ENVOIS PIC 9(4) VALUE 0.
       77  POS-ENVOI PIC 9(4) VALUE 0.
       77  WS-ENVOI-RETENU PIC 9(4) VALUE 0.
       77  WS-JOURS-RETENU PIC 9(7) VALUE 0.
       77  NB-CAMPAGNES PIC 99 VALUE 0.
       77  POS-CAMP PIC 99 VALUE 0.
       77  WS-CAMP-TROUVEE PIC 99 VALUE 0.
       77  WS-CAMP-CHERCHEE PIC X(10) VALUE SPACE.
       77  POS-SEG PIC 9 VALUE 0.
       77  NB-ATTRIB PIC 9(4) VALUE 0.
       77  POS-ATTRIB PIC 9(4) VALUE 0.
       77  WS-ATTRIB-TROUVEE PIC 9(4) VALUE 0.
       77  WS-FENETRE PIC 9(3) VALUE 30.
       77  WS-DATE-CALCUL PIC 9(8) VALUE 0.
       77  WS-JOURS-CALCUL PIC 9(7) VALUE 0.
       77  WS-JOURS-CMD PIC 9(7) VALUE 0.
       77  WS-MONTANT-LIGNE PIC S9(9)V99 VALUE 0.
       77  WS-COUT-LIGNE PIC S9(9)V99 VALUE 0.
       77  WS-COUT-PAR-CMD PIC 9(8)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC -(9)9.99.
       77  WS-MARGE-EDIT PIC -(9)9.99.
       77  WS-SANS-PR-EDIT PIC -(9)9.99.
       77  WS-COUT-EDIT PIC Z(8)9.99.
       77  WS-COUT-CMD-EDIT PIC Z(8)9.99.
       77  WS-CMD-EDIT PIC Z(8)9.99.
       77  COMPTEURCOMMANDES PIC 9(7) VALUE 0.
       77  COMPTEURATTRIBUEES PIC 9(7) VALUE 0.
       77  COMPTEURLIGNES PIC 9(7) VALUE 0.
       01  WS-DATE-DECOUPEE.
           02 WS-AAAA PIC 9(4).
           02 WS-MM PIC 99.
           02 WS-JJ PIC 99.
       01  TABLE-ENVOIS.
           02 ENVOI-TAB OCCURS 2000 TIMES.
              03 ID-ENV-TAB PIC X(10).
              03 NOCLI-ENV-TAB PIC 9(7).
              03 JOURS-ENV-TAB PIC 9(7).
              03 SEG-ENV-TAB PIC X.
              03 CAMP-ENV-TAB PIC 99.
              03 POS-SEG-ENV-TAB PIC 9.
       01  TABLE-CAMPAGNES.
           02 CAMPAGNE-TAB OCCURS 50 TIMES.
              03 ID-CAMP-TAB PIC X(10).
              03 ENVOYES-CAMP-TAB PIC 9(7).
              03 COMMANDES-CAMP-TAB PIC 9(7).
              03 MT-CMD-CAMP-TAB PIC 9(9)V99.
              03 CA-CAMP-TAB PIC S9(9)V99.
              03 MARGE-CAMP-TAB PIC S9(9)V99.
              03 SANS-PR-CAMP-TAB PIC S9(9)V99.
              03 COUT-CAMP-TAB PIC 9(9)V99.
              03 VENTILATION-SEG-TAB OCCURS 5 TIMES.
                 04 ENV-SEG-TAB PIC 9(7).
                 04 CMD-SEG-TAB PIC 9(7).
                 04 MT-CMD-SEG-TAB PIC 9(9)V99.
                 04 CA-SEG-TAB PIC S9(9)V99.
                 04 MARGE-SEG-TAB PIC S9(9)V99.
       01  TABLE-ATTRIBUTIONS.
           02 ATTRIB-TAB OCCURS 3000 TIMES.
              03 NOCMD-ATTRIB-TAB PIC 9(7).
              03 ENVOI-ATTRIB-TAB PIC 9(4).
       01  LISTE-LIBELLES-SEG.
           02 FILLER PIC X(1) VALUE 'A'.
           02 FILLER PIC X(1) VALUE 'B'.
           02 FILLER PIC X(1) VALUE 'C'.
           02 FILLER PIC X(1) VALUE 'D'.
           02 FILLER PIC X(1) VALUE ' '.
       01  TABLE-LIBELLES-SEG REDEFINES LISTE-LIBELLES-SEG.
           02 LIBELLE-SEG OCCURS 5 TIMES PIC X(1).

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       01  NORM-ZONE.
           02 NORM-TEXTE PIC X(8).
           02 NORM-VALEUR PIC 9(8).
           02 NORM-VALIDE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM CHARGER-ENVOIS
           PERFORM CHARGER-COUTS
           PERFORM ATTRIBUER-COMMANDES
           PERFORM VALORISER-FACTURATION
           PERFORM EDITER-RAPPORT
           PERFORM FIN
           STOP RUN.

       INIT.
           MOVE 'CAMP-FENETRE' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR TO NORM-TEXTE
               CALL 'NORMNUM' USING NORM-ZONE
               IF NORM-VALIDE = 'O' AND NORM-VALEUR > 0
                  AND NORM-VALEUR < 1000
                   MOVE NORM-VALEUR TO WS-FENETRE
               END-IF
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE '--- RENTABILITE DES CAMPAGNES ---' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'FENETRE D ATTRIBUTION : ' DELIMITED BY SIZE
                  WS-FENETRE DELIMITED BY SIZE
                  ' JOURS APRES L ENVOI (DERNIER CONTACT)'
                  DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       CHARGER-ENVOIS.
           OPEN INPUT FCAMPHIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'HISTORIQUE DE CAMPAGNE ABSENT'
               MOVE 1 TO EOF-HIST
           ELSE
               READ FCAMPHIST
                   AT END MOVE 1 TO EOF-HIST
               END-READ
               PERFORM CHARGER-UN-ENVOI UNTIL EOF-HIST = 1
               CLOSE FCAMPHIST
           END-IF.

       CHARGER-UN-ENVOI.
           IF NB-ENVOIS < 2000
               ADD 1 TO NB-ENVOIS
               MOVE NB-ENVOIS TO POS-ENVOI
               MOVE ID-CAMP-HIST TO ID-ENV-TAB(POS-ENVOI)
               MOVE NOCLI-CAMP-HIST TO NOCLI-ENV-TAB(POS-ENVOI)
               MOVE SEGMENT-CAMP-HIST TO SEG-ENV-TAB(POS-ENVOI)
               MOVE DATE-ENVOI-HIST TO WS-DATE-CALCUL
               PERFORM CALCULER-JOURS
               MOVE WS-JOURS-CALCUL TO JOURS-ENV-TAB(POS-ENVOI)
               MOVE ID-CAMP-HIST TO WS-CAMP-CHERCHEE
               PERFORM TROUVER-CAMPAGNE
               PERFORM TROUVER-SEGMENT
               MOVE WS-CAMP-TROUVEE TO CAMP-ENV-TAB(POS-ENVOI)
               MOVE POS-SEG TO POS-SEG-ENV-TAB(POS-ENVOI)
               IF WS-CAMP-TROUVEE > 0
                   ADD 1 TO ENVOYES-CAMP-TAB(WS-CAMP-TROUVEE)
                   ADD 1 TO ENV-SEG-TAB(WS-CAMP-TROUVEE, POS-SEG)
               END-IF
           ELSE
               DISPLAY 'HISTORIQUE TROP GRAND, ENVOI IGNORE'
           END-IF
           READ FCAMPHIST
               AT END MOVE 1 TO EOF-HIST
           END-READ.

       CALCULER-JOURS.
           MOVE WS-DATE-CALCUL TO WS-DATE-DECOUPEE
           COMPUTE WS-JOURS-CALCUL = WS-AAAA * 360 + WS-MM * 30
               + WS-JJ.

       TROUVER-CAMPAGNE.
           MOVE 0 TO WS-CAMP-TROUVEE POS-CAMP
           PERFORM COMPARER-CAMPAGNE NB-CAMPAGNES TIMES
           IF WS-CAMP-TROUVEE = 0 AND NB-CAMPAGNES < 50
               ADD 1 TO NB-CAMPAGNES
               MOVE NB-CAMPAGNES TO WS-CAMP-TROUVEE
               MOVE WS-CAMP-CHERCHEE TO ID-CAMP-TAB(WS-CAMP-TROUVEE)
           END-IF.

       COMPARER-CAMPAGNE.
           ADD 1 TO POS-CAMP
           IF ID-CAMP-TAB(POS-CAMP) = WS-CAMP-CHERCHEE
               MOVE POS-CAMP TO WS-CAMP-TROUVEE
           END-IF.

       TROUVER-SEGMENT.
           IF SEG-ENV-TAB(POS-ENVOI) = 'A'
               MOVE 1 TO POS-SEG
           ELSE
           IF SEG-ENV-TAB(POS-ENVOI) = 'B'
               MOVE 2 TO POS-SEG
           ELSE
           IF SEG-ENV-TAB(POS-ENVOI) = 'C'
               MOVE 3 TO POS-SEG
           ELSE
           IF SEG-ENV-TAB(POS-ENVOI) = 'D'
               MOVE 4 TO POS-SEG
           ELSE
               MOVE 5 TO POS-SEG
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Les couts d une campagne lancee plusieurs fois dans le
      *    mois s additionnent ; un cout sans envoi dans CampHist
      *    est tout de meme edite (campagne sans destinataire
      *    retrouve).
       CHARGER-COUTS.
           OPEN INPUT FCOUTCAMP
           IF WS-COUT-STATUS NOT = '00'
               DISPLAY 'FICHIER DES COUTS DE CAMPAGNE ABSENT, '
                       'COUTS A ZERO'
               MOVE 1 TO EOF-COUT
           ELSE
               READ FCOUTCAMP
                   AT END MOVE 1 TO EOF-COUT
               END-READ
               PERFORM CHARGER-UN-COUT UNTIL EOF-COUT = 1
               CLOSE FCOUTCAMP
           END-IF.

       CHARGER-UN-COUT.
           MOVE ID-CAMP-COUT TO WS-CAMP-CHERCHEE
           PERFORM TROUVER-CAMPAGNE
           IF WS-CAMP-TROUVEE > 0
               ADD MONTANT-COUT TO COUT-CAMP-TAB(WS-CAMP-TROUVEE)
           END-IF
           READ FCOUTCAMP
               AT END MOVE 1 TO EOF-COUT
           END-READ.

       ATTRIBUER-COMMANDES.
           OPEN INPUT CMDMAST
           IF WS-CMD-STATUS NOT = '00'
               DISPLAY 'FICHIER DES COMMANDES ABSENT'
               MOVE 1 TO EOF-CMD
           ELSE
               READ CMDMAST NEXT
                   AT END MOVE 1 TO EOF-CMD
               END-READ
               PERFORM ATTRIBUER-UNE-COMMANDE UNTIL EOF-CMD = 1
               CLOSE CMDMAST
           END-IF.

      *    Dernier contact : parmi les envois au meme client dont la
      *    fenetre couvre la date de commande, on retient le plus
      *    recent. Les commandes annulees ne sont pas attribuees.
       ATTRIBUER-UNE-COMMANDE.
           ADD 1 TO COMPTEURCOMMANDES
           IF STATUT-CMD NOT = 'A'
               MOVE DATE-CMD TO WS-DATE-CALCUL
               PERFORM CALCULER-JOURS
               MOVE WS-JOURS-CALCUL TO WS-JOURS-CMD
               MOVE 0 TO WS-ENVOI-RETENU WS-JOURS-RETENU POS-ENVOI
               PERFORM EXAMINER-ENVOI NB-ENVOIS TIMES
               IF WS-ENVOI-RETENU > 0
                   PERFORM CUMULER-COMMANDE
               END-IF
           END-IF
           READ CMDMAST NEXT
               AT END MOVE 1 TO EOF-CMD
           END-READ.

       EXAMINER-ENVOI.
           ADD 1 TO POS-ENVOI
           IF NOCLI-ENV-TAB(POS-ENVOI) = NOCLI-CMD
              AND CAMP-ENV-TAB(POS-ENVOI) > 0
              AND JOURS-ENV-TAB(POS-ENVOI) NOT > WS-JOURS-CMD
              AND JOURS-ENV-TAB(POS-ENVOI) + WS-FENETRE
                  NOT < WS-JOURS-CMD
              AND JOURS-ENV-TAB(POS-ENVOI) NOT < WS-JOURS-RETENU
               MOVE POS-ENVOI TO WS-ENVOI-RETENU
               MOVE JOURS-ENV-TAB(POS-ENVOI) TO WS-JOURS-RETENU
           END-IF.

       CUMULER-COMMANDE.
           MOVE CAMP-ENV-TAB(WS-ENVOI-RETENU) TO POS-CAMP
           MOVE POS-SEG-ENV-TAB(WS-ENVOI-RETENU) TO POS-SEG
           ADD 1 TO COMPTEURATTRIBUEES
           ADD 1 TO COMMANDES-CAMP-TAB(POS-CAMP)
           ADD 1 TO CMD-SEG-TAB(POS-CAMP, POS-SEG)
           ADD MONTANT-CMD TO MT-CMD-CAMP-TAB(POS-CAMP)
           ADD MONTANT-CMD TO MT-CMD-SEG-TAB(POS-CAMP, POS-SEG)
           IF NB-ATTRIB < 3000
               ADD 1 TO NB-ATTRIB
               MOVE NOCMD TO NOCMD-ATTRIB-TAB(NB-ATTRIB)
               MOVE WS-ENVOI-RETENU TO ENVOI-ATTRIB-TAB(NB-ATTRIB)
           ELSE
               DISPLAY 'TROP DE COMMANDES ATTRIBUEES, COMMANDE '
                       NOCMD ' NON VALORISEE EN FACTURATION'
           END-IF.

       VALORISER-FACTURATION.
           OPEN INPUT FARTICLES
           IF WS-ART-STATUS = '00'
               MOVE 'O' TO WS-ART-DISPONIBLE
           ELSE
               DISPLAY 'CATALOGUE ARTICLES ABSENT, MARGE NON '
                       'CALCULEE'
           END-IF
           OPEN INPUT FLIGNESFAC
           IF WS-LFA-STATUS NOT = '00'
               DISPLAY 'FICHIER DES LIGNES FACTUREES ABSENT'
               MOVE 1 TO EOF-LFA
           ELSE
               READ FLIGNESFAC NEXT
                   AT END MOVE 1 TO EOF-LFA
               END-READ
               PERFORM VALORISER-UNE-LIGNE UNTIL EOF-LFA = 1
               CLOSE FLIGNESFAC
           END-IF
           IF WS-ART-DISPONIBLE = 'O'
               CLOSE FARTICLES
           END-IF.

      *    Les lignes d avoir viennent en deduction du CA et de la
      *    marge de la commande d origine.
       VALORISER-UNE-LIGNE.
           MOVE 0 TO WS-ATTRIB-TROUVEE POS-ATTRIB
           IF NOCMD-LFA > 0
               PERFORM CHERCHER-ATTRIBUTION NB-ATTRIB TIMES
           END-IF
           IF WS-ATTRIB-TROUVEE > 0
               ADD 1 TO COMPTEURLIGNES
               MOVE ENVOI-ATTRIB-TAB(WS-ATTRIB-TROUVEE) TO POS-ENVOI
               MOVE CAMP-ENV-TAB(POS-ENVOI) TO POS-CAMP
               MOVE POS-SEG-ENV-TAB(POS-ENVOI) TO POS-SEG
               MOVE MONTANT-HT-LFA TO WS-MONTANT-LIGNE
               MOVE 0 TO WS-COUT-LIGNE
               PERFORM LIRE-PRIX-REVIENT
               IF TYPE-LFA = 'A' OR TYPE-LFA = 'R'
                   COMPUTE WS-MONTANT-LIGNE = 0 - WS-MONTANT-LIGNE
                   COMPUTE WS-COUT-LIGNE = 0 - WS-COUT-LIGNE
               END-IF
               ADD WS-MONTANT-LIGNE TO CA-CAMP-TAB(POS-CAMP)
               ADD WS-MONTANT-LIGNE TO CA-SEG-TAB(POS-CAMP, POS-SEG)
      * une remise fidelite n a pas de quantite : elle reduit la marge
               IF WS-COUT-LIGNE = 0 AND TYPE-LFA NOT = 'R'
                   ADD WS-MONTANT-LIGNE TO SANS-PR-CAMP-TAB(POS-CAMP)
               ELSE
                   COMPUTE MARGE-CAMP-TAB(POS-CAMP)
                       = MARGE-CAMP-TAB(POS-CAMP)
                       + WS-MONTANT-LIGNE - WS-COUT-LIGNE
                   COMPUTE MARGE-SEG-TAB(POS-CAMP, POS-SEG)
                       = MARGE-SEG-TAB(POS-CAMP, POS-SEG)
                       + WS-MONTANT-LIGNE - WS-COUT-LIGNE
               END-IF
           END-IF
           READ FLIGNESFAC NEXT
               AT END MOVE 1 TO EOF-LFA
           END-READ.

       CHERCHER-ATTRIBUTION.
           ADD 1 TO POS-ATTRIB
           IF NOCMD-ATTRIB-TAB(POS-ATTRIB) = NOCMD-LFA
               MOVE POS-ATTRIB TO WS-ATTRIB-TROUVEE
           END-IF.

       LIRE-PRIX-REVIENT.
           IF WS-ART-DISPONIBLE = 'O' AND ARTICLE-LFA NOT = SPACE
               MOVE ARTICLE-LFA TO CODE-ART OF enreg-article
               READ FARTICLES
                   INVALID KEY MOVE 0 TO PRIX-REVIENT-ART
               END-READ
               COMPUTE WS-COUT-LIGNE = QTE-LFA * PRIX-REVIENT-ART
           END-IF.

       EDITER-RAPPORT.
           MOVE '== PAR CAMPAGNE ==' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-CAMP
           PERFORM EDITER-UNE-CAMPAGNE NB-CAMPAGNES TIMES.

       EDITER-UNE-CAMPAGNE.
           ADD 1 TO POS-CAMP
           IF COMMANDES-CAMP-TAB(POS-CAMP) > 0
               COMPUTE WS-COUT-PAR-CMD ROUNDED
                   = COUT-CAMP-TAB(POS-CAMP)
                   / COMMANDES-CAMP-TAB(POS-CAMP)
           ELSE
               MOVE COUT-CAMP-TAB(POS-CAMP) TO WS-COUT-PAR-CMD
           END-IF
           MOVE MT-CMD-CAMP-TAB(POS-CAMP) TO WS-CMD-EDIT
           MOVE CA-CAMP-TAB(POS-CAMP) TO WS-MONTANT-EDIT
           MOVE MARGE-CAMP-TAB(POS-CAMP) TO WS-MARGE-EDIT
           MOVE SANS-PR-CAMP-TAB(POS-CAMP) TO WS-SANS-PR-EDIT
           MOVE COUT-CAMP-TAB(POS-CAMP) TO WS-COUT-EDIT
           MOVE WS-COUT-PAR-CMD TO WS-COUT-CMD-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING ID-CAMP-TAB(POS-CAMP) DELIMITED BY SIZE
                  ' ENVOYES=' DELIMITED BY SIZE
                  ENVOYES-CAMP-TAB(POS-CAMP) DELIMITED BY SIZE
                  ' COMMANDES=' DELIMITED BY SIZE
                  COMMANDES-CAMP-TAB(POS-CAMP) DELIMITED BY SIZE
                  ' MONTANT CDE=' DELIMITED BY SIZE
                  WS-CMD-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY LIGNE-RAPPORT(1:70)
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  CA HT=' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ' MARGE=' DELIMITED BY SIZE
                  WS-MARGE-EDIT DELIMITED BY SIZE
                  ' CA SANS PRIX REVIENT=' DELIMITED BY SIZE
                  WS-SANS-PR-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  COUT=' DELIMITED BY SIZE
                  WS-COUT-EDIT DELIMITED BY SIZE
                  ' COUT PAR COMMANDE=' DELIMITED BY SIZE
                  WS-COUT-CMD-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-SEG
           PERFORM EDITER-UN-SEGMENT 5 TIMES.

      *    Le cout n etant connu que par campagne, le cout par
      *    commande d un segment est celui de la campagne reparti
      *    au prorata des envois du segment.
       EDITER-UN-SEGMENT.
           ADD 1 TO POS-SEG
           IF ENV-SEG-TAB(POS-CAMP, POS-SEG) > 0
               IF CMD-SEG-TAB(POS-CAMP, POS-SEG) > 0
                   COMPUTE WS-COUT-PAR-CMD ROUNDED
                       = COUT-CAMP-TAB(POS-CAMP)
                       * ENV-SEG-TAB(POS-CAMP, POS-SEG)
                       / ENVOYES-CAMP-TAB(POS-CAMP)
                       / CMD-SEG-TAB(POS-CAMP, POS-SEG)
               ELSE
                   MOVE 0 TO WS-COUT-PAR-CMD
               END-IF
               MOVE CA-SEG-TAB(POS-CAMP, POS-SEG) TO WS-MONTANT-EDIT
               MOVE MARGE-SEG-TAB(POS-CAMP, POS-SEG) TO WS-MARGE-EDIT
               MOVE WS-COUT-PAR-CMD TO WS-COUT-CMD-EDIT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  SEGMENT ' DELIMITED BY SIZE
                      LIBELLE-SEG(POS-SEG) DELIMITED BY SIZE
                      ' ENV=' DELIMITED BY SIZE
                      ENV-SEG-TAB(POS-CAMP, POS-SEG)
                      DELIMITED BY SIZE
                      ' CDES=' DELIMITED BY SIZE
                      CMD-SEG-TAB(POS-CAMP, POS-SEG)
                      DELIMITED BY SIZE
                      ' CA=' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                      ' MARGE=' DELIMITED BY SIZE
                      WS-MARGE-EDIT DELIMITED BY SIZE
                      ' COUT/CDE=' DELIMITED BY SIZE
                      WS-COUT-CMD-EDIT DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

       FIN.
           DISPLAY 'ENVOIS ANALYSES      : ' NB-ENVOIS
           DISPLAY 'CAMPAGNES SUIVIES    : ' NB-CAMPAGNES
           DISPLAY 'COMMANDES LUES       : ' COMPTEURCOMMANDES
           DISPLAY 'COMMANDES ATTRIBUEES : ' COMPTEURATTRIBUEES
           DISPLAY 'LIGNES VALORISEES    : ' COMPTEURLIGNES
           CLOSE FRAPPORT.

       END PROGRAM CAMPRPT.
