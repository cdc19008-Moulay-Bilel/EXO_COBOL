       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMIS.
      *****************************************************************
      * Commissions mensuelles des representants sur les factures
      * reglees. Chaque affectation d encaissement sur une facture
      * (type A de HistReglements.txt, ecrit par ENCAISS) passee
      * dans la periode COMMIS-PERIODE (AAAAMM, defaut mois
      * courant) est creditee au representant du client (AffectRep)
      * : la part hors taxe du montant affecte est repartie sur les
      * lignes de la facture (LignesFac) et chaque ligne recoit le
      * taux de TauxComm.txt le plus precis pour le representant et
      * la famille de l article. Un reglement sans facture ou en
      * excedent n est commissionne qu une fois impute sur une
      * facture. Un prelevement rejete (type J) reprend la
      * commission. Pas de commission sur les penalites et avoirs.
      * Le total de chaque representant est ajoute a
      * Mouvements.txt en prime sur son matricule de paie (a lancer
      * apres TPSAGREG, qui recree ce fichier) et trace dans
      * HistCommissions.txt ; une periode deja calculee est refusee.
      * Releve par representant dans ReleveCommissions.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FHISTREG
               ASSIGN TO 'C:\Users\CRM\Desktop\HistReglements.txt'
               FILE STATUS IS WS-HRG-STATUS.
           SELECT FAFFECT
               ASSIGN TO 'C:\Users\CRM\Desktop\AffectRep.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-AFF OF enreg-affectation
               ALTERNATE RECORD KEY IS CODE-REP-AFF OF enreg-affectation
                   WITH DUPLICATES
               FILE STATUS IS WS-AFF-STATUS.
           SELECT FTERRITOIRES
               ASSIGN TO 'C:\Users\CRM\Desktop\Territoires.txt'
               FILE STATUS IS WS-TERR-STATUS.
           SELECT FTAUXCOMM
               ASSIGN TO 'C:\Users\CRM\Desktop\TauxComm.txt'
               FILE STATUS IS WS-TX-STATUS.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
           SELECT FLIGNESFAC
               ASSIGN TO 'C:\Users\CRM\Desktop\LignesFac.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-LFA OF enreg-ligne-fac
               FILE STATUS IS WS-LFA-STATUS.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
           SELECT FMOUVEMENTS
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Mouvements.txt'
               FILE STATUS IS WS-MVT-STATUS.
           SELECT FHISTCOMM
               ASSIGN TO 'C:\Users\CRM\Desktop\HistCommissions.txt'
               FILE STATUS IS WS-CMS-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\ReleveCommissions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FTRICOMM
               ASSIGN TO 'C:\Users\CRM\Desktop\CommTri.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  FHISTREG.
       01  enreg-hist-reglement.
           COPY REGHIST.

       FD  FAFFECT.
       01  enreg-affectation.
           COPY REPAFF.

       FD  FTERRITOIRES.
       01  enreg-territoire.
           COPY TERRMAST.

       FD  FTAUXCOMM.
       01  enreg-taux-comm.
           COPY TXCOMM.

       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FLIGNESFAC.
       01  enreg-ligne-fac.
           COPY FACLIG.

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  FMOUVEMENTS.
       01  enreg-mouvement.
           02 MVT-MATRICULE PIC 9(5).
           02 MVT-PERIODE PIC 9(6).
           02 MVT-HEURES PIC 9(3)V99.
           02 MVT-HEURES-SUP PIC 9(3)V99.
           02 MVT-PRIME PIC 9(6)V99.
           02 MVT-ABSENCE PIC 9(6)V99.

       FD  FHISTCOMM.
       01  enreg-hist-comm.
           COPY CMSHIST.

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       SD  FTRICOMM.
       01  enreg-tricomm.
           02 REP-TRI PIC X(4).
           02 NOCLI-TRI PIC 9(7).
           02 NOFAC-TRI PIC 9(7).
           02 DATE-TRI PIC 9(8).
           02 TYPE-TRI PIC X.
           02 ARTICLE-TRI PIC X(15).
           02 BASE-TRI PIC S9(8)V99.
           02 TAUX-TRI PIC 9(2)V99.
           02 COMMISSION-TRI PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       77  EOF-HRG PIC 99 VALUE 0.
       77  EOF-TERR PIC 99 VALUE 0.
       77  EOF-TX PIC 99 VALUE 0.
       77  EOF-LFA PIC 99 VALUE 0.
       77  EOF-CMS PIC 99 VALUE 0.
       77  EOF-TRI PIC 99 VALUE 0.
       77  WS-HRG-STATUS PIC X(2) VALUE '00'.
       77  WS-AFF-STATUS PIC X(2) VALUE '00'.
       77  WS-TERR-STATUS PIC X(2) VALUE '00'.
       77  WS-TX-STATUS PIC X(2) VALUE '00'.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-LFA-STATUS PIC X(2) VALUE '00'.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-MVT-STATUS PIC X(2) VALUE '00'.
       77  WS-CMS-STATUS PIC X(2) VALUE '00'.
       77  WS-AFF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-LFA-DISPONIBLE PIC X VALUE 'O'.
       77  WS-EMP-DISPONIBLE PIC X VALUE 'O'.
       77  WS-PERIODE-ENV PIC X(6) VALUE SPACE.
       77  WS-PERIODE-CIBLE PIC 9(6) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-REP-CLIENT PIC X(4) VALUE SPACE.
       77  WS-PREMIER PIC X VALUE 'O'.
       77  WS-REP-COURANT PIC X(4) VALUE SPACE.
       77  WS-NOM-REP PIC X(20) VALUE SPACE.
       77  WS-MATRICULE-REP PIC 9(5) VALUE 0.
       77  WS-MATRICULE-PAYE PIC X VALUE 'N'.
       77  WS-SIGNE PIC S9 VALUE 1.
       77  WS-TOTAL-TTC PIC 9(8)V99 VALUE 0.
       77  WS-BASE-LIGNE PIC S9(8)V99 VALUE 0.
       77  WS-TAUX-APPLIQUE PIC 9(2)V99 VALUE 0.
       77  WS-SCORE PIC 9(3) VALUE 0.
       77  WS-MEILLEUR-SCORE PIC 9(3) VALUE 0.
       77  WS-LONG-FAMILLE PIC 9(2) VALUE 0.
       77  WS-TAUX-TROUVE PIC X VALUE 'N'.
       77  WS-ARTICLE-COURANT PIC X(15) VALUE SPACE.
       77  NB-TERR PIC 9(3) VALUE 0.
       77  POS-TERR PIC 9(3) VALUE 0.
       77  WS-TERR-TROUVE PIC 9(3) VALUE 0.
       77  NB-TAUX PIC 9(3) VALUE 0.
       77  POS-TAUX PIC 9(3) VALUE 0.
       77  NB-LIGNES PIC 9(2) VALUE 0.
       77  POS-LIGNE PIC 9(2) VALUE 0.
       77  TOTAL-BASE-REP PIC S9(9)V99 VALUE 0.
       77  TOTAL-COMM-REP PIC S9(9)V99 VALUE 0.
       77  TOTAL-VERSE PIC 9(9)V99 VALUE 0.
       77  COMPTEURREGLEMENTS PIC 9(7) VALUE 0.
       77  COMPTEURSANSREP PIC 9(7) VALUE 0.
       77  COMPTEURMOUVEMENTS PIC 9(5) VALUE 0.
       77  COMPTEURNONVERSES PIC 9(5) VALUE 0.
       77  WS-MONTANT-EDIT PIC -ZZZZZZZ9.99.
       77  WS-COMM-EDIT PIC -ZZZZZZZ9.99.
       77  WS-TAUX-EDIT PIC Z9.99.
       01  TABLE-REPRESENTANTS.
           02 REP-TAB OCCURS 300 TIMES.
              03 CODE-REP-TAB PIC X(4).
              03 NOM-REP-TAB PIC X(20).
              03 MATRICULE-REP-TAB PIC 9(5).
       01  TABLE-TAUX.
           02 TAUX-TAB OCCURS 200 TIMES.
              03 CODE-REP-TX-TAB PIC X(4).
              03 FAMILLE-TX-TAB PIC X(6).
              03 TAUX-TX-TAB PIC 9(2)V99.
       01  TABLE-LIGNES.
           02 LIGNE-TAB OCCURS 50 TIMES.
              03 ARTICLE-LIG-TAB PIC X(15).
              03 HT-LIG-TAB PIC 9(7)V99.
              03 TVA-LIG-TAB PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           SORT FTRICOMM
               ASCENDING KEY REP-TRI NOCLI-TRI NOFAC-TRI DATE-TRI
               INPUT PROCEDURE IS CALCULER-COMMISSIONS
               OUTPUT PROCEDURE IS EDITER-RELEVES
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT 'COMMIS-PERIODE'
           IF WS-PERIODE-ENV NOT = SPACES
              AND WS-PERIODE-ENV IS NUMERIC
               MOVE WS-PERIODE-ENV TO WS-PERIODE-CIBLE
           ELSE
               COMPUTE WS-PERIODE-CIBLE = WS-DATE-JOUR / 100
           END-IF
           PERFORM CONTROLER-PERIODE
           PERFORM CHARGER-REPRESENTANTS
           PERFORM CHARGER-TAUX
           OPEN INPUT FHISTREG
           IF WS-HRG-STATUS NOT = '00'
               DISPLAY 'HISTORIQUE DES REGLEMENTS ABSENT'
               STOP RUN
           END-IF
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               CLOSE FHISTREG
               STOP RUN
           END-IF
           OPEN INPUT FAFFECT
           IF WS-AFF-STATUS NOT = '00'
               DISPLAY 'AFFECTATIONS ABSENTES, LANCER TERRBLD'
               MOVE 'N' TO WS-AFF-DISPONIBLE
           END-IF
           OPEN INPUT FLIGNESFAC
           IF WS-LFA-STATUS NOT = '00'
               MOVE 'N' TO WS-LFA-DISPONIBLE
           END-IF
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'FICHIER EMPLOYES ABSENT, AUCUNE PRIME EMISE'
               MOVE 'N' TO WS-EMP-DISPONIBLE
           END-IF
           OPEN EXTEND FMOUVEMENTS
           IF WS-MVT-STATUS NOT = '00'
               OPEN OUTPUT FMOUVEMENTS
           END-IF
           OPEN EXTEND FHISTCOMM
           IF WS-CMS-STATUS NOT = '00'
               OPEN OUTPUT FHISTCOMM
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE '--- RELEVE DES COMMISSIONS REPRESENTANTS ---'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PERIODE ' DELIMITED BY SIZE
                  WS-PERIODE-CIBLE DELIMITED BY SIZE
                  ' CALCULEE LE ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

      * une periode deja versee ne doit pas etre payee deux fois
       CONTROLER-PERIODE.
           OPEN INPUT FHISTCOMM
           IF WS-CMS-STATUS = '00'
               READ FHISTCOMM
                   AT END MOVE 1 TO EOF-CMS
               END-READ
               PERFORM CONTROLER-UNE-PERIODE UNTIL EOF-CMS = 1
               CLOSE FHISTCOMM
           END-IF.

       CONTROLER-UNE-PERIODE.
           IF PERIODE-CMS = WS-PERIODE-CIBLE
               DISPLAY 'COMMISSIONS DE LA PERIODE ' WS-PERIODE-CIBLE
                       ' DEJA CALCULEES LE ' DATE-CALCUL-CMS
                       ', RELANCE REFUSEE'
               CLOSE FHISTCOMM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FHISTCOMM
               AT END MOVE 1 TO EOF-CMS
           END-READ.

       CHARGER-REPRESENTANTS.
           OPEN INPUT FTERRITOIRES
           IF WS-TERR-STATUS = '00'
               READ FTERRITOIRES
                   AT END MOVE 1 TO EOF-TERR
               END-READ
               PERFORM CHARGER-UN-REPRESENTANT UNTIL EOF-TERR = 1
               CLOSE FTERRITOIRES
           END-IF.

       CHARGER-UN-REPRESENTANT.
           IF NB-TERR < 300
               ADD 1 TO NB-TERR
               MOVE CODE-REP-TERR TO CODE-REP-TAB(NB-TERR)
               MOVE NOM-REP-TERR TO NOM-REP-TAB(NB-TERR)
               MOVE MATRICULE-REP-TERR TO MATRICULE-REP-TAB(NB-TERR)
           END-IF
           READ FTERRITOIRES
               AT END MOVE 1 TO EOF-TERR
           END-READ.

       CHARGER-TAUX.
           OPEN INPUT FTAUXCOMM
           IF WS-TX-STATUS NOT = '00'
               DISPLAY 'TAUX DE COMMISSION ABSENTS, LANCER COMMNT'
           ELSE
               READ FTAUXCOMM
                   AT END MOVE 1 TO EOF-TX
               END-READ
               PERFORM CHARGER-UN-TAUX UNTIL EOF-TX = 1
               CLOSE FTAUXCOMM
           END-IF.

       CHARGER-UN-TAUX.
           IF NB-TAUX < 200
               ADD 1 TO NB-TAUX
               MOVE CODE-REP-TX TO CODE-REP-TX-TAB(NB-TAUX)
               MOVE FAMILLE-TX TO FAMILLE-TX-TAB(NB-TAUX)
               MOVE TAUX-TX TO TAUX-TX-TAB(NB-TAUX)
           END-IF
           READ FTAUXCOMM
               AT END MOVE 1 TO EOF-TX
           END-READ.

       CALCULER-COMMISSIONS.
           READ FHISTREG
               AT END MOVE 1 TO EOF-HRG
           END-READ
           PERFORM TRAITER-UN-REGLEMENT UNTIL EOF-HRG = 1.

      * seules les affectations sur facture (A) et les rejets de
      * prelevement (J) de la periode comptent ; le reglement (R)
      * porte le montant recu, pas sa repartition, et une passation
      * en perte n apporte aucun encaissement
       TRAITER-UN-REGLEMENT.
           IF PERIODE-HRG = WS-PERIODE-CIBLE
              AND (TYPE-HRG = 'A' OR TYPE-HRG = 'J')
               MOVE NOCLI-HRG TO NOCLI-ENC
               MOVE NOFAC-HRG TO NOFAC-ENC
               READ ENCOURS
                   INVALID KEY CONTINUE
               END-READ
               IF WS-ENC-STATUS = '00'
                  AND (TYPE-ENC = 'F' OR TYPE-ENC = SPACE)
                   ADD 1 TO COMPTEURREGLEMENTS
                   PERFORM VENTILER-REGLEMENT
               END-IF
           END-IF
           READ FHISTREG
               AT END MOVE 1 TO EOF-HRG
           END-READ.

       VENTILER-REGLEMENT.
           IF TYPE-HRG = 'J'
               MOVE -1 TO WS-SIGNE
           ELSE
               MOVE 1 TO WS-SIGNE
           END-IF
           PERFORM RECHERCHER-REPRESENTANT-CLIENT
           IF WS-REP-CLIENT = SPACES
               ADD 1 TO COMPTEURSANSREP
           END-IF
           PERFORM CHARGER-LIGNES-FACTURE
           IF WS-TOTAL-TTC > 0
               MOVE 0 TO POS-LIGNE
               PERFORM VENTILER-UNE-LIGNE NB-LIGNES TIMES
           ELSE
               IF MONTANT-FAC-ENC > 0
                   COMPUTE WS-BASE-LIGNE ROUNDED
                       = MONTANT-HRG * MONTANT-HT-ENC
                       / MONTANT-FAC-ENC * WS-SIGNE
                   MOVE SPACES TO WS-ARTICLE-COURANT
                   PERFORM LIBERER-DETAIL
               END-IF
           END-IF.

       RECHERCHER-REPRESENTANT-CLIENT.
           MOVE SPACES TO WS-REP-CLIENT
           IF WS-AFF-DISPONIBLE = 'O'
               MOVE NOCLI-HRG TO NOCLI-AFF
               READ FAFFECT
                   INVALID KEY CONTINUE
               END-READ
               IF WS-AFF-STATUS = '00'
                   MOVE CODE-REP-AFF TO WS-REP-CLIENT
               END-IF
           END-IF.

      * lignes de vente de la facture ; les lignes de penalite (sans
      * code TVA) entrent dans le total mais ne sont pas commissionnees
       CHARGER-LIGNES-FACTURE.
           MOVE 0 TO NB-LIGNES WS-TOTAL-TTC
           IF WS-LFA-DISPONIBLE = 'O'
               MOVE 0 TO EOF-LFA
               MOVE NOFAC-HRG TO NOFAC-LFA
               MOVE 0 TO NOLIGNE-LFA
               START FLIGNESFAC
                   KEY NOT < CLE-LFA OF enreg-ligne-fac
                   INVALID KEY MOVE 1 TO EOF-LFA
               END-START
               PERFORM CHARGER-UNE-LIGNE UNTIL EOF-LFA = 1
           END-IF.

       CHARGER-UNE-LIGNE.
           READ FLIGNESFAC NEXT RECORD
               AT END MOVE 1 TO EOF-LFA
           END-READ
           IF EOF-LFA NOT = 1
               IF NOFAC-LFA NOT = NOFAC-HRG
                   MOVE 1 TO EOF-LFA
               ELSE
                   IF TYPE-LFA = 'F' AND NB-LIGNES < 50
                       ADD 1 TO NB-LIGNES
                       MOVE ARTICLE-LFA TO ARTICLE-LIG-TAB(NB-LIGNES)
                       MOVE MONTANT-HT-LFA TO HT-LIG-TAB(NB-LIGNES)
                       MOVE CODE-TVA-LFA TO TVA-LIG-TAB(NB-LIGNES)
                       ADD MONTANT-HT-LFA MONTANT-TVA-LFA
                           TO WS-TOTAL-TTC
                   END-IF
               END-IF
           END-IF.

       VENTILER-UNE-LIGNE.
           ADD 1 TO POS-LIGNE
           IF TVA-LIG-TAB(POS-LIGNE) NOT = SPACE
               COMPUTE WS-BASE-LIGNE ROUNDED
                   = MONTANT-HRG * HT-LIG-TAB(POS-LIGNE)
                   / WS-TOTAL-TTC * WS-SIGNE
               MOVE ARTICLE-LIG-TAB(POS-LIGNE) TO WS-ARTICLE-COURANT
               PERFORM LIBERER-DETAIL
           END-IF.

       LIBERER-DETAIL.
           PERFORM CHOISIR-TAUX
           MOVE WS-REP-CLIENT TO REP-TRI
           MOVE NOCLI-HRG TO NOCLI-TRI
           MOVE NOFAC-HRG TO NOFAC-TRI
           MOVE DATE-REGL-HRG TO DATE-TRI
           MOVE TYPE-HRG TO TYPE-TRI
           MOVE WS-ARTICLE-COURANT TO ARTICLE-TRI
           MOVE WS-BASE-LIGNE TO BASE-TRI
           MOVE WS-TAUX-APPLIQUE TO TAUX-TRI
           COMPUTE COMMISSION-TRI ROUNDED
               = WS-BASE-LIGNE * WS-TAUX-APPLIQUE / 100
           RELEASE enreg-tricomm.

      * le taux le plus precis l emporte : representant + famille,
      * puis famille (prefixe le plus long), puis representant, puis
      * taux general
       CHOISIR-TAUX.
           MOVE 0 TO WS-TAUX-APPLIQUE WS-MEILLEUR-SCORE POS-TAUX
           MOVE 'N' TO WS-TAUX-TROUVE
           PERFORM EVALUER-TAUX NB-TAUX TIMES.

       EVALUER-TAUX.
           ADD 1 TO POS-TAUX
           IF CODE-REP-TX-TAB(POS-TAUX) = SPACES
              OR CODE-REP-TX-TAB(POS-TAUX) = WS-REP-CLIENT
               MOVE 0 TO WS-SCORE WS-LONG-FAMILLE
               IF CODE-REP-TX-TAB(POS-TAUX) NOT = SPACES
                   MOVE 10 TO WS-SCORE
               END-IF
               IF FAMILLE-TX-TAB(POS-TAUX) = SPACES
                   PERFORM RETENIR-TAUX
               ELSE
                   INSPECT FAMILLE-TX-TAB(POS-TAUX) TALLYING
                       WS-LONG-FAMILLE FOR CHARACTERS
                       BEFORE INITIAL SPACE
                   IF WS-ARTICLE-COURANT(1:WS-LONG-FAMILLE)
                          = FAMILLE-TX-TAB(POS-TAUX)(1:WS-LONG-FAMILLE)
                       COMPUTE WS-SCORE
                           = WS-SCORE * 2 + 10 + WS-LONG-FAMILLE
                       PERFORM RETENIR-TAUX
                   END-IF
               END-IF
           END-IF.

       RETENIR-TAUX.
           IF WS-TAUX-TROUVE = 'N' OR WS-SCORE > WS-MEILLEUR-SCORE
               MOVE 'O' TO WS-TAUX-TROUVE
               MOVE WS-SCORE TO WS-MEILLEUR-SCORE
               MOVE TAUX-TX-TAB(POS-TAUX) TO WS-TAUX-APPLIQUE
           END-IF.

       EDITER-RELEVES.
           PERFORM EDITER-UN-DETAIL UNTIL EOF-TRI = 1
           IF WS-PREMIER = 'N'
               PERFORM CLORE-REPRESENTANT
           END-IF.

       EDITER-UN-DETAIL.
           RETURN FTRICOMM
               AT END MOVE 1 TO EOF-TRI
           END-RETURN
           IF EOF-TRI NOT = 1
               IF WS-PREMIER = 'O' OR REP-TRI NOT = WS-REP-COURANT
                   IF WS-PREMIER = 'N'
                       PERFORM CLORE-REPRESENTANT
                   END-IF
                   MOVE 'N' TO WS-PREMIER
                   MOVE REP-TRI TO WS-REP-COURANT
                   PERFORM OUVRIR-REPRESENTANT
               END-IF
               ADD BASE-TRI TO TOTAL-BASE-REP
               ADD COMMISSION-TRI TO TOTAL-COMM-REP
               MOVE BASE-TRI TO WS-MONTANT-EDIT
               MOVE COMMISSION-TRI TO WS-COMM-EDIT
               MOVE TAUX-TRI TO WS-TAUX-EDIT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING NOCLI-TRI DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      NOFAC-TRI DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DATE-TRI DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TYPE-TRI DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ARTICLE-TRI DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TAUX-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-COMM-EDIT DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

       OUVRIR-REPRESENTANT.
           MOVE 0 TO TOTAL-BASE-REP TOTAL-COMM-REP
           MOVE SPACES TO WS-NOM-REP
           MOVE 0 TO WS-MATRICULE-REP WS-TERR-TROUVE POS-TERR
           IF WS-REP-COURANT NOT = SPACES
               PERFORM CHERCHER-REPRESENTANT NB-TERR TIMES
               IF WS-TERR-TROUVE > 0
                   MOVE NOM-REP-TAB(WS-TERR-TROUVE) TO WS-NOM-REP
                   MOVE MATRICULE-REP-TAB(WS-TERR-TROUVE)
                       TO WS-MATRICULE-REP
               END-IF
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-REP-COURANT = SPACES
               MOVE 'SANS REPRESENTANT (AUCUNE COMMISSION VERSEE)'
                   TO LIGNE-RAPPORT
           ELSE
               STRING 'REPRESENTANT ' DELIMITED BY SIZE
                      WS-REP-COURANT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-NOM-REP DELIMITED BY SIZE
                      ' MATRICULE ' DELIMITED BY SIZE
                      WS-MATRICULE-REP DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               END-STRING
           END-IF
           WRITE LIGNE-RAPPORT
           MOVE 'CLIENT  FACTURE DATE     T ARTICLE'
               TO LIGNE-RAPPORT
           MOVE '      BASE HT  TAUX   COMMISSION'
               TO LIGNE-RAPPORT(50:33)
           WRITE LIGNE-RAPPORT.

       CHERCHER-REPRESENTANT.
           ADD 1 TO POS-TERR
           IF WS-TERR-TROUVE = 0
              AND CODE-REP-TAB(POS-TERR) = WS-REP-COURANT
               MOVE POS-TERR TO WS-TERR-TROUVE
           END-IF.

       CLORE-REPRESENTANT.
           MOVE TOTAL-BASE-REP TO WS-MONTANT-EDIT
           MOVE TOTAL-COMM-REP TO WS-COMM-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-REP-COURANT DELIMITED BY SIZE
                  ' BASE ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ' COMMISSION ' DELIMITED BY SIZE
                  WS-COMM-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           IF WS-REP-COURANT NOT = SPACES
               PERFORM VERSER-COMMISSION
           END-IF.

      * la commission passe en prime sur le mouvement de paie du
      * representant ; la paie identifie encore le salarie par son
      * ancien identifiant a deux chiffres
       VERSER-COMMISSION.
           MOVE WS-PERIODE-CIBLE TO PERIODE-CMS
           MOVE WS-REP-COURANT TO CODE-REP-CMS
           MOVE WS-MATRICULE-REP TO MATRICULE-CMS
           MOVE WS-DATE-JOUR TO DATE-CALCUL-CMS
           MOVE 0 TO MONTANT-CMS REPRISE-CMS
           IF TOTAL-BASE-REP > 0
               MOVE TOTAL-BASE-REP TO BASE-CMS
           ELSE
               MOVE 0 TO BASE-CMS
           END-IF
           IF TOTAL-COMM-REP < 0
               COMPUTE REPRISE-CMS = 0 - TOTAL-COMM-REP
               ADD 1 TO COMPTEURNONVERSES
               MOVE 'REPRISES SUPERIEURES AUX COMMISSIONS, A REPRENDRE'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
           IF TOTAL-COMM-REP > 0
               PERFORM CONTROLER-MATRICULE-PAIE
               IF WS-MATRICULE-PAYE = 'N'
                   ADD 1 TO COMPTEURNONVERSES
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'MATRICULE ' DELIMITED BY SIZE
                          WS-MATRICULE-REP DELIMITED BY SIZE
                          ' INCONNU EN PAIE, COMMISSION NON VERSEE'
                          DELIMITED BY SIZE
                       INTO LIGNE-RAPPORT
                   END-STRING
                   WRITE LIGNE-RAPPORT
               ELSE
                   MOVE WS-MATRICULE-REP TO MVT-MATRICULE
                   MOVE WS-PERIODE-CIBLE TO MVT-PERIODE
                   MOVE 0 TO MVT-HEURES MVT-HEURES-SUP MVT-ABSENCE
                   MOVE TOTAL-COMM-REP TO MVT-PRIME
                   WRITE enreg-mouvement
                   END-WRITE
                   ADD 1 TO COMPTEURMOUVEMENTS
                   MOVE TOTAL-COMM-REP TO MONTANT-CMS
                   ADD TOTAL-COMM-REP TO TOTAL-VERSE
                   MOVE 'VERSEE EN PRIME SUR LA PAIE DE LA PERIODE'
                       TO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-IF
           END-IF
           WRITE enreg-hist-comm
           END-WRITE.

       CONTROLER-MATRICULE-PAIE.
           MOVE 'N' TO WS-MATRICULE-PAYE
           IF WS-EMP-DISPONIBLE = 'O' AND WS-MATRICULE-REP NOT = 0
               MOVE WS-MATRICULE-REP TO MATRICULE OF enreg-employe
               READ EMPLOYES
                   INVALID KEY CONTINUE
               END-READ
               IF WS-EMP-STATUS = '00'
                  AND STATUT-EMPLOYE OF enreg-employe NOT = 'D'
                   MOVE 'O' TO WS-MATRICULE-PAYE
               END-IF
           END-IF.

       FIN.
           MOVE TOTAL-VERSE TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'REGLEMENTS=' DELIMITED BY SIZE
                  COMPTEURREGLEMENTS DELIMITED BY SIZE
                  ' SANS REPRESENTANT=' DELIMITED BY SIZE
                  COMPTEURSANSREP DELIMITED BY SIZE
                  ' PRIMES EMISES=' DELIMITED BY SIZE
                  COMPTEURMOUVEMENTS DELIMITED BY SIZE
                  ' NON VERSEES=' DELIMITED BY SIZE
                  COMPTEURNONVERSES DELIMITED BY SIZE
                  ' TOTAL VERSE=' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           DISPLAY 'PERIODE            : ' WS-PERIODE-CIBLE
           DISPLAY 'REGLEMENTS RETENUS : ' COMPTEURREGLEMENTS
           DISPLAY 'SANS REPRESENTANT  : ' COMPTEURSANSREP
           DISPLAY 'PRIMES EMISES      : ' COMPTEURMOUVEMENTS
           DISPLAY 'NON VERSEES        : ' COMPTEURNONVERSES
           IF WS-AFF-DISPONIBLE = 'O'
               CLOSE FAFFECT
           END-IF
           IF WS-LFA-DISPONIBLE = 'O'
               CLOSE FLIGNESFAC
           END-IF
           IF WS-EMP-DISPONIBLE = 'O'
               CLOSE EMPLOYES
           END-IF
           CLOSE FHISTREG ENCOURS FMOUVEMENTS FHISTCOMM FRAPPORT.

       END PROGRAM COMMIS.
