       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDPTS.
      *****************************************************************
      * Tenue des comptes de points de fidelite (Fidelite.txt) pour
      * le client FID-NOCLI. FID-ACTION :
      *   G credite les points gagnes sur la facture FID-REF soldee
      *     (ENCAISS), FID-MONTANT = montant HT de la facture ;
      *   R reprend les points de la facture FID-NOFAC creditee par
      *     l avoir FID-REF (AVOIR), FID-MONTANT = HT de l avoir ;
      *   D annule le gain de la facture FID-REF rouverte apres un
      *     rejet de prelevement (RETPRLV) : les points repris sont
      *     rendus dans FID-POINTS ;
      *   S rend le solde de points utilisable dans FID-POINTS et sa
      *     contre-valeur en remise dans FID-MONTANT ;
      *   U utilise FID-POINTS points en remise sur la commande
      *     FID-REF (ORDSAIS) ; la remise, rendue dans FID-MONTANT,
      *     ne peut depasser le FID-MONTANT passe (zero : sans
      *     plafond) ;
      *   C rend la remise de la commande FID-REF restant a deduire
      *     en facture (FACTURE) ;
      *   I note FID-MONTANT de cette remise deduit sur la facture
      *     FID-NOFAC ;
      *   N rend au client les points de la commande FID-REF annulee
      *     ou rejetee avant facturation de sa remise (CMDMNT,
      *     CRDMNT, ORDPOST) ;
      *   F ferme le fichier.
      * Les points se gagnent a raison de FID-TAUX points par euro
      * HT (Params.txt, defaut 1), valent en remise un euro pour
      * FID-VALEUR points (defaut 100) et expirent FID-VALIDITE mois
      * apres leur gain (defaut 24). Les lots sont utilises et repris
      * du plus ancien au plus recent. FID-RETOUR vaut O si
      * l operation est faite, N sinon.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FFIDELITE
               ASSIGN TO 'C:\Users\CRM\Desktop\Fidelite.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-FID OF enreg-fidelite
               FILE STATUS IS WS-FID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FFIDELITE.
       01  enreg-fidelite.
           COPY FIDMAST.

       WORKING-STORAGE SECTION.
       77  WS-FID-STATUS PIC X(2) VALUE '00'.
       77  WS-OUVERT PIC X VALUE 'N'.
       77  EOF-FID PIC 99 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-TAUX-POINTS PIC 9(3) VALUE 1.
       77  WS-VALIDITE-MOIS PIC 9(3) VALUE 24.
       77  WS-POINTS-PAR-EURO PIC 9(5) VALUE 100.
       77  WS-POINTS PIC 9(7) VALUE 0.
       77  WS-A-CONSOMMER PIC 9(7) VALUE 0.
       77  WS-PRELEVE PIC 9(7) VALUE 0.
       77  WS-SOLDE PIC 9(7) VALUE 0.
       77  WS-EN-ATTENTE PIC 9(7) VALUE 0.
       77  WS-DATE-EXPIRATION PIC 9(8) VALUE 0.
       77  WS-MOIS-TOTAL PIC 9(6) VALUE 0.
       77  WS-RESTE-REMISE PIC 9(8)V99 VALUE 0.
       01  WS-DATE-DEC.
           02 WS-AAAA-DEC PIC 9(4).
           02 WS-MM-DEC PIC 9(2).
           02 WS-JJ-DEC PIC 9(2).

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       01  NORM-ZONE.
           02 NORM-TEXTE PIC X(8).
           02 NORM-VALEUR PIC 9(8).
           02 NORM-VALIDE PIC X.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING FID-ZONE.
       MAIN-PROCEDURE.
           MOVE 'N' TO FID-RETOUR
           IF FID-ACTION = 'F'
               IF WS-OUVERT = 'O'
                   CLOSE FFIDELITE
                   MOVE 'N' TO WS-OUVERT
               END-IF
               MOVE 'O' TO FID-RETOUR
           ELSE
               IF WS-OUVERT = 'N'
                   PERFORM OUVRIR
               END-IF
               IF FID-ACTION = 'G'
                   PERFORM GAGNER
               ELSE
               IF FID-ACTION = 'R'
                   PERFORM REPRENDRE
               ELSE
               IF FID-ACTION = 'D'
                   PERFORM ANNULER-GAIN
               ELSE
               IF FID-ACTION = 'S'
                   PERFORM CALCULER-SOLDE
                   MOVE WS-SOLDE TO FID-POINTS
                   COMPUTE FID-MONTANT = WS-SOLDE / WS-POINTS-PAR-EURO
                   MOVE 'O' TO FID-RETOUR
               ELSE
               IF FID-ACTION = 'U'
                   PERFORM UTILISER
               ELSE
               IF FID-ACTION = 'C'
                   PERFORM CONSULTER-REMISE
               ELSE
               IF FID-ACTION = 'I'
                   PERFORM IMPUTER-REMISE
               ELSE
               IF FID-ACTION = 'N'
                   PERFORM ANNULER-UTILISATION
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           GOBACK.

       OUVRIR.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 'FID-TAUX' TO PARAM-CLE
           PERFORM LIRE-PARAMETRE
           IF NORM-VALIDE = 'O' AND NORM-VALEUR > 0
               MOVE NORM-VALEUR TO WS-TAUX-POINTS
           END-IF
           MOVE 'FID-VALIDITE' TO PARAM-CLE
           PERFORM LIRE-PARAMETRE
           IF NORM-VALIDE = 'O' AND NORM-VALEUR > 0
               MOVE NORM-VALEUR TO WS-VALIDITE-MOIS
           END-IF
           MOVE 'FID-VALEUR' TO PARAM-CLE
           PERFORM LIRE-PARAMETRE
           IF NORM-VALIDE = 'O' AND NORM-VALEUR > 0
               MOVE NORM-VALEUR TO WS-POINTS-PAR-EURO
           END-IF
           OPEN I-O FFIDELITE
           IF WS-FID-STATUS NOT = '00'
               OPEN OUTPUT FFIDELITE
               CLOSE FFIDELITE
               OPEN I-O FFIDELITE
           END-IF
           MOVE 'O' TO WS-OUVERT.

       LIRE-PARAMETRE.
           MOVE 'N' TO NORM-VALIDE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR TO NORM-TEXTE
               CALL 'NORMNUM' USING NORM-ZONE
           END-IF.

      * un lot gagne vaut jusqu au meme jour FID-VALIDITE mois plus
      * tard ; la date sert seulement de borne de comparaison
       CALCULER-EXPIRATION.
           IF FID-DATE = 0
               MOVE WS-DATE-JOUR TO WS-DATE-DEC
           ELSE
               MOVE FID-DATE TO WS-DATE-DEC
           END-IF
           COMPUTE WS-MOIS-TOTAL = WS-AAAA-DEC * 12 + WS-MM-DEC - 1
                                 + WS-VALIDITE-MOIS
           DIVIDE WS-MOIS-TOTAL BY 12 GIVING WS-AAAA-DEC
               REMAINDER WS-MM-DEC
           ADD 1 TO WS-MM-DEC
           MOVE WS-DATE-DEC TO WS-DATE-EXPIRATION.

      * la facture ne rapporte qu une fois ; les avoirs emis avant
      * son reglement complet sont deduits du lot
       GAGNER.
           MOVE 0 TO FID-POINTS
           MOVE FID-NOCLI TO NOCLI-FID
           MOVE 'G' TO TYPE-FID
           MOVE FID-REF TO REF-FID
           READ FFIDELITE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FID-STATUS NOT = '00'
               COMPUTE WS-POINTS = FID-MONTANT * WS-TAUX-POINTS
               IF WS-POINTS > 0
                   MOVE WS-POINTS TO WS-SOLDE
                   PERFORM DEDUIRE-REPRISES-EN-ATTENTE
                   PERFORM CALCULER-EXPIRATION
                   MOVE SPACES TO enreg-fidelite
                   MOVE FID-NOCLI TO NOCLI-FID
                   MOVE 'G' TO TYPE-FID
                   MOVE FID-REF TO REF-FID
                   MOVE FID-DATE TO DATE-FID
                   MOVE WS-POINTS TO POINTS-FID
                   MOVE WS-SOLDE TO SOLDE-LOT-FID
                   MOVE WS-DATE-EXPIRATION TO DATE-EXPIRATION-FID
                   MOVE 0 TO NOFAC-ORIG-FID MONTANT-IMPUTE-FID
                   MOVE FID-MONTANT TO MONTANT-FID
                   MOVE FID-PROGRAMME TO PROGRAMME-FID
                   WRITE enreg-fidelite
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF WS-FID-STATUS = '00'
                       MOVE WS-SOLDE TO FID-POINTS
                       MOVE 'O' TO FID-RETOUR
                   END-IF
               END-IF
           END-IF.

       DEDUIRE-REPRISES-EN-ATTENTE.
           MOVE 0 TO EOF-FID
           MOVE FID-NOCLI TO NOCLI-FID
           MOVE 'R' TO TYPE-FID
           MOVE 0 TO REF-FID
           START FFIDELITE
               KEY NOT < CLE-FID OF enreg-fidelite
               INVALID KEY MOVE 1 TO EOF-FID
           END-START
           PERFORM DEDUIRE-UNE-REPRISE UNTIL EOF-FID = 1.

       DEDUIRE-UNE-REPRISE.
           READ FFIDELITE NEXT RECORD
               AT END MOVE 1 TO EOF-FID
           END-READ
           IF EOF-FID NOT = 1
               IF NOCLI-FID NOT = FID-NOCLI OR TYPE-FID NOT = 'R'
                   MOVE 1 TO EOF-FID
               ELSE
               IF NOFAC-ORIG-FID = FID-REF AND SOLDE-LOT-FID > 0
                   IF SOLDE-LOT-FID > WS-SOLDE
                       MOVE WS-SOLDE TO WS-PRELEVE
                   ELSE
                       MOVE SOLDE-LOT-FID TO WS-PRELEVE
                   END-IF
                   SUBTRACT WS-PRELEVE FROM WS-SOLDE
                   MOVE 0 TO SOLDE-LOT-FID
                   REWRITE enreg-fidelite
                   END-REWRITE
               END-IF
               END-IF
           END-IF.

      * les points de la facture sont repris sur son lot, puis sur
      * les autres lots du client s il a deja ete utilise ; une
      * facture qui n a encore rien rapporte garde la reprise en
      * attente pour le jour ou elle sera soldee
       REPRENDRE.
           MOVE 0 TO FID-POINTS
           COMPUTE WS-POINTS = FID-MONTANT * WS-TAUX-POINTS
           MOVE 0 TO WS-EN-ATTENTE
           IF WS-POINTS > 0
               MOVE FID-NOCLI TO NOCLI-FID
               MOVE 'G' TO TYPE-FID
               MOVE FID-NOFAC TO REF-FID
               READ FFIDELITE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FID-STATUS = '00'
                   IF WS-POINTS > POINTS-FID
                       MOVE POINTS-FID TO WS-POINTS
                   END-IF
                   IF SOLDE-LOT-FID > WS-POINTS
                       MOVE WS-POINTS TO WS-PRELEVE
                   ELSE
                       MOVE SOLDE-LOT-FID TO WS-PRELEVE
                   END-IF
                   SUBTRACT WS-PRELEVE FROM SOLDE-LOT-FID
                   REWRITE enreg-fidelite
                   END-REWRITE
                   COMPUTE WS-A-CONSOMMER = WS-POINTS - WS-PRELEVE
                   IF WS-A-CONSOMMER > 0
                       PERFORM CONSOMMER-LOTS
                   END-IF
               ELSE
                   MOVE WS-POINTS TO WS-EN-ATTENTE
               END-IF
               MOVE SPACES TO enreg-fidelite
               MOVE FID-NOCLI TO NOCLI-FID
               MOVE 'R' TO TYPE-FID
               MOVE FID-REF TO REF-FID
               MOVE FID-DATE TO DATE-FID
               MOVE WS-POINTS TO POINTS-FID
               MOVE WS-EN-ATTENTE TO SOLDE-LOT-FID
               MOVE 0 TO DATE-EXPIRATION-FID MONTANT-IMPUTE-FID
               MOVE FID-NOFAC TO NOFAC-ORIG-FID
               MOVE FID-MONTANT TO MONTANT-FID
               MOVE FID-PROGRAMME TO PROGRAMME-FID
               WRITE enreg-fidelite
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-FID-STATUS = '00'
                   MOVE WS-POINTS TO FID-POINTS
                   MOVE 'O' TO FID-RETOUR
               END-IF
           END-IF.

      * le lot de la facture est supprime pour qu elle rapporte a
      * nouveau une fois soldee ; ce qui en reste est perdu, la part
      * deja utilisee est reprise sur les autres lots du client et
      * les reprises d avoirs deduites du lot repassent en attente
       ANNULER-GAIN.
           MOVE 0 TO FID-POINTS WS-EN-ATTENTE
           MOVE FID-NOCLI TO NOCLI-FID
           MOVE 'G' TO TYPE-FID
           MOVE FID-REF TO REF-FID
           READ FFIDELITE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FID-STATUS = '00'
               MOVE POINTS-FID TO WS-POINTS
               MOVE SOLDE-LOT-FID TO WS-SOLDE
               DELETE FFIDELITE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM REMETTRE-REPRISES-EN-ATTENTE
               MOVE 0 TO WS-A-CONSOMMER
               IF WS-POINTS > WS-SOLDE + WS-EN-ATTENTE
                   COMPUTE WS-A-CONSOMMER
                       = WS-POINTS - WS-SOLDE - WS-EN-ATTENTE
               END-IF
               MOVE WS-A-CONSOMMER TO WS-PRELEVE
               IF WS-A-CONSOMMER > 0
                   PERFORM CONSOMMER-LOTS
               END-IF
               COMPUTE FID-POINTS
                   = WS-SOLDE + WS-PRELEVE - WS-A-CONSOMMER
               MOVE 'O' TO FID-RETOUR
           END-IF.

       REMETTRE-REPRISES-EN-ATTENTE.
           MOVE 0 TO EOF-FID
           MOVE FID-NOCLI TO NOCLI-FID
           MOVE 'R' TO TYPE-FID
           MOVE 0 TO REF-FID
           START FFIDELITE
               KEY NOT < CLE-FID OF enreg-fidelite
               INVALID KEY MOVE 1 TO EOF-FID
           END-START
           PERFORM REMETTRE-UNE-REPRISE UNTIL EOF-FID = 1.

       REMETTRE-UNE-REPRISE.
           READ FFIDELITE NEXT RECORD
               AT END MOVE 1 TO EOF-FID
           END-READ
           IF EOF-FID NOT = 1
               IF NOCLI-FID NOT = FID-NOCLI OR TYPE-FID NOT = 'R'
                   MOVE 1 TO EOF-FID
               ELSE
               IF NOFAC-ORIG-FID = FID-REF
                  AND SOLDE-LOT-FID < POINTS-FID
                   COMPUTE WS-EN-ATTENTE = WS-EN-ATTENTE
                       + POINTS-FID - SOLDE-LOT-FID
                   MOVE POINTS-FID TO SOLDE-LOT-FID
                   REWRITE enreg-fidelite
                   END-REWRITE
               END-IF
               END-IF
           END-IF.

      * lots G puis N du client, dans l ordre de la cle
       CONSOMMER-LOTS.
           MOVE 0 TO EOF-FID
           MOVE FID-NOCLI TO NOCLI-FID
           MOVE SPACE TO TYPE-FID
           MOVE 0 TO REF-FID
           START FFIDELITE
               KEY NOT < CLE-FID OF enreg-fidelite
               INVALID KEY MOVE 1 TO EOF-FID
           END-START
           PERFORM CONSOMMER-UN-LOT
               UNTIL EOF-FID = 1 OR WS-A-CONSOMMER = 0.

       CONSOMMER-UN-LOT.
           READ FFIDELITE NEXT RECORD
               AT END MOVE 1 TO EOF-FID
           END-READ
           IF EOF-FID NOT = 1
               IF NOCLI-FID NOT = FID-NOCLI
                   MOVE 1 TO EOF-FID
               ELSE
               IF (TYPE-FID = 'G' OR TYPE-FID = 'N')
                  AND SOLDE-LOT-FID > 0
                  AND DATE-EXPIRATION-FID NOT < WS-DATE-JOUR
                   IF SOLDE-LOT-FID > WS-A-CONSOMMER
                       MOVE WS-A-CONSOMMER TO WS-PRELEVE
                   ELSE
                       MOVE SOLDE-LOT-FID TO WS-PRELEVE
                   END-IF
                   SUBTRACT WS-PRELEVE FROM SOLDE-LOT-FID
                   SUBTRACT WS-PRELEVE FROM WS-A-CONSOMMER
                   REWRITE enreg-fidelite
                   END-REWRITE
               END-IF
               END-IF
           END-IF.

       CALCULER-SOLDE.
           MOVE 0 TO WS-SOLDE EOF-FID
           MOVE FID-NOCLI TO NOCLI-FID
           MOVE SPACE TO TYPE-FID
           MOVE 0 TO REF-FID
           START FFIDELITE
               KEY NOT < CLE-FID OF enreg-fidelite
               INVALID KEY MOVE 1 TO EOF-FID
           END-START
           PERFORM CUMULER-UN-LOT UNTIL EOF-FID = 1.

       CUMULER-UN-LOT.
           READ FFIDELITE NEXT RECORD
               AT END MOVE 1 TO EOF-FID
           END-READ
           IF EOF-FID NOT = 1
               IF NOCLI-FID NOT = FID-NOCLI
                   MOVE 1 TO EOF-FID
               ELSE
               IF (TYPE-FID = 'G' OR TYPE-FID = 'N')
                  AND DATE-EXPIRATION-FID NOT < WS-DATE-JOUR
                   ADD SOLDE-LOT-FID TO WS-SOLDE
               END-IF
               END-IF
           END-IF.

       UTILISER.
           PERFORM CALCULER-SOLDE
           MOVE FID-NOCLI TO NOCLI-FID
           MOVE 'U' TO TYPE-FID
           MOVE FID-REF TO REF-FID
           READ FFIDELITE
               INVALID KEY CONTINUE
           END-READ
           MOVE FID-MONTANT TO WS-RESTE-REMISE
           COMPUTE FID-MONTANT = FID-POINTS / WS-POINTS-PAR-EURO
           IF WS-RESTE-REMISE > 0 AND FID-MONTANT > WS-RESTE-REMISE
               MOVE 0 TO FID-MONTANT
           END-IF
           IF WS-FID-STATUS NOT = '00' AND FID-MONTANT > 0
              AND FID-POINTS > 0 AND FID-POINTS NOT > WS-SOLDE
               MOVE FID-POINTS TO WS-A-CONSOMMER
               PERFORM CONSOMMER-LOTS
               MOVE SPACES TO enreg-fidelite
               MOVE FID-NOCLI TO NOCLI-FID
               MOVE 'U' TO TYPE-FID
               MOVE FID-REF TO REF-FID
               MOVE FID-DATE TO DATE-FID
               MOVE FID-POINTS TO POINTS-FID
               MOVE 0 TO SOLDE-LOT-FID DATE-EXPIRATION-FID
               MOVE 0 TO NOFAC-ORIG-FID MONTANT-IMPUTE-FID
               MOVE FID-MONTANT TO MONTANT-FID
               MOVE FID-PROGRAMME TO PROGRAMME-FID
               WRITE enreg-fidelite
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-FID-STATUS = '00'
                   MOVE 'O' TO FID-RETOUR
               END-IF
           END-IF.

       CONSULTER-REMISE.
           MOVE 0 TO FID-MONTANT FID-POINTS
           MOVE FID-NOCLI TO NOCLI-FID
           MOVE 'U' TO TYPE-FID
           MOVE FID-REF TO REF-FID
           READ FFIDELITE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FID-STATUS = '00'
              AND MONTANT-FID > MONTANT-IMPUTE-FID
               COMPUTE FID-MONTANT = MONTANT-FID - MONTANT-IMPUTE-FID
               MOVE POINTS-FID TO FID-POINTS
               MOVE 'O' TO FID-RETOUR
           END-IF.

       IMPUTER-REMISE.
           MOVE FID-NOCLI TO NOCLI-FID
           MOVE 'U' TO TYPE-FID
           MOVE FID-REF TO REF-FID
           READ FFIDELITE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FID-STATUS = '00'
               ADD FID-MONTANT TO MONTANT-IMPUTE-FID
               IF MONTANT-IMPUTE-FID > MONTANT-FID
                   MOVE MONTANT-FID TO MONTANT-IMPUTE-FID
               END-IF
               MOVE FID-NOFAC TO NOFAC-ORIG-FID
               REWRITE enreg-fidelite
               END-REWRITE
               MOVE 'O' TO FID-RETOUR
           END-IF.

      * la part de remise pas encore deduite en facture redevient
      * des points, en un lot neuf date du jour
       ANNULER-UTILISATION.
           MOVE 0 TO FID-POINTS
           MOVE FID-NOCLI TO NOCLI-FID
           MOVE 'U' TO TYPE-FID
           MOVE FID-REF TO REF-FID
           READ FFIDELITE
               INVALID KEY CONTINUE
           END-READ
           IF WS-FID-STATUS = '00'
              AND MONTANT-FID > MONTANT-IMPUTE-FID
               COMPUTE WS-RESTE-REMISE
                   = MONTANT-FID - MONTANT-IMPUTE-FID
               COMPUTE WS-POINTS = WS-RESTE-REMISE * WS-POINTS-PAR-EURO
               IF WS-POINTS > POINTS-FID
                   MOVE POINTS-FID TO WS-POINTS
               END-IF
               MOVE MONTANT-FID TO MONTANT-IMPUTE-FID
               REWRITE enreg-fidelite
               END-REWRITE
               MOVE 0 TO FID-DATE
               PERFORM CALCULER-EXPIRATION
               MOVE SPACES TO enreg-fidelite
               MOVE FID-NOCLI TO NOCLI-FID
               MOVE 'N' TO TYPE-FID
               MOVE FID-REF TO REF-FID
               MOVE WS-DATE-JOUR TO DATE-FID
               MOVE WS-POINTS TO POINTS-FID SOLDE-LOT-FID
               MOVE WS-DATE-EXPIRATION TO DATE-EXPIRATION-FID
               MOVE 0 TO NOFAC-ORIG-FID MONTANT-IMPUTE-FID
               MOVE WS-RESTE-REMISE TO MONTANT-FID
               MOVE FID-PROGRAMME TO PROGRAMME-FID
               WRITE enreg-fidelite
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-FID-STATUS = '00'
                   MOVE WS-POINTS TO FID-POINTS
                   MOVE 'O' TO FID-RETOUR
               END-IF
           END-IF.

       END PROGRAM FIDPTS.
