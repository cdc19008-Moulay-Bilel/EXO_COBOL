               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-CONS OF enreg-consentement
               FILE STATUS IS WS-CONS-STATUS.
           SELECT FEMAILS
               ASSIGN TO 'C:\Users\CRM\Desktop\Emails.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-MEL OF enreg-email
               ALTERNATE RECORD KEY IS ADRESSE-MEL OF enreg-email
                   WITH DUPLICATES
               FILE STATUS IS WS-MEL-STATUS.
           SELECT FCAMPAGNE
               ASSIGN TO 'C:\Users\CRM\Desktop\CampagneAnniv.txt'.
           SELECT FCAMPMEL
               ASSIGN TO 'C:\Users\CRM\Desktop\CampagneAnnivMel.txt'.
           SELECT FCAMPHIST
               ASSIGN TO 'C:\Users\CRM\Desktop\CampHist.txt'
               FILE STATUS IS WS-CAMPHIST-STATUS.
           SELECT FRESUME
               ASSIGN TO 'C:\Users\CRM\Desktop\AnnivResume.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FCOUTCAMP
               ASSIGN TO 'C:\Users\CRM\Desktop\CoutCampagnes.txt'
               FILE STATUS IS WS-COUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 OPT-TELEPHONE PIC X.
           02 DATE-CONS PIC 9(8).
           02 OPERATEUR-CONS PIC X(8).
           02 OPT-EMAIL PIC X.

       FD  FCAMPAGNE.
       01  enreg-campagne.
           02 CP-CAMP PIC X(5).
           02 VILLE-CAMP PIC X(20).

       FD  FEMAILS.
       01  enreg-email.
           COPY MELMAST.

      * canal e-mail : meme selection que le courrier, l adresse
      * e-mail du registre remplace l adresse postale
       FD  FCAMPMEL.
       01  enreg-campagne-mel.
           02 NOCLI-CMEL PIC 9(7).
           02 NOM-CMEL PIC X(20).
           02 PRENOM-CMEL PIC X(15).
           02 JJ-CMEL PIC 9(2).
           02 ADRESSE-CMEL PIC X(60).

       FD  FCAMPHIST.
       01  enreg-camphist.
           02 ID-CAMP-HIST PIC X(10).
       FD  FRESUME.
       01  LIGNE-RESUME PIC X(60).

       FD  FCOUTCAMP.
       01  enreg-cout-campagne.
           COPY CMPCOUT.

       WORKING-STORAGE SECTION.
       77  EOF-MASTER PIC 99 VALUE 0.
       77  EOF-HIST PIC 99 VALUE 0.
       77  WS-CONS-DISPONIBLE PIC X VALUE 'O'.
       77  WS-RETENU-CONSENT PIC X VALUE 'O'.
       77  COMPTEUROPTOUT PIC 9(7) VALUE 0.
       77  WS-MEL-STATUS PIC X(2) VALUE '00'.
       77  WS-MEL-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CANAL-ENV PIC X(8) VALUE SPACE.
       77  WS-CANAL-CLIENT PIC X VALUE 'C'.
       77  WS-OPT-COURRIER-CLIENT PIC X VALUE 'O'.
       77  WS-OPT-EMAIL-CLIENT PIC X VALUE 'O'.
       77  COMPTEUREMAIL PIC 9(7) VALUE 0.
       77  COMPTEURSTATUT PIC 9(7) VALUE 0.
       77  WS-SEG-STATUS PIC X(2) VALUE '00'.
       77  WS-SEG-DISPONIBLE PIC X VALUE 'O'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-MOIS-CIBLE PIC 9(2) VALUE 0.
       77  WS-MOIS-ENV PIC X(2) VALUE SPACE.
       77  WS-COUT-STATUS PIC X(2) VALUE '00'.
       77  WS-COUT-COURRIER PIC 9(8) VALUE 0.
       77  WS-COUT-EMAIL PIC 9(8) VALUE 0.
       01  WS-DATE-JOUR.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 9(2).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       01  NORM-ZONE.
           02 NORM-TEXTE PIC X(8).
           02 NORM-VALEUR PIC 9(8).
           02 NORM-VALIDE PIC X.

       01  VERROU-ZONE.
           02 VERROU-ACTION PIC X.
           02 VERROU-PROGRAMME PIC X(8).
           PERFORM EXTRAIRE-CLIH
           PERFORM EXTRAIRE-CLIF
           PERFORM EDITER-RESUME
           PERFORM ECRIRE-COUT-CAMPAGNE
           PERFORM FIN
           STOP RUN.

               DISPLAY 'REGISTRE DES CONSENTEMENTS ABSENT'
               MOVE 'N' TO WS-CONS-DISPONIBLE
           END-IF
      * ANNIV-CANAL=COURRIER supprime le canal e-mail pour ce run
           ACCEPT WS-CANAL-ENV FROM ENVIRONMENT 'ANNIV-CANAL'
           IF WS-CANAL-ENV = 'COURRIER'
               MOVE 'N' TO WS-MEL-DISPONIBLE
           ELSE
               OPEN INPUT FEMAILS
               IF WS-MEL-STATUS NOT = '00'
                   DISPLAY 'REGISTRE E-MAIL ABSENT, ENVOI PAR COURRIER'
                   MOVE 'N' TO WS-MEL-DISPONIBLE
               END-IF
           END-IF
           OPEN OUTPUT FCAMPAGNE
           OPEN OUTPUT FCAMPMEL
           ACCEPT WS-DATE-ENVOI FROM DATE YYYYMMDD
      * identifiant de campagne : ANV + annee-mois de l envoi
           MOVE SPACES TO WS-ID-CAMPAGNE
               END-IF
           END-IF.

      * canal e-mail si le client a une adresse au registre qui
      * n est pas en rejet et n a pas refuse l e-mail ; sinon le
      * courrier, s il ne l a pas refuse
       CONTROLER-CONSENTEMENT.
           MOVE 'O' TO WS-RETENU-CONSENT
           MOVE 'O' TO WS-OPT-COURRIER-CLIENT WS-OPT-EMAIL-CLIENT
           MOVE 'C' TO WS-CANAL-CLIENT
           IF WS-CONS-DISPONIBLE = 'O'
               MOVE NOCLI OF enreg-courant TO NOCLI-CONS
               READ FCONSENT
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CONS-STATUS = '00'
                   MOVE OPT-COURRIER TO WS-OPT-COURRIER-CLIENT
                   MOVE OPT-EMAIL TO WS-OPT-EMAIL-CLIENT
               END-IF
           END-IF
           IF WS-MEL-DISPONIBLE = 'O'
              AND WS-OPT-EMAIL-CLIENT NOT = 'N'
               MOVE NOCLI OF enreg-courant TO NOCLI-MEL
               READ FEMAILS
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MEL-STATUS = '00' AND STATUT-MEL NOT = 'B'
                  AND ADRESSE-MEL NOT = SPACES
                   MOVE 'M' TO WS-CANAL-CLIENT
               END-IF
           END-IF
           IF WS-CANAL-CLIENT = 'C' AND WS-OPT-COURRIER-CLIENT = 'N'
               MOVE 'N' TO WS-RETENU-CONSENT
               ADD 1 TO COMPTEUROPTOUT
           END-IF.

       CONTROLER-CHEF-MENAGE.

       RETENIR-ANNIVERSAIRE.
           PERFORM RECHERCHER-DERNIERE-ADRESSE
           IF WS-CANAL-CLIENT = 'M'
               MOVE NOCLI OF enreg-courant TO NOCLI-CMEL
               MOVE NOM OF enreg-courant TO NOM-CMEL
               MOVE PRENOM OF enreg-courant TO PRENOM-CMEL
               MOVE JJ-NAIS OF enreg-courant TO JJ-CMEL
               MOVE ADRESSE-MEL TO ADRESSE-CMEL
               WRITE enreg-campagne-mel
               END-WRITE
               ADD 1 TO COMPTEUREMAIL
           ELSE
               MOVE NOCLI OF enreg-courant TO NOCLI-CAMP
               MOVE NOM OF enreg-courant TO NOM-CAMP
               MOVE PRENOM OF enreg-courant TO PRENOM-CAMP
               MOVE JJ-NAIS OF enreg-courant TO JJ-CAMP
               MOVE NUM-RET TO NUM-CAMP
               MOVE RUE-RET TO RUE-CAMP
               MOVE CP-RET TO CP-CAMP
               MOVE VILLE-RET TO VILLE-CAMP
               WRITE enreg-campagne
               END-WRITE
           END-IF
           MOVE WS-ID-CAMPAGNE TO ID-CAMP-HIST
           MOVE NOCLI OF enreg-courant TO NOCLI-CAMP-HIST
           MOVE WS-DATE-ENVOI TO DATE-ENVOI-HIST
               INTO LIGNE-RESUME
           END-STRING
           WRITE LIGNE-RESUME
           MOVE SPACES TO LIGNE-RESUME
           STRING 'DONT PAR E-MAIL    : ' DELIMITED BY SIZE
                  COMPTEUREMAIL DELIMITED BY SIZE
               INTO LIGNE-RESUME
           END-STRING
           WRITE LIGNE-RESUME
           CLOSE FRESUME.

      * cout d envoi de la campagne pour CAMPRPT : couts unitaires
      * en centimes dans Params.txt
       ECRIRE-COUT-CAMPAGNE.
           IF COMPTEURSELECTION > 0
               MOVE 'ANNIV-COUT-LET' TO PARAM-CLE
               PERFORM LIRE-COUT-UNITAIRE
               MOVE NORM-VALEUR TO WS-COUT-COURRIER
               MOVE 'ANNIV-COUT-MEL' TO PARAM-CLE
               PERFORM LIRE-COUT-UNITAIRE
               MOVE NORM-VALEUR TO WS-COUT-EMAIL
               MOVE WS-ID-CAMPAGNE TO ID-CAMP-COUT
               MOVE WS-DATE-ENVOI TO DATE-ENVOI-COUT
               COMPUTE NB-COURRIERS-COUT
                   = COMPTEURSELECTION - COMPTEUREMAIL
               MOVE COMPTEUREMAIL TO NB-EMAILS-COUT
               COMPUTE MONTANT-COUT
                   = (NB-COURRIERS-COUT * WS-COUT-COURRIER
                    + NB-EMAILS-COUT * WS-COUT-EMAIL) / 100
               OPEN EXTEND FCOUTCAMP
               IF WS-COUT-STATUS NOT = '00'
                   OPEN OUTPUT FCOUTCAMP
               END-IF
               WRITE enreg-cout-campagne
               END-WRITE
               CLOSE FCOUTCAMP
           END-IF.

       LIRE-COUT-UNITAIRE.
           MOVE 0 TO NORM-VALEUR
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR TO NORM-TEXTE
               CALL 'NORMNUM' USING NORM-ZONE
               IF NORM-VALIDE NOT = 'O'
                   MOVE 0 TO NORM-VALEUR
               END-IF
           END-IF.

       EDITER-UN-JOUR.
           ADD 1 TO POS-JOUR
           IF COMPTE-JOUR(POS-JOUR) > 0
           DISPLAY '--- EXTRACTION ANNIVERSAIRES ---'
           DISPLAY 'MOIS CIBLE           : ' WS-MOIS-CIBLE
           DISPLAY 'CLIENTS SELECTIONNES : ' COMPTEURSELECTION
           DISPLAY 'DONT PAR E-MAIL      : ' COMPTEUREMAIL
           DISPLAY 'ECARTES MENAGE       : ' COMPTEURMENAGE
           DISPLAY 'ECARTES OPT-OUT      : ' COMPTEUROPTOUT
           DISPLAY 'ECARTES STATUT       : ' COMPTEURSTATUT
           IF WS-MEN-DISPONIBLE = 'O'
               CLOSE FMENAGES
           END-IF
           IF WS-MEL-DISPONIBLE = 'O'
               CLOSE FEMAILS
           END-IF
           CLOSE FCAMPAGNE FCAMPMEL FCAMPHIST.

       END PROGRAM ANNIV.
