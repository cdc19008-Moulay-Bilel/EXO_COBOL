       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE.
      *****************************************************************
      * Releves de compte mensuels : un releve par client ayant eu
      * du mouvement sur la periode RELEVE-PERIODE (AAAAMM, defaut
      * mois courant) ou un solde non nul en fin de periode. Le
      * releve donne le solde d ouverture, chaque facture, avoir et
      * reglement du mois et le solde de cloture. Les factures et
      * avoirs viennent de l encours, les reglements de
      * l historique tenu par ENCAISS ; le solde de cloture est le
      * solde actuel de l encours diminue des mouvements posterieurs
      * a la periode. L adresse est l adresse courante du client
      * (AdrClients, lue par cle), a defaut celle des masters, et
      * un fichier au format Etiquettes.txt est ecrit pour
      * ETIQPRT/ETIQCP (enveloppes). Le client qui a au registre
      * Emails.txt une adresse hors rejet et n a pas refuse l e-mail
      * au registre des consentements recoit son releve par e-mail
      * (RelevesMel.txt, sans enveloppe) ; RELEVE-CANAL=COURRIER
      * envoie tout par courrier.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
           SELECT FHISTREGL
               ASSIGN TO 'C:\Users\CRM\Desktop\HistReglements.txt'
               FILE STATUS IS WS-HRG-STATUS.
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
           SELECT FADRCLIENTS
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\AdrClients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-ADR OF enreg-adr-client
               FILE STATUS IS WS-ADR-STATUS.
           SELECT FRELEVES
               ASSIGN TO 'C:\Users\CRM\Desktop\RelevesComptes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FCONSENT
               ASSIGN TO 'C:\Users\CRM\Desktop\Consentements.txt'
               ORGANIZATION IS INDEXED
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
           SELECT FRELEVESMEL
               ASSIGN TO 'C:\Users\CRM\Desktop\RelevesMel.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FETIQRELEVES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\EtiqReleves.txt'.
           SELECT FTRIMVT
               ASSIGN TO 'C:\Users\CRM\Desktop\ReleveTri.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FHISTREGL.
       01  enreg-hist-regl.
           COPY REGHIST.

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

       FD  FADRCLIENTS.
       01  enreg-adr-client.
           COPY ADRMAST.

       FD  FRELEVES.
       01  LIGNE-RELEVE PIC X(100).

       FD  FCONSENT.
       01  enreg-consentement.
           02 NOCLI-CONS PIC 9(7).
           02 OPT-COURRIER PIC X.
           02 OPT-TELEPHONE PIC X.
           02 DATE-CONS PIC 9(8).
           02 OPERATEUR-CONS PIC X(8).
           02 OPT-EMAIL PIC X.

       FD  FEMAILS.
       01  enreg-email.
           COPY MELMAST.

      * chaque releve par e-mail commence par une ligne A : adresse
       FD  FRELEVESMEL.
       01  LIGNE-RELEVE-MEL PIC X(100).

      * same record shape as Etiquettes.txt so ETIQPRT and ETIQCP
      * print the statement envelopes through the label chain
       FD  FETIQRELEVES.
       01  ENREG-ETIQUETTE.
           02 NOCLI-ETQ PIC 9(7).
           02 NOM-ETQ PIC X(20).
           02 NUM-ETQ PIC X(5).
           02 RUE-ETQ PIC X(30).
           02 CP-ETQ PIC X(5).
           02 VILLE-ETQ PIC X(20).
           02 PAYS-ETQ PIC X(2).

      * TYPE-TRI : S=solde actuel d une piece de l encours,
      * F=facture, A=avoir, R=reglement, J=prelevement impaye,
      * P=passage en perte
       SD  FTRIMVT.
       01  enreg-trimvt.
           02 NOCLI-TRI PIC 9(7).
           02 DATE-TRI PIC 9(8).
           02 PIECE-TRI PIC 9(7).
           02 TYPE-TRI PIC X.
           02 MONTANT-TRI PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       77  EOF-ENC PIC 99 VALUE 0.
       77  EOF-HRG PIC 99 VALUE 0.
       77  EOF-TRI PIC 99 VALUE 0.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-HRG-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-ADR-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  WS-ADR-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-PREMIER PIC X VALUE 'O'.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-PERIODE-ENV PIC X(6) VALUE SPACE.
       77  WS-PERIODE-CIBLE PIC 9(6) VALUE 0.
       77  WS-DEBUT-PERIODE PIC 9(8) VALUE 0.
       77  WS-FIN-PERIODE PIC 9(8) VALUE 0.
       77  WS-NOCLI-COURANT PIC 9(7) VALUE 0.
       77  WS-SOLDE-ACTUEL PIC S9(9)V99 VALUE 0.
       77  WS-NET-APRES PIC S9(9)V99 VALUE 0.
       77  WS-NET-PERIODE PIC S9(9)V99 VALUE 0.
       77  WS-SOLDE-OUVERTURE PIC S9(9)V99 VALUE 0.
       77  WS-SOLDE-CLOTURE PIC S9(9)V99 VALUE 0.
       77  WS-TOTAL-DEBIT PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-CREDIT PIC 9(9)V99 VALUE 0.
       77  NB-MVT PIC 9(3) VALUE 0.
       77  POS-MVT PIC 9(3) VALUE 0.
       77  COMPTEURCLIENTS PIC 9(7) VALUE 0.
       77  COMPTEURRELEVES PIC 9(7) VALUE 0.
       77  COMPTEURETIQUETTES PIC 9(7) VALUE 0.
       77  COMPTEURSANSADRESSE PIC 9(7) VALUE 0.
       77  COMPTEURMVT PIC 9(7) VALUE 0.
       77  COMPTEUREMAIL PIC 9(7) VALUE 0.
       77  WS-CONS-STATUS PIC X(2) VALUE '00'.
       77  WS-CONS-DISPONIBLE PIC X VALUE 'O'.
       77  WS-MEL-STATUS PIC X(2) VALUE '00'.
       77  WS-MEL-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CANAL-ENV PIC X(8) VALUE SPACE.
       77  WS-CANAL-CLIENT PIC X VALUE 'C'.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-DEBIT-EDIT PIC ZZZZZZZ9.99.
       77  WS-CREDIT-EDIT PIC ZZZZZZZ9.99.
       77  WS-SOLDE-EDIT PIC Z(8)9.99-.
       77  WS-LIBELLE-MVT PIC X(12) VALUE SPACE.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.
      * mouvements de la periode du client en cours, dans l ordre
      * des dates
       01  TABLE-MOUVEMENTS.
           02 MVT-TAB OCCURS 200 TIMES.
              03 DATE-MVT-TAB PIC 9(8).
              03 PIECE-MVT-TAB PIC 9(7).
              03 TYPE-MVT-TAB PIC X.
              03 MONTANT-MVT-TAB PIC 9(8)V99.

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
           SORT FTRIMVT
               ASCENDING KEY NOCLI-TRI DATE-TRI PIECE-TRI
               INPUT PROCEDURE IS RELEVER-MOUVEMENTS
               OUTPUT PROCEDURE IS EDITER-RELEVES
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
           ACCEPT WS-PERIODE-ENV FROM ENVIRONMENT 'RELEVE-PERIODE'
           IF WS-PERIODE-ENV NOT = SPACES
              AND WS-PERIODE-ENV IS NUMERIC
               MOVE WS-PERIODE-ENV TO WS-PERIODE-CIBLE
           ELSE
               COMPUTE WS-PERIODE-CIBLE = WS-DATE-JOUR / 100
           END-IF
           COMPUTE WS-DEBUT-PERIODE = WS-PERIODE-CIBLE * 100 + 1
           COMPUTE WS-FIN-PERIODE = WS-PERIODE-CIBLE * 100 + 31
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
           PERFORM OUVRIR-ADRESSES
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
           ACCEPT WS-CANAL-ENV FROM ENVIRONMENT 'RELEVE-CANAL'
           IF WS-CANAL-ENV = 'COURRIER'
               MOVE 'N' TO WS-MEL-DISPONIBLE
           ELSE
               OPEN INPUT FEMAILS
               IF WS-MEL-STATUS NOT = '00'
                   DISPLAY 'REGISTRE E-MAIL ABSENT, ENVOI PAR COURRIER'
                   MOVE 'N' TO WS-MEL-DISPONIBLE
               END-IF
           END-IF
           OPEN INPUT FCONSENT
           IF WS-CONS-STATUS NOT = '00'
               MOVE 'N' TO WS-CONS-DISPONIBLE
           END-IF
           OPEN OUTPUT FRELEVES
           OPEN OUTPUT FRELEVESMEL
           OPEN OUTPUT FETIQRELEVES.

       OUVRIR-ADRESSES.
           OPEN INPUT FADRCLIENTS
           IF WS-ADR-STATUS NOT = '00'
               DISPLAY 'ADRESSES COURANTES ABSENTES (ADRIDX), '
                       'ADRESSES DES MASTERS'
               MOVE 'N' TO WS-ADR-DISPONIBLE
           END-IF.

      * chaque piece de l encours donne son solde actuel (facture
      * moins regle, avoir ou credit en negatif) et, si elle est
      * datee de la periode ou apres, son mouvement ; l historique des
      * reglements donne les encaissements de la periode ou apres
       RELEVER-MOUVEMENTS.
           OPEN INPUT ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
           ELSE
               READ ENCOURS
                   AT END MOVE 1 TO EOF-ENC
               END-READ
               PERFORM RELEVER-UNE-PIECE UNTIL EOF-ENC = 1
               CLOSE ENCOURS
           END-IF
           OPEN INPUT FHISTREGL
           IF WS-HRG-STATUS NOT = '00'
               DISPLAY 'HISTORIQUE DES REGLEMENTS ABSENT'
           ELSE
               READ FHISTREGL
                   AT END MOVE 1 TO EOF-HRG
               END-READ
               PERFORM RELEVER-UN-REGLEMENT UNTIL EOF-HRG = 1
               CLOSE FHISTREGL
           END-IF.

       RELEVER-UNE-PIECE.
           MOVE NOCLI-ENC TO NOCLI-TRI
           MOVE 0 TO DATE-TRI
           MOVE NOFAC-ENC TO PIECE-TRI
           MOVE 'S' TO TYPE-TRI
           IF TYPE-ENC = 'A' OR TYPE-ENC = 'C' OR TYPE-ENC = 'R'
               COMPUTE MONTANT-TRI
                   = MONTANT-REGLE-ENC - MONTANT-FAC-ENC
           ELSE
               COMPUTE MONTANT-TRI
                   = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
           END-IF
           RELEASE enreg-trimvt
      * un credit non affecte vient d un reglement deja pris dans
      * l historique : seul son solde compte
           IF DATE-FAC-ENC >= WS-DEBUT-PERIODE
              AND TYPE-ENC NOT = 'C'
               MOVE DATE-FAC-ENC TO DATE-TRI
               IF TYPE-ENC = 'A' OR TYPE-ENC = 'R'
                   MOVE 'A' TO TYPE-TRI
               ELSE
                   MOVE 'F' TO TYPE-TRI
               END-IF
               MOVE MONTANT-FAC-ENC TO MONTANT-TRI
               RELEASE enreg-trimvt
           END-IF
           READ ENCOURS
               AT END MOVE 1 TO EOF-ENC
           END-READ.

       RELEVER-UN-REGLEMENT.
           IF DATE-REGL-HRG >= WS-DEBUT-PERIODE
              AND TYPE-HRG NOT = 'A'
               MOVE NOCLI-HRG TO NOCLI-TRI
               MOVE DATE-REGL-HRG TO DATE-TRI
               MOVE NOFAC-HRG TO PIECE-TRI
               IF TYPE-HRG = 'J'
                   MOVE 'J' TO TYPE-TRI
               ELSE
               IF TYPE-HRG = 'P'
                   MOVE 'P' TO TYPE-TRI
               ELSE
                   MOVE 'R' TO TYPE-TRI
               END-IF
               END-IF
               MOVE MONTANT-HRG TO MONTANT-TRI
               RELEASE enreg-trimvt
           END-IF
           READ FHISTREGL
               AT END MOVE 1 TO EOF-HRG
           END-READ.

       EDITER-RELEVES.
           MOVE 'O' TO WS-PREMIER
           PERFORM TRAITER-UN-MOUVEMENT UNTIL EOF-TRI = 1
           IF WS-PREMIER = 'N'
               PERFORM CLORE-CLIENT
           END-IF.

       TRAITER-UN-MOUVEMENT.
           RETURN FTRIMVT
               AT END MOVE 1 TO EOF-TRI
           END-RETURN
           IF EOF-TRI NOT = 1
               IF WS-PREMIER = 'O'
                   MOVE 'N' TO WS-PREMIER
                   PERFORM OUVRIR-CLIENT
               ELSE
                   IF NOCLI-TRI NOT = WS-NOCLI-COURANT
                       PERFORM CLORE-CLIENT
                       PERFORM OUVRIR-CLIENT
                   END-IF
               END-IF
               PERFORM CUMULER-MOUVEMENT
           END-IF.

       OUVRIR-CLIENT.
           MOVE NOCLI-TRI TO WS-NOCLI-COURANT
           ADD 1 TO COMPTEURCLIENTS
           MOVE 0 TO WS-SOLDE-ACTUEL WS-NET-APRES WS-NET-PERIODE
           MOVE 0 TO WS-TOTAL-DEBIT WS-TOTAL-CREDIT NB-MVT.

      * les factures et impayes sont au debit, avoirs et reglements
      * au credit
       CUMULER-MOUVEMENT.
           IF TYPE-TRI = 'S'
               ADD MONTANT-TRI TO WS-SOLDE-ACTUEL
           ELSE
               IF DATE-TRI > WS-FIN-PERIODE
                   IF TYPE-TRI = 'F' OR TYPE-TRI = 'J'
                       ADD MONTANT-TRI TO WS-NET-APRES
                   ELSE
                       SUBTRACT MONTANT-TRI FROM WS-NET-APRES
                   END-IF
               ELSE
                   PERFORM GARDER-MOUVEMENT
               END-IF
           END-IF.

       GARDER-MOUVEMENT.
           ADD 1 TO COMPTEURMVT
           IF TYPE-TRI = 'F' OR TYPE-TRI = 'J'
               ADD MONTANT-TRI TO WS-NET-PERIODE WS-TOTAL-DEBIT
           ELSE
               SUBTRACT MONTANT-TRI FROM WS-NET-PERIODE
               ADD MONTANT-TRI TO WS-TOTAL-CREDIT
           END-IF
           IF NB-MVT < 200
               ADD 1 TO NB-MVT
               MOVE DATE-TRI TO DATE-MVT-TAB(NB-MVT)
               MOVE PIECE-TRI TO PIECE-MVT-TAB(NB-MVT)
               MOVE TYPE-TRI TO TYPE-MVT-TAB(NB-MVT)
               MOVE MONTANT-TRI TO MONTANT-MVT-TAB(NB-MVT)
           ELSE
               DISPLAY 'TROP DE MOUVEMENTS, DETAIL TRONQUE POUR : '
                       WS-NOCLI-COURANT
           END-IF.

      * solde de cloture = solde actuel moins ce qui a bouge apres
      * la periode ; solde d ouverture = cloture moins la periode
       CLORE-CLIENT.
           COMPUTE WS-SOLDE-CLOTURE = WS-SOLDE-ACTUEL - WS-NET-APRES
           COMPUTE WS-SOLDE-OUVERTURE
               = WS-SOLDE-CLOTURE - WS-NET-PERIODE
           IF NB-MVT > 0 OR WS-SOLDE-CLOTURE NOT = 0
               PERFORM EDITER-RELEVE
           END-IF.

       EDITER-RELEVE.
           ADD 1 TO COMPTEURRELEVES
           PERFORM RECHERCHER-CLIENT
           PERFORM CHOISIR-CANAL
           IF WS-CANAL-CLIENT = 'M'
               ADD 1 TO COMPTEUREMAIL
               MOVE SPACES TO LIGNE-RELEVE-MEL
               STRING 'A : ' DELIMITED BY SIZE
                      ADRESSE-MEL DELIMITED BY SIZE
                   INTO LIGNE-RELEVE-MEL
               END-STRING
               WRITE LIGNE-RELEVE-MEL
           END-IF
           MOVE ALL '=' TO LIGNE-RELEVE
           PERFORM ECRIRE-LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING '       ETABLISSEMENTS CRM - RELEVE DE COMPTE, '
                  DELIMITED BY SIZE
                  'PERIODE ' DELIMITED BY SIZE
                  WS-PERIODE-CIBLE DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           PERFORM ECRIRE-LIGNE-RELEVE
           MOVE ALL '=' TO LIGNE-RELEVE
           PERFORM ECRIRE-LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           IF TROUVE = 'O'
               STRING 'CLIENT ' DELIMITED BY SIZE
                      WS-NOCLI-COURANT DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      NOM OF enreg-courant DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PRENOM OF enreg-courant DELIMITED BY SIZE
                   INTO LIGNE-RELEVE
               END-STRING
           ELSE
               STRING 'CLIENT ' DELIMITED BY SIZE
                      WS-NOCLI-COURANT DELIMITED BY SIZE
                      ' : INCONNU DES MASTERS' DELIMITED BY SIZE
                   INTO LIGNE-RELEVE
               END-STRING
           END-IF
           PERFORM ECRIRE-LIGNE-RELEVE
           PERFORM EDITER-ADRESSE
           MOVE SPACES TO LIGNE-RELEVE
           PERFORM ECRIRE-LIGNE-RELEVE
           MOVE 'DATE     PIECE   LIBELLE            DEBIT       CREDIT'
               TO LIGNE-RELEVE
           PERFORM ECRIRE-LIGNE-RELEVE
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-EDIT
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'SOLDE AU DEBUT DE LA PERIODE         '
                  DELIMITED BY SIZE
                  WS-SOLDE-EDIT DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           PERFORM ECRIRE-LIGNE-RELEVE
           MOVE 0 TO POS-MVT
           PERFORM EDITER-MOUVEMENT NB-MVT TIMES
           MOVE WS-TOTAL-DEBIT TO WS-DEBIT-EDIT
           MOVE WS-TOTAL-CREDIT TO WS-CREDIT-EDIT
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'TOTAL DES MOUVEMENTS       ' DELIMITED BY SIZE
                  WS-DEBIT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CREDIT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           PERFORM ECRIRE-LIGNE-RELEVE
           MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-EDIT
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'SOLDE EN FIN DE PERIODE              '
                  DELIMITED BY SIZE
                  WS-SOLDE-EDIT DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           PERFORM ECRIRE-LIGNE-RELEVE
           IF WS-SOLDE-CLOTURE < 0
               MOVE '(SOLDE NEGATIF : CREDIT EN VOTRE FAVEUR)'
                   TO LIGNE-RELEVE
               PERFORM ECRIRE-LIGNE-RELEVE
           END-IF
           MOVE SPACES TO LIGNE-RELEVE
           PERFORM ECRIRE-LIGNE-RELEVE.

       EDITER-MOUVEMENT.
           ADD 1 TO POS-MVT
           MOVE MONTANT-MVT-TAB(POS-MVT) TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RELEVE
           IF TYPE-MVT-TAB(POS-MVT) = 'F'
              OR TYPE-MVT-TAB(POS-MVT) = 'J'
               IF TYPE-MVT-TAB(POS-MVT) = 'J'
                   MOVE 'IMPAYE' TO WS-LIBELLE-MVT
               ELSE
                   MOVE 'FACTURE' TO WS-LIBELLE-MVT
               END-IF
               STRING DATE-MVT-TAB(POS-MVT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PIECE-MVT-TAB(POS-MVT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-LIBELLE-MVT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                   INTO LIGNE-RELEVE
               END-STRING
           ELSE
               IF TYPE-MVT-TAB(POS-MVT) = 'A'
                   MOVE 'AVOIR' TO WS-LIBELLE-MVT
               ELSE
               IF TYPE-MVT-TAB(POS-MVT) = 'P'
                   MOVE 'PASSE PERTE' TO WS-LIBELLE-MVT
               ELSE
                   MOVE 'REGLEMENT' TO WS-LIBELLE-MVT
               END-IF
               END-IF
               STRING DATE-MVT-TAB(POS-MVT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PIECE-MVT-TAB(POS-MVT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-LIBELLE-MVT DELIMITED BY SIZE
                      '             ' DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                   INTO LIGNE-RELEVE
               END-STRING
           END-IF
           PERFORM ECRIRE-LIGNE-RELEVE.

      * adresse courante d abord, sinon l adresse du master ;
      * l etiquette suit la meme adresse
       EDITER-ADRESSE.
           MOVE '23' TO WS-ADR-STATUS
           IF WS-ADR-DISPONIBLE = 'O'
               MOVE WS-NOCLI-COURANT TO NOCLI-ADR
               READ FADRCLIENTS
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           MOVE WS-NOCLI-COURANT TO NOCLI-ETQ
           MOVE SPACES TO NOM-ETQ
           IF TROUVE = 'O'
               MOVE NOM OF enreg-courant TO NOM-ETQ
           END-IF
           IF WS-ADR-STATUS = '00'
               MOVE NUM-ADR TO NUM-ETQ
               MOVE RUE-ADR TO RUE-ETQ
               MOVE CP-ADR TO CP-ETQ
               MOVE VILLE-ADR TO VILLE-ETQ
               MOVE PAYS-ADR TO PAYS-ETQ
           ELSE
           IF TROUVE = 'O'
               MOVE NUM-RUE OF enreg-courant TO NUM-ETQ
               MOVE RUE OF enreg-courant TO RUE-ETQ
               MOVE CODE-POSTAL OF enreg-courant TO CP-ETQ
               MOVE VILLE OF enreg-courant TO VILLE-ETQ
               MOVE 'FR' TO PAYS-ETQ
           ELSE
               MOVE SPACES TO NUM-ETQ RUE-ETQ CP-ETQ VILLE-ETQ
               MOVE 'FR' TO PAYS-ETQ
           END-IF
           END-IF
           MOVE SPACES TO LIGNE-RELEVE
           STRING NUM-ETQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RUE-ETQ DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           PERFORM ECRIRE-LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING CP-ETQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VILLE-ETQ DELIMITED BY SIZE
               INTO LIGNE-RELEVE
           END-STRING
           PERFORM ECRIRE-LIGNE-RELEVE
           IF WS-CANAL-CLIENT = 'M'
               CONTINUE
           ELSE
           IF TROUVE = 'O'
              AND NOM OF enreg-courant NOT = 'SUPPRIME'
              AND RUE-ETQ NOT = SPACES
               WRITE ENREG-ETIQUETTE
               END-WRITE
               ADD 1 TO COMPTEURETIQUETTES
           ELSE
               ADD 1 TO COMPTEURSANSADRESSE
           END-IF
           END-IF.

      * le releve par e-mail va a RelevesMel.txt, les autres a
      * RelevesComptes.txt pour l impression
       ECRIRE-LIGNE-RELEVE.
           IF WS-CANAL-CLIENT = 'M'
               MOVE LIGNE-RELEVE TO LIGNE-RELEVE-MEL
               WRITE LIGNE-RELEVE-MEL
           ELSE
               WRITE LIGNE-RELEVE
           END-IF.

      * e-mail si l adresse du registre n est pas en rejet et que
      * le client n a pas refuse l e-mail ; un client inconnu des
      * masters garde le courrier
       CHOISIR-CANAL.
           MOVE 'C' TO WS-CANAL-CLIENT
           IF WS-MEL-DISPONIBLE = 'O' AND TROUVE = 'O'
               MOVE WS-NOCLI-COURANT TO NOCLI-MEL
               READ FEMAILS
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MEL-STATUS = '00' AND STATUT-MEL NOT = 'B'
                  AND ADRESSE-MEL NOT = SPACES
                   MOVE 'M' TO WS-CANAL-CLIENT
               END-IF
           END-IF
           IF WS-CANAL-CLIENT = 'M' AND WS-CONS-DISPONIBLE = 'O'
               MOVE WS-NOCLI-COURANT TO NOCLI-CONS
               READ FCONSENT
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CONS-STATUS = '00' AND OPT-EMAIL = 'N'
                   MOVE 'C' TO WS-CANAL-CLIENT
               END-IF
           END-IF.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE WS-NOCLI-COURANT TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIH TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE WS-NOCLI-COURANT TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE WS-NOCLI-COURANT TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF.

       FIN.
           DISPLAY '--- RELEVES DE COMPTE, PERIODE ' WS-PERIODE-CIBLE
                   ' ---'
           DISPLAY 'CLIENTS A L ENCOURS : ' COMPTEURCLIENTS
           DISPLAY 'MOUVEMENTS RELEVES  : ' COMPTEURMVT
           DISPLAY 'RELEVES EDITES      : ' COMPTEURRELEVES
           DISPLAY 'DONT PAR E-MAIL     : ' COMPTEUREMAIL
           DISPLAY 'ETIQUETTES ECRITES  : ' COMPTEURETIQUETTES
           DISPLAY 'SANS ADRESSE POSTALE: ' COMPTEURSANSADRESSE
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           IF WS-MEL-DISPONIBLE = 'O'
               CLOSE FEMAILS
           END-IF
           IF WS-CONS-DISPONIBLE = 'O'
               CLOSE FCONSENT
           END-IF
           IF WS-ADR-DISPONIBLE = 'O'
               CLOSE FADRCLIENTS
           END-IF
           CLOSE FRELEVES FRELEVESMEL FETIQRELEVES.

       END PROGRAM RELEVE.
