       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENALITE.
      *****************************************************************
      * Penalites de retard mensuelles : chaque facture ouverte de
      * l encours dont l echeance (30 jours, comme RELANCE) est
      * depassee donne une facture de penalite numerotee sur NumFac :
      * interets au taux annuel PENAL-TAUX sur le reste du, pour les
      * jours ecoules depuis l echeance ou le dernier calcul, plus
      * l indemnite forfaitaire de recouvrement PENAL-FORFAIT une
      * seule fois par facture (Params.txt, PARAMNT). La penalite est
      * portee a l encours (type P), imprimee a la suite de
      * Factures.txt et listee dans EtatPenalites.txt ; une remise se
      * fait par un avoir sur la facture de penalite (AVOIR).
      * Date de calcul PENALITE-DATE (AAAAMMJJ), defaut date du jour.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ENCOURS
               ASSIGN TO 'C:\Users\CRM\Desktop\Encours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ENC OF enreg-encours
               FILE STATUS IS WS-ENC-STATUS.
           SELECT FPENALITES
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Penalites.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-PEN OF enreg-penalite
               FILE STATUS IS WS-PEN-STATUS.
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
           SELECT FNUMFAC
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NumFac.txt'
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FLIGNESFAC
               ASSIGN TO 'C:\Users\CRM\Desktop\LignesFac.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-LFA OF enreg-ligne-fac
               FILE STATUS IS WS-LFA-STATUS.
           SELECT FFACTURES
               ASSIGN TO 'C:\Users\CRM\Desktop\Factures.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\EtatPenalites.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCOURS.
       01  enreg-encours.
           COPY FACMAST.

       FD  FPENALITES.
       01  enreg-penalite.
           COPY PENHIST.

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

       FD  FNUMFAC.
       01  ENREG-NUMFAC.
           02 PROCHAIN-NOFAC PIC 9(7).

       FD  FLIGNESFAC.
       01  enreg-ligne-fac.
           COPY FACLIG.

       FD  FFACTURES.
       01  LIGNE-FACTURE PIC X(120).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(120).

       WORKING-STORAGE SECTION.
       77  EOF-ENC PIC 99 VALUE 0.
       77  WS-ENC-STATUS PIC X(2) VALUE '00'.
       77  WS-PEN-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-ALLOC-STATUS PIC X(2) VALUE '00'.
       77  WS-LFA-STATUS PIC X(2) VALUE '00'.
       77  WS-FAC-STATUS PIC X(2) VALUE '00'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIE-DISPONIBLE PIC X VALUE 'O'.
       77  TROUVE PIC X VALUE 'N'.
       77  WS-HIST-EXISTE PIC X VALUE 'N'.
       77  WS-DATE-ENV PIC X(8) VALUE SPACE.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-NOFAC-ALLOUE PIC 9(7) VALUE 0.
       77  WS-NOCLI-RETARD PIC 9(7) VALUE 0.
       77  WS-NOFAC-RETARD PIC 9(7) VALUE 0.
       77  WS-NOCMD-RETARD PIC 9(7) VALUE 0.
       77  WS-DATE-RETARD PIC 9(8) VALUE 0.
       77  WS-RESTE-DU PIC S9(8)V99 VALUE 0.
       77  WS-JOURS-JOUR PIC S9(7) VALUE 0.
       77  WS-JOURS-FAC PIC S9(7) VALUE 0.
       77  WS-JOURS-ECHEANCE PIC S9(7) VALUE 0.
       77  WS-JOURS-CALCUL PIC S9(7) VALUE 0.
       77  WS-JOURS-DEPART PIC S9(7) VALUE 0.
       77  WS-JOURS-RETARD PIC S9(5) VALUE 0.
       77  WS-JOURS-INTERETS PIC S9(5) VALUE 0.
       77  WS-INTERETS PIC 9(8)V99 VALUE 0.
       77  WS-INDEMNITE PIC 9(4)V99 VALUE 0.
       77  WS-TOTAL-PENALITE PIC 9(8)V99 VALUE 0.
       77  NB-LIGNES-PEN PIC 9 VALUE 0.
       77  POS-LIGNE-PEN PIC 9 VALUE 0.
       77  COMPTEURLU PIC 9(7) VALUE 0.
       77  COMPTEURENRETARD PIC 9(7) VALUE 0.
       77  COMPTEURPENALITE PIC 9(7) VALUE 0.
       77  COMPTEURINCONNU PIC 9(7) VALUE 0.
       77  TOTAL-INTERETS PIC 9(10)V99 VALUE 0.
       77  TOTAL-INDEMNITES PIC 9(10)V99 VALUE 0.
       77  TOTAL-PENALITES PIC 9(10)V99 VALUE 0.
       77  WS-MONTANT-EDIT PIC ZZZZZZZ9.99.
       77  WS-RESTE-EDIT PIC ZZZZZZZ9.99.
       77  WS-INTERETS-EDIT PIC ZZZZZZZ9.99.
       77  WS-INDEMNITE-EDIT PIC ZZZZZZZ9.99.
       77  WS-TVA-EDIT PIC ZZZZZZZ9.99.
       77  WS-TAUX-EDIT PIC Z9.99.
       01  WS-DATE-JOUR-DEC.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MM-JOUR PIC 9(2).
           02 WS-JJ-JOUR PIC 9(2).
       01  WS-DATE-FAC-DEC.
           02 WS-AAAA-FAC PIC 9(4).
           02 WS-MM-FAC PIC 9(2).
           02 WS-JJ-FAC PIC 9(2).
       01  WS-DATE-CALCUL-DEC.
           02 WS-AAAA-CALCUL PIC 9(4).
           02 WS-MM-CALCUL PIC 9(2).
           02 WS-JJ-CALCUL PIC 9(2).
      * parametres du calcul : taux annuel 9(2)V99 (1200 = 12,00 %)
      * et indemnite forfaitaire 9(4)V99 (004000 = 40,00)
       01  WS-TAUX-ZONE.
           02 WS-TAUX-SAISI PIC X(4).
       01  WS-TAUX-NUM REDEFINES WS-TAUX-ZONE.
           02 WS-TAUX-PENALITE PIC 9(2)V99.
       01  WS-FORFAIT-ZONE.
           02 WS-FORFAIT-SAISI PIC X(6).
       01  WS-FORFAIT-NUM REDEFINES WS-FORFAIT-ZONE.
           02 WS-FORFAIT PIC 9(4)V99.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  enreg-courant.
           COPY CLIMAST.
      * lignes de la facture de penalite en cours (hors champ TVA)
       01  TABLE-LIGNES-PEN.
           02 LIGNE-PEN-TAB OCCURS 2 TIMES.
              03 LIBELLE-PEN-TAB PIC X(15).
              03 MONTANT-PEN-TAB PIC 9(5)V99.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-UN-ENCOURS UNTIL EOF-ENC = 1
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
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT 'PENALITE-DATE'
           IF WS-DATE-ENV NOT = SPACES
              AND WS-DATE-ENV IS NUMERIC
               MOVE WS-DATE-ENV TO WS-DATE-JOUR
           ELSE
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           END-IF
           MOVE WS-DATE-JOUR TO PERIODE-DATE
           CALL 'PERIOCPT' USING PERIODE-ZONE
           MOVE WS-DATE-JOUR TO WS-DATE-JOUR-DEC
           COMPUTE WS-JOURS-JOUR
               = WS-AAAA-JOUR * 360 + WS-MM-JOUR * 30 + WS-JJ-JOUR
           PERFORM LIRE-PARAMETRES
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
           OPEN I-O ENCOURS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCOURS CLIENTS ABSENT'
               STOP RUN
           END-IF
           OPEN I-O FPENALITES
           IF WS-PEN-STATUS NOT = '00'
               OPEN OUTPUT FPENALITES
               CLOSE FPENALITES
               OPEN I-O FPENALITES
           END-IF
           OPEN I-O FLIGNESFAC
           IF WS-LFA-STATUS NOT = '00'
               OPEN OUTPUT FLIGNESFAC
               CLOSE FLIGNESFAC
               OPEN I-O FLIGNESFAC
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
      * les factures de penalite suivent celles du jour a l impression
           OPEN EXTEND FFACTURES
           IF WS-FAC-STATUS NOT = '00'
               OPEN OUTPUT FFACTURES
           END-IF
           OPEN OUTPUT FRAPPORT
           PERFORM EDITER-ENTETE
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ.

      * sans taux ni indemnite parametres, aucune penalite ne peut
      * etre calculee
       LIRE-PARAMETRES.
           MOVE 'PENAL-TAUX' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR(1:4) TO WS-TAUX-SAISI
           ELSE
               ACCEPT WS-TAUX-SAISI FROM ENVIRONMENT 'PENAL-TAUX'
           END-IF
           IF WS-TAUX-SAISI IS NOT NUMERIC
               DISPLAY 'TAUX DE PENALITE PENAL-TAUX ABSENT (PARAMNT)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'PENAL-FORFAIT' TO PARAM-CLE
           CALL 'PARAMLIT' USING PARAM-ZONE
           IF PARAM-TROUVE = 'O'
               MOVE PARAM-VALEUR(1:6) TO WS-FORFAIT-SAISI
           ELSE
               ACCEPT WS-FORFAIT-SAISI FROM ENVIRONMENT 'PENAL-FORFAIT'
           END-IF
           IF WS-FORFAIT-SAISI IS NOT NUMERIC
               DISPLAY 'INDEMNITE PENAL-FORFAIT ABSENTE (PARAMNT)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       EDITER-ENTETE.
           MOVE WS-TAUX-PENALITE TO WS-TAUX-EDIT
           MOVE WS-FORFAIT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- PENALITES DE RETARD AU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ' - TAUX ANNUEL ' DELIMITED BY SIZE
                  WS-TAUX-EDIT DELIMITED BY SIZE
                  '% - INDEMNITE ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'CLIENT  NOM                  FACTURE DATE        RESTE'
               TO LIGNE-RAPPORT
           MOVE ' DU RETARD    INTERETS   INDEMNITE PENALITE'
               TO LIGNE-RAPPORT(57:42)
           WRITE LIGNE-RAPPORT.

      * seules les factures (ni avoir, ni credit, ni penalite) ouvertes
      * au-dela de l echeance et hors litige portent penalite
       TRAITER-UN-ENCOURS.
           ADD 1 TO COMPTEURLU
           IF (TYPE-ENC = 'F' OR TYPE-ENC = SPACE)
              AND STATUT-ENC = 'O' AND LITIGE-ENC NOT = 'O'
               COMPUTE WS-RESTE-DU = MONTANT-FAC-ENC - MONTANT-REGLE-ENC
               IF WS-RESTE-DU > 0
                   MOVE DATE-FAC-ENC TO WS-DATE-FAC-DEC
                   COMPUTE WS-JOURS-FAC = WS-AAAA-FAC * 360
                                        + WS-MM-FAC * 30 + WS-JJ-FAC
                   COMPUTE WS-JOURS-ECHEANCE = WS-JOURS-FAC + 30
                   IF WS-JOURS-JOUR > WS-JOURS-ECHEANCE
                       ADD 1 TO COMPTEURENRETARD
                       PERFORM CALCULER-PENALITE
                   END-IF
               END-IF
           END-IF
           READ ENCOURS NEXT RECORD
               AT END MOVE 1 TO EOF-ENC
           END-READ.

      * interets pour les jours non encore factures, indemnite si
      * elle n a jamais ete facturee pour cette facture
       CALCULER-PENALITE.
           MOVE NOCLI-ENC TO WS-NOCLI-RETARD
           MOVE NOFAC-ENC TO WS-NOFAC-RETARD
           MOVE NOCMD-ENC TO WS-NOCMD-RETARD
           MOVE DATE-FAC-ENC TO WS-DATE-RETARD
           MOVE NOCLI-ENC TO NOCLI-PEN
           MOVE NOFAC-ENC TO NOFAC-PEN
           MOVE 'O' TO WS-HIST-EXISTE
           READ FPENALITES
               INVALID KEY
                   MOVE 'N' TO WS-HIST-EXISTE
           END-READ
           IF WS-HIST-EXISTE = 'N'
               MOVE WS-NOCLI-RETARD TO NOCLI-PEN
               MOVE WS-NOFAC-RETARD TO NOFAC-PEN
               MOVE 0 TO DATE-CALCUL-PEN INTERETS-CUMUL-PEN
               MOVE 'N' TO INDEMNITE-PEN
               MOVE 0 TO NB-FAC-PEN DERNIERE-NOFAC-PEN
           END-IF
           MOVE WS-JOURS-ECHEANCE TO WS-JOURS-DEPART
           IF DATE-CALCUL-PEN > 0
               MOVE DATE-CALCUL-PEN TO WS-DATE-CALCUL-DEC
               COMPUTE WS-JOURS-CALCUL = WS-AAAA-CALCUL * 360
                                       + WS-MM-CALCUL * 30
                                       + WS-JJ-CALCUL
               IF WS-JOURS-CALCUL > WS-JOURS-DEPART
                   MOVE WS-JOURS-CALCUL TO WS-JOURS-DEPART
               END-IF
           END-IF
           COMPUTE WS-JOURS-RETARD = WS-JOURS-JOUR - WS-JOURS-ECHEANCE
           COMPUTE WS-JOURS-INTERETS = WS-JOURS-JOUR - WS-JOURS-DEPART
           MOVE 0 TO WS-INTERETS WS-INDEMNITE
           IF WS-JOURS-INTERETS > 0
               COMPUTE WS-INTERETS ROUNDED = WS-RESTE-DU
                   * WS-TAUX-PENALITE * WS-JOURS-INTERETS / 36000
           END-IF
           IF INDEMNITE-PEN NOT = 'O'
               MOVE WS-FORFAIT TO WS-INDEMNITE
           END-IF
           COMPUTE WS-TOTAL-PENALITE = WS-INTERETS + WS-INDEMNITE
           IF WS-TOTAL-PENALITE > 0
               PERFORM RECHERCHER-CLIENT
               IF TROUVE = 'N'
                   ADD 1 TO COMPTEURINCONNU
                   PERFORM SIGNALER-CLIENT-INCONNU
               ELSE
                   PERFORM EMETTRE-PENALITE
               END-IF
           END-IF.

       EMETTRE-PENALITE.
           PERFORM PREPARER-LIGNES-PEN
           PERFORM ALLOUER-NOFAC
           PERFORM IMPRIMER-FACTURE
           PERFORM ECRIRE-LIGNES-FAC
           PERFORM POSTER-ENCOURS
           PERFORM EDITER-PENALITE
           ADD WS-INTERETS TO INTERETS-CUMUL-PEN
           IF WS-INDEMNITE > 0
               MOVE 'O' TO INDEMNITE-PEN
           END-IF
           ADD 1 TO NB-FAC-PEN
           MOVE WS-NOFAC-ALLOUE TO DERNIERE-NOFAC-PEN
           MOVE WS-DATE-JOUR TO DATE-CALCUL-PEN
           IF WS-HIST-EXISTE = 'O'
               REWRITE enreg-penalite
               END-REWRITE
           ELSE
               WRITE enreg-penalite
               END-WRITE
           END-IF
           ADD 1 TO COMPTEURPENALITE
           ADD WS-INTERETS TO TOTAL-INTERETS
           ADD WS-INDEMNITE TO TOTAL-INDEMNITES
           ADD WS-TOTAL-PENALITE TO TOTAL-PENALITES.

       PREPARER-LIGNES-PEN.
           MOVE 0 TO NB-LIGNES-PEN
           IF WS-INTERETS > 0
               ADD 1 TO NB-LIGNES-PEN
               MOVE 'INTERETS RETARD' TO LIBELLE-PEN-TAB(NB-LIGNES-PEN)
               MOVE WS-INTERETS TO MONTANT-PEN-TAB(NB-LIGNES-PEN)
           END-IF
           IF WS-INDEMNITE > 0
               ADD 1 TO NB-LIGNES-PEN
               MOVE 'INDEMNITE FORF.' TO LIBELLE-PEN-TAB(NB-LIGNES-PEN)
               MOVE WS-INDEMNITE TO MONTANT-PEN-TAB(NB-LIGNES-PEN)
           END-IF.

       RECHERCHER-CLIENT.
           MOVE 'N' TO TROUVE
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE WS-NOCLI-RETARD TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIH TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE WS-NOCLI-RETARD TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIF TO enreg-courant
               END-IF
           END-IF
           IF TROUVE = 'N' AND WS-CLIE-DISPONIBLE = 'O'
               MOVE WS-NOCLI-RETARD TO NOCLI OF enreg-CLIE
               READ CLIE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIE-STATUS = '00'
                   MOVE 'O' TO TROUVE
                   MOVE enreg-CLIE TO enreg-courant
               END-IF
           END-IF.

       ALLOUER-NOFAC.
           OPEN I-O FNUMFAC
           IF WS-ALLOC-STATUS NOT = '00'
               OPEN OUTPUT FNUMFAC
               MOVE 8000001 TO PROCHAIN-NOFAC
               WRITE ENREG-NUMFAC
               END-WRITE
               CLOSE FNUMFAC
               OPEN I-O FNUMFAC
           END-IF
           READ FNUMFAC
               AT END MOVE 8000001 TO PROCHAIN-NOFAC
           END-READ
           MOVE PROCHAIN-NOFAC TO WS-NOFAC-ALLOUE
           ADD 1 TO PROCHAIN-NOFAC
           REWRITE ENREG-NUMFAC
           END-REWRITE
           CLOSE FNUMFAC.

      * meme presentation que les factures de FACTURE
       IMPRIMER-FACTURE.
           MOVE ALL '=' TO LIGNE-FACTURE
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           STRING '            ETABLISSEMENTS CRM - FACTURE '
                  DELIMITED BY SIZE
                  WS-NOFAC-ALLOUE DELIMITED BY SIZE
                  ' DU ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE ALL '=' TO LIGNE-FACTURE
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'CLIENT ' DELIMITED BY SIZE
                  WS-NOCLI-RETARD DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  NOM OF enreg-courant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRENOM OF enreg-courant DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           STRING NUM-RUE OF enreg-courant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RUE OF enreg-courant DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           STRING CODE-POSTAL OF enreg-courant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VILLE OF enreg-courant DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE WS-RESTE-DU TO WS-RESTE-EDIT
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'PENALITES DE RETARD SUR FACTURE ' DELIMITED BY SIZE
                  WS-NOFAC-RETARD DELIMITED BY SIZE
                  ' DU ' DELIMITED BY SIZE
                  WS-DATE-RETARD DELIMITED BY SIZE
                  ' RESTANT DUE ' DELIMITED BY SIZE
                  WS-RESTE-EDIT DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE WS-TAUX-PENALITE TO WS-TAUX-EDIT
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'ECHEANCE DEPASSEE DE ' DELIMITED BY SIZE
                  WS-JOURS-RETARD DELIMITED BY SIZE
                  ' JOURS, INTERETS SUR ' DELIMITED BY SIZE
                  WS-JOURS-INTERETS DELIMITED BY SIZE
                  ' JOURS AU TAUX ANNUEL DE ' DELIMITED BY SIZE
                  WS-TAUX-EDIT DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           WRITE LIGNE-FACTURE
           MOVE 0 TO POS-LIGNE-PEN
           PERFORM IMPRIMER-LIGNE-FACTURE NB-LIGNES-PEN TIMES
           MOVE SPACES TO LIGNE-FACTURE
           WRITE LIGNE-FACTURE
           MOVE 0 TO WS-TAUX-EDIT WS-TVA-EDIT
           MOVE WS-TOTAL-PENALITE TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'BASE HT A ' DELIMITED BY SIZE
                  WS-TAUX-EDIT DELIMITED BY SIZE
                  '%     ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  '   TVA ' DELIMITED BY SIZE
                  WS-TVA-EDIT DELIMITED BY SIZE
                  '   (HORS CHAMP TVA)' DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'TOTAL HT                ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'TOTAL TVA               ' DELIMITED BY SIZE
                  WS-TVA-EDIT DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           STRING 'TOTAL TTC A REGLER      ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE
           MOVE SPACES TO LIGNE-FACTURE
           WRITE LIGNE-FACTURE.

       IMPRIMER-LIGNE-FACTURE.
           ADD 1 TO POS-LIGNE-PEN
           MOVE MONTANT-PEN-TAB(POS-LIGNE-PEN) TO WS-MONTANT-EDIT
           MOVE 0 TO WS-TAUX-EDIT
           MOVE SPACES TO LIGNE-FACTURE
           STRING LIBELLE-PEN-TAB(POS-LIGNE-PEN) DELIMITED BY SIZE
                  ' QTE 001 PU ' DELIMITED BY SIZE
                  MONTANT-PEN-TAB(POS-LIGNE-PEN) DELIMITED BY SIZE
                  ' MONTANT HT ' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ' TVA ' DELIMITED BY SIZE
                  WS-TAUX-EDIT DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO LIGNE-FACTURE
           END-STRING
           WRITE LIGNE-FACTURE.

      * lignes a taux zero : la penalite figure dans LignesFac pour
      * qu AVOIR puisse la remettre comme une facture ordinaire
       ECRIRE-LIGNES-FAC.
           MOVE 0 TO POS-LIGNE-PEN
           PERFORM ECRIRE-UNE-LIGNE-FAC NB-LIGNES-PEN TIMES.

       ECRIRE-UNE-LIGNE-FAC.
           ADD 1 TO POS-LIGNE-PEN
           MOVE WS-NOFAC-ALLOUE TO NOFAC-LFA
           MOVE POS-LIGNE-PEN TO NOLIGNE-LFA
           MOVE 'F' TO TYPE-LFA
           MOVE WS-NOCLI-RETARD TO NOCLI-LFA
           MOVE WS-NOCMD-RETARD TO NOCMD-LFA
           MOVE WS-DATE-JOUR TO DATE-LFA
           MOVE LIBELLE-PEN-TAB(POS-LIGNE-PEN) TO ARTICLE-LFA
           MOVE 1 TO QTE-LFA
           MOVE MONTANT-PEN-TAB(POS-LIGNE-PEN) TO PRIX-UNIT-LFA
           MOVE MONTANT-PEN-TAB(POS-LIGNE-PEN) TO MONTANT-HT-LFA
           MOVE SPACE TO CODE-TVA-LFA
           MOVE 0 TO TAUX-TVA-LFA MONTANT-TVA-LFA
           MOVE 0 TO NOFAC-ORIG-LFA QTE-AVOIREE-LFA
           WRITE enreg-ligne-fac
               INVALID KEY
                   DISPLAY 'LIGNE DE FACTURE DEJA PRESENTE : '
                           WS-NOFAC-ALLOUE ' ' POS-LIGNE-PEN
           END-WRITE.

      * la penalite est une piece ouverte du client, rattachee a la
      * facture en retard
       POSTER-ENCOURS.
           MOVE WS-NOCLI-RETARD TO NOCLI-ENC
           MOVE WS-NOFAC-ALLOUE TO NOFAC-ENC
           MOVE WS-NOCMD-RETARD TO NOCMD-ENC
           MOVE WS-DATE-JOUR TO DATE-FAC-ENC
           MOVE WS-TOTAL-PENALITE TO MONTANT-FAC-ENC
           MOVE WS-TOTAL-PENALITE TO MONTANT-HT-ENC
           MOVE 0 TO MONTANT-TVA-ENC
           MOVE 'P' TO TYPE-ENC
           MOVE WS-NOFAC-RETARD TO NOFAC-ORIG-ENC
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

       EDITER-PENALITE.
           MOVE WS-RESTE-DU TO WS-RESTE-EDIT
           MOVE WS-INTERETS TO WS-INTERETS-EDIT
           MOVE WS-INDEMNITE TO WS-INDEMNITE-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING WS-NOCLI-RETARD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NOM OF enreg-courant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOFAC-RETARD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DATE-RETARD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RESTE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-JOURS-RETARD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INTERETS-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INDEMNITE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOFAC-ALLOUE DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       SIGNALER-CLIENT-INCONNU.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING WS-NOCLI-RETARD DELIMITED BY SIZE
                  ' CLIENT INCONNU DES MASTERS, FACTURE '
                  DELIMITED BY SIZE
                  WS-NOFAC-RETARD DELIMITED BY SIZE
                  ' : PENALITE NON EMISE' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT.

       FIN.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE TOTAL-INTERETS TO WS-INTERETS-EDIT
           MOVE TOTAL-INDEMNITES TO WS-INDEMNITE-EDIT
           MOVE TOTAL-PENALITES TO WS-MONTANT-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'PENALITES EMISES=' DELIMITED BY SIZE
                  COMPTEURPENALITE DELIMITED BY SIZE
                  ' INTERETS=' DELIMITED BY SIZE
                  WS-INTERETS-EDIT DELIMITED BY SIZE
                  ' INDEMNITES=' DELIMITED BY SIZE
                  WS-INDEMNITE-EDIT DELIMITED BY SIZE
                  ' TOTAL=' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'REMISE D UNE PENALITE : AVOIR (MOTIF E) SUR LA FACTURE'
               TO LIGNE-RAPPORT
           MOVE ' DE PENALITE' TO LIGNE-RAPPORT(55:12)
           WRITE LIGNE-RAPPORT
           DISPLAY '--- PENALITES DE RETARD ---'
           DISPLAY 'PIECES LUES         : ' COMPTEURLU
           DISPLAY 'FACTURES EN RETARD  : ' COMPTEURENRETARD
           DISPLAY 'PENALITES EMISES    : ' COMPTEURPENALITE
           DISPLAY 'CLIENTS INCONNUS    : ' COMPTEURINCONNU
           DISPLAY 'TOTAL INTERETS      : ' TOTAL-INTERETS
           DISPLAY 'TOTAL INDEMNITES    : ' TOTAL-INDEMNITES
           DISPLAY 'TOTAL PENALITES     : ' TOTAL-PENALITES
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-CLIE-DISPONIBLE = 'O'
               CLOSE CLIE
           END-IF
           CLOSE ENCOURS FPENALITES FLIGNESFAC FFACTURES FRAPPORT.

       END PROGRAM PENALITE.
