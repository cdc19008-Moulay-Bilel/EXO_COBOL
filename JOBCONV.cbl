       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCONV.
      *****************************************************************
      * Conversion une seule fois des fichiers du job de nuit au
      * numero d etape sur deux chiffres (chaines definies dans
      * JobDef.txt, au-dela des six etapes CLI et PAIE) : historique
      * JobHist.txt, alertes Alertes.txt, file DemandesRerun.txt et
      * checkpoints JOBNUIT-CLI.CKP / JOBNUIT-PAIE.CKP. A executer
      * avant le premier run de JOBNUIT au nouveau format, comme
      * EMPCONV pour le master employes ; un fichier temoin interdit
      * la double conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FHIST-ANCIEN
               ASSIGN TO 'C:\Users\CRM\Desktop\JobHist.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FHIST-CONVERTI
               ASSIGN TO 'C:\Users\CRM\Desktop\JobHist.tmp'
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FHIST-NOUVEAU
               ASSIGN TO 'C:\Users\CRM\Desktop\JobHist.txt'.
           SELECT FALERTE-ANCIEN
               ASSIGN TO 'C:\Users\CRM\Desktop\Alertes.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FALERTE-CONVERTI
               ASSIGN TO 'C:\Users\CRM\Desktop\Alertes.tmp'
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FALERTE-NOUVEAU
               ASSIGN TO 'C:\Users\CRM\Desktop\Alertes.txt'.
           SELECT FDEM-ANCIEN
               ASSIGN TO 'C:\Users\CRM\Desktop\DemandesRerun.txt'
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT FDEM-CONVERTI
               ASSIGN TO 'C:\Users\CRM\Desktop\DemandesRerun.tmp'
               FILE STATUS IS WS-CONVERTI-STATUS.
           SELECT FDEM-NOUVEAU
               ASSIGN TO 'C:\Users\CRM\Desktop\DemandesRerun.txt'.
           SELECT CHKPT-ANCIEN
               ASSIGN TO WS-CHKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT CHKPT-NOUVEAU
               ASSIGN TO WS-CHKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FTEMOIN
               ASSIGN TO 'C:\Users\CRM\Desktop\JobConv.txt'
               FILE STATUS IS WS-TEMOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FHIST-ANCIEN.
       01  enreg-hist-ancien.
           02 ANC-HIST-DATE-JOB PIC 9(8).
           02 ANC-HIST-ETAPE PIC 9.
           02 ANC-HIST-NOM-ETAPE PIC X(8).
           02 ANC-HIST-HEURE-DEBUT PIC 9(6).
           02 ANC-HIST-HEURE-FIN PIC 9(6).
           02 ANC-HIST-CODE-RETOUR PIC 9(4).
           02 ANC-HIST-COMPTEUR PIC 9(7).
           02 ANC-HIST-ETAT PIC X.

       FD  FHIST-CONVERTI.
       01  enreg-hist-converti.
           02 HIST-DATE-JOB PIC 9(8).
           02 HIST-ETAPE PIC 99.
           02 HIST-NOM-ETAPE PIC X(8).
           02 HIST-HEURE-DEBUT PIC 9(6).
           02 HIST-HEURE-FIN PIC 9(6).
           02 HIST-CODE-RETOUR PIC 9(4).
           02 HIST-COMPTEUR PIC 9(7).
           02 HIST-ETAT PIC X.

       FD  FHIST-NOUVEAU.
       01  enreg-hist-nouveau PIC X(42).

       FD  FALERTE-ANCIEN.
       01  enreg-alerte-ancien.
           02 ANC-ALERTE-DATE PIC 9(8).
           02 ANC-ALERTE-HEURE PIC 9(6).
           02 ANC-ALERTE-ETAPE PIC 9.
           02 ANC-ALERTE-NOM PIC X(8).
           02 ANC-ALERTE-DUREE PIC 9(6).
           02 ANC-ALERTE-SEUIL PIC 9(6).
           02 ANC-ALERTE-MOTIF PIC X(20).

       FD  FALERTE-CONVERTI.
       01  enreg-alerte-converti.
           02 ALERTE-DATE PIC 9(8).
           02 ALERTE-HEURE PIC 9(6).
           02 ALERTE-ETAPE PIC 99.
           02 ALERTE-NOM PIC X(8).
           02 ALERTE-DUREE PIC 9(6).
           02 ALERTE-SEUIL PIC 9(6).
           02 ALERTE-MOTIF PIC X(20).

       FD  FALERTE-NOUVEAU.
       01  enreg-alerte-nouveau PIC X(56).

       FD  FDEM-ANCIEN.
       01  enreg-dem-ancien.
           02 ANC-DEM-ETAPE PIC 9.
           02 ANC-DEM-PARAMS PIC X(20).
           02 ANC-DEM-DEMANDEUR PIC X(8).
           02 ANC-DEM-DATE PIC 9(8).
           02 ANC-DEM-ETAT PIC X.
           02 ANC-DEM-CODE-RETOUR PIC 9(4).

       FD  FDEM-CONVERTI.
       01  enreg-dem-converti.
           02 DEM-ETAPE PIC 99.
           02 DEM-PARAMS PIC X(20).
           02 DEM-DEMANDEUR PIC X(8).
           02 DEM-DATE PIC 9(8).
           02 DEM-ETAT PIC X.
           02 DEM-CODE-RETOUR PIC 9(4).

       FD  FDEM-NOUVEAU.
       01  enreg-dem-nouveau PIC X(43).

       FD  CHKPT-ANCIEN.
       01  enreg-chkpt-ancien.
           02 ANC-CHKPT-ETAPE PIC 9.

       FD  CHKPT-NOUVEAU.
       01  enreg-chkpt-nouveau.
           02 CHKPT-ETAPE PIC 99.

       FD  FTEMOIN.
       01  enreg-temoin.
           02 TEMOIN-DATE PIC 9(8).
           02 TEMOIN-COMPTEUR PIC 9(7).

       WORKING-STORAGE SECTION.
       77  EOF-ANCIEN PIC 99 VALUE 0.
       77  EOF-CONVERTI PIC 99 VALUE 0.
       77  WS-ANCIEN-STATUS PIC X(2) VALUE '00'.
       77  WS-CONVERTI-STATUS PIC X(2) VALUE '00'.
       77  WS-TEMOIN-STATUS PIC X(2) VALUE '00'.
       77  WS-CHAINE PIC X(4) VALUE SPACE.
       77  WS-ETAPE-CHKPT PIC 9 VALUE 0.
       77  COMPTEURFICHIER PIC 9(7) VALUE 0.
       77  COMPTEURCONVERTI PIC 9(7) VALUE 0.
       01  WS-CHKPT-PATH PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '--- CONVERSION DES FICHIERS DU JOB DE NUIT AU '
                   'NUMERO D ETAPE SUR DEUX CHIFFRES ---'
           DISPLAY 'A EXECUTER UNE SEULE FOIS AVANT LE PREMIER RUN '
                   'DE JOBNUIT AU NOUVEAU FORMAT'
           PERFORM CONTROLER-TEMOIN
           PERFORM CONVERTIR-HISTORIQUE
           PERFORM CONVERTIR-ALERTES
           PERFORM CONVERTIR-DEMANDES
           MOVE 'CLI' TO WS-CHAINE
           PERFORM CONVERTIR-CHECKPOINT
           MOVE 'PAIE' TO WS-CHAINE
           PERFORM CONVERTIR-CHECKPOINT
           PERFORM ECRIRE-TEMOIN
           DISPLAY 'ENREGISTREMENTS CONVERTIS : ' COMPTEURCONVERTI
           DISPLAY 'CONVERSION TERMINEE, FICHIERS DU JOB DE NUIT AU '
                   'NOUVEAU FORMAT'
           STOP RUN.

       CONTROLER-TEMOIN.
           OPEN INPUT FTEMOIN
           IF WS-TEMOIN-STATUS = '00'
               READ FTEMOIN
                   AT END CONTINUE
               END-READ
               CLOSE FTEMOIN
               DISPLAY 'CONVERSION DEJA FAITE LE ' TEMOIN-DATE
                       ', RELANCE REFUSEE (DOUBLE CONVERSION '
                       'CORROMPRAIT LES FICHIERS)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * JobHist.txt : ancien format -> JobHist.tmp -> JobHist.txt
      *****************************************************************
       CONVERTIR-HISTORIQUE.
           MOVE 0 TO COMPTEURFICHIER EOF-ANCIEN EOF-CONVERTI
           OPEN INPUT FHIST-ANCIEN
           IF WS-ANCIEN-STATUS NOT = '00'
               DISPLAY 'JOBHIST.TXT ABSENT, RIEN A CONVERTIR'
           ELSE
               OPEN OUTPUT FHIST-CONVERTI
               READ FHIST-ANCIEN
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UN-HISTORIQUE UNTIL EOF-ANCIEN = 1
               CLOSE FHIST-ANCIEN FHIST-CONVERTI
               OPEN INPUT FHIST-CONVERTI
               OPEN OUTPUT FHIST-NOUVEAU
               READ FHIST-CONVERTI
                   AT END MOVE 1 TO EOF-CONVERTI
               END-READ
               PERFORM RECOPIER-UN-HISTORIQUE UNTIL EOF-CONVERTI = 1
               CLOSE FHIST-CONVERTI FHIST-NOUVEAU
               DISPLAY 'JOBHIST.TXT        : ' COMPTEURFICHIER
           END-IF.

       CONVERTIR-UN-HISTORIQUE.
           MOVE ANC-HIST-DATE-JOB TO HIST-DATE-JOB
           MOVE ANC-HIST-ETAPE TO HIST-ETAPE
           MOVE ANC-HIST-NOM-ETAPE TO HIST-NOM-ETAPE
           MOVE ANC-HIST-HEURE-DEBUT TO HIST-HEURE-DEBUT
           MOVE ANC-HIST-HEURE-FIN TO HIST-HEURE-FIN
           MOVE ANC-HIST-CODE-RETOUR TO HIST-CODE-RETOUR
           MOVE ANC-HIST-COMPTEUR TO HIST-COMPTEUR
           MOVE ANC-HIST-ETAT TO HIST-ETAT
           WRITE enreg-hist-converti
           END-WRITE
           ADD 1 TO COMPTEURFICHIER COMPTEURCONVERTI
           READ FHIST-ANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UN-HISTORIQUE.
           MOVE enreg-hist-converti TO enreg-hist-nouveau
           WRITE enreg-hist-nouveau
           END-WRITE
           READ FHIST-CONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ.

      *****************************************************************
      * Alertes.txt : ancien format -> Alertes.tmp -> Alertes.txt
      *****************************************************************
       CONVERTIR-ALERTES.
           MOVE 0 TO COMPTEURFICHIER EOF-ANCIEN EOF-CONVERTI
           OPEN INPUT FALERTE-ANCIEN
           IF WS-ANCIEN-STATUS NOT = '00'
               DISPLAY 'ALERTES.TXT ABSENT, RIEN A CONVERTIR'
           ELSE
               OPEN OUTPUT FALERTE-CONVERTI
               READ FALERTE-ANCIEN
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UNE-ALERTE UNTIL EOF-ANCIEN = 1
               CLOSE FALERTE-ANCIEN FALERTE-CONVERTI
               OPEN INPUT FALERTE-CONVERTI
               OPEN OUTPUT FALERTE-NOUVEAU
               READ FALERTE-CONVERTI
                   AT END MOVE 1 TO EOF-CONVERTI
               END-READ
               PERFORM RECOPIER-UNE-ALERTE UNTIL EOF-CONVERTI = 1
               CLOSE FALERTE-CONVERTI FALERTE-NOUVEAU
               DISPLAY 'ALERTES.TXT        : ' COMPTEURFICHIER
           END-IF.

       CONVERTIR-UNE-ALERTE.
           MOVE ANC-ALERTE-DATE TO ALERTE-DATE
           MOVE ANC-ALERTE-HEURE TO ALERTE-HEURE
           MOVE ANC-ALERTE-ETAPE TO ALERTE-ETAPE
           MOVE ANC-ALERTE-NOM TO ALERTE-NOM
           MOVE ANC-ALERTE-DUREE TO ALERTE-DUREE
           MOVE ANC-ALERTE-SEUIL TO ALERTE-SEUIL
           MOVE ANC-ALERTE-MOTIF TO ALERTE-MOTIF
           WRITE enreg-alerte-converti
           END-WRITE
           ADD 1 TO COMPTEURFICHIER COMPTEURCONVERTI
           READ FALERTE-ANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UNE-ALERTE.
           MOVE enreg-alerte-converti TO enreg-alerte-nouveau
           WRITE enreg-alerte-nouveau
           END-WRITE
           READ FALERTE-CONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ.

      *****************************************************************
      * DemandesRerun.txt : ancien format -> .tmp -> DemandesRerun.txt
      *****************************************************************
       CONVERTIR-DEMANDES.
           MOVE 0 TO COMPTEURFICHIER EOF-ANCIEN EOF-CONVERTI
           OPEN INPUT FDEM-ANCIEN
           IF WS-ANCIEN-STATUS NOT = '00'
               DISPLAY 'DEMANDESRERUN.TXT ABSENT, RIEN A CONVERTIR'
           ELSE
               OPEN OUTPUT FDEM-CONVERTI
               READ FDEM-ANCIEN
                   AT END MOVE 1 TO EOF-ANCIEN
               END-READ
               PERFORM CONVERTIR-UNE-DEMANDE UNTIL EOF-ANCIEN = 1
               CLOSE FDEM-ANCIEN FDEM-CONVERTI
               OPEN INPUT FDEM-CONVERTI
               OPEN OUTPUT FDEM-NOUVEAU
               READ FDEM-CONVERTI
                   AT END MOVE 1 TO EOF-CONVERTI
               END-READ
               PERFORM RECOPIER-UNE-DEMANDE UNTIL EOF-CONVERTI = 1
               CLOSE FDEM-CONVERTI FDEM-NOUVEAU
               DISPLAY 'DEMANDESRERUN.TXT  : ' COMPTEURFICHIER
           END-IF.

       CONVERTIR-UNE-DEMANDE.
           MOVE ANC-DEM-ETAPE TO DEM-ETAPE
           MOVE ANC-DEM-PARAMS TO DEM-PARAMS
           MOVE ANC-DEM-DEMANDEUR TO DEM-DEMANDEUR
           MOVE ANC-DEM-DATE TO DEM-DATE
           MOVE ANC-DEM-ETAT TO DEM-ETAT
           MOVE ANC-DEM-CODE-RETOUR TO DEM-CODE-RETOUR
           WRITE enreg-dem-converti
           END-WRITE
           ADD 1 TO COMPTEURFICHIER COMPTEURCONVERTI
           READ FDEM-ANCIEN
               AT END MOVE 1 TO EOF-ANCIEN
           END-READ.

       RECOPIER-UNE-DEMANDE.
           MOVE enreg-dem-converti TO enreg-dem-nouveau
           WRITE enreg-dem-nouveau
           END-WRITE
           READ FDEM-CONVERTI
               AT END MOVE 1 TO EOF-CONVERTI
           END-READ.

      *****************************************************************
      * checkpoint d une chaine : une seule ligne, reecrite en place
      *****************************************************************
       CONVERTIR-CHECKPOINT.
           MOVE SPACES TO WS-CHKPT-PATH
           STRING 'C:\Users\CRM\Desktop\JOBNUIT-' DELIMITED BY SIZE
                  WS-CHAINE DELIMITED BY ' '
                  '.CKP' DELIMITED BY SIZE
               INTO WS-CHKPT-PATH
           END-STRING
           OPEN INPUT CHKPT-ANCIEN
           IF WS-ANCIEN-STATUS = '00'
               READ CHKPT-ANCIEN
                   AT END MOVE '10' TO WS-ANCIEN-STATUS
               END-READ
           END-IF
           IF WS-ANCIEN-STATUS NOT = '00'
               DISPLAY 'CHECKPOINT ' WS-CHAINE ' ABSENT, RIEN A '
                       'CONVERTIR'
               CLOSE CHKPT-ANCIEN
           ELSE
               MOVE ANC-CHKPT-ETAPE TO WS-ETAPE-CHKPT
               CLOSE CHKPT-ANCIEN
               OPEN OUTPUT CHKPT-NOUVEAU
               MOVE WS-ETAPE-CHKPT TO CHKPT-ETAPE
               WRITE enreg-chkpt-nouveau
               END-WRITE
               CLOSE CHKPT-NOUVEAU
               ADD 1 TO COMPTEURCONVERTI
               DISPLAY 'CHECKPOINT ' WS-CHAINE ' : ETAPE ' CHKPT-ETAPE
           END-IF.

       ECRIRE-TEMOIN.
           OPEN OUTPUT FTEMOIN
           ACCEPT TEMOIN-DATE FROM DATE YYYYMMDD
           MOVE COMPTEURCONVERTI TO TEMOIN-COMPTEUR
           WRITE enreg-temoin
           END-WRITE
           CLOSE FTEMOIN.

       END PROGRAM JOBCONV.
