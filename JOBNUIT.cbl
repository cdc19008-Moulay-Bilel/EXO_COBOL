       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * un checkpoint par chaine (JOBNUIT-CLI.CKP, JOBNUIT-PAIE.CKP,
      * JOBNUIT-REC.CKP...) pour qu un echec d une chaine ne perde pas
      * la position de reprise des autres
           SELECT CHKPT
               ASSIGN TO WS-CHKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS NOCLI OF enreg-CLIF
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIF
                   WITH DUPLICATES.
           SELECT CLIE
               ASSIGN TO 'C:\Users\CRM\Desktop\CLIE.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI OF enreg-CLIE
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIRET OF enreg-CLIE
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIE-STATUS.
           SELECT FNOMEXOTRI
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Nom.txt'.
               ASSIGN TO
               'C:\Users\CRM\Desktop\FICHIER EXO COBOL\NomB.txt'.
           SELECT FHISTORIQUE
               ASSIGN TO 'C:\Users\CRM\Desktop\JobHist.txt'
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FCALENDRIER
               ASSIGN TO 'C:\Users\CRM\Desktop\Calendrier.txt'
               FILE STATUS IS WS-CALENDRIER-STATUS.
           SELECT FDEFINITIONS
               ASSIGN TO 'C:\Users\CRM\Desktop\JobDef.txt'
               FILE STATUS IS WS-DEF-STATUS.
           SELECT FREGLES
               ASSIGN TO 'C:\Users\CRM\Desktop\FreqEtapes.txt'
               FILE STATUS IS WS-REGLES-STATUS.
           SELECT FDEMANDES
               ASSIGN TO 'C:\Users\CRM\Desktop\DemandesRerun.txt'
               FILE STATUS IS WS-DEM-STATUS.
           SELECT FSTATSADR
               ASSIGN TO 'C:\Users\CRM\Desktop\StatsAdr.txt'
               FILE STATUS IS WS-STATSADR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHKPT.
       01  enreg-CHKPT.
           02 CHKPT-ETAPE PIC 99.

       FD  CLIH.
       01  enreg-CLIH.
       01  enreg-CLIF-CONTROLE.
           COPY CTLMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  FNOMEXOTRI.
       01  enreg-FNOMEXOTRI.
           COPY CLIMAST.
       FD  FHISTORIQUE.
       01  enreg-historique.
           02 HIST-DATE-JOB PIC 9(8).
           02 HIST-ETAPE PIC 99.
           02 HIST-NOM-ETAPE PIC X(8).
           02 HIST-HEURE-DEBUT PIC 9(6).
           02 HIST-HEURE-FIN PIC 9(6).
           02 CAL-JOUR-SEMAINE PIC 9.
           02 CAL-FIN-MOIS PIC X.

       FD  FDEFINITIONS.
       01  enreg-definition.
           COPY JOBDEF.

       FD  FREGLES.
       01  enreg-regle.
           02 ETAPE-REGLE PIC 9.

       FD  FDEMANDES.
       01  enreg-demande.
           02 DEM-ETAPE PIC 99.
           02 DEM-PARAMS PIC X(20).
           02 DEM-DEMANDEUR PIC X(8).
           02 DEM-DATE PIC 9(8).
       01  enreg-alerte.
           02 ALERTE-DATE PIC 9(8).
           02 ALERTE-HEURE PIC 9(6).
           02 ALERTE-ETAPE PIC 99.
           02 ALERTE-NOM PIC X(8).
           02 ALERTE-DUREE PIC 9(6).
           02 ALERTE-SEUIL PIC 9(6).
           02 ALERTE-MOTIF PIC X(20).

       FD  FSTATSADR.
       01  enreg-stats-adr.
           02 STAT-ADR-DATE PIC 9(8).
           02 STAT-ADR-NOMBRE PIC 9(7).
           02 STAT-ADR-ANOMALIES PIC 9(7).
           02 STAT-ADR-ETRANGER PIC 9(7).
           02 STAT-ADR-DU-JOUR PIC 9(7).
           02 STAT-ADR-JOURNAL PIC 9(7).

       WORKING-STORAGE SECTION.
       77  WS-CHKPT-STATUS PIC X(2) VALUE '00'.
       77  ETAPE-COURANTE PIC 99 VALUE 1.
       77  WS-COMMANDE PIC X(40) VALUE SPACE.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  EOF-CLIH PIC 99 VALUE 0.
       77  EOF-CLIF PIC 99 VALUE 0.
       77  EOF-CLIE PIC 99 VALUE 0.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  COMPTEUR-NOM PIC 9(7) VALUE 0.
       77  COMPTEUR-NOMB PIC 9(7) VALUE 0.
       77  WS-DATE-JOB PIC 9(8) VALUE 0.
       77  WS-COMPTEUR-ETAPE PIC 9(7) VALUE 0.
       77  WS-CALENDRIER-STATUS PIC X(2) VALUE '00'.
       77  WS-REGLES-STATUS PIC X(2) VALUE '00'.
       77  WS-DEF-STATUS PIC X(2) VALUE '00'.
       77  WS-HIST-STATUS PIC X(2) VALUE '00'.
       77  EOF-CALENDRIER PIC 99 VALUE 0.
       77  EOF-REGLES PIC 99 VALUE 0.
       77  EOF-DEF PIC 99 VALUE 0.
       77  POS-ETAPE PIC 99 VALUE 0.
       77  WS-ETAPE-DEPENDANCE PIC 99 VALUE 0.
       77  WS-MOTIF-SAUT PIC X(30) VALUE SPACE.
       77  WS-JOUR-OUVRE PIC X VALUE 'O'.
       77  WS-JOUR-SEMAINE PIC 9 VALUE 0.
       77  WS-FIN-MOIS PIC X VALUE 'N'.
       77  WS-CALENDRIER-TROUVE PIC X VALUE 'N'.
       77  WS-ETAPE-A-EXECUTER PIC X VALUE 'O'.
       77  WS-ETAT-ETAPE PIC X VALUE 'E'.
      * etapes de toutes les chaines, par numero d etape (JobDef.txt)
      * ETAT-JOUR-ETAPE : E terminee avec code retour zero, F en
      * echec, S sautee, a blanc si pas encore passee ce jour
       01  TABLE-REGLES.
           02 REGLE-ETAPE OCCURS 99 TIMES.
              03 CHAINE-ETAPE PIC X(4).
              03 PROGRAMME-ETAPE PIC X(8).
              03 CONTROLE-ETAPE PIC X(8).
              03 MOTIF-CTL-ETAPE PIC X(20).
              03 DEPEND-ETAPE PIC 99.
              03 FREQ-ETAPE PIC X(4).
              03 JOUR-ETAPE PIC 9.
              03 SLA-ETAPE PIC 9(4).
              03 BILAN-ETAPE PIC X.
              03 ETAT-JOUR-ETAPE PIC X.
      * etapes integrees, chargees avant JobDef.txt : chaine CLI =
      * etapes 1-3 (EXO09, EXOTRI, TRIBUL) et 12 (ADRIDX, bilan
      * d adresses), chaine PAIE = etapes 4-6 (BULPAIE, BULPRT,
      * VIREMNT) ; la barriere qualite QUALGATE suit EXO09, le
      * controle des ecarts CTLPAIE suit BULPAIE. Les numeros 7 a
      * 11 restent libres pour la chaine REC de JobDef.txt
       01  LIBELLES-ETAPES-DEFAUT.
           02 FILLER PIC X(43) VALUE
               '01CLI EXO09   QUALGATESEUILS QUALITE       '.
           02 FILLER PIC X(43) VALUE
               '02CLI EXOTRI                               '.
           02 FILLER PIC X(43) VALUE
               '03CLI TRIBUL                               '.
           02 FILLER PIC X(43) VALUE
               '04PAIEBULPAIE CTLPAIE ECARTS DE PAIE       '.
           02 FILLER PIC X(43) VALUE
               '05PAIEBULPRT                               '.
           02 FILLER PIC X(43) VALUE
               '06PAIEVIREMNT                              '.
           02 FILLER PIC X(43) VALUE
               '12CLI ADRIDX                              A'.
       01  TABLE-ETAPES-DEFAUT REDEFINES LIBELLES-ETAPES-DEFAUT.
           02 ETAPE-DEFAUT OCCURS 7 TIMES.
              03 NUMERO-DEFAUT PIC 99.
              03 CHAINE-DEFAUT PIC X(4).
              03 PROGRAMME-DEFAUT PIC X(8).
              03 CONTROLE-DEFAUT PIC X(8).
              03 MOTIF-CTL-DEFAUT PIC X(20).
              03 BILAN-DEFAUT PIC X.
       77  WS-ETAPE-DEFAUT PIC 99 VALUE 0.
       77  WS-CHAINE PIC X(4) VALUE 'CLI'.
       77  WS-ETAPE-DEBUT PIC 99 VALUE 0.
       77  WS-ETAPE-FIN PIC 99 VALUE 0.
       77  WS-DUREE-ETAPE PIC S9(6) VALUE 0.
       77  WS-SECONDES-DEBUT PIC 9(6) VALUE 0.
       77  WS-SECONDES-FIN PIC 9(6) VALUE 0.
       77  WS-MOTIF-ALERTE PIC X(20) VALUE SPACE.
       77  WS-ALERTES-STATUS PIC X(2) VALUE '00'.
       77  WS-DEM-STATUS PIC X(2) VALUE '00'.
       77  WS-STATSADR-STATUS PIC X(2) VALUE '00'.
       77  EOF-STATSADR PIC 99 VALUE 0.
       77  EOF-DEMANDES PIC 99 VALUE 0.
       77  COMPTEURDEMANDES PIC 9(3) VALUE 0.
       77  WS-HH-TRAVAIL PIC 99 VALUE 0.
           PERFORM CHOISIR-CHAINE
           PERFORM CHARGER-CALENDRIER
           PERFORM CHARGER-REGLES
           PERFORM DELIMITER-CHAINE
           PERFORM CHARGER-ETATS-DU-JOUR
           PERFORM CONTROLER-PREVOL
           PERFORM RESTART-DEPUIS-CHECKPOINT
           PERFORM EXECUTER-ETAPE
           PERFORM TERMINER-JOB
           STOP RUN.

      * barriere de controle definie pour l etape, juste apres elle
      * (QUALGATE apres EXO09, CTLPAIE apres BULPAIE) : sur echec la
      * chaine est retenue et l alerte levee ; la reprise passe par la
      * levee propre au controle (override QUALGATE, validation des
      * ecarts VALPAIE) et repart de l etape suivante
       CONTROLER-ETAPE.
           MOVE CONTROLE-ETAPE(ETAPE-COURANTE) TO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'CONTROLE ' CONTROLE-ETAPE(ETAPE-COURANTE)
                       ' EN ECHEC, ETAPES AVAL RETENUES'
               ACCEPT WS-HEURE-FIN FROM TIME
               MOVE MOTIF-CTL-ETAPE(ETAPE-COURANTE) TO WS-MOTIF-ALERTE
               IF WS-MOTIF-ALERTE = SPACE
                   MOVE 'ECHEC DU CONTROLE' TO WS-MOTIF-ALERTE
               END-IF
               MOVE 0 TO WS-DUREE-ETAPE
               PERFORM EMETTRE-ALERTE
           END-IF.
           IF DEM-ETAT = 'A'
              AND DEM-ETAPE >= WS-ETAPE-DEBUT
              AND DEM-ETAPE <= WS-ETAPE-FIN
               IF CHAINE-ETAPE(DEM-ETAPE) = WS-CHAINE
                   PERFORM EXECUTER-UNE-DEMANDE
               END-IF
           END-IF
           READ FDEMANDES
               AT END MOVE 1 TO EOF-DEMANDES
               MOVE 'R' TO DEM-ETAT
               MOVE 0 TO DEM-CODE-RETOUR
               DISPLAY 'DEMANDE DE ' DEM-DEMANDEUR
                       ' REFUSEE PAR ' WS-MOTIF-SAUT
           ELSE
               MOVE 'T' TO VERROU-ACTION
               CALL 'VERROU' USING VERROU-ZONE
                   PERFORM CONTROLER-SLA
                   IF RETURN-CODE = 0
                       MOVE 'F' TO DEM-ETAT
                       MOVE 'E' TO ETAT-JOUR-ETAPE(ETAPE-COURANTE)
                   ELSE
                       MOVE 'E' TO DEM-ETAT
                   END-IF
           ELSE
               ACCEPT WS-CHAINE FROM ENVIRONMENT 'JOBNUIT-CHAINE'
           END-IF
           IF WS-CHAINE = SPACES
               MOVE 'CLI' TO WS-CHAINE
           END-IF
           MOVE SPACES TO WS-CHKPT-PATH
           STRING 'C:\Users\CRM\Desktop\JOBNUIT-' DELIMITED BY SIZE
                  WS-CHAINE DELIMITED BY ' '
                  '.CKP' DELIMITED BY SIZE
               INTO WS-CHKPT-PATH
           END-STRING.

       CHARGER-CALENDRIER.
           OPEN INPUT FCALENDRIER
               END-READ
           END-IF.

      * etapes integrees et leurs regles FreqEtapes.txt d abord,
      * puis chaines, ordre, dependances, calendrier et seuils SLA
      * lus dans JobDef.txt : un enregistrement remplace l etape
      * integree de meme numero, les autres s y ajoutent
       CHARGER-REGLES.
           INITIALIZE TABLE-REGLES
           PERFORM CHARGER-ETAPES-DEFAUT
           MOVE 0 TO EOF-DEF
           OPEN INPUT FDEFINITIONS
           IF WS-DEF-STATUS NOT = '00'
               DISPLAY 'JOBDEF ABSENT, ETAPES INTEGREES CLI ET PAIE'
           ELSE
               READ FDEFINITIONS
                   AT END MOVE 1 TO EOF-DEF
               END-READ
               PERFORM CHARGER-UNE-DEFINITION UNTIL EOF-DEF = 1
               CLOSE FDEFINITIONS
           END-IF.

      * l etape 99 est refusee : le numero d etape courante passe
      * au-dela de la derniere etape de la chaine pour la terminer
       CHARGER-UNE-DEFINITION.
           IF ETAPE-DEF IS NUMERIC AND ETAPE-DEF > 0
              AND ETAPE-DEF < 99
               MOVE CHAINE-DEF TO CHAINE-ETAPE(ETAPE-DEF)
               MOVE PROGRAMME-DEF TO PROGRAMME-ETAPE(ETAPE-DEF)
               MOVE CONTROLE-DEF TO CONTROLE-ETAPE(ETAPE-DEF)
               MOVE MOTIF-CTL-DEF TO MOTIF-CTL-ETAPE(ETAPE-DEF)
               MOVE FREQ-DEF TO FREQ-ETAPE(ETAPE-DEF)
               MOVE 0 TO DEPEND-ETAPE(ETAPE-DEF) JOUR-ETAPE(ETAPE-DEF)
                         SLA-ETAPE(ETAPE-DEF)
               IF DEPEND-DEF IS NUMERIC
                   MOVE DEPEND-DEF TO DEPEND-ETAPE(ETAPE-DEF)
               END-IF
               IF JOUR-DEF IS NUMERIC
                   MOVE JOUR-DEF TO JOUR-ETAPE(ETAPE-DEF)
               END-IF
               IF SLA-DEF IS NUMERIC
                   MOVE SLA-DEF TO SLA-ETAPE(ETAPE-DEF)
               END-IF
               MOVE BILAN-DEF TO BILAN-ETAPE(ETAPE-DEF)
           ELSE
               DISPLAY 'DEFINITION IGNOREE, NUMERO D ETAPE INVALIDE : '
                       ETAPE-DEF
           END-IF
           READ FDEFINITIONS
               AT END MOVE 1 TO EOF-DEF
           END-READ.

       CHARGER-ETAPES-DEFAUT.
           MOVE 0 TO POS-ETAPE
           PERFORM CHARGER-UNE-ETAPE-DEFAUT 7 TIMES
           OPEN INPUT FREGLES
           IF WS-REGLES-STATUS NOT = '00'
               CONTINUE
               CLOSE FREGLES
           END-IF.

       CHARGER-UNE-ETAPE-DEFAUT.
           ADD 1 TO POS-ETAPE
           MOVE NUMERO-DEFAUT(POS-ETAPE) TO WS-ETAPE-DEFAUT
           MOVE CHAINE-DEFAUT(POS-ETAPE)
               TO CHAINE-ETAPE(WS-ETAPE-DEFAUT)
           MOVE PROGRAMME-DEFAUT(POS-ETAPE)
               TO PROGRAMME-ETAPE(WS-ETAPE-DEFAUT)
           MOVE CONTROLE-DEFAUT(POS-ETAPE)
               TO CONTROLE-ETAPE(WS-ETAPE-DEFAUT)
           MOVE MOTIF-CTL-DEFAUT(POS-ETAPE)
               TO MOTIF-CTL-ETAPE(WS-ETAPE-DEFAUT)
           MOVE BILAN-DEFAUT(POS-ETAPE)
               TO BILAN-ETAPE(WS-ETAPE-DEFAUT)
           MOVE 'JOUR' TO FREQ-ETAPE(WS-ETAPE-DEFAUT).

       CHARGER-UNE-REGLE.
           IF ETAPE-REGLE >= 1 AND ETAPE-REGLE <= 6
               MOVE FREQ-REGLE TO FREQ-ETAPE(ETAPE-REGLE)
               AT END MOVE 1 TO EOF-REGLES
           END-READ.

      * premiere etape et derniere etape de la chaine demandee ; les
      * numeros d autres chaines intercales sont passes a l execution
       DELIMITER-CHAINE.
           MOVE 0 TO WS-ETAPE-DEBUT WS-ETAPE-FIN POS-ETAPE
           PERFORM SITUER-ETAPE-CHAINE 99 TIMES
           IF WS-ETAPE-DEBUT = 0
               DISPLAY 'CHAINE ' WS-CHAINE ' SANS ETAPE DEFINIE, '
                       'JOB DE NUIT ARRETE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CHAINE ' WS-CHAINE ' : ETAPES '
                   WS-ETAPE-DEBUT ' A ' WS-ETAPE-FIN.

       SITUER-ETAPE-CHAINE.
           ADD 1 TO POS-ETAPE
           IF CHAINE-ETAPE(POS-ETAPE) = WS-CHAINE
               IF WS-ETAPE-DEBUT = 0
                   MOVE POS-ETAPE TO WS-ETAPE-DEBUT
               END-IF
               MOVE POS-ETAPE TO WS-ETAPE-FIN
           END-IF.

      * etat du jour de chaque etape d apres l historique, pour les
      * dependances apres une reprise ou entre chaines : le dernier
      * passage du jour fait foi
       CHARGER-ETATS-DU-JOUR.
           MOVE 0 TO EOF-HISTO
           OPEN INPUT FHISTORIQUE
           IF WS-HIST-STATUS = '00'
               READ FHISTORIQUE
                   AT END MOVE 1 TO EOF-HISTO
               END-READ
               PERFORM NOTER-ETAT-DU-JOUR UNTIL EOF-HISTO = 1
               CLOSE FHISTORIQUE
           END-IF.

       NOTER-ETAT-DU-JOUR.
           IF HIST-DATE-JOB = WS-DATE-JOB AND HIST-ETAPE > 0
               IF HIST-ETAT = 'S'
                   MOVE 'S' TO ETAT-JOUR-ETAPE(HIST-ETAPE)
               ELSE
               IF HIST-CODE-RETOUR = 0
                   MOVE 'E' TO ETAT-JOUR-ETAPE(HIST-ETAPE)
               ELSE
                   MOVE 'F' TO ETAT-JOUR-ETAPE(HIST-ETAPE)
               END-IF
               END-IF
           END-IF
           READ FHISTORIQUE
               AT END MOVE 1 TO EOF-HISTO
           END-READ.

      * calendrier puis dependance : l etape prealable doit etre
      * terminee ce jour avec un code retour zero
       DECIDER-EXECUTION.
           MOVE 'O' TO WS-ETAPE-A-EXECUTER
           MOVE 'LE CALENDRIER' TO WS-MOTIF-SAUT
           IF WS-CALENDRIER-TROUVE = 'O'
               IF WS-JOUR-OUVRE NOT = 'O'
                   MOVE 'N' TO WS-ETAPE-A-EXECUTER
               END-IF
               END-IF
               END-IF
           END-IF
           IF WS-ETAPE-A-EXECUTER = 'O'
              AND DEPEND-ETAPE(ETAPE-COURANTE) > 0
               MOVE DEPEND-ETAPE(ETAPE-COURANTE) TO WS-ETAPE-DEPENDANCE
               IF ETAT-JOUR-ETAPE(WS-ETAPE-DEPENDANCE) NOT = 'E'
                   MOVE 'N' TO WS-ETAPE-A-EXECUTER
                   MOVE SPACES TO WS-MOTIF-SAUT
                   STRING 'DEPENDANCE ' DELIMITED BY SIZE
                          WS-ETAPE-DEPENDANCE DELIMITED BY SIZE
                          ' NON SATISFAITE' DELIMITED BY SIZE
                       INTO WS-MOTIF-SAUT
                   END-STRING
               END-IF
           END-IF.

       RESTART-DEPUIS-CHECKPOINT.
           END-IF.

       EXECUTER-ETAPE.
           IF CHAINE-ETAPE(ETAPE-COURANTE) NOT = WS-CHAINE
               ADD 1 TO ETAPE-COURANTE
           ELSE
               MOVE 0 TO WS-COMPTEUR-ETAPE
               MOVE 'E' TO WS-ETAT-ETAPE
               PERFORM DECIDER-EXECUTION
               IF WS-ETAPE-A-EXECUTER = 'N'
                   PERFORM SAUTER-ETAPE-CALENDRIER
               ELSE
                   PERFORM EXECUTER-ETAPE-RETENUE
               END-IF
           END-IF.

       SAUTER-ETAPE-CALENDRIER.
           DISPLAY 'ETAPE ' ETAPE-COURANTE
                   ' SAUTEE PAR ' WS-MOTIF-SAUT
           ACCEPT WS-HEURE-DEBUT FROM TIME
           MOVE WS-HEURE-DEBUT TO WS-HEURE-FIN
           PERFORM NOMMER-ETAPE
           MOVE 'S' TO WS-ETAT-ETAPE
           MOVE 0 TO RETURN-CODE
           PERFORM ENREGISTRER-HISTORIQUE
           MOVE 'S' TO ETAT-JOUR-ETAPE(ETAPE-COURANTE)
           ADD 1 TO ETAPE-COURANTE
           PERFORM SAUVER-CHECKPOINT.

       NOMMER-ETAPE.
           MOVE PROGRAMME-ETAPE(ETAPE-COURANTE) TO WS-NOM-ETAPE.

       EXECUTER-ETAPE-RETENUE.
           ACCEPT WS-HEURE-DEBUT FROM TIME
           DISPLAY 'ETAPE ' ETAPE-COURANTE ' : ' WS-NOM-ETAPE
           MOVE WS-NOM-ETAPE TO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE = 0
              AND CONTROLE-ETAPE(ETAPE-COURANTE) NOT = SPACES
               PERFORM CONTROLER-ETAPE
           END-IF
      * EXO09 alimente EXOTRI par le transfert CLIH/CLIF vers Nom/NomB
           IF WS-NOM-ETAPE = 'EXO09' AND RETURN-CODE = 0
               PERFORM TRANSFERER-VERS-EXOTRI
               COMPUTE WS-COMPTEUR-ETAPE
                   = COMPTEUR-NOM + COMPTEUR-NOMB
           END-IF
      * etape a bilan d adresses (BILAN-DEF A, ADRIDX) : le dernier
      * bilan de StatsAdr.txt donne le nombre d adresses courantes
      * tenues, garde dans l historique
           IF BILAN-ETAPE(ETAPE-COURANTE) = 'A' AND RETURN-CODE = 0
               PERFORM RELEVER-NOMBRE-ADRESSES
           END-IF

           ACCEPT WS-HEURE-FIN FROM TIME
               STOP RUN
           END-IF

           MOVE 'E' TO ETAT-JOUR-ETAPE(ETAPE-COURANTE)
           ADD 1 TO ETAPE-COURANTE
           PERFORM SAUVER-CHECKPOINT.

           MOVE 0 TO WS-CUMUL-HISTO WS-NB-HISTO WS-MOYENNE-HISTO
           MOVE 0 TO EOF-HISTO
           OPEN INPUT FHISTORIQUE
           IF WS-HIST-STATUS = '00'
               READ FHISTORIQUE
                   AT END MOVE 1 TO EOF-HISTO
               END-READ
               PERFORM CUMULER-UNE-DUREE UNTIL EOF-HISTO = 1
               CLOSE FHISTORIQUE
           END-IF
           IF WS-NB-HISTO > 0
               COMPUTE WS-MOYENNE-HISTO
                   = WS-CUMUL-HISTO / WS-NB-HISTO

       ENREGISTRER-HISTORIQUE.
           OPEN EXTEND FHISTORIQUE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT FHISTORIQUE
           END-IF
           MOVE WS-DATE-JOB TO HIST-DATE-JOB
           MOVE ETAPE-COURANTE TO HIST-ETAPE
           MOVE WS-NOM-ETAPE TO HIST-NOM-ETAPE
           END-WRITE
           CLOSE FHISTORIQUE.

       RELEVER-NOMBRE-ADRESSES.
           MOVE 0 TO EOF-STATSADR
           OPEN INPUT FSTATSADR
           IF WS-STATSADR-STATUS = '00'
               READ FSTATSADR
                   AT END MOVE 1 TO EOF-STATSADR
               END-READ
               PERFORM LIRE-BILAN-ADRESSES UNTIL EOF-STATSADR = 1
               CLOSE FSTATSADR
           END-IF.

       LIRE-BILAN-ADRESSES.
           MOVE STAT-ADR-NOMBRE TO WS-COMPTEUR-ETAPE
           READ FSTATSADR
               AT END MOVE 1 TO EOF-STATSADR
           END-READ.

       SAUVER-CHECKPOINT.
           OPEN OUTPUT CHKPT
           MOVE ETAPE-COURANTE TO CHKPT-ETAPE
               AT END MOVE 1 TO EOF-CLIF
           END-READ
           PERFORM ECRIRE-LIGNE-NOMB UNTIL EOF-CLIF = 1
           PERFORM TRANSFERER-CLIE-VERS-NOMB
           PERFORM ECRIRE-TRAILER-NOMB
           CLOSE CLIF
           CLOSE FNOMBEXOTRI.
               AT END MOVE 1 TO EOF-CLIF
           END-READ.

      * les entreprises (CLIE, master permanent) suivent les
      * clientes dans NomB et recoivent leurs etiquettes comme elles
       TRANSFERER-CLIE-VERS-NOMB.
           MOVE 0 TO EOF-CLIE
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS NOT = '00'
               MOVE 1 TO EOF-CLIE
           ELSE
               READ CLIE
                   AT END MOVE 1 TO EOF-CLIE
               END-READ
               PERFORM ECRIRE-ENTREPRISE-NOMB UNTIL EOF-CLIE = 1
               CLOSE CLIE
           END-IF.

       ECRIRE-ENTREPRISE-NOMB.
           MOVE enreg-CLIE TO enreg-FNOMBEXOTRI
           WRITE enreg-FNOMBEXOTRI
           ADD 1 TO COMPTEUR-NOMB
           READ CLIE
               AT END MOVE 1 TO EOF-CLIE
           END-READ.

       ECRIRE-TRAILER-NOMB.
           MOVE 9999999 TO CTL-CLE OF enreg-FNOMBEXOTRI-CONTROLE
           MOVE 'T' TO CTL-TYPE OF enreg-FNOMBEXOTRI-CONTROLE
