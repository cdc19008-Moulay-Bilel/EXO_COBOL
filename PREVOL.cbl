       PROGRAM-ID. PREVOL.
      *****************************************************************
      * Controle d environnement avant la premiere etape de JOBNUIT :
      * presence et non-vacuite des intrants de la chaine (CLI, PAIE
      * ou REC selon JOBNUIT-CHAINE), trailer salarierT present et date
      * au jour de traitement, intrant deja traite, checkpoints en
      * attente. Ecrit le verdict
      * dans GoNoGo.txt ; code retour 8 = NOGO, JOBNUIT retient alors
           02 INT-DATE-RUN PIC 9(8).

       FD  CHKPT.
       01  enreg-CHKPT PIC X(49).

       FD  FSALAT.
       01  enreg-salarierT.
           02 matricule-salarierT PIC 9(5).
           02 NOM1 PIC X(25).
           02 SALAIRE1 PIC 9(6)V99.
           02 DEPARTEMENT1 PIC X(10).
       01  enreg-salarierT-CONTROLE.
           02 PROGRAMME-CTL-SAL PIC X(8).
           02 DATE-CTL-SAL PIC 9(8).
           02 NB-CTL-SAL PIC 9(7).
           02 FILLER PIC X(24).

       FD  FVERDICT.
       01  LIGNE-VERDICT PIC X(80).
           IF WS-CHAINE = 'PAIE'
               PERFORM CONTROLER-CHAINE-PAIE
           ELSE
           IF WS-CHAINE = 'REC'
               PERFORM CONTROLER-CHAINE-REC
           ELSE
           IF WS-CHAINE = 'CLI'
               PERFORM CONTROLER-CHAINE-CLI
           ELSE
               ADD 1 TO WS-AVERTISSEMENTS
               MOVE 'AVERT: AUCUN CONTROLE DEFINI POUR CETTE CHAINE'
                   TO LIGNE-VERDICT
               WRITE LIGNE-VERDICT
           END-IF
           END-IF
           END-IF
           PERFORM FIN
           STOP RUN.
           ELSE
               ACCEPT WS-CHAINE FROM ENVIRONMENT 'JOBNUIT-CHAINE'
           END-IF
           IF WS-CHAINE = SPACES
               MOVE 'CLI' TO WS-CHAINE
           END-IF
           MOVE 'EXO09-GEN' TO PARAM-CLE
           PERFORM CONTROLER-UN-FICHIER
           PERFORM CONTROLER-TRAILER-SALARIERT.

      * chaine des encaissements clients : les saisies du jour peuvent
      * manquer sans bloquer la nuit (rien a poster, facturer ou
      * encaisser), les masters indexes sont ouverts par les etapes
       CONTROLER-CHAINE-REC.
           MOVE 'C:\Users\CRM\Desktop\FICHIER EXO COBOL\Commandes02.
      -         'txt' TO WS-FICHIER-PATH
           MOVE 'COMMANDES SAISIES' TO WS-LIBELLE-CONTROLE
           MOVE 'N' TO WS-OBLIGATOIRE
           PERFORM CONTROLER-UN-FICHIER
           MOVE 'C:\Users\CRM\Desktop\Reglements.txt' TO WS-FICHIER-PATH
           MOVE 'REGLEMENTS' TO WS-LIBELLE-CONTROLE
           MOVE 'N' TO WS-OBLIGATOIRE
           PERFORM CONTROLER-UN-FICHIER.

      * le trailer de salarierT doit exister et porter la date du
      * jour de traitement : trailer absent = NOGO, date d un autre
      * jour = avertissement (fichier possiblement perime)
