           02 RUE-ETQ PIC X(30).
           02 CP-ETQ PIC X(5).
           02 VILLE-ETQ PIC X(20).
           02 PAYS-ETQ PIC X(2).

       FD  FIMPRESSION.
       01  LIGNE-IMPRESSION PIC X(120).
       77  WS-ETIQ-DEPART PIC 9(7) VALUE 1.
       77  WS-EMETTRE PIC X VALUE 'O'.
       77  COMPTEUR-EMISES PIC 9(7) VALUE 0.
       77  POS-PAYS PIC 99 VALUE 0.
       77  WS-PAYS-TROUVE PIC 99 VALUE 0.
       77  WS-PAYS-CHERCHE PIC X(2) VALUE SPACE.
       77  COMPTEUR-ETRANGER PIC 9(7) VALUE 0.
       01  NORM-ZONE.
           02 NORM-TEXTE PIC X(8).
           02 NORM-VALEUR PIC 9(8).
           02 NORM-VALIDE PIC X.
       01  LIGNE-TRAVAIL PIC X(120).
       01  WS-LIGNE-RUE PIC X(36).
       01  REFERENTIEL-PAYS.
           COPY PAYSREF.
       01  TABLE-ATTENTE.
           02 ETIQUETTE-ATT OCCURS 3 TIMES.
              03 NOM-ATT PIC X(20).
              03 RUE-ATT PIC X(30).
              03 CP-ATT PIC X(5).
              03 VILLE-ATT PIC X(20).
              03 ORDRE-ATT PIC X.
              03 NOM-PAYS-ATT PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RUE-ETQ TO RUE-ATT(NB-EN-ATTENTE)
           MOVE CP-ETQ TO CP-ATT(NB-EN-ATTENTE)
           MOVE VILLE-ETQ TO VILLE-ATT(NB-EN-ATTENTE)
           PERFORM FORMATER-PAYS
           IF NB-EN-ATTENTE = 3
               PERFORM IMPRIMER-RANGEE
           END-IF
               AT END MOVE 1 TO EOF-ETQ
           END-READ.

      * un pays vide vaut France ; un code absent du referentiel est
      * imprime tel quel en derniere ligne avec l ordre francais
       FORMATER-PAYS.
           MOVE PAYS-ETQ TO WS-PAYS-CHERCHE
           IF WS-PAYS-CHERCHE = SPACE
               MOVE 'FR' TO WS-PAYS-CHERCHE
           END-IF
           MOVE 0 TO WS-PAYS-TROUVE POS-PAYS
           PERFORM COMPARER-PAYS NB-PAYS-TAB TIMES
           IF WS-PAYS-TROUVE = 0
               MOVE 'N' TO ORDRE-ATT(NB-EN-ATTENTE)
               MOVE WS-PAYS-CHERCHE TO NOM-PAYS-ATT(NB-EN-ATTENTE)
               ADD 1 TO COMPTEUR-ETRANGER
           ELSE
               MOVE ORDRE-PAYS-TAB(WS-PAYS-TROUVE)
                   TO ORDRE-ATT(NB-EN-ATTENTE)
               IF WS-PAYS-CHERCHE = 'FR'
                   MOVE SPACES TO NOM-PAYS-ATT(NB-EN-ATTENTE)
               ELSE
                   MOVE NOM-PAYS-TAB(WS-PAYS-TROUVE)
                       TO NOM-PAYS-ATT(NB-EN-ATTENTE)
                   ADD 1 TO COMPTEUR-ETRANGER
               END-IF
           END-IF.

       COMPARER-PAYS.
           ADD 1 TO POS-PAYS
           IF CODE-PAYS-TAB(POS-PAYS) = WS-PAYS-CHERCHE
               MOVE POS-PAYS TO WS-PAYS-TROUVE
           END-IF.

       IMPRIMER-RANGEE.
           IF COMPTEUR-ETIQUETTES >= WS-ETIQ-DEPART
               MOVE 'O' TO WS-EMETTRE
               PERFORM PLACER-LIGNE-VILLE NB-EN-ATTENTE TIMES
               MOVE LIGNE-TRAVAIL TO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
               MOVE SPACES TO LIGNE-TRAVAIL
               MOVE 0 TO POS-COLONNE
               PERFORM PLACER-LIGNE-PAYS NB-EN-ATTENTE TIMES
               MOVE LIGNE-TRAVAIL TO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
               MOVE SPACES TO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
               ADD NB-EN-ATTENTE TO COMPTEUR-EMISES
           MOVE NOM-ATT(POS-COLONNE)
               TO LIGNE-TRAVAIL(WS-DECALAGE:20).

      * ordre R : la rue puis le numero (Belgique, Suisse, ...)
       PLACER-LIGNE-RUE.
           ADD 1 TO POS-COLONNE
           COMPUTE WS-DECALAGE = (POS-COLONNE - 1) * 40 + 1
           IF ORDRE-ATT(POS-COLONNE) = 'R'
               MOVE SPACES TO WS-LIGNE-RUE
               STRING RUE-ATT(POS-COLONNE) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      NUM-ATT(POS-COLONNE) DELIMITED BY SPACE
                   INTO WS-LIGNE-RUE
               END-STRING
               MOVE WS-LIGNE-RUE TO LIGNE-TRAVAIL(WS-DECALAGE:36)
           ELSE
               MOVE NUM-ATT(POS-COLONNE)
                   TO LIGNE-TRAVAIL(WS-DECALAGE:5)
               COMPUTE WS-DECALAGE = WS-DECALAGE + 6
               MOVE RUE-ATT(POS-COLONNE)
                   TO LIGNE-TRAVAIL(WS-DECALAGE:30)
           END-IF.

       PLACER-LIGNE-VILLE.
           ADD 1 TO POS-COLONNE
           MOVE VILLE-ATT(POS-COLONNE)
               TO LIGNE-TRAVAIL(WS-DECALAGE:20).

      * le nom du pays en derniere ligne, vide pour la France
       PLACER-LIGNE-PAYS.
           ADD 1 TO POS-COLONNE
           COMPUTE WS-DECALAGE = (POS-COLONNE - 1) * 40 + 1
           MOVE NOM-PAYS-ATT(POS-COLONNE)
               TO LIGNE-TRAVAIL(WS-DECALAGE:15).

      * la page compte toujours, meme non editee, pour reproduire la
      * meme pagination a la reprise
       IMPRIMER-ENTETE-PAGE.
       FIN.
           DISPLAY 'ETIQUETTES FORMATEES : ' COMPTEUR-ETIQUETTES
           DISPLAY 'ETIQUETTES EMISES    : ' COMPTEUR-EMISES
           DISPLAY 'DONT ETRANGER        : ' COMPTEUR-ETRANGER
           DISPLAY 'PAGES PRODUITES      : ' COMPTEUR-PAGES
           CLOSE FETIQUETTES FIMPRESSION.

