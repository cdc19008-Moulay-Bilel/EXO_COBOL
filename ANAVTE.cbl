       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAVTE.
      *****************************************************************
      * Analyse des ventes facturees : a partir des lignes de facture
      * (LignesFac.txt), chiffre d affaires hors taxe, nombre de
      * factures et panier moyen de l annee ANAVTE-ANNEE (defaut
      * annee en cours), ventiles par mois, par segment client
      * (Segments.txt de SEGMENT), par departement (deux premiers
      * chiffres du code postal), par master CLIH/CLIF et par
      * article, compares a la meme periode de l annee precedente
      * (pour l annee en cours, jusqu au meme jour). Les avoirs
      * viennent en deduction du chiffre d affaires; les lignes de
      * penalite (sans code TVA) ne sont pas des ventes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FLIGNESFAC
               ASSIGN TO 'C:\Users\CRM\Desktop\LignesFac.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-LFA OF enreg-ligne-fac
               FILE STATUS IS WS-LFA-STATUS.
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
           SELECT FSEGMENTS
               ASSIGN TO 'C:\Users\CRM\Desktop\Segments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOCLI-SEG OF enreg-segment
               FILE STATUS IS WS-SEG-STATUS.
           SELECT FRAPPORT
               ASSIGN TO 'C:\Users\CRM\Desktop\AnalyseVentes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIGNESFAC.
       01  enreg-ligne-fac.
           COPY FACLIG.

       FD  CLIH.
       01  enreg-CLIH.
           COPY CLIMAST.

       FD  CLIF.
       01  enreg-CLIF.
           COPY CLIMAST.

      * meme forme que le fichier ecrit par SEGMENT
       FD  FSEGMENTS.
       01  enreg-segment.
           02 NOCLI-SEG PIC 9(7).
           02 SEGMENT-SEG PIC X.
           02 MONTANT-SEG PIC 9(10)V99.
           02 DATE-DERNIERE-FAC-SEG PIC 9(8).
           02 DATE-CALCUL-SEG PIC 9(8).

       FD  FRAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77  EOF-LFA PIC 99 VALUE 0.
       77  WS-LFA-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-SEG-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIH-DISPONIBLE PIC X VALUE 'O'.
       77  WS-CLIF-DISPONIBLE PIC X VALUE 'O'.
       77  WS-SEG-DISPONIBLE PIC X VALUE 'O'.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-ANNEE-ENV PIC X(4) VALUE SPACE.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-ANNEE PIC 9(4) VALUE 0.
       77  WS-ANNEE-PREC PIC 9(4) VALUE 0.
       77  WS-MMJJ-LIMITE PIC 9(4) VALUE 1231.
       77  WS-NOFAC-COURANT PIC 9(7) VALUE 0.
       77  WS-PERIODE PIC X VALUE SPACE.
       77  WS-MOIS PIC 9(2) VALUE 0.
       77  WS-SEXE-MASTER PIC X VALUE SPACE.
       77  WS-DEPT PIC X(2) VALUE SPACE.
       77  WS-SEGMENT PIC X VALUE SPACE.
       77  WS-PREMIERE-LIGNE PIC X VALUE 'O'.
       77  WS-COMPTER PIC 9 VALUE 0.
       77  WS-MONTANT PIC S9(8)V99 VALUE 0.
       77  WS-DIM PIC X VALUE SPACE.
       77  WS-CLE PIC X(15) VALUE SPACE.
       77  NB-ANALYSE PIC 9(4) VALUE 0.
       77  POS-ANALYSE PIC 9(4) VALUE 0.
       77  WS-ANALYSE-TROUVE PIC 9(4) VALUE 0.
       77  NB-ART-PIECE PIC 9 VALUE 0.
       77  POS-ART-PIECE PIC 9 VALUE 0.
       77  WS-ART-DEJA-VU PIC X VALUE 'N'.
       77  COMPTEURLU PIC 9(7) VALUE 0.
       77  COMPTEURRETENU PIC 9(7) VALUE 0.
       77  COMPTEURSATURE PIC 9(7) VALUE 0.
       77  WS-PANIER PIC S9(8)V99 VALUE 0.
       77  WS-VARIATION PIC S9(5)V9 VALUE 0.
       77  WS-CA-EDIT PIC Z(9)9.99-.
       77  WS-NB-EDIT PIC ZZZZZZ9.
       77  WS-PANIER-EDIT PIC Z(7)9.99-.
       77  WS-VARIATION-EDIT PIC ZZZZ9.9-.
       01  WS-DATE-LFA-DEC.
           02 WS-AAAA-LFA PIC 9(4).
           02 WS-MMJJ-LFA.
              03 WS-MM-LFA PIC 9(2).
              03 WS-JJ-LFA PIC 9(2).
       01  WS-DATE-JOUR-DEC.
           02 WS-AAAA-JOUR PIC 9(4).
           02 WS-MMJJ-JOUR PIC 9(4).
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
      * une ligne par dimension et valeur : M=mois, S=segment,
      * D=departement, G=master CLIH/CLIF, A=article ; N = annee
      * analysee, P = annee precedente
       01  TABLE-ANALYSE.
           02 ANALYSE-TAB OCCURS 800 TIMES.
              03 DIM-TAB PIC X.
              03 CLE-TAB PIC X(15).
              03 CA-N-TAB PIC S9(10)V99.
              03 CA-P-TAB PIC S9(10)V99.
              03 NB-N-TAB PIC 9(7).
              03 NB-P-TAB PIC 9(7).
      * articles deja comptes dans la facture en cours
       01  TABLE-ART-PIECE.
           02 ART-PIECE-TAB PIC X(15) OCCURS 9 TIMES.

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAITER-LIGNE UNTIL EOF-LFA = 1
           PERFORM FIN
           STOP RUN.

       INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-DATE-JOUR-DEC
           ACCEPT WS-ANNEE-ENV FROM ENVIRONMENT 'ANAVTE-ANNEE'
           IF WS-ANNEE-ENV NOT = SPACES
              AND WS-ANNEE-ENV IS NUMERIC
               MOVE WS-ANNEE-ENV TO WS-ANNEE
           ELSE
               MOVE WS-AAAA-JOUR TO WS-ANNEE
           END-IF
           COMPUTE WS-ANNEE-PREC = WS-ANNEE - 1
      * annee en cours : comparaison a date avec l annee precedente
           IF WS-ANNEE = WS-AAAA-JOUR
               MOVE WS-MMJJ-JOUR TO WS-MMJJ-LIMITE
           END-IF
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
           OPEN INPUT FLIGNESFAC
           IF WS-LFA-STATUS NOT = '00'
               DISPLAY 'FICHIER DES LIGNES DE FACTURE ABSENT'
               STOP RUN
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
           OPEN INPUT FSEGMENTS
           IF WS-SEG-STATUS NOT = '00'
               DISPLAY 'SEGMENTS ABSENTS (LANCER SEGMENT)'
               MOVE 'N' TO WS-SEG-DISPONIBLE
           END-IF
      * les mois sont crees d avance pour sortir dans l ordre
           MOVE 'M' TO WS-DIM
           MOVE 0 TO WS-MOIS
           PERFORM CREER-MOIS 12 TIMES
           READ FLIGNESFAC NEXT RECORD
               AT END MOVE 1 TO EOF-LFA
           END-READ.

       CREER-MOIS.
           ADD 1 TO WS-MOIS
           MOVE SPACES TO WS-CLE
           MOVE WS-MOIS TO WS-CLE(1:2)
           PERFORM TROUVER-ANALYSE.

       TRAITER-LIGNE.
           ADD 1 TO COMPTEURLU
           IF NOFAC-LFA NOT = WS-NOFAC-COURANT
               PERFORM DEBUTER-PIECE
           END-IF
           IF WS-PERIODE NOT = SPACE
              AND CODE-TVA-LFA NOT = SPACE
               PERFORM CUMULER-LIGNE
           END-IF
           READ FLIGNESFAC NEXT RECORD
               AT END MOVE 1 TO EOF-LFA
           END-READ.

      * toutes les lignes d une piece se suivent (cle NOFAC + ligne) :
      * periode, client, segment et departement sont etablis une fois
       DEBUTER-PIECE.
           MOVE NOFAC-LFA TO WS-NOFAC-COURANT
           MOVE 'O' TO WS-PREMIERE-LIGNE
           MOVE 0 TO NB-ART-PIECE
           MOVE SPACE TO WS-PERIODE
           MOVE DATE-LFA TO WS-DATE-LFA-DEC
           IF WS-MMJJ-LFA <= WS-MMJJ-LIMITE
               IF WS-AAAA-LFA = WS-ANNEE
                   MOVE 'N' TO WS-PERIODE
               ELSE
               IF WS-AAAA-LFA = WS-ANNEE-PREC
                   MOVE 'P' TO WS-PERIODE
               END-IF
               END-IF
           END-IF
           IF WS-PERIODE NOT = SPACE
               PERFORM QUALIFIER-CLIENT
           END-IF.

       QUALIFIER-CLIENT.
           MOVE '?' TO WS-SEXE-MASTER
           MOVE '??' TO WS-DEPT
           MOVE '?' TO WS-SEGMENT
           IF WS-CLIH-DISPONIBLE = 'O'
               MOVE NOCLI-LFA TO NOCLI OF enreg-CLIH
               READ CLIH
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIH-STATUS = '00'
                   MOVE 'H' TO WS-SEXE-MASTER
                   MOVE CODE-POSTAL OF enreg-CLIH(1:2) TO WS-DEPT
               END-IF
           END-IF
           IF WS-SEXE-MASTER = '?' AND WS-CLIF-DISPONIBLE = 'O'
               MOVE NOCLI-LFA TO NOCLI OF enreg-CLIF
               READ CLIF
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CLIF-STATUS = '00'
                   MOVE 'F' TO WS-SEXE-MASTER
                   MOVE CODE-POSTAL OF enreg-CLIF(1:2) TO WS-DEPT
               END-IF
           END-IF
           IF WS-SEG-DISPONIBLE = 'O'
               MOVE NOCLI-LFA TO NOCLI-SEG
               READ FSEGMENTS
                   INVALID KEY CONTINUE
               END-READ
               IF WS-SEG-STATUS = '00'
                   MOVE SEGMENT-SEG TO WS-SEGMENT
               END-IF
           END-IF.

      * une facture compte une fois par valeur de chaque dimension,
      * un avoir ou une remise fidelite diminue le chiffre
      * d affaires sans decompter
       CUMULER-LIGNE.
           ADD 1 TO COMPTEURRETENU
           IF TYPE-LFA = 'A' OR TYPE-LFA = 'R'
               COMPUTE WS-MONTANT = 0 - MONTANT-HT-LFA
               MOVE 0 TO WS-COMPTER
           ELSE
               MOVE MONTANT-HT-LFA TO WS-MONTANT
               IF WS-PREMIERE-LIGNE = 'O'
                   MOVE 1 TO WS-COMPTER
               ELSE
                   MOVE 0 TO WS-COMPTER
               END-IF
           END-IF
           MOVE 'N' TO WS-PREMIERE-LIGNE
           MOVE 'M' TO WS-DIM
           MOVE SPACES TO WS-CLE
           MOVE WS-MM-LFA TO WS-CLE(1:2)
           PERFORM CUMULER-DIMENSION
           MOVE 'S' TO WS-DIM
           MOVE WS-SEGMENT TO WS-CLE
           PERFORM CUMULER-DIMENSION
           MOVE 'D' TO WS-DIM
           MOVE WS-DEPT TO WS-CLE
           PERFORM CUMULER-DIMENSION
           MOVE 'G' TO WS-DIM
           MOVE WS-SEXE-MASTER TO WS-CLE
           PERFORM CUMULER-DIMENSION
           MOVE 'A' TO WS-DIM
           MOVE ARTICLE-LFA TO WS-CLE
           IF TYPE-LFA NOT = 'A' AND TYPE-LFA NOT = 'R'
               PERFORM NOTER-ARTICLE-PIECE
           END-IF
           PERFORM CUMULER-DIMENSION.

       NOTER-ARTICLE-PIECE.
           MOVE 'N' TO WS-ART-DEJA-VU
           MOVE 0 TO POS-ART-PIECE
           PERFORM CHERCHER-ARTICLE-PIECE NB-ART-PIECE TIMES
           IF WS-ART-DEJA-VU = 'O'
               MOVE 0 TO WS-COMPTER
           ELSE
               MOVE 1 TO WS-COMPTER
               IF NB-ART-PIECE < 9
                   ADD 1 TO NB-ART-PIECE
                   MOVE ARTICLE-LFA TO ART-PIECE-TAB(NB-ART-PIECE)
               END-IF
           END-IF.

       CHERCHER-ARTICLE-PIECE.
           ADD 1 TO POS-ART-PIECE
           IF ART-PIECE-TAB(POS-ART-PIECE) = ARTICLE-LFA
               MOVE 'O' TO WS-ART-DEJA-VU
           END-IF.

       CUMULER-DIMENSION.
           PERFORM TROUVER-ANALYSE
           IF WS-ANALYSE-TROUVE > 0
               IF WS-PERIODE = 'N'
                   ADD WS-MONTANT TO CA-N-TAB(WS-ANALYSE-TROUVE)
                   ADD WS-COMPTER TO NB-N-TAB(WS-ANALYSE-TROUVE)
               ELSE
                   ADD WS-MONTANT TO CA-P-TAB(WS-ANALYSE-TROUVE)
                   ADD WS-COMPTER TO NB-P-TAB(WS-ANALYSE-TROUVE)
               END-IF
           END-IF.

       TROUVER-ANALYSE.
           MOVE 0 TO WS-ANALYSE-TROUVE POS-ANALYSE
           PERFORM CHERCHER-ANALYSE NB-ANALYSE TIMES
           IF WS-ANALYSE-TROUVE = 0
               IF NB-ANALYSE < 800
                   ADD 1 TO NB-ANALYSE
                   MOVE NB-ANALYSE TO WS-ANALYSE-TROUVE
                   MOVE WS-DIM TO DIM-TAB(NB-ANALYSE)
                   MOVE WS-CLE TO CLE-TAB(NB-ANALYSE)
                   MOVE 0 TO CA-N-TAB(NB-ANALYSE) CA-P-TAB(NB-ANALYSE)
                   MOVE 0 TO NB-N-TAB(NB-ANALYSE) NB-P-TAB(NB-ANALYSE)
               ELSE
                   ADD 1 TO COMPTEURSATURE
               END-IF
           END-IF.

       CHERCHER-ANALYSE.
           ADD 1 TO POS-ANALYSE
           IF DIM-TAB(POS-ANALYSE) = WS-DIM
              AND CLE-TAB(POS-ANALYSE) = WS-CLE
               MOVE POS-ANALYSE TO WS-ANALYSE-TROUVE
           END-IF.

       FIN.
           CLOSE FLIGNESFAC
           IF WS-CLIH-DISPONIBLE = 'O'
               CLOSE CLIH
           END-IF
           IF WS-CLIF-DISPONIBLE = 'O'
               CLOSE CLIF
           END-IF
           IF WS-SEG-DISPONIBLE = 'O'
               CLOSE FSEGMENTS
           END-IF
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '--- ANALYSE DES VENTES ' DELIMITED BY SIZE
                  WS-ANNEE DELIMITED BY SIZE
                  ' COMPAREE A ' DELIMITED BY SIZE
                  WS-ANNEE-PREC DELIMITED BY SIZE
                  ', JUSQU AU ' DELIMITED BY SIZE
                  WS-MMJJ-LIMITE DELIMITED BY SIZE
                  ' (MMJJ) ---' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT
           END-STRING
           WRITE LIGNE-RAPPORT
           MOVE 'M' TO WS-DIM
           MOVE 'PAR MOIS' TO WS-CLE
           PERFORM EDITER-DIMENSION
           MOVE 'S' TO WS-DIM
           MOVE 'PAR SEGMENT' TO WS-CLE
           PERFORM EDITER-DIMENSION
           MOVE 'D' TO WS-DIM
           MOVE 'PAR DEPARTEMENT' TO WS-CLE
           PERFORM EDITER-DIMENSION
           MOVE 'G' TO WS-DIM
           MOVE 'PAR MASTER H/F' TO WS-CLE
           PERFORM EDITER-DIMENSION
           MOVE 'A' TO WS-DIM
           MOVE 'PAR ARTICLE' TO WS-CLE
           PERFORM EDITER-DIMENSION
           CLOSE FRAPPORT
           IF COMPTEURSATURE > 0
               DISPLAY 'TABLE D ANALYSE SATUREE, LIGNES IGNOREES : '
                       COMPTEURSATURE
           END-IF
           DISPLAY 'LIGNES DE FACTURE LUES    : ' COMPTEURLU
           DISPLAY 'LIGNES RETENUES           : ' COMPTEURRETENU.

       EDITER-DIMENSION.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-CLE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE 'VALEUR              CA N        CA N-1   VAR %'
               TO LIGNE-RAPPORT
           MOVE 'NB N  NB N-1    PANIER N  PANIER N-1'
               TO LIGNE-RAPPORT(59:36)
           WRITE LIGNE-RAPPORT
           MOVE 0 TO POS-ANALYSE
           PERFORM EDITER-UNE-ANALYSE NB-ANALYSE TIMES.

       EDITER-UNE-ANALYSE.
           ADD 1 TO POS-ANALYSE
           IF DIM-TAB(POS-ANALYSE) = WS-DIM
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE CLE-TAB(POS-ANALYSE) TO LIGNE-RAPPORT(1:15)
               MOVE CA-N-TAB(POS-ANALYSE) TO WS-CA-EDIT
               MOVE WS-CA-EDIT TO LIGNE-RAPPORT(17:14)
               MOVE CA-P-TAB(POS-ANALYSE) TO WS-CA-EDIT
               MOVE WS-CA-EDIT TO LIGNE-RAPPORT(32:14)
               IF CA-P-TAB(POS-ANALYSE) NOT = 0
                   COMPUTE WS-VARIATION ROUNDED
                       = (CA-N-TAB(POS-ANALYSE) - CA-P-TAB(POS-ANALYSE))
                       * 100 / CA-P-TAB(POS-ANALYSE)
                   MOVE WS-VARIATION TO WS-VARIATION-EDIT
                   MOVE WS-VARIATION-EDIT TO LIGNE-RAPPORT(47:8)
               ELSE
                   MOVE 'NOUVEAU' TO LIGNE-RAPPORT(47:8)
               END-IF
               MOVE NB-N-TAB(POS-ANALYSE) TO WS-NB-EDIT
               MOVE WS-NB-EDIT TO LIGNE-RAPPORT(56:7)
               MOVE NB-P-TAB(POS-ANALYSE) TO WS-NB-EDIT
               MOVE WS-NB-EDIT TO LIGNE-RAPPORT(63:7)
               MOVE 0 TO WS-PANIER
               IF NB-N-TAB(POS-ANALYSE) > 0
                   COMPUTE WS-PANIER ROUNDED
                       = CA-N-TAB(POS-ANALYSE) / NB-N-TAB(POS-ANALYSE)
               END-IF
               MOVE WS-PANIER TO WS-PANIER-EDIT
               MOVE WS-PANIER-EDIT TO LIGNE-RAPPORT(71:12)
               MOVE 0 TO WS-PANIER
               IF NB-P-TAB(POS-ANALYSE) > 0
                   COMPUTE WS-PANIER ROUNDED
                       = CA-P-TAB(POS-ANALYSE) / NB-P-TAB(POS-ANALYSE)
               END-IF
               MOVE WS-PANIER TO WS-PANIER-EDIT
               MOVE WS-PANIER-EDIT TO LIGNE-RAPPORT(84:12)
               WRITE LIGNE-RAPPORT
           END-IF.
