       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYM.
      *****************************************************************
      * Extraction anonymisee des masters de production vers le
      * jeu de test (repertoire Desktop\TEST, memes noms de fichiers)
      * pour les recettes et la formation des operateurs. NOM,
      * PRENOM, TELEPHONE, numero et rue, numero de compte RIB et
      * montants de paie sont remplaces par des valeurs fictives
      * vraisemblables, calculees a partir du NOCLI ou du MATRICULE :
      * un meme matricule recoit le meme nom fictif dans Employes et
      * PaieHist, les liens entre fichiers sont donc conserves. Le
      * sexe, les dates (naissance, embauche, periodes), le code
      * postal, la ville, la banque et le guichet sont gardes pour
      * conserver les repartitions ; la cle RIB est recalculee. Les
      * montants d un salarie sont multiplies par un meme facteur
      * (0,80 a 1,20). Les clients entreprises (CLIE.txt) recoivent
      * une raison sociale et un contact fictifs, et un SIRET fictif
      * (SIREN 8 suivi du NOCLI, etablissement 0001) dont la cle de
      * Luhn est calculee, le numero de TVA etant redemande a
      * SIRETCTL : ENTMNT accepte donc les fiches du jeu de test.
      * Le certificat Anonymisation.txt liste ce qui a ete masque ;
      * l extraction exige le niveau operateur 3 et est tracee dans
      * l audit.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLIH
               ASSIGN TO WS-CLIH-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI OF enreg-CLIH
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIH
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIH-STATUS.
           SELECT CLIF
               ASSIGN TO WS-CLIF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI OF enreg-CLIF
               ALTERNATE RECORD KEY IS NOM OF enreg-CLIF
                   WITH DUPLICATES
               FILE STATUS IS WS-CLIF-STATUS.
           SELECT TCLIH
               ASSIGN TO WS-TCLIH-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI OF enreg-TCLIH
               ALTERNATE RECORD KEY IS NOM OF enreg-TCLIH
                   WITH DUPLICATES.
           SELECT TCLIF
               ASSIGN TO WS-TCLIF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI OF enreg-TCLIF
               ALTERNATE RECORD KEY IS NOM OF enreg-TCLIF
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
           SELECT TCLIE
               ASSIGN TO 'C:\Users\CRM\Desktop\TEST\CLIE.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOCLI OF enreg-TCLIE
               ALTERNATE RECORD KEY IS NOM OF enreg-TCLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SIRET OF enreg-TCLIE
                   WITH DUPLICATES.
           SELECT EMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULE OF enreg-employe
               FILE STATUS IS WS-EMP-STATUS.
           SELECT TEMPLOYES
               ASSIGN TO
            'C:\Users\CRM\Desktop\TEST\FICHIER_EXO_COBOL\Employes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULE OF enreg-temploye.
           SELECT FRIB
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\Rib.txt'
               FILE STATUS IS WS-RIB-STATUS.
           SELECT TRIB
               ASSIGN TO
            'C:\Users\CRM\Desktop\TEST\FICHIER_EXO_COBOL\Rib.txt'.
           SELECT FPAIEHIST
               ASSIGN TO
            'C:\Users\CRM\Desktop\FICHIER_EXO_COBOL\PaieHist.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-PHIST OF enreg-paiehist
               FILE STATUS IS WS-PHIST-STATUS.
           SELECT TPAIEHIST
               ASSIGN TO
            'C:\Users\CRM\Desktop\TEST\FICHIER_EXO_COBOL\PaieHist.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-PHIST OF enreg-tpaiehist.
           SELECT FCERTIFICAT
               ASSIGN TO 'C:\Users\CRM\Desktop\TEST\Anonymisation.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIH.
       01  enreg-CLIH.
           COPY CLIMAST.
       01  enreg-CLIH-CONTROLE.
           COPY CTLMAST.

       FD  CLIF.
       01  enreg-CLIF.
           COPY CLIMAST.
       01  enreg-CLIF-CONTROLE.
           COPY CTLMAST.

       FD  TCLIH.
       01  enreg-TCLIH.
           COPY CLIMAST.

       FD  TCLIF.
       01  enreg-TCLIF.
           COPY CLIMAST.

       FD  CLIE.
       01  enreg-CLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  TCLIE.
       01  enreg-TCLIE.
           COPY CLIMAST.
           COPY CLIEMAST.

       FD  EMPLOYES.
       01  enreg-employe.
           COPY EMPMAST.

       FD  TEMPLOYES.
       01  enreg-temploye.
           COPY EMPMAST.

       FD  FRIB.
       01  enreg-rib.
           COPY RIBREC.

       FD  TRIB.
       01  enreg-trib.
           COPY RIBREC.

       FD  FPAIEHIST.
       01  enreg-paiehist.
           COPY PAIEHIST.

       FD  TPAIEHIST.
       01  enreg-tpaiehist.
           COPY PAIEHIST.

       FD  FCERTIFICAT.
       01  LIGNE-CERTIFICAT PIC X(80).

       WORKING-STORAGE SECTION.
       01  ENREG-AUDIT.
           COPY AUDIT.
       77  WS-CLIH-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIF-STATUS PIC X(2) VALUE '00'.
       77  WS-CLIE-STATUS PIC X(2) VALUE '00'.
       77  WS-EMP-STATUS PIC X(2) VALUE '00'.
       77  WS-RIB-STATUS PIC X(2) VALUE '00'.
       77  WS-PHIST-STATUS PIC X(2) VALUE '00'.
       77  EOF-CLIH PIC 99 VALUE 0.
       77  EOF-CLIF PIC 99 VALUE 0.
       77  EOF-CLIE PIC 99 VALUE 0.
       77  EOF-EMP PIC 99 VALUE 0.
       77  EOF-RIB PIC 99 VALUE 0.
       77  EOF-PHIST PIC 99 VALUE 0.
       77  WS-GENERATION PIC X(8) VALUE SPACE.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  COMPTEURCLIH PIC 9(7) VALUE 0.
       77  COMPTEURCLIF PIC 9(7) VALUE 0.
       77  COMPTEURCLIE PIC 9(7) VALUE 0.
       77  COMPTEUREMP PIC 9(7) VALUE 0.
       77  COMPTEURRIB PIC 9(7) VALUE 0.
       77  COMPTEURPHIST PIC 9(7) VALUE 0.
       77  WS-ETAT-CLIH PIC X(7) VALUE 'ABSENT'.
       77  WS-ETAT-CLIF PIC X(7) VALUE 'ABSENT'.
       77  WS-ETAT-CLIE PIC X(7) VALUE 'ABSENT'.
       77  WS-ETAT-EMP PIC X(7) VALUE 'ABSENT'.
       77  WS-ETAT-RIB PIC X(7) VALUE 'ABSENT'.
       77  WS-ETAT-PHIST PIC X(7) VALUE 'ABSENT'.
       01  WS-CLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-CLIF-PATH PIC X(80) VALUE SPACE.
       01  WS-TCLIH-PATH PIC X(80) VALUE SPACE.
       01  WS-TCLIF-PATH PIC X(80) VALUE SPACE.

      * graine de l identite fictive : NOCLI ou MATRICULE
       77  WS-GRAINE PIC 9(7) VALUE 0.
       77  WS-SEXE-FICTIF PIC X VALUE SPACE.
       77  WS-QUOTIENT PIC 9(13) VALUE 0.
       77  WS-RESTE PIC 9(9) VALUE 0.
       77  POS-NOM PIC 99 VALUE 0.
       77  POS-PRENOM PIC 99 VALUE 0.
       77  POS-RUE PIC 99 VALUE 0.
       77  WS-NUM-RUE-FICTIF PIC 9(3) VALUE 0.
       77  WS-TEL-FICTIF PIC 9(8) VALUE 0.
       77  WS-COMPTE-FICTIF PIC 9(11) VALUE 0.
       77  WS-BANQUE-NUM PIC 9(5) VALUE 0.
       77  WS-GUICHET-NUM PIC 9(5) VALUE 0.
       77  WS-SOMME-RIB PIC 9(13) VALUE 0.
       77  WS-CLE-CALCULEE PIC 99 VALUE 0.
       77  WS-FACTEUR PIC 9V99 VALUE 1.
       77  WS-ECART-NET PIC S9(7)V99 VALUE 0.
       77  WS-NET-CALCULE PIC S9(7)V99 VALUE 0.
       77  WS-NOM-FICTIF PIC X(20) VALUE SPACE.
       77  WS-PRENOM-FICTIF PIC X(15) VALUE SPACE.
       77  WS-RUE-FICTIVE PIC X(20) VALUE SPACE.
       77  POS-CHIFFRE PIC 99 VALUE 0.
       77  WS-CHIFFRE PIC 99 VALUE 0.
       77  WS-SOMME-LUHN PIC 9(4) VALUE 0.
      * SIRET fictif : SIREN 8 + NOCLI, etablissement 0001, cle
       01  WS-SIRET-FICTIF.
           02 WS-SIREN-FICTIF PIC 9(9).
           02 WS-NIC-FICTIF PIC 9(4).
           02 WS-CLE-SIRET-FICTIF PIC 9.

       01  SIRET-ZONE.
           02 SIRET-NUMERO PIC X(14).
           02 SIRET-TVA-CALCULEE PIC X(13).
           02 SIRET-OK PIC X.

       01  LIBELLES-NOMS.
           02 FILLER PIC X(20) VALUE 'MARTIN'.
           02 FILLER PIC X(20) VALUE 'BERNARD'.
           02 FILLER PIC X(20) VALUE 'THOMAS'.
           02 FILLER PIC X(20) VALUE 'PETIT'.
           02 FILLER PIC X(20) VALUE 'ROBERT'.
           02 FILLER PIC X(20) VALUE 'RICHARD'.
           02 FILLER PIC X(20) VALUE 'DURAND'.
           02 FILLER PIC X(20) VALUE 'DUBOIS'.
           02 FILLER PIC X(20) VALUE 'MOREAU'.
           02 FILLER PIC X(20) VALUE 'LAURENT'.
           02 FILLER PIC X(20) VALUE 'SIMON'.
           02 FILLER PIC X(20) VALUE 'MICHEL'.
           02 FILLER PIC X(20) VALUE 'LEFEBVRE'.
           02 FILLER PIC X(20) VALUE 'LEROY'.
           02 FILLER PIC X(20) VALUE 'ROUX'.
           02 FILLER PIC X(20) VALUE 'DAVID'.
           02 FILLER PIC X(20) VALUE 'BERTRAND'.
           02 FILLER PIC X(20) VALUE 'MOREL'.
           02 FILLER PIC X(20) VALUE 'FOURNIER'.
           02 FILLER PIC X(20) VALUE 'GIRARD'.
       01  TABLE-NOMS REDEFINES LIBELLES-NOMS.
           02 NOM-FICTIF PIC X(20) OCCURS 20 TIMES.

       01  LIBELLES-PRENOMS-H.
           02 FILLER PIC X(15) VALUE 'JEAN'.
           02 FILLER PIC X(15) VALUE 'PIERRE'.
           02 FILLER PIC X(15) VALUE 'MICHEL'.
           02 FILLER PIC X(15) VALUE 'ANDRE'.
           02 FILLER PIC X(15) VALUE 'PHILIPPE'.
           02 FILLER PIC X(15) VALUE 'NICOLAS'.
           02 FILLER PIC X(15) VALUE 'LAURENT'.
           02 FILLER PIC X(15) VALUE 'OLIVIER'.
           02 FILLER PIC X(15) VALUE 'THIERRY'.
           02 FILLER PIC X(15) VALUE 'JULIEN'.
       01  TABLE-PRENOMS-H REDEFINES LIBELLES-PRENOMS-H.
           02 PRENOM-H-FICTIF PIC X(15) OCCURS 10 TIMES.

       01  LIBELLES-PRENOMS-F.
           02 FILLER PIC X(15) VALUE 'MARIE'.
           02 FILLER PIC X(15) VALUE 'NATHALIE'.
           02 FILLER PIC X(15) VALUE 'ISABELLE'.
           02 FILLER PIC X(15) VALUE 'SYLVIE'.
           02 FILLER PIC X(15) VALUE 'CATHERINE'.
           02 FILLER PIC X(15) VALUE 'SANDRINE'.
           02 FILLER PIC X(15) VALUE 'CHRISTINE'.
           02 FILLER PIC X(15) VALUE 'VALERIE'.
           02 FILLER PIC X(15) VALUE 'CELINE'.
           02 FILLER PIC X(15) VALUE 'JULIE'.
       01  TABLE-PRENOMS-F REDEFINES LIBELLES-PRENOMS-F.
           02 PRENOM-F-FICTIF PIC X(15) OCCURS 10 TIMES.

       01  LIBELLES-RUES.
           02 FILLER PIC X(20) VALUE 'RUE DE LA REPUBLIQUE'.
           02 FILLER PIC X(20) VALUE 'RUE VICTOR HUGO'.
           02 FILLER PIC X(20) VALUE 'AVENUE JEAN JAURES'.
           02 FILLER PIC X(20) VALUE 'RUE PASTEUR'.
           02 FILLER PIC X(20) VALUE 'BOULEVARD GAMBETTA'.
           02 FILLER PIC X(20) VALUE 'RUE DES ECOLES'.
           02 FILLER PIC X(20) VALUE 'PLACE DE LA MAIRIE'.
           02 FILLER PIC X(20) VALUE 'RUE DU MOULIN'.
           02 FILLER PIC X(20) VALUE 'CHEMIN DES VIGNES'.
           02 FILLER PIC X(20) VALUE 'RUE DE LA GARE'.
       01  TABLE-RUES REDEFINES LIBELLES-RUES.
           02 RUE-FICTIVE PIC X(20) OCCURS 10 TIMES.

       01  OPER-ZONE.
           02 OPER-ID PIC X(8).
           02 OPER-NIVEAU-SESSION PIC 9.

       01  PARAM-ZONE.
           02 PARAM-CLE PIC X(14).
           02 PARAM-VALEUR PIC X(8).
           02 PARAM-TROUVE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM EXTRAIRE-CLIH
           PERFORM EXTRAIRE-CLIF
           PERFORM EXTRAIRE-CLIE
           PERFORM EXTRAIRE-EMPLOYES
           PERFORM EXTRAIRE-RIB
           PERFORM EXTRAIRE-PAIEHIST
           PERFORM FIN
           STOP RUN.

       INIT.
           CALL 'OPERSES' USING OPER-ZONE
           IF OPER-NIVEAU-SESSION < 3
               DISPLAY 'NIVEAU OPERATEUR 3 REQUIS POUR EXTRAIRE LES '
                       'MASTERS DE PRODUCTION'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
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
           STRING 'C:\Users\CRM\Desktop\TEST\CLIH-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-TCLIH-PATH
           END-STRING
           STRING 'C:\Users\CRM\Desktop\TEST\CLIF-' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-TCLIF-PATH
           END-STRING.

      *****************************************************************
      * masters clients : les enregistrements de controle (cle 0 et
      * 9999999) sont recopies tels quels
      *****************************************************************
       EXTRAIRE-CLIH.
           OPEN INPUT CLIH
           IF WS-CLIH-STATUS = '00'
               MOVE 'EXTRAIT' TO WS-ETAT-CLIH
               OPEN OUTPUT TCLIH
               READ CLIH
                   AT END MOVE 1 TO EOF-CLIH
               END-READ
               PERFORM ANONYMISER-UN-CLIH UNTIL EOF-CLIH = 1
               CLOSE CLIH TCLIH
           END-IF.

       ANONYMISER-UN-CLIH.
           MOVE enreg-CLIH TO enreg-TCLIH
           IF CTL-CLE OF enreg-CLIH-CONTROLE NOT = 0
              AND CTL-CLE OF enreg-CLIH-CONTROLE NOT = 9999999
               MOVE NOCLI OF enreg-CLIH TO WS-GRAINE
               MOVE SEXE OF enreg-CLIH TO WS-SEXE-FICTIF
               PERFORM CONSTRUIRE-IDENTITE
               MOVE WS-NOM-FICTIF TO NOM OF enreg-TCLIH
               MOVE WS-PRENOM-FICTIF TO PRENOM OF enreg-TCLIH
               MOVE WS-NUM-RUE-FICTIF TO NUM-RUE OF enreg-TCLIH
               MOVE WS-RUE-FICTIVE TO RUE OF enreg-TCLIH
               IF TELEPHONE OF enreg-CLIH NOT = SPACES
                   MOVE WS-TEL-FICTIF TO TELEPHONE OF enreg-TCLIH(3:8)
               END-IF
               ADD 1 TO COMPTEURCLIH
           END-IF
           WRITE enreg-TCLIH
           END-WRITE
           READ CLIH
               AT END MOVE 1 TO EOF-CLIH
           END-READ.

       EXTRAIRE-CLIF.
           OPEN INPUT CLIF
           IF WS-CLIF-STATUS = '00'
               MOVE 'EXTRAIT' TO WS-ETAT-CLIF
               OPEN OUTPUT TCLIF
               READ CLIF
                   AT END MOVE 1 TO EOF-CLIF
               END-READ
               PERFORM ANONYMISER-UN-CLIF UNTIL EOF-CLIF = 1
               CLOSE CLIF TCLIF
           END-IF.

       ANONYMISER-UN-CLIF.
           MOVE enreg-CLIF TO enreg-TCLIF
           IF CTL-CLE OF enreg-CLIF-CONTROLE NOT = 0
              AND CTL-CLE OF enreg-CLIF-CONTROLE NOT = 9999999
               MOVE NOCLI OF enreg-CLIF TO WS-GRAINE
               MOVE SEXE OF enreg-CLIF TO WS-SEXE-FICTIF
               PERFORM CONSTRUIRE-IDENTITE
               MOVE WS-NOM-FICTIF TO NOM OF enreg-TCLIF
               MOVE WS-PRENOM-FICTIF TO PRENOM OF enreg-TCLIF
               MOVE WS-NUM-RUE-FICTIF TO NUM-RUE OF enreg-TCLIF
               MOVE WS-RUE-FICTIVE TO RUE OF enreg-TCLIF
               IF TELEPHONE OF enreg-CLIF NOT = SPACES
                   MOVE WS-TEL-FICTIF TO TELEPHONE OF enreg-TCLIF(3:8)
               END-IF
               ADD 1 TO COMPTEURCLIF
           END-IF
           WRITE enreg-TCLIF
           END-WRITE
           READ CLIF
               AT END MOVE 1 TO EOF-CLIF
           END-READ.

      *****************************************************************
      * master des clients entreprises : le contact recoit une
      * identite tiree de sa propre graine (NOCLI + 500000), puis
      * la societe son nom fictif, repris dans la raison sociale ;
      * un SIRET encore a saisir (SIRET-VALIDE N) reste vide
      *****************************************************************
       EXTRAIRE-CLIE.
           OPEN INPUT CLIE
           IF WS-CLIE-STATUS = '00'
               MOVE 'EXTRAIT' TO WS-ETAT-CLIE
               OPEN OUTPUT TCLIE
               READ CLIE
                   AT END MOVE 1 TO EOF-CLIE
               END-READ
               PERFORM ANONYMISER-UN-CLIE UNTIL EOF-CLIE = 1
               CLOSE CLIE TCLIE
           END-IF.

       ANONYMISER-UN-CLIE.
           MOVE enreg-CLIE TO enreg-TCLIE
           IF NOM-CONTACT OF enreg-CLIE NOT = SPACES
               COMPUTE WS-GRAINE = NOCLI OF enreg-CLIE + 500000
               IF CIVILITE-CONTACT OF enreg-CLIE = 'MME'
                   MOVE 'F' TO WS-SEXE-FICTIF
               ELSE
                   MOVE 'H' TO WS-SEXE-FICTIF
               END-IF
               PERFORM CONSTRUIRE-IDENTITE
               MOVE WS-NOM-FICTIF TO NOM-CONTACT OF enreg-TCLIE
               MOVE WS-PRENOM-FICTIF TO PRENOM-CONTACT OF enreg-TCLIE
           END-IF
           MOVE NOCLI OF enreg-CLIE TO WS-GRAINE
           MOVE 'E' TO WS-SEXE-FICTIF
           PERFORM CONSTRUIRE-IDENTITE
           MOVE WS-NOM-FICTIF TO NOM OF enreg-TCLIE
           MOVE WS-PRENOM-FICTIF TO PRENOM OF enreg-TCLIE
           MOVE WS-NOM-FICTIF TO RAISON-SOCIALE OF enreg-TCLIE
           MOVE WS-NUM-RUE-FICTIF TO NUM-RUE OF enreg-TCLIE
           MOVE WS-RUE-FICTIVE TO RUE OF enreg-TCLIE
           IF TELEPHONE OF enreg-CLIE NOT = SPACES
               MOVE WS-TEL-FICTIF TO TELEPHONE OF enreg-TCLIE(3:8)
           END-IF
           IF SIRET-VALIDE OF enreg-CLIE = 'O'
               PERFORM CONSTRUIRE-SIRET
               MOVE WS-SIRET-FICTIF TO SIRET OF enreg-TCLIE
               MOVE WS-SIRET-FICTIF TO SIRET-NUMERO
               CALL 'SIRETCTL' USING SIRET-ZONE
               MOVE SIRET-TVA-CALCULEE TO NO-TVA-INTRA OF enreg-TCLIE
           ELSE
               MOVE SPACES TO SIRET OF enreg-TCLIE
               MOVE SPACES TO NO-TVA-INTRA OF enreg-TCLIE
           END-IF
           WRITE enreg-TCLIE
           END-WRITE
           ADD 1 TO COMPTEURCLIE
           READ CLIE
               AT END MOVE 1 TO EOF-CLIE
           END-READ.

      * cle de Luhn comme SIRETCTL : sur les 13 premiers chiffres,
      * ceux de rang impair sont doubles, la cle complete la somme
      * au multiple de 10 ; le SIREN 8xxxxxxxx n est jamais celui
      * de La Poste (356000000, regle particuliere)
       CONSTRUIRE-SIRET.
           COMPUTE WS-SIREN-FICTIF = 800000000 + NOCLI OF enreg-CLIE
           MOVE 1 TO WS-NIC-FICTIF
           MOVE 0 TO WS-CLE-SIRET-FICTIF
           MOVE 0 TO WS-SOMME-LUHN POS-CHIFFRE
           PERFORM CUMULER-UN-CHIFFRE-SIRET 13 TIMES
           DIVIDE WS-SOMME-LUHN BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE
           IF WS-RESTE NOT = 0
               COMPUTE WS-CLE-SIRET-FICTIF = 10 - WS-RESTE
           END-IF.

       CUMULER-UN-CHIFFRE-SIRET.
           ADD 1 TO POS-CHIFFRE
           MOVE WS-SIRET-FICTIF(POS-CHIFFRE:1) TO WS-CHIFFRE
           DIVIDE POS-CHIFFRE BY 2 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE
           IF WS-RESTE = 1
               MULTIPLY 2 BY WS-CHIFFRE
               IF WS-CHIFFRE > 9
                   SUBTRACT 9 FROM WS-CHIFFRE
               END-IF
           END-IF
           ADD WS-CHIFFRE TO WS-SOMME-LUHN.

      *****************************************************************
      * master des employes
      *****************************************************************
       EXTRAIRE-EMPLOYES.
           OPEN INPUT EMPLOYES
           IF WS-EMP-STATUS = '00'
               MOVE 'EXTRAIT' TO WS-ETAT-EMP
               OPEN OUTPUT TEMPLOYES
               READ EMPLOYES
                   AT END MOVE 1 TO EOF-EMP
               END-READ
               PERFORM ANONYMISER-UN-EMPLOYE UNTIL EOF-EMP = 1
               CLOSE EMPLOYES TEMPLOYES
           END-IF.

       ANONYMISER-UN-EMPLOYE.
           MOVE enreg-employe TO enreg-temploye
           MOVE MATRICULE OF enreg-employe TO WS-GRAINE
           MOVE SEXE-EMPLOYE OF enreg-employe TO WS-SEXE-FICTIF
           PERFORM CONSTRUIRE-IDENTITE
           MOVE WS-NOM-FICTIF TO NOM-EMPLOYE OF enreg-temploye
           MOVE WS-PRENOM-FICTIF TO PRENOM-EMPLOYE OF enreg-temploye
           WRITE enreg-temploye
           END-WRITE
           ADD 1 TO COMPTEUREMP
           READ EMPLOYES
               AT END MOVE 1 TO EOF-EMP
           END-READ.

      *****************************************************************
      * coordonnees bancaires : banque et guichet gardes, compte
      * fictif, cle RIB recalculee (89 x banque + 15 x guichet +
      * 3 x compte, modulo 97) pour rester acceptee par RIBMNT
      *****************************************************************
       EXTRAIRE-RIB.
           OPEN INPUT FRIB
           IF WS-RIB-STATUS = '00'
               MOVE 'EXTRAIT' TO WS-ETAT-RIB
               OPEN OUTPUT TRIB
               READ FRIB
                   AT END MOVE 1 TO EOF-RIB
               END-READ
               PERFORM ANONYMISER-UN-RIB UNTIL EOF-RIB = 1
               CLOSE FRIB TRIB
           END-IF.

       ANONYMISER-UN-RIB.
           MOVE enreg-rib TO enreg-trib
           COMPUTE WS-QUOTIENT = RIB-MATRICULE OF enreg-rib * 7919
               + 10000000000
           DIVIDE WS-QUOTIENT BY 99999999989 GIVING WS-QUOTIENT
               REMAINDER WS-COMPTE-FICTIF
           MOVE WS-COMPTE-FICTIF TO RIB-COMPTE OF enreg-trib
           IF RIB-BANQUE OF enreg-rib IS NUMERIC
              AND RIB-GUICHET OF enreg-rib IS NUMERIC
               MOVE RIB-BANQUE OF enreg-rib TO WS-BANQUE-NUM
               MOVE RIB-GUICHET OF enreg-rib TO WS-GUICHET-NUM
               COMPUTE WS-SOMME-RIB
                   = 89 * WS-BANQUE-NUM
                   + 15 * WS-GUICHET-NUM
                   + 3 * WS-COMPTE-FICTIF
               DIVIDE WS-SOMME-RIB BY 97 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE
               COMPUTE WS-CLE-CALCULEE = 97 - WS-RESTE
               MOVE WS-CLE-CALCULEE TO RIB-CLE OF enreg-trib
           END-IF
           WRITE enreg-trib
           END-WRITE
           ADD 1 TO COMPTEURRIB
           READ FRIB
               AT END MOVE 1 TO EOF-RIB
           END-READ.

      *****************************************************************
      * historique de paie : nom du salarie comme dans Employes,
      * montants multiplies par le facteur propre au matricule ; le
      * net reste egal au brut moins impot et deductions
      *****************************************************************
       EXTRAIRE-PAIEHIST.
           OPEN INPUT FPAIEHIST
           IF WS-PHIST-STATUS = '00'
               MOVE 'EXTRAIT' TO WS-ETAT-PHIST
               OPEN OUTPUT TPAIEHIST
               READ FPAIEHIST
                   AT END MOVE 1 TO EOF-PHIST
               END-READ
               PERFORM ANONYMISER-UNE-PAIE UNTIL EOF-PHIST = 1
               CLOSE FPAIEHIST TPAIEHIST
           END-IF.

       ANONYMISER-UNE-PAIE.
           MOVE enreg-paiehist TO enreg-tpaiehist
           MOVE MATRICULE-PHIST OF enreg-paiehist TO WS-GRAINE
           MOVE 'H' TO WS-SEXE-FICTIF
           PERFORM CONSTRUIRE-IDENTITE
           MOVE WS-NOM-FICTIF TO NOM-PHIST OF enreg-tpaiehist
           DIVIDE WS-GRAINE BY 41 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE
           COMPUTE WS-FACTEUR = (80 + WS-RESTE) / 100
           COMPUTE WS-ECART-NET = NET-PHIST OF enreg-paiehist
               - BRUT-PHIST OF enreg-paiehist
               + IMPOT-PHIST OF enreg-paiehist
               + DEDUCTION-PHIST OF enreg-paiehist
           COMPUTE BRUT-PHIST OF enreg-tpaiehist ROUNDED
               = BRUT-PHIST OF enreg-paiehist * WS-FACTEUR
           COMPUTE IMPOT-PHIST OF enreg-tpaiehist ROUNDED
               = IMPOT-PHIST OF enreg-paiehist * WS-FACTEUR
           COMPUTE DEDUCTION-PHIST OF enreg-tpaiehist ROUNDED
               = DEDUCTION-PHIST OF enreg-paiehist * WS-FACTEUR
           COMPUTE CHARGES-PHIST OF enreg-tpaiehist ROUNDED
               = CHARGES-PHIST OF enreg-paiehist * WS-FACTEUR
           COMPUTE WS-NET-CALCULE ROUNDED
               = BRUT-PHIST OF enreg-tpaiehist
               - IMPOT-PHIST OF enreg-tpaiehist
               - DEDUCTION-PHIST OF enreg-tpaiehist
               + WS-ECART-NET * WS-FACTEUR
           IF WS-NET-CALCULE < 0
               MOVE 0 TO WS-NET-CALCULE
           END-IF
           MOVE WS-NET-CALCULE TO NET-PHIST OF enreg-tpaiehist
           WRITE enreg-tpaiehist
           END-WRITE
           ADD 1 TO COMPTEURPHIST
           READ FPAIEHIST
               AT END MOVE 1 TO EOF-PHIST
           END-READ.

      *****************************************************************
      * identite fictive derivee de la graine : nom, prenom selon le
      * sexe (E = entreprise, sans prenom), numero et rue, telephone
      *****************************************************************
       CONSTRUIRE-IDENTITE.
           DIVIDE WS-GRAINE BY 20 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE
           COMPUTE POS-NOM = WS-RESTE + 1
           DIVIDE WS-QUOTIENT BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE
           COMPUTE POS-PRENOM = WS-RESTE + 1
           COMPUTE WS-QUOTIENT = WS-GRAINE * 7
           DIVIDE WS-QUOTIENT BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE
           COMPUTE POS-RUE = WS-RESTE + 1
           DIVIDE WS-GRAINE BY 149 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE
           COMPUTE WS-NUM-RUE-FICTIF = WS-RESTE + 1
           COMPUTE WS-QUOTIENT = WS-GRAINE * 7919 + 12345678
           DIVIDE WS-QUOTIENT BY 99999989 GIVING WS-QUOTIENT
               REMAINDER WS-TEL-FICTIF
           MOVE RUE-FICTIVE(POS-RUE) TO WS-RUE-FICTIVE
           IF WS-SEXE-FICTIF = 'E'
               MOVE SPACES TO WS-NOM-FICTIF WS-PRENOM-FICTIF
               STRING 'SOCIETE ' DELIMITED BY SIZE
                      NOM-FICTIF(POS-NOM) DELIMITED BY SPACE
                   INTO WS-NOM-FICTIF
               END-STRING
           ELSE
               MOVE NOM-FICTIF(POS-NOM) TO WS-NOM-FICTIF
               IF WS-SEXE-FICTIF = 'F'
                   MOVE PRENOM-F-FICTIF(POS-PRENOM) TO WS-PRENOM-FICTIF
               ELSE
                   MOVE PRENOM-H-FICTIF(POS-PRENOM) TO WS-PRENOM-FICTIF
               END-IF
           END-IF.

      *****************************************************************
      * certificat d anonymisation et trace d audit
      *****************************************************************
       FIN.
           OPEN OUTPUT FCERTIFICAT
           MOVE '--- CERTIFICAT D ANONYMISATION DU JEU DE TEST ---'
               TO LIGNE-CERTIFICAT
           WRITE LIGNE-CERTIFICAT
           MOVE SPACES TO LIGNE-CERTIFICAT
           STRING 'EXTRAIT LE ' DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ' PAR ' DELIMITED BY SIZE
                  OPER-ID DELIMITED BY SIZE
                  ' GENERATION CLIENTS ' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT
           END-STRING
           WRITE LIGNE-CERTIFICAT
           MOVE SPACES TO LIGNE-CERTIFICAT
           STRING 'CLIH      ' DELIMITED BY SIZE
                  WS-ETAT-CLIH DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COMPTEURCLIH DELIMITED BY SIZE
                  ' : NOM PRENOM NUM-RUE RUE TELEPHONE(3:8)'
                  DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT
           END-STRING
           WRITE LIGNE-CERTIFICAT
           MOVE SPACES TO LIGNE-CERTIFICAT
           STRING 'CLIF      ' DELIMITED BY SIZE
                  WS-ETAT-CLIF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COMPTEURCLIF DELIMITED BY SIZE
                  ' : NOM PRENOM NUM-RUE RUE TELEPHONE(3:8)'
                  DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT
           END-STRING
           WRITE LIGNE-CERTIFICAT
           MOVE SPACES TO LIGNE-CERTIFICAT
           STRING 'CLIE      ' DELIMITED BY SIZE
                  WS-ETAT-CLIE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COMPTEURCLIE DELIMITED BY SIZE
                  ' : NOM RAISON-SOCIALE CONTACT NUM-RUE RUE TEL'
                  DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT
           END-STRING
           WRITE LIGNE-CERTIFICAT
           MOVE '            SIRET ET TVA FICTIFS (CLE DE LUHN)'
               TO LIGNE-CERTIFICAT
           WRITE LIGNE-CERTIFICAT
           MOVE SPACES TO LIGNE-CERTIFICAT
           STRING 'EMPLOYES  ' DELIMITED BY SIZE
                  WS-ETAT-EMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COMPTEUREMP DELIMITED BY SIZE
                  ' : NOM-EMPLOYE PRENOM-EMPLOYE' DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT
           END-STRING
           WRITE LIGNE-CERTIFICAT
           MOVE SPACES TO LIGNE-CERTIFICAT
           STRING 'RIB       ' DELIMITED BY SIZE
                  WS-ETAT-RIB DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COMPTEURRIB DELIMITED BY SIZE
                  ' : RIB-COMPTE, RIB-CLE RECALCULEE' DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT
           END-STRING
           WRITE LIGNE-CERTIFICAT
           MOVE SPACES TO LIGNE-CERTIFICAT
           STRING 'PAIEHIST  ' DELIMITED BY SIZE
                  WS-ETAT-PHIST DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COMPTEURPHIST DELIMITED BY SIZE
                  ' : NOM, BRUT IMPOT DEDUCTION NET CHARGES'
                  DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT
           END-STRING
           WRITE LIGNE-CERTIFICAT
           MOVE 'CONSERVES : NOCLI, MATRICULE, SEXE, DATES, CP,'
               TO LIGNE-CERTIFICAT
           WRITE LIGNE-CERTIFICAT
           MOVE '            VILLE, BANQUE, GUICHET, STATUTS, PERIODES'
               TO LIGNE-CERTIFICAT
           WRITE LIGNE-CERTIFICAT
           CLOSE FCERTIFICAT
           MOVE 'ANONYM' TO AUDIT-PROGRAMME
           MOVE 'EXTRAIT TEST' TO AUDIT-OPERATION
           MOVE WS-GENERATION TO AUDIT-CLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-HEURE FROM TIME
           MOVE OPER-ID TO AUDIT-OPERATEUR
           CALL 'AUDECR' USING ENREG-AUDIT
           DISPLAY 'JEU DE TEST ANONYMISE DANS C:\Users\CRM\Desktop\'
                   'TEST, CERTIFICAT ANONYMISATION.TXT'.

       END PROGRAM ANONYM.
