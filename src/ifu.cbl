       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-COMPTES ASSIGN TO "data/comptes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               ALTERNATE RECORD KEY IS NOM-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-STATUT-COMPTES.
           SELECT FICHIER-JOURNAL ASSIGN TO "data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
           SELECT FICHIER-ARCHIVE ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ARCHIVE.
           SELECT FICHIER-CLIENTS ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-STATUT-CLIENTS.
           SELECT FICHIER-CONTRATS ASSIGN TO "data/contrats.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-NUMERO
               FILE STATUS IS WS-STATUT-CONTRATS.
           SELECT FICHIER-DECLARATION
               ASSIGN TO DYNAMIC WS-NOM-DECLARATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DECLARATION.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-COMPTES.
       01  ENREGISTREMENT-COMPTE.
           05  NUMERO-COMPTE     PIC 9(5).
           05  NOM-CLIENT        PIC A(20).
           05  SOLDE             PIC S9(7)V99.
           05  STATUT-COMPTE     PIC X(01).
               88  COMPTE-ACTIF      VALUE "A".
               88  COMPTE-CLOTURE    VALUE "C".
               88  COMPTE-GELE       VALUE "F".
               88  COMPTE-DORMANT    VALUE "D".
           05  TYPE-COMPTE       PIC X(01).
               88  COMPTE-COURANT    VALUE "C".
               88  COMPTE-EPARGNE    VALUE "E".
           05  NUMERO-CLIENT     PIC 9(5).
           05  DECOUVERT-AUTORISE PIC 9(7)V99.

       FD  FICHIER-JOURNAL.
       01  ENREGISTREMENT-JOURNAL.
           05  JRN-NUMERO-COMPTE  PIC 9(5).
           05  JRN-TYPE           PIC X(10).
           05  JRN-MONTANT        PIC 9(7)V99.
           05  JRN-SOLDE-APRES    PIC S9(7)V99.
           05  JRN-DATE           PIC 9(8).
           05  JRN-HEURE          PIC 9(8).
           05  JRN-CONTREPARTIE   PIC 9(5).
           05  JRN-REFERENCE      PIC 9(16).
           05  JRN-OPERATEUR      PIC X(08).
           05  JRN-SEQUENCE       PIC 9(9).
           05  JRN-EMPREINTE      PIC 9(9).

       FD  FICHIER-ARCHIVE.
       01  ENREGISTREMENT-ARCHIVE PIC X(96).

       FD  FICHIER-CLIENTS.
       01  ENREGISTREMENT-CLIENT.
           05  CLI-NUMERO        PIC 9(5).
           05  CLI-NOM           PIC A(30).
           05  CLI-ADRESSE       PIC X(40).
           05  CLI-TELEPHONE     PIC X(15).

       FD  FICHIER-CONTRATS.
       01  ENREGISTREMENT-CONTRAT.
           05  CAT-NUMERO        PIC 9(5).
           05  CAT-COMPTE        PIC 9(5).
           05  CAT-CLIENT        PIC 9(5).
           05  CAT-CAPITAL       PIC 9(7)V99.
           05  CAT-TAUX          PIC 9V9(4).
           05  CAT-DUREE         PIC 9(2).
           05  CAT-DATE-OUVERTURE PIC 9(8).
           05  CAT-DATE-ECHEANCE PIC 9(8).
           05  CAT-STATUT        PIC X(01).
               88  CONTRAT-ACTIF     VALUE "A".
               88  CONTRAT-DENOUE    VALUE "D".
               88  CONTRAT-ROMPU     VALUE "R".

       FD  FICHIER-DECLARATION.
       01  ENREGISTREMENT-DECLARATION.
           05  DCL-TYPE           PIC X(01).
               88  DECLARATION-DETAIL    VALUE "D".
               88  DECLARATION-TOTAL     VALUE "T".
           05  DCL-ANNEE          PIC 9(4).
           05  DCL-CLIENT         PIC 9(5).
           05  DCL-NOM            PIC X(30).
           05  DCL-ADRESSE        PIC X(40).
           05  DCL-NB-COMPTES     PIC 9(3).
           05  DCL-NB-CONTRATS    PIC 9(3).
           05  DCL-INTERETS       PIC 9(9)V99.
           05  DCL-INTERETS-CAT   PIC 9(9)V99.
           05  DCL-TOTAL-INTERETS PIC 9(9)V99.
           05  DCL-FRAIS          PIC 9(9)V99.
       01  ENREGISTREMENT-TOTALISATION REDEFINES
               ENREGISTREMENT-DECLARATION.
           05  TOT-TYPE           PIC X(01).
           05  TOT-ANNEE          PIC 9(4).
           05  TOT-NB-CLIENTS     PIC 9(5).
           05  FILLER             PIC X(76).
           05  TOT-INTERETS       PIC 9(9)V99.
           05  TOT-INTERETS-CAT   PIC 9(9)V99.
           05  TOT-TOTAL-INTERETS PIC 9(9)V99.
           05  TOT-FRAIS          PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-NOM-ARCHIVE     PIC X(30).
       01  WS-NOM-DECLARATION PIC X(30).
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".
       01  WS-STATUT-ARCHIVE  PIC X(02) VALUE "00".
       01  WS-STATUT-CLIENTS  PIC X(02) VALUE "00".
       01  WS-STATUT-CONTRATS PIC X(02) VALUE "00".
       01  WS-STATUT-DECLARATION PIC X(02) VALUE "00".
       01  WS-DATE-JOUR.
           05  WS-JOUR-AAAA       PIC 9(4).
           05  WS-JOUR-MMJJ       PIC 9(4).
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-ANNEE           PIC 9(4) VALUE 0.
       01  WS-DEBUT-ANNEE     PIC 9(8).
       01  WS-FIN-ANNEE       PIC 9(8).
       01  WS-DATE-BALAYAGE   PIC 9(8).
       01  WS-ENTIER-JOUR     PIC 9(8).
       01  WS-ENTIER-FIN      PIC 9(8).
       01  WS-ENTIER-AUJOURDHUI PIC 9(8).
       01  WS-EOF-JOURNAL     PIC X(01) VALUE "N".
       01  WS-EOF-CLIENTS     PIC X(01) VALUE "N".
       01  WS-EOF-COMPTES     PIC X(01) VALUE "N".
       01  WS-EOF-CONTRATS    PIC X(01) VALUE "N".
       01  WS-CONTRATS-OUVERTS PIC X(01) VALUE "N".
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-TABLE-PLEINE    PIC X(01) VALUE "N".
       01  WS-AFFICHER        PIC X(01) VALUE "N".
       01  WS-INTERET-CAT     PIC S9(7)V99.
       01  WS-NB-ARCHIVES     PIC 9(3) VALUE 0.
       01  WS-NB-ECRITURES    PIC 9(7) VALUE 0.

       01  WS-TOTAUX-CLIENT.
           05  WS-CLI-NB-COMPTES  PIC 9(3).
           05  WS-CLI-NB-CONTRATS PIC 9(3).
           05  WS-CLI-INTERETS    PIC 9(9)V99.
           05  WS-CLI-INTERETS-CAT PIC 9(9)V99.
           05  WS-CLI-FRAIS       PIC 9(9)V99.
           05  WS-CLI-TOTAL       PIC 9(9)V99.

       01  WS-TOTAUX-JOURNAL.
           05  WS-JRN-INTERETS    PIC 9(9)V99 VALUE 0.
           05  WS-JRN-INTERETS-CAT PIC 9(9)V99 VALUE 0.
           05  WS-JRN-FRAIS       PIC 9(9)V99 VALUE 0.

       01  WS-TOTAUX-CERTIFIES.
           05  WS-NB-CERTIFICATS  PIC 9(5) VALUE 0.
           05  WS-CRT-INTERETS    PIC 9(9)V99 VALUE 0.
           05  WS-CRT-INTERETS-CAT PIC 9(9)V99 VALUE 0.
           05  WS-CRT-FRAIS       PIC 9(9)V99 VALUE 0.

       01  WS-ECARTS.
           05  WS-ECART-INTERETS  PIC S9(9)V99.
           05  WS-ECART-INTERETS-CAT PIC S9(9)V99.
           05  WS-ECART-FRAIS     PIC S9(9)V99.

       01  TABLE-COMPTES.
           05  TC-NB-COMPTES      PIC 9(3) VALUE 0.
           05  TC-COMPTE OCCURS 500 TIMES INDEXED BY TC-IDX.
               10  TC-NUMERO      PIC 9(5).
               10  TC-INTERETS    PIC 9(9)V99.
               10  TC-FRAIS       PIC 9(9)V99.

       01  TABLE-CONTRATS.
           05  TK-NB-CONTRATS     PIC 9(3) VALUE 0.
           05  TK-CONTRAT OCCURS 500 TIMES INDEXED BY TK-IDX.
               10  TK-NUMERO      PIC 9(5).
               10  TK-INTERETS    PIC 9(9)V99.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY "==================================================="
           DISPLAY "   IMPRIME FISCAL UNIQUE - CERTIFICATS ANNUELS"
           DISPLAY "   Date du jour : " WS-DATE-JOUR
           DISPLAY "==================================================="
           PERFORM SAISIR-ANNEE
           COMPUTE WS-DEBUT-ANNEE = WS-ANNEE * 10000 + 0101
           COMPUTE WS-FIN-ANNEE = WS-ANNEE * 10000 + 1231
           DISPLAY "Annee fiscale : " WS-ANNEE
               " (du " WS-DEBUT-ANNEE " au " WS-FIN-ANNEE ")"
           OPEN INPUT FICHIER-CONTRATS
           IF WS-STATUT-CONTRATS = "35"
               CLOSE FICHIER-CONTRATS
               MOVE "N" TO WS-CONTRATS-OUVERTS
           ELSE
               MOVE "O" TO WS-CONTRATS-OUVERTS
           END-IF
           PERFORM RELEVER-ANNEE
           IF WS-CONTRATS-OUVERTS = "O"
               CLOSE FICHIER-CONTRATS
           END-IF
           IF WS-TABLE-PLEINE = "O"
               DISPLAY "Execution interrompue : table des comptes ou "
                   "des contrats pleine (500), aucun certificat "
                   "produit."
               STOP RUN
           END-IF
           DISPLAY "Archives lues : " WS-NB-ARCHIVES
               ", ecritures retenues : " WS-NB-ECRITURES
           MOVE SPACES TO WS-NOM-DECLARATION
           STRING "data/ifu-" DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-NOM-DECLARATION
           OPEN OUTPUT FICHIER-DECLARATION
           PERFORM EDITER-CERTIFICATS
           PERFORM ECRIRE-TOTALISATION
           CLOSE FICHIER-DECLARATION
           PERFORM EDITER-PAGE-CONTROLE
           STOP RUN.

       SAISIR-ANNEE.
           MOVE 0 TO WS-ANNEE
           PERFORM UNTIL WS-ANNEE >= 1900 AND WS-ANNEE <= WS-JOUR-AAAA
               DISPLAY "Annee fiscale (AAAA, 0 = annee precedente) : "
                   WITH NO ADVANCING
               ACCEPT WS-ANNEE
               IF WS-ANNEE = 0
                   COMPUTE WS-ANNEE = WS-JOUR-AAAA - 1
               END-IF
               IF WS-ANNEE < 1900 OR WS-ANNEE > WS-JOUR-AAAA
                   DISPLAY "Annee invalide, reessayez."
               END-IF
           END-PERFORM.

       RELEVER-ANNEE.
           MOVE 0 TO TC-NB-COMPTES
           MOVE 0 TO TK-NB-CONTRATS
           MOVE "N" TO WS-TABLE-PLEINE
           COMPUTE WS-ENTIER-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DEBUT-ANNEE)
           COMPUTE WS-ENTIER-FIN =
               FUNCTION INTEGER-OF-DATE(WS-FIN-ANNEE) + 31
           COMPUTE WS-ENTIER-AUJOURDHUI =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-NUM)
           IF WS-ENTIER-FIN > WS-ENTIER-AUJOURDHUI
               MOVE WS-ENTIER-AUJOURDHUI TO WS-ENTIER-FIN
           END-IF
           PERFORM UNTIL WS-ENTIER-JOUR > WS-ENTIER-FIN
                   OR WS-TABLE-PLEINE = "O"
               COMPUTE WS-DATE-BALAYAGE =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
               PERFORM RELEVER-UNE-ARCHIVE
               ADD 1 TO WS-ENTIER-JOUR
           END-PERFORM
           IF WS-TABLE-PLEINE = "N"
               PERFORM RELEVER-JOURNAL-VIF
           END-IF.

       RELEVER-JOURNAL-VIF.
           MOVE "N" TO WS-EOF-JOURNAL
           OPEN INPUT FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL = "35"
               MOVE "O" TO WS-EOF-JOURNAL
           ELSE
               PERFORM UNTIL WS-EOF-JOURNAL = "O"
                   READ FICHIER-JOURNAL
                       AT END
                           MOVE "O" TO WS-EOF-JOURNAL
                       NOT AT END
                           PERFORM MEMORISER-ECRITURE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-JOURNAL
           END-IF.

       RELEVER-UNE-ARCHIVE.
           MOVE SPACES TO WS-NOM-ARCHIVE
           STRING "data/journal-" DELIMITED BY SIZE
               WS-DATE-BALAYAGE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVE
           MOVE "N" TO WS-EOF-JOURNAL
           OPEN INPUT FICHIER-ARCHIVE
           IF WS-STATUT-ARCHIVE = "35"
               MOVE "O" TO WS-EOF-JOURNAL
           ELSE
               ADD 1 TO WS-NB-ARCHIVES
               PERFORM UNTIL WS-EOF-JOURNAL = "O"
                   READ FICHIER-ARCHIVE
                       AT END
                           MOVE "O" TO WS-EOF-JOURNAL
                       NOT AT END
                           MOVE ENREGISTREMENT-ARCHIVE
                               TO ENREGISTREMENT-JOURNAL
                           PERFORM MEMORISER-ECRITURE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ARCHIVE
           END-IF.

       MEMORISER-ECRITURE.
           IF JRN-DATE >= WS-DEBUT-ANNEE AND JRN-DATE <= WS-FIN-ANNEE
               EVALUATE JRN-TYPE
                   WHEN "INTERET"
                       PERFORM LOCALISER-COMPTE
                       IF WS-TROUVE = "O"
                           ADD JRN-MONTANT TO TC-INTERETS(TC-IDX)
                           ADD JRN-MONTANT TO WS-JRN-INTERETS
                           ADD 1 TO WS-NB-ECRITURES
                       END-IF
                   WHEN "FRAIS"
                       PERFORM LOCALISER-COMPTE
                       IF WS-TROUVE = "O"
                           ADD JRN-MONTANT TO TC-FRAIS(TC-IDX)
                           ADD JRN-MONTANT TO WS-JRN-FRAIS
                           ADD 1 TO WS-NB-ECRITURES
                       END-IF
                   WHEN "CAT-CREDIT"
                       PERFORM CALCULER-INTERET-CAT
                       IF WS-INTERET-CAT > 0
                           PERFORM LOCALISER-CONTRAT
                           IF WS-TROUVE = "O"
                               ADD WS-INTERET-CAT
                                   TO TK-INTERETS(TK-IDX)
                               ADD WS-INTERET-CAT
                                   TO WS-JRN-INTERETS-CAT
                               ADD 1 TO WS-NB-ECRITURES
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       CALCULER-INTERET-CAT.
           MOVE 0 TO WS-INTERET-CAT
           IF WS-CONTRATS-OUVERTS = "O"
               MOVE JRN-REFERENCE TO CAT-NUMERO
               READ FICHIER-CONTRATS
                   INVALID KEY
                       DISPLAY "  *** ATTENTION : contrat "
                           JRN-REFERENCE " introuvable, "
                           "CAT-CREDIT du compte " JRN-NUMERO-COMPTE
                           " ignore ***"
                   NOT INVALID KEY
                       COMPUTE WS-INTERET-CAT =
                           JRN-MONTANT - CAT-CAPITAL
               END-READ
           END-IF.

       LOCALISER-COMPTE.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > TC-NB-COMPTES
                   OR WS-TROUVE = "O"
               IF TC-NUMERO(TC-IDX) = JRN-NUMERO-COMPTE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = "N"
               IF TC-NB-COMPTES < 500
                   ADD 1 TO TC-NB-COMPTES
                   SET TC-IDX TO TC-NB-COMPTES
                   MOVE JRN-NUMERO-COMPTE TO TC-NUMERO(TC-IDX)
                   MOVE 0 TO TC-INTERETS(TC-IDX)
                   MOVE 0 TO TC-FRAIS(TC-IDX)
                   MOVE "O" TO WS-TROUVE
               ELSE
                   MOVE "O" TO WS-TABLE-PLEINE
               END-IF
           ELSE
               SET TC-IDX DOWN BY 1
           END-IF.

       LOCALISER-CONTRAT.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > TK-NB-CONTRATS
                   OR WS-TROUVE = "O"
               IF TK-NUMERO(TK-IDX) = CAT-NUMERO
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = "N"
               IF TK-NB-CONTRATS < 500
                   ADD 1 TO TK-NB-CONTRATS
                   SET TK-IDX TO TK-NB-CONTRATS
                   MOVE CAT-NUMERO TO TK-NUMERO(TK-IDX)
                   MOVE 0 TO TK-INTERETS(TK-IDX)
                   MOVE "O" TO WS-TROUVE
               ELSE
                   MOVE "O" TO WS-TABLE-PLEINE
               END-IF
           ELSE
               SET TK-IDX DOWN BY 1
           END-IF.

       EDITER-CERTIFICATS.
           MOVE "N" TO WS-EOF-CLIENTS
           OPEN INPUT FICHIER-CLIENTS
           IF WS-STATUT-CLIENTS = "35"
               CLOSE FICHIER-CLIENTS
               DISPLAY "Aucun client enregistre."
           ELSE
               PERFORM UNTIL WS-EOF-CLIENTS = "O"
                   READ FICHIER-CLIENTS NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-CLIENTS
                       NOT AT END
                           PERFORM TRAITER-CLIENT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CLIENTS
           END-IF.

       TRAITER-CLIENT.
           MOVE "N" TO WS-AFFICHER
           PERFORM CUMULER-CLIENT
           IF WS-CLI-TOTAL > 0 OR WS-CLI-FRAIS > 0
               PERFORM IMPRIMER-CERTIFICAT
               PERFORM ECRIRE-DECLARATION
               ADD 1 TO WS-NB-CERTIFICATS
               ADD WS-CLI-INTERETS TO WS-CRT-INTERETS
               ADD WS-CLI-INTERETS-CAT TO WS-CRT-INTERETS-CAT
               ADD WS-CLI-FRAIS TO WS-CRT-FRAIS
           END-IF.

       CUMULER-CLIENT.
           MOVE 0 TO WS-CLI-NB-COMPTES
           MOVE 0 TO WS-CLI-NB-CONTRATS
           MOVE 0 TO WS-CLI-INTERETS
           MOVE 0 TO WS-CLI-INTERETS-CAT
           MOVE 0 TO WS-CLI-FRAIS
           PERFORM CUMULER-COMPTES-CLIENT
           PERFORM CUMULER-CONTRATS-CLIENT
           COMPUTE WS-CLI-TOTAL =
               WS-CLI-INTERETS + WS-CLI-INTERETS-CAT.

       CUMULER-COMPTES-CLIENT.
           MOVE "N" TO WS-EOF-COMPTES
           OPEN INPUT FICHIER-COMPTES
           IF WS-STATUT-COMPTES = "35"
               CLOSE FICHIER-COMPTES
           ELSE
               PERFORM UNTIL WS-EOF-COMPTES = "O"
                   READ FICHIER-COMPTES NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-COMPTES
                       NOT AT END
                           IF NUMERO-CLIENT = CLI-NUMERO
                               PERFORM CUMULER-UN-COMPTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMPTES
           END-IF.

       CUMULER-UN-COMPTE.
           ADD 1 TO WS-CLI-NB-COMPTES
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > TC-NB-COMPTES
                   OR WS-TROUVE = "O"
               IF TC-NUMERO(TC-IDX) = NUMERO-COMPTE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = "O"
               SET TC-IDX DOWN BY 1
               ADD TC-INTERETS(TC-IDX) TO WS-CLI-INTERETS
               ADD TC-FRAIS(TC-IDX) TO WS-CLI-FRAIS
               IF WS-AFFICHER = "O"
                   DISPLAY "  Compte " NUMERO-COMPTE
                       " type " TYPE-COMPTE
                       "  interets " TC-INTERETS(TC-IDX)
                       "  frais " TC-FRAIS(TC-IDX)
               END-IF
           ELSE
               IF WS-AFFICHER = "O"
                   DISPLAY "  Compte " NUMERO-COMPTE
                       " type " TYPE-COMPTE
                       "  aucun revenu ni frais sur l'annee"
               END-IF
           END-IF.

       CUMULER-CONTRATS-CLIENT.
           IF WS-CONTRATS-OUVERTS = "O"
               MOVE "N" TO WS-EOF-CONTRATS
               OPEN INPUT FICHIER-CONTRATS
               PERFORM UNTIL WS-EOF-CONTRATS = "O"
                   READ FICHIER-CONTRATS NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-CONTRATS
                       NOT AT END
                           IF CAT-CLIENT = CLI-NUMERO
                               PERFORM CUMULER-UN-CONTRAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONTRATS
           END-IF.

       CUMULER-UN-CONTRAT.
           ADD 1 TO WS-CLI-NB-CONTRATS
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > TK-NB-CONTRATS
                   OR WS-TROUVE = "O"
               IF TK-NUMERO(TK-IDX) = CAT-NUMERO
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = "O"
               SET TK-IDX DOWN BY 1
               ADD TK-INTERETS(TK-IDX) TO WS-CLI-INTERETS-CAT
               IF WS-AFFICHER = "O"
                   DISPLAY "  Contrat a terme " CAT-NUMERO
                       " compte " CAT-COMPTE
                       " capital " CAT-CAPITAL
                       "  interets " TK-INTERETS(TK-IDX)
               END-IF
           ELSE
               IF WS-AFFICHER = "O"
                   DISPLAY "  Contrat a terme " CAT-NUMERO
                       " compte " CAT-COMPTE
                       " statut " CAT-STATUT
                       "  aucun interet verse sur l'annee"
               END-IF
           END-IF.

       IMPRIMER-CERTIFICAT.
           DISPLAY " "
           DISPLAY "---------------------------------------------------"
           DISPLAY "IMPRIME FISCAL UNIQUE - REVENUS DE L'ANNEE "
               WS-ANNEE
           DISPLAY "Client    : " CLI-NUMERO " " CLI-NOM
           DISPLAY "Adresse   : " CLI-ADRESSE
           DISPLAY "Comptes et contrats :"
           MOVE "O" TO WS-AFFICHER
           PERFORM CUMULER-CLIENT
           MOVE "N" TO WS-AFFICHER
           DISPLAY "Interets crediteurs des comptes : "
               WS-CLI-INTERETS
           DISPLAY "Interets des comptes a terme    : "
               WS-CLI-INTERETS-CAT
           DISPLAY "Total des interets percus       : "
               WS-CLI-TOTAL
           DISPLAY "Frais et commissions preleves   : "
               WS-CLI-FRAIS.

       ECRIRE-DECLARATION.
           MOVE SPACES TO ENREGISTREMENT-DECLARATION
           MOVE "D" TO DCL-TYPE
           MOVE WS-ANNEE TO DCL-ANNEE
           MOVE CLI-NUMERO TO DCL-CLIENT
           MOVE CLI-NOM TO DCL-NOM
           MOVE CLI-ADRESSE TO DCL-ADRESSE
           MOVE WS-CLI-NB-COMPTES TO DCL-NB-COMPTES
           MOVE WS-CLI-NB-CONTRATS TO DCL-NB-CONTRATS
           MOVE WS-CLI-INTERETS TO DCL-INTERETS
           MOVE WS-CLI-INTERETS-CAT TO DCL-INTERETS-CAT
           MOVE WS-CLI-TOTAL TO DCL-TOTAL-INTERETS
           MOVE WS-CLI-FRAIS TO DCL-FRAIS
           WRITE ENREGISTREMENT-DECLARATION.

       ECRIRE-TOTALISATION.
           MOVE SPACES TO ENREGISTREMENT-DECLARATION
           MOVE "T" TO TOT-TYPE
           MOVE WS-ANNEE TO TOT-ANNEE
           MOVE WS-NB-CERTIFICATS TO TOT-NB-CLIENTS
           MOVE WS-CRT-INTERETS TO TOT-INTERETS
           MOVE WS-CRT-INTERETS-CAT TO TOT-INTERETS-CAT
           COMPUTE TOT-TOTAL-INTERETS =
               WS-CRT-INTERETS + WS-CRT-INTERETS-CAT
           MOVE WS-CRT-FRAIS TO TOT-FRAIS
           WRITE ENREGISTREMENT-DECLARATION.

       EDITER-PAGE-CONTROLE.
           COMPUTE WS-ECART-INTERETS =
               WS-JRN-INTERETS - WS-CRT-INTERETS
           COMPUTE WS-ECART-INTERETS-CAT =
               WS-JRN-INTERETS-CAT - WS-CRT-INTERETS-CAT
           COMPUTE WS-ECART-FRAIS = WS-JRN-FRAIS - WS-CRT-FRAIS
           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY "   PAGE DE CONTROLE IFU " WS-ANNEE
           DISPLAY "==================================================="
           DISPLAY "Fichier declaratif    : " WS-NOM-DECLARATION
           DISPLAY "Certificats produits  : " WS-NB-CERTIFICATS
           DISPLAY " "
           DISPLAY "                      JOURNAUX        CERTIFIES"
               "       NON RATTACHES"
           DISPLAY "Interets comptes  : " WS-JRN-INTERETS " "
               WS-CRT-INTERETS " " WS-ECART-INTERETS
           DISPLAY "Interets a terme  : " WS-JRN-INTERETS-CAT " "
               WS-CRT-INTERETS-CAT " " WS-ECART-INTERETS-CAT
           DISPLAY "Frais             : " WS-JRN-FRAIS " "
               WS-CRT-FRAIS " " WS-ECART-FRAIS
           IF WS-ECART-INTERETS NOT = 0
               OR WS-ECART-INTERETS-CAT NOT = 0
               OR WS-ECART-FRAIS NOT = 0
               DISPLAY "*** ATTENTION : montants non rattaches a un "
                   "client, verifier les comptes sans client ***"
           ELSE
               DISPLAY "Totaux concordants."
           END-IF
           DISPLAY "==================================================="
           DISPLAY "Fin de l'edition des certificats.".
       END PROGRAM ifu.
