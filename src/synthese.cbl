       IDENTIFICATION DIVISION.
       PROGRAM-ID. synthese.

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
           SELECT FICHIER-GRANDLIVRE ASSIGN TO "data/grandlivre.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-GRANDLIVRE.
           SELECT FICHIER-OPERATEURS ASSIGN TO "data/operateurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUT-OPERATEURS.
           SELECT FICHIER-EXTRACTION ASSIGN TO DYNAMIC WS-NOM-EXTRACTION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXTRACTION.

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

       FD  FICHIER-GRANDLIVRE.
       01  ENREGISTREMENT-GRANDLIVRE.
           05  GLV-DATE           PIC 9(8).
           05  GLV-COMPTE-DEBIT   PIC 9(5).
           05  GLV-COMPTE-CREDIT  PIC 9(5).
           05  GLV-MONTANT        PIC 9(7)V99.
           05  GLV-TYPE           PIC X(10).
           05  GLV-COMPTE-CLIENT  PIC 9(5).

       FD  FICHIER-OPERATEURS.
       01  ENREGISTREMENT-OPERATEUR.
           05  OPE-ID            PIC X(08).
           05  OPE-NOM           PIC A(20).
           05  OPE-NIVEAU        PIC 9(01).
               88  OPE-GUICHETIER    VALUE 1.
               88  OPE-SUPERVISEUR   VALUE 2.
           05  OPE-STATUT        PIC X(01).
               88  OPE-ACTIF         VALUE "A".
               88  OPE-DESACTIVE     VALUE "X".

       FD  FICHIER-EXTRACTION.
       01  ENREGISTREMENT-EXTRACTION PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-NOM-ARCHIVE     PIC X(30).
       01  WS-NOM-EXTRACTION  PIC X(30).
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".
       01  WS-STATUT-ARCHIVE  PIC X(02) VALUE "00".
       01  WS-STATUT-GRANDLIVRE PIC X(02) VALUE "00".
       01  WS-STATUT-OPERATEURS PIC X(02) VALUE "00".
       01  WS-STATUT-EXTRACTION PIC X(02) VALUE "00".
       01  WS-DATE-JOUR.
           05  WS-JOUR-AAAAMM     PIC 9(6).
           05  WS-JOUR-JJ         PIC 9(2).
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-MOIS.
           05  WS-MOIS-AAAA       PIC 9(4).
           05  WS-MOIS-MM         PIC 9(2).
       01  WS-MOIS-NUM REDEFINES WS-MOIS PIC 9(6).
       01  WS-MOIS-VALIDE     PIC X(01) VALUE "N".
       01  WS-DEBUT-MOIS      PIC 9(8).
       01  WS-FIN-MOIS        PIC 9(8).
       01  WS-DEBUT-PRECEDENT PIC 9(8).
       01  WS-FIN-PRECEDENT   PIC 9(8).
       01  WS-MOIS-SUIVANT    PIC 9(8).
       01  WS-DATE-BALAYAGE   PIC 9(8).
       01  WS-ENTIER-JOUR     PIC 9(8).
       01  WS-ENTIER-FIN      PIC 9(8).
       01  WS-ENTIER-AUJOURDHUI PIC 9(8).
       01  WS-EOF-JOURNAL     PIC X(01) VALUE "N".
       01  WS-EOF-COMPTES     PIC X(01) VALUE "N".
       01  WS-EOF-GRANDLIVRE  PIC X(01) VALUE "N".
       01  WS-OPERATEURS-OUVERTS PIC X(01) VALUE "N".
       01  WS-COMPTES-OUVERTS PIC X(01) VALUE "N".
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-TABLE-PLEINE    PIC X(01) VALUE "N".
       01  WS-MONETAIRE       PIC X(01) VALUE "O".
       01  WS-NB-ARCHIVES     PIC 9(3) VALUE 0.
       01  WS-NB-ECRITURES    PIC 9(7) VALUE 0.
       01  WS-NB-LIGNES-GL    PIC 9(7) VALUE 0.
       01  WS-NB-OUVERTS      PIC 9(5) VALUE 0.
       01  WS-NB-CLOTURES     PIC 9(5) VALUE 0.
       01  WS-NB-EXTRAITES    PIC 9(5) VALUE 0.
       01  WS-I-TYPE          PIC 9(1).
       01  WS-I-STATUT        PIC 9(1).
       01  WS-NOM             PIC X(20).

       01  WS-TOTAUX-ENCOURS.
           05  WS-TOT-NB-COMPTES  PIC 9(5).
           05  WS-TOT-CREDITEUR   PIC 9(11)V99.
           05  WS-TOT-DEBITEUR    PIC 9(11)V99.
           05  WS-GEN-NB-COMPTES  PIC 9(5) VALUE 0.
           05  WS-GEN-CREDITEUR   PIC 9(11)V99 VALUE 0.
           05  WS-GEN-DEBITEUR    PIC 9(11)V99 VALUE 0.

       01  WS-TOTAUX-RESULTAT.
           05  WS-PRODUITS-COURANT    PIC 9(11)V99 VALUE 0.
           05  WS-PRODUITS-PRECEDENT  PIC 9(11)V99 VALUE 0.
           05  WS-CHARGES-COURANT     PIC 9(11)V99 VALUE 0.
           05  WS-CHARGES-PRECEDENT   PIC 9(11)V99 VALUE 0.
           05  WS-NET-COURANT         PIC S9(11)V99 VALUE 0.
           05  WS-NET-PRECEDENT       PIC S9(11)V99 VALUE 0.
           05  WS-VARIATION           PIC S9(11)V99 VALUE 0.

       01  WS-TOTAUX-JOURNAL.
           05  WS-JRN-PRODUITS    PIC 9(11)V99 VALUE 0.
           05  WS-JRN-CHARGES     PIC 9(11)V99 VALUE 0.
           05  WS-JRN-MONTANT     PIC 9(11)V99 VALUE 0.
           05  WS-ECART-PRODUITS  PIC S9(11)V99 VALUE 0.
           05  WS-ECART-CHARGES   PIC S9(11)V99 VALUE 0.

       01  WS-LIBELLES-TYPES.
           05  FILLER             PIC X(11) VALUE "CCOURANT   ".
           05  FILLER             PIC X(11) VALUE "EEPARGNE   ".
       01  WS-TABLE-LIBELLES-TYPES REDEFINES WS-LIBELLES-TYPES.
           05  LT-TYPE OCCURS 2 TIMES.
               10  LT-CODE        PIC X(01).
               10  LT-LIBELLE     PIC X(10).

       01  WS-LIBELLES-STATUTS.
           05  FILLER             PIC X(11) VALUE "AACTIF     ".
           05  FILLER             PIC X(11) VALUE "FGELE      ".
           05  FILLER             PIC X(11) VALUE "DDORMANT   ".
           05  FILLER             PIC X(11) VALUE "CCLOTURE   ".
       01  WS-TABLE-LIBELLES-STATUTS REDEFINES WS-LIBELLES-STATUTS.
           05  LS-STATUT OCCURS 4 TIMES.
               10  LS-CODE        PIC X(01).
               10  LS-LIBELLE     PIC X(10).

       01  TABLE-ENCOURS.
           05  TD-TYPE OCCURS 2 TIMES.
               10  TD-STATUT OCCURS 4 TIMES.
                   15  TD-NB-COMPTES  PIC 9(5).
                   15  TD-CREDITEUR   PIC 9(11)V99.
                   15  TD-DEBITEUR    PIC 9(11)V99.

       01  TABLE-RESULTAT.
           05  TR-NB-POSTES       PIC 9(1) VALUE 0.
           05  TR-POSTE OCCURS 4 TIMES INDEXED BY TR-IDX.
               10  TR-NUMERO-GL   PIC 9(5).
               10  TR-NATURE      PIC X(01).
                   88  TR-PRODUIT     VALUE "P".
                   88  TR-CHARGE      VALUE "C".
               10  TR-LIBELLE     PIC X(30).
               10  TR-COURANT     PIC 9(11)V99.
               10  TR-PRECEDENT   PIC 9(11)V99.

       01  TABLE-MOUVEMENTS-COMPTES.
           05  TN-NB-MOUVEMENTS   PIC 9(3) VALUE 0.
           05  TN-MOUVEMENT OCCURS 200 TIMES INDEXED BY TN-IDX.
               10  TN-NUMERO      PIC 9(5).
               10  TN-SENS        PIC X(01).
                   88  TN-OUVERTURE   VALUE "O".
                   88  TN-CLOTURE     VALUE "C".
               10  TN-DATE        PIC 9(8).
               10  TN-OPERATEUR   PIC X(08).

       01  TABLE-TYPES.
           05  TT-NB-TYPES        PIC 9(2) VALUE 0.
           05  TT-TYPE OCCURS 40 TIMES INDEXED BY TT-IDX.
               10  TT-CODE        PIC X(10).
               10  TT-NB          PIC 9(7).
               10  TT-MONTANT     PIC 9(11)V99.

       01  TABLE-OPERATEURS.
           05  TP-NB-OPERATEURS   PIC 9(2) VALUE 0.
           05  TP-OPERATEUR OCCURS 50 TIMES INDEXED BY TP-IDX.
               10  TP-ID          PIC X(08).
               10  TP-NB          PIC 9(7).
               10  TP-MONTANT     PIC 9(11)V99.

       01  WS-LIGNE-EXTRACTION.
           05  EXT-MOIS           PIC 9(6).
           05  FILLER             PIC X(01) VALUE ";".
           05  EXT-RUBRIQUE       PIC X(12).
           05  FILLER             PIC X(01) VALUE ";".
           05  EXT-CODE           PIC X(10).
           05  FILLER             PIC X(01) VALUE ";".
           05  EXT-LIBELLE        PIC X(30).
           05  FILLER             PIC X(01) VALUE ";".
           05  EXT-NOMBRE         PIC 9(7).
           05  FILLER             PIC X(01) VALUE ";".
           05  EXT-MONTANT        PIC +9(11).99.
           05  FILLER             PIC X(01) VALUE ";".
           05  EXT-MONTANT-PRECEDENT PIC +9(11).99.
           05  FILLER             PIC X(01) VALUE ";".
           05  EXT-ECART          PIC +9(11).99.

       01  WS-ENTETE-EXTRACTION.
           05  FILLER             PIC X(40) VALUE
               "MOIS;RUBRIQUE;CODE;LIBELLE;NOMBRE;MONTAN".
           05  FILLER             PIC X(40) VALUE
               "T;MONTANT-PRECEDENT;ECART               ".

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY "==================================================="
           DISPLAY "   TABLEAU DE BORD MENSUEL ET EXTRACTION COMPTABLE"
           DISPLAY "   Date du jour : " WS-DATE-JOUR
           DISPLAY "==================================================="
           PERFORM SAISIR-MOIS
           PERFORM CALCULER-BORNES
           DISPLAY "Mois edite : " WS-MOIS-NUM
               " (du " WS-DEBUT-MOIS " au " WS-FIN-MOIS ")"
           DISPLAY "Mois de comparaison : du " WS-DEBUT-PRECEDENT
               " au " WS-FIN-PRECEDENT
           PERFORM RELEVER-JOURNAUX
           IF WS-TABLE-PLEINE = "O"
               DISPLAY "Execution interrompue : table des types (40), "
                   "des operateurs (50) ou des ouvertures et "
                   "clotures (200) pleine, aucune extraction produite."
               STOP RUN
           END-IF
           DISPLAY "Archives lues : " WS-NB-ARCHIVES
               ", ecritures du mois : " WS-NB-ECRITURES
           PERFORM CUMULER-GRAND-LIVRE
           PERFORM CUMULER-ENCOURS
           MOVE SPACES TO WS-NOM-EXTRACTION
           STRING "data/synthese-" DELIMITED BY SIZE
               WS-MOIS-NUM DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-NOM-EXTRACTION
           OPEN OUTPUT FICHIER-EXTRACTION
           MOVE WS-ENTETE-EXTRACTION TO ENREGISTREMENT-EXTRACTION
           WRITE ENREGISTREMENT-EXTRACTION
           MOVE WS-MOIS-NUM TO EXT-MOIS
           PERFORM EDITER-ENCOURS
           PERFORM EDITER-OUVERTURES
           PERFORM EDITER-RESULTAT
           PERFORM EDITER-TYPES
           PERFORM EDITER-OPERATEURS
           CLOSE FICHIER-EXTRACTION
           PERFORM EDITER-CONTROLE
           STOP RUN.

       SAISIR-MOIS.
           MOVE "N" TO WS-MOIS-VALIDE
           PERFORM UNTIL WS-MOIS-VALIDE = "O"
               DISPLAY "Mois a editer (AAAAMM, 0 = mois precedent) : "
                   WITH NO ADVANCING
               ACCEPT WS-MOIS-NUM
               IF WS-MOIS-NUM = 0
                   MOVE WS-JOUR-AAAAMM TO WS-MOIS-NUM
                   IF WS-MOIS-MM = 1
                       SUBTRACT 1 FROM WS-MOIS-AAAA
                       MOVE 12 TO WS-MOIS-MM
                   ELSE
                       SUBTRACT 1 FROM WS-MOIS-MM
                   END-IF
               END-IF
               IF WS-MOIS-MM >= 1 AND WS-MOIS-MM <= 12
                       AND WS-MOIS-AAAA >= 1900
                       AND WS-MOIS-NUM <= WS-JOUR-AAAAMM
                   MOVE "O" TO WS-MOIS-VALIDE
               ELSE
                   DISPLAY "Mois invalide, reessayez."
               END-IF
           END-PERFORM.

       CALCULER-BORNES.
           COMPUTE WS-DEBUT-MOIS = WS-MOIS-NUM * 100 + 1
           IF WS-MOIS-MM = 12
               COMPUTE WS-MOIS-SUIVANT =
                   (WS-MOIS-AAAA + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-MOIS-SUIVANT = WS-DEBUT-MOIS + 100
           END-IF
           COMPUTE WS-ENTIER-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-MOIS-SUIVANT) - 1
           COMPUTE WS-FIN-MOIS =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
           IF WS-MOIS-MM = 1
               COMPUTE WS-DEBUT-PRECEDENT =
                   (WS-MOIS-AAAA - 1) * 10000 + 1201
           ELSE
               COMPUTE WS-DEBUT-PRECEDENT = WS-DEBUT-MOIS - 100
           END-IF
           COMPUTE WS-ENTIER-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DEBUT-MOIS) - 1
           COMPUTE WS-FIN-PRECEDENT =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR).

       RELEVER-JOURNAUX.
           MOVE "N" TO WS-TABLE-PLEINE
           COMPUTE WS-ENTIER-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DEBUT-MOIS)
           COMPUTE WS-ENTIER-FIN =
               FUNCTION INTEGER-OF-DATE(WS-FIN-MOIS) + 31
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
           IF JRN-DATE >= WS-DEBUT-MOIS AND JRN-DATE <= WS-FIN-MOIS
                   AND JRN-TYPE NOT = "REPORT"
               ADD 1 TO WS-NB-ECRITURES
               IF JRN-TYPE = "DECOUVERT" OR JRN-TYPE = "BLOCAGE"
                   OR JRN-TYPE = "DEBLOCAGE" OR JRN-TYPE = "GEL"
                   OR JRN-TYPE = "DEGEL" OR JRN-TYPE = "REACTIV"
                   OR JRN-TYPE = "CLOTURE" OR JRN-TYPE = "RENOMMAGE"
                   OR JRN-TYPE = "DORMANCE"
                   MOVE "N" TO WS-MONETAIRE
               ELSE
                   MOVE "O" TO WS-MONETAIRE
                   ADD JRN-MONTANT TO WS-JRN-MONTANT
               END-IF
               PERFORM CUMULER-TYPE
               PERFORM CUMULER-OPERATEUR
               EVALUATE JRN-TYPE
                   WHEN "CREATION"
                       PERFORM NOTER-OUVERTURE
                   WHEN "CLOTURE"
                       PERFORM NOTER-CLOTURE
                   WHEN "FRAIS"
                   WHEN "AGIOS"
                   WHEN "PRET-INT"
                       ADD JRN-MONTANT TO WS-JRN-PRODUITS
                   WHEN "INTERET"
                       ADD JRN-MONTANT TO WS-JRN-CHARGES
               END-EVALUATE
           END-IF.

       CUMULER-TYPE.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > TT-NB-TYPES
                   OR WS-TROUVE = "O"
               IF TT-CODE(TT-IDX) = JRN-TYPE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = "N"
               IF TT-NB-TYPES < 40
                   ADD 1 TO TT-NB-TYPES
                   SET TT-IDX TO TT-NB-TYPES
                   MOVE JRN-TYPE TO TT-CODE(TT-IDX)
                   MOVE 0 TO TT-NB(TT-IDX)
                   MOVE 0 TO TT-MONTANT(TT-IDX)
                   MOVE "O" TO WS-TROUVE
               ELSE
                   MOVE "O" TO WS-TABLE-PLEINE
               END-IF
           ELSE
               SET TT-IDX DOWN BY 1
           END-IF
           IF WS-TROUVE = "O"
               ADD 1 TO TT-NB(TT-IDX)
               IF WS-MONETAIRE = "O"
                   ADD JRN-MONTANT TO TT-MONTANT(TT-IDX)
               END-IF
           END-IF.

       CUMULER-OPERATEUR.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > TP-NB-OPERATEURS
                   OR WS-TROUVE = "O"
               IF TP-ID(TP-IDX) = JRN-OPERATEUR
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = "N"
               IF TP-NB-OPERATEURS < 50
                   ADD 1 TO TP-NB-OPERATEURS
                   SET TP-IDX TO TP-NB-OPERATEURS
                   MOVE JRN-OPERATEUR TO TP-ID(TP-IDX)
                   MOVE 0 TO TP-NB(TP-IDX)
                   MOVE 0 TO TP-MONTANT(TP-IDX)
                   MOVE "O" TO WS-TROUVE
               ELSE
                   MOVE "O" TO WS-TABLE-PLEINE
               END-IF
           ELSE
               SET TP-IDX DOWN BY 1
           END-IF
           IF WS-TROUVE = "O"
               ADD 1 TO TP-NB(TP-IDX)
               IF WS-MONETAIRE = "O"
                   ADD JRN-MONTANT TO TP-MONTANT(TP-IDX)
               END-IF
           END-IF.

       NOTER-OUVERTURE.
           IF TN-NB-MOUVEMENTS < 200
               ADD 1 TO TN-NB-MOUVEMENTS
               SET TN-IDX TO TN-NB-MOUVEMENTS
               MOVE JRN-NUMERO-COMPTE TO TN-NUMERO(TN-IDX)
               MOVE "O" TO TN-SENS(TN-IDX)
               MOVE JRN-DATE TO TN-DATE(TN-IDX)
               MOVE JRN-OPERATEUR TO TN-OPERATEUR(TN-IDX)
               ADD 1 TO WS-NB-OUVERTS
           ELSE
               MOVE "O" TO WS-TABLE-PLEINE
           END-IF.

       NOTER-CLOTURE.
           IF TN-NB-MOUVEMENTS < 200
               ADD 1 TO TN-NB-MOUVEMENTS
               SET TN-IDX TO TN-NB-MOUVEMENTS
               MOVE JRN-NUMERO-COMPTE TO TN-NUMERO(TN-IDX)
               MOVE "C" TO TN-SENS(TN-IDX)
               MOVE JRN-DATE TO TN-DATE(TN-IDX)
               MOVE JRN-OPERATEUR TO TN-OPERATEUR(TN-IDX)
               ADD 1 TO WS-NB-CLOTURES
           ELSE
               MOVE "O" TO WS-TABLE-PLEINE
           END-IF.

       CUMULER-GRAND-LIVRE.
           MOVE 4 TO TR-NB-POSTES
           MOVE 70100 TO TR-NUMERO-GL(1)
           MOVE "P" TO TR-NATURE(1)
           MOVE "COMMISSIONS PERCUES" TO TR-LIBELLE(1)
           MOVE 70200 TO TR-NUMERO-GL(2)
           MOVE "P" TO TR-NATURE(2)
           MOVE "INTERETS DEBITEURS PERCUS" TO TR-LIBELLE(2)
           MOVE 70300 TO TR-NUMERO-GL(3)
           MOVE "P" TO TR-NATURE(3)
           MOVE "INTERETS SUR PRETS" TO TR-LIBELLE(3)
           MOVE 60100 TO TR-NUMERO-GL(4)
           MOVE "C" TO TR-NATURE(4)
           MOVE "INTERETS SERVIS" TO TR-LIBELLE(4)
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > TR-NB-POSTES
               MOVE 0 TO TR-COURANT(TR-IDX)
               MOVE 0 TO TR-PRECEDENT(TR-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF-GRANDLIVRE
           OPEN INPUT FICHIER-GRANDLIVRE
           IF WS-STATUT-GRANDLIVRE = "35"
               DISPLAY "Aucun grand livre : lancez d'abord grandlivre."
           ELSE
               PERFORM UNTIL WS-EOF-GRANDLIVRE = "O"
                   READ FICHIER-GRANDLIVRE
                       AT END
                           MOVE "O" TO WS-EOF-GRANDLIVRE
                       NOT AT END
                           PERFORM CUMULER-LIGNE-GL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FICHIER-GRANDLIVRE
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > TR-NB-POSTES
               IF TR-PRODUIT(TR-IDX)
                   ADD TR-COURANT(TR-IDX) TO WS-PRODUITS-COURANT
                   ADD TR-PRECEDENT(TR-IDX) TO WS-PRODUITS-PRECEDENT
               ELSE
                   ADD TR-COURANT(TR-IDX) TO WS-CHARGES-COURANT
                   ADD TR-PRECEDENT(TR-IDX) TO WS-CHARGES-PRECEDENT
               END-IF
           END-PERFORM
           COMPUTE WS-NET-COURANT =
               WS-PRODUITS-COURANT - WS-CHARGES-COURANT
           COMPUTE WS-NET-PRECEDENT =
               WS-PRODUITS-PRECEDENT - WS-CHARGES-PRECEDENT.

       CUMULER-LIGNE-GL.
           IF GLV-DATE >= WS-DEBUT-PRECEDENT
                   AND GLV-DATE <= WS-FIN-MOIS
               ADD 1 TO WS-NB-LIGNES-GL
               PERFORM VARYING TR-IDX FROM 1 BY 1
                       UNTIL TR-IDX > TR-NB-POSTES
                   IF (TR-PRODUIT(TR-IDX)
                           AND GLV-COMPTE-CREDIT = TR-NUMERO-GL(TR-IDX))
                       OR (TR-CHARGE(TR-IDX)
                           AND GLV-COMPTE-DEBIT = TR-NUMERO-GL(TR-IDX))
                       IF GLV-DATE >= WS-DEBUT-MOIS
                           ADD GLV-MONTANT TO TR-COURANT(TR-IDX)
                       ELSE
                           ADD GLV-MONTANT TO TR-PRECEDENT(TR-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CUMULER-ENCOURS.
           PERFORM VARYING WS-I-TYPE FROM 1 BY 1 UNTIL WS-I-TYPE > 2
               PERFORM VARYING WS-I-STATUT FROM 1 BY 1
                       UNTIL WS-I-STATUT > 4
                   MOVE 0 TO TD-NB-COMPTES(WS-I-TYPE, WS-I-STATUT)
                   MOVE 0 TO TD-CREDITEUR(WS-I-TYPE, WS-I-STATUT)
                   MOVE 0 TO TD-DEBITEUR(WS-I-TYPE, WS-I-STATUT)
               END-PERFORM
           END-PERFORM
           MOVE "N" TO WS-EOF-COMPTES
           OPEN INPUT FICHIER-COMPTES
           IF WS-STATUT-COMPTES = "35"
               CLOSE FICHIER-COMPTES
               DISPLAY "Aucun compte enregistre."
           ELSE
               PERFORM UNTIL WS-EOF-COMPTES = "O"
                   READ FICHIER-COMPTES NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-COMPTES
                       NOT AT END
                           PERFORM CUMULER-UN-COMPTE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMPTES
           END-IF.

       CUMULER-UN-COMPTE.
           EVALUATE TRUE
               WHEN COMPTE-EPARGNE
                   MOVE 2 TO WS-I-TYPE
               WHEN OTHER
                   MOVE 1 TO WS-I-TYPE
           END-EVALUATE
           EVALUATE TRUE
               WHEN COMPTE-GELE
                   MOVE 2 TO WS-I-STATUT
               WHEN COMPTE-DORMANT
                   MOVE 3 TO WS-I-STATUT
               WHEN COMPTE-CLOTURE
                   MOVE 4 TO WS-I-STATUT
               WHEN OTHER
                   MOVE 1 TO WS-I-STATUT
           END-EVALUATE
           ADD 1 TO TD-NB-COMPTES(WS-I-TYPE, WS-I-STATUT)
           IF SOLDE < 0
               SUBTRACT SOLDE FROM TD-DEBITEUR(WS-I-TYPE, WS-I-STATUT)
                   GIVING TD-DEBITEUR(WS-I-TYPE, WS-I-STATUT)
           ELSE
               ADD SOLDE TO TD-CREDITEUR(WS-I-TYPE, WS-I-STATUT)
           END-IF.

       EDITER-ENCOURS.
           DISPLAY "==================================================="
           DISPLAY "1. ENCOURS DES DEPOTS PAR TYPE ET STATUT"
           DISPLAY "   situation au " WS-DATE-JOUR
           DISPLAY "==================================================="
           PERFORM VARYING WS-I-TYPE FROM 1 BY 1 UNTIL WS-I-TYPE > 2
               MOVE 0 TO WS-TOT-NB-COMPTES
               MOVE 0 TO WS-TOT-CREDITEUR
               MOVE 0 TO WS-TOT-DEBITEUR
               PERFORM VARYING WS-I-STATUT FROM 1 BY 1
                       UNTIL WS-I-STATUT > 4
                   PERFORM EDITER-UNE-CASE-ENCOURS
               END-PERFORM
               DISPLAY "  Total " LT-LIBELLE(WS-I-TYPE)
                   "        comptes=" WS-TOT-NB-COMPTES
                   " depots=" WS-TOT-CREDITEUR
                   " decouverts=" WS-TOT-DEBITEUR
               DISPLAY "  ---------------------------------------------"
               ADD WS-TOT-NB-COMPTES TO WS-GEN-NB-COMPTES
               ADD WS-TOT-CREDITEUR TO WS-GEN-CREDITEUR
               ADD WS-TOT-DEBITEUR TO WS-GEN-DEBITEUR
           END-PERFORM
           DISPLAY "  TOTAL GENERAL      comptes=" WS-GEN-NB-COMPTES
               " depots=" WS-GEN-CREDITEUR
               " decouverts=" WS-GEN-DEBITEUR
           MOVE "ENCOURS" TO EXT-RUBRIQUE
           MOVE "TOTAL" TO EXT-CODE
           MOVE "TOTAL DES DEPOTS" TO EXT-LIBELLE
           MOVE WS-GEN-NB-COMPTES TO EXT-NOMBRE
           MOVE WS-GEN-CREDITEUR TO EXT-MONTANT
           MOVE 0 TO EXT-MONTANT-PRECEDENT
           MOVE 0 TO EXT-ECART
           PERFORM ECRIRE-EXTRACTION
           MOVE "DECOUVERTS" TO EXT-RUBRIQUE
           MOVE "TOTAL DES DECOUVERTS UTILISES" TO EXT-LIBELLE
           MOVE WS-GEN-DEBITEUR TO EXT-MONTANT
           PERFORM ECRIRE-EXTRACTION.

       EDITER-UNE-CASE-ENCOURS.
           ADD TD-NB-COMPTES(WS-I-TYPE, WS-I-STATUT)
               TO WS-TOT-NB-COMPTES
           ADD TD-CREDITEUR(WS-I-TYPE, WS-I-STATUT)
               TO WS-TOT-CREDITEUR
           ADD TD-DEBITEUR(WS-I-TYPE, WS-I-STATUT)
               TO WS-TOT-DEBITEUR
           DISPLAY "  " LT-LIBELLE(WS-I-TYPE) " "
               LS-LIBELLE(WS-I-STATUT)
               " comptes=" TD-NB-COMPTES(WS-I-TYPE, WS-I-STATUT)
               " depots=" TD-CREDITEUR(WS-I-TYPE, WS-I-STATUT)
               " decouverts=" TD-DEBITEUR(WS-I-TYPE, WS-I-STATUT)
           MOVE SPACES TO EXT-CODE
           STRING LT-CODE(WS-I-TYPE) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               LS-CODE(WS-I-STATUT) DELIMITED BY SIZE
               INTO EXT-CODE
           MOVE SPACES TO EXT-LIBELLE
           STRING LT-LIBELLE(WS-I-TYPE) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LS-LIBELLE(WS-I-STATUT) DELIMITED BY SPACE
               INTO EXT-LIBELLE
           MOVE TD-NB-COMPTES(WS-I-TYPE, WS-I-STATUT) TO EXT-NOMBRE
           MOVE 0 TO EXT-MONTANT-PRECEDENT
           MOVE 0 TO EXT-ECART
           MOVE "ENCOURS" TO EXT-RUBRIQUE
           MOVE TD-CREDITEUR(WS-I-TYPE, WS-I-STATUT) TO EXT-MONTANT
           PERFORM ECRIRE-EXTRACTION
           MOVE "DECOUVERTS" TO EXT-RUBRIQUE
           MOVE TD-DEBITEUR(WS-I-TYPE, WS-I-STATUT) TO EXT-MONTANT
           PERFORM ECRIRE-EXTRACTION.

       EDITER-OUVERTURES.
           DISPLAY "==================================================="
           DISPLAY "2. COMPTES OUVERTS ET CLOTURES DANS LE MOIS"
           DISPLAY "==================================================="
           OPEN INPUT FICHIER-COMPTES
           IF WS-STATUT-COMPTES = "35"
               CLOSE FICHIER-COMPTES
               MOVE "N" TO WS-COMPTES-OUVERTS
           ELSE
               MOVE "O" TO WS-COMPTES-OUVERTS
           END-IF
           IF TN-NB-MOUVEMENTS = 0
               DISPLAY "  Aucune ouverture ni cloture dans le mois."
           END-IF
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > TN-NB-MOUVEMENTS
               PERFORM EDITER-UN-MOUVEMENT
           END-PERFORM
           IF WS-COMPTES-OUVERTS = "O"
               CLOSE FICHIER-COMPTES
           END-IF
           DISPLAY "  -----------------------------------------------"
           DISPLAY "  Comptes ouverts  : " WS-NB-OUVERTS
           DISPLAY "  Comptes clotures : " WS-NB-CLOTURES
           MOVE 0 TO EXT-MONTANT
           MOVE 0 TO EXT-MONTANT-PRECEDENT
           MOVE 0 TO EXT-ECART
           MOVE "OUVERTURES" TO EXT-RUBRIQUE
           MOVE "TOTAL" TO EXT-CODE
           MOVE "COMPTES OUVERTS DANS LE MOIS" TO EXT-LIBELLE
           MOVE WS-NB-OUVERTS TO EXT-NOMBRE
           PERFORM ECRIRE-EXTRACTION
           MOVE "CLOTURES" TO EXT-RUBRIQUE
           MOVE "COMPTES CLOTURES DANS LE MOIS" TO EXT-LIBELLE
           MOVE WS-NB-CLOTURES TO EXT-NOMBRE
           PERFORM ECRIRE-EXTRACTION.

       EDITER-UN-MOUVEMENT.
           MOVE "(COMPTE INCONNU)" TO WS-NOM
           MOVE 0 TO EXT-MONTANT
           IF WS-COMPTES-OUVERTS = "O"
               MOVE TN-NUMERO(TN-IDX) TO NUMERO-COMPTE
               READ FICHIER-COMPTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOM-CLIENT TO WS-NOM
                       IF TN-OUVERTURE(TN-IDX) AND SOLDE > 0
                           MOVE SOLDE TO EXT-MONTANT
                       END-IF
               END-READ
           END-IF
           IF TN-OUVERTURE(TN-IDX)
               MOVE "OUVERTURES" TO EXT-RUBRIQUE
               DISPLAY "  Ouverture " TN-NUMERO(TN-IDX) " " WS-NOM
                   " le " TN-DATE(TN-IDX) " par " TN-OPERATEUR(TN-IDX)
           ELSE
               MOVE "CLOTURES" TO EXT-RUBRIQUE
               DISPLAY "  Cloture   " TN-NUMERO(TN-IDX) " " WS-NOM
                   " le " TN-DATE(TN-IDX) " par " TN-OPERATEUR(TN-IDX)
           END-IF
           MOVE TN-NUMERO(TN-IDX) TO EXT-CODE
           MOVE WS-NOM TO EXT-LIBELLE
           MOVE 1 TO EXT-NOMBRE
           MOVE 0 TO EXT-MONTANT-PRECEDENT
           MOVE 0 TO EXT-ECART
           PERFORM ECRIRE-EXTRACTION.

       EDITER-RESULTAT.
           DISPLAY "==================================================="
           DISPLAY "3. PRODUITS ET CHARGES D'INTERETS (GRAND LIVRE)"
           DISPLAY "   mois " WS-MOIS-NUM " compare au mois precedent"
           DISPLAY "==================================================="
           MOVE "RESULTAT" TO EXT-RUBRIQUE
           MOVE 0 TO EXT-NOMBRE
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > TR-NB-POSTES
               COMPUTE WS-VARIATION =
                   TR-COURANT(TR-IDX) - TR-PRECEDENT(TR-IDX)
               DISPLAY "  " TR-NUMERO-GL(TR-IDX) " "
                   TR-LIBELLE(TR-IDX)
               DISPLAY "        mois=" TR-COURANT(TR-IDX)
                   " precedent=" TR-PRECEDENT(TR-IDX)
                   " ecart=" WS-VARIATION
               MOVE TR-NUMERO-GL(TR-IDX) TO EXT-CODE
               MOVE TR-LIBELLE(TR-IDX) TO EXT-LIBELLE
               MOVE TR-COURANT(TR-IDX) TO EXT-MONTANT
               MOVE TR-PRECEDENT(TR-IDX) TO EXT-MONTANT-PRECEDENT
               MOVE WS-VARIATION TO EXT-ECART
               PERFORM ECRIRE-EXTRACTION
           END-PERFORM
           DISPLAY "  -----------------------------------------------"
           COMPUTE WS-VARIATION =
               WS-PRODUITS-COURANT - WS-PRODUITS-PRECEDENT
           DISPLAY "  Produits        mois=" WS-PRODUITS-COURANT
               " precedent=" WS-PRODUITS-PRECEDENT
               " ecart=" WS-VARIATION
           MOVE "PRODUITS" TO EXT-CODE
           MOVE "TOTAL DES PRODUITS" TO EXT-LIBELLE
           MOVE WS-PRODUITS-COURANT TO EXT-MONTANT
           MOVE WS-PRODUITS-PRECEDENT TO EXT-MONTANT-PRECEDENT
           MOVE WS-VARIATION TO EXT-ECART
           PERFORM ECRIRE-EXTRACTION
           COMPUTE WS-VARIATION =
               WS-CHARGES-COURANT - WS-CHARGES-PRECEDENT
           DISPLAY "  Charges         mois=" WS-CHARGES-COURANT
               " precedent=" WS-CHARGES-PRECEDENT
               " ecart=" WS-VARIATION
           MOVE "CHARGES" TO EXT-CODE
           MOVE "TOTAL DES CHARGES" TO EXT-LIBELLE
           MOVE WS-CHARGES-COURANT TO EXT-MONTANT
           MOVE WS-CHARGES-PRECEDENT TO EXT-MONTANT-PRECEDENT
           MOVE WS-VARIATION TO EXT-ECART
           PERFORM ECRIRE-EXTRACTION
           COMPUTE WS-VARIATION = WS-NET-COURANT - WS-NET-PRECEDENT
           DISPLAY "  Produit net     mois=" WS-NET-COURANT
               " precedent=" WS-NET-PRECEDENT
               " ecart=" WS-VARIATION
           MOVE "NET" TO EXT-CODE
           MOVE "PRODUIT NET" TO EXT-LIBELLE
           MOVE WS-NET-COURANT TO EXT-MONTANT
           MOVE WS-NET-PRECEDENT TO EXT-MONTANT-PRECEDENT
           MOVE WS-VARIATION TO EXT-ECART
           PERFORM ECRIRE-EXTRACTION.

       EDITER-TYPES.
           DISPLAY "==================================================="
           DISPLAY "4. VOLUMES ET MONTANTS PAR TYPE D'OPERATION"
           DISPLAY "==================================================="
           MOVE "TYPE" TO EXT-RUBRIQUE
           MOVE SPACES TO EXT-LIBELLE
           MOVE 0 TO EXT-MONTANT-PRECEDENT
           MOVE 0 TO EXT-ECART
           PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > TT-NB-TYPES
               DISPLAY "  " TT-CODE(TT-IDX)
                   " operations=" TT-NB(TT-IDX)
                   " montant=" TT-MONTANT(TT-IDX)
               MOVE TT-CODE(TT-IDX) TO EXT-CODE
               MOVE TT-NB(TT-IDX) TO EXT-NOMBRE
               MOVE TT-MONTANT(TT-IDX) TO EXT-MONTANT
               PERFORM ECRIRE-EXTRACTION
           END-PERFORM
           DISPLAY "  -----------------------------------------------"
           DISPLAY "  Total      operations=" WS-NB-ECRITURES
               " montant=" WS-JRN-MONTANT.

       EDITER-OPERATEURS.
           DISPLAY "==================================================="
           DISPLAY "5. VOLUMES ET MONTANTS PAR OPERATEUR"
           DISPLAY "==================================================="
           OPEN INPUT FICHIER-OPERATEURS
           IF WS-STATUT-OPERATEURS = "35"
               CLOSE FICHIER-OPERATEURS
               MOVE "N" TO WS-OPERATEURS-OUVERTS
           ELSE
               MOVE "O" TO WS-OPERATEURS-OUVERTS
           END-IF
           MOVE "OPERATEUR" TO EXT-RUBRIQUE
           MOVE 0 TO EXT-MONTANT-PRECEDENT
           MOVE 0 TO EXT-ECART
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > TP-NB-OPERATEURS
               MOVE "(OPERATEUR INCONNU)" TO WS-NOM
               IF WS-OPERATEURS-OUVERTS = "O"
                   MOVE TP-ID(TP-IDX) TO OPE-ID
                   READ FICHIER-OPERATEURS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OPE-NOM TO WS-NOM
                   END-READ
               END-IF
               DISPLAY "  " TP-ID(TP-IDX) " " WS-NOM
                   " operations=" TP-NB(TP-IDX)
                   " montant=" TP-MONTANT(TP-IDX)
               MOVE TP-ID(TP-IDX) TO EXT-CODE
               MOVE WS-NOM TO EXT-LIBELLE
               MOVE TP-NB(TP-IDX) TO EXT-NOMBRE
               MOVE TP-MONTANT(TP-IDX) TO EXT-MONTANT
               PERFORM ECRIRE-EXTRACTION
           END-PERFORM
           IF WS-OPERATEURS-OUVERTS = "O"
               CLOSE FICHIER-OPERATEURS
           END-IF.

       ECRIRE-EXTRACTION.
           MOVE WS-LIGNE-EXTRACTION TO ENREGISTREMENT-EXTRACTION
           WRITE ENREGISTREMENT-EXTRACTION
           ADD 1 TO WS-NB-EXTRAITES.

       EDITER-CONTROLE.
           COMPUTE WS-ECART-PRODUITS =
               WS-JRN-PRODUITS - WS-PRODUITS-COURANT
           COMPUTE WS-ECART-CHARGES =
               WS-JRN-CHARGES - WS-CHARGES-COURANT
           DISPLAY "==================================================="
           DISPLAY "   CONTROLE JOURNAL / GRAND LIVRE DU MOIS"
           DISPLAY "==================================================="
           DISPLAY "Lignes de grand livre lues  : " WS-NB-LIGNES-GL
           DISPLAY "Produits au journal         : " WS-JRN-PRODUITS
           DISPLAY "Produits au grand livre     : " WS-PRODUITS-COURANT
           DISPLAY "Charges au journal          : " WS-JRN-CHARGES
           DISPLAY "Charges au grand livre      : " WS-CHARGES-COURANT
           IF WS-ECART-PRODUITS = 0 AND WS-ECART-CHARGES = 0
               DISPLAY "Journal et grand livre concordants."
           ELSE
               DISPLAY "*** ECART produits=" WS-ECART-PRODUITS
                   " charges=" WS-ECART-CHARGES
                   " : grand livre du mois incomplet, deversez les "
                   "journaux manquants puis relancez ***"
           END-IF
           DISPLAY "Lignes extraites : " WS-NB-EXTRAITES
               " dans " WS-NOM-EXTRACTION
           DISPLAY "==================================================="
           DISPLAY "Fin du tableau de bord mensuel.".
       END PROGRAM synthese.
