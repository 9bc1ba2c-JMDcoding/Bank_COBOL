       IDENTIFICATION DIVISION.
       PROGRAM-ID. agios.

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
           SELECT FICHIER-CONTROLE ASSIGN TO "data/controle.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CLE
               FILE STATUS IS WS-STATUT-CONTROLE.
           SELECT FICHIER-OPERATEURS ASSIGN TO "data/operateurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUT-OPERATEURS.
           SELECT FICHIER-TARIFS ASSIGN TO "data/tarifs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TARIFS.
           SELECT FICHIER-SESSION ASSIGN TO "data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SESSION.

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

       FD  FICHIER-CONTROLE.
       01  ENREGISTREMENT-CONTROLE.
           05  RUN-CLE.
               10  RUN-PROGRAMME  PIC X(10).
               10  RUN-PERIODE    PIC 9(8).
           05  RUN-STATUT         PIC X(01).
               88  RUN-EN-COURS      VALUE "E".
               88  RUN-TERMINE       VALUE "T".
           05  RUN-DERNIER-COMPTE PIC 9(5).
           05  RUN-NB-TRAITES     PIC 9(5).
           05  RUN-DATE           PIC 9(8).
           05  RUN-HEURE          PIC 9(8).
           05  RUN-HASH-SOLDE     PIC S9(13)V99.

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

       FD  FICHIER-TARIFS.
       01  ENREGISTREMENT-TARIFS.
           05  TAR-TENUE-COURANT  PIC 9(5)V99.
           05  TAR-TENUE-EPARGNE  PIC 9(5)V99.
           05  TAR-FRAIS-RETRAIT  PIC 9(5)V99.
           05  TAR-FRAIS-VIREMENT PIC 9(5)V99.
           05  TAR-TAUX-INTERET   PIC 9V9(4).
           05  TAR-TAUX-DEBITEUR  PIC 9V9(4).

       FD  FICHIER-SESSION.
       01  ENREGISTREMENT-SESSION.
           05  SES-OPERATEUR      PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-SESSION  PIC X(02) VALUE "00".
       01  WS-TAUX-DEBITEUR   PIC 9V9(4) VALUE 0.1200.
       01  WS-STATUT-TARIFS   PIC X(02) VALUE "00".
       01  WS-OPERATEUR       PIC X(08).
       01  WS-OPE-VALIDE      PIC X(01) VALUE "N".
       01  WS-STATUT-OPERATEURS PIC X(02) VALUE "00".
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".
       01  WS-STATUT-ARCHIVE  PIC X(02) VALUE "00".
       01  WS-STATUT-CONTROLE PIC X(02) VALUE "00".
       01  WS-NOM-ARCHIVE     PIC X(30).
       01  WS-EOF-COMPTES     PIC X(01) VALUE "N".
       01  WS-EOF-JOURNAL     PIC X(01) VALUE "N".
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-TABLE-PLEINE    PIC X(01) VALUE "N".
       01  WS-DATE-JOUR.
           05  WS-DATE-AAAAMM     PIC 9(6).
           05  WS-DATE-JJ         PIC 9(2).
       01  WS-AUJOURDHUI      PIC 9(8).
       01  WS-DEBUT-MOIS      PIC 9(8).
       01  WS-DATE-BALAYAGE   PIC 9(8).
       01  WS-ENTIER-JOUR     PIC 9(8).
       01  WS-ENTIER-FIN      PIC 9(8).
       01  WS-PERIODE         PIC 9(8).
       01  WS-REFUS           PIC X(01) VALUE "N".
       01  WS-REPRISE         PIC X(01) VALUE "N".
       01  WS-NOMBRES         PIC 9(10)V99.
       01  WS-JOURS-DEBITEURS PIC 9(3).
       01  WS-MONTANT-AGIOS   PIC 9(7)V99.
       01  WS-DEPASSEMENT     PIC 9(7)V99.
       01  WS-NB-COMPTES      PIC 9(4) VALUE 0.
       01  WS-NB-DEPASSEMENTS PIC 9(4) VALUE 0.
       01  WS-TOTAL-AGIOS     PIC 9(9)V99 VALUE 0.

       01  TABLE-NOMBRES.
           05  TN-NB-COMPTES      PIC 9(3) VALUE 0.
           05  TN-COMPTE OCCURS 500 TIMES INDEXED BY TN-IDX.
               10  TN-NUMERO      PIC 9(5).
               10  TN-SOLDE       PIC S9(7)V99.
               10  TN-NOMBRES     PIC 9(10)V99.
               10  TN-JOURS       PIC 9(3).

       PROCEDURE DIVISION.
       DEBUT.
           PERFORM CHARGER-TAUX
           DISPLAY "==================================================="
           DISPLAY "   CALCUL ET PRELEVEMENT DES AGIOS DE FIN DE MOIS"
           DISPLAY "   (comptes courants a solde debiteur)"
           DISPLAY "   Taux annuel applique : " WS-TAUX-DEBITEUR
           DISPLAY "==================================================="
           PERFORM VALIDER-OPERATEUR
           IF WS-OPE-VALIDE = "N"
               DISPLAY "Execution refusee : operateur inconnu."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-AUJOURDHUI
           COMPUTE WS-DEBUT-MOIS = WS-DATE-AAAAMM * 100 + 1
           COMPUTE WS-PERIODE = WS-DATE-AAAAMM * 100
           PERFORM RELEVER-SOLDES-DEBITEURS
           IF WS-TABLE-PLEINE = "O"
               DISPLAY "Execution interrompue : table des nombres "
                   "pleine (500 comptes), aucun agio preleve."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM INITIALISER-CONTROLE
           IF WS-REFUS = "O"
               DISPLAY "Execution refusee : les agios de la periode "
                   WS-PERIODE " ont deja ete preleves."
               CLOSE FICHIER-CONTROLE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TRAITER-COMPTES
           PERFORM TERMINER-CONTROLE
           PERFORM EDITER-DEPASSEMENTS
           DISPLAY "==================================================="
           DISPLAY "Comptes debites d'agios   : " WS-NB-COMPTES
           DISPLAY "Total des agios preleves  : " WS-TOTAL-AGIOS
           DISPLAY "Comptes en depassement    : " WS-NB-DEPASSEMENTS
           DISPLAY "==================================================="
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CHARGER-TAUX.
           OPEN INPUT FICHIER-TARIFS
           IF WS-STATUT-TARIFS = "35"
               CLOSE FICHIER-TARIFS
           ELSE
               READ FICHIER-TARIFS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TAR-TAUX-DEBITEUR IS NUMERIC
                           MOVE TAR-TAUX-DEBITEUR TO WS-TAUX-DEBITEUR
                       END-IF
               END-READ
               CLOSE FICHIER-TARIFS
           END-IF.

       VALIDER-OPERATEUR.
           MOVE "N" TO WS-OPE-VALIDE
           PERFORM LIRE-SESSION
           IF WS-OPERATEUR = SPACES
               DISPLAY "Identifiant operateur : " WITH NO ADVANCING
               ACCEPT WS-OPERATEUR
           ELSE
               DISPLAY "Operateur de la chaine : " WS-OPERATEUR
           END-IF
           OPEN INPUT FICHIER-OPERATEURS
           IF WS-STATUT-OPERATEURS = "35"
               CLOSE FICHIER-OPERATEURS
           ELSE
               MOVE WS-OPERATEUR TO OPE-ID
               READ FICHIER-OPERATEURS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPE-ACTIF
                           MOVE "O" TO WS-OPE-VALIDE
                       END-IF
               END-READ
               CLOSE FICHIER-OPERATEURS
           END-IF.

       LIRE-SESSION.
           MOVE SPACES TO WS-OPERATEUR
           OPEN INPUT FICHIER-SESSION
           IF WS-STATUT-SESSION = "35"
               CLOSE FICHIER-SESSION
           ELSE
               READ FICHIER-SESSION
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERATEUR TO WS-OPERATEUR
               END-READ
               CLOSE FICHIER-SESSION
           END-IF.

       RELEVER-SOLDES-DEBITEURS.
           MOVE 0 TO TN-NB-COMPTES
           MOVE "N" TO WS-TABLE-PLEINE
           COMPUTE WS-ENTIER-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DEBUT-MOIS) - 10
           COMPUTE WS-ENTIER-FIN =
               FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI) - 1
           PERFORM UNTIL WS-ENTIER-JOUR > WS-ENTIER-FIN
                   OR WS-TABLE-PLEINE = "O"
               COMPUTE WS-DATE-BALAYAGE =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
               PERFORM RELEVER-UNE-ARCHIVE
               IF WS-DATE-BALAYAGE >= WS-DEBUT-MOIS
                   PERFORM CUMULER-JOURNEE
               END-IF
               ADD 1 TO WS-ENTIER-JOUR
           END-PERFORM.

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
               PERFORM UNTIL WS-EOF-JOURNAL = "O"
                   READ FICHIER-ARCHIVE
                       AT END
                           MOVE "O" TO WS-EOF-JOURNAL
                       NOT AT END
                           MOVE ENREGISTREMENT-ARCHIVE
                               TO ENREGISTREMENT-JOURNAL
                           PERFORM MEMORISER-SOLDE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ARCHIVE
           END-IF.

       MEMORISER-SOLDE.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > TN-NB-COMPTES
                   OR WS-TROUVE = "O"
               IF TN-NUMERO(TN-IDX) = JRN-NUMERO-COMPTE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = "N"
               IF TN-NB-COMPTES < 500
                   ADD 1 TO TN-NB-COMPTES
                   SET TN-IDX TO TN-NB-COMPTES
                   MOVE JRN-NUMERO-COMPTE TO TN-NUMERO(TN-IDX)
                   MOVE 0 TO TN-NOMBRES(TN-IDX)
                   MOVE 0 TO TN-JOURS(TN-IDX)
                   MOVE JRN-SOLDE-APRES TO TN-SOLDE(TN-IDX)
               ELSE
                   IF WS-TABLE-PLEINE = "N"
                       MOVE "O" TO WS-TABLE-PLEINE
                       DISPLAY "  *** ATTENTION : table des nombres "
                           "pleine (500 comptes) ***"
                   END-IF
               END-IF
           ELSE
               SET TN-IDX DOWN BY 1
               MOVE JRN-SOLDE-APRES TO TN-SOLDE(TN-IDX)
           END-IF.

       CUMULER-JOURNEE.
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > TN-NB-COMPTES
               IF TN-SOLDE(TN-IDX) < 0
                   SUBTRACT TN-SOLDE(TN-IDX) FROM TN-NOMBRES(TN-IDX)
                       GIVING TN-NOMBRES(TN-IDX)
                   ADD 1 TO TN-JOURS(TN-IDX)
               END-IF
           END-PERFORM.

       INITIALISER-CONTROLE.
           MOVE "N" TO WS-REFUS
           MOVE "N" TO WS-REPRISE
           OPEN I-O FICHIER-CONTROLE
           IF WS-STATUT-CONTROLE = "35"
               OPEN OUTPUT FICHIER-CONTROLE
               CLOSE FICHIER-CONTROLE
               OPEN I-O FICHIER-CONTROLE
           END-IF
           MOVE "AGIOS" TO RUN-PROGRAMME
           MOVE WS-PERIODE TO RUN-PERIODE
           READ FICHIER-CONTROLE
               INVALID KEY
                   MOVE "AGIOS" TO RUN-PROGRAMME
                   MOVE WS-PERIODE TO RUN-PERIODE
                   MOVE "E" TO RUN-STATUT
                   MOVE 0 TO RUN-DERNIER-COMPTE
                   MOVE 0 TO RUN-NB-TRAITES
                   MOVE 0 TO RUN-HASH-SOLDE
                   MOVE WS-AUJOURDHUI TO RUN-DATE
                   ACCEPT RUN-HEURE FROM TIME
                   WRITE ENREGISTREMENT-CONTROLE
               NOT INVALID KEY
                   IF RUN-TERMINE
                       MOVE "O" TO WS-REFUS
                   ELSE
                       MOVE "O" TO WS-REPRISE
                       DISPLAY "Reprise du traitement interrompu "
                           "apres le compte " RUN-DERNIER-COMPTE "."
                   END-IF
           END-READ.

       TERMINER-CONTROLE.
           MOVE "T" TO RUN-STATUT
           ACCEPT RUN-HEURE FROM TIME
           REWRITE ENREGISTREMENT-CONTROLE
           CLOSE FICHIER-CONTROLE.

       TRAITER-COMPTES.
           MOVE "N" TO WS-EOF-COMPTES
           OPEN I-O FICHIER-COMPTES
           IF WS-STATUT-COMPTES = "35"
               MOVE "O" TO WS-EOF-COMPTES
               DISPLAY "Aucun compte a traiter."
           ELSE
               IF WS-REPRISE = "O"
                   MOVE RUN-DERNIER-COMPTE TO NUMERO-COMPTE
                   START FICHIER-COMPTES
                       KEY IS GREATER THAN NUMERO-COMPTE
                       INVALID KEY
                           MOVE "O" TO WS-EOF-COMPTES
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF-COMPTES = "O"
                   READ FICHIER-COMPTES NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-COMPTES
                       NOT AT END
                           IF COMPTE-COURANT AND NOT COMPTE-CLOTURE
                               PERFORM CALCULER-AGIOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMPTES
           END-IF.

       CALCULER-AGIOS.
           MOVE 0 TO WS-NOMBRES
           MOVE 0 TO WS-JOURS-DEBITEURS
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > TN-NB-COMPTES
               IF TN-NUMERO(TN-IDX) = NUMERO-COMPTE
                   MOVE TN-NOMBRES(TN-IDX) TO WS-NOMBRES
                   MOVE TN-JOURS(TN-IDX) TO WS-JOURS-DEBITEURS
               END-IF
           END-PERFORM
           IF SOLDE < 0
               SUBTRACT SOLDE FROM WS-NOMBRES GIVING WS-NOMBRES
               ADD 1 TO WS-JOURS-DEBITEURS
           END-IF
           MOVE 0 TO WS-MONTANT-AGIOS
           IF WS-NOMBRES > 0
               COMPUTE WS-MONTANT-AGIOS ROUNDED =
                   WS-NOMBRES * WS-TAUX-DEBITEUR / 365
           END-IF
           IF WS-MONTANT-AGIOS > 0
               PERFORM PRELEVER-AGIOS
           END-IF.

       PRELEVER-AGIOS.
           SUBTRACT WS-MONTANT-AGIOS FROM SOLDE
           REWRITE ENREGISTREMENT-COMPTE
           ADD 1 TO WS-NB-COMPTES
           ADD WS-MONTANT-AGIOS TO WS-TOTAL-AGIOS
           DISPLAY "Compte " NUMERO-COMPTE
               " " NOM-CLIENT
               " jours debiteurs=" WS-JOURS-DEBITEURS
               " nombres=" WS-NOMBRES
               " agios=" WS-MONTANT-AGIOS
               " nouveau solde=" SOLDE
           PERFORM ENREGISTRER-JOURNAL
           MOVE NUMERO-COMPTE TO RUN-DERNIER-COMPTE
           ADD 1 TO RUN-NB-TRAITES
           REWRITE ENREGISTREMENT-CONTROLE.

       ENREGISTRER-JOURNAL.
           MOVE NUMERO-COMPTE TO JRN-NUMERO-COMPTE
           MOVE "AGIOS" TO JRN-TYPE
           MOVE WS-MONTANT-AGIOS TO JRN-MONTANT
           MOVE SOLDE TO JRN-SOLDE-APRES
           MOVE WS-AUJOURDHUI TO JRN-DATE
           ACCEPT JRN-HEURE FROM TIME
           MOVE ZERO TO JRN-CONTREPARTIE
           MOVE WS-PERIODE TO JRN-REFERENCE
           MOVE WS-OPERATEUR TO JRN-OPERATEUR
           OPEN EXTEND FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
               CLOSE FICHIER-JOURNAL
               OPEN EXTEND FICHIER-JOURNAL
           END-IF
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           CLOSE FICHIER-JOURNAL.

       EDITER-DEPASSEMENTS.
           DISPLAY "==================================================="
           DISPLAY "   COMPTES EN DEPASSEMENT DE DECOUVERT AUTORISE"
           DISPLAY "==================================================="
           MOVE 0 TO WS-NB-DEPASSEMENTS
           MOVE "N" TO WS-EOF-COMPTES
           OPEN INPUT FICHIER-COMPTES
           IF WS-STATUT-COMPTES = "35"
               MOVE "O" TO WS-EOF-COMPTES
           ELSE
               PERFORM UNTIL WS-EOF-COMPTES = "O"
                   READ FICHIER-COMPTES NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-COMPTES
                       NOT AT END
                           IF NOT COMPTE-CLOTURE
                               AND SOLDE + DECOUVERT-AUTORISE < 0
                               PERFORM EDITER-UN-DEPASSEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMPTES
           END-IF
           IF WS-NB-DEPASSEMENTS = 0
               DISPLAY "  (aucun)"
           END-IF.

       EDITER-UN-DEPASSEMENT.
           ADD 1 TO WS-NB-DEPASSEMENTS
           COMPUTE WS-DEPASSEMENT = 0 - SOLDE - DECOUVERT-AUTORISE
           DISPLAY "  Compte " NUMERO-COMPTE
               " " NOM-CLIENT
               " solde " SOLDE
               " decouvert autorise " DECOUVERT-AUTORISE
               " depassement " WS-DEPASSEMENT.
       END PROGRAM agios.
