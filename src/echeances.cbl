           SELECT FICHIER-SESSION ASSIGN TO "data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SESSION.
           SELECT FICHIER-BLOCAGES ASSIGN TO "data/blocages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-CLE
               FILE STATUS IS WS-STATUT-BLOCAGES.

       DATA DIVISION.
       FILE SECTION.
       01  ENREGISTREMENT-COMPTE.
           05  NUMERO-COMPTE     PIC 9(5).
           05  NOM-CLIENT        PIC A(20).
           05  SOLDE             PIC S9(7)V99.
           05  STATUT-COMPTE     PIC X(01).
               88  COMPTE-ACTIF      VALUE "A".
               88  COMPTE-CLOTURE    VALUE "C".
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

       FD  FICHIER-CONTROLE.
       01  ENREGISTREMENT-CONTROLE.
           05  RUN-NB-TRAITES     PIC 9(5).
           05  RUN-DATE           PIC 9(8).
           05  RUN-HEURE          PIC 9(8).
           05  RUN-HASH-SOLDE     PIC S9(13)V99.

       FD  FICHIER-OPERATEURS.
       01  ENREGISTREMENT-OPERATEUR.
       01  ENREGISTREMENT-SESSION.
           05  SES-OPERATEUR      PIC X(08).

       FD  FICHIER-BLOCAGES.
       01  ENREGISTREMENT-BLOCAGE.
           05  BLO-CLE.
               10  BLO-NUMERO-COMPTE PIC 9(5).
               10  BLO-DATE-POSE  PIC 9(8).
               10  BLO-HEURE-POSE PIC 9(8).
           05  BLO-MONTANT        PIC 9(7)V99.
           05  BLO-MOTIF          PIC X(02).
               88  BLOCAGE-SAISIE    VALUE "SA".
               88  BLOCAGE-ATD       VALUE "AT".
               88  BLOCAGE-ENCAISSEMENT VALUE "EN".
               88  BLOCAGE-AUTRE     VALUE "AU".
           05  BLO-LIBELLE        PIC X(30).
           05  BLO-DATE-LEVEE     PIC 9(8).
           05  BLO-OPERATEUR      PIC X(08).
           05  BLO-STATUT         PIC X(01).
               88  BLOCAGE-ACTIF     VALUE "A".
               88  BLOCAGE-LEVE      VALUE "L".
           05  BLO-DATE-FIN       PIC 9(8).
           05  BLO-OPERATEUR-FIN  PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-SESSION     PIC X(02) VALUE "00".
       01  WS-OPERATEUR          PIC X(08).
       01  WS-REPRISE            PIC X(01) VALUE "N".
       01  WS-STATUT-CONTROLE    PIC X(02) VALUE "00".
       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-SOLDE-DEBIT        PIC S9(7)V99.
       01  WS-SOLDE-CREDIT       PIC S9(7)V99.
       01  WS-DISPONIBLE         PIC S9(8)V99.
       01  WS-STATUT-BLOCAGES PIC X(02) VALUE "00".
       01  WS-EOF-BLOCAGES    PIC X(01) VALUE "N".
       01  WS-TOTAL-BLOCAGES  PIC 9(8)V99.
       01  WS-DATE-BLOCAGES   PIC 9(8).
       01  WS-EOF-ORDRES         PIC X(01) VALUE "N".
       01  WS-NB-EXECUTES        PIC 9(4) VALUE 0.
       01  WS-NB-IGNORES         PIC 9(4) VALUE 0.
                   IF NOT COMPTE-ACTIF
                       MOVE "COMPTE DEBIT NON ACTIF" TO WS-MOTIF-REJET
                   ELSE
                       PERFORM CALCULER-DISPONIBLE
                       IF ORD-MONTANT > WS-DISPONIBLE
                           MOVE "SOLDE INSUFFISANT" TO WS-MOTIF-REJET
                       END-IF
                   END-IF
                   " motif : " WS-MOTIF-REJET
           END-IF.

       CALCULER-DISPONIBLE.
           PERFORM CUMULER-BLOCAGES
           COMPUTE WS-DISPONIBLE = SOLDE - WS-TOTAL-BLOCAGES
           IF COMPTE-COURANT
               ADD DECOUVERT-AUTORISE TO WS-DISPONIBLE
           END-IF.

       CUMULER-BLOCAGES.
           MOVE 0 TO WS-TOTAL-BLOCAGES
           ACCEPT WS-DATE-BLOCAGES FROM DATE YYYYMMDD
           MOVE "N" TO WS-EOF-BLOCAGES
           OPEN INPUT FICHIER-BLOCAGES
           IF WS-STATUT-BLOCAGES = "35"
               CLOSE FICHIER-BLOCAGES
           ELSE
               MOVE NUMERO-COMPTE TO BLO-NUMERO-COMPTE
               MOVE 0 TO BLO-DATE-POSE
               MOVE 0 TO BLO-HEURE-POSE
               START FICHIER-BLOCAGES
                   KEY IS NOT LESS THAN BLO-CLE
                   INVALID KEY
                       MOVE "O" TO WS-EOF-BLOCAGES
               END-START
               PERFORM UNTIL WS-EOF-BLOCAGES = "O"
                   READ FICHIER-BLOCAGES NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-BLOCAGES
                       NOT AT END
                           IF BLO-NUMERO-COMPTE NOT = NUMERO-COMPTE
                               MOVE "O" TO WS-EOF-BLOCAGES
                           ELSE
                               IF BLOCAGE-ACTIF
                                   AND (BLO-DATE-LEVEE = 0
                                   OR BLO-DATE-LEVEE > WS-DATE-BLOCAGES)
                                   ADD BLO-MONTANT TO WS-TOTAL-BLOCAGES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BLOCAGES
           END-IF.

       POSTER-ORDRE.
           MOVE ORD-COMPTE-DEBIT TO NUMERO-COMPTE
           READ FICHIER-COMPTES
           MOVE ORD-MONTANT TO JRN-MONTANT
           MOVE WS-SOLDE-DEBIT TO JRN-SOLDE-APRES
           MOVE ORD-COMPTE-CREDIT TO JRN-CONTREPARTIE
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           MOVE ORD-COMPTE-CREDIT TO JRN-NUMERO-COMPTE
           MOVE "VIR-CREDIT" TO JRN-TYPE
           MOVE WS-SOLDE-CREDIT TO JRN-SOLDE-APRES
           MOVE ORD-COMPTE-DEBIT TO JRN-CONTREPARTIE
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           CLOSE FICHIER-JOURNAL.
       END PROGRAM echeances.
