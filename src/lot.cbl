           SELECT FICHIER-SESSION ASSIGN TO "data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SESSION.
           SELECT FICHIER-BLOCAGES ASSIGN TO "data/blocages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-CLE
               FILE STATUS IS WS-STATUT-BLOCAGES.
           SELECT FICHIER-SUSPENS ASSIGN TO "data/suspens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CLE
               FILE STATUS IS WS-STATUT-SUSPENS.

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

       FD  FICHIER-OPERATIONS.
       01  ENREGISTREMENT-OPERATION.
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

       FD  FICHIER-SUSPENS.
       01  ENREGISTREMENT-SUSPENS.
           05  SUS-CLE.
               10  SUS-DATE       PIC 9(8).
               10  SUS-HEURE      PIC 9(8).
               10  SUS-SEQUENCE   PIC 9(5).
           05  SUS-SOURCE         PIC X(10).
               88  SUSPENS-LOT       VALUE "OPERATIONS".
               88  SUSPENS-REMISE    VALUE "REMISE".
           05  SUS-ORIGINAL       PIC X(20).
           05  SUS-OPERATION REDEFINES SUS-ORIGINAL.
               10  SUS-OPS-COMPTE PIC 9(5).
               10  SUS-OPS-CODE   PIC X(01).
               10  SUS-OPS-MONTANT PIC 9(7)V99.
               10  FILLER         PIC X(05).
           05  SUS-CHEQUE REDEFINES SUS-ORIGINAL.
               10  SUS-RMS-COMPTE PIC 9(5).
               10  SUS-RMS-CHEQUE PIC 9(6).
               10  SUS-RMS-MONTANT PIC 9(7)V99.
           05  SUS-CODE-MOTIF     PIC X(02).
           05  SUS-LIBELLE-MOTIF  PIC X(30).
           05  SUS-OPERATEUR      PIC X(08).
           05  SUS-STATUT         PIC X(01).
               88  SUSPENS-EN-ATTENTE VALUE "E".
               88  SUSPENS-REPOSTE    VALUE "R".
               88  SUSPENS-RETOURNE   VALUE "T".
           05  SUS-COMPTE-CORRIGE PIC 9(5).
           05  SUS-DATE-TRAITEMENT PIC 9(8).
           05  SUS-OPERATEUR-TRAITEMENT PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-SESSION     PIC X(02) VALUE "00".
       01  WS-OPERATEUR          PIC X(08).
       01  WS-STATUT-OPERATIONS  PIC X(02) VALUE "00".
       01  WS-EOF-OPERATIONS     PIC X(01) VALUE "N".
       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-CODE-MOTIF         PIC X(02).
       01  WS-DATE-TRAITEMENT    PIC 9(8).
       01  WS-STATUT-SUSPENS     PIC X(02) VALUE "00".
       01  WS-NB-SUSPENS         PIC 9(5) VALUE 0.
       01  WS-DISPONIBLE         PIC S9(8)V99.
       01  WS-STATUT-BLOCAGES PIC X(02) VALUE "00".
       01  WS-EOF-BLOCAGES    PIC X(01) VALUE "N".
       01  WS-TOTAL-BLOCAGES  PIC 9(8)V99.
       01  WS-DATE-BLOCAGES   PIC 9(8).
       01  WS-NB-LUES            PIC 9(5) VALUE 0.
       01  WS-NB-ACCEPTEES       PIC 9(5) VALUE 0.
       01  WS-NB-REJETEES        PIC 9(5) VALUE 0.
               GOBACK
           END-IF
           PERFORM CHARGER-SEUIL
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD
           PERFORM TRAITER-OPERATIONS
           DISPLAY "==================================================="
           DISPLAY "Operations lues      : " WS-NB-LUES
           DISPLAY "Operations acceptees : " WS-NB-ACCEPTEES
           DISPLAY "Operations rejetees  : " WS-NB-REJETEES
           DISPLAY "Mises en suspens     : " WS-NB-SUSPENS
           DISPLAY "Total des depots     : " WS-TOTAL-DEPOTS
           DISPLAY "Total des retraits   : " WS-TOTAL-RETRAITS
           DISPLAY "==================================================="
           MOVE SPACES TO WS-MOTIF-REJET
           IF NOT OPS-DEPOT AND NOT OPS-RETRAIT
               MOVE "CODE OPERATION INVALIDE" TO WS-MOTIF-REJET
               MOVE "CO" TO WS-CODE-MOTIF
           ELSE
               IF OPS-MONTANT > WS-SEUIL AND WS-NIVEAU-OPE < 2
                   MOVE "APPROBATION SUPERV. REQUISE"
                       TO WS-MOTIF-REJET
                   MOVE "AP" TO WS-CODE-MOTIF
               ELSE
                   MOVE OPS-NUMERO-COMPTE TO NUMERO-COMPTE
                   READ FICHIER-COMPTES
                       INVALID KEY
                           MOVE "COMPTE INTROUVABLE"
                               TO WS-MOTIF-REJET
                           MOVE "CI" TO WS-CODE-MOTIF
                       NOT INVALID KEY
                           IF NOT COMPTE-ACTIF
                               MOVE "COMPTE NON ACTIF"
                                   TO WS-MOTIF-REJET
                               MOVE "CN" TO WS-CODE-MOTIF
                           ELSE
                               PERFORM CALCULER-DISPONIBLE
                               IF OPS-RETRAIT
                                   AND OPS-MONTANT > WS-DISPONIBLE
                                   MOVE "SOLDE INSUFFISANT"
                                       TO WS-MOTIF-REJET
                                   MOVE "SI" TO WS-CODE-MOTIF
                               END-IF
                           END-IF
                   END-READ
                   " code " OPS-CODE
                   " montant " OPS-MONTANT
                   " motif : " WS-MOTIF-REJET
               PERFORM METTRE-EN-SUSPENS
           END-IF.

       METTRE-EN-SUSPENS.
           MOVE WS-DATE-TRAITEMENT TO SUS-DATE
           ACCEPT SUS-HEURE FROM TIME
           MOVE WS-NB-LUES TO SUS-SEQUENCE
           MOVE "OPERATIONS" TO SUS-SOURCE
           MOVE SPACES TO SUS-ORIGINAL
           MOVE ENREGISTREMENT-OPERATION TO SUS-ORIGINAL
           MOVE WS-CODE-MOTIF TO SUS-CODE-MOTIF
           MOVE WS-MOTIF-REJET TO SUS-LIBELLE-MOTIF
           MOVE WS-OPERATEUR TO SUS-OPERATEUR
           MOVE "E" TO SUS-STATUT
           MOVE 0 TO SUS-COMPTE-CORRIGE
           MOVE 0 TO SUS-DATE-TRAITEMENT
           MOVE SPACES TO SUS-OPERATEUR-TRAITEMENT
           OPEN I-O FICHIER-SUSPENS
           IF WS-STATUT-SUSPENS = "35"
               OPEN OUTPUT FICHIER-SUSPENS
               CLOSE FICHIER-SUSPENS
               OPEN I-O FICHIER-SUSPENS
           END-IF
           WRITE ENREGISTREMENT-SUSPENS
               INVALID KEY
                   DISPLAY "  *** ATTENTION : mise en suspens "
                       "impossible pour le compte " OPS-NUMERO-COMPTE
                       " ***"
               NOT INVALID KEY
                   ADD 1 TO WS-NB-SUSPENS
           END-WRITE
           CLOSE FICHIER-SUSPENS.

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

       POSTER-OPERATION.
               CLOSE FICHIER-JOURNAL
               OPEN EXTEND FICHIER-JOURNAL
           END-IF
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           CLOSE FICHIER-JOURNAL.
       END PROGRAM lot.
