               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUT-OPERATEURS.
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
           SELECT FICHIER-RETOURS ASSIGN TO "data/impayes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RETOURS.

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

       FD  FICHIER-REMISE.
       01  ENREGISTREMENT-REMISE.
               88  OPE-ACTIF         VALUE "A".
               88  OPE-DESACTIVE     VALUE "X".

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

       FD  FICHIER-RETOURS.
       01  ENREGISTREMENT-RETOUR.
           05  RET-NUMERO-COMPTE  PIC 9(5).
           05  RET-NUMERO-CHEQUE  PIC 9(6).
           05  RET-MONTANT        PIC 9(7)V99.
           05  RET-CODE-MOTIF     PIC X(02).
           05  RET-LIBELLE-MOTIF  PIC X(30).
           05  RET-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-OPERATEUR          PIC X(08).
       01  WS-OPE-VALIDE         PIC X(01) VALUE "N".
       01  WS-CHEQUE-CONNU       PIC X(01) VALUE "N".
       01  WS-DANS-CHEQUIER      PIC X(01) VALUE "N".
       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-CODE-MOTIF         PIC X(02).
           88  MOTIF-IMPAYE          VALUE "OP" "HP" "SI".
       01  WS-DATE-TRAITEMENT    PIC 9(8).
       01  WS-STATUT-SUSPENS     PIC X(02) VALUE "00".
       01  WS-STATUT-RETOURS     PIC X(02) VALUE "00".
       01  WS-NB-SUSPENS         PIC 9(5) VALUE 0.
       01  WS-NB-RETOURNES       PIC 9(5) VALUE 0.
       01  WS-DISPONIBLE         PIC S9(8)V99.
       01  WS-STATUT-BLOCAGES PIC X(02) VALUE "00".
       01  WS-EOF-BLOCAGES    PIC X(01) VALUE "N".
       01  WS-TOTAL-BLOCAGES  PIC 9(8)V99.
       01  WS-DATE-BLOCAGES   PIC 9(8).
       01  WS-NB-LUS             PIC 9(5) VALUE 0.
       01  WS-NB-PAYES           PIC 9(5) VALUE 0.
       01  WS-NB-REJETES         PIC 9(5) VALUE 0.
               DISPLAY "Execution refusee : operateur inconnu."
               STOP RUN
           END-IF
           ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD
           PERFORM TRAITER-REMISE
           DISPLAY "==================================================="
           DISPLAY "Cheques lus    : " WS-NB-LUS
           DISPLAY "Cheques payes  : " WS-NB-PAYES
           DISPLAY "Cheques rejetes: " WS-NB-REJETES
           DISPLAY "  dont impayes : " WS-NB-RETOURNES
           DISPLAY "  en suspens   : " WS-NB-SUSPENS
           DISPLAY "Total paye     : " WS-TOTAL-PAYES
           DISPLAY "==================================================="
           STOP RUN.
           PERFORM CONTROLER-PLAGE-CHEQUE
           IF WS-DANS-CHEQUIER = "N"
               MOVE "CHEQUE HORS PLAGE DELIVREE" TO WS-MOTIF-REJET
               MOVE "HP" TO WS-CODE-MOTIF
           ELSE
               PERFORM CONTROLER-STATUT-CHEQUE
           END-IF
               READ FICHIER-COMPTES
                   INVALID KEY
                       MOVE "COMPTE INTROUVABLE" TO WS-MOTIF-REJET
                       MOVE "CI" TO WS-CODE-MOTIF
                   NOT INVALID KEY
                       IF NOT COMPTE-ACTIF
                           MOVE "COMPTE NON ACTIF" TO WS-MOTIF-REJET
                           MOVE "CN" TO WS-CODE-MOTIF
                       ELSE
                           IF NOT COMPTE-COURANT
                               MOVE "COMPTE NON COURANT"
                                   TO WS-MOTIF-REJET
                               MOVE "CC" TO WS-CODE-MOTIF
                           ELSE
                               PERFORM CALCULER-DISPONIBLE
                               IF RMS-MONTANT > WS-DISPONIBLE
                                   MOVE "SOLDE INSUFFISANT"
                                       TO WS-MOTIF-REJET
                                   MOVE "SI" TO WS-CODE-MOTIF
                               END-IF
                           END-IF
                       END-IF
                   " cheque " RMS-NUMERO-CHEQUE
                   " montant " RMS-MONTANT
                   " motif : " WS-MOTIF-REJET
               IF MOTIF-IMPAYE
                   PERFORM ENREGISTRER-RETOUR
               END-IF
               PERFORM METTRE-EN-SUSPENS
           END-IF.

       METTRE-EN-SUSPENS.
           MOVE WS-DATE-TRAITEMENT TO SUS-DATE
           ACCEPT SUS-HEURE FROM TIME
           MOVE WS-NB-LUS TO SUS-SEQUENCE
           MOVE "REMISE" TO SUS-SOURCE
           MOVE SPACES TO SUS-ORIGINAL
           MOVE ENREGISTREMENT-REMISE TO SUS-ORIGINAL
           MOVE WS-CODE-MOTIF TO SUS-CODE-MOTIF
           MOVE WS-MOTIF-REJET TO SUS-LIBELLE-MOTIF
           MOVE WS-OPERATEUR TO SUS-OPERATEUR
           MOVE 0 TO SUS-COMPTE-CORRIGE
           IF MOTIF-IMPAYE
               MOVE "T" TO SUS-STATUT
               MOVE WS-DATE-TRAITEMENT TO SUS-DATE-TRAITEMENT
               MOVE WS-OPERATEUR TO SUS-OPERATEUR-TRAITEMENT
           ELSE
               MOVE "E" TO SUS-STATUT
               MOVE 0 TO SUS-DATE-TRAITEMENT
               MOVE SPACES TO SUS-OPERATEUR-TRAITEMENT
           END-IF
           OPEN I-O FICHIER-SUSPENS
           IF WS-STATUT-SUSPENS = "35"
               OPEN OUTPUT FICHIER-SUSPENS
               CLOSE FICHIER-SUSPENS
               OPEN I-O FICHIER-SUSPENS
           END-IF
           WRITE ENREGISTREMENT-SUSPENS
               INVALID KEY
                   DISPLAY "  *** ATTENTION : mise en suspens "
                       "impossible pour le cheque " RMS-NUMERO-CHEQUE
                       " ***"
               NOT INVALID KEY
                   IF SUSPENS-EN-ATTENTE
                       ADD 1 TO WS-NB-SUSPENS
                   END-IF
           END-WRITE
           CLOSE FICHIER-SUSPENS.

       ENREGISTRER-RETOUR.
           MOVE RMS-NUMERO-COMPTE TO RET-NUMERO-COMPTE
           MOVE RMS-NUMERO-CHEQUE TO RET-NUMERO-CHEQUE
           MOVE RMS-MONTANT TO RET-MONTANT
           MOVE WS-CODE-MOTIF TO RET-CODE-MOTIF
           MOVE WS-MOTIF-REJET TO RET-LIBELLE-MOTIF
           MOVE WS-DATE-TRAITEMENT TO RET-DATE
           OPEN EXTEND FICHIER-RETOURS
           IF WS-STATUT-RETOURS = "35"
               OPEN OUTPUT FICHIER-RETOURS
               CLOSE FICHIER-RETOURS
               OPEN EXTEND FICHIER-RETOURS
           END-IF
           WRITE ENREGISTREMENT-RETOUR
           CLOSE FICHIER-RETOURS
           ADD 1 TO WS-NB-RETOURNES.

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

       CONTROLER-PLAGE-CHEQUE.
               IF CHEQUE-OPPOSE
                   MOVE "CHEQUE FRAPPE D'OPPOSITION"
                       TO WS-MOTIF-REJET
                   MOVE "OP" TO WS-CODE-MOTIF
               ELSE
                   IF CHEQUE-PAYE
                       MOVE "CHEQUE DEJA PAYE" TO WS-MOTIF-REJET
                       MOVE "DP" TO WS-CODE-MOTIF
                   END-IF
               END-IF
           END-IF.
               CLOSE FICHIER-JOURNAL
               OPEN EXTEND FICHIER-JOURNAL
           END-IF
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           CLOSE FICHIER-JOURNAL.
       END PROGRAM remise.
