               RECORD KEY IS NUMERO-COMPTE
               ALTERNATE RECORD KEY IS NOM-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-STATUT-FICHIER.
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
       01  WS-NUMERO          PIC 9(5).
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-DISPONIBLE      PIC S9(8)V99.
       01  WS-STATUT-BLOCAGES PIC X(02) VALUE "00".
       01  WS-EOF-BLOCAGES    PIC X(01) VALUE "N".
       01  WS-TOTAL-BLOCAGES  PIC 9(8)V99.
       01  WS-DATE-BLOCAGES   PIC 9(8).
       01  WS-STATUT-FICHIER  PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
           ACCEPT WS-NUMERO
           PERFORM RECHERCHER-COMPTE
           IF WS-TROUVE = "O"
               PERFORM CUMULER-BLOCAGES
               COMPUTE WS-DISPONIBLE = SOLDE - WS-TOTAL-BLOCAGES
               DISPLAY "Numero de compte : " NUMERO-COMPTE
               DISPLAY "Nom du client     : " NOM-CLIENT
               DISPLAY "Solde comptable   : " SOLDE
               DISPLAY "Montant bloque    : " WS-TOTAL-BLOCAGES
               DISPLAY "Solde disponible  : " WS-DISPONIBLE
               IF COMPTE-COURANT
                   DISPLAY "Decouvert autorise: " DECOUVERT-AUTORISE
               END-IF
               DISPLAY "Type de compte    : " TYPE-COMPTE
               DISPLAY "Statut du compte  : " STATUT-COMPTE
               DISPLAY "Numero de client  : " NUMERO-CLIENT
               END-READ
               CLOSE FICHIER-COMPTES
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
       END PROGRAM consultation.
