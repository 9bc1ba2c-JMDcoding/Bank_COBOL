               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-STATUT-CLIENTS.
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

       FD  FICHIER-CLIENTS.
       01  ENREGISTREMENT-CLIENT.
           05  CLI-ADRESSE       PIC X(40).
           05  CLI-TELEPHONE     PIC X(15).

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
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".
       01  WS-CLIENT-TROUVE   PIC X(01) VALUE "N".
       01  WS-CLIENTS-OUVERTS PIC X(01) VALUE "N".
       01  WS-NB-RELEVES      PIC 9(4) VALUE 0.
       01  WS-DISPONIBLE      PIC S9(8)V99.
       01  WS-STATUT-BLOCAGES PIC X(02) VALUE "00".
       01  WS-EOF-BLOCAGES    PIC X(01) VALUE "N".
       01  WS-TOTAL-BLOCAGES  PIC 9(8)V99.
       01  WS-DATE-BLOCAGES   PIC 9(8).

       01  TABLE-JOURNAL.
           05  TJ-NB-ECRITURES    PIC 9(4) VALUE 0.
               10  TJ-NUMERO      PIC 9(5).
               10  TJ-TYPE        PIC X(10).
               10  TJ-MONTANT     PIC 9(7)V99.
               10  TJ-SOLDE-APRES PIC S9(7)V99.
               10  TJ-DATE        PIC 9(8).
               10  TJ-HEURE       PIC 9(8).
               10  TJ-CONTREPARTIE PIC 9(5).
           DISPLAY "Nom du client     : " NOM-CLIENT
           PERFORM IMPRIMER-ADRESSE
           DISPLAY "Type de compte    : " TYPE-COMPTE
           PERFORM CUMULER-BLOCAGES
           COMPUTE WS-DISPONIBLE = SOLDE - WS-TOTAL-BLOCAGES
           DISPLAY "Solde comptable   : " SOLDE
           DISPLAY "Solde disponible  : " WS-DISPONIBLE
           DISPLAY "Activite recente :"
           PERFORM VARYING TJ-IDX FROM 1 BY 1
                   UNTIL TJ-IDX > TJ-NB-ECRITURES
                   DISPLAY "Telephone         : " CLI-TELEPHONE
               END-IF
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
       END PROGRAM releve.
