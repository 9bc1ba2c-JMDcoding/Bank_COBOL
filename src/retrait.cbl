           SELECT FICHIER-TARIFS ASSIGN TO "data/tarifs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TARIFS.
           SELECT FICHIER-BLOCAGES ASSIGN TO "data/blocages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-CLE
               FILE STATUS IS WS-STATUT-BLOCAGES.
           SELECT FICHIER-DEROGATIONS ASSIGN TO "data/derogations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEROGATIONS.

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

       FD  FICHIER-OPERATEURS.
       01  ENREGISTREMENT-OPERATEUR.
           05  TAR-FRAIS-RETRAIT  PIC 9(5)V99.
           05  TAR-FRAIS-VIREMENT PIC 9(5)V99.
           05  TAR-TAUX-INTERET   PIC 9V9(4).
           05  TAR-TAUX-DEBITEUR  PIC 9V9(4).

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

       FD  FICHIER-DEROGATIONS.
       01  ENREGISTREMENT-DEROGATION.
           05  DRG-DATE           PIC 9(8).
           05  DRG-HEURE          PIC 9(8).
           05  DRG-GUICHETIER     PIC X(08).
           05  DRG-SUPERVISEUR    PIC X(08).
           05  DRG-NUMERO-COMPTE  PIC 9(5).
           05  DRG-MONTANT        PIC 9(7)V99.
           05  DRG-SEUIL          PIC 9(7)V99.
           05  DRG-TYPE           PIC X(10).
           05  DRG-DECISION       PIC X(01).
               88  DEROGATION-ACCORDEE VALUE "O".
               88  DEROGATION-REFUSEE  VALUE "N".

       WORKING-STORAGE SECTION.
       01  WS-NUMERO          PIC 9(5).
       01  WS-STATUT-PARAMETRES PIC X(02) VALUE "00".
       01  WS-STATUT-TARIFS   PIC X(02) VALUE "00".
       01  WS-FRAIS-RETRAIT   PIC 9(5)V99 VALUE 0.
       01  WS-SOLDE-RETRAIT   PIC S9(7)V99.
       01  WS-DISPONIBLE      PIC S9(8)V99.
       01  WS-STATUT-BLOCAGES PIC X(02) VALUE "00".
       01  WS-EOF-BLOCAGES    PIC X(01) VALUE "N".
       01  WS-TOTAL-BLOCAGES  PIC 9(8)V99.
       01  WS-DATE-BLOCAGES   PIC 9(8).
       01  WS-STATUT-DEROGATIONS PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
       CONTROLER-SEUIL.
           MOVE "O" TO WS-APPROUVE
           PERFORM CHARGER-SEUIL
           IF WS-MONTANT > WS-SEUIL
               IF NIVEAU-SIGNE < 2
                   PERFORM DEMANDER-APPROBATION
               ELSE
                   MOVE OPERATEUR-SIGNE TO WS-SUPERVISEUR
                   PERFORM ENREGISTRER-DEROGATION
               END-IF
           END-IF.

       CHARGER-SEUIL.
           IF WS-APPROUVE = "N"
               DISPLAY "Approbation refusee : superviseur inconnu "
                   "ou niveau insuffisant."
           END-IF
           PERFORM ENREGISTRER-DEROGATION.

       ENREGISTRER-DEROGATION.
           ACCEPT DRG-DATE FROM DATE YYYYMMDD
           ACCEPT DRG-HEURE FROM TIME
           MOVE OPERATEUR-SIGNE TO DRG-GUICHETIER
           MOVE WS-SUPERVISEUR TO DRG-SUPERVISEUR
           MOVE WS-NUMERO TO DRG-NUMERO-COMPTE
           MOVE WS-MONTANT TO DRG-MONTANT
           MOVE WS-SEUIL TO DRG-SEUIL
           MOVE "RETRAIT" TO DRG-TYPE
           MOVE WS-APPROUVE TO DRG-DECISION
           OPEN EXTEND FICHIER-DEROGATIONS
           IF WS-STATUT-DEROGATIONS = "35"
               OPEN OUTPUT FICHIER-DEROGATIONS
               CLOSE FICHIER-DEROGATIONS
               OPEN EXTEND FICHIER-DEROGATIONS
           END-IF
           WRITE ENREGISTREMENT-DEROGATION
           CLOSE FICHIER-DEROGATIONS.

       METTRE-A-JOUR-COMPTE.
           MOVE "N" TO WS-TROUVE
                       IF NOT COMPTE-ACTIF
                           MOVE "O" TO WS-COMPTE-INACTIF
                       ELSE
                           PERFORM CALCULER-DISPONIBLE
                           IF WS-MONTANT + WS-FRAIS-RETRAIT
                                   > WS-DISPONIBLE
                               MOVE "O" TO WS-FONDS-INSUFF
                           ELSE
                               SUBTRACT WS-MONTANT FROM SOLDE
               CLOSE FICHIER-COMPTES
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

       ENREGISTRER-JOURNAL.
           MOVE WS-NUMERO TO JRN-NUMERO-COMPTE
           MOVE "RETRAIT" TO JRN-TYPE
               CLOSE FICHIER-JOURNAL
               OPEN EXTEND FICHIER-JOURNAL
           END-IF
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           IF WS-FRAIS-RETRAIT > 0
               MOVE "FRAIS" TO JRN-TYPE
               MOVE WS-FRAIS-RETRAIT TO JRN-MONTANT
               MOVE SOLDE TO JRN-SOLDE-APRES
               ACCEPT JRN-HEURE FROM TIME
               CALL "sceller" USING ENREGISTREMENT-JOURNAL
               WRITE ENREGISTREMENT-JOURNAL
           END-IF
           CLOSE FICHIER-JOURNAL.
