           SELECT FICHIER-SESSION ASSIGN TO "data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SESSION.
           SELECT FICHIER-SCELLEMENTS ASSIGN TO "data/scellements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SCELLEMENTS.

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

       FD  FICHIER-ARCHIVE.
       01  ENREGISTREMENT-ARCHIVE PIC X(96).

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

       FD  FICHIER-SCELLEMENTS.
       01  ENREGISTREMENT-SCELLEMENT.
           05  SCL-DATE               PIC 9(8).
           05  SCL-NB-ECRITURES       PIC 9(7).
           05  SCL-PREMIERE-SEQUENCE  PIC 9(9).
           05  SCL-DERNIERE-SEQUENCE  PIC 9(9).
           05  SCL-DERNIERE-EMPREINTE PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-SESSION  PIC X(02) VALUE "00".
       01  WS-NOM-ARCHIVE     PIC X(30).
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".
       01  WS-STATUT-ARCHIVE  PIC X(02) VALUE "00".
       01  WS-STATUT-SCELLEMENTS PIC X(02) VALUE "00".
       01  WS-PREMIERE-SEQUENCE  PIC 9(9) VALUE 0.
       01  WS-DERNIERE-SEQUENCE  PIC 9(9) VALUE 0.
       01  WS-DERNIERE-EMPREINTE PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
               GOBACK
           END-IF
           PERFORM ARCHIVER-JOURNAL
           PERFORM ECRIRE-SCELLEMENT
           PERFORM ECRIRE-REPORTS
           PERFORM TERMINER-CONTROLE
           DISPLAY "==================================================="
                               TO ENREGISTREMENT-ARCHIVE
                           WRITE ENREGISTREMENT-ARCHIVE
                           ADD 1 TO WS-NB-ARCHIVEES
                           PERFORM NOTER-SEQUENCE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ARCHIVE
               DISPLAY "Journal archive dans " WS-NOM-ARCHIVE
           END-IF.

       NOTER-SEQUENCE.
           IF JRN-SEQUENCE IS NUMERIC AND JRN-SEQUENCE > 0
               IF WS-PREMIERE-SEQUENCE = 0
                   MOVE JRN-SEQUENCE TO WS-PREMIERE-SEQUENCE
               END-IF
               MOVE JRN-SEQUENCE TO WS-DERNIERE-SEQUENCE
               MOVE JRN-EMPREINTE TO WS-DERNIERE-EMPREINTE
           END-IF.

       ECRIRE-SCELLEMENT.
           IF WS-NB-ARCHIVEES > 0
               OPEN EXTEND FICHIER-SCELLEMENTS
               IF WS-STATUT-SCELLEMENTS = "35"
                   OPEN OUTPUT FICHIER-SCELLEMENTS
                   CLOSE FICHIER-SCELLEMENTS
                   OPEN EXTEND FICHIER-SCELLEMENTS
               END-IF
               MOVE WS-DATE-JOUR TO SCL-DATE
               MOVE WS-NB-ARCHIVEES TO SCL-NB-ECRITURES
               MOVE WS-PREMIERE-SEQUENCE TO SCL-PREMIERE-SEQUENCE
               MOVE WS-DERNIERE-SEQUENCE TO SCL-DERNIERE-SEQUENCE
               MOVE WS-DERNIERE-EMPREINTE TO SCL-DERNIERE-EMPREINTE
               WRITE ENREGISTREMENT-SCELLEMENT
               CLOSE FICHIER-SCELLEMENTS
               DISPLAY "Scellement de l'archive : sequences "
                   WS-PREMIERE-SEQUENCE " a " WS-DERNIERE-SEQUENCE
                   ", empreinte " WS-DERNIERE-EMPREINTE
           END-IF.

       ECRIRE-REPORTS.
           MOVE "N" TO WS-EOF-COMPTES
           OPEN OUTPUT FICHIER-JOURNAL
           MOVE ZERO TO JRN-CONTREPARTIE
           MOVE ZERO TO JRN-REFERENCE
           MOVE WS-OPERATEUR TO JRN-OPERATEUR
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           ADD 1 TO WS-NB-REPORTS.
       END PROGRAM arrete.
