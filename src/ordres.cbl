           SELECT FICHIER-PARAMETRES ASSIGN TO "data/parametres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAMETRES.
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

       FD  FICHIER-OPERATEURS.
       01  ENREGISTREMENT-OPERATEUR.
       01  ENREGISTREMENT-PARAMETRES.
           05  PAR-SEUIL          PIC 9(7)V99.

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
       01  WS-CHOIX           PIC 9 VALUE 0.
       01  WS-NUMERO          PIC 9(5).
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-OPERATEURS PIC X(02) VALUE "00".
       01  WS-STATUT-PARAMETRES PIC X(02) VALUE "00".
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
           MOVE WS-COMPTE-DEBIT TO DRG-NUMERO-COMPTE
           MOVE WS-MONTANT TO DRG-MONTANT
           MOVE WS-SEUIL TO DRG-SEUIL
           MOVE "ORDRE" TO DRG-TYPE
           MOVE WS-APPROUVE TO DRG-DECISION
           OPEN EXTEND FICHIER-DEROGATIONS
           IF WS-STATUT-DEROGATIONS = "35"
               OPEN OUTPUT FICHIER-DEROGATIONS
               CLOSE FICHIER-DEROGATIONS
               OPEN EXTEND FICHIER-DEROGATIONS
           END-IF
           WRITE ENREGISTREMENT-DEROGATION
           CLOSE FICHIER-DEROGATIONS.

       CONTROLER-COMPTES.
           MOVE "N" TO WS-COMPTE-VALIDE
