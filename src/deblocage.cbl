       IDENTIFICATION DIVISION.
       PROGRAM-ID. deblocage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-BLOCAGES ASSIGN TO "data/blocages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-CLE
               FILE STATUS IS WS-STATUT-BLOCAGES.
           SELECT FICHIER-COMPTES ASSIGN TO "data/comptes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               ALTERNATE RECORD KEY IS NOM-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-STATUT-COMPTES.
           SELECT FICHIER-JOURNAL ASSIGN TO "data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
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
           SELECT FICHIER-SESSION ASSIGN TO "data/session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SESSION.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FICHIER-SESSION.
       01  ENREGISTREMENT-SESSION.
           05  SES-OPERATEUR      PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-SESSION     PIC X(02) VALUE "00".
       01  WS-OPERATEUR          PIC X(08).
       01  WS-OPE-VALIDE         PIC X(01) VALUE "N".
       01  WS-STATUT-OPERATEURS  PIC X(02) VALUE "00".
       01  WS-DATE-JOUR          PIC 9(8).
       01  WS-PERIODE            PIC 9(8).
       01  WS-REFUS              PIC X(01) VALUE "N".
       01  WS-REPRISE            PIC X(01) VALUE "N".
       01  WS-STATUT-CONTROLE    PIC X(02) VALUE "00".
       01  WS-STATUT-BLOCAGES    PIC X(02) VALUE "00".
       01  WS-STATUT-COMPTES     PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL     PIC X(02) VALUE "00".
       01  WS-EOF-BLOCAGES       PIC X(01) VALUE "N".
       01  WS-COMPTE-TROUVE      PIC X(01) VALUE "N".
       01  WS-NB-LEVES           PIC 9(4) VALUE 0.
       01  WS-NB-ACTIFS          PIC 9(4) VALUE 0.
       01  WS-TOTAL-LEVE         PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY "==================================================="
           DISPLAY "   LEVEE DES BLOCAGES DE FONDS ARRIVES A ECHEANCE"
           DISPLAY "   Date du jour : " WS-DATE-JOUR
           DISPLAY "==================================================="
           PERFORM VALIDER-OPERATEUR
           IF WS-OPE-VALIDE = "N"
               DISPLAY "Execution refusee : operateur inconnu."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-DATE-JOUR TO WS-PERIODE
           PERFORM INITIALISER-CONTROLE
           IF WS-REFUS = "O"
               DISPLAY "Execution refusee : les blocages du "
                   WS-PERIODE " ont deja ete traites."
               CLOSE FICHIER-CONTROLE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TRAITER-BLOCAGES
           PERFORM TERMINER-CONTROLE
           DISPLAY "==================================================="
           DISPLAY "Blocages leves        : " WS-NB-LEVES
           DISPLAY "Montant libere        : " WS-TOTAL-LEVE
           DISPLAY "Blocages encore actifs: " WS-NB-ACTIFS
           DISPLAY "==================================================="
           MOVE 0 TO RETURN-CODE
           GOBACK.

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

       INITIALISER-CONTROLE.
           MOVE "N" TO WS-REFUS
           MOVE "N" TO WS-REPRISE
           OPEN I-O FICHIER-CONTROLE
           IF WS-STATUT-CONTROLE = "35"
               OPEN OUTPUT FICHIER-CONTROLE
               CLOSE FICHIER-CONTROLE
               OPEN I-O FICHIER-CONTROLE
           END-IF
           MOVE "DEBLOCAGE" TO RUN-PROGRAMME
           MOVE WS-PERIODE TO RUN-PERIODE
           READ FICHIER-CONTROLE
               INVALID KEY
                   MOVE "DEBLOCAGE" TO RUN-PROGRAMME
                   MOVE WS-PERIODE TO RUN-PERIODE
                   MOVE "E" TO RUN-STATUT
                   MOVE 0 TO RUN-DERNIER-COMPTE
                   MOVE 0 TO RUN-NB-TRAITES
                   MOVE 0 TO RUN-HASH-SOLDE
                   MOVE WS-DATE-JOUR TO RUN-DATE
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

       TRAITER-BLOCAGES.
           MOVE "N" TO WS-EOF-BLOCAGES
           OPEN I-O FICHIER-BLOCAGES
           IF WS-STATUT-BLOCAGES = "35"
               MOVE "O" TO WS-EOF-BLOCAGES
               DISPLAY "Aucun blocage n'existe encore."
           ELSE
               OPEN INPUT FICHIER-COMPTES
               PERFORM UNTIL WS-EOF-BLOCAGES = "O"
                   READ FICHIER-BLOCAGES NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-BLOCAGES
                       NOT AT END
                           IF BLOCAGE-ACTIF
                               IF BLO-DATE-LEVEE NOT = 0
                                   AND BLO-DATE-LEVEE <= WS-DATE-JOUR
                                   PERFORM LEVER-UN-BLOCAGE
                               ELSE
                                   ADD 1 TO WS-NB-ACTIFS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMPTES
               CLOSE FICHIER-BLOCAGES
           END-IF.

       LEVER-UN-BLOCAGE.
           MOVE "L" TO BLO-STATUT
           MOVE WS-DATE-JOUR TO BLO-DATE-FIN
           MOVE WS-OPERATEUR TO BLO-OPERATEUR-FIN
           REWRITE ENREGISTREMENT-BLOCAGE
           ADD 1 TO WS-NB-LEVES
           ADD BLO-MONTANT TO WS-TOTAL-LEVE
           DISPLAY "LEVE compte " BLO-NUMERO-COMPTE
               " pose le " BLO-DATE-POSE
               " par " BLO-OPERATEUR
               " motif " BLO-MOTIF
               " montant " BLO-MONTANT
               " echeance " BLO-DATE-LEVEE
           PERFORM ENREGISTRER-JOURNAL
           MOVE BLO-NUMERO-COMPTE TO RUN-DERNIER-COMPTE
           ADD 1 TO RUN-NB-TRAITES
           REWRITE ENREGISTREMENT-CONTROLE.

       ENREGISTRER-JOURNAL.
           MOVE "N" TO WS-COMPTE-TROUVE
           MOVE BLO-NUMERO-COMPTE TO NUMERO-COMPTE
           READ FICHIER-COMPTES
               INVALID KEY
                   MOVE "N" TO WS-COMPTE-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-COMPTE-TROUVE
           END-READ
           MOVE BLO-NUMERO-COMPTE TO JRN-NUMERO-COMPTE
           MOVE "DEBLOCAGE" TO JRN-TYPE
           MOVE BLO-MONTANT TO JRN-MONTANT
           IF WS-COMPTE-TROUVE = "O"
               MOVE SOLDE TO JRN-SOLDE-APRES
           ELSE
               MOVE 0 TO JRN-SOLDE-APRES
           END-IF
           MOVE WS-DATE-JOUR TO JRN-DATE
           ACCEPT JRN-HEURE FROM TIME
           MOVE ZERO TO JRN-CONTREPARTIE
           COMPUTE JRN-REFERENCE =
               BLO-DATE-POSE * 100000000 + BLO-HEURE-POSE
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
       END PROGRAM deblocage.
