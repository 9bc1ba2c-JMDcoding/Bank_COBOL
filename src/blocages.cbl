       IDENTIFICATION DIVISION.
       PROGRAM-ID. blocages.

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

       WORKING-STORAGE SECTION.
       01  WS-CHOIX           PIC 9 VALUE 0.
       01  WS-NUMERO          PIC 9(5).
       01  WS-MONTANT         PIC 9(7)V99.
       01  WS-MOTIF           PIC X(02).
       01  WS-LIBELLE         PIC X(30).
       01  WS-DATE-LEVEE      PIC 9(8).
       01  WS-DATE-JOUR       PIC 9(8).
       01  WS-RANG            PIC 9(3) VALUE 0.
       01  WS-SELECTION       PIC 9(3) VALUE 0.
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-ERREUR          PIC X(01) VALUE "N".
       01  WS-EOF-BLOCAGES    PIC X(01) VALUE "N".
       01  WS-TOTAL-BLOCAGES  PIC 9(8)V99.
       01  WS-DISPONIBLE      PIC S9(8)V99.
       01  WS-TYPE-JOURNAL    PIC X(10).
       01  WS-REFERENCE       PIC 9(16).
       01  WS-STATUT-BLOCAGES PIC X(02) VALUE "00".
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".

       01  TABLE-BLOCAGES.
           05  TB-NB-BLOCAGES     PIC 9(3) VALUE 0.
           05  TB-BLOCAGE OCCURS 50 TIMES INDEXED BY TB-IDX.
               10  TB-CLE         PIC X(21).

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
       01  NIVEAU-SIGNE       PIC 9(01).

       PROCEDURE DIVISION USING OPERATEUR-SIGNE NIVEAU-SIGNE.
       DEBUT.
           DISPLAY "=== BLOCAGES DE FONDS ==="
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 0 TO WS-CHOIX
           PERFORM UNTIL WS-CHOIX >= 1 AND WS-CHOIX <= 4
               DISPLAY "1. Poser un blocage"
               DISPLAY "2. Lever un blocage"
               DISPLAY "3. Consulter les blocages d'un compte"
               DISPLAY "4. Retour au menu principal"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-CHOIX
               IF WS-CHOIX < 1 OR WS-CHOIX > 4
                   DISPLAY "Choix invalide, reessayez."
               END-IF
           END-PERFORM
           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM POSER-BLOCAGE
               WHEN 2
                   PERFORM LEVER-BLOCAGE
               WHEN 3
                   PERFORM CONSULTER-BLOCAGES
           END-EVALUATE
           GOBACK.

       POSER-BLOCAGE.
           DISPLAY "Entrez le numero du compte : " WITH NO ADVANCING
           ACCEPT WS-NUMERO
           PERFORM LIRE-COMPTE
           IF WS-TROUVE = "N"
               DISPLAY "Erreur : le compte " WS-NUMERO
                   " est introuvable."
           ELSE
               IF COMPTE-CLOTURE
                   DISPLAY "Erreur : le compte " WS-NUMERO
                       " est cloture, blocage refuse."
               ELSE
                   PERFORM SAISIR-BLOCAGE
                   IF WS-ERREUR = "N"
                       PERFORM ECRIRE-BLOCAGE
                   END-IF
               END-IF
           END-IF.

       SAISIR-BLOCAGE.
           MOVE "N" TO WS-ERREUR
           DISPLAY "Montant a bloquer : " WITH NO ADVANCING
           ACCEPT WS-MONTANT
           IF WS-MONTANT = 0
               MOVE "O" TO WS-ERREUR
               DISPLAY "Erreur : le montant doit etre positif."
           END-IF
           IF WS-ERREUR = "N"
               MOVE SPACES TO WS-MOTIF
               PERFORM UNTIL WS-MOTIF = "SA" OR WS-MOTIF = "AT"
                       OR WS-MOTIF = "EN" OR WS-MOTIF = "AU"
                   DISPLAY "Motif (SA=saisie, AT=avis a tiers "
                       "detenteur, EN=depot non encaisse, AU=autre) : "
                       WITH NO ADVANCING
                   ACCEPT WS-MOTIF
                   IF WS-MOTIF NOT = "SA" AND WS-MOTIF NOT = "AT"
                       AND WS-MOTIF NOT = "EN" AND WS-MOTIF NOT = "AU"
                       DISPLAY "Reponse invalide, entrez SA, AT, EN "
                           "ou AU."
                   END-IF
               END-PERFORM
               DISPLAY "Reference ou libelle : " WITH NO ADVANCING
               ACCEPT WS-LIBELLE
               DISPLAY "Date de levee (AAAAMMJJ, 0 = jusqu'a levee "
                   "manuelle) : " WITH NO ADVANCING
               ACCEPT WS-DATE-LEVEE
               IF WS-DATE-LEVEE NOT = 0
                   AND WS-DATE-LEVEE NOT > WS-DATE-JOUR
                   MOVE "O" TO WS-ERREUR
                   DISPLAY "Erreur : la date de levee doit etre "
                       "posterieure au " WS-DATE-JOUR "."
               END-IF
           END-IF.

       ECRIRE-BLOCAGE.
           OPEN I-O FICHIER-BLOCAGES
           IF WS-STATUT-BLOCAGES = "35"
               OPEN OUTPUT FICHIER-BLOCAGES
               CLOSE FICHIER-BLOCAGES
               OPEN I-O FICHIER-BLOCAGES
           END-IF
           MOVE WS-NUMERO TO BLO-NUMERO-COMPTE
           MOVE WS-DATE-JOUR TO BLO-DATE-POSE
           ACCEPT BLO-HEURE-POSE FROM TIME
           MOVE WS-MONTANT TO BLO-MONTANT
           MOVE WS-MOTIF TO BLO-MOTIF
           MOVE WS-LIBELLE TO BLO-LIBELLE
           MOVE WS-DATE-LEVEE TO BLO-DATE-LEVEE
           MOVE OPERATEUR-SIGNE TO BLO-OPERATEUR
           MOVE "A" TO BLO-STATUT
           MOVE 0 TO BLO-DATE-FIN
           MOVE SPACES TO BLO-OPERATEUR-FIN
           WRITE ENREGISTREMENT-BLOCAGE
               INVALID KEY
                   MOVE "O" TO WS-ERREUR
                   DISPLAY "Erreur : un blocage vient d'etre pose "
                       "sur ce compte, reessayez."
           END-WRITE
           COMPUTE WS-REFERENCE =
               BLO-DATE-POSE * 100000000 + BLO-HEURE-POSE
           CLOSE FICHIER-BLOCAGES
           IF WS-ERREUR = "N"
               MOVE "BLOCAGE" TO WS-TYPE-JOURNAL
               PERFORM ENREGISTRER-JOURNAL
               DISPLAY "Blocage de " WS-MONTANT " pose sur le compte "
                   WS-NUMERO "."
           END-IF.

       LEVER-BLOCAGE.
           IF NIVEAU-SIGNE < 2
               DISPLAY "Acces refuse : la levee d'un blocage est "
                   "reservee aux superviseurs."
           ELSE
               DISPLAY "Entrez le numero du compte : "
                   WITH NO ADVANCING
               ACCEPT WS-NUMERO
               PERFORM LISTER-BLOCAGES
               IF TB-NB-BLOCAGES = 0
                   DISPLAY "Aucun blocage actif sur le compte "
                       WS-NUMERO "."
               ELSE
                   DISPLAY "Entrez le numero du blocage a lever "
                       "(0 pour quitter) : " WITH NO ADVANCING
                   ACCEPT WS-SELECTION
                   IF WS-SELECTION > TB-NB-BLOCAGES
                       DISPLAY "Erreur : numero de blocage invalide."
                   ELSE
                       IF WS-SELECTION > 0
                           PERFORM APPLIQUER-LEVEE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLIQUER-LEVEE.
           MOVE "N" TO WS-TROUVE
           OPEN I-O FICHIER-BLOCAGES
           IF WS-STATUT-BLOCAGES NOT = "00"
               IF WS-STATUT-BLOCAGES = "35"
                   DISPLAY "Aucun blocage enregistre."
               ELSE
                   DISPLAY "Erreur : fichier des blocages "
                       "indisponible (statut " WS-STATUT-BLOCAGES ")."
               END-IF
               CLOSE FICHIER-BLOCAGES
           ELSE
               PERFORM LEVER-BLOCAGE-CHOISI
           END-IF.

       LEVER-BLOCAGE-CHOISI.
           SET TB-IDX TO WS-SELECTION
           MOVE TB-CLE(TB-IDX) TO BLO-CLE
           READ FICHIER-BLOCAGES
               INVALID KEY
                   MOVE "N" TO WS-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-TROUVE
           END-READ
           IF WS-TROUVE = "O" AND BLOCAGE-ACTIF
               MOVE "L" TO BLO-STATUT
               MOVE WS-DATE-JOUR TO BLO-DATE-FIN
               MOVE OPERATEUR-SIGNE TO BLO-OPERATEUR-FIN
               REWRITE ENREGISTREMENT-BLOCAGE
               MOVE BLO-MONTANT TO WS-MONTANT
               COMPUTE WS-REFERENCE =
                   BLO-DATE-POSE * 100000000 + BLO-HEURE-POSE
               CLOSE FICHIER-BLOCAGES
               PERFORM LIRE-COMPTE
               MOVE "DEBLOCAGE" TO WS-TYPE-JOURNAL
               PERFORM ENREGISTRER-JOURNAL
               DISPLAY "Blocage de " WS-MONTANT " leve sur le compte "
                   WS-NUMERO "."
           ELSE
               CLOSE FICHIER-BLOCAGES
               DISPLAY "Erreur : ce blocage n'est plus actif."
           END-IF.

       LISTER-BLOCAGES.
           MOVE 0 TO TB-NB-BLOCAGES
           MOVE 0 TO WS-RANG
           MOVE "N" TO WS-EOF-BLOCAGES
           OPEN INPUT FICHIER-BLOCAGES
           IF WS-STATUT-BLOCAGES = "35"
               CLOSE FICHIER-BLOCAGES
           ELSE
               MOVE WS-NUMERO TO BLO-NUMERO-COMPTE
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
                           IF BLO-NUMERO-COMPTE NOT = WS-NUMERO
                               MOVE "O" TO WS-EOF-BLOCAGES
                           ELSE
                               IF BLOCAGE-ACTIF
                                   PERFORM MEMORISER-BLOCAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BLOCAGES
           END-IF.

       MEMORISER-BLOCAGE.
           IF TB-NB-BLOCAGES < 50
               ADD 1 TO TB-NB-BLOCAGES
               SET TB-IDX TO TB-NB-BLOCAGES
               MOVE BLO-CLE TO TB-CLE(TB-IDX)
               ADD 1 TO WS-RANG
               DISPLAY "  " WS-RANG ". pose le " BLO-DATE-POSE
                   " par " BLO-OPERATEUR
                   " motif " BLO-MOTIF
                   " montant=" BLO-MONTANT
                   " levee le " BLO-DATE-LEVEE
                   " " BLO-LIBELLE
           ELSE
               DISPLAY "  *** ATTENTION : table des blocages pleine "
                   "(50 blocages) - blocage ignore ***"
           END-IF.

       CONSULTER-BLOCAGES.
           DISPLAY "Entrez le numero du compte : " WITH NO ADVANCING
           ACCEPT WS-NUMERO
           PERFORM LIRE-COMPTE
           IF WS-TROUVE = "N"
               DISPLAY "Erreur : le compte " WS-NUMERO
                   " est introuvable."
           ELSE
               DISPLAY "Blocages du compte " WS-NUMERO " :"
               MOVE 0 TO WS-TOTAL-BLOCAGES
               MOVE "N" TO WS-EOF-BLOCAGES
               OPEN INPUT FICHIER-BLOCAGES
               IF WS-STATUT-BLOCAGES = "35"
                   CLOSE FICHIER-BLOCAGES
               ELSE
                   MOVE WS-NUMERO TO BLO-NUMERO-COMPTE
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
                               IF BLO-NUMERO-COMPTE NOT = WS-NUMERO
                                   MOVE "O" TO WS-EOF-BLOCAGES
                               ELSE
                                   PERFORM AFFICHER-UN-BLOCAGE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-BLOCAGES
               END-IF
               COMPUTE WS-DISPONIBLE = SOLDE - WS-TOTAL-BLOCAGES
               DISPLAY "Solde comptable   : " SOLDE
               DISPLAY "Total bloque      : " WS-TOTAL-BLOCAGES
               DISPLAY "Solde disponible  : " WS-DISPONIBLE
           END-IF.

       AFFICHER-UN-BLOCAGE.
           IF BLOCAGE-ACTIF
               IF BLO-DATE-LEVEE = 0
                   OR BLO-DATE-LEVEE > WS-DATE-JOUR
                   ADD BLO-MONTANT TO WS-TOTAL-BLOCAGES
               END-IF
               DISPLAY "  ACTIF  pose le " BLO-DATE-POSE
                   " par " BLO-OPERATEUR
                   " motif " BLO-MOTIF
                   " montant=" BLO-MONTANT
                   " levee le " BLO-DATE-LEVEE
                   " " BLO-LIBELLE
           ELSE
               DISPLAY "  LEVE   pose le " BLO-DATE-POSE
                   " par " BLO-OPERATEUR
                   " motif " BLO-MOTIF
                   " montant=" BLO-MONTANT
                   " leve le " BLO-DATE-FIN
                   " par " BLO-OPERATEUR-FIN
           END-IF.

       LIRE-COMPTE.
           MOVE "N" TO WS-TROUVE
           OPEN INPUT FICHIER-COMPTES
           IF WS-STATUT-COMPTES = "35"
               CLOSE FICHIER-COMPTES
           ELSE
               MOVE WS-NUMERO TO NUMERO-COMPTE
               READ FICHIER-COMPTES
                   INVALID KEY
                       MOVE "N" TO WS-TROUVE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
               END-READ
               CLOSE FICHIER-COMPTES
           END-IF.

       ENREGISTRER-JOURNAL.
           MOVE WS-NUMERO TO JRN-NUMERO-COMPTE
           MOVE WS-TYPE-JOURNAL TO JRN-TYPE
           MOVE WS-MONTANT TO JRN-MONTANT
           MOVE SOLDE TO JRN-SOLDE-APRES
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-HEURE FROM TIME
           MOVE ZERO TO JRN-CONTREPARTIE
           MOVE WS-REFERENCE TO JRN-REFERENCE
           MOVE OPERATEUR-SIGNE TO JRN-OPERATEUR
           OPEN EXTEND FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
               CLOSE FICHIER-JOURNAL
               OPEN EXTEND FICHIER-JOURNAL
           END-IF
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           CLOSE FICHIER-JOURNAL.
       END PROGRAM blocages.
