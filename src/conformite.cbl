       IDENTIFICATION DIVISION.
       PROGRAM-ID. conformite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-ALERTES ASSIGN TO "data/alertes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CLE
               FILE STATUS IS WS-STATUT-ALERTES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-ALERTES.
       01  ENREGISTREMENT-ALERTE.
           05  ALR-CLE.
               10  ALR-NUMERO-COMPTE PIC 9(5).
               10  ALR-REGLE      PIC X(02).
                   88  REGLE-ESPECES     VALUE "ES".
                   88  REGLE-FRACTIONNEMENT VALUE "FR".
                   88  REGLE-DORMANT     VALUE "DR".
                   88  REGLE-TRANSIT     VALUE "TR".
               10  ALR-DATE       PIC 9(8).
           05  ALR-CLIENT         PIC 9(5).
           05  ALR-MONTANT        PIC 9(9)V99.
           05  ALR-NOMBRE         PIC 9(4).
           05  ALR-LIBELLE        PIC X(40).
           05  ALR-STATUT         PIC X(01).
               88  ALERTE-OUVERTE    VALUE "O".
               88  ALERTE-EN-EXAMEN  VALUE "E".
               88  ALERTE-CLOSE      VALUE "C".
           05  ALR-COMMENTAIRE    PIC X(60).
           05  ALR-AGENT          PIC X(08).
           05  ALR-DATE-MAJ       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CHOIX           PIC 9 VALUE 0.
       01  WS-SELECTION       PIC 9(3) VALUE 0.
       01  WS-RANG            PIC 9(3) VALUE 0.
       01  WS-DATE-JOUR       PIC 9(8).
       01  WS-COMMENTAIRE     PIC X(60).
       01  WS-CONFIRMATION    PIC X(01).
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-EOF-ALERTES     PIC X(01) VALUE "N".
       01  WS-TOUS            PIC X(01) VALUE "N".
       01  WS-STATUT-ALERTES  PIC X(02) VALUE "00".

       01  TABLE-ALERTES.
           05  TA-NB-ALERTES      PIC 9(3) VALUE 0.
           05  TA-ALERTE OCCURS 50 TIMES INDEXED BY TA-IDX.
               10  TA-CLE         PIC X(15).

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
       01  NIVEAU-SIGNE       PIC 9(01).

       PROCEDURE DIVISION USING OPERATEUR-SIGNE NIVEAU-SIGNE.
       DEBUT.
           DISPLAY "=== DOSSIERS DE VIGILANCE ANTI-BLANCHIMENT ==="
           IF NIVEAU-SIGNE < 2
               DISPLAY "Acces refuse : cette fonction est reservee "
                   "aux superviseurs."
               GOBACK
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 0 TO WS-CHOIX
           PERFORM UNTIL WS-CHOIX >= 1 AND WS-CHOIX <= 4
               DISPLAY "1. Lister les alertes"
               DISPLAY "2. Examiner et annoter une alerte"
               DISPLAY "3. Clore une alerte"
               DISPLAY "4. Retour au menu principal"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-CHOIX
               IF WS-CHOIX < 1 OR WS-CHOIX > 4
                   DISPLAY "Choix invalide, reessayez."
               END-IF
           END-PERFORM
           EVALUATE WS-CHOIX
               WHEN 1
                   DISPLAY "Inclure les alertes closes (O/N) : "
                       WITH NO ADVANCING
                   ACCEPT WS-TOUS
                   PERFORM LISTER-ALERTES
                   IF TA-NB-ALERTES = 0
                       DISPLAY "Aucune alerte a afficher."
                   END-IF
               WHEN 2
                   PERFORM ANNOTER-ALERTE
               WHEN 3
                   PERFORM CLORE-ALERTE
           END-EVALUATE
           GOBACK.

       LISTER-ALERTES.
           MOVE 0 TO TA-NB-ALERTES
           MOVE 0 TO WS-RANG
           MOVE "N" TO WS-EOF-ALERTES
           OPEN INPUT FICHIER-ALERTES
           IF WS-STATUT-ALERTES = "35"
               CLOSE FICHIER-ALERTES
           ELSE
               PERFORM UNTIL WS-EOF-ALERTES = "O"
                   READ FICHIER-ALERTES NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-ALERTES
                       NOT AT END
                           IF NOT ALERTE-CLOSE OR WS-TOUS = "O"
                               PERFORM MEMORISER-ALERTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ALERTES
           END-IF.

       MEMORISER-ALERTE.
           IF TA-NB-ALERTES < 50
               ADD 1 TO TA-NB-ALERTES
               SET TA-IDX TO TA-NB-ALERTES
               MOVE ALR-CLE TO TA-CLE(TA-IDX)
               ADD 1 TO WS-RANG
               DISPLAY "  " WS-RANG ". " ALR-DATE
                   " compte " ALR-NUMERO-COMPTE
                   " client " ALR-CLIENT
                   " regle " ALR-REGLE
                   " montant " ALR-MONTANT
                   " statut " ALR-STATUT
               DISPLAY "       " ALR-LIBELLE
           ELSE
               DISPLAY "  *** ATTENTION : table des alertes pleine "
                   "(50 alertes) - alerte ignoree ***"
           END-IF.

       CHOISIR-ALERTE.
           MOVE "N" TO WS-TOUS
           MOVE "N" TO WS-TROUVE
           PERFORM LISTER-ALERTES
           IF TA-NB-ALERTES = 0
               DISPLAY "Aucune alerte en cours."
           ELSE
               DISPLAY "Entrez le numero de l'alerte "
                   "(0 pour quitter) : " WITH NO ADVANCING
               ACCEPT WS-SELECTION
               IF WS-SELECTION > TA-NB-ALERTES
                   DISPLAY "Erreur : numero d'alerte invalide."
               ELSE
                   IF WS-SELECTION > 0
                       PERFORM LIRE-ALERTE
                   END-IF
               END-IF
           END-IF.

       LIRE-ALERTE.
           OPEN I-O FICHIER-ALERTES
           SET TA-IDX TO WS-SELECTION
           MOVE TA-CLE(TA-IDX) TO ALR-CLE
           READ FICHIER-ALERTES
               INVALID KEY
                   MOVE "N" TO WS-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-TROUVE
           END-READ
           IF WS-TROUVE = "O" AND ALERTE-CLOSE
               MOVE "N" TO WS-TROUVE
               DISPLAY "Erreur : cette alerte est deja close."
           END-IF
           IF WS-TROUVE = "N"
               CLOSE FICHIER-ALERTES
           ELSE
               PERFORM AFFICHER-DOSSIER
           END-IF.

       AFFICHER-DOSSIER.
           DISPLAY "--- DOSSIER ---"
           DISPLAY "Compte        : " ALR-NUMERO-COMPTE
           DISPLAY "Client        : " ALR-CLIENT
           DISPLAY "Regle         : " ALR-REGLE " " ALR-LIBELLE
           DISPLAY "Date alerte   : " ALR-DATE
           DISPLAY "Montant       : " ALR-MONTANT
           DISPLAY "Operations    : " ALR-NOMBRE
           DISPLAY "Statut        : " ALR-STATUT
           DISPLAY "Commentaire   : " ALR-COMMENTAIRE
           DISPLAY "Agent         : " ALR-AGENT
               "  mis a jour le " ALR-DATE-MAJ.

       ANNOTER-ALERTE.
           PERFORM CHOISIR-ALERTE
           IF WS-TROUVE = "O"
               DISPLAY "Commentaire d'examen : " WITH NO ADVANCING
               ACCEPT WS-COMMENTAIRE
               IF WS-COMMENTAIRE = SPACES
                   DISPLAY "Erreur : commentaire obligatoire."
               ELSE
                   MOVE WS-COMMENTAIRE TO ALR-COMMENTAIRE
                   MOVE "E" TO ALR-STATUT
                   MOVE OPERATEUR-SIGNE TO ALR-AGENT
                   MOVE WS-DATE-JOUR TO ALR-DATE-MAJ
                   REWRITE ENREGISTREMENT-ALERTE
                   DISPLAY "Alerte passee en examen."
               END-IF
               CLOSE FICHIER-ALERTES
           END-IF.

       CLORE-ALERTE.
           PERFORM CHOISIR-ALERTE
           IF WS-TROUVE = "O"
               DISPLAY "Conclusion de l'examen : " WITH NO ADVANCING
               ACCEPT WS-COMMENTAIRE
               IF WS-COMMENTAIRE = SPACES
                   DISPLAY "Erreur : conclusion obligatoire."
               ELSE
                   DISPLAY "Confirmer la cloture (O/N) : "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = "O"
                       MOVE WS-COMMENTAIRE TO ALR-COMMENTAIRE
                       MOVE "C" TO ALR-STATUT
                       MOVE OPERATEUR-SIGNE TO ALR-AGENT
                       MOVE WS-DATE-JOUR TO ALR-DATE-MAJ
                       REWRITE ENREGISTREMENT-ALERTE
                       DISPLAY "Alerte close."
                   ELSE
                       DISPLAY "Cloture annulee."
                   END-IF
               END-IF
               CLOSE FICHIER-ALERTES
           END-IF.
       END PROGRAM conformite.
