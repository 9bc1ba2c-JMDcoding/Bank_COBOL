               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUT-OPERATEURS.
           SELECT FICHIER-VALIDATIONS
               ASSIGN TO "data/validations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLE
               FILE STATUS IS WS-STATUT-VALIDATIONS.

       DATA DIVISION.
       FILE SECTION.
               88  OPE-ACTIF         VALUE "A".
               88  OPE-DESACTIVE     VALUE "X".

       FD  FICHIER-VALIDATIONS.
       01  ENREGISTREMENT-VALIDATION.
           05  VAL-CLE.
               10  VAL-DATE       PIC 9(8).
               10  VAL-HEURE      PIC 9(8).
           05  VAL-OBJET          PIC X(10).
               88  VALIDATION-COMPTE    VALUE "COMPTE".
               88  VALIDATION-CLIENT    VALUE "CLIENT".
               88  VALIDATION-TARIFS    VALUE "TARIFS".
               88  VALIDATION-BENEF     VALUE "BENEF".
               88  VALIDATION-OPERATEUR VALUE "OPERATEUR".
           05  VAL-ACTION         PIC X(10).
           05  VAL-CIBLE          PIC X(10).
           05  VAL-AVANT          PIC X(90).
           05  VAL-APRES          PIC X(90).
           05  VAL-DEMANDEUR      PIC X(08).
           05  VAL-STATUT         PIC X(01).
               88  VALIDATION-EN-ATTENTE VALUE "A".
               88  VALIDATION-ACCORDEE   VALUE "V".
               88  VALIDATION-REJETEE    VALUE "R".
               88  VALIDATION-EXPIREE    VALUE "X".
           05  VAL-VALIDEUR       PIC X(08).
           05  VAL-DATE-DECISION  PIC 9(8).
           05  VAL-MOTIF          PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-CHOIX           PIC 9 VALUE 0.
       01  WS-ID              PIC X(08).
       01  WS-EOF-OPERATEURS  PIC X(01) VALUE "N".
       01  WS-NB-OPERATEURS   PIC 9(4) VALUE 0.
       01  WS-STATUT-OPERATEURS PIC X(02) VALUE "00".
       01  WS-PROMOTION       PIC X(01) VALUE "N".
       01  WS-NB-SUPERVISEURS PIC 9(4) VALUE 0.
       01  WS-STATUT-VALIDATIONS PIC X(02) VALUE "00".
       01  WS-EOF-VALIDATIONS PIC X(01) VALUE "N".
       01  WS-DEMANDE-EXISTANTE PIC X(01) VALUE "N".
       01  WS-DEMANDE-DEPOSEE PIC X(01) VALUE "N".
       01  WS-VAL-OBJET       PIC X(10).
       01  WS-VAL-ACTION      PIC X(10).
       01  WS-VAL-CIBLE       PIC X(10).
       01  WS-VAL-AVANT       PIC X(90).
       01  WS-AVANT-OPERATEUR REDEFINES WS-VAL-AVANT.
           05  WS-AVANT-NIVEAU    PIC 9(01).
           05  WS-AVANT-NOM       PIC A(20).
           05  FILLER             PIC X(69).
       01  WS-VAL-APRES       PIC X(90).
       01  WS-APRES-OPERATEUR REDEFINES WS-VAL-APRES.
           05  WS-APRES-NIVEAU    PIC 9(01).
           05  WS-APRES-NOM       PIC A(20).
           05  FILLER             PIC X(69).

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
                   "aux superviseurs."
               GOBACK
           END-IF
           PERFORM COMPTER-SUPERVISEURS
           MOVE 0 TO WS-CHOIX
           PERFORM UNTIL WS-CHOIX >= 1 AND WS-CHOIX <= 6
               DISPLAY "1. Creer un operateur"
               OPEN I-O FICHIER-OPERATEURS
           END-IF
           MOVE "N" TO WS-TROUVE
           MOVE "N" TO WS-PROMOTION
           MOVE WS-ID TO OPE-ID
           READ FICHIER-OPERATEURS
               INVALID KEY
               ACCEPT OPE-NOM
               PERFORM SAISIR-NIVEAU
               MOVE WS-NIVEAU TO OPE-NIVEAU
               IF WS-NB-SUPERVISEURS > 0
                   MOVE 1 TO OPE-NIVEAU
               END-IF
               MOVE "A" TO OPE-STATUT
               WRITE ENREGISTREMENT-OPERATEUR
               DISPLAY "Operateur cree avec succes."
               IF WS-NIVEAU = 2 AND WS-NB-SUPERVISEURS > 0
                   DISPLAY "L'operateur est cree guichetier ; le "
                       "niveau superviseur est soumis a validation."
                   PERFORM PREPARER-PROMOTION
               END-IF
           END-IF
           CLOSE FICHIER-OPERATEURS
           IF WS-PROMOTION = "O"
               PERFORM DEPOSER-DEMANDE
           END-IF.

       PREPARER-PROMOTION.
           MOVE SPACES TO WS-VAL-AVANT
           MOVE OPE-NIVEAU TO WS-AVANT-NIVEAU
           MOVE OPE-NOM TO WS-AVANT-NOM
           MOVE SPACES TO WS-VAL-APRES
           MOVE 2 TO WS-APRES-NIVEAU
           MOVE OPE-NOM TO WS-APRES-NOM
           MOVE "OPERATEUR" TO WS-VAL-OBJET
           MOVE "PROMOTION" TO WS-VAL-ACTION
           MOVE OPE-ID TO WS-VAL-CIBLE
           MOVE "O" TO WS-PROMOTION.

       SAISIR-NIVEAU.
           MOVE 0 TO WS-NIVEAU
           DISPLAY "Entrez l'identifiant de l'operateur : "
               WITH NO ADVANCING
           ACCEPT WS-ID
           MOVE "N" TO WS-PROMOTION
           PERFORM RECHERCHER-OPERATEUR
           IF WS-TROUVE = "O"
               DISPLAY "Niveau actuel : " OPE-NIVEAU
               PERFORM SAISIR-NIVEAU
               IF WS-NIVEAU = 2 AND OPE-GUICHETIER
                   AND WS-NB-SUPERVISEURS > 0
                   PERFORM PREPARER-PROMOTION
               ELSE
                   MOVE WS-NIVEAU TO OPE-NIVEAU
                   REWRITE ENREGISTREMENT-OPERATEUR
                   DISPLAY "Niveau modifie avec succes."
               END-IF
               CLOSE FICHIER-OPERATEURS
               IF WS-PROMOTION = "O"
                   PERFORM DEPOSER-DEMANDE
               END-IF
           END-IF.

       COMPTER-SUPERVISEURS.
           MOVE 0 TO WS-NB-SUPERVISEURS
           MOVE "N" TO WS-EOF-OPERATEURS
           OPEN INPUT FICHIER-OPERATEURS
           IF WS-STATUT-OPERATEURS = "35"
               CLOSE FICHIER-OPERATEURS
           ELSE
               PERFORM UNTIL WS-EOF-OPERATEURS = "O"
                   READ FICHIER-OPERATEURS NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-OPERATEURS
                       NOT AT END
                           IF OPE-SUPERVISEUR AND OPE-ACTIF
                               AND OPE-ID NOT = OPERATEUR-SIGNE
                               ADD 1 TO WS-NB-SUPERVISEURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-OPERATEURS
           END-IF.

                   DISPLAY "Aucun operateur enregistre."
               END-IF
           END-IF.

       DEPOSER-DEMANDE.
           MOVE "N" TO WS-DEMANDE-DEPOSEE
           MOVE "N" TO WS-DEMANDE-EXISTANTE
           MOVE "N" TO WS-EOF-VALIDATIONS
           OPEN I-O FICHIER-VALIDATIONS
           IF WS-STATUT-VALIDATIONS = "35"
               OPEN OUTPUT FICHIER-VALIDATIONS
               CLOSE FICHIER-VALIDATIONS
               OPEN I-O FICHIER-VALIDATIONS
           END-IF
           PERFORM UNTIL WS-EOF-VALIDATIONS = "O"
               READ FICHIER-VALIDATIONS NEXT RECORD
                   AT END
                       MOVE "O" TO WS-EOF-VALIDATIONS
                   NOT AT END
                       IF VALIDATION-EN-ATTENTE
                           AND VAL-OBJET = WS-VAL-OBJET
                           AND VAL-CIBLE = WS-VAL-CIBLE
                           MOVE "O" TO WS-DEMANDE-EXISTANTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEMANDE-EXISTANTE = "O"
               DISPLAY "Erreur : une modification de cet element est "
                   "deja en attente de validation."
           ELSE
               ACCEPT VAL-DATE FROM DATE YYYYMMDD
               ACCEPT VAL-HEURE FROM TIME
               MOVE WS-VAL-OBJET TO VAL-OBJET
               MOVE WS-VAL-ACTION TO VAL-ACTION
               MOVE WS-VAL-CIBLE TO VAL-CIBLE
               MOVE WS-VAL-AVANT TO VAL-AVANT
               MOVE WS-VAL-APRES TO VAL-APRES
               MOVE OPERATEUR-SIGNE TO VAL-DEMANDEUR
               MOVE "A" TO VAL-STATUT
               MOVE SPACES TO VAL-VALIDEUR
               MOVE 0 TO VAL-DATE-DECISION
               MOVE SPACES TO VAL-MOTIF
               PERFORM UNTIL WS-DEMANDE-DEPOSEE = "O"
                   WRITE ENREGISTREMENT-VALIDATION
                       INVALID KEY
                           ADD 1 TO VAL-HEURE
                       NOT INVALID KEY
                           MOVE "O" TO WS-DEMANDE-DEPOSEE
                   END-WRITE
               END-PERFORM
               DISPLAY "Demande " VAL-DATE "-" VAL-HEURE
                   " enregistree : elle sera appliquee apres "
                   "validation par un autre superviseur."
           END-IF
           CLOSE FICHIER-VALIDATIONS.
       END PROGRAM operateurs.
