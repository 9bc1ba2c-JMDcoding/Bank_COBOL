               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-STATUT-CLIENTS.
           SELECT FICHIER-VALIDATIONS
               ASSIGN TO "data/validations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLE
               FILE STATUS IS WS-STATUT-VALIDATIONS.

       DATA DIVISION.
       FILE SECTION.
           05  CLI-ADRESSE       PIC X(40).
           05  CLI-TELEPHONE     PIC X(15).

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
       01  WS-CLIENT          PIC 9(5).
       01  WS-NB-BENEF        PIC 9(4) VALUE 0.
       01  WS-STATUT-BENEFICIAIRES PIC X(02) VALUE "00".
       01  WS-STATUT-CLIENTS  PIC X(02) VALUE "00".
       01  WS-STATUT-VALIDATIONS PIC X(02) VALUE "00".
       01  WS-EOF-VALIDATIONS PIC X(01) VALUE "N".
       01  WS-DEMANDE-EXISTANTE PIC X(01) VALUE "N".
       01  WS-DEMANDE-DEPOSEE PIC X(01) VALUE "N".
       01  WS-VAL-OBJET       PIC X(10).
       01  WS-VAL-ACTION      PIC X(10).
       01  WS-VAL-CIBLE       PIC X(10).
       01  WS-VAL-AVANT       PIC X(90).
       01  WS-VAL-APRES       PIC X(90).
       01  WS-APRES-BENEF REDEFINES WS-VAL-APRES.
           05  WS-APRES-NOM       PIC X(30).
           05  WS-APRES-BANQUE    PIC X(11).
           05  WS-APRES-COMPTE    PIC X(20).
           05  FILLER             PIC X(29).
       01  WS-CIBLE-BENEF.
           05  WS-CIBLE-CLIENT    PIC 9(5).
           05  WS-CIBLE-NUMERO    PIC 9(3).

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
               ACCEPT BEN-BANQUE
               DISPLAY "Entrez le compte externe : " WITH NO ADVANCING
               ACCEPT BEN-COMPTE-EXTERNE
               MOVE SPACES TO WS-VAL-AVANT
               MOVE SPACES TO WS-VAL-APRES
               MOVE BEN-NOM TO WS-APRES-NOM
               MOVE BEN-BANQUE TO WS-APRES-BANQUE
               MOVE BEN-COMPTE-EXTERNE TO WS-APRES-COMPTE
           END-IF
           CLOSE FICHIER-BENEFICIAIRES
           IF WS-TROUVE = "N"
               MOVE WS-CLIENT TO WS-CIBLE-CLIENT
               MOVE WS-BENEF TO WS-CIBLE-NUMERO
               MOVE "BENEF" TO WS-VAL-OBJET
               MOVE "AJOUT-BEN" TO WS-VAL-ACTION
               MOVE WS-CIBLE-BENEF TO WS-VAL-CIBLE
               PERFORM DEPOSER-DEMANDE
           END-IF.

       RECHERCHER-CLIENT.
           MOVE "N" TO WS-CLIENT-TROUVE
                   DISPLAY "Aucun beneficiaire pour ce client."
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
       END PROGRAM beneficiaires.
