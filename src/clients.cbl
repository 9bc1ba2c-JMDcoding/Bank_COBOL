               RECORD KEY IS NUMERO-COMPTE
               ALTERNATE RECORD KEY IS NOM-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-STATUT-COMPTES.
           SELECT FICHIER-VALIDATIONS
               ASSIGN TO "data/validations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLE
               FILE STATUS IS WS-STATUT-VALIDATIONS.

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
       01  WS-NB-COMPTES      PIC 9(4) VALUE 0.
       01  WS-STATUT-CLIENTS  PIC X(02) VALUE "00".
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-VALIDATIONS PIC X(02) VALUE "00".
       01  WS-EOF-VALIDATIONS PIC X(01) VALUE "N".
       01  WS-DEMANDE-EXISTANTE PIC X(01) VALUE "N".
       01  WS-DEMANDE-DEPOSEE PIC X(01) VALUE "N".
       01  WS-VAL-OBJET       PIC X(10).
       01  WS-VAL-ACTION      PIC X(10).
       01  WS-VAL-CIBLE       PIC X(10).
       01  WS-VAL-AVANT       PIC X(90).
       01  WS-AVANT-CLIENT REDEFINES WS-VAL-AVANT.
           05  WS-AVANT-NOM       PIC A(30).
           05  WS-AVANT-ADRESSE   PIC X(40).
           05  WS-AVANT-TELEPHONE PIC X(15).
           05  FILLER             PIC X(05).
       01  WS-VAL-APRES       PIC X(90).
       01  WS-APRES-CLIENT REDEFINES WS-VAL-APRES.
           05  WS-APRES-NOM       PIC A(30).
           05  WS-APRES-ADRESSE   PIC X(40).
           05  WS-APRES-TELEPHONE PIC X(15).
           05  FILLER             PIC X(05).

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
                       " est introuvable."
               ELSE
                   DISPLAY "Client actuel : " CLI-NOM
                   DISPLAY "Adresse actuelle : " CLI-ADRESSE
                   MOVE SPACES TO WS-VAL-AVANT
                   MOVE CLI-NOM TO WS-AVANT-NOM
                   MOVE CLI-ADRESSE TO WS-AVANT-ADRESSE
                   MOVE CLI-TELEPHONE TO WS-AVANT-TELEPHONE
                   PERFORM SAISIR-CLIENT
                   MOVE SPACES TO WS-VAL-APRES
                   MOVE CLI-NOM TO WS-APRES-NOM
                   MOVE CLI-ADRESSE TO WS-APRES-ADRESSE
                   MOVE CLI-TELEPHONE TO WS-APRES-TELEPHONE
               END-IF
               CLOSE FICHIER-CLIENTS
               IF WS-TROUVE = "O"
                   IF WS-VAL-APRES = WS-VAL-AVANT
                       DISPLAY "Aucune modification saisie."
                   ELSE
                       MOVE "CLIENT" TO WS-VAL-OBJET
                       MOVE "MODIF-CLI" TO WS-VAL-ACTION
                       MOVE WS-NUMERO TO WS-VAL-CIBLE
                       PERFORM DEPOSER-DEMANDE
                   END-IF
               END-IF
           END-IF.

       SAISIR-CLIENT.
           DISPLAY "Entrez le nom complet : " WITH NO ADVANCING
           ACCEPT CLI-NOM
           IF WS-NB-COMPTES = 0
               DISPLAY "  (aucun compte)"
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
       END PROGRAM clients.
