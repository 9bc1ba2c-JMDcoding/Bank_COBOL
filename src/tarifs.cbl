           SELECT FICHIER-TARIFS ASSIGN TO "data/tarifs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TARIFS.
           SELECT FICHIER-VALIDATIONS
               ASSIGN TO "data/validations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLE
               FILE STATUS IS WS-STATUT-VALIDATIONS.

       DATA DIVISION.
       FILE SECTION.
           05  TAR-FRAIS-RETRAIT  PIC 9(5)V99.
           05  TAR-FRAIS-VIREMENT PIC 9(5)V99.
           05  TAR-TAUX-INTERET   PIC 9V9(4).
           05  TAR-TAUX-DEBITEUR  PIC 9V9(4).

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
       01  WS-FRAIS-RETRAIT   PIC 9(5)V99.
       01  WS-FRAIS-VIREMENT  PIC 9(5)V99.
       01  WS-TAUX-INTERET    PIC 9V9(4).
       01  WS-TAUX-DEBITEUR   PIC 9V9(4).
       01  WS-STATUT-TARIFS   PIC X(02) VALUE "00".
       01  WS-STATUT-VALIDATIONS PIC X(02) VALUE "00".
       01  WS-EOF-VALIDATIONS PIC X(01) VALUE "N".
       01  WS-DEMANDE-EXISTANTE PIC X(01) VALUE "N".
       01  WS-DEMANDE-DEPOSEE PIC X(01) VALUE "N".
       01  WS-VAL-OBJET       PIC X(10).
       01  WS-VAL-ACTION      PIC X(10).
       01  WS-VAL-CIBLE       PIC X(10).
       01  WS-VAL-AVANT       PIC X(90).
       01  WS-AVANT-TARIFS REDEFINES WS-VAL-AVANT.
           05  WS-AVANT-TENUE-COURANT  PIC 9(5)V99.
           05  WS-AVANT-TENUE-EPARGNE  PIC 9(5)V99.
           05  WS-AVANT-FRAIS-RETRAIT  PIC 9(5)V99.
           05  WS-AVANT-FRAIS-VIREMENT PIC 9(5)V99.
           05  WS-AVANT-TAUX-INTERET   PIC 9V9(4).
           05  WS-AVANT-TAUX-DEBITEUR  PIC 9V9(4).
           05  FILLER             PIC X(52).
       01  WS-VAL-APRES       PIC X(90).
       01  WS-APRES-TARIFS REDEFINES WS-VAL-APRES.
           05  WS-APRES-TENUE-COURANT  PIC 9(5)V99.
           05  WS-APRES-TENUE-EPARGNE  PIC 9(5)V99.
           05  WS-APRES-FRAIS-RETRAIT  PIC 9(5)V99.
           05  WS-APRES-FRAIS-VIREMENT PIC 9(5)V99.
           05  WS-APRES-TAUX-INTERET   PIC 9V9(4).
           05  WS-APRES-TAUX-DEBITEUR  PIC 9V9(4).
           05  FILLER             PIC X(52).

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
           MOVE 0 TO WS-FRAIS-RETRAIT
           MOVE 0 TO WS-FRAIS-VIREMENT
           MOVE 0.0050 TO WS-TAUX-INTERET
           MOVE 0.1200 TO WS-TAUX-DEBITEUR
           OPEN INPUT FICHIER-TARIFS
           IF WS-STATUT-TARIFS = "35"
               CLOSE FICHIER-TARIFS
                       MOVE TAR-FRAIS-RETRAIT TO WS-FRAIS-RETRAIT
                       MOVE TAR-FRAIS-VIREMENT TO WS-FRAIS-VIREMENT
                       MOVE TAR-TAUX-INTERET TO WS-TAUX-INTERET
                       IF TAR-TAUX-DEBITEUR IS NUMERIC
                           MOVE TAR-TAUX-DEBITEUR TO WS-TAUX-DEBITEUR
                       END-IF
               END-READ
               CLOSE FICHIER-TARIFS
           END-IF.
           DISPLAY "Frais par virement                  : "
               WS-FRAIS-VIREMENT
           DISPLAY "Taux d'interet mensuel epargne      : "
               WS-TAUX-INTERET
           DISPLAY "Taux annuel des agios (decouvert)   : "
               WS-TAUX-DEBITEUR.

       MODIFIER-TARIFS.
           PERFORM AFFICHER-TARIFS
           MOVE SPACES TO WS-VAL-AVANT
           MOVE WS-TENUE-COURANT TO WS-AVANT-TENUE-COURANT
           MOVE WS-TENUE-EPARGNE TO WS-AVANT-TENUE-EPARGNE
           MOVE WS-FRAIS-RETRAIT TO WS-AVANT-FRAIS-RETRAIT
           MOVE WS-FRAIS-VIREMENT TO WS-AVANT-FRAIS-VIREMENT
           MOVE WS-TAUX-INTERET TO WS-AVANT-TAUX-INTERET
           MOVE WS-TAUX-DEBITEUR TO WS-AVANT-TAUX-DEBITEUR
           DISPLAY "Nouvelle tenue de compte courant : "
               WITH NO ADVANCING
           ACCEPT WS-TENUE-COURANT
           DISPLAY "Nouveau taux d'interet mensuel : "
               WITH NO ADVANCING
           ACCEPT WS-TAUX-INTERET
           DISPLAY "Nouveau taux annuel des agios : "
               WITH NO ADVANCING
           ACCEPT WS-TAUX-DEBITEUR
           MOVE SPACES TO WS-VAL-APRES
           MOVE WS-TENUE-COURANT TO WS-APRES-TENUE-COURANT
           MOVE WS-TENUE-EPARGNE TO WS-APRES-TENUE-EPARGNE
           MOVE WS-FRAIS-RETRAIT TO WS-APRES-FRAIS-RETRAIT
           MOVE WS-FRAIS-VIREMENT TO WS-APRES-FRAIS-VIREMENT
           MOVE WS-TAUX-INTERET TO WS-APRES-TAUX-INTERET
           MOVE WS-TAUX-DEBITEUR TO WS-APRES-TAUX-DEBITEUR
           IF WS-VAL-APRES = WS-VAL-AVANT
               DISPLAY "Aucune modification saisie."
           ELSE
               MOVE "TARIFS" TO WS-VAL-OBJET
               MOVE "MODIF-TAR" TO WS-VAL-ACTION
               MOVE SPACES TO WS-VAL-CIBLE
               PERFORM DEPOSER-DEMANDE
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
       END PROGRAM tarifs.
