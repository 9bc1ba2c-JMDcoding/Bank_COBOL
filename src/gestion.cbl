           SELECT FICHIER-JOURNAL ASSIGN TO "data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
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
       01  WS-NUMERO          PIC 9(5).
       01  WS-CHOIX           PIC 9 VALUE 0.
       01  WS-NOUVEAU-NOM     PIC A(20).
       01  WS-NOUVEAU-DECOUVERT PIC 9(7)V99.
       01  WS-MONTANT-JOURNAL PIC 9(7)V99 VALUE 0.
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-MODIFIE         PIC X(01) VALUE "N".
       01  WS-TYPE-JOURNAL    PIC X(10).
       01  WS-STATUT-FICHIER  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".
       01  WS-EN-ATTENTE      PIC X(01) VALUE "N".
       01  WS-STATUT-VALIDATIONS PIC X(02) VALUE "00".
       01  WS-EOF-VALIDATIONS PIC X(01) VALUE "N".
       01  WS-DEMANDE-EXISTANTE PIC X(01) VALUE "N".
       01  WS-DEMANDE-DEPOSEE PIC X(01) VALUE "N".
       01  WS-VAL-OBJET       PIC X(10).
       01  WS-VAL-ACTION      PIC X(10).
       01  WS-VAL-CIBLE       PIC X(10).
       01  WS-VAL-AVANT       PIC X(90).
       01  WS-AVANT-COMPTE REDEFINES WS-VAL-AVANT.
           05  WS-AVANT-STATUT    PIC X(01).
           05  WS-AVANT-NOM       PIC A(20).
           05  FILLER             PIC X(69).
       01  WS-VAL-APRES       PIC X(90).
       01  WS-APRES-COMPTE REDEFINES WS-VAL-APRES.
           05  WS-APRES-STATUT    PIC X(01).
           05  WS-APRES-NOM       PIC A(20).
           05  FILLER             PIC X(69).

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
           DISPLAY "Entrez le numero du compte : " WITH NO ADVANCING
           ACCEPT WS-NUMERO
           PERFORM AFFICHER-SOUS-MENU
           IF WS-CHOIX = 7
               GOBACK
           END-IF
           PERFORM TRAITER-COMPTE
                   PERFORM ENREGISTRER-JOURNAL
                   DISPLAY "Modification effectuee avec succes."
               END-IF
               IF WS-EN-ATTENTE = "O"
                   PERFORM DEPOSER-DEMANDE
               END-IF
           END-IF
           GOBACK.

       AFFICHER-SOUS-MENU.
           MOVE 0 TO WS-CHOIX
           PERFORM UNTIL WS-CHOIX >= 1 AND WS-CHOIX <= 7
               DISPLAY "1. Geler le compte"
               DISPLAY "2. Lever le gel du compte"
               DISPLAY "3. Cloturer le compte"
               DISPLAY "4. Corriger le nom du client"
               DISPLAY "5. Reactiver un compte dormant"
               DISPLAY "6. Fixer le decouvert autorise"
               DISPLAY "7. Retour au menu principal"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-CHOIX
               IF WS-CHOIX < 1 OR WS-CHOIX > 7
                   DISPLAY "Choix invalide, reessayez."
               END-IF
           END-PERFORM
               DISPLAY "Entrez le nouveau nom du client : "
                   WITH NO ADVANCING
               ACCEPT WS-NOUVEAU-NOM
           END-IF
           IF WS-CHOIX = 6
               IF NIVEAU-SIGNE < 2
                   DISPLAY "Acces refuse : le decouvert autorise est "
                       "fixe par un superviseur."
                   MOVE 7 TO WS-CHOIX
               ELSE
                   DISPLAY "Entrez le decouvert autorise "
                       "(0 = aucun decouvert) : " WITH NO ADVANCING
                   ACCEPT WS-NOUVEAU-DECOUVERT
               END-IF
           END-IF.

       TRAITER-COMPTE.
           MOVE "N" TO WS-TROUVE
           MOVE "N" TO WS-MODIFIE
           MOVE "N" TO WS-EN-ATTENTE
           OPEN I-O FICHIER-COMPTES
           IF WS-STATUT-FICHIER = "35"
               CLOSE FICHIER-COMPTES
                       MOVE "N" TO WS-TROUVE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
                       MOVE SPACES TO WS-VAL-AVANT
                       MOVE STATUT-COMPTE TO WS-AVANT-STATUT
                       MOVE NOM-CLIENT TO WS-AVANT-NOM
                       PERFORM APPLIQUER-MODIFICATION
                       IF WS-MODIFIE = "O"
                           AND (WS-CHOIX = 1 OR WS-CHOIX = 3
                           OR WS-CHOIX = 4)
                           PERFORM PREPARER-DEMANDE
                       END-IF
                       IF WS-MODIFIE = "O"
                           REWRITE ENREGISTREMENT-COMPTE
                       END-IF
           END-IF.

       APPLIQUER-MODIFICATION.
           MOVE 0 TO WS-MONTANT-JOURNAL
           EVALUATE WS-CHOIX
               WHEN 1
                   IF COMPTE-ACTIF
                               "dormant."
                       END-IF
                   END-IF
               WHEN 6
                   IF COMPTE-CLOTURE
                       DISPLAY "Erreur : le compte est cloture, "
                           "decouvert refuse."
                   ELSE
                       IF NOT COMPTE-COURANT
                           DISPLAY "Erreur : seul un compte courant "
                               "peut beneficier d'un decouvert."
                       ELSE
                           MOVE WS-NOUVEAU-DECOUVERT
                               TO DECOUVERT-AUTORISE
                           MOVE WS-NOUVEAU-DECOUVERT
                               TO WS-MONTANT-JOURNAL
                           MOVE "DECOUVERT" TO WS-TYPE-JOURNAL
                           MOVE "O" TO WS-MODIFIE
                           IF SOLDE + DECOUVERT-AUTORISE < 0
                               DISPLAY "Attention : le solde " SOLDE
                                   " depasse deja ce decouvert."
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       PREPARER-DEMANDE.
           MOVE SPACES TO WS-VAL-APRES
           MOVE STATUT-COMPTE TO WS-APRES-STATUT
           MOVE NOM-CLIENT TO WS-APRES-NOM
           MOVE "COMPTE" TO WS-VAL-OBJET
           MOVE WS-TYPE-JOURNAL TO WS-VAL-ACTION
           MOVE WS-NUMERO TO WS-VAL-CIBLE
           MOVE "N" TO WS-MODIFIE
           MOVE "O" TO WS-EN-ATTENTE.

       ENREGISTRER-JOURNAL.
           MOVE WS-NUMERO TO JRN-NUMERO-COMPTE
           MOVE WS-TYPE-JOURNAL TO JRN-TYPE
           MOVE WS-MONTANT-JOURNAL TO JRN-MONTANT
           MOVE SOLDE TO JRN-SOLDE-APRES
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-HEURE FROM TIME
               CLOSE FICHIER-JOURNAL
               OPEN EXTEND FICHIER-JOURNAL
           END-IF
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           CLOSE FICHIER-JOURNAL.

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
       END PROGRAM gestion.
