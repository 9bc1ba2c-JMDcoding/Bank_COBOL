       IDENTIFICATION DIVISION.
       PROGRAM-ID. validations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-VALIDATIONS
               ASSIGN TO "data/validations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLE
               FILE STATUS IS WS-STATUT-VALIDATIONS.
           SELECT FICHIER-COMPTES ASSIGN TO "data/comptes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               ALTERNATE RECORD KEY IS NOM-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-STATUT-COMPTES.
           SELECT FICHIER-JOURNAL ASSIGN TO "data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
           SELECT FICHIER-CLIENTS ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-STATUT-CLIENTS.
           SELECT FICHIER-TARIFS ASSIGN TO "data/tarifs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TARIFS.
           SELECT FICHIER-BENEFICIAIRES
               ASSIGN TO "data/beneficiaires.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CLE
               FILE STATUS IS WS-STATUT-BENEFICIAIRES.
           SELECT FICHIER-OPERATEURS ASSIGN TO "data/operateurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUT-OPERATEURS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FICHIER-CLIENTS.
       01  ENREGISTREMENT-CLIENT.
           05  CLI-NUMERO        PIC 9(5).
           05  CLI-NOM           PIC A(30).
           05  CLI-ADRESSE       PIC X(40).
           05  CLI-TELEPHONE     PIC X(15).

       FD  FICHIER-TARIFS.
       01  ENREGISTREMENT-TARIFS.
           05  TAR-TENUE-COURANT  PIC 9(5)V99.
           05  TAR-TENUE-EPARGNE  PIC 9(5)V99.
           05  TAR-FRAIS-RETRAIT  PIC 9(5)V99.
           05  TAR-FRAIS-VIREMENT PIC 9(5)V99.
           05  TAR-TAUX-INTERET   PIC 9V9(4).
           05  TAR-TAUX-DEBITEUR  PIC 9V9(4).

       FD  FICHIER-BENEFICIAIRES.
       01  ENREGISTREMENT-BENEFICIAIRE.
           05  BEN-CLE.
               10  BEN-CLIENT     PIC 9(5).
               10  BEN-NUMERO     PIC 9(3).
           05  BEN-NOM            PIC X(30).
           05  BEN-BANQUE         PIC X(11).
           05  BEN-COMPTE-EXTERNE PIC X(20).
           05  BEN-STATUT         PIC X(01).
               88  BENEF-ACTIF       VALUE "A".
               88  BENEF-ANNULE      VALUE "X".

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

       WORKING-STORAGE SECTION.
       01  WS-CHOIX           PIC 9 VALUE 0.
       01  WS-SELECTION       PIC 9(3) VALUE 0.
       01  WS-RANG            PIC 9(3) VALUE 0.
       01  WS-DATE-JOUR       PIC 9(8).
       01  WS-AGE             PIC S9(5).
       01  WS-DELAI-VALIDATION PIC 9(3) VALUE 5.
       01  WS-CONFIRMATION    PIC X(01).
       01  WS-MOTIF-REJET     PIC X(40).
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-EOF-VALIDATIONS PIC X(01) VALUE "N".
       01  WS-EOF-COMPTES     PIC X(01) VALUE "N".
       01  WS-NB-COMPTES      PIC 9(4) VALUE 0.
       01  WS-TYPE-JOURNAL    PIC X(10).
       01  WS-STATUT-VALIDATIONS PIC X(02) VALUE "00".
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".
       01  WS-STATUT-CLIENTS  PIC X(02) VALUE "00".
       01  WS-STATUT-TARIFS   PIC X(02) VALUE "00".
       01  WS-STATUT-BENEFICIAIRES PIC X(02) VALUE "00".
       01  WS-STATUT-OPERATEURS PIC X(02) VALUE "00".

       01  WS-CIBLE           PIC X(10).
       01  WS-CIBLE-NUMERIQUE REDEFINES WS-CIBLE.
           05  WS-CIBLE-NUMERO    PIC 9(5).
           05  FILLER             PIC X(05).
       01  WS-CIBLE-BENEF REDEFINES WS-CIBLE.
           05  WS-CIBLE-CLIENT    PIC 9(5).
           05  WS-CIBLE-BENEFICIAIRE PIC 9(3).
           05  FILLER             PIC X(02).

       01  WS-IMAGE           PIC X(90).
       01  WS-IMAGE-COMPTE REDEFINES WS-IMAGE.
           05  WS-IMG-CPT-STATUT  PIC X(01).
           05  WS-IMG-CPT-NOM     PIC A(20).
           05  FILLER             PIC X(69).
       01  WS-IMAGE-CLIENT REDEFINES WS-IMAGE.
           05  WS-IMG-CLI-NOM     PIC A(30).
           05  WS-IMG-CLI-ADRESSE PIC X(40).
           05  WS-IMG-CLI-TELEPHONE PIC X(15).
           05  FILLER             PIC X(05).
       01  WS-IMAGE-TARIFS REDEFINES WS-IMAGE.
           05  WS-IMG-TENUE-COURANT  PIC 9(5)V99.
           05  WS-IMG-TENUE-EPARGNE  PIC 9(5)V99.
           05  WS-IMG-FRAIS-RETRAIT  PIC 9(5)V99.
           05  WS-IMG-FRAIS-VIREMENT PIC 9(5)V99.
           05  WS-IMG-TAUX-INTERET   PIC 9V9(4).
           05  WS-IMG-TAUX-DEBITEUR  PIC 9V9(4).
           05  FILLER             PIC X(52).
       01  WS-IMAGE-BENEF REDEFINES WS-IMAGE.
           05  WS-IMG-BEN-NOM     PIC X(30).
           05  WS-IMG-BEN-BANQUE  PIC X(11).
           05  WS-IMG-BEN-COMPTE  PIC X(20).
           05  FILLER             PIC X(29).
       01  WS-IMAGE-OPERATEUR REDEFINES WS-IMAGE.
           05  WS-IMG-OPE-NIVEAU  PIC 9(01).
           05  WS-IMG-OPE-NOM     PIC A(20).
           05  FILLER             PIC X(69).

       01  TABLE-DEMANDES.
           05  TV-NB-DEMANDES     PIC 9(3) VALUE 0.
           05  TV-DEMANDE OCCURS 50 TIMES INDEXED BY TV-IDX.
               10  TV-CLE         PIC X(16).

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
       01  NIVEAU-SIGNE       PIC 9(01).

       PROCEDURE DIVISION USING OPERATEUR-SIGNE NIVEAU-SIGNE.
       DEBUT.
           DISPLAY "=== VALIDATION DES MODIFICATIONS EN ATTENTE ==="
           IF NIVEAU-SIGNE < 2
               DISPLAY "Acces refuse : cette fonction est reservee "
                   "aux superviseurs."
               GOBACK
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 0 TO WS-CHOIX
           PERFORM UNTIL WS-CHOIX >= 1 AND WS-CHOIX <= 4
               DISPLAY "1. Lister les modifications en attente"
               DISPLAY "2. Valider une modification"
               DISPLAY "3. Rejeter une modification"
               DISPLAY "4. Retour au menu principal"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-CHOIX
               IF WS-CHOIX < 1 OR WS-CHOIX > 4
                   DISPLAY "Choix invalide, reessayez."
               END-IF
           END-PERFORM
           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-DEMANDES
                   IF TV-NB-DEMANDES = 0
                       DISPLAY "Aucune modification en attente."
                   END-IF
               WHEN 2
                   PERFORM VALIDER-DEMANDE
               WHEN 3
                   PERFORM REJETER-DEMANDE
           END-EVALUATE
           GOBACK.

       LISTER-DEMANDES.
           MOVE 0 TO TV-NB-DEMANDES
           MOVE 0 TO WS-RANG
           MOVE "N" TO WS-EOF-VALIDATIONS
           OPEN INPUT FICHIER-VALIDATIONS
           IF WS-STATUT-VALIDATIONS = "35"
               CLOSE FICHIER-VALIDATIONS
           ELSE
               PERFORM UNTIL WS-EOF-VALIDATIONS = "O"
                   READ FICHIER-VALIDATIONS NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-VALIDATIONS
                       NOT AT END
                           IF VALIDATION-EN-ATTENTE
                               PERFORM MEMORISER-DEMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VALIDATIONS
           END-IF.

       MEMORISER-DEMANDE.
           IF TV-NB-DEMANDES < 50
               ADD 1 TO TV-NB-DEMANDES
               SET TV-IDX TO TV-NB-DEMANDES
               MOVE VAL-CLE TO TV-CLE(TV-IDX)
               ADD 1 TO WS-RANG
               DISPLAY "  " WS-RANG ". " VAL-DATE " " VAL-OBJET
                   " " VAL-ACTION " " VAL-CIBLE
                   " demandee par " VAL-DEMANDEUR
               PERFORM AFFICHER-VALEURS
           ELSE
               DISPLAY "  *** ATTENTION : table des demandes pleine "
                   "(50 demandes) - demande ignoree ***"
           END-IF.

       AFFICHER-VALEURS.
           MOVE VAL-AVANT TO WS-IMAGE
           DISPLAY "       avant : " WITH NO ADVANCING
           PERFORM AFFICHER-IMAGE
           MOVE VAL-APRES TO WS-IMAGE
           DISPLAY "       apres : " WITH NO ADVANCING
           PERFORM AFFICHER-IMAGE.

       AFFICHER-IMAGE.
           EVALUATE TRUE
               WHEN VALIDATION-COMPTE
                   DISPLAY "statut " WS-IMG-CPT-STATUT
                       " nom " WS-IMG-CPT-NOM
               WHEN VALIDATION-CLIENT
                   DISPLAY WS-IMG-CLI-NOM " " WS-IMG-CLI-ADRESSE
                       " " WS-IMG-CLI-TELEPHONE
               WHEN VALIDATION-TARIFS
                   DISPLAY "tenue " WS-IMG-TENUE-COURANT
                       "/" WS-IMG-TENUE-EPARGNE
                       " retrait " WS-IMG-FRAIS-RETRAIT
                       " virement " WS-IMG-FRAIS-VIREMENT
                       " taux " WS-IMG-TAUX-INTERET
                       "/" WS-IMG-TAUX-DEBITEUR
               WHEN VALIDATION-BENEF
                   IF WS-IMAGE = SPACES
                       DISPLAY "(inexistant)"
                   ELSE
                       DISPLAY WS-IMG-BEN-NOM " banque "
                           WS-IMG-BEN-BANQUE " compte "
                           WS-IMG-BEN-COMPTE
                   END-IF
               WHEN VALIDATION-OPERATEUR
                   DISPLAY "niveau " WS-IMG-OPE-NIVEAU
                       " " WS-IMG-OPE-NOM
               WHEN OTHER
                   DISPLAY WS-IMAGE
           END-EVALUATE.

       CHOISIR-DEMANDE.
           MOVE "N" TO WS-TROUVE
           PERFORM LISTER-DEMANDES
           IF TV-NB-DEMANDES = 0
               DISPLAY "Aucune modification en attente."
           ELSE
               DISPLAY "Entrez le numero de la demande "
                   "(0 pour quitter) : " WITH NO ADVANCING
               ACCEPT WS-SELECTION
               IF WS-SELECTION > TV-NB-DEMANDES
                   DISPLAY "Erreur : numero de demande invalide."
               ELSE
                   IF WS-SELECTION > 0
                       PERFORM LIRE-DEMANDE
                   END-IF
               END-IF
           END-IF.

       LIRE-DEMANDE.
           OPEN I-O FICHIER-VALIDATIONS
           SET TV-IDX TO WS-SELECTION
           MOVE TV-CLE(TV-IDX) TO VAL-CLE
           READ FICHIER-VALIDATIONS
               INVALID KEY
                   MOVE "N" TO WS-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-TROUVE
           END-READ
           IF WS-TROUVE = "O" AND NOT VALIDATION-EN-ATTENTE
               MOVE "N" TO WS-TROUVE
               DISPLAY "Erreur : cette demande a deja ete traitee."
           END-IF
           IF WS-TROUVE = "O"
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   - FUNCTION INTEGER-OF-DATE(VAL-DATE)
               IF WS-AGE > WS-DELAI-VALIDATION
                   MOVE "N" TO WS-TROUVE
                   MOVE "X" TO VAL-STATUT
                   MOVE OPERATEUR-SIGNE TO VAL-VALIDEUR
                   MOVE WS-DATE-JOUR TO VAL-DATE-DECISION
                   MOVE "DELAI DE VALIDATION DEPASSE" TO VAL-MOTIF
                   REWRITE ENREGISTREMENT-VALIDATION
                   DISPLAY "Erreur : demande expiree, elle doit etre "
                       "ressaisie."
               END-IF
           END-IF
           IF WS-TROUVE = "O" AND VAL-DEMANDEUR = OPERATEUR-SIGNE
               MOVE "N" TO WS-TROUVE
               DISPLAY "Erreur : une demande doit etre traitee par "
                   "un autre superviseur que son auteur."
           END-IF
           IF WS-TROUVE = "N"
               CLOSE FICHIER-VALIDATIONS
           END-IF.

       VALIDER-DEMANDE.
           PERFORM CHOISIR-DEMANDE
           IF WS-TROUVE = "O"
               DISPLAY "Confirmer l'application (O/N) : "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = "O"
                   PERFORM APPLIQUER-DEMANDE
                   MOVE OPERATEUR-SIGNE TO VAL-VALIDEUR
                   MOVE WS-DATE-JOUR TO VAL-DATE-DECISION
                   IF WS-MOTIF-REJET = SPACES
                       MOVE "V" TO VAL-STATUT
                       MOVE SPACES TO VAL-MOTIF
                       DISPLAY "Modification validee et appliquee."
                   ELSE
                       MOVE "R" TO VAL-STATUT
                       MOVE WS-MOTIF-REJET TO VAL-MOTIF
                       DISPLAY "Application impossible : "
                           WS-MOTIF-REJET
                       DISPLAY "La demande est rejetee."
                   END-IF
                   REWRITE ENREGISTREMENT-VALIDATION
               ELSE
                   DISPLAY "Validation annulee."
               END-IF
               CLOSE FICHIER-VALIDATIONS
           END-IF.

       REJETER-DEMANDE.
           PERFORM CHOISIR-DEMANDE
           IF WS-TROUVE = "O"
               DISPLAY "Motif du rejet : " WITH NO ADVANCING
               ACCEPT WS-MOTIF-REJET
               IF WS-MOTIF-REJET = SPACES
                   DISPLAY "Erreur : motif obligatoire."
               ELSE
                   MOVE "R" TO VAL-STATUT
                   MOVE OPERATEUR-SIGNE TO VAL-VALIDEUR
                   MOVE WS-DATE-JOUR TO VAL-DATE-DECISION
                   MOVE WS-MOTIF-REJET TO VAL-MOTIF
                   REWRITE ENREGISTREMENT-VALIDATION
                   DISPLAY "Modification rejetee."
               END-IF
               CLOSE FICHIER-VALIDATIONS
           END-IF.

       APPLIQUER-DEMANDE.
           MOVE SPACES TO WS-MOTIF-REJET
           MOVE VAL-CIBLE TO WS-CIBLE
           EVALUATE TRUE
               WHEN VALIDATION-COMPTE
                   PERFORM APPLIQUER-COMPTE
               WHEN VALIDATION-CLIENT
                   PERFORM APPLIQUER-CLIENT
               WHEN VALIDATION-TARIFS
                   PERFORM APPLIQUER-TARIFS
               WHEN VALIDATION-BENEF
                   PERFORM APPLIQUER-BENEFICIAIRE
               WHEN VALIDATION-OPERATEUR
                   PERFORM APPLIQUER-OPERATEUR
               WHEN OTHER
                   MOVE "TYPE DE DEMANDE INCONNU" TO WS-MOTIF-REJET
           END-EVALUATE.

       APPLIQUER-COMPTE.
           OPEN I-O FICHIER-COMPTES
           MOVE WS-CIBLE-NUMERO TO NUMERO-COMPTE
           READ FICHIER-COMPTES
               INVALID KEY
                   MOVE "COMPTE INTROUVABLE" TO WS-MOTIF-REJET
           END-READ
           IF WS-MOTIF-REJET = SPACES
               MOVE SPACES TO WS-IMAGE
               MOVE STATUT-COMPTE TO WS-IMG-CPT-STATUT
               MOVE NOM-CLIENT TO WS-IMG-CPT-NOM
               IF WS-IMAGE NOT = VAL-AVANT
                   MOVE "COMPTE MODIFIE DEPUIS LA DEMANDE"
                       TO WS-MOTIF-REJET
               END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
               AND VAL-ACTION = "CLOTURE" AND SOLDE NOT = 0
               MOVE "SOLDE NON NUL" TO WS-MOTIF-REJET
           END-IF
           IF WS-MOTIF-REJET = SPACES
               MOVE VAL-APRES TO WS-IMAGE
               MOVE WS-IMG-CPT-STATUT TO STATUT-COMPTE
               MOVE WS-IMG-CPT-NOM TO NOM-CLIENT
               REWRITE ENREGISTREMENT-COMPTE
               MOVE VAL-ACTION TO WS-TYPE-JOURNAL
               PERFORM JOURNALISER-MODIFICATION
           END-IF
           CLOSE FICHIER-COMPTES.

       APPLIQUER-CLIENT.
           OPEN I-O FICHIER-CLIENTS
           MOVE WS-CIBLE-NUMERO TO CLI-NUMERO
           READ FICHIER-CLIENTS
               INVALID KEY
                   MOVE "CLIENT INTROUVABLE" TO WS-MOTIF-REJET
           END-READ
           IF WS-MOTIF-REJET = SPACES
               MOVE SPACES TO WS-IMAGE
               MOVE CLI-NOM TO WS-IMG-CLI-NOM
               MOVE CLI-ADRESSE TO WS-IMG-CLI-ADRESSE
               MOVE CLI-TELEPHONE TO WS-IMG-CLI-TELEPHONE
               IF WS-IMAGE NOT = VAL-AVANT
                   MOVE "CLIENT MODIFIE DEPUIS LA DEMANDE"
                       TO WS-MOTIF-REJET
               END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
               MOVE VAL-APRES TO WS-IMAGE
               MOVE WS-IMG-CLI-NOM TO CLI-NOM
               MOVE WS-IMG-CLI-ADRESSE TO CLI-ADRESSE
               MOVE WS-IMG-CLI-TELEPHONE TO CLI-TELEPHONE
               REWRITE ENREGISTREMENT-CLIENT
               PERFORM REPORTER-NOM-COMPTES
           END-IF
           CLOSE FICHIER-CLIENTS.

       REPORTER-NOM-COMPTES.
           MOVE "N" TO WS-EOF-COMPTES
           MOVE 0 TO WS-NB-COMPTES
           OPEN I-O FICHIER-COMPTES
           IF WS-STATUT-COMPTES = "35"
               MOVE "O" TO WS-EOF-COMPTES
           ELSE
               PERFORM UNTIL WS-EOF-COMPTES = "O"
                   READ FICHIER-COMPTES NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-COMPTES
                       NOT AT END
                           IF NUMERO-CLIENT = CLI-NUMERO
                               MOVE CLI-NOM TO NOM-CLIENT
                               REWRITE ENREGISTREMENT-COMPTE
                               ADD 1 TO WS-NB-COMPTES
                               MOVE "RENOMMAGE" TO WS-TYPE-JOURNAL
                               PERFORM JOURNALISER-MODIFICATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMPTES
           END-IF
           IF WS-NB-COMPTES > 0
               DISPLAY "Nom du client reporte sur " WS-NB-COMPTES
                   " compte(s)."
           END-IF.

       APPLIQUER-TARIFS.
           MOVE SPACES TO WS-IMAGE
           MOVE 0 TO WS-IMG-TENUE-COURANT
           MOVE 0 TO WS-IMG-TENUE-EPARGNE
           MOVE 0 TO WS-IMG-FRAIS-RETRAIT
           MOVE 0 TO WS-IMG-FRAIS-VIREMENT
           MOVE 0.0050 TO WS-IMG-TAUX-INTERET
           MOVE 0.1200 TO WS-IMG-TAUX-DEBITEUR
           OPEN INPUT FICHIER-TARIFS
           IF WS-STATUT-TARIFS = "35"
               CLOSE FICHIER-TARIFS
           ELSE
               READ FICHIER-TARIFS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TAR-TENUE-COURANT TO WS-IMG-TENUE-COURANT
                       MOVE TAR-TENUE-EPARGNE TO WS-IMG-TENUE-EPARGNE
                       MOVE TAR-FRAIS-RETRAIT TO WS-IMG-FRAIS-RETRAIT
                       MOVE TAR-FRAIS-VIREMENT
                           TO WS-IMG-FRAIS-VIREMENT
                       MOVE TAR-TAUX-INTERET TO WS-IMG-TAUX-INTERET
                       IF TAR-TAUX-DEBITEUR IS NUMERIC
                           MOVE TAR-TAUX-DEBITEUR
                               TO WS-IMG-TAUX-DEBITEUR
                       END-IF
               END-READ
               CLOSE FICHIER-TARIFS
           END-IF
           IF WS-IMAGE NOT = VAL-AVANT
               MOVE "TARIFS MODIFIES DEPUIS LA DEMANDE"
                   TO WS-MOTIF-REJET
           ELSE
               MOVE VAL-APRES TO WS-IMAGE
               OPEN OUTPUT FICHIER-TARIFS
               MOVE WS-IMG-TENUE-COURANT TO TAR-TENUE-COURANT
               MOVE WS-IMG-TENUE-EPARGNE TO TAR-TENUE-EPARGNE
               MOVE WS-IMG-FRAIS-RETRAIT TO TAR-FRAIS-RETRAIT
               MOVE WS-IMG-FRAIS-VIREMENT TO TAR-FRAIS-VIREMENT
               MOVE WS-IMG-TAUX-INTERET TO TAR-TAUX-INTERET
               MOVE WS-IMG-TAUX-DEBITEUR TO TAR-TAUX-DEBITEUR
               WRITE ENREGISTREMENT-TARIFS
               CLOSE FICHIER-TARIFS
           END-IF.

       APPLIQUER-BENEFICIAIRE.
           OPEN I-O FICHIER-BENEFICIAIRES
           IF WS-STATUT-BENEFICIAIRES = "35"
               OPEN OUTPUT FICHIER-BENEFICIAIRES
               CLOSE FICHIER-BENEFICIAIRES
               OPEN I-O FICHIER-BENEFICIAIRES
           END-IF
           MOVE WS-CIBLE-CLIENT TO BEN-CLIENT
           MOVE WS-CIBLE-BENEFICIAIRE TO BEN-NUMERO
           READ FICHIER-BENEFICIAIRES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "BENEFICIAIRE DEJA EXISTANT" TO WS-MOTIF-REJET
           END-READ
           IF WS-MOTIF-REJET = SPACES
               MOVE VAL-APRES TO WS-IMAGE
               MOVE WS-CIBLE-CLIENT TO BEN-CLIENT
               MOVE WS-CIBLE-BENEFICIAIRE TO BEN-NUMERO
               MOVE WS-IMG-BEN-NOM TO BEN-NOM
               MOVE WS-IMG-BEN-BANQUE TO BEN-BANQUE
               MOVE WS-IMG-BEN-COMPTE TO BEN-COMPTE-EXTERNE
               MOVE "A" TO BEN-STATUT
               WRITE ENREGISTREMENT-BENEFICIAIRE
           END-IF
           CLOSE FICHIER-BENEFICIAIRES.

       APPLIQUER-OPERATEUR.
           OPEN I-O FICHIER-OPERATEURS
           MOVE VAL-CIBLE TO OPE-ID
           READ FICHIER-OPERATEURS
               INVALID KEY
                   MOVE "OPERATEUR INTROUVABLE" TO WS-MOTIF-REJET
           END-READ
           IF WS-MOTIF-REJET = SPACES
               MOVE SPACES TO WS-IMAGE
               MOVE OPE-NIVEAU TO WS-IMG-OPE-NIVEAU
               MOVE OPE-NOM TO WS-IMG-OPE-NOM
               IF WS-IMAGE NOT = VAL-AVANT
                   MOVE "OPERATEUR MODIFIE DEPUIS LA DEMANDE"
                       TO WS-MOTIF-REJET
               ELSE
                   IF NOT OPE-ACTIF
                       MOVE "OPERATEUR DESACTIVE" TO WS-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
               MOVE VAL-APRES TO WS-IMAGE
               MOVE WS-IMG-OPE-NIVEAU TO OPE-NIVEAU
               REWRITE ENREGISTREMENT-OPERATEUR
           END-IF
           CLOSE FICHIER-OPERATEURS.

       JOURNALISER-MODIFICATION.
           MOVE NUMERO-COMPTE TO JRN-NUMERO-COMPTE
           MOVE WS-TYPE-JOURNAL TO JRN-TYPE
           MOVE ZERO TO JRN-MONTANT
           MOVE SOLDE TO JRN-SOLDE-APRES
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-HEURE FROM TIME
           MOVE ZERO TO JRN-CONTREPARTIE
           MOVE ZERO TO JRN-REFERENCE
           MOVE VAL-DEMANDEUR TO JRN-OPERATEUR
           OPEN EXTEND FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
               CLOSE FICHIER-JOURNAL
               OPEN EXTEND FICHIER-JOURNAL
           END-IF
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           CLOSE FICHIER-JOURNAL.
       END PROGRAM validations.
