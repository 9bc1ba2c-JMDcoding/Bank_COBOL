       IDENTIFICATION DIVISION.
       PROGRAM-ID. suspens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-COMPTES ASSIGN TO "data/comptes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               ALTERNATE RECORD KEY IS NOM-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-STATUT-COMPTES.
           SELECT FICHIER-JOURNAL ASSIGN TO "data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
           SELECT FICHIER-CHEQUIERS ASSIGN TO "data/chequiers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHB-CLE
               FILE STATUS IS WS-STATUT-CHEQUIERS.
           SELECT FICHIER-CHEQUES ASSIGN TO "data/cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CLE
               FILE STATUS IS WS-STATUT-CHEQUES.
           SELECT FICHIER-BLOCAGES ASSIGN TO "data/blocages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-CLE
               FILE STATUS IS WS-STATUT-BLOCAGES.
           SELECT FICHIER-SUSPENS ASSIGN TO "data/suspens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CLE
               FILE STATUS IS WS-STATUT-SUSPENS.
           SELECT FICHIER-RETOURS ASSIGN TO "data/impayes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RETOURS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FICHIER-CHEQUIERS.
       01  ENREGISTREMENT-CHEQUIER.
           05  CHB-CLE.
               10  CHB-COMPTE     PIC 9(5).
               10  CHB-PREMIER    PIC 9(6).
           05  CHB-DERNIER        PIC 9(6).
           05  CHB-DATE-REMISE    PIC 9(8).
           05  CHB-STATUT         PIC X(01).
               88  CHEQUIER-ACTIF    VALUE "A".
               88  CHEQUIER-ANNULE   VALUE "X".

       FD  FICHIER-CHEQUES.
       01  ENREGISTREMENT-CHEQUE.
           05  CHQ-CLE.
               10  CHQ-COMPTE     PIC 9(5).
               10  CHQ-NUMERO     PIC 9(6).
           05  CHQ-STATUT         PIC X(01).
               88  CHEQUE-OPPOSE     VALUE "O".
               88  CHEQUE-PAYE       VALUE "P".
               88  OPPOSITION-LEVEE  VALUE "L".
               88  CHEQUE-CONTREPASSE VALUE "C".
           05  CHQ-MONTANT        PIC 9(7)V99.
           05  CHQ-DATE           PIC 9(8).

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

       FD  FICHIER-SUSPENS.
       01  ENREGISTREMENT-SUSPENS.
           05  SUS-CLE.
               10  SUS-DATE       PIC 9(8).
               10  SUS-HEURE      PIC 9(8).
               10  SUS-SEQUENCE   PIC 9(5).
           05  SUS-SOURCE         PIC X(10).
               88  SUSPENS-LOT       VALUE "OPERATIONS".
               88  SUSPENS-REMISE    VALUE "REMISE".
           05  SUS-ORIGINAL       PIC X(20).
           05  SUS-OPERATION REDEFINES SUS-ORIGINAL.
               10  SUS-OPS-COMPTE PIC 9(5).
               10  SUS-OPS-CODE   PIC X(01).
               10  SUS-OPS-MONTANT PIC 9(7)V99.
               10  FILLER         PIC X(05).
           05  SUS-CHEQUE REDEFINES SUS-ORIGINAL.
               10  SUS-RMS-COMPTE PIC 9(5).
               10  SUS-RMS-CHEQUE PIC 9(6).
               10  SUS-RMS-MONTANT PIC 9(7)V99.
           05  SUS-CODE-MOTIF     PIC X(02).
           05  SUS-LIBELLE-MOTIF  PIC X(30).
           05  SUS-OPERATEUR      PIC X(08).
           05  SUS-STATUT         PIC X(01).
               88  SUSPENS-EN-ATTENTE VALUE "E".
               88  SUSPENS-REPOSTE    VALUE "R".
               88  SUSPENS-RETOURNE   VALUE "T".
           05  SUS-COMPTE-CORRIGE PIC 9(5).
           05  SUS-DATE-TRAITEMENT PIC 9(8).
           05  SUS-OPERATEUR-TRAITEMENT PIC X(08).

       FD  FICHIER-RETOURS.
       01  ENREGISTREMENT-RETOUR.
           05  RET-NUMERO-COMPTE  PIC 9(5).
           05  RET-NUMERO-CHEQUE  PIC 9(6).
           05  RET-MONTANT        PIC 9(7)V99.
           05  RET-CODE-MOTIF     PIC X(02).
           05  RET-LIBELLE-MOTIF  PIC X(30).
           05  RET-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CHOIX           PIC 9 VALUE 0.
       01  WS-SELECTION       PIC 9(3) VALUE 0.
       01  WS-RANG            PIC 9(3) VALUE 0.
       01  WS-DATE-JOUR       PIC 9(8).
       01  WS-COMPTE-CORRIGE  PIC 9(5).
       01  WS-COMPTE-POSTE    PIC 9(5).
       01  WS-NUMERO-CHEQUE   PIC 9(6).
       01  WS-MONTANT         PIC 9(7)V99.
       01  WS-CODE-OPERATION  PIC X(01).
       01  WS-TYPE-JOURNAL    PIC X(10).
       01  WS-REFERENCE       PIC 9(16).
       01  WS-MOTIF-REJET     PIC X(30).
       01  WS-DISPONIBLE      PIC S9(8)V99.
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-EOF-SUSPENS     PIC X(01) VALUE "N".
       01  WS-EOF-CHEQUIERS   PIC X(01) VALUE "N".
       01  WS-CHEQUE-CONNU    PIC X(01) VALUE "N".
       01  WS-DANS-CHEQUIER   PIC X(01) VALUE "N".
       01  WS-TOUS            PIC X(01) VALUE "N".
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".
       01  WS-STATUT-CHEQUIERS PIC X(02) VALUE "00".
       01  WS-STATUT-CHEQUES  PIC X(02) VALUE "00".
       01  WS-STATUT-SUSPENS  PIC X(02) VALUE "00".
       01  WS-STATUT-RETOURS  PIC X(02) VALUE "00".
       01  WS-STATUT-BLOCAGES PIC X(02) VALUE "00".
       01  WS-EOF-BLOCAGES    PIC X(01) VALUE "N".
       01  WS-TOTAL-BLOCAGES  PIC 9(8)V99.
       01  WS-DATE-BLOCAGES   PIC 9(8).

       01  TABLE-SUSPENS.
           05  TS-NB-ELEMENTS     PIC 9(3) VALUE 0.
           05  TS-ELEMENT OCCURS 50 TIMES INDEXED BY TS-IDX.
               10  TS-CLE         PIC X(21).

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
       01  NIVEAU-SIGNE       PIC 9(01).

       PROCEDURE DIVISION USING OPERATEUR-SIGNE NIVEAU-SIGNE.
       DEBUT.
           DISPLAY "=== ELEMENTS REJETES EN SUSPENS ==="
           IF NIVEAU-SIGNE < 2
               DISPLAY "Acces refuse : cette fonction est reservee "
                   "aux superviseurs."
               GOBACK
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 0 TO WS-CHOIX
           PERFORM UNTIL WS-CHOIX >= 1 AND WS-CHOIX <= 4
               DISPLAY "1. Lister les elements en suspens"
               DISPLAY "2. Corriger et reposter un element"
               DISPLAY "3. Marquer un element retourne"
               DISPLAY "4. Retour au menu principal"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-CHOIX
               IF WS-CHOIX < 1 OR WS-CHOIX > 4
                   DISPLAY "Choix invalide, reessayez."
               END-IF
           END-PERFORM
           EVALUATE WS-CHOIX
               WHEN 1
                   DISPLAY "Inclure les elements deja traites (O/N) : "
                       WITH NO ADVANCING
                   ACCEPT WS-TOUS
                   PERFORM LISTER-SUSPENS
                   IF TS-NB-ELEMENTS = 0
                       DISPLAY "Aucun element a afficher."
                   END-IF
               WHEN 2
                   PERFORM REPOSTER-ELEMENT
               WHEN 3
                   PERFORM RETOURNER-ELEMENT
           END-EVALUATE
           GOBACK.

       LISTER-SUSPENS.
           MOVE 0 TO TS-NB-ELEMENTS
           MOVE 0 TO WS-RANG
           MOVE "N" TO WS-EOF-SUSPENS
           OPEN INPUT FICHIER-SUSPENS
           IF WS-STATUT-SUSPENS = "35"
               CLOSE FICHIER-SUSPENS
           ELSE
               PERFORM UNTIL WS-EOF-SUSPENS = "O"
                   READ FICHIER-SUSPENS NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-SUSPENS
                       NOT AT END
                           IF SUSPENS-EN-ATTENTE OR WS-TOUS = "O"
                               PERFORM MEMORISER-SUSPENS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SUSPENS
           END-IF.

       MEMORISER-SUSPENS.
           IF TS-NB-ELEMENTS < 50
               ADD 1 TO TS-NB-ELEMENTS
               SET TS-IDX TO TS-NB-ELEMENTS
               MOVE SUS-CLE TO TS-CLE(TS-IDX)
               ADD 1 TO WS-RANG
               PERFORM AFFICHER-ELEMENT
           ELSE
               DISPLAY "  *** ATTENTION : table des elements pleine "
                   "(50 elements) - element ignore ***"
           END-IF.

       AFFICHER-ELEMENT.
           IF SUSPENS-LOT
               DISPLAY "  " WS-RANG ". " SUS-DATE " " SUS-SOURCE
                   " compte " SUS-OPS-COMPTE
                   " code " SUS-OPS-CODE
                   " montant " SUS-OPS-MONTANT
                   " motif " SUS-CODE-MOTIF " " SUS-LIBELLE-MOTIF
                   " statut " SUS-STATUT
           ELSE
               DISPLAY "  " WS-RANG ". " SUS-DATE " " SUS-SOURCE
                   " compte " SUS-RMS-COMPTE
                   " cheque " SUS-RMS-CHEQUE
                   " montant " SUS-RMS-MONTANT
                   " motif " SUS-CODE-MOTIF " " SUS-LIBELLE-MOTIF
                   " statut " SUS-STATUT
           END-IF.

       CHOISIR-ELEMENT.
           MOVE "N" TO WS-TOUS
           MOVE "N" TO WS-TROUVE
           PERFORM LISTER-SUSPENS
           IF TS-NB-ELEMENTS = 0
               DISPLAY "Aucun element en suspens."
           ELSE
               DISPLAY "Entrez le numero de l'element "
                   "(0 pour quitter) : " WITH NO ADVANCING
               ACCEPT WS-SELECTION
               IF WS-SELECTION > TS-NB-ELEMENTS
                   DISPLAY "Erreur : numero d'element invalide."
               ELSE
                   IF WS-SELECTION > 0
                       PERFORM LIRE-ELEMENT
                   END-IF
               END-IF
           END-IF.

       LIRE-ELEMENT.
           OPEN I-O FICHIER-SUSPENS
           SET TS-IDX TO WS-SELECTION
           MOVE TS-CLE(TS-IDX) TO SUS-CLE
           READ FICHIER-SUSPENS
               INVALID KEY
                   MOVE "N" TO WS-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-TROUVE
           END-READ
           IF WS-TROUVE = "O" AND NOT SUSPENS-EN-ATTENTE
               MOVE "N" TO WS-TROUVE
               DISPLAY "Erreur : cet element a deja ete traite."
           END-IF
           IF WS-TROUVE = "N"
               CLOSE FICHIER-SUSPENS
           END-IF.

       REPOSTER-ELEMENT.
           PERFORM CHOISIR-ELEMENT
           IF WS-TROUVE = "O"
               IF SUSPENS-LOT
                   MOVE SUS-OPS-COMPTE TO WS-COMPTE-POSTE
                   MOVE SUS-OPS-CODE TO WS-CODE-OPERATION
                   MOVE SUS-OPS-MONTANT TO WS-MONTANT
                   MOVE 0 TO WS-NUMERO-CHEQUE
               ELSE
                   MOVE SUS-RMS-COMPTE TO WS-COMPTE-POSTE
                   MOVE "R" TO WS-CODE-OPERATION
                   MOVE SUS-RMS-MONTANT TO WS-MONTANT
                   MOVE SUS-RMS-CHEQUE TO WS-NUMERO-CHEQUE
               END-IF
               DISPLAY "Compte d'origine : " WS-COMPTE-POSTE
               DISPLAY "Compte corrige (0 = inchange) : "
                   WITH NO ADVANCING
               ACCEPT WS-COMPTE-CORRIGE
               IF WS-COMPTE-CORRIGE NOT = 0
                   MOVE WS-COMPTE-CORRIGE TO WS-COMPTE-POSTE
               END-IF
               PERFORM POSTER-ELEMENT
               IF WS-MOTIF-REJET = SPACES
                   MOVE "R" TO SUS-STATUT
                   MOVE WS-COMPTE-CORRIGE TO SUS-COMPTE-CORRIGE
                   MOVE WS-DATE-JOUR TO SUS-DATE-TRAITEMENT
                   MOVE OPERATEUR-SIGNE TO SUS-OPERATEUR-TRAITEMENT
                   REWRITE ENREGISTREMENT-SUSPENS
                   DISPLAY "Element reposte sur le compte "
                       WS-COMPTE-POSTE "."
               ELSE
                   DISPLAY "Reprise refusee : " WS-MOTIF-REJET
               END-IF
               CLOSE FICHIER-SUSPENS
           END-IF.

       POSTER-ELEMENT.
           MOVE SPACES TO WS-MOTIF-REJET
           IF WS-CODE-OPERATION NOT = "D"
               AND WS-CODE-OPERATION NOT = "R"
               MOVE "CODE OPERATION INVALIDE" TO WS-MOTIF-REJET
           END-IF
           IF WS-MOTIF-REJET = SPACES AND SUSPENS-REMISE
               PERFORM CONTROLER-CHEQUE
           END-IF
           OPEN I-O FICHIER-COMPTES
           IF WS-MOTIF-REJET = SPACES
               MOVE WS-COMPTE-POSTE TO NUMERO-COMPTE
               READ FICHIER-COMPTES
                   INVALID KEY
                       MOVE "COMPTE INTROUVABLE" TO WS-MOTIF-REJET
                   NOT INVALID KEY
                       IF NOT COMPTE-ACTIF
                           MOVE "COMPTE NON ACTIF" TO WS-MOTIF-REJET
                       ELSE
                           IF SUSPENS-REMISE AND NOT COMPTE-COURANT
                               MOVE "COMPTE NON COURANT"
                                   TO WS-MOTIF-REJET
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-MOTIF-REJET = SPACES AND WS-CODE-OPERATION = "R"
               PERFORM CALCULER-DISPONIBLE
               IF WS-MONTANT > WS-DISPONIBLE
                   MOVE "SOLDE INSUFFISANT" TO WS-MOTIF-REJET
               END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
               IF WS-CODE-OPERATION = "D"
                   ADD WS-MONTANT TO SOLDE
                   MOVE "DEPOT" TO WS-TYPE-JOURNAL
               ELSE
                   SUBTRACT WS-MONTANT FROM SOLDE
                   MOVE "RETRAIT" TO WS-TYPE-JOURNAL
               END-IF
               IF SUSPENS-REMISE
                   MOVE "CHEQUE" TO WS-TYPE-JOURNAL
                   PERFORM MARQUER-CHEQUE-PAYE
               END-IF
               REWRITE ENREGISTREMENT-COMPTE
               PERFORM ENREGISTRER-JOURNAL
           END-IF
           CLOSE FICHIER-COMPTES.

       CONTROLER-CHEQUE.
           MOVE "N" TO WS-DANS-CHEQUIER
           OPEN INPUT FICHIER-CHEQUIERS
           IF WS-STATUT-CHEQUIERS = "35"
               CLOSE FICHIER-CHEQUIERS
           ELSE
               MOVE "N" TO WS-EOF-CHEQUIERS
               MOVE WS-COMPTE-POSTE TO CHB-COMPTE
               MOVE 0 TO CHB-PREMIER
               START FICHIER-CHEQUIERS
                   KEY IS NOT LESS THAN CHB-CLE
                   INVALID KEY
                       MOVE "O" TO WS-EOF-CHEQUIERS
               END-START
               PERFORM UNTIL WS-EOF-CHEQUIERS = "O"
                   READ FICHIER-CHEQUIERS NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-CHEQUIERS
                       NOT AT END
                           IF CHB-COMPTE NOT = WS-COMPTE-POSTE
                               MOVE "O" TO WS-EOF-CHEQUIERS
                           ELSE
                               IF CHEQUIER-ACTIF
                                   AND WS-NUMERO-CHEQUE >= CHB-PREMIER
                                   AND WS-NUMERO-CHEQUE <= CHB-DERNIER
                                   MOVE "O" TO WS-DANS-CHEQUIER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CHEQUIERS
           END-IF
           IF WS-DANS-CHEQUIER = "N"
               MOVE "CHEQUE HORS PLAGE DELIVREE" TO WS-MOTIF-REJET
           ELSE
               MOVE "N" TO WS-CHEQUE-CONNU
               OPEN INPUT FICHIER-CHEQUES
               IF WS-STATUT-CHEQUES = "35"
                   CLOSE FICHIER-CHEQUES
               ELSE
                   MOVE WS-COMPTE-POSTE TO CHQ-COMPTE
                   MOVE WS-NUMERO-CHEQUE TO CHQ-NUMERO
                   READ FICHIER-CHEQUES
                       INVALID KEY
                           MOVE "N" TO WS-CHEQUE-CONNU
                       NOT INVALID KEY
                           MOVE "O" TO WS-CHEQUE-CONNU
                   END-READ
                   CLOSE FICHIER-CHEQUES
               END-IF
               IF WS-CHEQUE-CONNU = "O"
                   IF CHEQUE-OPPOSE
                       MOVE "CHEQUE FRAPPE D'OPPOSITION"
                           TO WS-MOTIF-REJET
                   ELSE
                       IF CHEQUE-PAYE
                           MOVE "CHEQUE DEJA PAYE" TO WS-MOTIF-REJET
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MARQUER-CHEQUE-PAYE.
           OPEN I-O FICHIER-CHEQUES
           IF WS-STATUT-CHEQUES = "35"
               OPEN OUTPUT FICHIER-CHEQUES
               CLOSE FICHIER-CHEQUES
               OPEN I-O FICHIER-CHEQUES
           END-IF
           MOVE WS-COMPTE-POSTE TO CHQ-COMPTE
           MOVE WS-NUMERO-CHEQUE TO CHQ-NUMERO
           MOVE "P" TO CHQ-STATUT
           MOVE WS-MONTANT TO CHQ-MONTANT
           MOVE WS-DATE-JOUR TO CHQ-DATE
           IF WS-CHEQUE-CONNU = "O"
               REWRITE ENREGISTREMENT-CHEQUE
           ELSE
               WRITE ENREGISTREMENT-CHEQUE
           END-IF
           CLOSE FICHIER-CHEQUES.

       RETOURNER-ELEMENT.
           PERFORM CHOISIR-ELEMENT
           IF WS-TROUVE = "O"
               MOVE "T" TO SUS-STATUT
               MOVE WS-DATE-JOUR TO SUS-DATE-TRAITEMENT
               MOVE OPERATEUR-SIGNE TO SUS-OPERATEUR-TRAITEMENT
               REWRITE ENREGISTREMENT-SUSPENS
               IF SUSPENS-REMISE
                   PERFORM ENREGISTRER-RETOUR
                   DISPLAY "Cheque " SUS-RMS-CHEQUE
                       " ajoute au fichier des impayes."
               ELSE
                   DISPLAY "Operation marquee retournee."
               END-IF
               CLOSE FICHIER-SUSPENS
           END-IF.

       ENREGISTRER-RETOUR.
           MOVE SUS-RMS-COMPTE TO RET-NUMERO-COMPTE
           MOVE SUS-RMS-CHEQUE TO RET-NUMERO-CHEQUE
           MOVE SUS-RMS-MONTANT TO RET-MONTANT
           MOVE SUS-CODE-MOTIF TO RET-CODE-MOTIF
           MOVE SUS-LIBELLE-MOTIF TO RET-LIBELLE-MOTIF
           MOVE WS-DATE-JOUR TO RET-DATE
           OPEN EXTEND FICHIER-RETOURS
           IF WS-STATUT-RETOURS = "35"
               OPEN OUTPUT FICHIER-RETOURS
               CLOSE FICHIER-RETOURS
               OPEN EXTEND FICHIER-RETOURS
           END-IF
           WRITE ENREGISTREMENT-RETOUR
           CLOSE FICHIER-RETOURS.

       CALCULER-DISPONIBLE.
           PERFORM CUMULER-BLOCAGES
           COMPUTE WS-DISPONIBLE = SOLDE - WS-TOTAL-BLOCAGES
           IF COMPTE-COURANT
               ADD DECOUVERT-AUTORISE TO WS-DISPONIBLE
           END-IF.

       CUMULER-BLOCAGES.
           MOVE 0 TO WS-TOTAL-BLOCAGES
           ACCEPT WS-DATE-BLOCAGES FROM DATE YYYYMMDD
           MOVE "N" TO WS-EOF-BLOCAGES
           OPEN INPUT FICHIER-BLOCAGES
           IF WS-STATUT-BLOCAGES = "35"
               CLOSE FICHIER-BLOCAGES
           ELSE
               MOVE NUMERO-COMPTE TO BLO-NUMERO-COMPTE
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
                           IF BLO-NUMERO-COMPTE NOT = NUMERO-COMPTE
                               MOVE "O" TO WS-EOF-BLOCAGES
                           ELSE
                               IF BLOCAGE-ACTIF
                                   AND (BLO-DATE-LEVEE = 0
                                   OR BLO-DATE-LEVEE > WS-DATE-BLOCAGES)
                                   ADD BLO-MONTANT TO WS-TOTAL-BLOCAGES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BLOCAGES
           END-IF.

       ENREGISTRER-JOURNAL.
           MOVE WS-COMPTE-POSTE TO JRN-NUMERO-COMPTE
           MOVE WS-TYPE-JOURNAL TO JRN-TYPE
           MOVE WS-MONTANT TO JRN-MONTANT
           MOVE SOLDE TO JRN-SOLDE-APRES
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-HEURE FROM TIME
           MOVE ZERO TO JRN-CONTREPARTIE
           MOVE WS-NUMERO-CHEQUE TO JRN-REFERENCE
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
       END PROGRAM suspens.
