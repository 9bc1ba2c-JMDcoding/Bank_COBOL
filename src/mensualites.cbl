       IDENTIFICATION DIVISION.
       PROGRAM-ID. mensualites.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-PRETS ASSIGN TO "data/prets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-NUMERO
               FILE STATUS IS WS-STATUT-PRETS.
           SELECT FICHIER-IMPAYES ASSIGN TO "data/impayespret.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMP-CLE
               FILE STATUS IS WS-STATUT-IMPAYES.
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
       FD  FICHIER-PRETS.
       01  ENREGISTREMENT-PRET.
           05  PRT-NUMERO        PIC 9(5).
           05  PRT-CLIENT        PIC 9(5).
           05  PRT-COMPTE        PIC 9(5).
           05  PRT-CAPITAL       PIC 9(7)V99.
           05  PRT-TAUX          PIC 9V9(4).
           05  PRT-DUREE         PIC 9(3).
           05  PRT-DATE-DEBUT    PIC 9(8).
           05  PRT-MENSUALITE    PIC 9(7)V99.
           05  PRT-CAPITAL-RESTANT PIC 9(7)V99.
           05  PRT-NB-ECHEANCES  PIC 9(3).
           05  PRT-NB-IMPAYES    PIC 9(3).
           05  PRT-MONTANT-IMPAYE PIC 9(7)V99.
           05  PRT-STATUT        PIC X(01).
               88  PRET-ACTIF        VALUE "A".
               88  PRET-SOLDE        VALUE "S".

       FD  FICHIER-IMPAYES.
       01  ENREGISTREMENT-IMPAYE.
           05  IMP-CLE.
               10  IMP-PRET       PIC 9(5).
               10  IMP-ECHEANCE   PIC 9(3).
           05  IMP-COMPTE         PIC 9(5).
           05  IMP-CLIENT         PIC 9(5).
           05  IMP-DATE           PIC 9(8).
           05  IMP-CAPITAL        PIC 9(7)V99.
           05  IMP-INTERET        PIC 9(7)V99.
           05  IMP-STATUT         PIC X(01).
               88  IMPAYE-EN-COURS   VALUE "I".
               88  IMPAYE-REGULARISE VALUE "R".
           05  IMP-DATE-REGUL     PIC 9(8).

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
       01  WS-DATE-JOUR.
           05  WS-DATE-AAAA       PIC 9(4).
           05  WS-DATE-MM         PIC 9(2).
           05  WS-DATE-JJ         PIC 9(2).
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-PERIODE            PIC 9(8).
       01  WS-REFUS              PIC X(01) VALUE "N".
       01  WS-REPRISE            PIC X(01) VALUE "N".
       01  WS-STATUT-CONTROLE    PIC X(02) VALUE "00".
       01  WS-STATUT-PRETS       PIC X(02) VALUE "00".
       01  WS-STATUT-IMPAYES     PIC X(02) VALUE "00".
       01  WS-STATUT-COMPTES     PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL     PIC X(02) VALUE "00".
       01  WS-STATUT-BLOCAGES    PIC X(02) VALUE "00".
       01  WS-EOF-BLOCAGES       PIC X(01) VALUE "N".
       01  WS-TOTAL-BLOCAGES     PIC 9(8)V99.
       01  WS-DATE-BLOCAGES      PIC 9(8).
       01  WS-EOF-PRETS          PIC X(01) VALUE "N".
       01  WS-EOF-IMPAYES        PIC X(01) VALUE "N".
       01  WS-COMPTE-TROUVE      PIC X(01) VALUE "N".
       01  WS-DISPONIBLE         PIC S9(8)V99.
       01  WS-DATE-DEBUT.
           05  WS-DEB-AAAA        PIC 9(4).
           05  WS-DEB-MM          PIC 9(2).
           05  WS-DEB-JJ          PIC 9(2).
       01  WS-MOIS-ECOULES       PIC S9(5).
       01  WS-RANG               PIC 9(3).
       01  WS-RESTANT            PIC 9(7)V99.
       01  WS-INTERET            PIC 9(7)V99.
       01  WS-PART-CAPITAL       PIC 9(7)V99.
       01  WS-ECHEANCE           PIC 9(7)V99.
       01  WS-MONTANT-IMPAYE     PIC 9(7)V99.
       01  WS-JRN-TYPE           PIC X(10).
       01  WS-JRN-MONTANT        PIC 9(7)V99.
       01  WS-NB-PRELEVEES       PIC 9(4) VALUE 0.
       01  WS-NB-NOUVEAUX        PIC 9(4) VALUE 0.
       01  WS-NB-REGULARISES     PIC 9(4) VALUE 0.
       01  WS-NB-SOLDES          PIC 9(4) VALUE 0.
       01  WS-NB-IMPAYES         PIC 9(4) VALUE 0.
       01  WS-TOTAL-CAPITAL      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-INTERETS     PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-IMPAYES      PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-AUJOURDHUI
           DISPLAY "==================================================="
           DISPLAY "   PRELEVEMENT DES ECHEANCES DE PRETS"
           DISPLAY "   Date du jour : " WS-AUJOURDHUI
           DISPLAY "==================================================="
           PERFORM VALIDER-OPERATEUR
           IF WS-OPE-VALIDE = "N"
               DISPLAY "Execution refusee : operateur inconnu."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-PERIODE = (WS-DATE-AAAA * 100 + WS-DATE-MM) * 100
           PERFORM INITIALISER-CONTROLE
           IF WS-REFUS = "O"
               DISPLAY "Execution refusee : les echeances de "
                   WS-PERIODE " ont deja ete prelevees."
               CLOSE FICHIER-CONTROLE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TRAITER-PRETS
           PERFORM TERMINER-CONTROLE
           PERFORM RAPPORT-IMPAYES
           DISPLAY "==================================================="
           DISPLAY "Echeances prelevees     : " WS-NB-PRELEVEES
           DISPLAY "  dont capital          : " WS-TOTAL-CAPITAL
           DISPLAY "  dont interets         : " WS-TOTAL-INTERETS
           DISPLAY "Impayes regularises     : " WS-NB-REGULARISES
           DISPLAY "Nouveaux impayes        : " WS-NB-NOUVEAUX
           DISPLAY "Prets soldes            : " WS-NB-SOLDES
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
           MOVE "MENSUALITE" TO RUN-PROGRAMME
           MOVE WS-PERIODE TO RUN-PERIODE
           READ FICHIER-CONTROLE
               INVALID KEY
                   MOVE "MENSUALITE" TO RUN-PROGRAMME
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
                           "apres le pret " RUN-DERNIER-COMPTE "."
                   END-IF
           END-READ.

       TERMINER-CONTROLE.
           MOVE "T" TO RUN-STATUT
           ACCEPT RUN-HEURE FROM TIME
           REWRITE ENREGISTREMENT-CONTROLE
           CLOSE FICHIER-CONTROLE.

       TRAITER-PRETS.
           MOVE "N" TO WS-EOF-PRETS
           OPEN I-O FICHIER-PRETS
           IF WS-STATUT-PRETS = "35"
               MOVE "O" TO WS-EOF-PRETS
               DISPLAY "Aucun pret n'existe encore."
           ELSE
               OPEN I-O FICHIER-COMPTES
               OPEN I-O FICHIER-IMPAYES
               IF WS-STATUT-IMPAYES = "35"
                   OPEN OUTPUT FICHIER-IMPAYES
                   CLOSE FICHIER-IMPAYES
                   OPEN I-O FICHIER-IMPAYES
               END-IF
               IF WS-REPRISE = "O"
                   MOVE RUN-DERNIER-COMPTE TO PRT-NUMERO
                   START FICHIER-PRETS
                       KEY IS GREATER THAN PRT-NUMERO
                       INVALID KEY
                           MOVE "O" TO WS-EOF-PRETS
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF-PRETS = "O"
                   READ FICHIER-PRETS NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-PRETS
                       NOT AT END
                           IF PRET-ACTIF
                               PERFORM TRAITER-UN-PRET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-IMPAYES
               CLOSE FICHIER-COMPTES
               CLOSE FICHIER-PRETS
           END-IF.

       TRAITER-UN-PRET.
           MOVE "N" TO WS-COMPTE-TROUVE
           MOVE PRT-COMPTE TO NUMERO-COMPTE
           READ FICHIER-COMPTES
               INVALID KEY
                   MOVE "N" TO WS-COMPTE-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-COMPTE-TROUVE
           END-READ
           IF WS-COMPTE-TROUVE = "N"
               DISPLAY "ANOMALIE pret " PRT-NUMERO
                   " : compte de remboursement " PRT-COMPTE
                   " introuvable, echeances dues constatees impayees"
           ELSE
               IF PRT-NB-IMPAYES > 0
                   PERFORM REGULARISER-IMPAYES
               END-IF
           END-IF
           MOVE PRT-DATE-DEBUT TO WS-DATE-DEBUT
           COMPUTE WS-MOIS-ECOULES =
               (WS-DATE-AAAA * 12 + WS-DATE-MM)
               - (WS-DEB-AAAA * 12 + WS-DEB-MM)
           PERFORM UNTIL PRT-NB-ECHEANCES >= WS-MOIS-ECOULES
                   OR PRT-NB-ECHEANCES >= PRT-DUREE
               PERFORM TRAITER-UNE-ECHEANCE
           END-PERFORM
           IF PRT-NB-ECHEANCES >= PRT-DUREE
               AND PRT-NB-IMPAYES = 0
               MOVE "S" TO PRT-STATUT
               REWRITE ENREGISTREMENT-PRET
               ADD 1 TO WS-NB-SOLDES
               DISPLAY "SOLDE   pret " PRT-NUMERO
                   " integralement rembourse"
           END-IF
           MOVE PRT-NUMERO TO RUN-DERNIER-COMPTE
           ADD 1 TO RUN-NB-TRAITES
           REWRITE ENREGISTREMENT-CONTROLE.

       TRAITER-UNE-ECHEANCE.
           ADD 1 TO PRT-NB-ECHEANCES
           MOVE PRT-NB-ECHEANCES TO WS-RANG
           MOVE PRT-CAPITAL-RESTANT TO WS-RESTANT
           PERFORM CALCULER-ECHEANCE
           MOVE WS-RESTANT TO PRT-CAPITAL-RESTANT
           IF WS-COMPTE-TROUVE = "O"
               PERFORM CALCULER-DISPONIBLE
           ELSE
               MOVE 0 TO WS-DISPONIBLE
           END-IF
           IF WS-COMPTE-TROUVE = "O"
               AND (COMPTE-ACTIF OR COMPTE-DORMANT)
               AND WS-ECHEANCE <= WS-DISPONIBLE
               PERFORM PRELEVER-ECHEANCE
               ADD 1 TO WS-NB-PRELEVEES
               DISPLAY "PRELEVE pret " PRT-NUMERO
                   " echeance " WS-RANG
                   " compte " PRT-COMPTE
                   " capital=" WS-PART-CAPITAL
                   " interet=" WS-INTERET
           ELSE
               PERFORM CONSTATER-IMPAYE
           END-IF
           REWRITE ENREGISTREMENT-PRET.

       CALCULER-ECHEANCE.
           COMPUTE WS-INTERET ROUNDED = WS-RESTANT * PRT-TAUX / 12
           IF WS-RANG = PRT-DUREE
               MOVE WS-RESTANT TO WS-PART-CAPITAL
           ELSE
               COMPUTE WS-PART-CAPITAL = PRT-MENSUALITE - WS-INTERET
               IF WS-PART-CAPITAL > WS-RESTANT
                   MOVE WS-RESTANT TO WS-PART-CAPITAL
               END-IF
           END-IF
           COMPUTE WS-ECHEANCE = WS-PART-CAPITAL + WS-INTERET
           SUBTRACT WS-PART-CAPITAL FROM WS-RESTANT.

       PRELEVER-ECHEANCE.
           IF WS-PART-CAPITAL > 0
               SUBTRACT WS-PART-CAPITAL FROM SOLDE
               MOVE "PRET-CAP" TO WS-JRN-TYPE
               MOVE WS-PART-CAPITAL TO WS-JRN-MONTANT
               PERFORM ENREGISTRER-JOURNAL
               ADD WS-PART-CAPITAL TO WS-TOTAL-CAPITAL
           END-IF
           IF WS-INTERET > 0
               SUBTRACT WS-INTERET FROM SOLDE
               MOVE "PRET-INT" TO WS-JRN-TYPE
               MOVE WS-INTERET TO WS-JRN-MONTANT
               PERFORM ENREGISTRER-JOURNAL
               ADD WS-INTERET TO WS-TOTAL-INTERETS
           END-IF
           REWRITE ENREGISTREMENT-COMPTE.

       CONSTATER-IMPAYE.
           MOVE PRT-NUMERO TO IMP-PRET
           MOVE WS-RANG TO IMP-ECHEANCE
           MOVE PRT-COMPTE TO IMP-COMPTE
           MOVE PRT-CLIENT TO IMP-CLIENT
           MOVE WS-AUJOURDHUI TO IMP-DATE
           MOVE WS-PART-CAPITAL TO IMP-CAPITAL
           MOVE WS-INTERET TO IMP-INTERET
           MOVE "I" TO IMP-STATUT
           MOVE 0 TO IMP-DATE-REGUL
           WRITE ENREGISTREMENT-IMPAYE
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO PRT-NB-IMPAYES
           ADD WS-ECHEANCE TO PRT-MONTANT-IMPAYE
           ADD 1 TO WS-NB-NOUVEAUX
           DISPLAY "IMPAYE  pret " PRT-NUMERO
               " echeance " WS-RANG
               " compte " PRT-COMPTE
               " montant du=" WS-ECHEANCE
               " disponible=" WS-DISPONIBLE.

       REGULARISER-IMPAYES.
           MOVE "N" TO WS-EOF-IMPAYES
           MOVE PRT-NUMERO TO IMP-PRET
           MOVE 0 TO IMP-ECHEANCE
           START FICHIER-IMPAYES
               KEY IS NOT LESS THAN IMP-CLE
               INVALID KEY
                   MOVE "O" TO WS-EOF-IMPAYES
           END-START
           PERFORM UNTIL WS-EOF-IMPAYES = "O"
               READ FICHIER-IMPAYES NEXT RECORD
                   AT END
                       MOVE "O" TO WS-EOF-IMPAYES
                   NOT AT END
                       IF IMP-PRET NOT = PRT-NUMERO
                           MOVE "O" TO WS-EOF-IMPAYES
                       ELSE
                           IF IMPAYE-EN-COURS
                               PERFORM REGULARISER-UN-IMPAYE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGULARISER-UN-IMPAYE.
           COMPUTE WS-ECHEANCE = IMP-CAPITAL + IMP-INTERET
           PERFORM CALCULER-DISPONIBLE
           IF (COMPTE-ACTIF OR COMPTE-DORMANT)
               AND WS-ECHEANCE <= WS-DISPONIBLE
               MOVE IMP-ECHEANCE TO WS-RANG
               MOVE IMP-CAPITAL TO WS-PART-CAPITAL
               MOVE IMP-INTERET TO WS-INTERET
               PERFORM PRELEVER-ECHEANCE
               MOVE "R" TO IMP-STATUT
               MOVE WS-AUJOURDHUI TO IMP-DATE-REGUL
               REWRITE ENREGISTREMENT-IMPAYE
               SUBTRACT 1 FROM PRT-NB-IMPAYES
               SUBTRACT WS-ECHEANCE FROM PRT-MONTANT-IMPAYE
               REWRITE ENREGISTREMENT-PRET
               ADD 1 TO WS-NB-REGULARISES
               DISPLAY "REGUL   pret " PRT-NUMERO
                   " echeance " IMP-ECHEANCE
                   " du " IMP-DATE
                   " compte " PRT-COMPTE
                   " montant=" WS-ECHEANCE
           ELSE
               MOVE "O" TO WS-EOF-IMPAYES
           END-IF.

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

       RAPPORT-IMPAYES.
           DISPLAY "==================================================="
           DISPLAY "   RAPPORT DES IMPAYES SUR PRETS (RECOUVREMENT)"
           DISPLAY "==================================================="
           MOVE 0 TO WS-NB-IMPAYES
           MOVE 0 TO WS-TOTAL-IMPAYES
           MOVE "N" TO WS-EOF-IMPAYES
           OPEN INPUT FICHIER-IMPAYES
           IF WS-STATUT-IMPAYES = "35"
               CLOSE FICHIER-IMPAYES
           ELSE
               PERFORM UNTIL WS-EOF-IMPAYES = "O"
                   READ FICHIER-IMPAYES NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-IMPAYES
                       NOT AT END
                           IF IMPAYE-EN-COURS
                               PERFORM EDITER-UN-IMPAYE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-IMPAYES
           END-IF
           IF WS-NB-IMPAYES = 0
               DISPLAY "Aucun impaye en cours."
           END-IF
           DISPLAY "Echeances impayees : " WS-NB-IMPAYES
           DISPLAY "Montant total du   : " WS-TOTAL-IMPAYES.

       EDITER-UN-IMPAYE.
           ADD 1 TO WS-NB-IMPAYES
           COMPUTE WS-MONTANT-IMPAYE = IMP-CAPITAL + IMP-INTERET
           ADD WS-MONTANT-IMPAYE TO WS-TOTAL-IMPAYES
           DISPLAY "Pret " IMP-PRET
               " echeance " IMP-ECHEANCE
               " du " IMP-DATE
               " client " IMP-CLIENT
               " compte " IMP-COMPTE
               " capital=" IMP-CAPITAL
               " interet=" IMP-INTERET
               " montant du=" WS-MONTANT-IMPAYE.

       ENREGISTRER-JOURNAL.
           MOVE PRT-COMPTE TO JRN-NUMERO-COMPTE
           MOVE WS-JRN-TYPE TO JRN-TYPE
           MOVE WS-JRN-MONTANT TO JRN-MONTANT
           MOVE SOLDE TO JRN-SOLDE-APRES
           MOVE WS-AUJOURDHUI TO JRN-DATE
           ACCEPT JRN-HEURE FROM TIME
           MOVE ZERO TO JRN-CONTREPARTIE
           COMPUTE JRN-REFERENCE = PRT-NUMERO * 1000 + WS-RANG
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
       END PROGRAM mensualites.
