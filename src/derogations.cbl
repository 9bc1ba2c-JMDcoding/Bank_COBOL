       IDENTIFICATION DIVISION.
       PROGRAM-ID. derogations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-DEROGATIONS ASSIGN TO "data/derogations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEROGATIONS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-DEROGATIONS.
       01  ENREGISTREMENT-DEROGATION.
           05  DRG-DATE           PIC 9(8).
           05  DRG-HEURE          PIC 9(8).
           05  DRG-GUICHETIER     PIC X(08).
           05  DRG-SUPERVISEUR    PIC X(08).
           05  DRG-NUMERO-COMPTE  PIC 9(5).
           05  DRG-MONTANT        PIC 9(7)V99.
           05  DRG-SEUIL          PIC 9(7)V99.
           05  DRG-TYPE           PIC X(10).
           05  DRG-DECISION       PIC X(01).
               88  DEROGATION-ACCORDEE VALUE "O".
               88  DEROGATION-REFUSEE  VALUE "N".

       WORKING-STORAGE SECTION.
       01  WS-STATUT-DEROGATIONS PIC X(02) VALUE "00".
       01  WS-EOF-DEROGATIONS PIC X(01) VALUE "N".
       01  WS-DATE-JOUR       PIC 9(8).
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-MAX-REFUS       PIC 9(2) VALUE 2.
       01  WS-NB-ACCORDEES    PIC 9(4) VALUE 0.
       01  WS-NB-REFUSEES     PIC 9(4) VALUE 0.
       01  WS-NB-AUTO         PIC 9(4) VALUE 0.
       01  WS-NB-EXCEPTIONS   PIC 9(4) VALUE 0.
       01  WS-NB-IGNOREES     PIC 9(4) VALUE 0.
       01  WS-LIBELLE-DECISION PIC X(08).

       01  TABLE-DEROGATIONS.
           05  TD-NB-LIGNES       PIC 9(4) VALUE 0.
           05  TD-LIGNE OCCURS 1000 TIMES INDEXED BY TD-IDX.
               10  TD-HEURE       PIC 9(8).
               10  TD-GUICHETIER  PIC X(08).
               10  TD-SUPERVISEUR PIC X(08).
               10  TD-COMPTE      PIC 9(5).
               10  TD-MONTANT     PIC 9(7)V99.
               10  TD-TYPE        PIC X(10).
               10  TD-DECISION    PIC X(01).

       01  TABLE-GUICHETIERS.
           05  TG-NB-ENTREES      PIC 9(3) VALUE 0.
           05  TG-ENTREE OCCURS 100 TIMES INDEXED BY TG-IDX.
               10  TG-ID          PIC X(08).
               10  TG-ACCORDEES   PIC 9(4).
               10  TG-REFUSEES    PIC 9(4).
               10  TG-MONTANT     PIC 9(9)V99.

       01  TABLE-SUPERVISEURS.
           05  TS-NB-ENTREES      PIC 9(3) VALUE 0.
           05  TS-ENTREE OCCURS 100 TIMES INDEXED BY TS-IDX.
               10  TS-ID          PIC X(08).
               10  TS-ACCORDEES   PIC 9(4).
               10  TS-REFUSEES    PIC 9(4).
               10  TS-AUTO        PIC 9(4).
               10  TS-MONTANT     PIC 9(9)V99.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY "==================================================="
           DISPLAY "   RAPPORT QUOTIDIEN DES DEROGATIONS AU SEUIL"
           DISPLAY "   Date du jour : " WS-DATE-JOUR
           DISPLAY "==================================================="
           PERFORM CHARGER-DEROGATIONS
           IF TD-NB-LIGNES = 0
               DISPLAY "Aucune derogation enregistree ce jour."
           ELSE
               PERFORM EDITER-PAR-GUICHETIER
               PERFORM EDITER-PAR-SUPERVISEUR
               PERFORM EDITER-EXCEPTIONS
           END-IF
           DISPLAY "==================================================="
           DISPLAY "Derogations accordees : " WS-NB-ACCORDEES
           DISPLAY "Derogations refusees  : " WS-NB-REFUSEES
           DISPLAY "Auto-approbations     : " WS-NB-AUTO
           DISPLAY "Exceptions signalees  : " WS-NB-EXCEPTIONS
           DISPLAY "==================================================="
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CHARGER-DEROGATIONS.
           MOVE "N" TO WS-EOF-DEROGATIONS
           OPEN INPUT FICHIER-DEROGATIONS
           IF WS-STATUT-DEROGATIONS = "35"
               MOVE "O" TO WS-EOF-DEROGATIONS
           ELSE
               PERFORM UNTIL WS-EOF-DEROGATIONS = "O"
                   READ FICHIER-DEROGATIONS
                       AT END
                           MOVE "O" TO WS-EOF-DEROGATIONS
                       NOT AT END
                           IF DRG-DATE = WS-DATE-JOUR
                               PERFORM MEMORISER-DEROGATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DEROGATIONS
           END-IF
           IF WS-NB-IGNOREES > 0
               DISPLAY "  *** ATTENTION : table pleine, "
                   WS-NB-IGNOREES " derogations non editees ***"
           END-IF.

       MEMORISER-DEROGATION.
           IF TD-NB-LIGNES < 1000
               ADD 1 TO TD-NB-LIGNES
               SET TD-IDX TO TD-NB-LIGNES
               MOVE DRG-HEURE TO TD-HEURE(TD-IDX)
               MOVE DRG-GUICHETIER TO TD-GUICHETIER(TD-IDX)
               MOVE DRG-SUPERVISEUR TO TD-SUPERVISEUR(TD-IDX)
               MOVE DRG-NUMERO-COMPTE TO TD-COMPTE(TD-IDX)
               MOVE DRG-MONTANT TO TD-MONTANT(TD-IDX)
               MOVE DRG-TYPE TO TD-TYPE(TD-IDX)
               MOVE DRG-DECISION TO TD-DECISION(TD-IDX)
               PERFORM CUMULER-GUICHETIER
               PERFORM CUMULER-SUPERVISEUR
               IF DEROGATION-ACCORDEE
                   ADD 1 TO WS-NB-ACCORDEES
                   IF DRG-SUPERVISEUR = DRG-GUICHETIER
                       ADD 1 TO WS-NB-AUTO
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-REFUSEES
               END-IF
           ELSE
               ADD 1 TO WS-NB-IGNOREES
           END-IF.

       CUMULER-GUICHETIER.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > TG-NB-ENTREES
                   OR WS-TROUVE = "O"
               IF TG-ID(TG-IDX) = DRG-GUICHETIER
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = "N"
               IF TG-NB-ENTREES < 100
                   ADD 1 TO TG-NB-ENTREES
                   SET TG-IDX TO TG-NB-ENTREES
                   MOVE DRG-GUICHETIER TO TG-ID(TG-IDX)
                   MOVE 0 TO TG-ACCORDEES(TG-IDX)
                   MOVE 0 TO TG-REFUSEES(TG-IDX)
                   MOVE 0 TO TG-MONTANT(TG-IDX)
                   MOVE "O" TO WS-TROUVE
               END-IF
           ELSE
               SET TG-IDX DOWN BY 1
           END-IF
           IF WS-TROUVE = "O"
               IF DEROGATION-ACCORDEE
                   ADD 1 TO TG-ACCORDEES(TG-IDX)
                   ADD DRG-MONTANT TO TG-MONTANT(TG-IDX)
               ELSE
                   ADD 1 TO TG-REFUSEES(TG-IDX)
               END-IF
           END-IF.

       CUMULER-SUPERVISEUR.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > TS-NB-ENTREES
                   OR WS-TROUVE = "O"
               IF TS-ID(TS-IDX) = DRG-SUPERVISEUR
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = "N"
               IF TS-NB-ENTREES < 100
                   ADD 1 TO TS-NB-ENTREES
                   SET TS-IDX TO TS-NB-ENTREES
                   MOVE DRG-SUPERVISEUR TO TS-ID(TS-IDX)
                   MOVE 0 TO TS-ACCORDEES(TS-IDX)
                   MOVE 0 TO TS-REFUSEES(TS-IDX)
                   MOVE 0 TO TS-AUTO(TS-IDX)
                   MOVE 0 TO TS-MONTANT(TS-IDX)
                   MOVE "O" TO WS-TROUVE
               END-IF
           ELSE
               SET TS-IDX DOWN BY 1
           END-IF
           IF WS-TROUVE = "O"
               IF DEROGATION-ACCORDEE
                   ADD 1 TO TS-ACCORDEES(TS-IDX)
                   ADD DRG-MONTANT TO TS-MONTANT(TS-IDX)
                   IF DRG-SUPERVISEUR = DRG-GUICHETIER
                       ADD 1 TO TS-AUTO(TS-IDX)
                   END-IF
               ELSE
                   ADD 1 TO TS-REFUSEES(TS-IDX)
               END-IF
           END-IF.

       EDITER-PAR-GUICHETIER.
           DISPLAY " "
           DISPLAY "--- DEROGATIONS PAR GUICHETIER ---"
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > TG-NB-ENTREES
               DISPLAY " "
               DISPLAY "Guichetier " TG-ID(TG-IDX)
               PERFORM VARYING TD-IDX FROM 1 BY 1
                       UNTIL TD-IDX > TD-NB-LIGNES
                   IF TD-GUICHETIER(TD-IDX) = TG-ID(TG-IDX)
                       PERFORM EDITER-UNE-LIGNE
                   END-IF
               END-PERFORM
               DISPLAY "  accordees=" TG-ACCORDEES(TG-IDX)
                   " refusees=" TG-REFUSEES(TG-IDX)
                   " montant accorde=" TG-MONTANT(TG-IDX)
               IF TG-REFUSEES(TG-IDX) >= WS-MAX-REFUS
                   DISPLAY "  *** EXCEPTION : tentatives refusees "
                       "repetees ***"
               END-IF
           END-PERFORM.

       EDITER-PAR-SUPERVISEUR.
           DISPLAY " "
           DISPLAY "--- DEROGATIONS PAR SUPERVISEUR SAISI ---"
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > TS-NB-ENTREES
               DISPLAY " "
               DISPLAY "Superviseur " TS-ID(TS-IDX)
               PERFORM VARYING TD-IDX FROM 1 BY 1
                       UNTIL TD-IDX > TD-NB-LIGNES
                   IF TD-SUPERVISEUR(TD-IDX) = TS-ID(TS-IDX)
                       PERFORM EDITER-UNE-LIGNE
                   END-IF
               END-PERFORM
               DISPLAY "  accordees=" TS-ACCORDEES(TS-IDX)
                   " refusees=" TS-REFUSEES(TS-IDX)
                   " montant accorde=" TS-MONTANT(TS-IDX)
               IF TS-AUTO(TS-IDX) > 0
                   DISPLAY "  *** EXCEPTION : " TS-AUTO(TS-IDX)
                       " operation(s) approuvee(s) par leur auteur ***"
               END-IF
           END-PERFORM.

       EDITER-EXCEPTIONS.
           DISPLAY " "
           DISPLAY "--- EXCEPTIONS ---"
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > TD-NB-LIGNES
               IF TD-DECISION(TD-IDX) = "O"
                   AND TD-SUPERVISEUR(TD-IDX) = TD-GUICHETIER(TD-IDX)
                   ADD 1 TO WS-NB-EXCEPTIONS
                   DISPLAY "AUTO-APPROBATION " TD-GUICHETIER(TD-IDX)
                       " " TD-HEURE(TD-IDX)
                       " " TD-TYPE(TD-IDX)
                       " compte " TD-COMPTE(TD-IDX)
                       " montant " TD-MONTANT(TD-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING TG-IDX FROM 1 BY 1
                   UNTIL TG-IDX > TG-NB-ENTREES
               IF TG-REFUSEES(TG-IDX) >= WS-MAX-REFUS
                   ADD 1 TO WS-NB-EXCEPTIONS
                   DISPLAY "REFUS REPETES    " TG-ID(TG-IDX)
                       " tentatives refusees : " TG-REFUSEES(TG-IDX)
               END-IF
           END-PERFORM
           IF WS-NB-EXCEPTIONS = 0
               DISPLAY "Aucune exception."
           END-IF.

       EDITER-UNE-LIGNE.
           IF TD-DECISION(TD-IDX) = "O"
               MOVE "ACCORDEE" TO WS-LIBELLE-DECISION
           ELSE
               MOVE "REFUSEE" TO WS-LIBELLE-DECISION
           END-IF
           DISPLAY "  " TD-HEURE(TD-IDX)
               " " TD-TYPE(TD-IDX)
               " compte " TD-COMPTE(TD-IDX)
               " montant " TD-MONTANT(TD-IDX)
               " guichetier " TD-GUICHETIER(TD-IDX)
               " superviseur " TD-SUPERVISEUR(TD-IDX)
               " " WS-LIBELLE-DECISION.
       END PROGRAM derogations.
