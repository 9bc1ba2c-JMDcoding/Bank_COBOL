       IDENTIFICATION DIVISION.
       PROGRAM-ID. vigilance.

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
           SELECT FICHIER-ARCHIVE ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ARCHIVE.
           SELECT FICHIER-PARAMETRES ASSIGN TO "data/parametres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAMETRES.
           SELECT FICHIER-ALERTES ASSIGN TO "data/alertes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CLE
               FILE STATUS IS WS-STATUT-ALERTES.

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

       FD  FICHIER-ARCHIVE.
       01  ENREGISTREMENT-ARCHIVE PIC X(96).

       FD  FICHIER-PARAMETRES.
       01  ENREGISTREMENT-PARAMETRES.
           05  PAR-SEUIL          PIC 9(7)V99.

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
       01  WS-NOM-ARCHIVE     PIC X(30).
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".
       01  WS-STATUT-ARCHIVE  PIC X(02) VALUE "00".
       01  WS-STATUT-PARAMETRES PIC X(02) VALUE "00".
       01  WS-STATUT-ALERTES  PIC X(02) VALUE "00".
       01  WS-AUJOURDHUI      PIC 9(8).
       01  WS-LIMITE          PIC 9(8).
       01  WS-LIMITE-TRANSIT  PIC 9(8).
       01  WS-DATE-BALAYAGE   PIC 9(8).
       01  WS-ENTIER-JOUR     PIC 9(8).
       01  WS-ENTIER-FIN      PIC 9(8).
       01  WS-EOF-JOURNAL     PIC X(01) VALUE "N".
       01  WS-EOF-ALERTES     PIC X(01) VALUE "N".
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-DEJA-SUIVIE     PIC X(01) VALUE "N".
       01  WS-TABLE-PLEINE    PIC X(01) VALUE "N".
       01  WS-SEUIL           PIC 9(7)V99.
       01  WS-BAS-FRACTION    PIC 9(7)V99.
       01  WS-FENETRE-JOURS   PIC 9(3) VALUE 30.
       01  WS-JOURS-TRANSIT   PIC 9(3) VALUE 3.
       01  WS-PLAFOND-ESPECES PIC 9(9)V99 VALUE 10000.00.
       01  WS-MIN-FRACTIONS   PIC 9(4) VALUE 3.
       01  WS-MIN-REVEIL      PIC 9(9)V99 VALUE 1000.00.
       01  WS-TAUX-TRANSIT    PIC 9(3) VALUE 80.
       01  WS-REGLE           PIC X(02).
       01  WS-ALR-MONTANT     PIC 9(9)V99.
       01  WS-ALR-NOMBRE      PIC 9(4).
       01  WS-ALR-LIBELLE     PIC X(40).
       01  WS-NB-NOUVELLES    PIC 9(4) VALUE 0.
       01  WS-NB-SUIVIES      PIC 9(4) VALUE 0.
       01  WS-NB-OUVERTES     PIC 9(4) VALUE 0.

       01  TABLE-VIGILANCE.
           05  TV-NB-COMPTES      PIC 9(3) VALUE 0.
           05  TV-COMPTE OCCURS 500 TIMES INDEXED BY TV-IDX.
               10  TV-NUMERO      PIC 9(5).
               10  TV-ESPECES     PIC 9(9)V99.
               10  TV-NB-ESPECES  PIC 9(4).
               10  TV-NB-FRACTIONS PIC 9(4).
               10  TV-FRACTIONS   PIC 9(9)V99.
               10  TV-REVEIL      PIC 9(8).
               10  TV-APRES-REVEIL PIC 9(9)V99.
               10  TV-NB-APRES-REVEIL PIC 9(4).
               10  TV-ENTREES     PIC 9(9)V99.
               10  TV-SORTIES     PIC 9(9)V99.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-AUJOURDHUI FROM DATE YYYYMMDD
           DISPLAY "==================================================="
           DISPLAY "   VIGILANCE ANTI-BLANCHIMENT - ALERTES DU JOUR"
           DISPLAY "   Date du jour : " WS-AUJOURDHUI
           DISPLAY "==================================================="
           PERFORM CHARGER-SEUIL
           COMPUTE WS-BAS-FRACTION ROUNDED = WS-SEUIL * 0.90
           COMPUTE WS-ENTIER-FIN =
               FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI)
           COMPUTE WS-ENTIER-JOUR = WS-ENTIER-FIN - WS-FENETRE-JOURS
           COMPUTE WS-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
           COMPUTE WS-LIMITE-TRANSIT = FUNCTION DATE-OF-INTEGER
               (WS-ENTIER-FIN - WS-JOURS-TRANSIT + 1)
           DISPLAY "Fenetre d'analyse du " WS-LIMITE
               " au " WS-AUJOURDHUI
               ", seuil d'approbation " WS-SEUIL
           PERFORM RELEVER-MOUVEMENTS
           IF WS-TABLE-PLEINE = "O"
               DISPLAY "Execution interrompue : table de vigilance "
                   "pleine (500 comptes), aucune alerte emise."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM APPLIQUER-REGLES
           PERFORM COMPTER-DOSSIERS-OUVERTS
           DISPLAY "==================================================="
           DISPLAY "Comptes analyses         : " TV-NB-COMPTES
           DISPLAY "Nouvelles alertes        : " WS-NB-NOUVELLES
           DISPLAY "Alertes deja en cours    : " WS-NB-SUIVIES
           DISPLAY "Dossiers non clos        : " WS-NB-OUVERTES
           DISPLAY "Rapport a transmettre au responsable conformite."
           DISPLAY "==================================================="
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CHARGER-SEUIL.
           MOVE 5000.00 TO WS-SEUIL
           OPEN INPUT FICHIER-PARAMETRES
           IF WS-STATUT-PARAMETRES = "35"
               CLOSE FICHIER-PARAMETRES
           ELSE
               READ FICHIER-PARAMETRES
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAR-SEUIL TO WS-SEUIL
               END-READ
               CLOSE FICHIER-PARAMETRES
           END-IF.

       RELEVER-MOUVEMENTS.
           MOVE 0 TO TV-NB-COMPTES
           MOVE "N" TO WS-TABLE-PLEINE
           PERFORM UNTIL WS-ENTIER-JOUR >= WS-ENTIER-FIN
                   OR WS-TABLE-PLEINE = "O"
               COMPUTE WS-DATE-BALAYAGE =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
               PERFORM RELEVER-UNE-ARCHIVE
               ADD 1 TO WS-ENTIER-JOUR
           END-PERFORM
           PERFORM RELEVER-JOURNAL-VIF.

       RELEVER-JOURNAL-VIF.
           MOVE "N" TO WS-EOF-JOURNAL
           OPEN INPUT FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL = "35"
               MOVE "O" TO WS-EOF-JOURNAL
           ELSE
               PERFORM UNTIL WS-EOF-JOURNAL = "O"
                   READ FICHIER-JOURNAL
                       AT END
                           MOVE "O" TO WS-EOF-JOURNAL
                       NOT AT END
                           PERFORM MEMORISER-MOUVEMENT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-JOURNAL
           END-IF.

       RELEVER-UNE-ARCHIVE.
           MOVE SPACES TO WS-NOM-ARCHIVE
           STRING "data/journal-" DELIMITED BY SIZE
               WS-DATE-BALAYAGE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVE
           MOVE "N" TO WS-EOF-JOURNAL
           OPEN INPUT FICHIER-ARCHIVE
           IF WS-STATUT-ARCHIVE = "35"
               MOVE "O" TO WS-EOF-JOURNAL
           ELSE
               PERFORM UNTIL WS-EOF-JOURNAL = "O"
                   READ FICHIER-ARCHIVE
                       AT END
                           MOVE "O" TO WS-EOF-JOURNAL
                       NOT AT END
                           MOVE ENREGISTREMENT-ARCHIVE
                               TO ENREGISTREMENT-JOURNAL
                           PERFORM MEMORISER-MOUVEMENT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ARCHIVE
           END-IF.

       MEMORISER-MOUVEMENT.
           IF JRN-DATE >= WS-LIMITE
               AND (JRN-TYPE = "DEPOT" OR JRN-TYPE = "RETRAIT"
               OR JRN-TYPE = "VIR-CREDIT" OR JRN-TYPE = "VIR-DEBIT"
               OR JRN-TYPE = "VIR-EXT" OR JRN-TYPE = "CHEQUE"
               OR JRN-TYPE = "REACTIV")
               PERFORM LOCALISER-COMPTE
               IF WS-TROUVE = "O"
                   PERFORM CUMULER-MOUVEMENT
               END-IF
           END-IF.

       LOCALISER-COMPTE.
           MOVE "N" TO WS-TROUVE
           PERFORM VARYING TV-IDX FROM 1 BY 1
                   UNTIL TV-IDX > TV-NB-COMPTES
                   OR WS-TROUVE = "O"
               IF TV-NUMERO(TV-IDX) = JRN-NUMERO-COMPTE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = "N"
               IF TV-NB-COMPTES < 500
                   ADD 1 TO TV-NB-COMPTES
                   SET TV-IDX TO TV-NB-COMPTES
                   MOVE JRN-NUMERO-COMPTE TO TV-NUMERO(TV-IDX)
                   MOVE 0 TO TV-ESPECES(TV-IDX)
                   MOVE 0 TO TV-NB-ESPECES(TV-IDX)
                   MOVE 0 TO TV-NB-FRACTIONS(TV-IDX)
                   MOVE 0 TO TV-FRACTIONS(TV-IDX)
                   MOVE 0 TO TV-REVEIL(TV-IDX)
                   MOVE 0 TO TV-APRES-REVEIL(TV-IDX)
                   MOVE 0 TO TV-NB-APRES-REVEIL(TV-IDX)
                   MOVE 0 TO TV-ENTREES(TV-IDX)
                   MOVE 0 TO TV-SORTIES(TV-IDX)
                   MOVE "O" TO WS-TROUVE
               ELSE
                   IF WS-TABLE-PLEINE = "N"
                       MOVE "O" TO WS-TABLE-PLEINE
                       DISPLAY "  *** ATTENTION : table de vigilance "
                           "pleine (500 comptes) ***"
                   END-IF
               END-IF
           ELSE
               SET TV-IDX DOWN BY 1
           END-IF.

       CUMULER-MOUVEMENT.
           IF JRN-TYPE = "DEPOT" OR JRN-TYPE = "RETRAIT"
               ADD JRN-MONTANT TO TV-ESPECES(TV-IDX)
               ADD 1 TO TV-NB-ESPECES(TV-IDX)
           END-IF
           IF JRN-TYPE = "DEPOT"
               AND JRN-MONTANT >= WS-BAS-FRACTION
               AND JRN-MONTANT <= WS-SEUIL
               ADD 1 TO TV-NB-FRACTIONS(TV-IDX)
               ADD JRN-MONTANT TO TV-FRACTIONS(TV-IDX)
           END-IF
           IF JRN-TYPE = "REACTIV"
               MOVE JRN-DATE TO TV-REVEIL(TV-IDX)
               MOVE 0 TO TV-APRES-REVEIL(TV-IDX)
               MOVE 0 TO TV-NB-APRES-REVEIL(TV-IDX)
           ELSE
               IF TV-REVEIL(TV-IDX) > 0
                   ADD JRN-MONTANT TO TV-APRES-REVEIL(TV-IDX)
                   ADD 1 TO TV-NB-APRES-REVEIL(TV-IDX)
               END-IF
           END-IF
           IF JRN-DATE >= WS-LIMITE-TRANSIT
               IF JRN-TYPE = "DEPOT" OR JRN-TYPE = "VIR-CREDIT"
                   ADD JRN-MONTANT TO TV-ENTREES(TV-IDX)
               END-IF
               IF JRN-TYPE = "VIR-DEBIT" OR JRN-TYPE = "VIR-EXT"
                   ADD JRN-MONTANT TO TV-SORTIES(TV-IDX)
               END-IF
           END-IF.

       APPLIQUER-REGLES.
           OPEN INPUT FICHIER-COMPTES
           OPEN I-O FICHIER-ALERTES
           IF WS-STATUT-ALERTES = "35"
               OPEN OUTPUT FICHIER-ALERTES
               CLOSE FICHIER-ALERTES
               OPEN I-O FICHIER-ALERTES
           END-IF
           DISPLAY " "
           DISPLAY "--- ALERTES EMISES CE JOUR ---"
           PERFORM VARYING TV-IDX FROM 1 BY 1
                   UNTIL TV-IDX > TV-NB-COMPTES
               PERFORM EXAMINER-COMPTE
           END-PERFORM
           IF WS-NB-NOUVELLES = 0
               DISPLAY "  (aucune)"
           END-IF
           CLOSE FICHIER-ALERTES
           CLOSE FICHIER-COMPTES.

       EXAMINER-COMPTE.
           IF TV-ESPECES(TV-IDX) > WS-PLAFOND-ESPECES
               MOVE "ES" TO WS-REGLE
               MOVE TV-ESPECES(TV-IDX) TO WS-ALR-MONTANT
               MOVE TV-NB-ESPECES(TV-IDX) TO WS-ALR-NOMBRE
               MOVE "ESPECES CUMULEES AU-DELA DU PLAFOND"
                   TO WS-ALR-LIBELLE
               PERFORM EMETTRE-ALERTE
           END-IF
           IF TV-NB-FRACTIONS(TV-IDX) >= WS-MIN-FRACTIONS
               MOVE "FR" TO WS-REGLE
               MOVE TV-FRACTIONS(TV-IDX) TO WS-ALR-MONTANT
               MOVE TV-NB-FRACTIONS(TV-IDX) TO WS-ALR-NOMBRE
               MOVE "DEPOTS REPETES JUSTE SOUS LE SEUIL"
                   TO WS-ALR-LIBELLE
               PERFORM EMETTRE-ALERTE
           END-IF
           IF TV-REVEIL(TV-IDX) > 0
               AND TV-APRES-REVEIL(TV-IDX) >= WS-MIN-REVEIL
               MOVE "DR" TO WS-REGLE
               MOVE TV-APRES-REVEIL(TV-IDX) TO WS-ALR-MONTANT
               MOVE TV-NB-APRES-REVEIL(TV-IDX) TO WS-ALR-NOMBRE
               MOVE "ACTIVITE SOUDAINE D'UN COMPTE DORMANT"
                   TO WS-ALR-LIBELLE
               PERFORM EMETTRE-ALERTE
           END-IF
           IF TV-ENTREES(TV-IDX) >= WS-SEUIL
               AND TV-SORTIES(TV-IDX) * 100 >=
                   TV-ENTREES(TV-IDX) * WS-TAUX-TRANSIT
               MOVE "TR" TO WS-REGLE
               MOVE TV-SORTIES(TV-IDX) TO WS-ALR-MONTANT
               MOVE WS-JOURS-TRANSIT TO WS-ALR-NOMBRE
               MOVE "FONDS ENTRES ET RESSORTIS PAR VIREMENT"
                   TO WS-ALR-LIBELLE
               PERFORM EMETTRE-ALERTE
           END-IF.

       EMETTRE-ALERTE.
           PERFORM RECHERCHER-DOSSIER
           IF WS-DEJA-SUIVIE = "O"
               ADD 1 TO WS-NB-SUIVIES
           ELSE
               MOVE TV-NUMERO(TV-IDX) TO ALR-NUMERO-COMPTE
               MOVE WS-REGLE TO ALR-REGLE
               MOVE WS-AUJOURDHUI TO ALR-DATE
               MOVE TV-NUMERO(TV-IDX) TO NUMERO-COMPTE
               READ FICHIER-COMPTES
                   INVALID KEY
                       MOVE 0 TO NUMERO-CLIENT
                       MOVE SPACES TO NOM-CLIENT
               END-READ
               MOVE NUMERO-CLIENT TO ALR-CLIENT
               MOVE WS-ALR-MONTANT TO ALR-MONTANT
               MOVE WS-ALR-NOMBRE TO ALR-NOMBRE
               MOVE WS-ALR-LIBELLE TO ALR-LIBELLE
               MOVE "O" TO ALR-STATUT
               MOVE SPACES TO ALR-COMMENTAIRE
               MOVE SPACES TO ALR-AGENT
               MOVE WS-AUJOURDHUI TO ALR-DATE-MAJ
               WRITE ENREGISTREMENT-ALERTE
                   INVALID KEY
                       ADD 1 TO WS-NB-SUIVIES
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-NOUVELLES
                       DISPLAY "ALERTE " ALR-REGLE
                           " compte " ALR-NUMERO-COMPTE
                           " " NOM-CLIENT
                           " client " ALR-CLIENT
                           " montant=" ALR-MONTANT
                           " nombre=" ALR-NOMBRE
                           " " ALR-LIBELLE
               END-WRITE
           END-IF.

       RECHERCHER-DOSSIER.
           MOVE "N" TO WS-DEJA-SUIVIE
           MOVE "N" TO WS-EOF-ALERTES
           MOVE TV-NUMERO(TV-IDX) TO ALR-NUMERO-COMPTE
           MOVE WS-REGLE TO ALR-REGLE
           MOVE 0 TO ALR-DATE
           START FICHIER-ALERTES
               KEY IS NOT LESS THAN ALR-CLE
               INVALID KEY
                   MOVE "O" TO WS-EOF-ALERTES
           END-START
           PERFORM UNTIL WS-EOF-ALERTES = "O"
               READ FICHIER-ALERTES NEXT RECORD
                   AT END
                       MOVE "O" TO WS-EOF-ALERTES
                   NOT AT END
                       IF ALR-NUMERO-COMPTE NOT = TV-NUMERO(TV-IDX)
                           OR ALR-REGLE NOT = WS-REGLE
                           MOVE "O" TO WS-EOF-ALERTES
                       ELSE
                           IF NOT ALERTE-CLOSE
                               OR ALR-DATE >= WS-LIMITE
                               OR ALR-DATE-MAJ >= WS-LIMITE
                               MOVE "O" TO WS-DEJA-SUIVIE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COMPTER-DOSSIERS-OUVERTS.
           MOVE 0 TO WS-NB-OUVERTES
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
                           IF NOT ALERTE-CLOSE
                               ADD 1 TO WS-NB-OUVERTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ALERTES
           END-IF.
       END PROGRAM vigilance.
