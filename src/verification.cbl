       IDENTIFICATION DIVISION.
       PROGRAM-ID. verification.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-JOURNAL ASSIGN TO "data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
           SELECT FICHIER-ARCHIVE ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ARCHIVE.
           SELECT FICHIER-SCELLEMENTS ASSIGN TO "data/scellements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SCELLEMENTS.
           SELECT FICHIER-SCEAU ASSIGN TO "data/sceau.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SCEAU.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FICHIER-SCELLEMENTS.
       01  ENREGISTREMENT-SCELLEMENT.
           05  SCL-DATE               PIC 9(8).
           05  SCL-NB-ECRITURES       PIC 9(7).
           05  SCL-PREMIERE-SEQUENCE  PIC 9(9).
           05  SCL-DERNIERE-SEQUENCE  PIC 9(9).
           05  SCL-DERNIERE-EMPREINTE PIC 9(9).

       FD  FICHIER-SCEAU.
       01  ENREGISTREMENT-SCEAU.
           05  SCE-DERNIERE-SEQUENCE  PIC 9(9).
           05  SCE-DERNIERE-EMPREINTE PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".
       01  WS-STATUT-ARCHIVE  PIC X(02) VALUE "00".
       01  WS-STATUT-SCELLEMENTS PIC X(02) VALUE "00".
       01  WS-STATUT-SCEAU    PIC X(02) VALUE "00".
       01  WS-NOM-ARCHIVE     PIC X(30).
       01  WS-EOF-SCELLEMENTS PIC X(01) VALUE "N".
       01  WS-EOF-FICHIER     PIC X(01) VALUE "N".
       01  WS-PREMIERE-DU-FICHIER PIC X(01) VALUE "O".
       01  WS-ORIGINE         PIC X(16).
       01  WS-DATE-ARCHIVE    PIC 9(8) VALUE 0.
       01  WS-DATE-SCELLEE-PRECEDENTE PIC 9(8) VALUE 0.
       01  WS-JOUR-DEBUT      PIC 9(8) VALUE 0.
       01  WS-JOUR-FIN        PIC 9(8) VALUE 0.
       01  WS-JOUR-COURANT    PIC 9(8) VALUE 0.
       01  WS-SEQ-PRECEDENTE  PIC 9(9) VALUE 0.
       01  WS-EMP-PRECEDENTE  PIC 9(9) VALUE 0.
       01  WS-SEQ-ATTENDUE    PIC 9(9) VALUE 0.
       01  WS-NB-LUES-FICHIER PIC 9(7) VALUE 0.
       01  WS-NB-ARCHIVES     PIC 9(5) VALUE 0.
       01  WS-NB-CONTROLEES   PIC 9(9) VALUE 0.
       01  WS-NB-ANTERIEURES  PIC 9(9) VALUE 0.
       01  WS-NB-TROUS        PIC 9(5) VALUE 0.
       01  WS-NB-DOUBLONS     PIC 9(5) VALUE 0.
       01  WS-NB-RUPTURES     PIC 9(5) VALUE 0.
       01  WS-NB-DISCONTINUITES PIC 9(5) VALUE 0.
       01  WS-NB-NON-SCELLEES PIC 9(5) VALUE 0.
       01  WS-NB-ECARTS-SCELLEMENT PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES    PIC 9(5) VALUE 0.
       01  WS-LIBELLE-ANOMALIE PIC X(22).
       01  WS-VALEUR-LUE      PIC 9(9) VALUE 0.
       01  WS-VALEUR-ATTENDUE PIC 9(9) VALUE 0.
       01  WS-EMPREINTE       PIC 9(12) VALUE 0.
       01  WS-QUOTIENT        PIC 9(12) VALUE 0.
       01  WS-RESTE           PIC 9(12) VALUE 0.
       01  WS-RANG-OCTET      PIC 9(3) VALUE 0.
       01  WS-MODULE-EMPREINTE PIC 9(9) VALUE 999999937.
       01  WS-ZONE-EMPREINTE.
           05  WS-ZONE-DONNEES    PIC X(78).
           05  WS-ZONE-SEQUENCE   PIC 9(9).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY "==================================================="
           DISPLAY "   VERIFICATION DE L'INTEGRITE DU JOURNAL"
           DISPLAY "==================================================="
           PERFORM VERIFIER-ARCHIVES
           PERFORM VERIFIER-JOURNAL-VIF
           PERFORM CONTROLER-SCEAU
           DISPLAY "==================================================="
           DISPLAY "Archives scellees controlees : " WS-NB-ARCHIVES
           DISPLAY "Ecritures controlees         : " WS-NB-CONTROLEES
           DISPLAY "Ecritures anterieures        : " WS-NB-ANTERIEURES
           DISPLAY "Trous de sequence            : " WS-NB-TROUS
           DISPLAY "Doublons de sequence         : " WS-NB-DOUBLONS
           DISPLAY "Empreintes rompues           : " WS-NB-RUPTURES
           DISPLAY "Discontinuites entre jours   : "
               WS-NB-DISCONTINUITES
           DISPLAY "Ecritures non scellees       : " WS-NB-NON-SCELLEES
           DISPLAY "Ecarts avec les scellements  : "
               WS-NB-ECARTS-SCELLEMENT
           DISPLAY "Anomalies detectees          : " WS-NB-ANOMALIES
           DISPLAY "==================================================="
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       VERIFIER-ARCHIVES.
           MOVE "N" TO WS-EOF-SCELLEMENTS
           OPEN INPUT FICHIER-SCELLEMENTS
           IF WS-STATUT-SCELLEMENTS = "35"
               DISPLAY "Aucune archive scellee."
           ELSE
               PERFORM UNTIL WS-EOF-SCELLEMENTS = "O"
                   READ FICHIER-SCELLEMENTS
                       AT END
                           MOVE "O" TO WS-EOF-SCELLEMENTS
                       NOT AT END
                           PERFORM VERIFIER-JOURS-NON-SCELLES
                           PERFORM VERIFIER-UNE-ARCHIVE
                           MOVE SCL-DATE TO WS-DATE-SCELLEE-PRECEDENTE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FICHIER-SCELLEMENTS.

       VERIFIER-JOURS-NON-SCELLES.
           IF WS-DATE-SCELLEE-PRECEDENTE > 0
                   AND SCL-DATE > WS-DATE-SCELLEE-PRECEDENTE
               COMPUTE WS-JOUR-DEBUT = FUNCTION INTEGER-OF-DATE
                   (WS-DATE-SCELLEE-PRECEDENTE) + 1
               COMPUTE WS-JOUR-FIN =
                   FUNCTION INTEGER-OF-DATE (SCL-DATE) - 1
               PERFORM VARYING WS-JOUR-COURANT FROM WS-JOUR-DEBUT
                       BY 1 UNTIL WS-JOUR-COURANT > WS-JOUR-FIN
                   COMPUTE WS-DATE-ARCHIVE =
                       FUNCTION DATE-OF-INTEGER (WS-JOUR-COURANT)
                   PERFORM NOMMER-ARCHIVE
                   OPEN INPUT FICHIER-ARCHIVE
                   IF WS-STATUT-ARCHIVE NOT = "35"
                       MOVE "ARCHIVE NON SCELLEE" TO WS-LIBELLE-ANOMALIE
                       MOVE 0 TO WS-VALEUR-LUE
                       MOVE 0 TO WS-VALEUR-ATTENDUE
                       ADD 1 TO WS-NB-ECARTS-SCELLEMENT
                       PERFORM SIGNALER-ANOMALIE
                   END-IF
                   CLOSE FICHIER-ARCHIVE
               END-PERFORM
           END-IF.

       NOMMER-ARCHIVE.
           MOVE SPACES TO WS-NOM-ARCHIVE
           STRING "data/journal-" DELIMITED BY SIZE
               WS-DATE-ARCHIVE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVE
           MOVE SPACES TO WS-ORIGINE
           STRING "ARCHIVE " DELIMITED BY SIZE
               WS-DATE-ARCHIVE DELIMITED BY SIZE
               INTO WS-ORIGINE.

       VERIFIER-UNE-ARCHIVE.
           ADD 1 TO WS-NB-ARCHIVES
           MOVE SCL-DATE TO WS-DATE-ARCHIVE
           PERFORM NOMMER-ARCHIVE
           MOVE "N" TO WS-EOF-FICHIER
           MOVE "O" TO WS-PREMIERE-DU-FICHIER
           MOVE 0 TO WS-NB-LUES-FICHIER
           OPEN INPUT FICHIER-ARCHIVE
           IF WS-STATUT-ARCHIVE = "35"
               MOVE "ARCHIVE ABSENTE" TO WS-LIBELLE-ANOMALIE
               MOVE 0 TO WS-VALEUR-LUE
               MOVE SCL-NB-ECRITURES TO WS-VALEUR-ATTENDUE
               ADD 1 TO WS-NB-ECARTS-SCELLEMENT
               PERFORM SIGNALER-ANOMALIE
               IF SCL-DERNIERE-SEQUENCE > 0
                   MOVE SCL-DERNIERE-SEQUENCE TO WS-SEQ-PRECEDENTE
                   MOVE SCL-DERNIERE-EMPREINTE TO WS-EMP-PRECEDENTE
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF-FICHIER = "O"
                   READ FICHIER-ARCHIVE
                       AT END
                           MOVE "O" TO WS-EOF-FICHIER
                       NOT AT END
                           MOVE ENREGISTREMENT-ARCHIVE
                               TO ENREGISTREMENT-JOURNAL
                           PERFORM CONTROLER-ECRITURE
                   END-READ
               END-PERFORM
               PERFORM CONFRONTER-SCELLEMENT
           END-IF
           CLOSE FICHIER-ARCHIVE.

       CONFRONTER-SCELLEMENT.
           IF WS-NB-LUES-FICHIER NOT = SCL-NB-ECRITURES
               MOVE "NOMBRE D'ECRITURES" TO WS-LIBELLE-ANOMALIE
               MOVE WS-NB-LUES-FICHIER TO WS-VALEUR-LUE
               MOVE SCL-NB-ECRITURES TO WS-VALEUR-ATTENDUE
               ADD 1 TO WS-NB-ECARTS-SCELLEMENT
               PERFORM SIGNALER-ANOMALIE
           END-IF
           IF SCL-DERNIERE-SEQUENCE > 0
               IF WS-SEQ-PRECEDENTE NOT = SCL-DERNIERE-SEQUENCE
                   MOVE "FIN D'ARCHIVE" TO WS-LIBELLE-ANOMALIE
                   MOVE WS-SEQ-PRECEDENTE TO WS-VALEUR-LUE
                   MOVE SCL-DERNIERE-SEQUENCE TO WS-VALEUR-ATTENDUE
                   ADD 1 TO WS-NB-ECARTS-SCELLEMENT
                   PERFORM SIGNALER-ANOMALIE
               ELSE
                   IF WS-EMP-PRECEDENTE NOT = SCL-DERNIERE-EMPREINTE
                       MOVE "SCELLEMENT ROMPU" TO WS-LIBELLE-ANOMALIE
                       MOVE WS-EMP-PRECEDENTE TO WS-VALEUR-LUE
                       MOVE SCL-DERNIERE-EMPREINTE
                           TO WS-VALEUR-ATTENDUE
                       ADD 1 TO WS-NB-ECARTS-SCELLEMENT
                       PERFORM SIGNALER-ANOMALIE
                   END-IF
               END-IF
               MOVE SCL-DERNIERE-SEQUENCE TO WS-SEQ-PRECEDENTE
               MOVE SCL-DERNIERE-EMPREINTE TO WS-EMP-PRECEDENTE
           END-IF.

       VERIFIER-JOURNAL-VIF.
           MOVE "JOURNAL DU JOUR" TO WS-ORIGINE
           MOVE "N" TO WS-EOF-FICHIER
           MOVE "O" TO WS-PREMIERE-DU-FICHIER
           MOVE 0 TO WS-NB-LUES-FICHIER
           OPEN INPUT FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL = "35"
               DISPLAY "Aucun journal du jour."
           ELSE
               PERFORM UNTIL WS-EOF-FICHIER = "O"
                   READ FICHIER-JOURNAL
                       AT END
                           MOVE "O" TO WS-EOF-FICHIER
                       NOT AT END
                           PERFORM CONTROLER-ECRITURE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FICHIER-JOURNAL.

       CONTROLER-ECRITURE.
           ADD 1 TO WS-NB-LUES-FICHIER
           IF JRN-SEQUENCE IS NOT NUMERIC OR JRN-SEQUENCE = 0
               IF WS-SEQ-PRECEDENTE = 0
                   ADD 1 TO WS-NB-ANTERIEURES
               ELSE
                   MOVE "ECRITURE NON SCELLEE" TO WS-LIBELLE-ANOMALIE
                   MOVE 0 TO WS-VALEUR-LUE
                   COMPUTE WS-VALEUR-ATTENDUE = WS-SEQ-PRECEDENTE + 1
                   ADD 1 TO WS-NB-NON-SCELLEES
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           ELSE
               ADD 1 TO WS-NB-CONTROLEES
               COMPUTE WS-SEQ-ATTENDUE = WS-SEQ-PRECEDENTE + 1
               MOVE JRN-SEQUENCE TO WS-VALEUR-LUE
               MOVE WS-SEQ-ATTENDUE TO WS-VALEUR-ATTENDUE
               EVALUATE TRUE
                   WHEN JRN-SEQUENCE = WS-SEQ-ATTENDUE
                       PERFORM CALCULER-EMPREINTE
                       IF JRN-EMPREINTE IS NOT NUMERIC
                               OR WS-EMPREINTE NOT = JRN-EMPREINTE
                           MOVE "EMPREINTE ROMPUE"
                               TO WS-LIBELLE-ANOMALIE
                           ADD 1 TO WS-NB-RUPTURES
                           PERFORM SIGNALER-ANOMALIE
                       END-IF
                   WHEN JRN-SEQUENCE < WS-SEQ-ATTENDUE
                       MOVE "DOUBLON" TO WS-LIBELLE-ANOMALIE
                       ADD 1 TO WS-NB-DOUBLONS
                       PERFORM SIGNALER-ANOMALIE
                   WHEN WS-PREMIERE-DU-FICHIER = "O"
                           AND WS-SEQ-PRECEDENTE > 0
                       MOVE "DISCONTINUITE" TO WS-LIBELLE-ANOMALIE
                       ADD 1 TO WS-NB-DISCONTINUITES
                       PERFORM SIGNALER-ANOMALIE
                   WHEN OTHER
                       MOVE "TROU DE SEQUENCE" TO WS-LIBELLE-ANOMALIE
                       ADD 1 TO WS-NB-TROUS
                       PERFORM SIGNALER-ANOMALIE
               END-EVALUATE
               IF JRN-SEQUENCE > WS-SEQ-PRECEDENTE
                   MOVE JRN-SEQUENCE TO WS-SEQ-PRECEDENTE
                   MOVE JRN-EMPREINTE TO WS-EMP-PRECEDENTE
               END-IF
               MOVE "N" TO WS-PREMIERE-DU-FICHIER
           END-IF.

       CALCULER-EMPREINTE.
           MOVE ENREGISTREMENT-JOURNAL(1:78) TO WS-ZONE-DONNEES
           MOVE JRN-SEQUENCE TO WS-ZONE-SEQUENCE
           MOVE WS-EMP-PRECEDENTE TO WS-EMPREINTE
           PERFORM VARYING WS-RANG-OCTET FROM 1 BY 1
                   UNTIL WS-RANG-OCTET > 87
               COMPUTE WS-EMPREINTE = WS-EMPREINTE * 31
                   + FUNCTION ORD(WS-ZONE-EMPREINTE(WS-RANG-OCTET:1))
                   + WS-RANG-OCTET
               DIVIDE WS-EMPREINTE BY WS-MODULE-EMPREINTE
                   GIVING WS-QUOTIENT REMAINDER WS-RESTE
               MOVE WS-RESTE TO WS-EMPREINTE
           END-PERFORM.

       CONTROLER-SCEAU.
           MOVE "SCEAU" TO WS-ORIGINE
           OPEN INPUT FICHIER-SCEAU
           IF WS-STATUT-SCEAU = "35"
               IF WS-SEQ-PRECEDENTE > 0
                   MOVE "SCEAU ABSENT" TO WS-LIBELLE-ANOMALIE
                   MOVE 0 TO WS-VALEUR-LUE
                   MOVE WS-SEQ-PRECEDENTE TO WS-VALEUR-ATTENDUE
                   ADD 1 TO WS-NB-ECARTS-SCELLEMENT
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           ELSE
               READ FICHIER-SCEAU
                   AT END
                       MOVE 0 TO SCE-DERNIERE-SEQUENCE
                       MOVE 0 TO SCE-DERNIERE-EMPREINTE
               END-READ
               IF SCE-DERNIERE-SEQUENCE NOT = WS-SEQ-PRECEDENTE
                   MOVE "FIN DE CHAINE" TO WS-LIBELLE-ANOMALIE
                   MOVE WS-SEQ-PRECEDENTE TO WS-VALEUR-LUE
                   MOVE SCE-DERNIERE-SEQUENCE TO WS-VALEUR-ATTENDUE
                   ADD 1 TO WS-NB-ECARTS-SCELLEMENT
                   PERFORM SIGNALER-ANOMALIE
               ELSE
                   IF SCE-DERNIERE-EMPREINTE NOT = WS-EMP-PRECEDENTE
                       MOVE "EMPREINTE FINALE" TO WS-LIBELLE-ANOMALIE
                       MOVE WS-EMP-PRECEDENTE TO WS-VALEUR-LUE
                       MOVE SCE-DERNIERE-EMPREINTE
                           TO WS-VALEUR-ATTENDUE
                       ADD 1 TO WS-NB-ECARTS-SCELLEMENT
                       PERFORM SIGNALER-ANOMALIE
                   END-IF
               END-IF
           END-IF
           CLOSE FICHIER-SCEAU.

       SIGNALER-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES
           DISPLAY WS-LIBELLE-ANOMALIE " " WS-ORIGINE
               " lu " WS-VALEUR-LUE " attendu " WS-VALEUR-ATTENDUE.
       END PROGRAM verification.
