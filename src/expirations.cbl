       IDENTIFICATION DIVISION.
       PROGRAM-ID. expirations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-VALIDATIONS
               ASSIGN TO "data/validations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLE
               FILE STATUS IS WS-STATUT-VALIDATIONS.

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

       WORKING-STORAGE SECTION.
       01  WS-AUJOURDHUI      PIC 9(8).
       01  WS-AGE             PIC S9(5).
       01  WS-DELAI-VALIDATION PIC 9(3) VALUE 5.
       01  WS-EOF-VALIDATIONS PIC X(01) VALUE "N".
       01  WS-STATUT-VALIDATIONS PIC X(02) VALUE "00".
       01  WS-NB-EXPIREES     PIC 9(4) VALUE 0.
       01  WS-NB-EN-ATTENTE   PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT WS-AUJOURDHUI FROM DATE YYYYMMDD
           DISPLAY "==================================================="
           DISPLAY "   MODIFICATIONS EN ATTENTE DE VALIDATION"
           DISPLAY "   Date du jour : " WS-AUJOURDHUI
           DISPLAY "   Delai de validation : " WS-DELAI-VALIDATION
               " jour(s)"
           DISPLAY "==================================================="
           OPEN I-O FICHIER-VALIDATIONS
           IF WS-STATUT-VALIDATIONS = "35"
               DISPLAY "Aucune demande de modification enregistree."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY " "
           DISPLAY "--- DEMANDES EXPIREES ---"
           PERFORM UNTIL WS-EOF-VALIDATIONS = "O"
               READ FICHIER-VALIDATIONS NEXT RECORD
                   AT END
                       MOVE "O" TO WS-EOF-VALIDATIONS
                   NOT AT END
                       PERFORM EXAMINER-DEMANDE
               END-READ
           END-PERFORM
           IF WS-NB-EXPIREES = 0
               DISPLAY "  (aucune)"
           END-IF
           CLOSE FICHIER-VALIDATIONS
           PERFORM LISTER-EN-ATTENTE
           DISPLAY "==================================================="
           DISPLAY "Demandes expirees ce jour : " WS-NB-EXPIREES
           DISPLAY "Demandes en attente       : " WS-NB-EN-ATTENTE
           DISPLAY "==================================================="
           MOVE 0 TO RETURN-CODE
           GOBACK.

       EXAMINER-DEMANDE.
           IF VALIDATION-EN-ATTENTE
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI)
                   - FUNCTION INTEGER-OF-DATE(VAL-DATE)
               IF WS-AGE > WS-DELAI-VALIDATION
                   MOVE "X" TO VAL-STATUT
                   MOVE SPACES TO VAL-VALIDEUR
                   MOVE WS-AUJOURDHUI TO VAL-DATE-DECISION
                   MOVE "DELAI DE VALIDATION DEPASSE" TO VAL-MOTIF
                   REWRITE ENREGISTREMENT-VALIDATION
               END-IF
           END-IF
           IF VALIDATION-EXPIREE
               AND VAL-DATE-DECISION = WS-AUJOURDHUI
               ADD 1 TO WS-NB-EXPIREES
               DISPLAY "  " VAL-DATE "-" VAL-HEURE
                   " " VAL-OBJET " " VAL-ACTION " " VAL-CIBLE
                   " demandee par " VAL-DEMANDEUR
           END-IF.

       LISTER-EN-ATTENTE.
           DISPLAY " "
           DISPLAY "--- DEMANDES TOUJOURS EN ATTENTE ---"
           MOVE "N" TO WS-EOF-VALIDATIONS
           OPEN INPUT FICHIER-VALIDATIONS
           PERFORM UNTIL WS-EOF-VALIDATIONS = "O"
               READ FICHIER-VALIDATIONS NEXT RECORD
                   AT END
                       MOVE "O" TO WS-EOF-VALIDATIONS
                   NOT AT END
                       IF VALIDATION-EN-ATTENTE
                           ADD 1 TO WS-NB-EN-ATTENTE
                           COMPUTE WS-AGE =
                               FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI)
                               - FUNCTION INTEGER-OF-DATE(VAL-DATE)
                           DISPLAY "  " VAL-DATE "-" VAL-HEURE
                               " " VAL-OBJET " " VAL-ACTION
                               " " VAL-CIBLE
                               " demandee par " VAL-DEMANDEUR
                               " age " WS-AGE " j"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-VALIDATIONS
           IF WS-NB-EN-ATTENTE = 0
               DISPLAY "  (aucune)"
           END-IF.
       END PROGRAM expirations.
