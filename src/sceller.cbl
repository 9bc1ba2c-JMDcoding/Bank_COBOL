       IDENTIFICATION DIVISION.
       PROGRAM-ID. sceller.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-SCEAU ASSIGN TO "data/sceau.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SCEAU.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-SCEAU.
       01  ENREGISTREMENT-SCEAU.
           05  SCE-DERNIERE-SEQUENCE  PIC 9(9).
           05  SCE-DERNIERE-EMPREINTE PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-SCEAU    PIC X(02) VALUE "00".
       01  WS-SEQUENCE        PIC 9(9) VALUE 0.
       01  WS-EMPREINTE-PRECEDENTE PIC 9(9) VALUE 0.
       01  WS-EMPREINTE       PIC 9(12) VALUE 0.
       01  WS-QUOTIENT        PIC 9(12) VALUE 0.
       01  WS-RESTE           PIC 9(12) VALUE 0.
       01  WS-RANG-OCTET      PIC 9(3) VALUE 0.
       01  WS-MODULE-EMPREINTE PIC 9(9) VALUE 999999937.
       01  WS-ZONE-EMPREINTE.
           05  WS-ZONE-DONNEES    PIC X(78).
           05  WS-ZONE-SEQUENCE   PIC 9(9).

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING ENREGISTREMENT-JOURNAL.
       DEBUT.
           PERFORM LIRE-SCEAU
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO JRN-SEQUENCE
           PERFORM CALCULER-EMPREINTE
           MOVE WS-EMPREINTE TO JRN-EMPREINTE
           PERFORM ECRIRE-SCEAU
           GOBACK.

       LIRE-SCEAU.
           MOVE 0 TO WS-SEQUENCE
           MOVE 0 TO WS-EMPREINTE-PRECEDENTE
           OPEN INPUT FICHIER-SCEAU
           IF WS-STATUT-SCEAU = "35"
               CLOSE FICHIER-SCEAU
           ELSE
               READ FICHIER-SCEAU
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SCE-DERNIERE-SEQUENCE TO WS-SEQUENCE
                       MOVE SCE-DERNIERE-EMPREINTE
                           TO WS-EMPREINTE-PRECEDENTE
               END-READ
               CLOSE FICHIER-SCEAU
           END-IF.

       CALCULER-EMPREINTE.
           MOVE ENREGISTREMENT-JOURNAL(1:78) TO WS-ZONE-DONNEES
           MOVE JRN-SEQUENCE TO WS-ZONE-SEQUENCE
           MOVE WS-EMPREINTE-PRECEDENTE TO WS-EMPREINTE
           PERFORM VARYING WS-RANG-OCTET FROM 1 BY 1
                   UNTIL WS-RANG-OCTET > 87
               COMPUTE WS-EMPREINTE = WS-EMPREINTE * 31
                   + FUNCTION ORD(WS-ZONE-EMPREINTE(WS-RANG-OCTET:1))
                   + WS-RANG-OCTET
               DIVIDE WS-EMPREINTE BY WS-MODULE-EMPREINTE
                   GIVING WS-QUOTIENT REMAINDER WS-RESTE
               MOVE WS-RESTE TO WS-EMPREINTE
           END-PERFORM.

       ECRIRE-SCEAU.
           OPEN OUTPUT FICHIER-SCEAU
           MOVE JRN-SEQUENCE TO SCE-DERNIERE-SEQUENCE
           MOVE JRN-EMPREINTE TO SCE-DERNIERE-EMPREINTE
           WRITE ENREGISTREMENT-SCEAU
           CLOSE FICHIER-SCEAU.
       END PROGRAM sceller.
