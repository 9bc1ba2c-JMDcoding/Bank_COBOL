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

       WORKING-STORAGE SECTION.
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
           05  TC-NB-ENTREES      PIC 9(4) VALUE 0.
           05  TC-ENTREE OCCURS 500 TIMES INDEXED BY TC-IDX.
               10  TC-NUMERO      PIC 9(5).
               10  TC-OUVERTURE   PIC S9(7)V99.
               10  TC-DEPOTS      PIC 9(7)V99.
               10  TC-RETRAITS    PIC 9(7)V99.
               10  TC-CHEQUES     PIC 9(7)V99.
               10  TC-VIR-DEBITS  PIC 9(7)V99.
               10  TC-CTR-CREDITS PIC 9(7)V99.
               10  TC-CTR-DEBITS  PIC 9(7)V99.
               10  TC-AGIOS       PIC 9(7)V99.
               10  TC-PRET-CREDITS PIC 9(7)V99.
               10  TC-PRET-DEBITS PIC 9(7)V99.

       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-TABLE-PLEINE    PIC X(01) VALUE "N".
       01  WS-CLOTURE-ATTENDUE PIC S9(7)V99.
       01  WS-NB-ANOMALIES    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
               IF JRN-TYPE = "CTR-DEBIT"
                   ADD JRN-MONTANT TO TC-CTR-DEBITS(TC-IDX)
               END-IF
               IF JRN-TYPE = "AGIOS"
                   ADD JRN-MONTANT TO TC-AGIOS(TC-IDX)
               END-IF
               IF JRN-TYPE = "PRET-VERSE"
                   ADD JRN-MONTANT TO TC-PRET-CREDITS(TC-IDX)
               END-IF
               IF JRN-TYPE = "PRET-CAP" OR JRN-TYPE = "PRET-INT"
                   ADD JRN-MONTANT TO TC-PRET-DEBITS(TC-IDX)
               END-IF
           END-IF.

       LOCALISER-ENTREE.
                   MOVE 0 TO TC-VIR-DEBITS(TC-IDX)
                   MOVE 0 TO TC-CTR-CREDITS(TC-IDX)
                   MOVE 0 TO TC-CTR-DEBITS(TC-IDX)
                   MOVE 0 TO TC-AGIOS(TC-IDX)
                   MOVE 0 TO TC-PRET-CREDITS(TC-IDX)
                   MOVE 0 TO TC-PRET-DEBITS(TC-IDX)
               ELSE
                   MOVE "O" TO WS-TABLE-PLEINE
                   DISPLAY "  *** ATTENTION : table de cumuls pleine "
                   MOVE 0 TO TC-VIR-DEBITS(TC-IDX)
                   MOVE 0 TO TC-CTR-CREDITS(TC-IDX)
                   MOVE 0 TO TC-CTR-DEBITS(TC-IDX)
                   MOVE 0 TO TC-AGIOS(TC-IDX)
                   MOVE 0 TO TC-PRET-CREDITS(TC-IDX)
                   MOVE 0 TO TC-PRET-DEBITS(TC-IDX)
               ELSE
                   MOVE "O" TO WS-TABLE-PLEINE
                   DISPLAY "  *** ATTENTION : table de cumuls pleine "
                       + TC-INTERETS(TC-IDX) + TC-VIR-CREDITS(TC-IDX)
                       + TC-CTR-CREDITS(TC-IDX)
                       + TC-CAT-CREDITS(TC-IDX)
                       + TC-PRET-CREDITS(TC-IDX)
                       - TC-RETRAITS(TC-IDX) - TC-VIR-DEBITS(TC-IDX)
                       - TC-CHEQUES(TC-IDX) - TC-VIR-EXTS(TC-IDX)
                       - TC-FRAIS(TC-IDX) - TC-CAT-DEBITS(TC-IDX)
                       - TC-CTR-DEBITS(TC-IDX) - TC-AGIOS(TC-IDX)
                       - TC-PRET-DEBITS(TC-IDX)
               DISPLAY "Compte " NUMERO-COMPTE
                   " ouverture=" TC-OUVERTURE(TC-IDX)
                   " depots=" TC-DEPOTS(TC-IDX)
                   " vir-debits=" TC-VIR-DEBITS(TC-IDX)
                   " ctr-credits=" TC-CTR-CREDITS(TC-IDX)
                   " ctr-debits=" TC-CTR-DEBITS(TC-IDX)
                   " agios=" TC-AGIOS(TC-IDX)
                   " pret-credits=" TC-PRET-CREDITS(TC-IDX)
                   " pret-debits=" TC-PRET-DEBITS(TC-IDX)
                   " cloture=" SOLDE
               IF WS-CLOTURE-ATTENDUE NOT = SOLDE
                   DISPLAY "  *** ANOMALIE : cloture attendue "
