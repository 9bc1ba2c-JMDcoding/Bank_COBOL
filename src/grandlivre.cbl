       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-ARCHIVE.
       01  ENREGISTREMENT-ARCHIVE PIC X(96).

       FD  FICHIER-PLAN.
       01  ENREGISTREMENT-PLAN.
           05  RUN-NB-TRAITES     PIC 9(5).
           05  RUN-DATE           PIC 9(8).
           05  RUN-HEURE          PIC 9(8).
           05  RUN-HASH-SOLDE     PIC S9(13)V99.

       FD  FICHIER-OPERATEURS.
       01  ENREGISTREMENT-OPERATEUR.
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

       01  TABLE-BALANCE.
           05  TB-NB-COMPTES      PIC 9(2) VALUE 0.
               OPEN I-O FICHIER-PLAN
               DISPLAY "Aucun plan comptable n'existait : le plan "
                   "par defaut a ete cree."
           ELSE
               PERFORM COMPLETER-PLAN-COMPTABLE
           END-IF.

       CREER-PLAN-INITIAL.
           WRITE ENREGISTREMENT-PLAN
           MOVE 70100 TO PLA-NUMERO
           MOVE "COMMISSIONS PERCUES" TO PLA-LIBELLE
           WRITE ENREGISTREMENT-PLAN
           PERFORM COMPLETER-PLAN-COMPTABLE.

       COMPLETER-PLAN-COMPTABLE.
           MOVE 70200 TO PLA-NUMERO
           MOVE "INTERETS DEBITEURS PERCUS" TO PLA-LIBELLE
           WRITE ENREGISTREMENT-PLAN
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE 30100 TO PLA-NUMERO
           MOVE "PRETS A LA CLIENTELE" TO PLA-LIBELLE
           WRITE ENREGISTREMENT-PLAN
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE 70300 TO PLA-NUMERO
           MOVE "INTERETS SUR PRETS" TO PLA-LIBELLE
           WRITE ENREGISTREMENT-PLAN
               INVALID KEY
                   CONTINUE
           END-WRITE.

       DEVERSER-JOURNAL.
           MOVE SPACES TO WS-NOM-ARCHIVE
                   WHEN "FRAIS"
                       MOVE 20100 TO WS-COMPTE-GL-DEBIT
                       MOVE 70100 TO WS-COMPTE-GL-CREDIT
                   WHEN "AGIOS"
                       MOVE 20100 TO WS-COMPTE-GL-DEBIT
                       MOVE 70200 TO WS-COMPTE-GL-CREDIT
                   WHEN "PRET-VERSE"
                       MOVE 30100 TO WS-COMPTE-GL-DEBIT
                       MOVE 20100 TO WS-COMPTE-GL-CREDIT
                   WHEN "PRET-CAP"
                       MOVE 20100 TO WS-COMPTE-GL-DEBIT
                       MOVE 30100 TO WS-COMPTE-GL-CREDIT
                   WHEN "PRET-INT"
                       MOVE 20100 TO WS-COMPTE-GL-DEBIT
                       MOVE 70300 TO WS-COMPTE-GL-CREDIT
                   WHEN "CAT-DEBIT"
                       MOVE 20100 TO WS-COMPTE-GL-DEBIT
                       MOVE 20200 TO WS-COMPTE-GL-CREDIT
