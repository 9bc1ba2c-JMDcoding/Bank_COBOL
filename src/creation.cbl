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

       FD  FICHIER-CLIENTS.
       01  ENREGISTREMENT-CLIENT.
           MOVE "A" TO STATUT-COMPTE
           MOVE WS-TYPE-COMPTE TO TYPE-COMPTE
           MOVE WS-NUMERO-CLIENT TO NUMERO-CLIENT
           MOVE 0 TO DECOUVERT-AUTORISE
           WRITE ENREGISTREMENT-COMPTE
           CLOSE FICHIER-COMPTES
           PERFORM ENREGISTRER-JOURNAL
               CLOSE FICHIER-JOURNAL
               OPEN EXTEND FICHIER-JOURNAL
           END-IF
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           CLOSE FICHIER-JOURNAL.
       END PROGRAM creation.
