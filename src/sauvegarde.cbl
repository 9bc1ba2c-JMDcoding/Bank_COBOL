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

       FD  FICHIER-CLIENTS.
       01  ENREGISTREMENT-CLIENT.
       01  ENREGISTREMENT-SAUVEGARDE PIC X(90).

       FD  FICHIER-ARCHIVE.
       01  ENREGISTREMENT-ARCHIVE PIC X(96).

       FD  FICHIER-CONTROLE.
       01  ENREGISTREMENT-CONTROLE.
           05  RUN-NB-TRAITES     PIC 9(5).
           05  RUN-DATE           PIC 9(8).
           05  RUN-HEURE          PIC 9(8).
           05  RUN-HASH-SOLDE     PIC S9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-CHOIX           PIC 9 VALUE 0.
       01  WS-CONFIRMATION    PIC X(01).
       01  WS-EOF-FICHIER     PIC X(01) VALUE "N".
       01  WS-NB-ENREGS       PIC 9(5) VALUE 0.
       01  WS-HASH-SOLDE      PIC S9(13)V99 VALUE 0.
       01  WS-ETIQUETTE       PIC X(10).
       01  WS-EXISTE          PIC X(01) VALUE "N".
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  ENREGISTREMENT-COMPTE-SVG.
           05  CPS-NUMERO        PIC 9(5).
           05  CPS-NOM           PIC A(20).
           05  CPS-SOLDE         PIC S9(7)V99.
           05  CPS-STATUT        PIC X(01).
           05  CPS-TYPE          PIC X(01).
           05  CPS-CLIENT        PIC 9(5).
           05  CPS-DECOUVERT     PIC 9(7)V99.

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

       01  TABLE-VERIFICATION.
           05  TV-NB-COMPTES      PIC 9(3) VALUE 0.
               WHEN "INTERET"
               WHEN "CTR-CREDIT"
               WHEN "CAT-CREDIT"
               WHEN "PRET-VERSE"
                   PERFORM LOCALISER-COMPTE-SVG
                   ADD JRN-MONTANT TO TV-SOLDE(TV-IDX)
                   ADD 1 TO WS-NB-REJOUEES
               WHEN "FRAIS"
               WHEN "CTR-DEBIT"
               WHEN "CAT-DEBIT"
               WHEN "AGIOS"
               WHEN "PRET-CAP"
               WHEN "PRET-INT"
                   PERFORM LOCALISER-COMPTE-SVG
                   SUBTRACT JRN-MONTANT FROM TV-SOLDE(TV-IDX)
                   ADD 1 TO WS-NB-REJOUEES
