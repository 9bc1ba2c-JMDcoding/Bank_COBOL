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

       WORKING-STORAGE SECTION.
       01  WS-CHOIX           PIC 9 VALUE 0.
