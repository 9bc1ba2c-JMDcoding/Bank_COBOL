           05  RUN-NB-TRAITES     PIC 9(5).
           05  RUN-DATE           PIC 9(8).
           05  RUN-HEURE          PIC 9(8).
           05  RUN-HASH-SOLDE     PIC S9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-STATUT-SESSION     PIC X(02) VALUE "00".
