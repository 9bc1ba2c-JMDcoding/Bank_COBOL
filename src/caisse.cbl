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
       01  WS-CHOIX           PIC 9 VALUE 0.
