           05  RUN-NB-TRAITES     PIC 9(5).
           05  RUN-DATE           PIC 9(8).
           05  RUN-HEURE          PIC 9(8).
           05  RUN-HASH-SOLDE     PIC S9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-OPERATEUR       PIC X(08).

       01  TABLE-ETAPES.
           05  ET-NB-ETAPES       PIC 9(2) VALUE 0.
           05  ET-ETAPE OCCURS 15 TIMES INDEXED BY ET-IDX.
               10  ET-PROGRAMME   PIC X(14).
               10  ET-CLE         PIC X(10).
               10  ET-MENSUEL     PIC X(01).
           END-IF.

       CHARGER-ETAPES.
           MOVE 15 TO ET-NB-ETAPES
           MOVE "deblocage" TO ET-PROGRAMME(1)
           MOVE "CH-DEBLOCA" TO ET-CLE(1)
           MOVE "N" TO ET-MENSUEL(1)
           MOVE "echeances" TO ET-PROGRAMME(2)
           MOVE "CH-ECHEANC" TO ET-CLE(2)
           MOVE "N" TO ET-MENSUEL(2)
           MOVE "lot" TO ET-PROGRAMME(3)
           MOVE "CH-LOT" TO ET-CLE(3)
           MOVE "N" TO ET-MENSUEL(3)
           MOVE "reglement" TO ET-PROGRAMME(4)
           MOVE "CH-REGLEME" TO ET-CLE(4)
           MOVE "N" TO ET-MENSUEL(4)
           MOVE "reconciliation" TO ET-PROGRAMME(5)
           MOVE "CH-RECONCI" TO ET-CLE(5)
           MOVE "N" TO ET-MENSUEL(5)
           MOVE "derogations" TO ET-PROGRAMME(6)
           MOVE "CH-DEROGAT" TO ET-CLE(6)
           MOVE "N" TO ET-MENSUEL(6)
           MOVE "vigilance" TO ET-PROGRAMME(7)
           MOVE "CH-VIGILAN" TO ET-CLE(7)
           MOVE "N" TO ET-MENSUEL(7)
           MOVE "expirations" TO ET-PROGRAMME(8)
           MOVE "CH-EXPIRAT" TO ET-CLE(8)
           MOVE "N" TO ET-MENSUEL(8)
           MOVE "arrete" TO ET-PROGRAMME(9)
           MOVE "CH-ARRETE" TO ET-CLE(9)
           MOVE "N" TO ET-MENSUEL(9)
           MOVE "verification" TO ET-PROGRAMME(10)
           MOVE "CH-VERIFIC" TO ET-CLE(10)
           MOVE "N" TO ET-MENSUEL(10)
           MOVE "grandlivre" TO ET-PROGRAMME(11)
           MOVE "CH-GRANDLI" TO ET-CLE(11)
           MOVE "N" TO ET-MENSUEL(11)
           MOVE "interets" TO ET-PROGRAMME(12)
           MOVE "CH-INTERET" TO ET-CLE(12)
           MOVE "O" TO ET-MENSUEL(12)
           MOVE "frais" TO ET-PROGRAMME(13)
           MOVE "CH-FRAIS" TO ET-CLE(13)
           MOVE "O" TO ET-MENSUEL(13)
           MOVE "mensualites" TO ET-PROGRAMME(14)
           MOVE "CH-MENSUAL" TO ET-CLE(14)
           MOVE "O" TO ET-MENSUEL(14)
           MOVE "agios" TO ET-PROGRAMME(15)
           MOVE "CH-AGIOS" TO ET-CLE(15)
           MOVE "O" TO ET-MENSUEL(15)
           PERFORM VARYING ET-IDX FROM 1 BY 1
                   UNTIL ET-IDX > ET-NB-ETAPES
               MOVE "NON LANCE" TO ET-RESULTAT(ET-IDX)
