       IDENTIFICATION DIVISION.
       PROGRAM-ID. prets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-PRETS ASSIGN TO "data/prets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-NUMERO
               FILE STATUS IS WS-STATUT-PRETS.
           SELECT FICHIER-IMPAYES ASSIGN TO "data/impayespret.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMP-CLE
               FILE STATUS IS WS-STATUT-IMPAYES.
           SELECT FICHIER-COMPTES ASSIGN TO "data/comptes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               ALTERNATE RECORD KEY IS NOM-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-STATUT-COMPTES.
           SELECT FICHIER-JOURNAL ASSIGN TO "data/journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-PRETS.
       01  ENREGISTREMENT-PRET.
           05  PRT-NUMERO        PIC 9(5).
           05  PRT-CLIENT        PIC 9(5).
           05  PRT-COMPTE        PIC 9(5).
           05  PRT-CAPITAL       PIC 9(7)V99.
           05  PRT-TAUX          PIC 9V9(4).
           05  PRT-DUREE         PIC 9(3).
           05  PRT-DATE-DEBUT    PIC 9(8).
           05  PRT-MENSUALITE    PIC 9(7)V99.
           05  PRT-CAPITAL-RESTANT PIC 9(7)V99.
           05  PRT-NB-ECHEANCES  PIC 9(3).
           05  PRT-NB-IMPAYES    PIC 9(3).
           05  PRT-MONTANT-IMPAYE PIC 9(7)V99.
           05  PRT-STATUT        PIC X(01).
               88  PRET-ACTIF        VALUE "A".
               88  PRET-SOLDE        VALUE "S".

       FD  FICHIER-IMPAYES.
       01  ENREGISTREMENT-IMPAYE.
           05  IMP-CLE.
               10  IMP-PRET       PIC 9(5).
               10  IMP-ECHEANCE   PIC 9(3).
           05  IMP-COMPTE         PIC 9(5).
           05  IMP-CLIENT         PIC 9(5).
           05  IMP-DATE           PIC 9(8).
           05  IMP-CAPITAL        PIC 9(7)V99.
           05  IMP-INTERET        PIC 9(7)V99.
           05  IMP-STATUT         PIC X(01).
               88  IMPAYE-EN-COURS   VALUE "I".
               88  IMPAYE-REGULARISE VALUE "R".
           05  IMP-DATE-REGUL     PIC 9(8).

       FD  FICHIER-COMPTES.
       01  ENREGISTREMENT-COMPTE.
           05  NUMERO-COMPTE     PIC 9(5).
           05  NOM-CLIENT        PIC A(20).
           05  SOLDE             PIC S9(7)V99.
           05  STATUT-COMPTE     PIC X(01).
               88  COMPTE-ACTIF      VALUE "A".
               88  COMPTE-CLOTURE    VALUE "C".
               88  COMPTE-GELE       VALUE "F".
               88  COMPTE-DORMANT    VALUE "D".
           05  TYPE-COMPTE       PIC X(01).
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
       01  WS-CHOIX           PIC 9 VALUE 0.
       01  WS-NUMERO          PIC 9(5).
       01  WS-COMPTE          PIC 9(5).
       01  WS-CLIENT          PIC 9(5).
       01  WS-CAPITAL         PIC 9(7)V99.
       01  WS-TAUX            PIC 9V9(4).
       01  WS-DUREE           PIC 9(3).
       01  WS-SOLDE-APRES     PIC S9(7)V99.
       01  WS-TAUX-MENSUEL    PIC 9V9(10).
       01  WS-FACTEUR         PIC 9(5)V9(10).
       01  WS-MENSUALITE      PIC 9(7)V99.
       01  WS-RESTANT         PIC 9(7)V99.
       01  WS-INTERET         PIC 9(7)V99.
       01  WS-PART-CAPITAL    PIC 9(7)V99.
       01  WS-ECHEANCE        PIC 9(7)V99.
       01  WS-TOTAL-INTERETS  PIC 9(9)V99.
       01  WS-TOTAL-IMPAYES   PIC 9(9)V99.
       01  WS-MONTANT-IMPAYE  PIC 9(7)V99.
       01  WS-RANG            PIC 9(3).
       01  WS-NB-PRETS        PIC 9(4) VALUE 0.
       01  WS-NB-IMPAYES      PIC 9(4) VALUE 0.
       01  WS-TROUVE          PIC X(01) VALUE "N".
       01  WS-ERREUR          PIC X(01) VALUE "N".
       01  WS-EOF-PRETS       PIC X(01) VALUE "N".
       01  WS-EOF-IMPAYES     PIC X(01) VALUE "N".
       01  WS-DATE-DEBUT.
           05  WS-DEB-AAAA        PIC 9(4).
           05  WS-DEB-MM          PIC 9(2).
           05  WS-DEB-JJ          PIC 9(2).
       01  WS-MOIS-ECHEANCE.
           05  WS-ECH-AAAA        PIC 9(4).
           05  WS-ECH-MM          PIC 9(2).
       01  WS-STATUT-PRETS    PIC X(02) VALUE "00".
       01  WS-STATUT-IMPAYES  PIC X(02) VALUE "00".
       01  WS-STATUT-COMPTES  PIC X(02) VALUE "00".
       01  WS-STATUT-JOURNAL  PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01  OPERATEUR-SIGNE    PIC X(08).
       01  NIVEAU-SIGNE       PIC 9(01).

       PROCEDURE DIVISION USING OPERATEUR-SIGNE NIVEAU-SIGNE.
       DEBUT.
           DISPLAY "=== GESTION DES PRETS PERSONNELS ==="
           MOVE 0 TO WS-CHOIX
           PERFORM UNTIL WS-CHOIX >= 1 AND WS-CHOIX <= 5
               DISPLAY "1. Mettre en place un pret"
               DISPLAY "2. Editer le tableau d'amortissement"
               DISPLAY "3. Lister les prets"
               DISPLAY "4. Rapport des impayes"
               DISPLAY "5. Retour au menu principal"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-CHOIX
               IF WS-CHOIX < 1 OR WS-CHOIX > 5
                   DISPLAY "Choix invalide, reessayez."
               END-IF
           END-PERFORM
           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM METTRE-EN-PLACE
               WHEN 2
                   PERFORM CONSULTER-TABLEAU
               WHEN 3
                   PERFORM LISTER-PRETS
               WHEN 4
                   PERFORM RAPPORT-IMPAYES
           END-EVALUATE
           GOBACK.

       METTRE-EN-PLACE.
           DISPLAY "    (mise en place reservee aux superviseurs)"
           IF NIVEAU-SIGNE < 2
               DISPLAY "Acces refuse : cette fonction est reservee "
                   "aux superviseurs."
               GOBACK
           END-IF
           DISPLAY "Entrez le numero du pret : " WITH NO ADVANCING
           ACCEPT WS-NUMERO
           DISPLAY "Entrez le compte de remboursement : "
               WITH NO ADVANCING
           ACCEPT WS-COMPTE
           DISPLAY "Entrez le capital emprunte : " WITH NO ADVANCING
           ACCEPT WS-CAPITAL
           DISPLAY "Entrez le taux annuel (ex. 0.0450) : "
               WITH NO ADVANCING
           ACCEPT WS-TAUX
           DISPLAY "Entrez la duree en mois (1 a 360) : "
               WITH NO ADVANCING
           ACCEPT WS-DUREE
           IF WS-CAPITAL = 0
               DISPLAY "Erreur : le capital doit etre superieur a "
                   "zero."
               GOBACK
           END-IF
           IF WS-DUREE = 0 OR WS-DUREE > 360
               DISPLAY "Erreur : la duree doit etre comprise entre "
                   "1 et 360 mois."
               GOBACK
           END-IF
           OPEN I-O FICHIER-PRETS
           IF WS-STATUT-PRETS = "35"
               OPEN OUTPUT FICHIER-PRETS
               CLOSE FICHIER-PRETS
               OPEN I-O FICHIER-PRETS
           END-IF
           MOVE "N" TO WS-TROUVE
           MOVE WS-NUMERO TO PRT-NUMERO
           READ FICHIER-PRETS
               INVALID KEY
                   MOVE "N" TO WS-TROUVE
               NOT INVALID KEY
                   MOVE "O" TO WS-TROUVE
           END-READ
           IF WS-TROUVE = "O"
               DISPLAY "Erreur : le pret " WS-NUMERO
                   " existe deja. Creation refusee."
               CLOSE FICHIER-PRETS
               GOBACK
           END-IF
           PERFORM CALCULER-MENSUALITE
           PERFORM VERSER-CAPITAL
           CLOSE FICHIER-PRETS
           IF WS-ERREUR = "O"
               GOBACK
           END-IF
           PERFORM ENREGISTRER-JOURNAL
           DISPLAY "Pret " WS-NUMERO " mis en place : capital "
               WS-CAPITAL " verse sur le compte " WS-COMPTE "."
           PERFORM EDITER-TABLEAU.

       ECRIRE-PRET.
           MOVE WS-NUMERO TO PRT-NUMERO
           MOVE WS-CLIENT TO PRT-CLIENT
           MOVE WS-COMPTE TO PRT-COMPTE
           MOVE WS-CAPITAL TO PRT-CAPITAL
           MOVE WS-TAUX TO PRT-TAUX
           MOVE WS-DUREE TO PRT-DUREE
           ACCEPT WS-DATE-DEBUT FROM DATE YYYYMMDD
           MOVE WS-DATE-DEBUT TO PRT-DATE-DEBUT
           MOVE WS-MENSUALITE TO PRT-MENSUALITE
           MOVE WS-CAPITAL TO PRT-CAPITAL-RESTANT
           MOVE 0 TO PRT-NB-ECHEANCES
           MOVE 0 TO PRT-NB-IMPAYES
           MOVE 0 TO PRT-MONTANT-IMPAYE
           MOVE "A" TO PRT-STATUT
           WRITE ENREGISTREMENT-PRET
               INVALID KEY
                   MOVE "O" TO WS-ERREUR
                   DISPLAY "Erreur : le pret " WS-NUMERO
                       " n'a pas pu etre enregistre (statut "
                       WS-STATUT-PRETS "). Capital non verse."
           END-WRITE.

       CALCULER-MENSUALITE.
           IF WS-TAUX = 0
               COMPUTE WS-MENSUALITE ROUNDED = WS-CAPITAL / WS-DUREE
           ELSE
               COMPUTE WS-TAUX-MENSUEL ROUNDED = WS-TAUX / 12
               COMPUTE WS-FACTEUR ROUNDED =
                   (1 + WS-TAUX-MENSUEL) ** WS-DUREE
               COMPUTE WS-MENSUALITE ROUNDED =
                   WS-CAPITAL * WS-TAUX-MENSUEL * WS-FACTEUR
                       / (WS-FACTEUR - 1)
           END-IF.

       VERSER-CAPITAL.
           MOVE "N" TO WS-ERREUR
           OPEN I-O FICHIER-COMPTES
           IF WS-STATUT-COMPTES = "35"
               CLOSE FICHIER-COMPTES
               MOVE "O" TO WS-ERREUR
               DISPLAY "Erreur : aucun compte n'existe encore."
           ELSE
               MOVE "N" TO WS-TROUVE
               MOVE WS-COMPTE TO NUMERO-COMPTE
               READ FICHIER-COMPTES
                   INVALID KEY
                       MOVE "N" TO WS-TROUVE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
               END-READ
               IF WS-TROUVE = "N"
                   MOVE "O" TO WS-ERREUR
                   DISPLAY "Erreur : le compte " WS-COMPTE
                       " est introuvable."
               ELSE
                   IF NOT COMPTE-ACTIF OR NOT COMPTE-COURANT
                       MOVE "O" TO WS-ERREUR
                       DISPLAY "Erreur : le compte " WS-COMPTE
                           " doit etre un compte courant actif."
                   ELSE
                       MOVE NUMERO-CLIENT TO WS-CLIENT
                       PERFORM ECRIRE-PRET
                       IF WS-ERREUR = "N"
                           ADD WS-CAPITAL TO SOLDE
                           MOVE SOLDE TO WS-SOLDE-APRES
                           REWRITE ENREGISTREMENT-COMPTE
                       END-IF
                   END-IF
               END-IF
               CLOSE FICHIER-COMPTES
           END-IF.

       CONSULTER-TABLEAU.
           DISPLAY "Entrez le numero du pret : " WITH NO ADVANCING
           ACCEPT WS-NUMERO
           MOVE "N" TO WS-TROUVE
           OPEN INPUT FICHIER-PRETS
           IF WS-STATUT-PRETS = "35"
               CLOSE FICHIER-PRETS
           ELSE
               MOVE WS-NUMERO TO PRT-NUMERO
               READ FICHIER-PRETS
                   INVALID KEY
                       MOVE "N" TO WS-TROUVE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
               END-READ
               CLOSE FICHIER-PRETS
           END-IF
           IF WS-TROUVE = "N"
               DISPLAY "Erreur : le pret " WS-NUMERO
                   " est introuvable."
           ELSE
               PERFORM EDITER-TABLEAU
           END-IF.

       EDITER-TABLEAU.
           DISPLAY "==================================================="
           DISPLAY "   TABLEAU D'AMORTISSEMENT DU PRET " PRT-NUMERO
           DISPLAY "==================================================="
           DISPLAY "Client " PRT-CLIENT " compte " PRT-COMPTE
           DISPLAY "Capital " PRT-CAPITAL " taux " PRT-TAUX
               " duree " PRT-DUREE " mois"
           DISPLAY "Mensualite " PRT-MENSUALITE
               " echeances traitees " PRT-NB-ECHEANCES
               " statut " PRT-STATUT
           MOVE PRT-CAPITAL TO WS-RESTANT
           MOVE 0 TO WS-TOTAL-INTERETS
           MOVE PRT-DATE-DEBUT TO WS-DATE-DEBUT
           MOVE WS-DEB-AAAA TO WS-ECH-AAAA
           MOVE WS-DEB-MM TO WS-ECH-MM
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > PRT-DUREE
               PERFORM CALCULER-ECHEANCE
               ADD 1 TO WS-ECH-MM
               IF WS-ECH-MM > 12
                   MOVE 1 TO WS-ECH-MM
                   ADD 1 TO WS-ECH-AAAA
               END-IF
               ADD WS-INTERET TO WS-TOTAL-INTERETS
               DISPLAY "  " WS-RANG " " WS-MOIS-ECHEANCE
                   " echeance=" WS-ECHEANCE
                   " capital=" WS-PART-CAPITAL
                   " interet=" WS-INTERET
                   " restant du=" WS-RESTANT
           END-PERFORM
           DISPLAY "Cout total du credit : " WS-TOTAL-INTERETS.

       CALCULER-ECHEANCE.
           COMPUTE WS-INTERET ROUNDED = WS-RESTANT * PRT-TAUX / 12
           IF WS-RANG = PRT-DUREE
               MOVE WS-RESTANT TO WS-PART-CAPITAL
           ELSE
               COMPUTE WS-PART-CAPITAL = PRT-MENSUALITE - WS-INTERET
               IF WS-PART-CAPITAL > WS-RESTANT
                   MOVE WS-RESTANT TO WS-PART-CAPITAL
               END-IF
           END-IF
           COMPUTE WS-ECHEANCE = WS-PART-CAPITAL + WS-INTERET
           SUBTRACT WS-PART-CAPITAL FROM WS-RESTANT.

       LISTER-PRETS.
           MOVE "N" TO WS-EOF-PRETS
           MOVE 0 TO WS-NB-PRETS
           OPEN INPUT FICHIER-PRETS
           IF WS-STATUT-PRETS = "35"
               CLOSE FICHIER-PRETS
               DISPLAY "Aucun pret n'existe encore."
           ELSE
               PERFORM UNTIL WS-EOF-PRETS = "O"
                   READ FICHIER-PRETS NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-PRETS
                       NOT AT END
                           ADD 1 TO WS-NB-PRETS
                           DISPLAY "Pret " PRT-NUMERO
                               " client " PRT-CLIENT
                               " compte " PRT-COMPTE
                               " capital " PRT-CAPITAL
                               " taux " PRT-TAUX
                               " duree " PRT-DUREE
                               " mensualite " PRT-MENSUALITE
                               " restant " PRT-CAPITAL-RESTANT
                               " impayes " PRT-NB-IMPAYES
                               " statut " PRT-STATUT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRETS
               IF WS-NB-PRETS = 0
                   DISPLAY "Aucun pret enregistre."
               END-IF
           END-IF.

       RAPPORT-IMPAYES.
           DISPLAY "==================================================="
           DISPLAY "   RAPPORT DES IMPAYES SUR PRETS (RECOUVREMENT)"
           DISPLAY "==================================================="
           MOVE 0 TO WS-NB-IMPAYES
           MOVE 0 TO WS-TOTAL-IMPAYES
           MOVE "N" TO WS-EOF-IMPAYES
           OPEN INPUT FICHIER-IMPAYES
           IF WS-STATUT-IMPAYES = "35"
               CLOSE FICHIER-IMPAYES
           ELSE
               PERFORM UNTIL WS-EOF-IMPAYES = "O"
                   READ FICHIER-IMPAYES NEXT RECORD
                       AT END
                           MOVE "O" TO WS-EOF-IMPAYES
                       NOT AT END
                           IF IMPAYE-EN-COURS
                               PERFORM EDITER-UN-IMPAYE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-IMPAYES
           END-IF
           IF WS-NB-IMPAYES = 0
               DISPLAY "Aucun impaye en cours."
           END-IF
           DISPLAY "Echeances impayees : " WS-NB-IMPAYES
           DISPLAY "Montant total du   : " WS-TOTAL-IMPAYES.

       EDITER-UN-IMPAYE.
           ADD 1 TO WS-NB-IMPAYES
           COMPUTE WS-MONTANT-IMPAYE = IMP-CAPITAL + IMP-INTERET
           ADD WS-MONTANT-IMPAYE TO WS-TOTAL-IMPAYES
           DISPLAY "Pret " IMP-PRET
               " echeance " IMP-ECHEANCE
               " du " IMP-DATE
               " client " IMP-CLIENT
               " compte " IMP-COMPTE
               " capital=" IMP-CAPITAL
               " interet=" IMP-INTERET
               " montant du=" WS-MONTANT-IMPAYE.

       ENREGISTRER-JOURNAL.
           MOVE WS-COMPTE TO JRN-NUMERO-COMPTE
           MOVE "PRET-VERSE" TO JRN-TYPE
           MOVE WS-CAPITAL TO JRN-MONTANT
           MOVE WS-SOLDE-APRES TO JRN-SOLDE-APRES
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-HEURE FROM TIME
           MOVE ZERO TO JRN-CONTREPARTIE
           MOVE WS-NUMERO TO JRN-REFERENCE
           MOVE OPERATEUR-SIGNE TO JRN-OPERATEUR
           OPEN EXTEND FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL = "35"
               OPEN OUTPUT FICHIER-JOURNAL
               CLOSE FICHIER-JOURNAL
               OPEN EXTEND FICHIER-JOURNAL
           END-IF
           CALL "sceller" USING ENREGISTREMENT-JOURNAL
           WRITE ENREGISTREMENT-JOURNAL
           CLOSE FICHIER-JOURNAL.
       END PROGRAM prets.
