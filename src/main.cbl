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

       FD  FICHIER-OPERATEURS.
       01  ENREGISTREMENT-OPERATEUR.
               "(superviseur) a ete cree.".

       MENU-PRINCIPAL.
           PERFORM UNTIL CHOIX = 24
               DISPLAY " "
               DISPLAY "******** MENU PRINCIPAL ********"
               DISPLAY "1. Creer un compte"
               DISPLAY "16. Gerer les tarifs"
               DISPLAY "17. Gerer les comptes a terme"
               DISPLAY "18. Rechercher dans les journaux"
               DISPLAY "19. Gerer les blocages de fonds"
               DISPLAY "20. Gerer les prets personnels"
               DISPLAY "21. Traiter les rejets en suspens"
               DISPLAY "22. Examiner les alertes de vigilance"
               DISPLAY "23. Valider les modifications en attente"
               DISPLAY "24. Quitter"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT CHOIX
               EVALUATE CHOIX
                       CALL "enquete"
                           USING OPERATEUR-SIGNE NIVEAU-SIGNE
                   WHEN 19
                       CALL "blocages"
                           USING OPERATEUR-SIGNE NIVEAU-SIGNE
                   WHEN 20
                       CALL "prets"
                           USING OPERATEUR-SIGNE NIVEAU-SIGNE
                   WHEN 21
                       CALL "suspens"
                           USING OPERATEUR-SIGNE NIVEAU-SIGNE
                   WHEN 22
                       CALL "conformite"
                           USING OPERATEUR-SIGNE NIVEAU-SIGNE
                   WHEN 23
                       CALL "validations"
                           USING OPERATEUR-SIGNE NIVEAU-SIGNE
                   WHEN 24
                       DISPLAY "Merci d'avoir utilise JeanMarcBank."
                   WHEN OTHER
                       DISPLAY "Choix invalide, reessayez."
