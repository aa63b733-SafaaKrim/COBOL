               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.

      *Virements permanents du compte (compte-ordres-<numero>.dat),
      *executes chaque jour par VOY-CON-ORDRES.
           SELECT F-ORDRES ASSIGN DYNAMIC WS-ORDRES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ORDRES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-REFERENTIEL.
           05 FILLER        PIC X(1).
           05 MVT-MONTANT SIGN LEADING SEPARATE PIC S9(5)V99.

       FD  F-ORDRES.
      *Une ligne par virement permanent : numero d'ordre, compte
      *cible, montant, frequence (M mensuelle, T trimestrielle), jour
      *du mois, dates de debut et de fin (zero = sans fin), statut
      *(A actif, S suspendu, T termine), prochaine echeance avant
      *report au jour ouvre, et libelle.
       01  ENREG-ORDRE.
           05 ORD-NUMERO    PIC 9(3).
           05 FILLER        PIC X(1).
           05 ORD-CIBLE     PIC X(6).
           05 FILLER        PIC X(1).
           05 ORD-MONTANT   PIC 9(5)V99.
           05 FILLER        PIC X(1).
           05 ORD-FREQUENCE PIC X(1).
           05 FILLER        PIC X(1).
           05 ORD-JOUR      PIC 9(2).
           05 FILLER        PIC X(1).
           05 ORD-DEBUT     PIC 9(8).
           05 FILLER        PIC X(1).
           05 ORD-FIN       PIC 9(8).
           05 FILLER        PIC X(1).
           05 ORD-STATUT    PIC X(1).
           05 FILLER        PIC X(1).
           05 ORD-ECHEANCE  PIC 9(8).
           05 FILLER        PIC X(1).
           05 ORD-LIBELLE   PIC X(20).

       WORKING-STORAGE SECTION.
      *Prendre en compte le masque nÃ©gatif
       77 SOLDE PIC S9(5)V99.
       77 WS-DATE-JOUR PIC 9(08).
       77 WS-NB-DEMANDE-SAISI PIC X(03).
       77 WS-NB-DEMANDE PIC 9(03) VALUE 10.
       77 WS-STATUT-ORDRES PIC X(02).
       77 WS-ORDRES-PATH PIC X(60).

      *Referentiel des comptes charge au lancement et reecrit a
      *chaque creation.
       01 WS-L PIC 9(06).
       01 WS-DEBUT-L PIC 9(06).

      *Virements permanents du compte courant, charges a l'entree
      *dans le sous-menu et reecrits a chaque modification.
       01 WS-NB-ORDRES PIC 9(02) VALUE 0.
       01 WS-TAB-ORDRES.
          05 WS-ORD-ENTREE OCCURS 30 TIMES.
             10 WS-ORD-NUMERO    PIC 9(3).
             10 WS-ORD-CIBLE     PIC X(6).
             10 WS-ORD-MONTANT   PIC 9(5)V99.
             10 WS-ORD-FREQUENCE PIC X(1).
             10 WS-ORD-JOUR      PIC 9(2).
             10 WS-ORD-DEBUT     PIC 9(8).
             10 WS-ORD-FIN       PIC 9(8).
             10 WS-ORD-STATUT    PIC X(1).
             10 WS-ORD-ECHEANCE  PIC 9(8).
             10 WS-ORD-LIBELLE   PIC X(20).
       77 WS-CHOIX-ORDRE PIC X(01).
       77 WS-IO PIC 9(02).
       77 WS-NUMERO-ORDRE PIC 9(03).
       77 WS-SAISIE-ORDRE PIC X(08).
       77 WS-DATE-SAISIE PIC 9(08).
       77 WS-DATE-REPERE PIC 9(08).
       77 WS-ORD-MONTANT-ED PIC Z(5).99.

      *Calcul d'echeance : le jour du mois de l'ordre est ramene au
      *dernier jour du mois d'arrivee s'il n'y existe pas (un ordre
      *du 31 passe le 30 avril et le 28 ou 29 fevrier).
       01 WS-ECH-MOIS PIC 9(06).
       01 WS-ECH-JOUR PIC 9(02).
       01 WS-ECH-DATE PIC 9(08).

      *Zones d'appel de la routine partagee de calcul de dates.
       01 WS-DU-FONCTION PIC X(08).
       01 WS-DU-DATE-1   PIC 9(08).
       01 WS-DU-DATE-2   PIC 9(08).
       01 WS-DU-NOMBRE   PIC S9(07).
       01 WS-DU-RESULTAT PIC S9(08).
       01 WS-DU-CODE     PIC X(02).

        PROCEDURE DIVISION.
        PAR.
            PERFORM CHARGER-REFERENTIEL
               DISPLAY "3. VIREMENT INTERNE"
               DISPLAY "4. CHANGER DE COMPTE"
               DISPLAY "5. CREER UN COMPTE"
               DISPLAY "6. VIREMENTS PERMANENTS"
               DISPLAY "Q. QUITTER"
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                  WHEN "5"
                     PERFORM CREER-COMPTE
                     THRU    CREER-COMPTE-FIN
                  WHEN "6"
                     PERFORM GERER-ORDRES
                     THRU    GERER-ORDRES-FIN
                  WHEN "Q"
                     CONTINUE
                  WHEN OTHER
            STRING "compte-mouvements-"
                FUNCTION TRIM(WS-COMPTE-COURANT) ".dat"
                DELIMITED BY SIZE INTO WS-MOUVEMENTS-PATH.
            MOVE SPACES TO WS-ORDRES-PATH.
            STRING "compte-ordres-"
                FUNCTION TRIM(WS-COMPTE-COURANT) ".dat"
                DELIMITED BY SIZE INTO WS-ORDRES-PATH.
        COMPOSER-CHEMINS-FIN. EXIT.

      *Recharge le solde persistant du compte courant ; un fichier
            END-IF.
            COMPUTE WS-MONTANT = FUNCTION NUMVAL(WS-SOLDE-SAISI).
        SAISIE-SOLDE-FIN. EXIT.

      *Sous-menu des virements permanents du compte courant :
      *creation, suspension ou reprise, liste. L'execution des
      *echeances est faite chaque jour par VOY-CON-ORDRES.
        GERER-ORDRES.
            PERFORM CHARGER-ORDRES
            THRU    CHARGER-ORDRES-FIN.
            MOVE SPACE TO WS-CHOIX-ORDRE.
            PERFORM UNTIL WS-CHOIX-ORDRE = "R"
               DISPLAY " "
               DISPLAY "VIREMENTS PERMANENTS DU COMPTE "
                   WS-COMPTE-COURANT
               DISPLAY "C. CREER UN VIREMENT PERMANENT"
               DISPLAY "S. SUSPENDRE OU REPRENDRE UN VIREMENT"
               DISPLAY "L. LISTER LES VIREMENTS PERMANENTS"
               DISPLAY "R. RETOUR"
               ACCEPT WS-CHOIX-ORDRE
               EVALUATE WS-CHOIX-ORDRE
                  WHEN "C"
                     PERFORM CREER-ORDRE
                     THRU    CREER-ORDRE-FIN
                  WHEN "S"
                     PERFORM SUSPENDRE-ORDRE
                     THRU    SUSPENDRE-ORDRE-FIN
                  WHEN "L"
                     PERFORM LISTER-ORDRES
                     THRU    LISTER-ORDRES-FIN
                  WHEN "R"
                     CONTINUE
                  WHEN OTHER
                     DISPLAY "CHOIX INVALIDE"
               END-EVALUATE
            END-PERFORM.
        GERER-ORDRES-FIN. EXIT.

      *Charge les virements permanents du compte courant ; un
      *fichier absent veut dire aucun ordre.
        CHARGER-ORDRES.
            MOVE 0 TO WS-NB-ORDRES.
            OPEN INPUT F-ORDRES.
            IF WS-STATUT-ORDRES NOT = "00"
               GO TO CHARGER-ORDRES-FIN
            END-IF.
            PERFORM UNTIL WS-STATUT-ORDRES NOT = "00"
               READ F-ORDRES
               IF WS-STATUT-ORDRES = "00"
                  IF WS-NB-ORDRES < 30
                     ADD 1 TO WS-NB-ORDRES
                     MOVE ORD-NUMERO    TO WS-ORD-NUMERO(WS-NB-ORDRES)
                     MOVE ORD-CIBLE     TO WS-ORD-CIBLE(WS-NB-ORDRES)
                     MOVE ORD-MONTANT   TO WS-ORD-MONTANT(WS-NB-ORDRES)
                     MOVE ORD-FREQUENCE
                         TO WS-ORD-FREQUENCE(WS-NB-ORDRES)
                     MOVE ORD-JOUR      TO WS-ORD-JOUR(WS-NB-ORDRES)
                     MOVE ORD-DEBUT     TO WS-ORD-DEBUT(WS-NB-ORDRES)
                     MOVE ORD-FIN       TO WS-ORD-FIN(WS-NB-ORDRES)
                     MOVE ORD-STATUT    TO WS-ORD-STATUT(WS-NB-ORDRES)
                     MOVE ORD-ECHEANCE
                         TO WS-ORD-ECHEANCE(WS-NB-ORDRES)
                     MOVE ORD-LIBELLE   TO WS-ORD-LIBELLE(WS-NB-ORDRES)
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE F-ORDRES.
        CHARGER-ORDRES-FIN. EXIT.

      *Reecrit le fichier des virements permanents du compte courant.
        SAUVER-ORDRES.
            OPEN OUTPUT F-ORDRES.
            IF WS-STATUT-ORDRES = "00"
               PERFORM VARYING WS-IO FROM 1 BY 1
                     UNTIL WS-IO > WS-NB-ORDRES
                  MOVE SPACES TO ENREG-ORDRE
                  MOVE WS-ORD-NUMERO(WS-IO)    TO ORD-NUMERO
                  MOVE WS-ORD-CIBLE(WS-IO)     TO ORD-CIBLE
                  MOVE WS-ORD-MONTANT(WS-IO)   TO ORD-MONTANT
                  MOVE WS-ORD-FREQUENCE(WS-IO) TO ORD-FREQUENCE
                  MOVE WS-ORD-JOUR(WS-IO)      TO ORD-JOUR
                  MOVE WS-ORD-DEBUT(WS-IO)     TO ORD-DEBUT
                  MOVE WS-ORD-FIN(WS-IO)       TO ORD-FIN
                  MOVE WS-ORD-STATUT(WS-IO)    TO ORD-STATUT
                  MOVE WS-ORD-ECHEANCE(WS-IO)  TO ORD-ECHEANCE
                  MOVE WS-ORD-LIBELLE(WS-IO)   TO ORD-LIBELLE
                  WRITE ENREG-ORDRE
               END-PERFORM
               CLOSE F-ORDRES
            ELSE
               DISPLAY "VIREMENTS PERMANENTS NON SAUVES : "
                   WS-STATUT-ORDRES
            END-IF.
        SAUVER-ORDRES-FIN. EXIT.

      *Creation d'un virement permanent : compte cible connu et
      *distinct du compte courant, montant positif, frequence,
      *jour du mois, periode de validite. La premiere echeance est
      *le premier jour convenu atteint a partir de la date de debut.
        CREER-ORDRE.
            IF WS-NB-ORDRES >= 30
               DISPLAY "30 VIREMENTS PERMANENTS AU PLUS PAR COMPTE."
               GO TO CREER-ORDRE-FIN
            END-IF.
            DISPLAY "COMPTE DESTINATAIRE : ".
            ACCEPT WS-NUMERO-SAISI.
            PERFORM CHERCHER-COMPTE
            THRU    CHERCHER-COMPTE-FIN.
            IF WS-POS = 0
               DISPLAY "COMPTE DESTINATAIRE INCONNU."
               GO TO CREER-ORDRE-FIN
            END-IF.
            IF WS-POS = WS-POS-COURANT
               DISPLAY "MEME COMPTE DES DEUX COTES, ORDRE REFUSE."
               GO TO CREER-ORDRE-FIN
            END-IF.
            PERFORM SAISIE-SOLDE
            THRU    SAISIE-SOLDE-FIN.
            IF WS-MONTANT <= ZERO
               DISPLAY "LE MONTANT D'UN VIREMENT EST POSITIF."
               GO TO CREER-ORDRE-FIN
            END-IF.

            ADD 1 TO WS-NB-ORDRES.
            MOVE WS-NB-ORDRES TO WS-IO.
            MOVE WS-NUMERO-SAISI TO WS-ORD-CIBLE(WS-IO).
            MOVE WS-MONTANT TO WS-ORD-MONTANT(WS-IO).

            DISPLAY "FREQUENCE (M = MENSUELLE, T = TRIMESTRIELLE) : ".
            ACCEPT WS-ORD-FREQUENCE(WS-IO).
            IF WS-ORD-FREQUENCE(WS-IO) NOT = "M"
               AND WS-ORD-FREQUENCE(WS-IO) NOT = "T"
               DISPLAY "FREQUENCE INVALIDE, ORDRE ABANDONNE."
               SUBTRACT 1 FROM WS-NB-ORDRES
               GO TO CREER-ORDRE-FIN
            END-IF.
            DISPLAY "JOUR DU MOIS (1 A 31) : ".
            MOVE SPACES TO WS-SAISIE-ORDRE.
            ACCEPT WS-SAISIE-ORDRE.
            IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAISIE-ORDRE))
                  NOT = 0
               DISPLAY "JOUR INVALIDE, ORDRE ABANDONNE."
               SUBTRACT 1 FROM WS-NB-ORDRES
               GO TO CREER-ORDRE-FIN
            END-IF.
            COMPUTE WS-ECH-JOUR = FUNCTION NUMVAL(WS-SAISIE-ORDRE).
            IF WS-ECH-JOUR < 1 OR WS-ECH-JOUR > 31
               DISPLAY "JOUR INVALIDE, ORDRE ABANDONNE."
               SUBTRACT 1 FROM WS-NB-ORDRES
               GO TO CREER-ORDRE-FIN
            END-IF.
            MOVE WS-ECH-JOUR TO WS-ORD-JOUR(WS-IO).

            ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
            DISPLAY "DATE DE DEBUT AAAAMMJJ (VIDE = AUJOURD'HUI) : ".
            PERFORM SAISIR-DATE-ORDRE
            THRU    SAISIR-DATE-ORDRE-FIN.
            IF WS-DATE-SAISIE = 99999999
               SUBTRACT 1 FROM WS-NB-ORDRES
               GO TO CREER-ORDRE-FIN
            END-IF.
            IF WS-DATE-SAISIE = 0
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
            END-IF.
            MOVE WS-DATE-SAISIE TO WS-ORD-DEBUT(WS-IO).
            DISPLAY "DATE DE FIN AAAAMMJJ (VIDE = SANS FIN) : ".
            PERFORM SAISIR-DATE-ORDRE
            THRU    SAISIR-DATE-ORDRE-FIN.
            IF WS-DATE-SAISIE = 99999999
               SUBTRACT 1 FROM WS-NB-ORDRES
               GO TO CREER-ORDRE-FIN
            END-IF.
            IF WS-DATE-SAISIE NOT = 0
               AND WS-DATE-SAISIE < WS-ORD-DEBUT(WS-IO)
               DISPLAY "FIN AVANT LE DEBUT, ORDRE ABANDONNE."
               SUBTRACT 1 FROM WS-NB-ORDRES
               GO TO CREER-ORDRE-FIN
            END-IF.
            MOVE WS-DATE-SAISIE TO WS-ORD-FIN(WS-IO).
            DISPLAY "LIBELLE (LOYER, EPARGNE...) : ".
            ACCEPT WS-ORD-LIBELLE(WS-IO).

      *Numero d'ordre : le plus grand existant plus un.
            MOVE 0 TO WS-NUMERO-ORDRE.
            PERFORM VARYING WS-I FROM 1 BY 1
                  UNTIL WS-I >= WS-NB-ORDRES
               IF WS-ORD-NUMERO(WS-I) > WS-NUMERO-ORDRE
                  MOVE WS-ORD-NUMERO(WS-I) TO WS-NUMERO-ORDRE
               END-IF
            END-PERFORM.
            ADD 1 TO WS-NUMERO-ORDRE.
            MOVE WS-NUMERO-ORDRE TO WS-ORD-NUMERO(WS-IO).
            MOVE "A" TO WS-ORD-STATUT(WS-IO).
            MOVE WS-ORD-DEBUT(WS-IO) TO WS-DATE-REPERE.
            PERFORM PREMIERE-ECHEANCE
            THRU    PREMIERE-ECHEANCE-FIN.
            MOVE WS-ECH-DATE TO WS-ORD-ECHEANCE(WS-IO).

            PERFORM SAUVER-ORDRES
            THRU    SAUVER-ORDRES-FIN.
            MOVE WS-ORD-MONTANT(WS-IO) TO WS-ORD-MONTANT-ED.
            DISPLAY "VIREMENT PERMANENT " WS-ORD-NUMERO(WS-IO)
                " DE " WS-ORD-MONTANT-ED " VERS "
                WS-ORD-CIBLE(WS-IO) " - PREMIERE ECHEANCE "
                WS-ORD-ECHEANCE(WS-IO).
        CREER-ORDRE-FIN. EXIT.

      *Saisie d'une date AAAAMMJJ controlee par DATEUTIL : zero si
      *la saisie est vide, 99999999 si la date est invalide.
        SAISIR-DATE-ORDRE.
            MOVE SPACES TO WS-SAISIE-ORDRE.
            ACCEPT WS-SAISIE-ORDRE.
            MOVE 0 TO WS-DATE-SAISIE.
            IF WS-SAISIE-ORDRE = SPACES
               GO TO SAISIR-DATE-ORDRE-FIN
            END-IF.
            MOVE 99999999 TO WS-DATE-SAISIE.
            IF WS-SAISIE-ORDRE NOT NUMERIC
               DISPLAY "DATE INVALIDE, ORDRE ABANDONNE."
               GO TO SAISIR-DATE-ORDRE-FIN
            END-IF.
            MOVE "VALIDER " TO WS-DU-FONCTION.
            MOVE WS-SAISIE-ORDRE TO WS-DU-DATE-1.
            CALL "DATEUTIL" USING WS-DU-FONCTION WS-DU-DATE-1
                WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
            IF WS-DU-CODE NOT = "00"
               DISPLAY "DATE INVALIDE, ORDRE ABANDONNE."
               GO TO SAISIR-DATE-ORDRE-FIN
            END-IF.
            MOVE WS-DU-DATE-1 TO WS-DATE-SAISIE.
        SAISIR-DATE-ORDRE-FIN. EXIT.

      *Premiere echeance de l'ordre WS-IO atteinte a partir de
      *WS-DATE-REPERE : le jour convenu du mois du repere, ou du
      *mois suivant s'il est deja passe.
        PREMIERE-ECHEANCE.
            COMPUTE WS-ECH-MOIS = WS-DATE-REPERE / 100.
            MOVE WS-ORD-JOUR(WS-IO) TO WS-ECH-JOUR.
            PERFORM FIXER-JOUR-ECHEANCE
            THRU    FIXER-JOUR-ECHEANCE-FIN.
            IF WS-ECH-DATE < WS-DATE-REPERE
               MOVE 1 TO WS-DU-NOMBRE
               PERFORM AVANCER-MOIS-ECHEANCE
               THRU    AVANCER-MOIS-ECHEANCE-FIN
            END-IF.
        PREMIERE-ECHEANCE-FIN. EXIT.

      *Avance WS-ECH-MOIS de WS-DU-NOMBRE mois et recalcule la date
      *d'echeance au jour convenu.
        AVANCER-MOIS-ECHEANCE.
            MOVE "AJOUTMOI" TO WS-DU-FONCTION.
            COMPUTE WS-DU-DATE-1 = WS-ECH-MOIS * 100 + 1.
            CALL "DATEUTIL" USING WS-DU-FONCTION WS-DU-DATE-1
                WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
            COMPUTE WS-ECH-MOIS = WS-DU-RESULTAT / 100.
            MOVE WS-ORD-JOUR(WS-IO) TO WS-ECH-JOUR.
            PERFORM FIXER-JOUR-ECHEANCE
            THRU    FIXER-JOUR-ECHEANCE-FIN.
        AVANCER-MOIS-ECHEANCE-FIN. EXIT.

      *Date d'echeance du mois WS-ECH-MOIS au jour WS-ECH-JOUR,
      *ramene au dernier jour du mois si besoin.
        FIXER-JOUR-ECHEANCE.
            MOVE "VALIDER " TO WS-DU-FONCTION.
            COMPUTE WS-ECH-DATE = WS-ECH-MOIS * 100 + WS-ECH-JOUR.
            MOVE WS-ECH-DATE TO WS-DU-DATE-1.
            CALL "DATEUTIL" USING WS-DU-FONCTION WS-DU-DATE-1
                WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
            IF WS-DU-CODE NOT = "00" AND WS-ECH-JOUR > 28
               SUBTRACT 1 FROM WS-ECH-JOUR
               GO TO FIXER-JOUR-ECHEANCE
            END-IF.
        FIXER-JOUR-ECHEANCE-FIN. EXIT.

      *Suspension d'un ordre actif, ou reprise d'un ordre suspendu :
      *a la reprise, les echeances tombees pendant la suspension ne
      *sont pas rattrapees, la prochaine est prise a partir du jour.
        SUSPENDRE-ORDRE.
            DISPLAY "NUMERO DU VIREMENT PERMANENT : ".
            MOVE SPACES TO WS-SAISIE-ORDRE.
            ACCEPT WS-SAISIE-ORDRE.
            IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAISIE-ORDRE))
                  NOT = 0
               DISPLAY "NUMERO INVALIDE."
               GO TO SUSPENDRE-ORDRE-FIN
            END-IF.
            COMPUTE WS-NUMERO-ORDRE = FUNCTION NUMVAL(WS-SAISIE-ORDRE).
            MOVE 0 TO WS-IO.
            PERFORM VARYING WS-I FROM 1 BY 1
                  UNTIL WS-I > WS-NB-ORDRES
               IF WS-ORD-NUMERO(WS-I) = WS-NUMERO-ORDRE
                  MOVE WS-I TO WS-IO
               END-IF
            END-PERFORM.
            IF WS-IO = 0
               DISPLAY "VIREMENT PERMANENT INCONNU."
               GO TO SUSPENDRE-ORDRE-FIN
            END-IF.
            EVALUATE WS-ORD-STATUT(WS-IO)
               WHEN "A"
                  MOVE "S" TO WS-ORD-STATUT(WS-IO)
                  DISPLAY "VIREMENT PERMANENT " WS-NUMERO-ORDRE
                      " SUSPENDU."
               WHEN "S"
                  MOVE "A" TO WS-ORD-STATUT(WS-IO)
                  ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
                  IF WS-ORD-ECHEANCE(WS-IO) < WS-DATE-JOUR
                     MOVE WS-DATE-JOUR TO WS-DATE-REPERE
                     PERFORM PREMIERE-ECHEANCE
                     THRU    PREMIERE-ECHEANCE-FIN
                     MOVE WS-ECH-DATE TO WS-ORD-ECHEANCE(WS-IO)
                  END-IF
                  DISPLAY "VIREMENT PERMANENT " WS-NUMERO-ORDRE
                      " REPRIS - PROCHAINE ECHEANCE "
                      WS-ORD-ECHEANCE(WS-IO)
               WHEN OTHER
                  DISPLAY "VIREMENT PERMANENT TERMINE, NI SUSPENSION"
                      " NI REPRISE."
                  GO TO SUSPENDRE-ORDRE-FIN
            END-EVALUATE.
            PERFORM SAUVER-ORDRES
            THRU    SAUVER-ORDRES-FIN.
        SUSPENDRE-ORDRE-FIN. EXIT.

      *Liste des virements permanents du compte courant.
        LISTER-ORDRES.
            IF WS-NB-ORDRES = 0
               DISPLAY "AUCUN VIREMENT PERMANENT."
               GO TO LISTER-ORDRES-FIN
            END-IF.
            DISPLAY "NUM CIBLE    MONTANT F JJ DEBUT    FIN      "
                "S ECHEANCE LIBELLE".
            PERFORM VARYING WS-IO FROM 1 BY 1
                  UNTIL WS-IO > WS-NB-ORDRES
               MOVE WS-ORD-MONTANT(WS-IO) TO WS-ORD-MONTANT-ED
               DISPLAY WS-ORD-NUMERO(WS-IO) " "
                   WS-ORD-CIBLE(WS-IO) " "
                   WS-ORD-MONTANT-ED " "
                   WS-ORD-FREQUENCE(WS-IO) " "
                   WS-ORD-JOUR(WS-IO) " "
                   WS-ORD-DEBUT(WS-IO) " "
                   WS-ORD-FIN(WS-IO) " "
                   WS-ORD-STATUT(WS-IO) " "
                   WS-ORD-ECHEANCE(WS-IO) " "
                   WS-ORD-LIBELLE(WS-IO)
            END-PERFORM.
        LISTER-ORDRES-FIN. EXIT.
       END PROGRAM VOY-CON-SCREEN1.
