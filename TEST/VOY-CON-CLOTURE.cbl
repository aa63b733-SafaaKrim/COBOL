       IDENTIFICATION DIVISION.
        PROGRAM-ID. VOY-CON-CLOTURE.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Cloture mensuelle des comptes de VOY-CON-SCREEN1 : pour chaque
      *compte du referentiel, le solde de chaque jour du mois est
      *reconstitue a partir de l'historique compte-mouvements-
      *<numero>.dat (solde d'ouverture = cumul des mouvements
      *anterieurs au mois). Les nombres crediteurs et debiteurs
      *donnent les interets crediteurs et les agios au taux annuel
      *du fichier des parametres (base 365 jours) ; chaque jour passe
      *au-dela du decouvert autorise coute en plus des frais de
      *depassement. Interets, agios et frais sont passes en
      *mouvements dates du dernier jour du mois, et un releve
      *mensuel releve-<numero>-<AAAAMM>.txt est edite par compte.
      *Le mois clos est le mois precedent, ou celui de la variable
      *d'environnement COMPTE_MOIS_CLOTURE (AAAAMM). Un compte deja
      *clos pour le mois n'est pas repasse.
           SELECT F-REFERENTIEL ASSIGN TO "comptes-referentiel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REFERENTIEL.

           SELECT F-COMPTE ASSIGN DYNAMIC WS-COMPTE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-COMPTE.

           SELECT F-MOUVEMENTS ASSIGN DYNAMIC WS-MOUVEMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.

           SELECT F-RELEVE ASSIGN DYNAMIC WS-RELEVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RELEVE.

       DATA DIVISION.
       FILE SECTION.
       FD  F-REFERENTIEL.
       01  ENREG-REFERENTIEL.
           05 REF-NUMERO    PIC X(6).
           05 FILLER        PIC X(1).
           05 REF-TITULAIRE PIC X(20).
           05 FILLER        PIC X(1).
           05 REF-DECOUVERT PIC 9(5)V99.

       FD  F-COMPTE.
       01  ENREG-COMPTE.
           05 CPT-SOLDE SIGN LEADING SEPARATE PIC S9(5)V99.

       FD  F-MOUVEMENTS.
       01  ENREG-MOUVEMENT.
           05 MVT-DATE      PIC 9(8).
           05 FILLER        PIC X(1).
           05 MVT-LIBELLE   PIC X(20).
           05 FILLER        PIC X(1).
           05 MVT-MONTANT SIGN LEADING SEPARATE PIC S9(5)V99.

       FD  F-RELEVE.
       01  ENREG-RELEVE     PIC X(80).

       WORKING-STORAGE SECTION.
       77 SOLDE PIC S9(5)V99.
       77 WS-STATUT-REFERENTIEL PIC X(02).
       77 WS-STATUT-COMPTE PIC X(02).
       77 WS-STATUT-MOUVEMENTS PIC X(02).
       77 WS-STATUT-RELEVE PIC X(02).
       77 WS-LIBELLE-SAISI PIC X(20).
       77 WS-MONTANT PIC S9(5)V99.
       77 WS-MONTANT-ED PIC -Z(5).99.
       77 WS-DATE-JOUR PIC 9(08).
       77 WS-DATE-MVT PIC 9(08).

      *Referentiel des comptes.
       01 WS-NB-COMPTES PIC 9(02) VALUE 0.
       01 WS-TAB-COMPTES.
          05 WS-CPT-ENTREE OCCURS 20 TIMES.
             10 WS-CPT-NUMERO    PIC X(6).
             10 WS-CPT-TITULAIRE PIC X(20).
             10 WS-CPT-DECOUVERT PIC 9(5)V99.

       77 WS-COMPTE-COURANT PIC X(6).
       77 WS-COMPTE-PATH PIC X(60).
       77 WS-MOUVEMENTS-PATH PIC X(60).
       77 WS-RELEVE-PATH PIC X(60).
       77 WS-POS PIC 9(02).
       77 WS-J PIC 9(02).

      *Mois clos : AAAAMM, premier et dernier jour, nombre de jours.
       77 WS-MOIS-SAISI PIC X(06).
       77 WS-MOIS-CLOTURE PIC 9(06).
       77 WS-DEBUT-MOIS PIC 9(08).
       77 WS-FIN-MOIS PIC 9(08).
       77 WS-NB-JOURS PIC 9(02).

      *Taux annuels en pourcentage et frais par jour de depassement,
      *lus dans parametres.dat (PARAMLIRE), defauts ci-dessous.
       77 WS-TAUX-CREDIT PIC 9(2)V9(4) VALUE 0.5.
       77 WS-TAUX-DEBIT PIC 9(2)V9(4) VALUE 12.
       77 WS-FRAIS-JOUR PIC 9(3)V99 VALUE 2.
       01 WS-PARAM-CLE PIC X(20).
       01 WS-PARAM-VALEUR PIC X(20).
       01 WS-PARAM-CODE PIC X(02).

      *Cumul des mouvements du mois par jour, et soldes du compte.
       01 WS-TAB-JOURS.
          05 WS-MVT-JOUR OCCURS 31 TIMES
             PIC S9(7)V99.
       77 WS-SOLDE-OUVERTURE PIC S9(7)V99.
       77 WS-SOLDE-JOUR PIC S9(7)V99.
       77 WS-SOLDE-CLOTURE PIC S9(7)V99.
       77 WS-DECOUVERT-NEG PIC S9(7)V99.
       77 WS-NB-MVT-MOIS PIC 9(05).
       77 WS-DEJA-CLOS PIC X(01).
          88 DEJA-CLOS VALUE "O".

      *Nombres (somme des soldes quotidiens) et interets du mois.
       77 WS-NOMBRES-CREDIT PIC 9(9)V99.
       77 WS-NOMBRES-DEBIT PIC 9(9)V99.
       77 WS-JOURS-DEPASSEMENT PIC 9(02).
       77 WS-INTERETS-CREDIT PIC 9(5)V99.
       77 WS-AGIOS PIC 9(5)V99.
       77 WS-FRAIS-DEPASSEMENT PIC 9(5)V99.

       01 WS-NB-CLOTURES PIC 9(03) VALUE 0.
       01 WS-NB-DEJA-CLOS PIC 9(03) VALUE 0.

      *Zones d'appel de la routine partagee de calcul de dates.
       01 WS-DU-FONCTION PIC X(08).
       01 WS-DU-DATE-1   PIC 9(08).
       01 WS-DU-DATE-2   PIC 9(08).
       01 WS-DU-NOMBRE   PIC S9(07).
       01 WS-DU-RESULTAT PIC S9(08).
       01 WS-DU-CODE     PIC X(02).

      *Zones d'appel de la routine commune de suivi des passages.
       01 WS-RUNCTL-PROGRAMME  PIC X(20) VALUE "VOY-CON-CLOTURE".
       01 WS-RUNCTL-COMPTEUR-1 PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01 WS-RUNCTL-STATUT     PIC X(10).

      *Lignes du releve.
       01 WS-LIGNE-MVT.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-LM-DATE      PIC 9(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-LM-LIBELLE   PIC X(30).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-LM-MONTANT   PIC -Z(6).99.
       01 WS-LIGNE-INTERET.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-LI-LIBELLE   PIC X(26).
          05 WS-LI-BASE      PIC Z(8)9.99.
          05 FILLER          PIC X(3) VALUE " A ".
          05 WS-LI-TAUX      PIC Z9.9999.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-LI-MONTANT   PIC -Z(6).99.
       77 WS-SOLDE-ED PIC -Z(6).99.

        PROCEDURE DIVISION.
        PAR.
            ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
            PERFORM LIRE-PARAMETRES
            THRU    LIRE-PARAMETRES-FIN.
            PERFORM FIXER-MOIS
            THRU    FIXER-MOIS-FIN.
            PERFORM CHARGER-REFERENTIEL
            THRU    CHARGER-REFERENTIEL-FIN.
            DISPLAY "CLOTURE DU MOIS " WS-MOIS-CLOTURE " ("
                WS-DEBUT-MOIS " - " WS-FIN-MOIS ")".

            PERFORM CLOTURER-COMPTE
            THRU    CLOTURER-COMPTE-FIN
                VARYING WS-POS FROM 1 BY 1
                UNTIL WS-POS > WS-NB-COMPTES.

            DISPLAY "COMPTES CLOS : " WS-NB-CLOTURES
                " - DEJA CLOS POUR LE MOIS : " WS-NB-DEJA-CLOS.
            MOVE WS-NB-CLOTURES TO WS-RUNCTL-COMPTEUR-1.
            MOVE WS-NB-DEJA-CLOS TO WS-RUNCTL-COMPTEUR-2.
            MOVE "OK" TO WS-RUNCTL-STATUT.
            CALL "RUNCTL" USING WS-RUNCTL-PROGRAMME
                WS-RUNCTL-COMPTEUR-1 WS-RUNCTL-COMPTEUR-2
                WS-RUNCTL-STATUT.
           STOP RUN.

      *Taux et frais : fichier central des parametres, a defaut les
      *valeurs codees (0,50 % crediteur, 12 % debiteur, 2,00 par
      *jour de depassement).
        LIRE-PARAMETRES.
            MOVE "COMPTE_TAUX_CREDIT" TO WS-PARAM-CLE.
            CALL "PARAMLIRE" USING WS-PARAM-CLE WS-PARAM-VALEUR
                WS-PARAM-CODE.
            IF WS-PARAM-CODE = "00"
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-TAUX-CREDIT =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
            END-IF.
            MOVE "COMPTE_TAUX_DEBIT" TO WS-PARAM-CLE.
            CALL "PARAMLIRE" USING WS-PARAM-CLE WS-PARAM-VALEUR
                WS-PARAM-CODE.
            IF WS-PARAM-CODE = "00"
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-TAUX-DEBIT =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
            END-IF.
            MOVE "COMPTE_FRAIS_DEPASS" TO WS-PARAM-CLE.
            CALL "PARAMLIRE" USING WS-PARAM-CLE WS-PARAM-VALEUR
                WS-PARAM-CODE.
            IF WS-PARAM-CODE = "00"
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-FRAIS-JOUR =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
            END-IF.
        LIRE-PARAMETRES-FIN. EXIT.

      *Mois a clore (mois precedent a defaut), premier et dernier
      *jour, nombre de jours.
        FIXER-MOIS.
            MOVE SPACES TO WS-MOIS-SAISI.
            ACCEPT WS-MOIS-SAISI FROM ENVIRONMENT
                "COMPTE_MOIS_CLOTURE".
            IF WS-MOIS-SAISI NUMERIC
               MOVE WS-MOIS-SAISI TO WS-MOIS-CLOTURE
            ELSE
               MOVE "AJOUTMOI" TO WS-DU-FONCTION
               COMPUTE WS-DU-DATE-1 = (WS-DATE-JOUR / 100) * 100 + 1
               MOVE -1 TO WS-DU-NOMBRE
               CALL "DATEUTIL" USING WS-DU-FONCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT
                   WS-DU-CODE
               COMPUTE WS-MOIS-CLOTURE = WS-DU-RESULTAT / 100
            END-IF.
            COMPUTE WS-DEBUT-MOIS = WS-MOIS-CLOTURE * 100 + 1.
            MOVE "AJOUTMOI" TO WS-DU-FONCTION.
            MOVE WS-DEBUT-MOIS TO WS-DU-DATE-1.
            MOVE 1 TO WS-DU-NOMBRE.
            CALL "DATEUTIL" USING WS-DU-FONCTION WS-DU-DATE-1
                WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
            MOVE WS-DU-RESULTAT TO WS-DU-DATE-2.
            MOVE "ECART   " TO WS-DU-FONCTION.
            MOVE WS-DEBUT-MOIS TO WS-DU-DATE-1.
            CALL "DATEUTIL" USING WS-DU-FONCTION WS-DU-DATE-1
                WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
            MOVE WS-DU-RESULTAT TO WS-NB-JOURS.
            COMPUTE WS-FIN-MOIS = WS-DEBUT-MOIS + WS-NB-JOURS - 1.
        FIXER-MOIS-FIN. EXIT.

      *Charge le referentiel des comptes.
        CHARGER-REFERENTIEL.
            MOVE 0 TO WS-NB-COMPTES.
            OPEN INPUT F-REFERENTIEL.
            IF WS-STATUT-REFERENTIEL NOT = "00"
               DISPLAY "REFERENTIEL DES COMPTES ABSENT"
               GO TO CHARGER-REFERENTIEL-FIN
            END-IF.
            PERFORM UNTIL WS-STATUT-REFERENTIEL NOT = "00"
               READ F-REFERENTIEL
               IF WS-STATUT-REFERENTIEL = "00"
                  IF WS-NB-COMPTES < 20
                     ADD 1 TO WS-NB-COMPTES
                     MOVE REF-NUMERO
                         TO WS-CPT-NUMERO(WS-NB-COMPTES)
                     MOVE REF-TITULAIRE
                         TO WS-CPT-TITULAIRE(WS-NB-COMPTES)
                     MOVE REF-DECOUVERT
                         TO WS-CPT-DECOUVERT(WS-NB-COMPTES)
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE F-REFERENTIEL.
        CHARGER-REFERENTIEL-FIN. EXIT.

      *Cloture d'un compte : cumul des mouvements, calcul des soldes
      *quotidiens et des interets, releve, passation des interets.
        CLOTURER-COMPTE.
            MOVE WS-CPT-NUMERO(WS-POS) TO WS-COMPTE-COURANT.
            PERFORM COMPOSER-CHEMINS
            THRU    COMPOSER-CHEMINS-FIN.
            PERFORM CUMULER-MOUVEMENTS
            THRU    CUMULER-MOUVEMENTS-FIN.
            IF DEJA-CLOS
               DISPLAY "COMPTE " WS-COMPTE-COURANT
                   " DEJA CLOS POUR " WS-MOIS-CLOTURE
               ADD 1 TO WS-NB-DEJA-CLOS
               GO TO CLOTURER-COMPTE-FIN
            END-IF.
            PERFORM CALCULER-INTERETS
            THRU    CALCULER-INTERETS-FIN.

            OPEN OUTPUT F-RELEVE.
            IF WS-STATUT-RELEVE NOT = "00"
               DISPLAY "RELEVE NON CREE : " WS-RELEVE-PATH " "
                   WS-STATUT-RELEVE
               GO TO CLOTURER-COMPTE-FIN
            END-IF.
            PERFORM EDITER-ENTETE-RELEVE
            THRU    EDITER-ENTETE-RELEVE-FIN.
            PERFORM EDITER-MOUVEMENTS-MOIS
            THRU    EDITER-MOUVEMENTS-MOIS-FIN.
            PERFORM EDITER-INTERETS
            THRU    EDITER-INTERETS-FIN.
            CLOSE F-RELEVE.

            PERFORM PASSER-INTERETS
            THRU    PASSER-INTERETS-FIN.
            ADD 1 TO WS-NB-CLOTURES.
        CLOTURER-COMPTE-FIN. EXIT.

      *Chemins des fichiers du compte courant et de son releve.
        COMPOSER-CHEMINS.
            MOVE SPACES TO WS-COMPTE-PATH.
            STRING "compte-solde-"
                FUNCTION TRIM(WS-COMPTE-COURANT) ".dat"
                DELIMITED BY SIZE INTO WS-COMPTE-PATH.
            MOVE SPACES TO WS-MOUVEMENTS-PATH.
            STRING "compte-mouvements-"
                FUNCTION TRIM(WS-COMPTE-COURANT) ".dat"
                DELIMITED BY SIZE INTO WS-MOUVEMENTS-PATH.
            MOVE SPACES TO WS-RELEVE-PATH.
            STRING "releve-" FUNCTION TRIM(WS-COMPTE-COURANT)
                "-" WS-MOIS-CLOTURE ".txt"
                DELIMITED BY SIZE INTO WS-RELEVE-PATH.
        COMPOSER-CHEMINS-FIN. EXIT.

      *Premiere lecture de l'historique : les mouvements anterieurs
      *au mois font le solde d'ouverture, ceux du mois sont cumules
      *par jour. Un mouvement d'interets deja date du dernier jour
      *du mois signale un compte deja clos.
        CUMULER-MOUVEMENTS.
            MOVE ZERO TO WS-SOLDE-OUVERTURE WS-NB-MVT-MOIS.
            MOVE "N" TO WS-DEJA-CLOS.
            PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 31
               MOVE ZERO TO WS-MVT-JOUR(WS-J)
            END-PERFORM.
            OPEN INPUT F-MOUVEMENTS.
            IF WS-STATUT-MOUVEMENTS NOT = "00"
               GO TO CUMULER-MOUVEMENTS-FIN
            END-IF.
            PERFORM UNTIL WS-STATUT-MOUVEMENTS NOT = "00"
               READ F-MOUVEMENTS
               IF WS-STATUT-MOUVEMENTS = "00"
                  EVALUATE TRUE
                     WHEN MVT-DATE < WS-DEBUT-MOIS
                        ADD MVT-MONTANT TO WS-SOLDE-OUVERTURE
                     WHEN MVT-DATE <= WS-FIN-MOIS
                        COMPUTE WS-J = MVT-DATE - WS-DEBUT-MOIS + 1
                        ADD MVT-MONTANT TO WS-MVT-JOUR(WS-J)
                        ADD 1 TO WS-NB-MVT-MOIS
                        IF MVT-DATE = WS-FIN-MOIS
                           AND (MVT-LIBELLE = "INTERETS CREDITEURS"
                             OR MVT-LIBELLE = "AGIOS DEBITEURS"
                             OR MVT-LIBELLE = "FRAIS DE DEPASSEMENT")
                           MOVE "O" TO WS-DEJA-CLOS
                        END-IF
                  END-EVALUATE
               END-IF
            END-PERFORM.
            CLOSE F-MOUVEMENTS.
        CUMULER-MOUVEMENTS-FIN. EXIT.

      *Soldes quotidiens du mois : un solde crediteur s'ajoute aux
      *nombres crediteurs, un solde debiteur aux nombres debiteurs,
      *et un solde sous le decouvert autorise compte un jour de
      *depassement. Interets = nombres x taux / 36500.
        CALCULER-INTERETS.
            MOVE ZERO TO WS-NOMBRES-CREDIT WS-NOMBRES-DEBIT
                         WS-JOURS-DEPASSEMENT.
            MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-JOUR.
            COMPUTE WS-DECOUVERT-NEG =
                ZERO - WS-CPT-DECOUVERT(WS-POS).
            PERFORM VARYING WS-J FROM 1 BY 1
                  UNTIL WS-J > WS-NB-JOURS
               ADD WS-MVT-JOUR(WS-J) TO WS-SOLDE-JOUR
               IF WS-SOLDE-JOUR > ZERO
                  ADD WS-SOLDE-JOUR TO WS-NOMBRES-CREDIT
               END-IF
               IF WS-SOLDE-JOUR < ZERO
                  SUBTRACT WS-SOLDE-JOUR FROM WS-NOMBRES-DEBIT
               END-IF
               IF WS-SOLDE-JOUR < WS-DECOUVERT-NEG
                  ADD 1 TO WS-JOURS-DEPASSEMENT
               END-IF
            END-PERFORM.
            COMPUTE WS-INTERETS-CREDIT ROUNDED =
                WS-NOMBRES-CREDIT * WS-TAUX-CREDIT / 36500.
            COMPUTE WS-AGIOS ROUNDED =
                WS-NOMBRES-DEBIT * WS-TAUX-DEBIT / 36500.
            COMPUTE WS-FRAIS-DEPASSEMENT =
                WS-JOURS-DEPASSEMENT * WS-FRAIS-JOUR.
            COMPUTE WS-SOLDE-CLOTURE = WS-SOLDE-JOUR
                + WS-INTERETS-CREDIT - WS-AGIOS
                - WS-FRAIS-DEPASSEMENT.
        CALCULER-INTERETS-FIN. EXIT.

      *En-tete du releve et solde d'ouverture.
        EDITER-ENTETE-RELEVE.
            MOVE SPACES TO ENREG-RELEVE.
            STRING "RELEVE MENSUEL DU COMPTE " WS-COMPTE-COURANT
                " - " WS-CPT-TITULAIRE(WS-POS)
                DELIMITED BY SIZE INTO ENREG-RELEVE.
            WRITE ENREG-RELEVE.
            MOVE SPACES TO ENREG-RELEVE.
            MOVE WS-CPT-DECOUVERT(WS-POS) TO WS-MONTANT-ED.
            STRING "PERIODE DU " WS-DEBUT-MOIS " AU " WS-FIN-MOIS
                " - DECOUVERT AUTORISE " WS-MONTANT-ED
                DELIMITED BY SIZE INTO ENREG-RELEVE.
            WRITE ENREG-RELEVE.
            MOVE SPACES TO ENREG-RELEVE.
            WRITE ENREG-RELEVE.
            MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-ED.
            STRING "SOLDE D'OUVERTURE" DELIMITED BY SIZE
                INTO ENREG-RELEVE.
            MOVE WS-SOLDE-ED TO ENREG-RELEVE(45:).
            WRITE ENREG-RELEVE.
            MOVE SPACES TO ENREG-RELEVE.
            WRITE ENREG-RELEVE.
        EDITER-ENTETE-RELEVE-FIN. EXIT.

      *Seconde lecture de l'historique : mouvements du mois, dans
      *l'ordre du fichier.
        EDITER-MOUVEMENTS-MOIS.
            IF WS-NB-MVT-MOIS = 0
               MOVE "  AUCUN MOUVEMENT DANS LE MOIS" TO ENREG-RELEVE
               WRITE ENREG-RELEVE
               GO TO EDITER-MOUVEMENTS-MOIS-FIN
            END-IF.
            OPEN INPUT F-MOUVEMENTS.
            IF WS-STATUT-MOUVEMENTS NOT = "00"
               GO TO EDITER-MOUVEMENTS-MOIS-FIN
            END-IF.
            PERFORM UNTIL WS-STATUT-MOUVEMENTS NOT = "00"
               READ F-MOUVEMENTS
               IF WS-STATUT-MOUVEMENTS = "00"
                  IF MVT-DATE >= WS-DEBUT-MOIS
                     AND MVT-DATE <= WS-FIN-MOIS
                     MOVE MVT-DATE TO WS-LM-DATE
                     MOVE MVT-LIBELLE TO WS-LM-LIBELLE
                     MOVE MVT-MONTANT TO WS-LM-MONTANT
                     MOVE WS-LIGNE-MVT TO ENREG-RELEVE
                     WRITE ENREG-RELEVE
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE F-MOUVEMENTS.
        EDITER-MOUVEMENTS-MOIS-FIN. EXIT.

      *Detail des interets (nombres, taux, montant), frais de
      *depassement et solde de cloture.
        EDITER-INTERETS.
            MOVE SPACES TO ENREG-RELEVE.
            WRITE ENREG-RELEVE.
            MOVE "DETAIL DES INTERETS DU MOIS" TO ENREG-RELEVE.
            WRITE ENREG-RELEVE.
            MOVE "INTERETS CREDITEURS" TO WS-LI-LIBELLE.
            MOVE WS-NOMBRES-CREDIT TO WS-LI-BASE.
            MOVE WS-TAUX-CREDIT TO WS-LI-TAUX.
            MOVE WS-INTERETS-CREDIT TO WS-LI-MONTANT.
            MOVE WS-LIGNE-INTERET TO ENREG-RELEVE.
            WRITE ENREG-RELEVE.
            MOVE "AGIOS DEBITEURS" TO WS-LI-LIBELLE.
            MOVE WS-NOMBRES-DEBIT TO WS-LI-BASE.
            MOVE WS-TAUX-DEBIT TO WS-LI-TAUX.
            COMPUTE WS-LI-MONTANT = ZERO - WS-AGIOS.
            MOVE WS-LIGNE-INTERET TO ENREG-RELEVE.
            WRITE ENREG-RELEVE.
            MOVE "  (NOMBRES = SOMME DES SOLDES QUOTIDIENS, TAUX "
                TO ENREG-RELEVE.
            MOVE "ANNUEL EN %, BASE 365)" TO ENREG-RELEVE(48:).
            WRITE ENREG-RELEVE.
            MOVE SPACES TO ENREG-RELEVE.
            MOVE WS-FRAIS-JOUR TO WS-MONTANT-ED.
            COMPUTE WS-LM-MONTANT = ZERO - WS-FRAIS-DEPASSEMENT.
            STRING "  FRAIS DE DEPASSEMENT : " WS-JOURS-DEPASSEMENT
                " JOUR(S) A " WS-MONTANT-ED
                DELIMITED BY SIZE INTO ENREG-RELEVE.
            MOVE WS-LM-MONTANT TO ENREG-RELEVE(70:).
            WRITE ENREG-RELEVE.
            MOVE SPACES TO ENREG-RELEVE.
            WRITE ENREG-RELEVE.
            MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-ED.
            MOVE "SOLDE DE CLOTURE" TO ENREG-RELEVE.
            MOVE WS-SOLDE-ED TO ENREG-RELEVE(45:).
            WRITE ENREG-RELEVE.
        EDITER-INTERETS-FIN. EXIT.

      *Passation des interets, agios et frais en mouvements dates du
      *dernier jour du mois, et mise a jour du solde persistant.
        PASSER-INTERETS.
            MOVE WS-FIN-MOIS TO WS-DATE-MVT.
            PERFORM CHARGER-SOLDE
            THRU    CHARGER-SOLDE-FIN.
            IF WS-INTERETS-CREDIT > ZERO
               MOVE "INTERETS CREDITEURS" TO WS-LIBELLE-SAISI
               MOVE WS-INTERETS-CREDIT TO WS-MONTANT
               PERFORM ECRIRE-MOUVEMENT
               THRU    ECRIRE-MOUVEMENT-FIN
               ADD WS-MONTANT TO SOLDE
            END-IF.
            IF WS-AGIOS > ZERO
               MOVE "AGIOS DEBITEURS" TO WS-LIBELLE-SAISI
               COMPUTE WS-MONTANT = ZERO - WS-AGIOS
               PERFORM ECRIRE-MOUVEMENT
               THRU    ECRIRE-MOUVEMENT-FIN
               ADD WS-MONTANT TO SOLDE
            END-IF.
            IF WS-FRAIS-DEPASSEMENT > ZERO
               MOVE "FRAIS DE DEPASSEMENT" TO WS-LIBELLE-SAISI
               COMPUTE WS-MONTANT = ZERO - WS-FRAIS-DEPASSEMENT
               PERFORM ECRIRE-MOUVEMENT
               THRU    ECRIRE-MOUVEMENT-FIN
               ADD WS-MONTANT TO SOLDE
            END-IF.
            PERFORM SAUVER-SOLDE
            THRU    SAUVER-SOLDE-FIN.
        PASSER-INTERETS-FIN. EXIT.

      *Recharge le solde persistant du compte courant.
        CHARGER-SOLDE.
            MOVE ZERO TO SOLDE.
            OPEN INPUT F-COMPTE.
            IF WS-STATUT-COMPTE = "00"
               READ F-COMPTE
               IF WS-STATUT-COMPTE = "00"
                  MOVE CPT-SOLDE TO SOLDE
               END-IF
               CLOSE F-COMPTE
            END-IF.
        CHARGER-SOLDE-FIN. EXIT.

      *Reecrit le solde persistant du compte courant.
        SAUVER-SOLDE.
            OPEN OUTPUT F-COMPTE.
            IF WS-STATUT-COMPTE = "00"
               MOVE SOLDE TO CPT-SOLDE
               WRITE ENREG-COMPTE
               CLOSE F-COMPTE
            ELSE
               DISPLAY "SOLDE NON SAUVE : " WS-COMPTE-COURANT " "
                   WS-STATUT-COMPTE
            END-IF.
        SAUVER-SOLDE-FIN. EXIT.

      *Ajoute le mouvement date au fichier cumulatif du compte.
        ECRIRE-MOUVEMENT.
            OPEN EXTEND F-MOUVEMENTS.
            IF WS-STATUT-MOUVEMENTS NOT = "00"
               OPEN OUTPUT F-MOUVEMENTS
            END-IF.
            IF WS-STATUT-MOUVEMENTS = "00"
               MOVE SPACES TO ENREG-MOUVEMENT
               MOVE WS-DATE-MVT TO MVT-DATE
               MOVE WS-LIBELLE-SAISI TO MVT-LIBELLE
               MOVE WS-MONTANT TO MVT-MONTANT
               WRITE ENREG-MOUVEMENT
               CLOSE F-MOUVEMENTS
            ELSE
               DISPLAY "MOUVEMENT NON JOURNALISE : "
                   WS-COMPTE-COURANT " " WS-STATUT-MOUVEMENTS
            END-IF.
        ECRIRE-MOUVEMENT-FIN. EXIT.
       END PROGRAM VOY-CON-CLOTURE.
