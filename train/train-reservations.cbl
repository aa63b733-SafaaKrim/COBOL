      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Vente et annulation de places au guichet :      *
      * chaque billet porte un train, une date, une voiture, une place *
      * et le trajet de la gare de montee a la gare de descente. Une   *
      * place n'est vendue que si aucun billet actif ne l'occupe sur   *
      * un troncon commun du trajet ; chaque vente et chaque           *
      * annulation est ecrite au journal des ventes avec la gare du    *
      * guichet, et la caisse du jour est restituee par gare.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. train-reservations.
       AUTHOR. K.SAFAA.

      * Les billets vivent dans RESERVATIONS-PLACES.DAT (train4.cpy),
      * qui remplace les lots de places de reservations-trains.dat
      * pour train-occupation.cbl et train-recettes.cbl. Le trajet
      * est exprime en codes de gares.dat ; la position de chaque
      * gare dans gares.dat est celle du drapeau d'arret de train.dat,
      * ce qui permet de verifier que le train circule le jour demande
      * (DATEUTIL JOURSEM contre FS-JOUR-DEPART), qu'il dessert les
      * deux gares et dans le bon sens. Deux trajets se chevauchent
      * s'ils ont au moins un troncon entre deux positions en commun :
      * un billet Paris-Lyon et un billet Lyon-Marseille peuvent donc
      * occuper la meme place. Le prix vient de TARIFS-TRAINS.DAT pour
      * le couple montee/descente (dans un sens ou dans l'autre).
      * L'annulation conserve le billet avec l'etat X (recopie du
      * fichier vers un .new puis remplacement, comme train-maint.cbl).
      * JOURNAL-VENTES-TRAINS.DAT recoit une ligne datee par vente
      * (+) et par remboursement (-) ; la caisse d'une journee est
      * recalculee depuis le journal dans CAISSE-VENTES-TRAINS.DAT,
      * automatiquement pour la journee en cours a la sortie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
           ASSIGN TO 'train.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICIN.

           SELECT F-GARES
           ASSIGN TO 'gares.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-GARES.

           SELECT F-TARIFS
           ASSIGN TO 'tarifs-trains.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-TARIFS.

           SELECT F-BILLETS
           ASSIGN TO 'reservations-places.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-BILLETS.

           SELECT F-BILLETS-NEW
           ASSIGN TO 'reservations-places.dat.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-BILNEW.

           SELECT F-JOURNAL
           ASSIGN TO 'journal-ventes-trains.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-JOURNAL.

           SELECT F-CAISSE
           ASSIGN TO 'caisse-ventes-trains.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-CAISSE.

       DATA DIVISION.
       FILE SECTION.
       COPY train1.

       FD  F-GARES
           RECORD CONTAINS 32 CHARACTERS.
       01  FS-GARE-REF.
           05 FS-GR-POSITION      PIC 99.
           05 FILLER              PIC X.
           05 FS-GR-CODE          PIC X(5).
           05 FILLER              PIC X.
           05 FS-GR-NOM           PIC X(15).
           05 FILLER              PIC X.
           05 FS-GR-ATTENTE-MN    PIC 99.
           05 FILLER              PIC X.
           05 FS-GR-KM-PRECEDENTE PIC X(4).

       FD  F-TARIFS
           RECORD CONTAINS 18 CHARACTERS.
       01  FS-TARIF.
           05 FS-TF-CODE-DEPART   PIC X(5).
           05 FILLER              PIC X.
           05 FS-TF-CODE-ARRIVEE  PIC X(5).
           05 FILLER              PIC X.
           05 FS-TF-PRIX          PIC X(6).

       COPY train4.

       FD  F-BILLETS-NEW
           RECORD CONTAINS 99 CHARACTERS.
       01  FN-BILLET              PIC X(99).

       FD  F-JOURNAL
      * Une ligne par operation de guichet : date et heure, gare du
      * guichet, VENTE ou ANNUL, billet, train, date de circulation,
      * voiture, place, trajet, sens (+ encaisse, - rembourse) et
      * montant.
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-JOURNAL.
           05 FS-JV-DATE          PIC 9(8).
           05 FILLER              PIC X.
           05 FS-JV-HEURE         PIC 9(6).
           05 FILLER              PIC X.
           05 FS-JV-GARE          PIC X(5).
           05 FILLER              PIC X.
           05 FS-JV-OPERATION     PIC X(5).
           05 FILLER              PIC X.
           05 FS-JV-NUM-BILLET    PIC 9(8).
           05 FILLER              PIC X.
           05 FS-JV-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X.
           05 FS-JV-DATE-CIRC     PIC 9(8).
           05 FILLER              PIC X.
           05 FS-JV-VOITURE       PIC 9(2).
           05 FILLER              PIC X.
           05 FS-JV-PLACE         PIC 9(3).
           05 FILLER              PIC X.
           05 FS-JV-CODE-MONTEE   PIC X(5).
           05 FILLER              PIC X.
           05 FS-JV-CODE-DESCENTE PIC X(5).
           05 FILLER              PIC X.
           05 FS-JV-SENS          PIC X.
           05 FS-JV-MONTANT       PIC 9(6).

       FD  F-CAISSE
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-CAISSE-LIGNE        PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-FICIN==
                     ==FSTAT-OK==    BY ==WS-STAT-FICIOK==.
           88  WS-STAT-FICIFIN                    VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-GARES==
                     ==FSTAT-OK==    BY ==WS-STAT-GARES-OK==.
           88  WS-STAT-GARES-FIN                  VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-TARIFS==
                     ==FSTAT-OK==    BY ==WS-STAT-TARIFS-OK==.
           88  WS-STAT-TARIFS-FIN                 VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-BILLETS==
                     ==FSTAT-OK==    BY ==WS-STAT-BILLETS-OK==.
           88  WS-STAT-BILLETS-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-BILNEW==
                     ==FSTAT-OK==    BY ==WS-STAT-BILNEW-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-JOURNAL==
                     ==FSTAT-OK==    BY ==WS-STAT-JOURNAL-OK==.
           88  WS-STAT-JOURNAL-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-CAISSE==
                     ==FSTAT-OK==    BY ==WS-STAT-CAISSE-OK==.

       01  WS-FS-ENREG       PIC 99.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME  PIC X(20) VALUE 'TRAIN-RESA'.
       01  WS-LOG-PARAGRAPHE PIC X(30).
       01  WS-LOG-MESSAGE    PIC X(50).

      * Zones d'appel de la routine partagee de calcul de dates
       01  WS-DU-FONCTION    PIC X(08).
       01  WS-DU-DATE-1      PIC 9(08).
       01  WS-DU-DATE-2      PIC 9(08).
       01  WS-DU-NOMBRE      PIC S9(07).
       01  WS-DU-RESULTAT    PIC S9(08).
       01  WS-DU-CODE        PIC X(02).

      * Referentiel des gares, range par position (indice du drapeau
      * d'arret de train.dat).
       01  WS-TAB-GARES.
           05 WS-GARE-ENTREE OCCURS 20 TIMES.
              10 WS-GARE-CODE       PIC X(5).
              10 WS-GARE-NOM        PIC X(15).

      * Tarifs par couple de gares.
       01  WS-NB-TARIFS      PIC 9(03) VALUE 0.
       01  WS-TAB-TARIFS.
           05 WS-TF-ENTREE OCCURS 100 TIMES.
              10 WS-TF-DEPART       PIC X(5).
              10 WS-TF-ARRIVEE      PIC X(5).
              10 WS-TF-PRIX         PIC 9(6).

       01  WS-DATE-JOUR      PIC 9(8).
       01  WS-HEURE-JOUR     PIC 9(8).
       01  WS-GARE-GUICHET   PIC X(5) VALUE SPACES.
       01  WS-CHOIX-MENU     PIC X(1) VALUE SPACE.
       01  WS-CONFIRMATION   PIC X(1).

      * Saisie d'une vente.
       01  WS-SA-NUM-TRAIN   PIC X(6).
       01  WS-SA-DATE        PIC X(8).
       01  WS-SA-VOITURE     PIC X(2).
       01  WS-SA-PLACE       PIC X(3).
       01  WS-SA-MONTEE      PIC X(5).
       01  WS-SA-DESCENTE    PIC X(5).
       01  WS-SA-PASSAGER    PIC X(25).
       01  WS-SA-NUM-BILLET  PIC X(8).

      * Billet en cours de vente ou d'annulation (meme disposition
      * que FS-BILLET de train4.cpy).
       01  WS-BILLET-COURANT.
           05 WS-BC-NUM-BILLET    PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-DATE-CIRC     PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-VOITURE       PIC 9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-PLACE         PIC 9(3).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-CODE-MONTEE   PIC X(5).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-POS-MONTEE    PIC 99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-CODE-DESCENTE PIC X(5).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-POS-DESCENTE  PIC 99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-PASSAGER      PIC X(25).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-PRIX          PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-ETAT          PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-DATE-VENTE    PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-BC-GARE-VENTE    PIC X(5).

      * Train demande : desserte et sens de marche.
       01  WS-TRAIN-TROUVE   PIC X(1).
           88  TRAIN-TROUVE  VALUE 'O'.
       01  WS-JOUR-CIRC      PIC 9(1).
       01  WS-ARRETS         PIC X(20).
       01  WS-POS-DEPART     PIC 99.
       01  WS-POS-ARRIVEE    PIC 99.
       01  WS-POS-MONTEE     PIC 99.
       01  WS-POS-DESCENTE   PIC 99.
       01  WS-POS-GARE       PIC 99.
       01  WS-CODE-CHERCHE   PIC X(5).
       01  WS-DESSERVIE      PIC X(1).
           88  GARE-DESSERVIE VALUE 'O'.

      * Bornes des trajets compares (position basse, position haute).
       01  WS-BORNE-BASSE    PIC 99.
       01  WS-BORNE-HAUTE    PIC 99.
       01  WS-BL-BASSE       PIC 99.
       01  WS-BL-HAUTE       PIC 99.
       01  WS-PLACE-LIBRE    PIC X(1).
           88  PLACE-LIBRE   VALUE 'O'.
       01  WS-BILLET-CONFLIT PIC 9(8).
       01  WS-DERNIER-BILLET PIC 9(8).
       01  WS-PRIX           PIC 9(6).
       01  WS-BILLET-TROUVE  PIC X(1).
           88  BILLET-TROUVE VALUE 'O'.

      * Operation a porter au journal.
       01  WS-JV-OPERATION   PIC X(5).
       01  WS-JV-SENS        PIC X(1).

      * Caisse d'une journee, cumulee par gare de guichet.
       01  WS-DATE-CAISSE    PIC 9(8).
       01  WS-SA-DATE-CAISSE PIC X(8).
       01  WS-NB-CAISSES     PIC 99 VALUE 0.
       01  WS-TAB-CAISSES.
           05 WS-CS-ENTREE OCCURS 20 TIMES.
              10 WS-CS-GARE         PIC X(5).
              10 WS-CS-NB-VENTES    PIC 9(5).
              10 WS-CS-VENTES       PIC 9(9).
              10 WS-CS-NB-ANNUL     PIC 9(5).
              10 WS-CS-REMBOURSE    PIC 9(9).
       01  WS-CS-NET         PIC S9(9).
       01  WS-TOT-VENTES     PIC 9(9).
       01  WS-TOT-REMBOURSE  PIC 9(9).
       01  WS-TOT-NET        PIC S9(9).
       01  WS-MONTANT-ED     PIC Z(8)9.
       01  WS-MONTANT-ED2    PIC Z(8)9.
       01  WS-NET-ED         PIC -(9)9.
       01  WS-NB-ED          PIC ZZZZ9.
       01  WS-NB-ED2         PIC ZZZZ9.

       01  WS-I              PIC 9(03).
       01  WS-POS            PIC 9(03).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           PERFORM 1000-CHARGER-GARES
           THRU    1000-CHARGER-GARES-FIN.
           PERFORM 1100-CHARGER-TARIFS
           THRU    1100-CHARGER-TARIFS-FIN.
           PERFORM 1200-IDENTIFIER-GUICHET
           THRU    1200-IDENTIFIER-GUICHET-FIN.

           PERFORM UNTIL WS-CHOIX-MENU = 'Q'
               DISPLAY SPACE
               DISPLAY 'VENTE DE PLACES - GUICHET ' WS-GARE-GUICHET
               DISPLAY '1. Vendre une place'
               DISPLAY '2. Annuler un billet'
               DISPLAY '3. Places vendues sur un train'
               DISPLAY '4. Caisse d''une journee'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN '1'
                       PERFORM 2000-VENDRE-PLACE
                       THRU    2000-VENDRE-PLACE-FIN
                   WHEN '2'
                       PERFORM 3000-ANNULER-BILLET
                       THRU    3000-ANNULER-BILLET-FIN
                   WHEN '3'
                       PERFORM 3500-LISTER-TRAIN
                       THRU    3500-LISTER-TRAIN-FIN
                   WHEN '4'
                       DISPLAY 'DATE DE CAISSE (AAAAMMJJ, VIDE = '
                           'AUJOURD''HUI) : ' WITH NO ADVANCING
                       ACCEPT WS-SA-DATE-CAISSE
                       IF WS-SA-DATE-CAISSE NUMERIC
                           MOVE WS-SA-DATE-CAISSE TO WS-DATE-CAISSE
                       ELSE
                           MOVE WS-DATE-JOUR TO WS-DATE-CAISSE
                       END-IF
                       PERFORM 5000-CAISSE-JOURNEE
                       THRU    5000-CAISSE-JOURNEE-FIN
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CHOIX INVALIDE, ESSAYEZ ENCORE.'
               END-EVALUATE
           END-PERFORM.

      * La caisse de la journee est toujours restituee a la sortie.
           MOVE WS-DATE-JOUR TO WS-DATE-CAISSE.
           PERFORM 5000-CAISSE-JOURNEE
           THRU    5000-CAISSE-JOURNEE-FIN.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Referentiel des gares : sans lui, ni le trajet ni le sens de
      * marche ne peuvent etre controles, la vente est impossible.
      ******************************************************************
       1000-CHARGER-GARES.
           MOVE SPACES TO WS-TAB-GARES.
           OPEN INPUT F-GARES.
           IF NOT WS-STAT-GARES-OK
               DISPLAY 'ERREUR OUVERTURE GARES.DAT : ' WS-STAT-GARES
               MOVE '1000-CHARGER-GARES' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE GARES.DAT' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-GARES WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-GARES-FIN
               READ F-GARES
               IF WS-STAT-GARES-OK
                   IF FS-GR-POSITION NUMERIC
                       AND FS-GR-POSITION >= 1
                       AND FS-GR-POSITION <= 20
                       MOVE FS-GR-CODE
                           TO WS-GARE-CODE (FS-GR-POSITION)
                       MOVE FS-GR-NOM
                           TO WS-GARE-NOM (FS-GR-POSITION)
                   ELSE
                       DISPLAY 'LIGNE DE GARES.DAT IGNOREE : '
                           FS-GARE-REF
                   END-IF
               ELSE
                   SET WS-STAT-GARES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-GARES.
       1000-CHARGER-GARES-FIN. EXIT.

       1100-CHARGER-TARIFS.
           OPEN INPUT F-TARIFS.
           IF NOT WS-STAT-TARIFS-OK
               DISPLAY 'TARIFS-TRAINS.DAT ILLISIBLE ('
                   WS-STAT-TARIFS ') : AUCUNE VENTE POSSIBLE'
               GO TO 1100-CHARGER-TARIFS-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-TARIFS-FIN
               READ F-TARIFS
               IF WS-STAT-TARIFS-OK
                   IF FS-TF-PRIX NUMERIC AND WS-NB-TARIFS < 100
                       ADD 1 TO WS-NB-TARIFS
                       MOVE FS-TF-CODE-DEPART
                           TO WS-TF-DEPART (WS-NB-TARIFS)
                       MOVE FS-TF-CODE-ARRIVEE
                           TO WS-TF-ARRIVEE (WS-NB-TARIFS)
                       MOVE FS-TF-PRIX
                           TO WS-TF-PRIX (WS-NB-TARIFS)
                   ELSE
                       DISPLAY 'LIGNE DE TARIF ILLISIBLE IGNOREE : '
                           FS-TARIF
                   END-IF
               ELSE
                   SET WS-STAT-TARIFS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-TARIFS.
       1100-CHARGER-TARIFS-FIN. EXIT.

      ******************************************************************
      * La gare du guichet est demandee a l'ouverture : toutes les
      * operations de la session lui sont imputees dans le journal.
      ******************************************************************
       1200-IDENTIFIER-GUICHET.
           DISPLAY 'CODE DE LA GARE DU GUICHET : ' WITH NO ADVANCING.
           ACCEPT WS-GARE-GUICHET.
           MOVE WS-GARE-GUICHET TO WS-CODE-CHERCHE.
           PERFORM 2200-POSITION-GARE
           THRU    2200-POSITION-GARE-FIN.
           IF WS-POS-GARE = 0
               DISPLAY 'GARE INCONNUE DE GARES.DAT : ' WS-GARE-GUICHET
               GO TO 1200-IDENTIFIER-GUICHET
           END-IF.
       1200-IDENTIFIER-GUICHET-FIN. EXIT.

      ******************************************************************
      * Vente : saisie et controle du trajet, recherche du tarif,
      * controle de la place sur tous les billets actifs du train et
      * de la date, puis ecriture du billet et du journal.
      ******************************************************************
       2000-VENDRE-PLACE.
           DISPLAY 'NUMERO DU TRAIN             : ' WITH NO ADVANCING.
           ACCEPT WS-SA-NUM-TRAIN.
           DISPLAY 'DATE DE CIRCULATION AAAAMMJJ : ' WITH NO ADVANCING.
           ACCEPT WS-SA-DATE.
           IF WS-SA-NUM-TRAIN = SPACES OR WS-SA-DATE NOT NUMERIC
               DISPLAY 'TRAIN OU DATE NON RENSEIGNE, VENTE REFUSEE.'
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.
           MOVE 'VALIDER ' TO WS-DU-FONCTION.
           MOVE WS-SA-DATE TO WS-DU-DATE-1.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE NOT = '00'
               DISPLAY 'DATE DE CIRCULATION INVALIDE : ' WS-SA-DATE
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.
           IF WS-DU-DATE-1 < WS-DATE-JOUR
               DISPLAY 'DATE DE CIRCULATION PASSEE : ' WS-SA-DATE
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.
           MOVE 'JOURSEM ' TO WS-DU-FONCTION.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           MOVE WS-DU-RESULTAT TO WS-JOUR-CIRC.

           PERFORM 2100-CONTROLER-TRAIN
           THRU    2100-CONTROLER-TRAIN-FIN.
           IF NOT TRAIN-TROUVE
               DISPLAY 'LE TRAIN ' WS-SA-NUM-TRAIN
                   ' NE CIRCULE PAS LE JOUR ' WS-JOUR-CIRC
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.

           DISPLAY 'GARE DE MONTEE (CODE)       : ' WITH NO ADVANCING.
           ACCEPT WS-SA-MONTEE.
           DISPLAY 'GARE DE DESCENTE (CODE)     : ' WITH NO ADVANCING.
           ACCEPT WS-SA-DESCENTE.
           MOVE WS-SA-MONTEE TO WS-CODE-CHERCHE.
           PERFORM 2200-POSITION-GARE
           THRU    2200-POSITION-GARE-FIN.
           MOVE WS-POS-GARE TO WS-POS-MONTEE.
           MOVE WS-SA-DESCENTE TO WS-CODE-CHERCHE.
           PERFORM 2200-POSITION-GARE
           THRU    2200-POSITION-GARE-FIN.
           MOVE WS-POS-GARE TO WS-POS-DESCENTE.
           IF WS-POS-MONTEE = 0 OR WS-POS-DESCENTE = 0
               DISPLAY 'GARE INCONNUE DE GARES.DAT, VENTE REFUSEE.'
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.
           IF WS-POS-MONTEE = WS-POS-DESCENTE
               DISPLAY 'MONTEE ET DESCENTE IDENTIQUES, VENTE REFUSEE.'
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.

      * Les deux gares doivent etre desservies, dans le sens de marche
      * du train et entre ses deux terminus.
           MOVE WS-POS-MONTEE TO WS-POS-GARE.
           PERFORM 2300-CONTROLER-DESSERTE
           THRU    2300-CONTROLER-DESSERTE-FIN.
           IF NOT GARE-DESSERVIE
               DISPLAY 'LE TRAIN NE DESSERT PAS ' WS-SA-MONTEE
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.
           MOVE WS-POS-DESCENTE TO WS-POS-GARE.
           PERFORM 2300-CONTROLER-DESSERTE
           THRU    2300-CONTROLER-DESSERTE-FIN.
           IF NOT GARE-DESSERVIE
               DISPLAY 'LE TRAIN NE DESSERT PAS ' WS-SA-DESCENTE
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.
           IF (WS-POS-DEPART < WS-POS-ARRIVEE
                   AND WS-POS-MONTEE > WS-POS-DESCENTE)
               OR (WS-POS-DEPART > WS-POS-ARRIVEE
                   AND WS-POS-MONTEE < WS-POS-DESCENTE)
               DISPLAY 'TRAJET A CONTRESENS DU TRAIN, VENTE REFUSEE.'
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.

           PERFORM 2400-RECHERCHER-TARIF
           THRU    2400-RECHERCHER-TARIF-FIN.
           IF WS-PRIX = 0
               DISPLAY 'AUCUN TARIF POUR ' WS-SA-MONTEE ' -> '
                   WS-SA-DESCENTE ', VENTE REFUSEE.'
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.

           DISPLAY 'VOITURE (NN)                : ' WITH NO ADVANCING.
           ACCEPT WS-SA-VOITURE.
           DISPLAY 'PLACE (NNN)                 : ' WITH NO ADVANCING.
           ACCEPT WS-SA-PLACE.
           IF WS-SA-VOITURE NOT NUMERIC OR WS-SA-PLACE NOT NUMERIC
               OR WS-SA-VOITURE = '00' OR WS-SA-PLACE = '000'
               DISPLAY 'VOITURE OU PLACE INVALIDE, VENTE REFUSEE.'
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.
           DISPLAY 'NOM DU VOYAGEUR             : ' WITH NO ADVANCING.
           ACCEPT WS-SA-PASSAGER.
           IF WS-SA-PASSAGER = SPACES
               DISPLAY 'NOM DU VOYAGEUR OBLIGATOIRE, VENTE REFUSEE.'
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.

           IF WS-POS-MONTEE < WS-POS-DESCENTE
               MOVE WS-POS-MONTEE   TO WS-BORNE-BASSE
               MOVE WS-POS-DESCENTE TO WS-BORNE-HAUTE
           ELSE
               MOVE WS-POS-DESCENTE TO WS-BORNE-BASSE
               MOVE WS-POS-MONTEE   TO WS-BORNE-HAUTE
           END-IF.
           PERFORM 2500-CONTROLER-PLACE
           THRU    2500-CONTROLER-PLACE-FIN.
           IF NOT PLACE-LIBRE
               DISPLAY 'PLACE ' WS-SA-VOITURE '/' WS-SA-PLACE
                   ' DEJA VENDUE SUR LE TRAJET (BILLET '
                   WS-BILLET-CONFLIT '), VENTE REFUSEE.'
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.

           DISPLAY 'PRIX : ' WS-PRIX ' - CONFIRMER LA VENTE (O/N) : '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'O'
               DISPLAY 'VENTE ABANDONNEE.'
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.

           INITIALIZE WS-BILLET-COURANT.
           ADD 1 TO WS-DERNIER-BILLET GIVING WS-BC-NUM-BILLET.
           MOVE WS-SA-NUM-TRAIN   TO WS-BC-NUM-TRAIN.
           MOVE WS-SA-DATE        TO WS-BC-DATE-CIRC.
           MOVE WS-SA-VOITURE     TO WS-BC-VOITURE.
           MOVE WS-SA-PLACE       TO WS-BC-PLACE.
           MOVE WS-SA-MONTEE      TO WS-BC-CODE-MONTEE.
           MOVE WS-POS-MONTEE     TO WS-BC-POS-MONTEE.
           MOVE WS-SA-DESCENTE    TO WS-BC-CODE-DESCENTE.
           MOVE WS-POS-DESCENTE   TO WS-BC-POS-DESCENTE.
           MOVE WS-SA-PASSAGER    TO WS-BC-PASSAGER.
           MOVE WS-PRIX           TO WS-BC-PRIX.
           MOVE 'A'               TO WS-BC-ETAT.
           MOVE WS-DATE-JOUR      TO WS-BC-DATE-VENTE.
           MOVE WS-GARE-GUICHET   TO WS-BC-GARE-VENTE.

           OPEN EXTEND F-BILLETS.
           IF NOT WS-STAT-BILLETS-OK
               OPEN OUTPUT F-BILLETS
           END-IF.
           IF NOT WS-STAT-BILLETS-OK
               DISPLAY 'ERREUR OUVERTURE RESERVATIONS-PLACES.DAT : '
                   WS-STAT-BILLETS
               MOVE '2000-VENDRE-PLACE' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RESERVATIONS-PLACES'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-BILLETS WS-LOG-MESSAGE
               GO TO 2000-VENDRE-PLACE-FIN
           END-IF.
           MOVE WS-BILLET-COURANT TO FS-BILLET.
           WRITE FS-BILLET.
           CLOSE F-BILLETS.

           MOVE 'VENTE' TO WS-JV-OPERATION.
           MOVE '+'     TO WS-JV-SENS.
           PERFORM 4000-ECRIRE-JOURNAL
           THRU    4000-ECRIRE-JOURNAL-FIN.
           DISPLAY 'BILLET ' WS-BC-NUM-BILLET ' VENDU : '
               WS-BC-NUM-TRAIN ' DU ' WS-BC-DATE-CIRC
               ' VOITURE ' WS-BC-VOITURE ' PLACE ' WS-BC-PLACE.
       2000-VENDRE-PLACE-FIN. EXIT.

      ******************************************************************
      * Recherche dans train.dat le train demande pour le jour de
      * semaine de la date de circulation ; releve ses drapeaux
      * d'arret et les positions de ses deux terminus (noms compares
      * sur dix caracteres, largeur des gares de train.dat).
      ******************************************************************
       2100-CONTROLER-TRAIN.
           MOVE 'N' TO WS-TRAIN-TROUVE.
           OPEN INPUT F-INPUT.
           IF NOT WS-STAT-FICIOK
               DISPLAY 'ERREUR OUVERTURE TRAIN.DAT : ' WS-STAT-FICIN
               GO TO 2100-CONTROLER-TRAIN-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-FICIFIN OR TRAIN-TROUVE
               READ F-INPUT
               IF WS-STAT-FICIOK
                   IF FS-NUM-TRAIN = WS-SA-NUM-TRAIN
                       AND FS-JOUR-DEPART = WS-JOUR-CIRC
                       MOVE 'O' TO WS-TRAIN-TROUVE
                       MOVE SPACES TO WS-ARRETS
                       MOVE FS-TRAIN-DET(57:WS-FS-ENREG - 56)
                           TO WS-ARRETS
                       MOVE 0 TO WS-POS-DEPART
                       MOVE 0 TO WS-POS-ARRIVEE
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > 20
                           IF WS-GARE-NOM (WS-I) (1:10)
                                   = FS-GARE-DEPART
                               MOVE WS-I TO WS-POS-DEPART
                           END-IF
                           IF WS-GARE-NOM (WS-I) (1:10)
                                   = FS-GARE-ARRIVEE
                               MOVE WS-I TO WS-POS-ARRIVEE
                           END-IF
                       END-PERFORM
                   END-IF
               ELSE
                   SET WS-STAT-FICIFIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-INPUT.
       2100-CONTROLER-TRAIN-FIN. EXIT.

       2200-POSITION-GARE.
           MOVE 0 TO WS-POS-GARE.
           IF WS-CODE-CHERCHE = SPACES
               GO TO 2200-POSITION-GARE-FIN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 20
               IF WS-GARE-CODE (WS-I) = WS-CODE-CHERCHE
                   MOVE WS-I TO WS-POS-GARE
               END-IF
           END-PERFORM.
       2200-POSITION-GARE-FIN. EXIT.

      ******************************************************************
      * Une gare est desservie si c'est un terminus du train ou si son
      * drapeau d'arret est pose, et si elle est comprise entre les
      * deux terminus (terminus inconnus : seul le drapeau compte).
      ******************************************************************
       2300-CONTROLER-DESSERTE.
           MOVE 'N' TO WS-DESSERVIE.
           IF WS-POS-GARE = WS-POS-DEPART
               OR WS-POS-GARE = WS-POS-ARRIVEE
               OR WS-ARRETS(WS-POS-GARE:1) = 'O'
               MOVE 'O' TO WS-DESSERVIE
           END-IF.
           IF WS-POS-DEPART = 0 OR WS-POS-ARRIVEE = 0
               GO TO 2300-CONTROLER-DESSERTE-FIN
           END-IF.
           IF WS-POS-DEPART < WS-POS-ARRIVEE
               IF WS-POS-GARE < WS-POS-DEPART
                   OR WS-POS-GARE > WS-POS-ARRIVEE
                   MOVE 'N' TO WS-DESSERVIE
               END-IF
           ELSE
               IF WS-POS-GARE > WS-POS-DEPART
                   OR WS-POS-GARE < WS-POS-ARRIVEE
                   MOVE 'N' TO WS-DESSERVIE
               END-IF
           END-IF.
       2300-CONTROLER-DESSERTE-FIN. EXIT.

      ******************************************************************
      * Tarif du couple montee/descente, pris dans le sens saisi ou a
      * defaut dans le sens inverse (meme prix dans les deux sens).
      ******************************************************************
       2400-RECHERCHER-TARIF.
           MOVE 0 TO WS-PRIX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TARIFS
               IF WS-TF-DEPART (WS-I) = WS-SA-MONTEE
                   AND WS-TF-ARRIVEE (WS-I) = WS-SA-DESCENTE
                   MOVE WS-TF-PRIX (WS-I) TO WS-PRIX
               END-IF
           END-PERFORM.
           IF WS-PRIX > 0
               GO TO 2400-RECHERCHER-TARIF-FIN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TARIFS
               IF WS-TF-DEPART (WS-I) = WS-SA-DESCENTE
                   AND WS-TF-ARRIVEE (WS-I) = WS-SA-MONTEE
                   MOVE WS-TF-PRIX (WS-I) TO WS-PRIX
               END-IF
           END-PERFORM.
       2400-RECHERCHER-TARIF-FIN. EXIT.

      ******************************************************************
      * Parcourt tous les billets : releve le dernier numero attribue
      * et refuse la place si un billet actif du meme train, de la
      * meme date, sur la meme voiture et la meme place, partage au
      * moins un troncon avec le trajet demande. Un fichier absent
      * signifie qu'aucun billet n'a encore ete vendu.
      ******************************************************************
       2500-CONTROLER-PLACE.
           MOVE 'O' TO WS-PLACE-LIBRE.
           MOVE 0 TO WS-BILLET-CONFLIT.
           MOVE 0 TO WS-DERNIER-BILLET.
           OPEN INPUT F-BILLETS.
           IF NOT WS-STAT-BILLETS-OK
               GO TO 2500-CONTROLER-PLACE-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-BILLETS-FIN
               READ F-BILLETS
               IF WS-STAT-BILLETS-OK
                   IF FS-BL-NUM-BILLET NUMERIC
                       AND FS-BL-NUM-BILLET > WS-DERNIER-BILLET
                       MOVE FS-BL-NUM-BILLET TO WS-DERNIER-BILLET
                   END-IF
                   IF FS-BL-ACTIF
                       AND FS-BL-NUM-TRAIN = WS-SA-NUM-TRAIN
                       AND FS-BL-DATE-CIRC = WS-SA-DATE
                       AND FS-BL-VOITURE = WS-SA-VOITURE
                       AND FS-BL-PLACE = WS-SA-PLACE
                       IF FS-BL-POS-MONTEE < FS-BL-POS-DESCENTE
                           MOVE FS-BL-POS-MONTEE   TO WS-BL-BASSE
                           MOVE FS-BL-POS-DESCENTE TO WS-BL-HAUTE
                       ELSE
                           MOVE FS-BL-POS-DESCENTE TO WS-BL-BASSE
                           MOVE FS-BL-POS-MONTEE   TO WS-BL-HAUTE
                       END-IF
                       IF WS-BL-BASSE < WS-BORNE-HAUTE
                           AND WS-BORNE-BASSE < WS-BL-HAUTE
                           MOVE 'N' TO WS-PLACE-LIBRE
                           MOVE FS-BL-NUM-BILLET TO WS-BILLET-CONFLIT
                       END-IF
                   END-IF
               ELSE
                   SET WS-STAT-BILLETS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-BILLETS.
       2500-CONTROLER-PLACE-FIN. EXIT.

      ******************************************************************
      * Annulation : le billet doit exister, etre actif et concerner
      * une circulation non passee. Le fichier est recopie vers le
      * .new avec le billet a l'etat X, puis la copie remplace le
      * fichier ; le remboursement est porte au journal.
      ******************************************************************
       3000-ANNULER-BILLET.
           DISPLAY 'NUMERO DU BILLET A ANNULER : ' WITH NO ADVANCING.
           ACCEPT WS-SA-NUM-BILLET.
           IF WS-SA-NUM-BILLET NOT NUMERIC
               DISPLAY 'NUMERO DE BILLET INVALIDE.'
               GO TO 3000-ANNULER-BILLET-FIN
           END-IF.

           MOVE 'N' TO WS-BILLET-TROUVE.
           OPEN INPUT F-BILLETS.
           IF NOT WS-STAT-BILLETS-OK
               DISPLAY 'AUCUN BILLET VENDU (RESERVATIONS-PLACES.DAT '
                   WS-STAT-BILLETS ')'
               GO TO 3000-ANNULER-BILLET-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-BILLETS-FIN OR BILLET-TROUVE
               READ F-BILLETS
               IF WS-STAT-BILLETS-OK
                   IF FS-BL-NUM-BILLET = WS-SA-NUM-BILLET
                       MOVE 'O' TO WS-BILLET-TROUVE
                       MOVE FS-BILLET TO WS-BILLET-COURANT
                   END-IF
               ELSE
                   SET WS-STAT-BILLETS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-BILLETS.

           IF NOT BILLET-TROUVE
               DISPLAY 'BILLET INTROUVABLE : ' WS-SA-NUM-BILLET
               GO TO 3000-ANNULER-BILLET-FIN
           END-IF.
           IF WS-BC-ETAT NOT = 'A'
               DISPLAY 'BILLET DEJA ANNULE : ' WS-SA-NUM-BILLET
               GO TO 3000-ANNULER-BILLET-FIN
           END-IF.
           IF WS-BC-DATE-CIRC < WS-DATE-JOUR
               DISPLAY 'CIRCULATION DU ' WS-BC-DATE-CIRC
                   ' PASSEE, ANNULATION REFUSEE.'
               GO TO 3000-ANNULER-BILLET-FIN
           END-IF.

           DISPLAY WS-BC-NUM-TRAIN ' DU ' WS-BC-DATE-CIRC ' '
               WS-BC-CODE-MONTEE '->' WS-BC-CODE-DESCENTE ' '
               WS-BC-PASSAGER.
           DISPLAY 'REMBOURSEMENT : ' WS-BC-PRIX
               ' - CONFIRMER L''ANNULATION (O/N) : '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = 'O'
               DISPLAY 'ANNULATION ABANDONNEE.'
               GO TO 3000-ANNULER-BILLET-FIN
           END-IF.

           OPEN INPUT F-BILLETS.
           IF NOT WS-STAT-BILLETS-OK
               DISPLAY 'ERREUR REOUVERTURE RESERVATIONS-PLACES.DAT : '
                   WS-STAT-BILLETS
               GO TO 3000-ANNULER-BILLET-FIN
           END-IF.
           OPEN OUTPUT F-BILLETS-NEW.
           IF NOT WS-STAT-BILNEW-OK
               DISPLAY 'ERREUR CREATION RESERVATIONS-PLACES.DAT.NEW : '
                   WS-STAT-BILNEW
               MOVE '3000-ANNULER-BILLET' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR CREATION RESERVATIONS-PLACES.NEW'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-BILNEW WS-LOG-MESSAGE
               CLOSE F-BILLETS
               GO TO 3000-ANNULER-BILLET-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-BILLETS-FIN
               READ F-BILLETS
               IF WS-STAT-BILLETS-OK
                   IF FS-BL-NUM-BILLET = WS-BC-NUM-BILLET
                       MOVE 'X' TO FS-BL-ETAT
                   END-IF
                   MOVE FS-BILLET TO FN-BILLET
                   WRITE FN-BILLET
               ELSE
                   SET WS-STAT-BILLETS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-BILLETS.
           CLOSE F-BILLETS-NEW.
           CALL 'SYSTEM' USING
               'mv reservations-places.dat.new reservations-places.dat'.

           MOVE 'ANNUL' TO WS-JV-OPERATION.
           MOVE '-'     TO WS-JV-SENS.
           PERFORM 4000-ECRIRE-JOURNAL
           THRU    4000-ECRIRE-JOURNAL-FIN.
           DISPLAY 'BILLET ' WS-BC-NUM-BILLET ' ANNULE, '
               WS-BC-PRIX ' REMBOURSE.'.
       3000-ANNULER-BILLET-FIN. EXIT.

      ******************************************************************
      * Liste des places vendues (billets actifs) d'un train a une
      * date, pour le guichet et le controleur.
      ******************************************************************
       3500-LISTER-TRAIN.
           DISPLAY 'NUMERO DU TRAIN             : ' WITH NO ADVANCING.
           ACCEPT WS-SA-NUM-TRAIN.
           DISPLAY 'DATE DE CIRCULATION AAAAMMJJ : ' WITH NO ADVANCING.
           ACCEPT WS-SA-DATE.
           MOVE 0 TO WS-POS.
           OPEN INPUT F-BILLETS.
           IF NOT WS-STAT-BILLETS-OK
               DISPLAY 'AUCUN BILLET VENDU.'
               GO TO 3500-LISTER-TRAIN-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-BILLETS-FIN
               READ F-BILLETS
               IF WS-STAT-BILLETS-OK
                   IF FS-BL-ACTIF
                       AND FS-BL-NUM-TRAIN = WS-SA-NUM-TRAIN
                       AND FS-BL-DATE-CIRC = WS-SA-DATE
                       ADD 1 TO WS-POS
                       DISPLAY FS-BL-VOITURE '/' FS-BL-PLACE ' '
                           FS-BL-CODE-MONTEE '->' FS-BL-CODE-DESCENTE
                           ' ' FS-BL-PASSAGER ' BILLET '
                           FS-BL-NUM-BILLET
                   END-IF
               ELSE
                   SET WS-STAT-BILLETS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-BILLETS.
           DISPLAY 'BILLETS ACTIFS : ' WS-POS.
       3500-LISTER-TRAIN-FIN. EXIT.

      ******************************************************************
      * Ajoute au journal des ventes l'operation du billet courant,
      * datee et imputee a la gare du guichet.
      ******************************************************************
       4000-ECRIRE-JOURNAL.
           OPEN EXTEND F-JOURNAL.
           IF NOT WS-STAT-JOURNAL-OK
               OPEN OUTPUT F-JOURNAL
           END-IF.
           IF NOT WS-STAT-JOURNAL-OK
               DISPLAY 'ERREUR OUVERTURE JOURNAL-VENTES-TRAINS.DAT : '
                   WS-STAT-JOURNAL
               MOVE '4000-ECRIRE-JOURNAL' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE JOURNAL DES VENTES'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-JOURNAL WS-LOG-MESSAGE
               GO TO 4000-ECRIRE-JOURNAL-FIN
           END-IF.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO FS-JOURNAL.
           MOVE WS-DATE-JOUR          TO FS-JV-DATE.
           MOVE WS-HEURE-JOUR(1:6)    TO FS-JV-HEURE.
           MOVE WS-GARE-GUICHET       TO FS-JV-GARE.
           MOVE WS-JV-OPERATION       TO FS-JV-OPERATION.
           MOVE WS-BC-NUM-BILLET      TO FS-JV-NUM-BILLET.
           MOVE WS-BC-NUM-TRAIN       TO FS-JV-NUM-TRAIN.
           MOVE WS-BC-DATE-CIRC       TO FS-JV-DATE-CIRC.
           MOVE WS-BC-VOITURE         TO FS-JV-VOITURE.
           MOVE WS-BC-PLACE           TO FS-JV-PLACE.
           MOVE WS-BC-CODE-MONTEE     TO FS-JV-CODE-MONTEE.
           MOVE WS-BC-CODE-DESCENTE   TO FS-JV-CODE-DESCENTE.
           MOVE WS-JV-SENS            TO FS-JV-SENS.
           MOVE WS-BC-PRIX            TO FS-JV-MONTANT.
           WRITE FS-JOURNAL.
           CLOSE F-JOURNAL.
       4000-ECRIRE-JOURNAL-FIN. EXIT.

      ******************************************************************
      * Caisse d'une journee : relit le journal, retient les lignes de
      * la date demandee et cumule par gare de guichet les ventes, les
      * remboursements et le net encaisse, restitues dans
      * CAISSE-VENTES-TRAINS.DAT.
      ******************************************************************
       5000-CAISSE-JOURNEE.
           MOVE 0 TO WS-NB-CAISSES.
           MOVE 0 TO WS-TOT-VENTES.
           MOVE 0 TO WS-TOT-REMBOURSE.
           OPEN INPUT F-JOURNAL.
           IF WS-STAT-JOURNAL-OK
               PERFORM UNTIL WS-STAT-JOURNAL-FIN
                   READ F-JOURNAL
                   IF WS-STAT-JOURNAL-OK
                       IF FS-JV-DATE = WS-DATE-CAISSE
                           AND FS-JV-MONTANT NUMERIC
                           PERFORM 5100-CUMULER-CAISSE
                           THRU    5100-CUMULER-CAISSE-FIN
                       END-IF
                   ELSE
                       SET WS-STAT-JOURNAL-FIN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE F-JOURNAL
           END-IF.

           OPEN OUTPUT F-CAISSE.
           IF NOT WS-STAT-CAISSE-OK
               DISPLAY 'ERREUR OUVERTURE CAISSE-VENTES-TRAINS.DAT : '
                   WS-STAT-CAISSE
               GO TO 5000-CAISSE-JOURNEE-FIN
           END-IF.
           MOVE ALL '*' TO FS-CAISSE-LIGNE.
           WRITE FS-CAISSE-LIGNE.
           MOVE SPACES TO FS-CAISSE-LIGNE.
           STRING 'CAISSE DES VENTES DE PLACES DU ' WS-DATE-CAISSE
               DELIMITED BY SIZE INTO FS-CAISSE-LIGNE.
           WRITE FS-CAISSE-LIGNE.
           MOVE ALL '*' TO FS-CAISSE-LIGNE.
           WRITE FS-CAISSE-LIGNE.
           MOVE 'GARE   NB VENTES     VENTES  NB ANNUL  REMBOURSE'
               TO FS-CAISSE-LIGNE.
           MOVE '       NET' TO FS-CAISSE-LIGNE(52:10).
           WRITE FS-CAISSE-LIGNE.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CAISSES
               COMPUTE WS-CS-NET =
                   WS-CS-VENTES (WS-I) - WS-CS-REMBOURSE (WS-I)
               MOVE WS-CS-NB-VENTES (WS-I) TO WS-NB-ED
               MOVE WS-CS-VENTES (WS-I)    TO WS-MONTANT-ED
               MOVE WS-CS-NB-ANNUL (WS-I)  TO WS-NB-ED2
               MOVE WS-CS-REMBOURSE (WS-I) TO WS-MONTANT-ED2
               MOVE WS-CS-NET              TO WS-NET-ED
               MOVE SPACES TO FS-CAISSE-LIGNE
               STRING WS-CS-GARE (WS-I) '      ' WS-NB-ED ' '
                   WS-MONTANT-ED '     ' WS-NB-ED2 '  '
                   WS-MONTANT-ED2 ' ' WS-NET-ED
                   DELIMITED BY SIZE INTO FS-CAISSE-LIGNE
               WRITE FS-CAISSE-LIGNE
           END-PERFORM.

           COMPUTE WS-TOT-NET = WS-TOT-VENTES - WS-TOT-REMBOURSE.
           MOVE WS-TOT-VENTES    TO WS-MONTANT-ED.
           MOVE WS-TOT-REMBOURSE TO WS-MONTANT-ED2.
           MOVE WS-TOT-NET       TO WS-NET-ED.
           MOVE ALL '-' TO FS-CAISSE-LIGNE.
           WRITE FS-CAISSE-LIGNE.
           MOVE SPACES TO FS-CAISSE-LIGNE.
           STRING 'TOTAL            ' WS-MONTANT-ED
               '            ' WS-MONTANT-ED2 ' ' WS-NET-ED
               DELIMITED BY SIZE INTO FS-CAISSE-LIGNE.
           WRITE FS-CAISSE-LIGNE.
           CLOSE F-CAISSE.

           DISPLAY 'CAISSE DU ' WS-DATE-CAISSE ' : VENTES '
               WS-MONTANT-ED ' REMBOURSEMENTS ' WS-MONTANT-ED2
               ' NET ' WS-NET-ED.
       5000-CAISSE-JOURNEE-FIN. EXIT.

       5100-CUMULER-CAISSE.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CAISSES
               IF WS-CS-GARE (WS-I) = FS-JV-GARE
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               IF WS-NB-CAISSES >= 20
                   DISPLAY 'PLUS DE 20 GARES AU JOURNAL, LIGNE '
                       'IGNOREE : ' FS-JOURNAL
                   GO TO 5100-CUMULER-CAISSE-FIN
               END-IF
               ADD 1 TO WS-NB-CAISSES
               MOVE WS-NB-CAISSES TO WS-POS
               MOVE FS-JV-GARE TO WS-CS-GARE (WS-POS)
               MOVE 0 TO WS-CS-NB-VENTES (WS-POS)
               MOVE 0 TO WS-CS-VENTES (WS-POS)
               MOVE 0 TO WS-CS-NB-ANNUL (WS-POS)
               MOVE 0 TO WS-CS-REMBOURSE (WS-POS)
           END-IF.
           IF FS-JV-SENS = '-'
               ADD 1 TO WS-CS-NB-ANNUL (WS-POS)
               ADD FS-JV-MONTANT TO WS-CS-REMBOURSE (WS-POS)
               ADD FS-JV-MONTANT TO WS-TOT-REMBOURSE
           ELSE
               ADD 1 TO WS-CS-NB-VENTES (WS-POS)
               ADD FS-JV-MONTANT TO WS-CS-VENTES (WS-POS)
               ADD FS-JV-MONTANT TO WS-TOT-VENTES
           END-IF.
       5100-CUMULER-CAISSE-FIN. EXIT.

       END PROGRAM train-reservations.
