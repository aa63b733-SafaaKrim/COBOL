      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Plan des cars de remplacement : chaque train    *
      * supprime du planning (date supprimee au calendrier ou relation *
      * fermee par des travaux) devient un service routier avec ses    *
      * arrets, ses heures de depart allongees par un facteur de temps *
      * routier par couple de gares, et le nombre de cars tire des     *
      * reservations. Un plan par jour pour l'autocariste et un avis   *
      * par gare pour les voyageurs.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. train-cars-remplacement.
       AUTHOR. K.SAFAA.

      * La section des trains supprimes de TRAIN-PLANNING.DAT
      * (train3.cbl) donne le numero et le motif de chaque
      * suppression ; seules les suppressions d'une circulation
      * prevue sont reprises ('DATE SUPPRIMEE AU CALENDRIER',
      * 'RELATION FERMEE (TRAVAUX)'), pas les trains qui ne circulent
      * simplement pas ce jour de semaine. La date vient des titres
      * 'PLANNING DU ' en mode periode, sinon du parametre de ligne
      * de commande AAAAMMJJ (date du jour a defaut), comme pour
      * train3.cbl.
      * Le parcours est repris de TRAIN.DAT pour le jour de semaine
      * de la date : gare d'origine, arrets des drapeaux (hors
      * terminus) dans l'ordre des positions, gare de destination.
      * Le temps ferroviaire de chaque troncon est celui du detail
      * ARRET N de train3.cbl (parcours reparti en troncons egaux,
      * sans les temps d'arret) ; il est multiplie par le facteur
      * routier du couple de gares (TEMPS-ROUTIERS.DAT, dans un sens
      * ou dans l'autre), a defaut par le parametre
      * CAR_FACTEUR_ROUTE (1,30 par defaut). Le car part de l'origine
      * a l'heure du train.
      * Les voyageurs a transporter sont la charge du troncon le plus
      * charge d'apres les billets a la place du train et de la date
      * (RESERVATIONS-PLACES.DAT), ou a defaut les lots de
      * RESERVATIONS-TRAINS.DAT du jour de semaine, comme dans
      * train-occupation.cbl ; le nombre de cars est ce nombre divise
      * par la capacite d'un car (parametre CAR_CAPACITE, 50 places
      * par defaut), arrondi au-dessus, un car au moins.
      * Sorties : PLAN-CARS-<AAAAMMJJ>.DAT par date et
      * AVIS-CARS-<CODE>.DAT par gare desservie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PLANNING
           ASSIGN TO 'train-planning.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-PLAN.

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

           SELECT F-TEMPS-ROUTE
           ASSIGN TO 'temps-routiers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-ROUTE.

           SELECT F-BILLETS
           ASSIGN TO 'reservations-places.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-BILLETS.

           SELECT F-RESERVATIONS
           ASSIGN TO 'reservations-trains.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-RESA.

           SELECT F-PLAN-CARS ASSIGN DYNAMIC WS-PLAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-PLANCAR.

           SELECT F-AVIS ASSIGN DYNAMIC WS-AVIS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-AVIS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PLANNING
           RECORD CONTAINS 1 TO 93 CHARACTERS.
       01  FS-PLAN-LIGNE          PIC X(93).
       01  FS-PLAN-SUPPRIME REDEFINES FS-PLAN-LIGNE.
           05 FSS-LIBELLE         PIC X(10).
           05 FSS-NUM-TRAIN       PIC X(6).
           05 FSS-MOTIF           PIC X(25).
      * Motif de train3.cbl tronque a la longueur de la zone.
              88 FSS-MOTIF-CALENDRIER
                 VALUE 'DATE SUPPRIMEE AU CALENDR'.
              88 FSS-MOTIF-TRAVAUX
                 VALUE 'RELATION FERMEE (TRAVAUX)'.
           05 FILLER              PIC X(52).
       01  FS-PLAN-SECTION REDEFINES FS-PLAN-LIGNE.
           05 FSC-LIBELLE         PIC X(12).
           05 FSC-DATE            PIC X(8).
           05 FILLER              PIC X(73).

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

       FD  F-TEMPS-ROUTE
      * Une ligne par couple de gares (codes de gares.dat, dans un
      * sens ou dans l'autre) : facteur du temps routier sur le temps
      * ferroviaire, au format 9.99.
           RECORD CONTAINS 16 CHARACTERS.
       01  FS-TEMPS-ROUTE.
           05 FS-TR-CODE-1        PIC X(5).
           05 FILLER              PIC X.
           05 FS-TR-CODE-2        PIC X(5).
           05 FILLER              PIC X.
           05 FS-TR-FACTEUR       PIC X(4).

       COPY train4.

       FD  F-RESERVATIONS
      * Une ligne par lot de reservations : train, jour de circulation
      * (1-7), places reservees.
           RECORD CONTAINS 13 CHARACTERS.
       01  FS-RESA.
           05 FS-RS-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X.
           05 FS-RS-JOUR          PIC X.
           05 FILLER              PIC X.
           05 FS-RS-PLACES        PIC X(4).

       FD  F-PLAN-CARS
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-PLAN-CARS-LIGNE     PIC X(80).

       FD  F-AVIS
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-AVIS-LIGNE          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-PLAN==
                     ==FSTAT-OK==    BY ==WS-STAT-PLAN-OK==.
           88  WS-STAT-PLAN-FIN                   VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-FICIN==
                     ==FSTAT-OK==    BY ==WS-STAT-FICIOK==.
           88  WS-STAT-FICIFIN                    VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-GARES==
                     ==FSTAT-OK==    BY ==WS-STAT-GARES-OK==.
           88  WS-STAT-GARES-FIN                  VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-ROUTE==
                     ==FSTAT-OK==    BY ==WS-STAT-ROUTE-OK==.
           88  WS-STAT-ROUTE-FIN                  VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-BILLETS==
                     ==FSTAT-OK==    BY ==WS-STAT-BILLETS-OK==.
           88  WS-STAT-BILLETS-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-RESA==
                     ==FSTAT-OK==    BY ==WS-STAT-RESA-OK==.
           88  WS-STAT-RESA-FIN                   VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-PLANCAR==
                     ==FSTAT-OK==    BY ==WS-STAT-PLANCAR-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-AVIS==
                     ==FSTAT-OK==    BY ==WS-STAT-AVIS-OK==.

       01  WS-FS-ENREG       PIC 99.
       01  WS-FS-FIX         PIC 99   VALUE 56.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME  PIC X(20) VALUE 'TRAIN-CARS-REMPL'.
       01  WS-LOG-PARAGRAPHE PIC X(30).
       01  WS-LOG-MESSAGE    PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01  WS-RUNCTL-PROGRAMME  PIC X(20) VALUE 'TRAIN-CARS-REMPL'.
       01  WS-RUNCTL-COMPTEUR-1 PIC 9(07).
       01  WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01  WS-RUNCTL-STATUT     PIC X(10).

      * Zones d'appel de la routine partagee de calcul de dates
       01  WS-DU-FONCTION    PIC X(08).
       01  WS-DU-DATE-1      PIC 9(08).
       01  WS-DU-DATE-2      PIC 9(08).
       01  WS-DU-NOMBRE      PIC S9(07).
       01  WS-DU-RESULTAT    PIC S9(08).
       01  WS-DU-CODE        PIC X(02).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01  WS-PARAM-CLE         PIC X(20).
       01  WS-PARAM-VALEUR      PIC X(20).
       01  WS-PARAM-CODE        PIC X(02).

      * Parametres : capacite d'un car et facteur routier par defaut.
       01  WS-CAPACITE-CAR   PIC 9(3)    VALUE 50.
       01  WS-FACTEUR-DEFAUT PIC 9V99    VALUE 1.30.

      * Date de planning hors mode periode (ligne de commande).
       01  WS-PARAM-LIGNE    PIC X(20).
       01  WS-PARAM-DATE     PIC X(8).
       01  WS-DATE-COURANTE  PIC 9(8).
       01  WS-JOUR-COURANT   PIC 9.

      * Referentiel des gares, indexe par la position d'arret.
       01  WS-TAB-GARES.
           05 WS-GARE-ENTREE OCCURS 20 TIMES.
              10 WS-GARE-CODE       PIC X(5).
              10 WS-GARE-NOM        PIC X(15).

      * Trains de train.dat (un par numero et jour de semaine).
       01  WS-NB-TRAINS      PIC 9(3) VALUE 0.
       01  WS-TAB-TRAINS.
           05 WS-TR-ENTREE OCCURS 100 TIMES.
              10 WS-TR-NUM          PIC X(6).
              10 WS-TR-GARE-DEPART  PIC X(10).
              10 WS-TR-GARE-ARRIVEE PIC X(10).
              10 WS-TR-JOUR         PIC 9.
              10 WS-TR-HHMN         PIC 9(4).
              10 WS-TR-NBH          PIC 99.
              10 WS-TR-NB-FLAGS     PIC 99.
              10 WS-TR-ARRETS       PIC X(20).

      * Facteurs routiers par couple de gares.
       01  WS-NB-ROUTES      PIC 9(3) VALUE 0.
       01  WS-TAB-ROUTES.
           05 WS-RT-ENTREE OCCURS 200 TIMES.
              10 WS-RT-CODE-1       PIC X(5).
              10 WS-RT-CODE-2       PIC X(5).
              10 WS-RT-FACTEUR      PIC 9V99.

      * Services de remplacement : un par train supprime et date,
      * avec ses arrets (position, heure de depart du car en minutes
      * depuis minuit du jour, au-dela de 1440 le lendemain) et la
      * charge de chaque troncon partant de chaque position.
       01  WS-NB-SERVICES    PIC 9(3) VALUE 0.
       01  WS-TAB-SERVICES.
           05 WS-SV-ENTREE OCCURS 200 TIMES.
              10 WS-SV-DATE         PIC 9(8).
              10 WS-SV-JOUR         PIC 9.
              10 WS-SV-TRAIN        PIC X(6).
              10 WS-SV-MOTIF        PIC X(25).
              10 WS-SV-TR-POS       PIC 9(3).
              10 WS-SV-VOYAGEURS    PIC 9(5).
              10 WS-SV-NB-CARS      PIC 9(3).
              10 WS-SV-DEFAUT       PIC X.
              10 WS-SV-NB-ARRETS    PIC 99.
              10 WS-SV-ARRET OCCURS 20 TIMES.
                 15 WS-SV-POS       PIC 99.
                 15 WS-SV-MIN       PIC 9(5).
              10 WS-SV-CHARGE       PIC 9(5) OCCURS 20 TIMES.

       01  WS-MODE-BILLETS   PIC X(1) VALUE 'N'.
           88  MODE-BILLETS  VALUE 'O'.
       01  WS-NB-BILLETS     PIC 9(6) VALUE 0.

      * Zones de calcul des horaires.
       01  WS-HHMN           PIC 9(4).
       01  WS-HHMN-DET REDEFINES WS-HHMN.
           05 WS-HH          PIC 99.
           05 WS-MN          PIC 99.
       01  WS-MIN-DEPART     PIC 9(5).
       01  WS-MIN-SEGMENT    PIC 9(5).
       01  WS-MIN-RAIL       PIC 9(5).
       01  WS-MIN-RAIL-PREC  PIC 9(5).
       01  WS-MIN-ROUTE      PIC 9(5).
       01  WS-NB-ARRET       PIC 99.
       01  WS-RANG-ARRET     PIC 99.
       01  WS-POS-DEPART     PIC 99.
       01  WS-POS-ARRIVEE    PIC 99.
       01  WS-FACTEUR        PIC 9V99.
       01  WS-CODE-PREC      PIC X(5).
       01  WS-CODE-SUIV      PIC X(5).
       01  WS-ROUTE-TROUVEE  PIC X.

       01  WS-I              PIC 9(3).
       01  WS-J              PIC 9(3).
       01  WS-K              PIC 9(3).
       01  WS-G              PIC 99.
       01  WS-P              PIC 99.
       01  WS-BORNE-BASSE    PIC 99.
       01  WS-BORNE-HAUTE    PIC 99.
       01  WS-JOUR-X         PIC X.
       01  WS-PLACES         PIC 9(5).
       01  WS-RESTE          PIC 9(3).
       01  WS-DATE-EDITEE    PIC X(10).
       01  WS-HEURE-EDITEE   PIC X(8).
       01  WS-MIN-ED         PIC 9(5).
       01  WS-HH-ED          PIC 99.
       01  WS-MN-ED          PIC 99.
       01  WS-JOURS-ED       PIC 9.
       01  WS-GARE-DESSERVIE PIC X.
       01  WS-NB-AVIS        PIC 9(3) VALUE 0.
       01  WS-NB-PLANS       PIC 9(3) VALUE 0.
       01  WS-NB-CARS-TOTAL  PIC 9(5) VALUE 0.
       01  WS-NB-CARS-ED     PIC ZZ9.
       01  WS-VOYAGEURS-ED   PIC ZZZZ9.
       01  WS-CAPACITE-ED    PIC ZZ9.
       01  WS-FACTEUR-ED     PIC 9.99.

       01  WS-PLAN-PATH      PIC X(200).
       01  WS-AVIS-PATH      PIC X(200).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-INITIALISER
           THRU    0100-INITIALISER-FIN.
           PERFORM 1000-CHARGER-GARES
           THRU    1000-CHARGER-GARES-FIN.
           PERFORM 1100-CHARGER-TRAINS
           THRU    1100-CHARGER-TRAINS-FIN.
           PERFORM 1200-CHARGER-TEMPS-ROUTE
           THRU    1200-CHARGER-TEMPS-ROUTE-FIN.
           PERFORM 2000-RELEVER-SUPPRESSIONS
           THRU    2000-RELEVER-SUPPRESSIONS-FIN.
           PERFORM 4000-COMPTER-VOYAGEURS
           THRU    4000-COMPTER-VOYAGEURS-FIN.
           PERFORM 5000-ECRIRE-PLANS
           THRU    5000-ECRIRE-PLANS-FIN.
           PERFORM 6000-ECRIRE-AVIS
           THRU    6000-ECRIRE-AVIS-FIN.

           DISPLAY 'SERVICES DE REMPLACEMENT : ' WS-NB-SERVICES.
           DISPLAY 'CARS COMMANDES           : ' WS-NB-CARS-TOTAL.
           DISPLAY 'PLANS JOURNALIERS ECRITS : ' WS-NB-PLANS.
           DISPLAY 'AVIS DE GARE ECRITS      : ' WS-NB-AVIS.

           MOVE WS-NB-SERVICES   TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-CARS-TOTAL TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Parametres d'exploitation et date de planning par defaut.
      ******************************************************************
       0100-INITIALISER.
           MOVE 'CAR_CAPACITE' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               AND FUNCTION NUMVAL(WS-PARAM-VALEUR) >= 1
               AND FUNCTION NUMVAL(WS-PARAM-VALEUR) <= 999
               COMPUTE WS-CAPACITE-CAR =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.
           MOVE 'CAR_FACTEUR_ROUTE' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               AND FUNCTION NUMVAL(WS-PARAM-VALEUR) > 0
               AND FUNCTION NUMVAL(WS-PARAM-VALEUR) < 10
               COMPUTE WS-FACTEUR-DEFAUT =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.

           ACCEPT WS-DATE-COURANTE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARAM-LIGNE.
           ACCEPT WS-PARAM-LIGNE FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARAM-DATE.
           UNSTRING WS-PARAM-LIGNE DELIMITED BY ALL SPACE
               INTO WS-PARAM-DATE.
           IF WS-PARAM-DATE NOT = SPACES AND WS-PARAM-DATE NUMERIC
               MOVE WS-PARAM-DATE TO WS-DATE-COURANTE
           END-IF.
           PERFORM 0200-JOUR-COURANT
           THRU    0200-JOUR-COURANT-FIN.
           MOVE WS-CAPACITE-CAR TO WS-CAPACITE-ED.
           MOVE WS-FACTEUR-DEFAUT TO WS-FACTEUR-ED.
           DISPLAY 'CAPACITE D''UN CAR : ' WS-CAPACITE-ED
               ' - FACTEUR ROUTIER PAR DEFAUT : ' WS-FACTEUR-ED.
       0100-INITIALISER-FIN. EXIT.

      * Jour de semaine (1 = lundi) de WS-DATE-COURANTE.
       0200-JOUR-COURANT.
           MOVE 'JOURSEM ' TO WS-DU-FONCTION.
           MOVE WS-DATE-COURANTE TO WS-DU-DATE-1.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE = '00'
               MOVE WS-DU-RESULTAT TO WS-JOUR-COURANT
           ELSE
               DISPLAY 'DATE DE PLANNING INVALIDE : '
                   WS-DATE-COURANTE
               MOVE 0 TO WS-JOUR-COURANT
           END-IF.
       0200-JOUR-COURANT-FIN. EXIT.

      ******************************************************************
      * Referentiel des gares indexe par position, comme train3.cbl.
      ******************************************************************
       1000-CHARGER-GARES.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 20
               MOVE SPACES TO WS-GARE-CODE (WS-G)
               MOVE SPACES TO WS-GARE-NOM (WS-G)
           END-PERFORM.
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

      ******************************************************************
      * Trains de train.dat : parcours et horaire de reference.
      ******************************************************************
       1100-CHARGER-TRAINS.
           OPEN INPUT F-INPUT.
           IF NOT WS-STAT-FICIOK
               DISPLAY 'ERREUR OUVERTURE TRAIN.DAT : ' WS-STAT-FICIN
               MOVE '1100-CHARGER-TRAINS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE TRAIN.DAT' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-FICIN WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-FICIFIN
               READ F-INPUT
               IF WS-STAT-FICIOK
                   IF FS-JOUR-DEPART NUMERIC AND FS-HHMN NUMERIC
                       AND FS-NBH NUMERIC AND WS-NB-TRAINS < 100
                       ADD 1 TO WS-NB-TRAINS
                       MOVE FS-NUM-TRAIN TO WS-TR-NUM (WS-NB-TRAINS)
                       MOVE FS-GARE-DEPART
                           TO WS-TR-GARE-DEPART (WS-NB-TRAINS)
                       MOVE FS-GARE-ARRIVEE
                           TO WS-TR-GARE-ARRIVEE (WS-NB-TRAINS)
                       MOVE FS-JOUR-DEPART TO WS-TR-JOUR (WS-NB-TRAINS)
                       MOVE FS-HHMN TO WS-TR-HHMN (WS-NB-TRAINS)
                       MOVE FS-NBH TO WS-TR-NBH (WS-NB-TRAINS)
                       COMPUTE WS-TR-NB-FLAGS (WS-NB-TRAINS) =
                           WS-FS-ENREG - WS-FS-FIX
                       IF WS-TR-NB-FLAGS (WS-NB-TRAINS) > 20
                           MOVE 20 TO WS-TR-NB-FLAGS (WS-NB-TRAINS)
                       END-IF
                       MOVE SPACES TO WS-TR-ARRETS (WS-NB-TRAINS)
                       PERFORM VARYING WS-P FROM 1 BY 1
                               UNTIL WS-P > WS-TR-NB-FLAGS
                                   (WS-NB-TRAINS)
                           MOVE FS-ARR-TAB (WS-P)
                               TO WS-TR-ARRETS (WS-NB-TRAINS) (WS-P:1)
                       END-PERFORM
                   ELSE
                       DISPLAY 'TRAIN ILLISIBLE IGNORE : '
                           FS-NUM-TRAIN
                   END-IF
               ELSE
                   SET WS-STAT-FICIFIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-INPUT.
       1100-CHARGER-TRAINS-FIN. EXIT.

      ******************************************************************
      * Facteurs routiers ; un fichier absent applique le facteur par
      * defaut a tous les troncons.
      ******************************************************************
       1200-CHARGER-TEMPS-ROUTE.
           OPEN INPUT F-TEMPS-ROUTE.
           IF NOT WS-STAT-ROUTE-OK
               DISPLAY 'PAS DE TEMPS-ROUTIERS.DAT (' WS-STAT-ROUTE
                   ') : FACTEUR PAR DEFAUT SUR TOUS LES TRONCONS'
               GO TO 1200-CHARGER-TEMPS-ROUTE-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-ROUTE-FIN
               READ F-TEMPS-ROUTE
               IF WS-STAT-ROUTE-OK
                   IF FUNCTION TEST-NUMVAL(FS-TR-FACTEUR) = 0
                       AND FUNCTION NUMVAL(FS-TR-FACTEUR) > 0
                       AND FUNCTION NUMVAL(FS-TR-FACTEUR) < 10
                       AND WS-NB-ROUTES < 200
                       ADD 1 TO WS-NB-ROUTES
                       MOVE FS-TR-CODE-1 TO WS-RT-CODE-1 (WS-NB-ROUTES)
                       MOVE FS-TR-CODE-2 TO WS-RT-CODE-2 (WS-NB-ROUTES)
                       COMPUTE WS-RT-FACTEUR (WS-NB-ROUTES) =
                           FUNCTION NUMVAL(FS-TR-FACTEUR)
                   ELSE
                       DISPLAY 'LIGNE DE TEMPS-ROUTIERS.DAT IGNOREE : '
                           FS-TEMPS-ROUTE
                   END-IF
               ELSE
                   SET WS-STAT-ROUTE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-TEMPS-ROUTE.
       1200-CHARGER-TEMPS-ROUTE-FIN. EXIT.

      ******************************************************************
      * Releve des suppressions du planning. Un titre 'PLANNING DU '
      * (mode periode) change la date courante ; chaque ligne
      * ' SUPPRIME ' d'une circulation prevue ouvre un service.
      ******************************************************************
       2000-RELEVER-SUPPRESSIONS.
           OPEN INPUT F-PLANNING.
           IF NOT WS-STAT-PLAN-OK
               DISPLAY 'ERREUR OUVERTURE TRAIN-PLANNING.DAT : '
                       WS-STAT-PLAN
               MOVE '2000-RELEVER-SUPPRESSIONS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE TRAIN-PLANNING' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-PLAN WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-STAT-PLAN-FIN
               MOVE SPACES TO FS-PLAN-LIGNE
               READ F-PLANNING
               IF WS-STAT-PLAN-OK
                   EVALUATE TRUE
                       WHEN FSC-LIBELLE = 'PLANNING DU '
                           AND FSC-DATE NUMERIC
                           MOVE FSC-DATE TO WS-DATE-COURANTE
                           PERFORM 0200-JOUR-COURANT
                           THRU    0200-JOUR-COURANT-FIN
                       WHEN FSS-LIBELLE = ' SUPPRIME '
                           AND (FSS-MOTIF-CALENDRIER
                             OR FSS-MOTIF-TRAVAUX)
                           PERFORM 3000-CONSTRUIRE-SERVICE
                           THRU    3000-CONSTRUIRE-SERVICE-FIN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   SET WS-STAT-PLAN-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-PLANNING.
       2000-RELEVER-SUPPRESSIONS-FIN. EXIT.

      ******************************************************************
      * Service de remplacement du train FSS-NUM-TRAIN a la date
      * courante : parcours de train.dat pour ce jour de semaine,
      * arrets dans l'ordre des positions et heure de depart du car a
      * chaque arret.
      ******************************************************************
       3000-CONSTRUIRE-SERVICE.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TRAINS
               IF WS-TR-NUM (WS-I) = FSS-NUM-TRAIN
                   AND WS-TR-JOUR (WS-I) = WS-JOUR-COURANT
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K = 0
               DISPLAY 'TRAIN SUPPRIME ' FSS-NUM-TRAIN
                   ' ABSENT DE TRAIN.DAT POUR LE ' WS-DATE-COURANTE
                   ' : PAS DE CAR'
               GO TO 3000-CONSTRUIRE-SERVICE-FIN
           END-IF.

           MOVE 0 TO WS-POS-DEPART.
           MOVE 0 TO WS-POS-ARRIVEE.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 20
               IF WS-GARE-NOM (WS-G) NOT = SPACES
                   IF WS-GARE-NOM (WS-G) (1:10)
                           = WS-TR-GARE-DEPART (WS-K)
                       MOVE WS-G TO WS-POS-DEPART
                   END-IF
                   IF WS-GARE-NOM (WS-G) (1:10)
                           = WS-TR-GARE-ARRIVEE (WS-K)
                       MOVE WS-G TO WS-POS-ARRIVEE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-POS-DEPART = 0 OR WS-POS-ARRIVEE = 0
               DISPLAY 'TERMINUS ABSENT DE GARES.DAT, TRAIN '
                   FSS-NUM-TRAIN ' : PAS DE CAR'
               GO TO 3000-CONSTRUIRE-SERVICE-FIN
           END-IF.
           IF WS-NB-SERVICES >= 200
               DISPLAY 'PLUS DE 200 SERVICES, TRAIN ' FSS-NUM-TRAIN
                   ' DU ' WS-DATE-COURANTE ' IGNORE'
               GO TO 3000-CONSTRUIRE-SERVICE-FIN
           END-IF.

           ADD 1 TO WS-NB-SERVICES.
           MOVE WS-DATE-COURANTE TO WS-SV-DATE (WS-NB-SERVICES).
           MOVE WS-JOUR-COURANT  TO WS-SV-JOUR (WS-NB-SERVICES).
           MOVE FSS-NUM-TRAIN    TO WS-SV-TRAIN (WS-NB-SERVICES).
           MOVE FSS-MOTIF        TO WS-SV-MOTIF (WS-NB-SERVICES).
           MOVE WS-K             TO WS-SV-TR-POS (WS-NB-SERVICES).
           MOVE 0 TO WS-SV-VOYAGEURS (WS-NB-SERVICES).
           MOVE 'N' TO WS-SV-DEFAUT (WS-NB-SERVICES).
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 20
               MOVE 0 TO WS-SV-CHARGE (WS-NB-SERVICES, WS-P)
           END-PERFORM.

      * Decoupage du parcours comme DETAIL-ARRETS de train3.cbl.
           MOVE 0 TO WS-NB-ARRET.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TR-NB-FLAGS (WS-K)
               IF WS-TR-ARRETS (WS-K) (WS-P:1) = 'O'
                   ADD 1 TO WS-NB-ARRET
               END-IF
           END-PERFORM.
           MOVE WS-TR-HHMN (WS-K) TO WS-HHMN.
           COMPUTE WS-MIN-DEPART = WS-HH * 60 + WS-MN.
           COMPUTE WS-MIN-SEGMENT =
               (WS-TR-NBH (WS-K) * 60) / (WS-NB-ARRET + 1).

           MOVE 1 TO WS-SV-NB-ARRETS (WS-NB-SERVICES).
           MOVE WS-POS-DEPART TO WS-SV-POS (WS-NB-SERVICES, 1).
           MOVE WS-MIN-DEPART TO WS-SV-MIN (WS-NB-SERVICES, 1).
           MOVE 0 TO WS-MIN-RAIL-PREC.
           MOVE 0 TO WS-RANG-ARRET.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TR-NB-FLAGS (WS-K)
               IF WS-TR-ARRETS (WS-K) (WS-P:1) = 'O'
                   ADD 1 TO WS-RANG-ARRET
                   IF WS-P NOT = WS-POS-DEPART
                       AND WS-P NOT = WS-POS-ARRIVEE
                       AND WS-GARE-CODE (WS-P) NOT = SPACES
                       COMPUTE WS-MIN-RAIL =
                           WS-MIN-SEGMENT * WS-RANG-ARRET
                       PERFORM 3100-AJOUTER-ARRET
                       THRU    3100-AJOUTER-ARRET-FIN
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-POS-ARRIVEE TO WS-P.
           COMPUTE WS-MIN-RAIL = WS-TR-NBH (WS-K) * 60.
           PERFORM 3100-AJOUTER-ARRET
           THRU    3100-AJOUTER-ARRET-FIN.

           DISPLAY 'CAR DE REMPLACEMENT : TRAIN ' FSS-NUM-TRAIN
               ' DU ' WS-DATE-COURANTE ' - '
               WS-SV-NB-ARRETS (WS-NB-SERVICES) ' ARRETS'.
       3000-CONSTRUIRE-SERVICE-FIN. EXIT.

      * Arret WS-P du service courant : le troncon depuis l'arret
      * precedent (WS-MIN-RAIL - WS-MIN-RAIL-PREC minutes de train)
      * est parcouru en car avec le facteur routier du couple.
       3100-AJOUTER-ARRET.
           MOVE WS-SV-NB-ARRETS (WS-NB-SERVICES) TO WS-J.
           MOVE WS-GARE-CODE (WS-SV-POS (WS-NB-SERVICES, WS-J))
               TO WS-CODE-PREC.
           MOVE WS-GARE-CODE (WS-P) TO WS-CODE-SUIV.
           MOVE WS-FACTEUR-DEFAUT TO WS-FACTEUR.
           MOVE 'N' TO WS-ROUTE-TROUVEE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-ROUTES
               IF (WS-RT-CODE-1 (WS-I) = WS-CODE-PREC
                   AND WS-RT-CODE-2 (WS-I) = WS-CODE-SUIV)
                   OR (WS-RT-CODE-1 (WS-I) = WS-CODE-SUIV
                   AND WS-RT-CODE-2 (WS-I) = WS-CODE-PREC)
                   MOVE WS-RT-FACTEUR (WS-I) TO WS-FACTEUR
                   MOVE 'O' TO WS-ROUTE-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-ROUTE-TROUVEE = 'N'
               MOVE 'O' TO WS-SV-DEFAUT (WS-NB-SERVICES)
           END-IF.
           COMPUTE WS-MIN-ROUTE ROUNDED =
               (WS-MIN-RAIL - WS-MIN-RAIL-PREC) * WS-FACTEUR.
           ADD 1 TO WS-J.
           MOVE WS-J TO WS-SV-NB-ARRETS (WS-NB-SERVICES).
           MOVE WS-P TO WS-SV-POS (WS-NB-SERVICES, WS-J).
           COMPUTE WS-SV-MIN (WS-NB-SERVICES, WS-J) =
               WS-SV-MIN (WS-NB-SERVICES, WS-J - 1) + WS-MIN-ROUTE.
           MOVE WS-MIN-RAIL TO WS-MIN-RAIL-PREC.
       3100-AJOUTER-ARRET-FIN. EXIT.

      ******************************************************************
      * Voyageurs de chaque service : billets a la place du train et
      * de la date (charge du troncon le plus charge), a defaut lots
      * de reservations du jour de semaine ; puis nombre de cars.
      ******************************************************************
       4000-COMPTER-VOYAGEURS.
           IF WS-NB-SERVICES = 0
               GO TO 4000-COMPTER-VOYAGEURS-FIN
           END-IF.
           OPEN INPUT F-BILLETS.
           IF WS-STAT-BILLETS-OK
               MOVE 'O' TO WS-MODE-BILLETS
               PERFORM UNTIL WS-STAT-BILLETS-FIN
                   READ F-BILLETS
                   IF WS-STAT-BILLETS-OK
                       IF FS-BL-ACTIF
                           PERFORM 4100-CHARGER-BILLET
                           THRU    4100-CHARGER-BILLET-FIN
                       END-IF
                   ELSE
                       SET WS-STAT-BILLETS-FIN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE F-BILLETS
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-SERVICES
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 20
                       IF WS-SV-CHARGE (WS-K, WS-P)
                               > WS-SV-VOYAGEURS (WS-K)
                           MOVE WS-SV-CHARGE (WS-K, WS-P)
                               TO WS-SV-VOYAGEURS (WS-K)
                       END-IF
                   END-PERFORM
               END-PERFORM
           ELSE
               DISPLAY 'PAS DE RESERVATIONS-PLACES.DAT ('
                   WS-STAT-BILLETS ') : LOTS DE RESERVATIONS'
               PERFORM 4200-CHARGER-LOTS
               THRU    4200-CHARGER-LOTS-FIN
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-SERVICES
               DIVIDE WS-SV-VOYAGEURS (WS-K) BY WS-CAPACITE-CAR
                   GIVING WS-SV-NB-CARS (WS-K) REMAINDER WS-RESTE
               IF WS-RESTE > 0 OR WS-SV-NB-CARS (WS-K) = 0
                   ADD 1 TO WS-SV-NB-CARS (WS-K)
               END-IF
               ADD WS-SV-NB-CARS (WS-K) TO WS-NB-CARS-TOTAL
           END-PERFORM.
       4000-COMPTER-VOYAGEURS-FIN. EXIT.

      * Un billet actif charge les troncons de son trajet pour le
      * service du meme train et de la meme date.
       4100-CHARGER-BILLET.
           IF FS-BL-POS-MONTEE NOT NUMERIC
               OR FS-BL-POS-DESCENTE NOT NUMERIC
               GO TO 4100-CHARGER-BILLET-FIN
           END-IF.
           IF FS-BL-POS-MONTEE < FS-BL-POS-DESCENTE
               MOVE FS-BL-POS-MONTEE   TO WS-BORNE-BASSE
               MOVE FS-BL-POS-DESCENTE TO WS-BORNE-HAUTE
           ELSE
               MOVE FS-BL-POS-DESCENTE TO WS-BORNE-BASSE
               MOVE FS-BL-POS-MONTEE   TO WS-BORNE-HAUTE
           END-IF.
           IF WS-BORNE-BASSE = 0 OR WS-BORNE-HAUTE > 20
               GO TO 4100-CHARGER-BILLET-FIN
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-SERVICES
               IF WS-SV-TRAIN (WS-K) = FS-BL-NUM-TRAIN
                   AND WS-SV-DATE (WS-K) = FS-BL-DATE-CIRC
                   ADD 1 TO WS-NB-BILLETS
                   PERFORM VARYING WS-P FROM WS-BORNE-BASSE BY 1
                           UNTIL WS-P >= WS-BORNE-HAUTE
                       ADD 1 TO WS-SV-CHARGE (WS-K, WS-P)
                   END-PERFORM
               END-IF
           END-PERFORM.
       4100-CHARGER-BILLET-FIN. EXIT.

      * Lots de reservations-trains.dat, cumules par train et jour de
      * semaine. Sans aucun fichier, chaque service part avec un car.
       4200-CHARGER-LOTS.
           OPEN INPUT F-RESERVATIONS.
           IF NOT WS-STAT-RESA-OK
               DISPLAY 'PAS DE RESERVATIONS-TRAINS.DAT ('
                   WS-STAT-RESA ') : UN CAR PAR SERVICE'
               GO TO 4200-CHARGER-LOTS-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-RESA-FIN
               READ F-RESERVATIONS
               IF WS-STAT-RESA-OK
                   IF FS-RS-PLACES NUMERIC
                       PERFORM VARYING WS-K FROM 1 BY 1
                               UNTIL WS-K > WS-NB-SERVICES
                           MOVE WS-SV-JOUR (WS-K) TO WS-JOUR-X
                           IF WS-SV-TRAIN (WS-K) = FS-RS-NUM-TRAIN
                               AND WS-JOUR-X = FS-RS-JOUR
                               MOVE FS-RS-PLACES TO WS-PLACES
                               ADD WS-PLACES TO WS-SV-VOYAGEURS (WS-K)
                           END-IF
                       END-PERFORM
                   END-IF
               ELSE
                   SET WS-STAT-RESA-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-RESERVATIONS.
       4200-CHARGER-LOTS-FIN. EXIT.

      ******************************************************************
      * Un plan par date pour l'autocariste : pour chaque service, le
      * train remplace, le motif, les cars et les voyageurs, puis les
      * arrets avec l'heure de depart du car. Les services sont
      * ranges par date dans l'ordre du planning.
      ******************************************************************
       5000-ECRIRE-PLANS.
           MOVE 0 TO WS-DATE-COURANTE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-SERVICES
               IF WS-SV-DATE (WS-K) NOT = WS-DATE-COURANTE
                   IF WS-DATE-COURANTE NOT = 0
                       CLOSE F-PLAN-CARS
                   END-IF
                   MOVE WS-SV-DATE (WS-K) TO WS-DATE-COURANTE
                   PERFORM 5100-OUVRIR-PLAN
                   THRU    5100-OUVRIR-PLAN-FIN
               END-IF
               IF WS-STAT-PLANCAR-OK
                   PERFORM 5200-ECRIRE-SERVICE
                   THRU    5200-ECRIRE-SERVICE-FIN
               END-IF
           END-PERFORM.
           IF WS-DATE-COURANTE NOT = 0
               CLOSE F-PLAN-CARS
           END-IF.
       5000-ECRIRE-PLANS-FIN. EXIT.

       5100-OUVRIR-PLAN.
           MOVE SPACES TO WS-PLAN-PATH.
           STRING 'plan-cars-' WS-DATE-COURANTE '.dat'
               DELIMITED BY SIZE INTO WS-PLAN-PATH.
           OPEN OUTPUT F-PLAN-CARS.
           IF NOT WS-STAT-PLANCAR-OK
               DISPLAY 'ERREUR OUVERTURE ' FUNCTION TRIM(WS-PLAN-PATH)
                   ' : ' WS-STAT-PLANCAR
               GO TO 5100-OUVRIR-PLAN-FIN
           END-IF.
           ADD 1 TO WS-NB-PLANS.
           MOVE WS-DATE-COURANTE TO WS-DU-DATE-1.
           PERFORM 7000-EDITER-DATE
           THRU    7000-EDITER-DATE-FIN.
           MOVE ALL '*' TO FS-PLAN-CARS-LIGNE.
           WRITE FS-PLAN-CARS-LIGNE.
           MOVE SPACES TO FS-PLAN-CARS-LIGNE.
           STRING 'CARS DE REMPLACEMENT DU ' WS-DATE-EDITEE
               ' - CAPACITE D''UN CAR : ' WS-CAPACITE-ED ' PLACES'
               DELIMITED BY SIZE INTO FS-PLAN-CARS-LIGNE.
           WRITE FS-PLAN-CARS-LIGNE.
           MOVE ALL '*' TO FS-PLAN-CARS-LIGNE.
           WRITE FS-PLAN-CARS-LIGNE.
           DISPLAY 'PLAN ECRIT : ' FUNCTION TRIM(WS-PLAN-PATH).
       5100-OUVRIR-PLAN-FIN. EXIT.

       5200-ECRIRE-SERVICE.
           MOVE WS-SV-TR-POS (WS-K) TO WS-I.
           MOVE WS-SV-NB-CARS (WS-K) TO WS-NB-CARS-ED.
           MOVE WS-SV-VOYAGEURS (WS-K) TO WS-VOYAGEURS-ED.
           MOVE SPACES TO FS-PLAN-CARS-LIGNE.
           WRITE FS-PLAN-CARS-LIGNE.
           MOVE SPACES TO FS-PLAN-CARS-LIGNE.
           STRING 'TRAIN ' WS-SV-TRAIN (WS-K) ' '
               WS-TR-GARE-DEPART (WS-I) ' - '
               WS-TR-GARE-ARRIVEE (WS-I) ' : ' WS-SV-MOTIF (WS-K)
               DELIMITED BY SIZE INTO FS-PLAN-CARS-LIGNE.
           WRITE FS-PLAN-CARS-LIGNE.
           MOVE SPACES TO FS-PLAN-CARS-LIGNE.
           STRING '  CARS : ' WS-NB-CARS-ED
               '   VOYAGEURS PREVUS : ' WS-VOYAGEURS-ED
               DELIMITED BY SIZE INTO FS-PLAN-CARS-LIGNE.
           IF WS-SV-DEFAUT (WS-K) = 'O'
               MOVE '(FACTEUR ROUTIER PAR DEFAUT)'
                   TO FS-PLAN-CARS-LIGNE (45:28)
           END-IF.
           WRITE FS-PLAN-CARS-LIGNE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SV-NB-ARRETS (WS-K)
               MOVE WS-SV-POS (WS-K, WS-J) TO WS-G
               MOVE WS-SV-MIN (WS-K, WS-J) TO WS-MIN-ED
               PERFORM 7100-EDITER-HEURE
               THRU    7100-EDITER-HEURE-FIN
               MOVE SPACES TO FS-PLAN-CARS-LIGNE
               IF WS-J = WS-SV-NB-ARRETS (WS-K)
                   STRING '  ' WS-J ' ' WS-GARE-CODE (WS-G) ' '
                       WS-GARE-NOM (WS-G) ' ARRIVEE ' WS-HEURE-EDITEE
                       DELIMITED BY SIZE INTO FS-PLAN-CARS-LIGNE
               ELSE
                   STRING '  ' WS-J ' ' WS-GARE-CODE (WS-G) ' '
                       WS-GARE-NOM (WS-G) ' DEPART  ' WS-HEURE-EDITEE
                       DELIMITED BY SIZE INTO FS-PLAN-CARS-LIGNE
               END-IF
               WRITE FS-PLAN-CARS-LIGNE
           END-PERFORM.
       5200-ECRIRE-SERVICE-FIN. EXIT.

      ******************************************************************
      * Un avis par gare desservie par au moins un car (hors arrivee
      * au terminus) : date, train remplace, destination et heure de
      * depart du car devant la gare.
      ******************************************************************
       6000-ECRIRE-AVIS.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 20
               MOVE 'N' TO WS-GARE-DESSERVIE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-SERVICES
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J >= WS-SV-NB-ARRETS (WS-K)
                       IF WS-SV-POS (WS-K, WS-J) = WS-G
                           MOVE 'O' TO WS-GARE-DESSERVIE
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-GARE-DESSERVIE = 'O'
                   AND WS-GARE-CODE (WS-G) NOT = SPACES
                   PERFORM 6100-ECRIRE-UN-AVIS
                   THRU    6100-ECRIRE-UN-AVIS-FIN
               END-IF
           END-PERFORM.
       6000-ECRIRE-AVIS-FIN. EXIT.

       6100-ECRIRE-UN-AVIS.
           MOVE SPACES TO WS-AVIS-PATH.
           STRING 'avis-cars-'
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-GARE-CODE (WS-G)))
               '.dat' DELIMITED BY SIZE INTO WS-AVIS-PATH.
           OPEN OUTPUT F-AVIS.
           IF NOT WS-STAT-AVIS-OK
               DISPLAY 'ERREUR OUVERTURE ' FUNCTION TRIM(WS-AVIS-PATH)
                   ' : ' WS-STAT-AVIS
               GO TO 6100-ECRIRE-UN-AVIS-FIN
           END-IF.
           ADD 1 TO WS-NB-AVIS.
           MOVE ALL '*' TO FS-AVIS-LIGNE.
           WRITE FS-AVIS-LIGNE.
           MOVE SPACES TO FS-AVIS-LIGNE.
           STRING 'GARE DE ' WS-GARE-NOM (WS-G)
               ' - AVIS AUX VOYAGEURS : CARS DE REMPLACEMENT'
               DELIMITED BY SIZE INTO FS-AVIS-LIGNE.
           WRITE FS-AVIS-LIGNE.
           MOVE ALL '*' TO FS-AVIS-LIGNE.
           WRITE FS-AVIS-LIGNE.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-SERVICES
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J >= WS-SV-NB-ARRETS (WS-K)
                   IF WS-SV-POS (WS-K, WS-J) = WS-G
                       MOVE WS-SV-DATE (WS-K) TO WS-DU-DATE-1
                       PERFORM 7000-EDITER-DATE
                       THRU    7000-EDITER-DATE-FIN
                       MOVE WS-SV-MIN (WS-K, WS-J) TO WS-MIN-ED
                       PERFORM 7100-EDITER-HEURE
                       THRU    7100-EDITER-HEURE-FIN
                       MOVE WS-SV-TR-POS (WS-K) TO WS-I
                       MOVE SPACES TO FS-AVIS-LIGNE
                       STRING 'LE ' WS-DATE-EDITEE ' LE TRAIN '
                           WS-SV-TRAIN (WS-K) ' VERS '
                           WS-TR-GARE-ARRIVEE (WS-I)
                           ' EST REMPLACE PAR CAR'
                           DELIMITED BY SIZE INTO FS-AVIS-LIGNE
                       WRITE FS-AVIS-LIGNE
                       MOVE SPACES TO FS-AVIS-LIGNE
                       STRING '   DEPART DU CAR DEVANT LA GARE A '
                           WS-HEURE-EDITEE
                           DELIMITED BY SIZE INTO FS-AVIS-LIGNE
                       WRITE FS-AVIS-LIGNE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE F-AVIS.
           DISPLAY 'AVIS ECRIT : ' FUNCTION TRIM(WS-AVIS-PATH).
       6100-ECRIRE-UN-AVIS-FIN. EXIT.

      * Date WS-DU-DATE-1 (AAAAMMJJ) editee JJ/MM/AAAA.
       7000-EDITER-DATE.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DU-DATE-1 (7:2) '/' WS-DU-DATE-1 (5:2) '/'
               WS-DU-DATE-1 (1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       7000-EDITER-DATE-FIN. EXIT.

      * Heure WS-MIN-ED (minutes depuis minuit du jour de service)
      * editee HH:MM, suivie de +1 le lendemain.
       7100-EDITER-HEURE.
           DIVIDE WS-MIN-ED BY 1440 GIVING WS-JOURS-ED
               REMAINDER WS-MIN-ED.
           DIVIDE WS-MIN-ED BY 60 GIVING WS-HH-ED
               REMAINDER WS-MN-ED.
           MOVE SPACES TO WS-HEURE-EDITEE.
           IF WS-JOURS-ED > 0
               STRING WS-HH-ED ':' WS-MN-ED ' +' WS-JOURS-ED
                   DELIMITED BY SIZE INTO WS-HEURE-EDITEE
           ELSE
               STRING WS-HH-ED ':' WS-MN-ED
                   DELIMITED BY SIZE INTO WS-HEURE-EDITEE
           END-IF.
       7100-EDITER-HEURE-FIN. EXIT.

       END PROGRAM train-cars-remplacement.
