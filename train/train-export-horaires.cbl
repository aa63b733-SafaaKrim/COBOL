      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Export des horaires au format ouvert des        *
      * calculateurs d'itineraires (type GTFS) : arrets, lignes,       *
      * circulations, horaires aux arrets, calendrier de service et    *
      * exceptions de calendrier, en fichiers CSV separes, avec un     *
      * fichier de controle (date d'execution et nombre de lignes).    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. train-export-horaires.
       AUTHOR. K.SAFAA.

      * Le calculateur d'itineraires regional et l'office de tourisme
      * recopiaient a la main les tableaux TABLEAU-GARE-<CODE>.DAT.
      * Cet export part des memes sources que train3.cbl (train.dat,
      * gares.dat, calendrier-trains.dat, travaux.dat) et reprend ses
      * regles a l'identique, sur une periode donnee en ligne de
      * commande comme le mode periode de train3 ('AAAAMMJJ NNN',
      * date du jour et 90 jours a defaut) :
      *   - un train circule a une date si c'est son jour de semaine,
      *     si la date est dans sa periode de validite et si elle ne
      *     fait pas partie de ses dates supprimees ;
      *   - les minutes de travaux de sa relation actives a la date
      *     allongent son temps de parcours et s'etalent sur les
      *     troncons ;
      *   - l'heure a chaque arret est celle du detail ARRET N du
      *     planning (troncons egaux et cumul des minutes d'arret en
      *     gare de gares.dat), les terminus portant l'heure de
      *     depart et l'heure d'arrivee de la ligne train.
      * Chaque train (numero et jour de depart) donne une circulation
      * de base dont le calendrier porte son jour de semaine sur sa
      * periode de validite ; les dates supprimees y sont retirees
      * par exception. Une date allongee par des travaux est retiree
      * de la circulation de base et ajoutee a une circulation
      * variante (suffixe -T et minutes de travaux) qui porte les
      * horaires allonges, pour que chaque date sorte avec les
      * horaires exacts du planning. Une ligne est une relation entre
      * deux terminus, les deux sens etant distingues par le sens.
      * Les heures au-dela de minuit sont ecrites au-dela de 24:00,
      * selon la convention du format.

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

           SELECT F-CALENDRIER
           ASSIGN TO 'calendrier-trains.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-CALEND.

           SELECT F-TRAVAUX
           ASSIGN TO 'travaux.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-TRAVAUX.

           SELECT F-STOPS
           ASSIGN TO 'gtfs-stops.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-STOPS.

           SELECT F-ROUTES
           ASSIGN TO 'gtfs-routes.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-ROUTES.

           SELECT F-TRIPS
           ASSIGN TO 'gtfs-trips.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-TRIPS.

           SELECT F-STOP-TIMES
           ASSIGN TO 'gtfs-stop-times.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-STIMES.

           SELECT F-CALENDAR
           ASSIGN TO 'gtfs-calendar.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-CALOUT.

           SELECT F-CALENDAR-DATES
           ASSIGN TO 'gtfs-calendar-dates.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-CALDATES.

           SELECT F-CONTROLE
           ASSIGN TO 'gtfs-controle.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-CONTROLE.

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

       FD  F-CALENDRIER
           RECORD CONTAINS 69 CHARACTERS.
       01  FS-CALEND-REF.
           05 FS-CAL-NUM-TRAIN    PIC X(6).
           05 FILLER              PIC X.
           05 FS-CAL-DEBUT        PIC X(8).
           05 FILLER              PIC X.
           05 FS-CAL-FIN          PIC X(8).
           05 FS-CAL-EXCLUSIONS.
              10 FS-CAL-EXCLUE OCCURS 5 TIMES.
                 15 FILLER           PIC X.
                 15 FS-CAL-DATE-EXC  PIC X(8).

       FD  F-TRAVAUX
           RECORD CONTAINS 43 CHARACTERS.
       01  FS-TRAVAUX-REF.
           05 FS-TV-GARE-DEPART   PIC X(10).
           05 FILLER              PIC X.
           05 FS-TV-GARE-ARRIVEE  PIC X(10).
           05 FILLER              PIC X.
           05 FS-TV-DATE-DEBUT    PIC X(8).
           05 FILLER              PIC X.
           05 FS-TV-DATE-FIN      PIC X(8).
           05 FILLER              PIC X.
           05 FS-TV-MINUTES       PIC X(3).

       FD  F-STOPS
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-STOPS-LIGNE         PIC X(120).

       FD  F-ROUTES
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-ROUTES-LIGNE        PIC X(120).

       FD  F-TRIPS
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-TRIPS-LIGNE         PIC X(120).

       FD  F-STOP-TIMES
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-STIMES-LIGNE        PIC X(120).

       FD  F-CALENDAR
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-CALOUT-LIGNE        PIC X(120).

       FD  F-CALENDAR-DATES
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-CALDATES-LIGNE      PIC X(120).

       FD  F-CONTROLE
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-CONTROLE-LIGNE      PIC X(80).

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
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-CALEND==
                     ==FSTAT-OK==    BY ==WS-STAT-CALEND-OK==.
           88  WS-STAT-CALEND-FIN                 VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-TRAVAUX==
                     ==FSTAT-OK==    BY ==WS-STAT-TRAVAUX-OK==.
           88  WS-STAT-TRAVAUX-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-STOPS==
                     ==FSTAT-OK==    BY ==WS-STAT-STOPS-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-ROUTES==
                     ==FSTAT-OK==    BY ==WS-STAT-ROUTES-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-TRIPS==
                     ==FSTAT-OK==    BY ==WS-STAT-TRIPS-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-STIMES==
                     ==FSTAT-OK==    BY ==WS-STAT-STIMES-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-CALOUT==
                     ==FSTAT-OK==    BY ==WS-STAT-CALOUT-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-CALDATES==
                     ==FSTAT-OK==    BY ==WS-STAT-CALDATES-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-CONTROLE==
                     ==FSTAT-OK==    BY ==WS-STAT-CONTROLE-OK==.

       01  WS-FS-ENREG       PIC 99.
       01  WS-FS-FIX         PIC 99   VALUE 56.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME  PIC X(20) VALUE 'TRAIN-EXPORT-HOR'.
       01  WS-LOG-PARAGRAPHE PIC X(30).
       01  WS-LOG-MESSAGE    PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01  WS-RUNCTL-PROGRAMME  PIC X(20) VALUE 'TRAIN-EXPORT-HOR'.
       01  WS-RUNCTL-COMPTEUR-1 PIC 9(07).
       01  WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01  WS-RUNCTL-STATUT     PIC X(10).

      * Zones d'appel de la routine commune de calcul sur les dates
       01  WS-DU-FONCTION    PIC X(08).
       01  WS-DU-DATE-1      PIC 9(08).
       01  WS-DU-DATE-2      PIC 9(08).
       01  WS-DU-NOMBRE      PIC S9(07).
       01  WS-DU-RESULTAT    PIC S9(08).
       01  WS-DU-CODE        PIC X(02).

      * Periode exportee : parametres de ligne de commande et table
      * des dates reelles avec leur jour de semaine.
       01  WS-PARAM-LIGNE    PIC X(20).
       01  WS-PARAM-DATE     PIC X(8).
       01  WS-PARAM-JOURS    PIC X(3).
       01  WS-DATE-JOUR      PIC 9(8).
       01  WS-DATE-DEBUT     PIC 9(8).
       01  WS-DATE-FIN       PIC 9(8).
       01  WS-NB-JOURS       PIC 9(3) VALUE 90.
       01  WS-TAB-PERIODE.
           05 WS-PER-ENTREE OCCURS 366 TIMES.
              10 WS-PER-DATE        PIC 9(8).
              10 WS-PER-JOUR        PIC 9.
       01  WS-JOUR-I         PIC 9(3).

      * Referentiel des gares par position d'arret.
       01  WS-TAB-GARES.
           05 WS-GARE-ENTREE OCCURS 20 TIMES.
              10 WS-GARE-CODE       PIC X(5).
              10 WS-GARE-NOM        PIC X(15).
              10 WS-GARE-ATTENTE-MN PIC 99.

      * Calendrier de service, charge comme dans train3.cbl.
       01  WS-NB-CALEND      PIC 99 VALUE 0.
       01  WS-TAB-CALEND.
           05 WS-CAL-ENTREE OCCURS 50 TIMES.
              10 WS-CAL-NUM       PIC X(6).
              10 WS-CAL-DEBUT     PIC 9(8).
              10 WS-CAL-FIN       PIC 9(8).
              10 WS-CAL-EXC       PIC 9(8) OCCURS 5 TIMES.
       01  WS-CAL-POS        PIC 99.
       01  WS-EXC-I          PIC 9.

      * Travaux, charges comme dans train3.cbl.
       01  WS-NB-TRAVAUX     PIC 99 VALUE 0.
       01  WS-TAB-TRAVAUX.
           05 WS-TRAVAUX-ENTREE OCCURS 20 TIMES.
              10 WS-TV-GARE-DEPART  PIC X(10).
              10 WS-TV-GARE-ARRIVEE PIC X(10).
              10 WS-TV-DEBUT        PIC 9(8).
              10 WS-TV-FIN          PIC 9(8).
              10 WS-TV-MINUTES      PIC 9(3).
              10 WS-TV-FERMETURE    PIC X.
       01  WS-MINUTES-TRAVAUX PIC 9(4) VALUE 0.
       01  WS-TRV-I          PIC 99.

      * Lignes : une par relation entre deux terminus, les noms
      * ranges dans l'ordre alphabetique pour que les deux sens
      * partagent la meme ligne.
       01  WS-NB-LIGNES      PIC 9(3) VALUE 0.
       01  WS-TAB-LIGNES.
           05 WS-LIG-ENTREE OCCURS 100 TIMES.
              10 WS-LIG-GARE-1      PIC X(10).
              10 WS-LIG-GARE-2      PIC X(10).
       01  WS-LIG-POS        PIC 9(3).
       01  WS-LIG-CLE-1      PIC X(10).
       01  WS-LIG-CLE-2      PIC X(10).
       01  WS-SENS           PIC 9.

      * Train courant : dates de service dans la periode, positions
      * des terminus et variantes de travaux (minutes differentes).
       01  WS-TRAIN-DEBUT    PIC 9(8).
       01  WS-TRAIN-FIN      PIC 9(8).
       01  WS-POS-DEPART     PIC 99.
       01  WS-POS-ARRIVEE    PIC 99.
       01  WS-NB-FLAGS       PIC 99.
       01  WS-NB-ARRET       PIC 99.
       01  WS-DATE-EXCLUE    PIC X.
           88 DATE-EXCLUE    VALUE 'O'.
       01  WS-NB-VARIANTES   PIC 99 VALUE 0.
       01  WS-TAB-VARIANTES.
           05 WS-VAR-MINUTES OCCURS 10 TIMES PIC 9(4).
       01  WS-VAR-I          PIC 99.
       01  WS-VAR-POS        PIC 99.

      * Identifiants et zones d'edition des lignes CSV.
       01  WS-NUM-TRAIN      PIC X(6).
       01  WS-TRIP-BASE      PIC X(12).
       01  WS-TRIP-ID        PIC X(20).
       01  WS-SERVICE-ID     PIC X(20).
       01  WS-SERVICE-BASE   PIC X(20).
       01  WS-ROUTE-ID       PIC X(4).
       01  WS-ROUTE-NUM      PIC 9(3).
       01  WS-TYPE-EXCEPTION PIC X.
       01  WS-VAR-ED         PIC 9(4).
       01  WS-JOURS-SEMAINE  PIC X(13).
       01  WS-SEQ            PIC 99.
       01  WS-HEURE-ED       PIC X(8).
       01  WS-HEURE-ED-2     PIC X(8).
       01  WS-MIN-ED         PIC 9(5).
       01  WS-HH-ED          PIC 99.
       01  WS-MN-ED          PIC 99.

      * Calcul des heures aux arrets, sur le modele de DETAIL-ARRETS
      * de train3.cbl, en minutes absolues depuis minuit du jour de
      * depart.
       01  WS-HHMN           PIC 9(4).
       01  WS-HHMN-DET       REDEFINES WS-HHMN.
           05 WS-HH          PIC 99.
           05 WS-MN          PIC 99.
       01  WS-MIN-DEPART     PIC 9(5).
       01  WS-MIN-ARRIVEE    PIC 9(5).
       01  WS-MIN-SEGMENT    PIC 9(5).
       01  WS-MIN-ARRET      PIC 9(5).
       01  WS-MIN-QUAI       PIC 9(5).
       01  WS-CUMUL-ATTENTE  PIC 9(5).
       01  WS-RANG-ARRET     PIC 99.
       01  WS-IND-TAB        PIC 99.
       01  WS-I              PIC 9(3).

      * Compteurs de lignes ecrites par fichier.
       01  WS-NB-LUS         PIC 9(5) VALUE 0.
       01  WS-NB-IGNORES     PIC 9(5) VALUE 0.
       01  WS-CPT-STOPS      PIC 9(7) VALUE 0.
       01  WS-CPT-ROUTES     PIC 9(7) VALUE 0.
       01  WS-CPT-TRIPS      PIC 9(7) VALUE 0.
       01  WS-CPT-STIMES     PIC 9(7) VALUE 0.
       01  WS-CPT-CALOUT     PIC 9(7) VALUE 0.
       01  WS-CPT-CALDATES   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-INITIALISER
           THRU    0100-INITIALISER-FIN.
           PERFORM 1000-CHARGER-GARES
           THRU    1000-CHARGER-GARES-FIN.
           PERFORM 1100-CHARGER-CALENDRIER
           THRU    1100-CHARGER-CALENDRIER-FIN.
           PERFORM 1200-CHARGER-TRAVAUX
           THRU    1200-CHARGER-TRAVAUX-FIN.
           PERFORM 1300-OUVRIR-EXPORTS
           THRU    1300-OUVRIR-EXPORTS-FIN.
           PERFORM 2000-ECRIRE-ARRETS
           THRU    2000-ECRIRE-ARRETS-FIN.
           PERFORM 3000-TRAITER-TRAINS
           THRU    3000-TRAITER-TRAINS-FIN.
           PERFORM 4000-ECRIRE-LIGNES
           THRU    4000-ECRIRE-LIGNES-FIN.
           PERFORM 5000-ECRIRE-CONTROLE
           THRU    5000-ECRIRE-CONTROLE-FIN.

           CLOSE F-STOPS F-ROUTES F-TRIPS F-STOP-TIMES
                 F-CALENDAR F-CALENDAR-DATES.

           DISPLAY 'TRAINS LUS           : ' WS-NB-LUS.
           DISPLAY 'TRAINS NON EXPORTES  : ' WS-NB-IGNORES.
           DISPLAY 'CIRCULATIONS         : ' WS-CPT-TRIPS.
           DISPLAY 'HORAIRES AUX ARRETS  : ' WS-CPT-STIMES.
           DISPLAY 'EXCEPTIONS CALENDRIER: ' WS-CPT-CALDATES.

           MOVE WS-NB-LUS    TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-CPT-TRIPS TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Periode exportee : date de debut AAAAMMJJ et nombre de jours
      * en ligne de commande (date du jour et 90 jours a defaut, 366
      * au plus), puis table des dates reelles et de leur jour de
      * semaine par DATEUTIL.
      ******************************************************************
       0100-INITIALISER.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARAM-LIGNE.
           ACCEPT WS-PARAM-LIGNE FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARAM-DATE WS-PARAM-JOURS.
           UNSTRING WS-PARAM-LIGNE DELIMITED BY ALL SPACE
               INTO WS-PARAM-DATE WS-PARAM-JOURS.
           MOVE WS-DATE-JOUR TO WS-DATE-DEBUT.
           IF WS-PARAM-DATE NOT = SPACES AND WS-PARAM-DATE NUMERIC
               MOVE 'VALIDER ' TO WS-DU-FONCTION
               MOVE WS-PARAM-DATE TO WS-DU-DATE-1
               CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE
               IF WS-DU-CODE = '00'
                   MOVE WS-PARAM-DATE TO WS-DATE-DEBUT
               ELSE
                   DISPLAY 'DATE DE DEBUT INVALIDE, DATE DU JOUR : '
                       WS-PARAM-DATE
               END-IF
           END-IF.
           IF WS-PARAM-JOURS NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARAM-JOURS))
                   = 0
               COMPUTE WS-NB-JOURS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-PARAM-JOURS))
           END-IF.
           IF WS-NB-JOURS = 0 OR WS-NB-JOURS > 366
               DISPLAY 'NOMBRE DE JOURS HORS LIMITES, 90 RETENUS'
               MOVE 90 TO WS-NB-JOURS
           END-IF.

           PERFORM VARYING WS-JOUR-I FROM 1 BY 1
                   UNTIL WS-JOUR-I > WS-NB-JOURS
               MOVE 'AJOUTJRS' TO WS-DU-FONCTION
               MOVE WS-DATE-DEBUT TO WS-DU-DATE-1
               COMPUTE WS-DU-NOMBRE = WS-JOUR-I - 1
               CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE
               MOVE WS-DU-RESULTAT TO WS-PER-DATE (WS-JOUR-I)
               MOVE 'JOURSEM ' TO WS-DU-FONCTION
               MOVE WS-PER-DATE (WS-JOUR-I) TO WS-DU-DATE-1
               CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE
               MOVE WS-DU-RESULTAT TO WS-PER-JOUR (WS-JOUR-I)
           END-PERFORM.
           MOVE WS-PER-DATE (WS-NB-JOURS) TO WS-DATE-FIN.
           DISPLAY 'EXPORT DES HORAIRES DU ' WS-DATE-DEBUT
               ' AU ' WS-DATE-FIN.
       0100-INITIALISER-FIN. EXIT.

      ******************************************************************
      * Charge gares.dat par position. Sans referentiel il n'y a ni
      * arrets ni horaires a exporter : un fichier absent arrete le
      * batch.
      ******************************************************************
       1000-CHARGER-GARES.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > 20
               MOVE SPACES TO WS-GARE-CODE (WS-IND-TAB)
               MOVE SPACES TO WS-GARE-NOM (WS-IND-TAB)
               MOVE 0 TO WS-GARE-ATTENTE-MN (WS-IND-TAB)
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
                       IF FS-GR-ATTENTE-MN NUMERIC
                           MOVE FS-GR-ATTENTE-MN
                               TO WS-GARE-ATTENTE-MN (FS-GR-POSITION)
                       END-IF
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
      * Calendrier de service, meme lecture que train3.cbl : une date
      * illisible vaut absence de borne ou d'exclusion. Un fichier
      * absent laisse tous les trains circuler toutes les semaines.
      ******************************************************************
       1100-CHARGER-CALENDRIER.
           OPEN INPUT F-CALENDRIER.
           IF NOT WS-STAT-CALEND-OK
               DISPLAY 'CALENDRIER-TRAINS.DAT ILLISIBLE ('
                   WS-STAT-CALEND ') : TOUS LES TRAINS CIRCULENT'
               GO TO 1100-CHARGER-CALENDRIER-FIN
           END-IF.

           PERFORM UNTIL WS-STAT-CALEND-FIN
               READ F-CALENDRIER
               IF WS-STAT-CALEND-OK
                   IF WS-NB-CALEND < 50
                       ADD 1 TO WS-NB-CALEND
                       MOVE FS-CAL-NUM-TRAIN
                           TO WS-CAL-NUM (WS-NB-CALEND)
                       IF FS-CAL-DEBUT NUMERIC
                           MOVE FS-CAL-DEBUT
                               TO WS-CAL-DEBUT (WS-NB-CALEND)
                       ELSE
                           MOVE 0 TO WS-CAL-DEBUT (WS-NB-CALEND)
                       END-IF
                       IF FS-CAL-FIN NUMERIC
                           MOVE FS-CAL-FIN TO WS-CAL-FIN (WS-NB-CALEND)
                       ELSE
                           MOVE 99999999 TO WS-CAL-FIN (WS-NB-CALEND)
                       END-IF
                       PERFORM VARYING WS-EXC-I FROM 1 BY 1
                               UNTIL WS-EXC-I > 5
                           IF FS-CAL-DATE-EXC (WS-EXC-I) NUMERIC
                               MOVE FS-CAL-DATE-EXC (WS-EXC-I)
                                 TO WS-CAL-EXC (WS-NB-CALEND, WS-EXC-I)
                           ELSE
                               MOVE 0
                                 TO WS-CAL-EXC (WS-NB-CALEND, WS-EXC-I)
                           END-IF
                       END-PERFORM
                   ELSE
                       DISPLAY 'PLUS DE 50 TRAINS AU CALENDRIER, '
                           'LIGNE IGNOREE : ' FS-CAL-NUM-TRAIN
                   END-IF
               ELSE
                   SET WS-STAT-CALEND-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-CALENDRIER.
       1100-CHARGER-CALENDRIER-FIN. EXIT.

      ******************************************************************
      * Travaux, meme lecture que train3.cbl. Un fichier absent
      * n'allonge aucun trajet.
      ******************************************************************
       1200-CHARGER-TRAVAUX.
           OPEN INPUT F-TRAVAUX.
           IF NOT WS-STAT-TRAVAUX-OK
               DISPLAY 'TRAVAUX.DAT ILLISIBLE ('
                   WS-STAT-TRAVAUX ') : AUCUN TRAJET ALLONGE'
               GO TO 1200-CHARGER-TRAVAUX-FIN
           END-IF.

           PERFORM UNTIL WS-STAT-TRAVAUX-FIN
               READ F-TRAVAUX
               IF WS-STAT-TRAVAUX-OK
                   IF FS-TV-DATE-DEBUT NUMERIC
                       AND FS-TV-DATE-FIN NUMERIC
                       AND (FS-TV-MINUTES NUMERIC
                            OR FS-TV-MINUTES = 'FER')
                       AND WS-NB-TRAVAUX < 20
                       ADD 1 TO WS-NB-TRAVAUX
                       MOVE FS-TV-GARE-DEPART
                           TO WS-TV-GARE-DEPART (WS-NB-TRAVAUX)
                       MOVE FS-TV-GARE-ARRIVEE
                           TO WS-TV-GARE-ARRIVEE (WS-NB-TRAVAUX)
                       MOVE FS-TV-DATE-DEBUT
                           TO WS-TV-DEBUT (WS-NB-TRAVAUX)
                       MOVE FS-TV-DATE-FIN
                           TO WS-TV-FIN (WS-NB-TRAVAUX)
                       IF FS-TV-MINUTES = 'FER'
                           MOVE 0 TO WS-TV-MINUTES (WS-NB-TRAVAUX)
                           MOVE 'O' TO WS-TV-FERMETURE (WS-NB-TRAVAUX)
                       ELSE
                           MOVE FS-TV-MINUTES
                               TO WS-TV-MINUTES (WS-NB-TRAVAUX)
                           MOVE 'N' TO WS-TV-FERMETURE (WS-NB-TRAVAUX)
                       END-IF
                   ELSE
                       DISPLAY 'LIGNE DE TRAVAUX.DAT IGNOREE : '
                           FS-TRAVAUX-REF
                   END-IF
               ELSE
                   SET WS-STAT-TRAVAUX-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-TRAVAUX.
       1200-CHARGER-TRAVAUX-FIN. EXIT.

      ******************************************************************
      * Ouvre les six fichiers de l'export et ecrit leur ligne
      * d'en-tete (noms de colonnes du format).
      ******************************************************************
       1300-OUVRIR-EXPORTS.
           OPEN OUTPUT F-STOPS F-ROUTES F-TRIPS F-STOP-TIMES
                       F-CALENDAR F-CALENDAR-DATES.
           IF NOT WS-STAT-STOPS-OK OR NOT WS-STAT-ROUTES-OK
               OR NOT WS-STAT-TRIPS-OK OR NOT WS-STAT-STIMES-OK
               OR NOT WS-STAT-CALOUT-OK OR NOT WS-STAT-CALDATES-OK
               DISPLAY 'ERREUR OUVERTURE DES FICHIERS GTFS-*.CSV'
               MOVE '1300-OUVRIR-EXPORTS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE FICHIERS D''EXPORT'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-STOPS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'stop_id,stop_name,stop_lat,stop_lon'
               TO FS-STOPS-LIGNE.
           WRITE FS-STOPS-LIGNE.
           MOVE 'route_id,route_short_name,route_long_name,route_type'
               TO FS-ROUTES-LIGNE.
           WRITE FS-ROUTES-LIGNE.
           MOVE 'route_id,service_id,trip_id,trip_headsign,direction_id'
               TO FS-TRIPS-LIGNE.
           WRITE FS-TRIPS-LIGNE.
           MOVE SPACES TO FS-STIMES-LIGNE.
           STRING 'trip_id,arrival_time,departure_time,stop_id,'
               'stop_sequence'
               DELIMITED BY SIZE INTO FS-STIMES-LIGNE.
           WRITE FS-STIMES-LIGNE.
           MOVE SPACES TO FS-CALOUT-LIGNE.
           STRING 'service_id,monday,tuesday,wednesday,thursday,'
               'friday,saturday,sunday,start_date,end_date'
               DELIMITED BY SIZE INTO FS-CALOUT-LIGNE.
           WRITE FS-CALOUT-LIGNE.
           MOVE 'service_id,date,exception_type' TO FS-CALDATES-LIGNE.
           WRITE FS-CALDATES-LIGNE.
       1300-OUVRIR-EXPORTS-FIN. EXIT.

      ******************************************************************
      * Arrets : une ligne par gare de gares.dat, identifiee par son
      * code. gares.dat ne porte pas de coordonnees : les colonnes de
      * latitude et longitude restent vides.
      ******************************************************************
       2000-ECRIRE-ARRETS.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > 20
               IF WS-GARE-CODE (WS-IND-TAB) NOT = SPACES
                   MOVE SPACES TO FS-STOPS-LIGNE
                   STRING FUNCTION TRIM(WS-GARE-CODE (WS-IND-TAB)) ','
                       FUNCTION TRIM(WS-GARE-NOM (WS-IND-TAB)) ',,'
                       DELIMITED BY SIZE INTO FS-STOPS-LIGNE
                   WRITE FS-STOPS-LIGNE
                   ADD 1 TO WS-CPT-STOPS
               END-IF
           END-PERFORM.
       2000-ECRIRE-ARRETS-FIN. EXIT.

      ******************************************************************
      * Une passe sur train.dat : chaque train est exporte avec ses
      * circulations, son calendrier et ses horaires.
      ******************************************************************
       3000-TRAITER-TRAINS.
           OPEN INPUT F-INPUT.
           IF NOT WS-STAT-FICIOK
               DISPLAY 'ERREUR OUVERTURE TRAIN.DAT : ' WS-STAT-FICIN
               MOVE '3000-TRAITER-TRAINS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE TRAIN.DAT' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-FICIN WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-FICIFIN
               READ F-INPUT
               IF WS-STAT-FICIOK
                   ADD 1 TO WS-NB-LUS
                   PERFORM 3100-EXPORTER-TRAIN
                   THRU    3100-EXPORTER-TRAIN-FIN
               ELSE
                   SET WS-STAT-FICIFIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-INPUT.
       3000-TRAITER-TRAINS-FIN. EXIT.

      ******************************************************************
      * Un train : controle des terminus, periode de service dans la
      * periode exportee, ligne de rattachement, puis les dates une a
      * une (exclusions et travaux), et enfin l'ecriture de la
      * circulation de base et de ses variantes.
      ******************************************************************
       3100-EXPORTER-TRAIN.
           IF FS-HHMN NOT NUMERIC OR FS-NBH NOT NUMERIC
               OR FS-JOUR-DEPART NOT NUMERIC
               DISPLAY 'TRAIN ILLISIBLE NON EXPORTE : ' FS-NUM-TRAIN
               ADD 1 TO WS-NB-IGNORES
               GO TO 3100-EXPORTER-TRAIN-FIN
           END-IF.

           MOVE 0 TO WS-POS-DEPART.
           MOVE 0 TO WS-POS-ARRIVEE.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > 20
               IF WS-GARE-NOM (WS-IND-TAB) NOT = SPACES
                   IF WS-GARE-NOM (WS-IND-TAB) (1:10) = FS-GARE-DEPART
                       MOVE WS-IND-TAB TO WS-POS-DEPART
                   END-IF
                   IF WS-GARE-NOM (WS-IND-TAB) (1:10)
                           = FS-GARE-ARRIVEE
                       MOVE WS-IND-TAB TO WS-POS-ARRIVEE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-POS-DEPART = 0 OR WS-POS-ARRIVEE = 0
               DISPLAY 'TERMINUS ABSENT DE GARES.DAT, TRAIN '
                   FS-NUM-TRAIN ' NON EXPORTE'
               ADD 1 TO WS-NB-IGNORES
               GO TO 3100-EXPORTER-TRAIN-FIN
           END-IF.

      * Periode de validite du calendrier, ramenee a la periode
      * exportee.
           MOVE WS-DATE-DEBUT TO WS-TRAIN-DEBUT.
           MOVE WS-DATE-FIN   TO WS-TRAIN-FIN.
           MOVE 0 TO WS-CAL-POS.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-NB-CALEND
               IF WS-CAL-NUM (WS-IND-TAB) = FS-NUM-TRAIN
                   MOVE WS-IND-TAB TO WS-CAL-POS
               END-IF
           END-PERFORM.
           IF WS-CAL-POS NOT = 0
               IF WS-CAL-DEBUT (WS-CAL-POS) > WS-TRAIN-DEBUT
                   MOVE WS-CAL-DEBUT (WS-CAL-POS) TO WS-TRAIN-DEBUT
               END-IF
               IF WS-CAL-FIN (WS-CAL-POS) < WS-TRAIN-FIN
                   MOVE WS-CAL-FIN (WS-CAL-POS) TO WS-TRAIN-FIN
               END-IF
           END-IF.
           IF WS-TRAIN-DEBUT > WS-TRAIN-FIN
               DISPLAY 'TRAIN ' FS-NUM-TRAIN
                   ' HORS PERIODE DE VALIDITE SUR LA PERIODE EXPORTEE'
               ADD 1 TO WS-NB-IGNORES
               GO TO 3100-EXPORTER-TRAIN-FIN
           END-IF.

           PERFORM 3200-RATTACHER-LIGNE
           THRU    3200-RATTACHER-LIGNE-FIN.

      * Identifiants : circulation NUMERO-JOUR, service S + idem.
           MOVE SPACES TO WS-NUM-TRAIN.
           MOVE FS-NUM-TRAIN TO WS-NUM-TRAIN.
           MOVE SPACES TO WS-TRIP-BASE.
           STRING WS-NUM-TRAIN DELIMITED BY SPACE
               '-' FS-JOUR-DEPART DELIMITED BY SIZE
               INTO WS-TRIP-BASE.
           MOVE SPACES TO WS-SERVICE-BASE.
           STRING 'S' WS-TRIP-BASE DELIMITED BY SPACE
               INTO WS-SERVICE-BASE.

           MOVE 0 TO WS-NB-VARIANTES.
           PERFORM VARYING WS-JOUR-I FROM 1 BY 1
                   UNTIL WS-JOUR-I > WS-NB-JOURS
               IF WS-PER-JOUR (WS-JOUR-I) = FS-JOUR-DEPART
                   AND WS-PER-DATE (WS-JOUR-I) >= WS-TRAIN-DEBUT
                   AND WS-PER-DATE (WS-JOUR-I) <= WS-TRAIN-FIN
                   PERFORM 3300-TRAITER-DATE
                   THRU    3300-TRAITER-DATE-FIN
               END-IF
           END-PERFORM.

      * Circulation de base : calendrier hebdomadaire et horaires
      * sans travaux.
           MOVE WS-SERVICE-BASE TO WS-SERVICE-ID.
           MOVE WS-TRIP-BASE TO WS-TRIP-ID.
           MOVE '0,0,0,0,0,0,0' TO WS-JOURS-SEMAINE.
           COMPUTE WS-I = FS-JOUR-DEPART * 2 - 1.
           MOVE '1' TO WS-JOURS-SEMAINE (WS-I:1).
           PERFORM 3500-ECRIRE-CALENDRIER
           THRU    3500-ECRIRE-CALENDRIER-FIN.
           MOVE 0 TO WS-MINUTES-TRAVAUX.
           PERFORM 3600-ECRIRE-CIRCULATION
           THRU    3600-ECRIRE-CIRCULATION-FIN.

      * Variantes de travaux : aucun jour de semaine, seulement les
      * dates ajoutees par exception.
           PERFORM VARYING WS-VAR-I FROM 1 BY 1
                   UNTIL WS-VAR-I > WS-NB-VARIANTES
               MOVE WS-VAR-MINUTES (WS-VAR-I) TO WS-MINUTES-TRAVAUX
               PERFORM 3400-IDENTIFIER-VARIANTE
               THRU    3400-IDENTIFIER-VARIANTE-FIN
               MOVE '0,0,0,0,0,0,0' TO WS-JOURS-SEMAINE
               PERFORM 3500-ECRIRE-CALENDRIER
               THRU    3500-ECRIRE-CALENDRIER-FIN
               PERFORM 3600-ECRIRE-CIRCULATION
               THRU    3600-ECRIRE-CIRCULATION-FIN
           END-PERFORM.
       3100-EXPORTER-TRAIN-FIN. EXIT.

      ******************************************************************
      * Ligne de la relation (terminus ranges alphabetiquement) et
      * sens de la circulation : 0 dans l'ordre de la cle, 1 sinon.
      ******************************************************************
       3200-RATTACHER-LIGNE.
           IF FS-GARE-DEPART <= FS-GARE-ARRIVEE
               MOVE FS-GARE-DEPART  TO WS-LIG-CLE-1
               MOVE FS-GARE-ARRIVEE TO WS-LIG-CLE-2
               MOVE 0 TO WS-SENS
           ELSE
               MOVE FS-GARE-ARRIVEE TO WS-LIG-CLE-1
               MOVE FS-GARE-DEPART  TO WS-LIG-CLE-2
               MOVE 1 TO WS-SENS
           END-IF.
           MOVE 0 TO WS-LIG-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-LIGNES
               IF WS-LIG-GARE-1 (WS-I) = WS-LIG-CLE-1
                   AND WS-LIG-GARE-2 (WS-I) = WS-LIG-CLE-2
                   MOVE WS-I TO WS-LIG-POS
               END-IF
           END-PERFORM.
           IF WS-LIG-POS = 0 AND WS-NB-LIGNES < 100
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-LIGNES TO WS-LIG-POS
               MOVE WS-LIG-CLE-1 TO WS-LIG-GARE-1 (WS-LIG-POS)
               MOVE WS-LIG-CLE-2 TO WS-LIG-GARE-2 (WS-LIG-POS)
           END-IF.
           MOVE WS-LIG-POS TO WS-ROUTE-NUM.
           MOVE SPACES TO WS-ROUTE-ID.
           STRING 'L' WS-ROUTE-NUM DELIMITED BY SIZE INTO WS-ROUTE-ID.
       3200-RATTACHER-LIGNE-FIN. EXIT.

      ******************************************************************
      * Une date de service du train : date supprimee au calendrier
      * ou relation fermee par des travaux (FER), retiree de la
      * circulation de base ; date allongee par des
      * travaux, retiree de la base et ajoutee a la variante de ces
      * minutes de travaux.
      ******************************************************************
       3300-TRAITER-DATE.
           MOVE 'N' TO WS-DATE-EXCLUE.
           IF WS-CAL-POS NOT = 0
               PERFORM VARYING WS-EXC-I FROM 1 BY 1
                       UNTIL WS-EXC-I > 5
                   IF WS-CAL-EXC (WS-CAL-POS, WS-EXC-I) NOT = 0
                       AND WS-CAL-EXC (WS-CAL-POS, WS-EXC-I)
                           = WS-PER-DATE (WS-JOUR-I)
                       MOVE 'O' TO WS-DATE-EXCLUE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-TRV-I FROM 1 BY 1
                   UNTIL WS-TRV-I > WS-NB-TRAVAUX
               IF WS-TV-FERMETURE (WS-TRV-I) = 'O'
                   AND WS-TV-GARE-DEPART (WS-TRV-I) = FS-GARE-DEPART
                   AND WS-TV-GARE-ARRIVEE (WS-TRV-I) = FS-GARE-ARRIVEE
                   AND WS-PER-DATE (WS-JOUR-I) >= WS-TV-DEBUT (WS-TRV-I)
                   AND WS-PER-DATE (WS-JOUR-I) <= WS-TV-FIN (WS-TRV-I)
                   MOVE 'O' TO WS-DATE-EXCLUE
               END-IF
           END-PERFORM.
           IF DATE-EXCLUE
               MOVE WS-SERVICE-BASE TO WS-SERVICE-ID
               MOVE '2' TO WS-TYPE-EXCEPTION
               PERFORM 3350-ECRIRE-EXCEPTION
               THRU    3350-ECRIRE-EXCEPTION-FIN
               GO TO 3300-TRAITER-DATE-FIN
           END-IF.

           MOVE 0 TO WS-MINUTES-TRAVAUX.
           PERFORM VARYING WS-TRV-I FROM 1 BY 1
                   UNTIL WS-TRV-I > WS-NB-TRAVAUX
               IF WS-TV-GARE-DEPART (WS-TRV-I) = FS-GARE-DEPART
                   AND WS-TV-GARE-ARRIVEE (WS-TRV-I) = FS-GARE-ARRIVEE
                   AND WS-PER-DATE (WS-JOUR-I) >= WS-TV-DEBUT (WS-TRV-I)
                   AND WS-PER-DATE (WS-JOUR-I) <= WS-TV-FIN (WS-TRV-I)
                   ADD WS-TV-MINUTES (WS-TRV-I) TO WS-MINUTES-TRAVAUX
               END-IF
           END-PERFORM.
           IF WS-MINUTES-TRAVAUX = 0
               GO TO 3300-TRAITER-DATE-FIN
           END-IF.

           MOVE 0 TO WS-VAR-POS.
           PERFORM VARYING WS-VAR-I FROM 1 BY 1
                   UNTIL WS-VAR-I > WS-NB-VARIANTES
               IF WS-VAR-MINUTES (WS-VAR-I) = WS-MINUTES-TRAVAUX
                   MOVE WS-VAR-I TO WS-VAR-POS
               END-IF
           END-PERFORM.
           IF WS-VAR-POS = 0
               IF WS-NB-VARIANTES >= 10
                   DISPLAY 'TROP DE VARIANTES DE TRAVAUX, TRAIN '
                       FS-NUM-TRAIN ' DATE ' WS-PER-DATE (WS-JOUR-I)
                       ' EXPORTEE SANS TRAVAUX'
                   GO TO 3300-TRAITER-DATE-FIN
               END-IF
               ADD 1 TO WS-NB-VARIANTES
               MOVE WS-MINUTES-TRAVAUX
                   TO WS-VAR-MINUTES (WS-NB-VARIANTES)
           END-IF.

           MOVE WS-SERVICE-BASE TO WS-SERVICE-ID.
           MOVE '2' TO WS-TYPE-EXCEPTION.
           PERFORM 3350-ECRIRE-EXCEPTION
           THRU    3350-ECRIRE-EXCEPTION-FIN.
           PERFORM 3400-IDENTIFIER-VARIANTE
           THRU    3400-IDENTIFIER-VARIANTE-FIN.
           MOVE '1' TO WS-TYPE-EXCEPTION.
           PERFORM 3350-ECRIRE-EXCEPTION
           THRU    3350-ECRIRE-EXCEPTION-FIN.
       3300-TRAITER-DATE-FIN. EXIT.

      * Exception de calendrier pour WS-SERVICE-ID a la date
      * courante : 1 = date ajoutee, 2 = date retiree (code dans
      * WS-TYPE-EXCEPTION).
       3350-ECRIRE-EXCEPTION.
           MOVE SPACES TO FS-CALDATES-LIGNE.
           STRING FUNCTION TRIM(WS-SERVICE-ID) ','
               WS-PER-DATE (WS-JOUR-I) ','
               WS-TYPE-EXCEPTION
               DELIMITED BY SIZE INTO FS-CALDATES-LIGNE.
           WRITE FS-CALDATES-LIGNE.
           ADD 1 TO WS-CPT-CALDATES.
       3350-ECRIRE-EXCEPTION-FIN. EXIT.

      * Identifiants de la variante des minutes WS-MINUTES-TRAVAUX :
      * circulation NUMERO-JOUR-Tmmmm et service correspondant.
       3400-IDENTIFIER-VARIANTE.
           MOVE WS-MINUTES-TRAVAUX TO WS-VAR-ED.
           MOVE SPACES TO WS-TRIP-ID.
           STRING WS-TRIP-BASE DELIMITED BY SPACE
               '-T' WS-VAR-ED DELIMITED BY SIZE
               INTO WS-TRIP-ID.
           MOVE SPACES TO WS-SERVICE-ID.
           STRING 'S' WS-TRIP-ID DELIMITED BY SPACE
               INTO WS-SERVICE-ID.
       3400-IDENTIFIER-VARIANTE-FIN. EXIT.

      * Ligne de calendrier de WS-SERVICE-ID : jours de semaine et
      * periode de service du train dans la periode exportee.
       3500-ECRIRE-CALENDRIER.
           MOVE SPACES TO FS-CALOUT-LIGNE.
           STRING FUNCTION TRIM(WS-SERVICE-ID) ','
               WS-JOURS-SEMAINE ','
               WS-TRAIN-DEBUT ','
               WS-TRAIN-FIN
               DELIMITED BY SIZE INTO FS-CALOUT-LIGNE.
           WRITE FS-CALOUT-LIGNE.
           ADD 1 TO WS-CPT-CALOUT.
       3500-ECRIRE-CALENDRIER-FIN. EXIT.

      ******************************************************************
      * Circulation WS-TRIP-ID et ses horaires, avec les minutes de
      * travaux WS-MINUTES-TRAVAUX. Terminus de depart a l'heure de
      * depart, arrets intermediaires aux heures du detail ARRET N du
      * planning (meme calcul que DETAIL-ARRETS de train3.cbl, dans le
      * meme ordre), terminus d'arrivee a l'heure d'arrivee du
      * planning (depart + duree + travaux). Les drapeaux poses sur
      * les positions des terminus comptent dans le decoupage en
      * troncons, comme dans le planning, mais ne sont pas repetes.
      ******************************************************************
       3600-ECRIRE-CIRCULATION.
           MOVE SPACES TO FS-TRIPS-LIGNE.
           STRING WS-ROUTE-ID ','
               FUNCTION TRIM(WS-SERVICE-ID) ','
               FUNCTION TRIM(WS-TRIP-ID) ','
               FUNCTION TRIM(WS-GARE-NOM (WS-POS-ARRIVEE)) ','
               WS-SENS
               DELIMITED BY SIZE INTO FS-TRIPS-LIGNE.
           WRITE FS-TRIPS-LIGNE.
           ADD 1 TO WS-CPT-TRIPS.

           COMPUTE WS-NB-FLAGS = WS-FS-ENREG - WS-FS-FIX.
           IF WS-NB-FLAGS > 20
               MOVE 20 TO WS-NB-FLAGS
           END-IF.
           MOVE 0 TO WS-NB-ARRET.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-NB-FLAGS
               IF TRAIN-STOP (WS-IND-TAB)
                   ADD 1 TO WS-NB-ARRET
               END-IF
           END-PERFORM.

           MOVE FS-HHMN TO WS-HHMN.
           COMPUTE WS-MIN-DEPART = WS-HH * 60 + WS-MN.
           COMPUTE WS-MIN-ARRIVEE = WS-MIN-DEPART + FS-NBH * 60
               + WS-MINUTES-TRAVAUX.
           COMPUTE WS-MIN-SEGMENT =
               (FS-NBH * 60 + WS-MINUTES-TRAVAUX) / (WS-NB-ARRET + 1).

           MOVE 0 TO WS-SEQ.
           MOVE WS-POS-DEPART TO WS-IND-TAB.
           MOVE WS-MIN-DEPART TO WS-MIN-ARRET.
           MOVE WS-MIN-DEPART TO WS-MIN-QUAI.
           PERFORM 3700-ECRIRE-HORAIRE
           THRU    3700-ECRIRE-HORAIRE-FIN.

           MOVE 0 TO WS-CUMUL-ATTENTE.
           MOVE 0 TO WS-RANG-ARRET.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-NB-FLAGS
               IF TRAIN-STOP (WS-IND-TAB)
                   ADD 1 TO WS-RANG-ARRET
                   COMPUTE WS-MIN-ARRET = WS-MIN-DEPART
                       + WS-MIN-SEGMENT * WS-RANG-ARRET
                       + WS-CUMUL-ATTENTE
                   ADD WS-GARE-ATTENTE-MN (WS-IND-TAB)
                       TO WS-CUMUL-ATTENTE
                   COMPUTE WS-MIN-QUAI = WS-MIN-ARRET
                       + WS-GARE-ATTENTE-MN (WS-IND-TAB)
                   IF WS-IND-TAB NOT = WS-POS-DEPART
                       AND WS-IND-TAB NOT = WS-POS-ARRIVEE
                       AND WS-GARE-CODE (WS-IND-TAB) NOT = SPACES
                       PERFORM 3700-ECRIRE-HORAIRE
                       THRU    3700-ECRIRE-HORAIRE-FIN
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-POS-ARRIVEE TO WS-IND-TAB.
           MOVE WS-MIN-ARRIVEE TO WS-MIN-ARRET.
           MOVE WS-MIN-ARRIVEE TO WS-MIN-QUAI.
           PERFORM 3700-ECRIRE-HORAIRE
           THRU    3700-ECRIRE-HORAIRE-FIN.
       3600-ECRIRE-CIRCULATION-FIN. EXIT.

      * Ligne d'horaire de l'arret WS-IND-TAB : arrivee WS-MIN-ARRET,
      * depart WS-MIN-QUAI, au format HH:MM:SS.
       3700-ECRIRE-HORAIRE.
           ADD 1 TO WS-SEQ.
           MOVE WS-MIN-ARRET TO WS-MIN-ED.
           PERFORM 3800-EDITER-HEURE
           THRU    3800-EDITER-HEURE-FIN.
           MOVE WS-HEURE-ED TO WS-HEURE-ED-2.
           MOVE WS-MIN-QUAI TO WS-MIN-ED.
           PERFORM 3800-EDITER-HEURE
           THRU    3800-EDITER-HEURE-FIN.
           MOVE SPACES TO FS-STIMES-LIGNE.
           STRING FUNCTION TRIM(WS-TRIP-ID) ','
               WS-HEURE-ED-2 ','
               WS-HEURE-ED ','
               FUNCTION TRIM(WS-GARE-CODE (WS-IND-TAB)) ','
               WS-SEQ
               DELIMITED BY SIZE INTO FS-STIMES-LIGNE.
           WRITE FS-STIMES-LIGNE.
           ADD 1 TO WS-CPT-STIMES.
       3700-ECRIRE-HORAIRE-FIN. EXIT.

       3800-EDITER-HEURE.
           DIVIDE WS-MIN-ED BY 60 GIVING WS-HH-ED REMAINDER WS-MN-ED.
           MOVE SPACES TO WS-HEURE-ED.
           STRING WS-HH-ED ':' WS-MN-ED ':00'
               DELIMITED BY SIZE INTO WS-HEURE-ED.
       3800-EDITER-HEURE-FIN. EXIT.

      ******************************************************************
      * Lignes : une par relation rencontree, nommee par ses deux
      * terminus. Type 2 = train.
      ******************************************************************
       4000-ECRIRE-LIGNES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-LIGNES
               MOVE WS-I TO WS-ROUTE-NUM
               MOVE SPACES TO FS-ROUTES-LIGNE
               STRING 'L' WS-ROUTE-NUM ','
                   FUNCTION TRIM(WS-LIG-GARE-1 (WS-I)) '-'
                   FUNCTION TRIM(WS-LIG-GARE-2 (WS-I)) ','
                   FUNCTION TRIM(WS-LIG-GARE-1 (WS-I)) ' - '
                   FUNCTION TRIM(WS-LIG-GARE-2 (WS-I)) ',2'
                   DELIMITED BY SIZE INTO FS-ROUTES-LIGNE
               WRITE FS-ROUTES-LIGNE
               ADD 1 TO WS-CPT-ROUTES
           END-PERFORM.
       4000-ECRIRE-LIGNES-FIN. EXIT.

      ******************************************************************
      * Fichier de controle : date d'execution, periode exportee et
      * nombre de lignes de donnees de chaque fichier (en-tete non
      * comprise), pour le rapprochement chez le destinataire.
      ******************************************************************
       5000-ECRIRE-CONTROLE.
           OPEN OUTPUT F-CONTROLE.
           IF NOT WS-STAT-CONTROLE-OK
               DISPLAY 'ERREUR OUVERTURE GTFS-CONTROLE.DAT : '
                   WS-STAT-CONTROLE
               GO TO 5000-ECRIRE-CONTROLE-FIN
           END-IF.
           MOVE SPACES TO FS-CONTROLE-LIGNE.
           STRING 'DATE D''EXECUTION         : ' WS-DATE-JOUR
               DELIMITED BY SIZE INTO FS-CONTROLE-LIGNE.
           WRITE FS-CONTROLE-LIGNE.
           MOVE SPACES TO FS-CONTROLE-LIGNE.
           STRING 'PERIODE EXPORTEE          : ' WS-DATE-DEBUT ' AU '
               WS-DATE-FIN
               DELIMITED BY SIZE INTO FS-CONTROLE-LIGNE.
           WRITE FS-CONTROLE-LIGNE.
           MOVE SPACES TO FS-CONTROLE-LIGNE.
           STRING 'GTFS-STOPS.CSV            : ' WS-CPT-STOPS
               DELIMITED BY SIZE INTO FS-CONTROLE-LIGNE.
           WRITE FS-CONTROLE-LIGNE.
           MOVE SPACES TO FS-CONTROLE-LIGNE.
           STRING 'GTFS-ROUTES.CSV           : ' WS-CPT-ROUTES
               DELIMITED BY SIZE INTO FS-CONTROLE-LIGNE.
           WRITE FS-CONTROLE-LIGNE.
           MOVE SPACES TO FS-CONTROLE-LIGNE.
           STRING 'GTFS-TRIPS.CSV            : ' WS-CPT-TRIPS
               DELIMITED BY SIZE INTO FS-CONTROLE-LIGNE.
           WRITE FS-CONTROLE-LIGNE.
           MOVE SPACES TO FS-CONTROLE-LIGNE.
           STRING 'GTFS-STOP-TIMES.CSV       : ' WS-CPT-STIMES
               DELIMITED BY SIZE INTO FS-CONTROLE-LIGNE.
           WRITE FS-CONTROLE-LIGNE.
           MOVE SPACES TO FS-CONTROLE-LIGNE.
           STRING 'GTFS-CALENDAR.CSV         : ' WS-CPT-CALOUT
               DELIMITED BY SIZE INTO FS-CONTROLE-LIGNE.
           WRITE FS-CONTROLE-LIGNE.
           MOVE SPACES TO FS-CONTROLE-LIGNE.
           STRING 'GTFS-CALENDAR-DATES.CSV   : ' WS-CPT-CALDATES
               DELIMITED BY SIZE INTO FS-CONTROLE-LIGNE.
           WRITE FS-CONTROLE-LIGNE.
           MOVE SPACES TO FS-CONTROLE-LIGNE.
           STRING 'TRAINS LUS / NON EXPORTES : ' WS-NB-LUS ' / '
               WS-NB-IGNORES
               DELIMITED BY SIZE INTO FS-CONTROLE-LIGNE.
           WRITE FS-CONTROLE-LIGNE.
           CLOSE F-CONTROLE.
       5000-ECRIRE-CONTROLE-FIN. EXIT.

       END PROGRAM train-export-horaires.
