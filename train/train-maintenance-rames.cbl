      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Planification kilometrique de la maintenance    *
      * des rames : cumul nocturne des kilometres parcourus par chaque *
      * rame (affectation-rames.dat et planning), comparaison avec le  *
      * pas de visite de son type de materiel, et liste des rames      *
      * echues ou a prevoir avec une date d'echeance estimee au rythme *
      * d'utilisation constate.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. train-maintenance-rames.
       AUTHOR. K.SAFAA.

      * La maintenance etait planifiee au calendrier alors que l'usure
      * suit les kilometres. gares.dat porte desormais, pour chaque
      * position, la distance en kilometres depuis la position
      * precedente : le parcours d'un train est la somme des troncons
      * entre sa gare de depart et sa gare d'arrivee du planning.
      * Chaque nuit, les affectations du jour de semaine courant
      * (comme train-rames.cbl) ajoutent ce parcours au compteur de
      * la rame dans COMPTEURS-KM-RAMES.DAT (kilometres depuis la
      * derniere visite, date de cette visite, kilometrage total,
      * date du dernier cumul). La date du dernier cumul empeche de
      * compter deux fois la meme nuit si le batch est relance.
      * Les visites faites par l'atelier sont saisies dans
      * VISITES-RAMES.DAT (rame, date, nature) : une visite posterieure
      * a celle du compteur remet les kilometres de la rame a zero.
      * Le pas de visite et la marge d'alerte par type de rame sont
      * dans INTERVALLES-MAINTENANCE.DAT. RAPPORT-MAINTENANCE-RAMES.DAT
      * liste les rames echues puis a prevoir, et l'etat de tous les
      * compteurs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-GARES
           ASSIGN TO 'gares.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-GARES.

           SELECT F-PLANNING
           ASSIGN TO 'train-planning.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-PLAN.

           SELECT F-RAMES
           ASSIGN TO 'rames.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-RAMES.

           SELECT F-AFFECTATIONS
           ASSIGN TO 'affectation-rames.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-AFFECT.

           SELECT F-INTERVALLES
           ASSIGN TO 'intervalles-maintenance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-INTERV.

           SELECT F-VISITES
           ASSIGN TO 'visites-rames.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-VISITES.

           SELECT F-COMPTEURS
           ASSIGN TO 'compteurs-km-rames.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-COMPT.

           SELECT F-COMPTEURS-NEW
           ASSIGN TO 'compteurs-km-rames.dat.new'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-COMPT-NEW.

           SELECT F-RAPPORT
           ASSIGN TO 'rapport-maintenance-rames.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  F-PLANNING
           RECORD CONTAINS 1 TO 93 CHARACTERS.
       01  FS-PLAN-LIGNE          PIC X(93).
       01  FS-PLAN-TRAIN REDEFINES FS-PLAN-LIGNE.
           05 FS-PL-NUM-TRAIN     PIC X(6).
           05 FS-PL-GARE-DEPART   PIC X(10).
           05 FS-PL-GARE-ARRIVEE  PIC X(10).
           05 FS-PL-JOUR-DEPART   PIC X(1).
           05 FS-PL-HHMN          PIC X(4).
           05 FS-PL-NBH           PIC X(2).
           05 FILLER              PIC X(60).

       FD  F-RAMES
      * Une ligne par rame du parc : numero, type, capacite en
      * places, depot d'attache.
           RECORD CONTAINS 32 CHARACTERS.
       01  FS-RAME.
           05 FS-RM-NUMERO        PIC X(6).
           05 FILLER              PIC X.
           05 FS-RM-TYPE          PIC X(10).
           05 FILLER              PIC X.
           05 FS-RM-CAPACITE      PIC X(4).
           05 FILLER              PIC X.
           05 FS-RM-DEPOT         PIC X(9).

       FD  F-AFFECTATIONS
      * Une ligne par affectation : rame, train, jour de circulation.
           RECORD CONTAINS 16 CHARACTERS.
       01  FS-AFFECTATION.
           05 FS-AF-RAME          PIC X(6).
           05 FILLER              PIC X.
           05 FS-AF-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X.
           05 FS-AF-JOUR          PIC X(1).

       FD  F-INTERVALLES
      * Une ligne par type de rame : pas de visite en kilometres et
      * marge d'alerte (kilometres restants a partir desquels la
      * visite est a prevoir).
           RECORD CONTAINS 23 CHARACTERS.
       01  FS-INTERVALLE.
           05 FS-IV-TYPE          PIC X(10).
           05 FILLER              PIC X.
           05 FS-IV-PAS-KM        PIC X(6).
           05 FILLER              PIC X.
           05 FS-IV-MARGE-KM      PIC X(5).

       FD  F-VISITES
      * Une ligne par visite faite en atelier : rame, date de la
      * visite (AAAAMMJJ), nature de l'intervention.
           RECORD CONTAINS 36 CHARACTERS.
       01  FS-VISITE.
           05 FS-VI-RAME          PIC X(6).
           05 FILLER              PIC X.
           05 FS-VI-DATE          PIC X(8).
           05 FILLER              PIC X.
           05 FS-VI-NATURE        PIC X(20).

       FD  F-COMPTEURS
      * Une ligne par rame : kilometres depuis la derniere visite,
      * date de cette visite, kilometrage total, date du dernier
      * cumul nocturne.
           RECORD CONTAINS 41 CHARACTERS.
       01  FS-COMPTEUR.
           05 FS-CP-RAME          PIC X(6).
           05 FILLER              PIC X.
           05 FS-CP-KM-VISITE     PIC 9(7).
           05 FILLER              PIC X.
           05 FS-CP-DATE-VISITE   PIC 9(8).
           05 FILLER              PIC X.
           05 FS-CP-KM-TOTAL      PIC 9(8).
           05 FILLER              PIC X.
           05 FS-CP-DATE-CUMUL    PIC 9(8).

       FD  F-COMPTEURS-NEW
           RECORD CONTAINS 41 CHARACTERS.
       01  FN-COMPTEUR            PIC X(41).

       FD  F-RAPPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-RAPPORT-LIGNE       PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-GARES==
                     ==FSTAT-OK==    BY ==WS-STAT-GARES-OK==.
           88  WS-STAT-GARES-FIN                  VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-PLAN==
                     ==FSTAT-OK==    BY ==WS-STAT-PLAN-OK==.
           88  WS-STAT-PLAN-FIN                   VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-RAMES==
                     ==FSTAT-OK==    BY ==WS-STAT-RAMES-OK==.
           88  WS-STAT-RAMES-FIN                  VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-AFFECT==
                     ==FSTAT-OK==    BY ==WS-STAT-AFFECT-OK==.
           88  WS-STAT-AFFECT-FIN                 VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-INTERV==
                     ==FSTAT-OK==    BY ==WS-STAT-INTERV-OK==.
           88  WS-STAT-INTERV-FIN                 VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-VISITES==
                     ==FSTAT-OK==    BY ==WS-STAT-VISITES-OK==.
           88  WS-STAT-VISITES-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-COMPT==
                     ==FSTAT-OK==    BY ==WS-STAT-COMPT-OK==.
           88  WS-STAT-COMPT-FIN                  VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-COMPT-NEW==
                     ==FSTAT-OK==    BY ==WS-STAT-COMPT-NEW-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-RAPPORT==
                     ==FSTAT-OK==    BY ==WS-STAT-RAPPORT-OK==.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME  PIC X(20) VALUE 'TRAIN-MAINT-KM'.
       01  WS-LOG-PARAGRAPHE PIC X(30).
       01  WS-LOG-MESSAGE    PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01  WS-RUNCTL-PROGRAMME  PIC X(20) VALUE 'TRAIN-MAINT-KM'.
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

       01  WS-DATE-JOUR      PIC 9(08).
       01  WS-JOUR-SEM       PIC 9(01).

      * Referentiel des gares indexe par la position d'arret, avec la
      * distance depuis la position precedente.
       01  WS-TAB-GARES.
           05 WS-GARE-ENTREE OCCURS 20 TIMES.
              10 WS-GARE-NOM        PIC X(15).
              10 WS-GARE-KM         PIC 9(4).

      * Lignes train du planning et parcours en kilometres.
       01  WS-NB-TRAINS      PIC 9(03) VALUE 0.
       01  WS-TAB-TRAINS.
           05 WS-TRAIN-ENTREE OCCURS 100 TIMES.
              10 WS-TR-NUM          PIC X(6).
              10 WS-TR-JOUR-DEPART  PIC 9.
              10 WS-TR-KM           PIC 9(5).

      * Pas de visite par type de rame.
       01  WS-NB-INTERV      PIC 9(03) VALUE 0.
       01  WS-TAB-INTERV.
           05 WS-IV-ENTREE OCCURS 30 TIMES.
              10 WS-IV-TYPE         PIC X(10).
              10 WS-IV-PAS-KM       PIC 9(6).
              10 WS-IV-MARGE-KM     PIC 9(5).

      * Compteurs kilometriques : ceux du fichier, completes des
      * rames du parc qui n'en avaient pas encore.
       01  WS-NB-COMPT       PIC 9(03) VALUE 0.
       01  WS-TAB-COMPT.
           05 WS-CP-ENTREE OCCURS 150 TIMES.
              10 WS-CP-RAME         PIC X(6).
              10 WS-CP-KM-VISITE    PIC 9(7).
              10 WS-CP-DATE-VISITE  PIC 9(8).
              10 WS-CP-KM-TOTAL     PIC 9(8).
              10 WS-CP-DATE-CUMUL   PIC 9(8).
              10 WS-CP-KM-NUIT      PIC 9(6).
              10 WS-CP-TYPE         PIC X(10).
              10 WS-CP-DEPOT        PIC X(9).
              10 WS-CP-AU-PARC      PIC X(1).
              10 WS-CP-ETAT         PIC X(1).
                 88 WS-CP-ECHUE     VALUE 'E'.
                 88 WS-CP-A-PREVOIR VALUE 'P'.
                 88 WS-CP-SANS-PAS  VALUE 'S'.
                 88 WS-CP-EN-REGLE  VALUE 'R'.
              10 WS-CP-ECHEANCE     PIC 9(8).

       01  WS-I              PIC 9(03).
       01  WS-J              PIC 9(03).
       01  WS-POS            PIC 9(03).
       01  WS-POS-DEPART     PIC 9(03).
       01  WS-POS-ARRIVEE    PIC 9(03).
       01  WS-POS-BASSE      PIC 9(03).
       01  WS-POS-HAUTE      PIC 9(03).
       01  WS-NB-VISITES     PIC 9(05) VALUE 0.
       01  WS-NB-CUMULEES    PIC 9(05) VALUE 0.
       01  WS-NB-DEJA-FAITES PIC 9(05) VALUE 0.
       01  WS-NB-SERVICES    PIC 9(05) VALUE 0.
       01  WS-NB-ECHUES      PIC 9(05) VALUE 0.
       01  WS-NB-A-PREVOIR   PIC 9(05) VALUE 0.
       01  WS-KM-RESTANT     PIC S9(7).
       01  WS-KM-AFFICHE     PIC 9(7).
       01  WS-JOURS-ECOULES  PIC S9(8).
       01  WS-JOURS-RESTANT  PIC 9(7).
       01  WS-DATE-VISITE-LUE PIC 9(8).
       01  WS-LIB-ETAT       PIC X(20).
       01  WS-LIB-ECHEANCE   PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-INITIALISER
           THRU    0100-INITIALISER-FIN.
           PERFORM 1000-CHARGER-GARES
           THRU    1000-CHARGER-GARES-FIN.
           PERFORM 1100-CHARGER-PLANNING
           THRU    1100-CHARGER-PLANNING-FIN.
           PERFORM 1200-CHARGER-INTERVALLES
           THRU    1200-CHARGER-INTERVALLES-FIN.
           PERFORM 1300-CHARGER-COMPTEURS
           THRU    1300-CHARGER-COMPTEURS-FIN.
           PERFORM 1400-CHARGER-RAMES
           THRU    1400-CHARGER-RAMES-FIN.
           PERFORM 2000-APPLIQUER-VISITES
           THRU    2000-APPLIQUER-VISITES-FIN.
           PERFORM 3000-CUMULER-NUIT
           THRU    3000-CUMULER-NUIT-FIN.
           PERFORM 4000-ECRIRE-COMPTEURS
           THRU    4000-ECRIRE-COMPTEURS-FIN.
           PERFORM 5000-ECRIRE-RAPPORT
           THRU    5000-ECRIRE-RAPPORT-FIN.

           DISPLAY 'RAMES SUIVIES        : ' WS-NB-COMPT.
           DISPLAY 'VISITES APPLIQUEES   : ' WS-NB-VISITES.
           DISPLAY 'RAMES CUMULEES       : ' WS-NB-CUMULEES.
           DISPLAY 'DEJA CUMULEES CE JOUR: ' WS-NB-DEJA-FAITES.
           DISPLAY 'RAMES ECHUES         : ' WS-NB-ECHUES.
           DISPLAY 'RAMES A PREVOIR      : ' WS-NB-A-PREVOIR.

           MOVE WS-NB-CUMULEES TO WS-RUNCTL-COMPTEUR-1.
           COMPUTE WS-RUNCTL-COMPTEUR-2 =
               WS-NB-ECHUES + WS-NB-A-PREVOIR.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Date du passage et jour de semaine correspondant (1 = lundi),
      * pour retenir les affectations de la nuit.
      ******************************************************************
       0100-INITIALISER.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE 'JOURSEM ' TO WS-DU-FONCTION.
           MOVE WS-DATE-JOUR TO WS-DU-DATE-1.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           MOVE WS-DU-RESULTAT TO WS-JOUR-SEM.
           DISPLAY 'CUMUL KILOMETRIQUE DU ' WS-DATE-JOUR
               ' (JOUR ' WS-JOUR-SEM ')'.
       0100-INITIALISER-FIN. EXIT.

      ******************************************************************
      * Charge gares.dat par position. Sans les distances il n'y a
      * rien a cumuler : un fichier absent arrete le batch. Une
      * distance illisible compte pour zero et est signalee.
      ******************************************************************
       1000-CHARGER-GARES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 20
               MOVE SPACES TO WS-GARE-NOM (WS-I)
               MOVE 0 TO WS-GARE-KM (WS-I)
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
               MOVE SPACES TO FS-GARE-REF
               READ F-GARES
               IF WS-STAT-GARES-OK
                   IF FS-GR-POSITION NUMERIC
                       AND FS-GR-POSITION >= 1
                       AND FS-GR-POSITION <= 20
                       MOVE FS-GR-NOM TO WS-GARE-NOM (FS-GR-POSITION)
                       IF FS-GR-KM-PRECEDENTE NUMERIC
                           MOVE FS-GR-KM-PRECEDENTE
                               TO WS-GARE-KM (FS-GR-POSITION)
                       ELSE
                           IF FS-GR-KM-PRECEDENTE NOT = SPACES
                               DISPLAY 'DISTANCE ILLISIBLE, ZERO KM : '
                                   FS-GARE-REF
                           END-IF
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
      * Charge les lignes train du planning, comme train-rames.cbl,
      * et calcule le parcours de chacune.
      ******************************************************************
       1100-CHARGER-PLANNING.
           OPEN INPUT F-PLANNING.
           IF NOT WS-STAT-PLAN-OK
               DISPLAY 'ERREUR OUVERTURE TRAIN-PLANNING.DAT : '
                       WS-STAT-PLAN
               MOVE '1100-CHARGER-PLANNING' TO WS-LOG-PARAGRAPHE
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
                   IF FS-PLAN-LIGNE(7:9) NOT = ' ARRET N '
                       AND FS-PLAN-LIGNE(1:10) NOT = ' SUPPRIME '
                       AND FS-PL-JOUR-DEPART NUMERIC
                       AND FS-PL-HHMN NUMERIC
                       AND FS-PL-NBH NUMERIC
                       IF WS-NB-TRAINS < 100
                           ADD 1 TO WS-NB-TRAINS
                           MOVE FS-PL-NUM-TRAIN
                               TO WS-TR-NUM (WS-NB-TRAINS)
                           MOVE FS-PL-JOUR-DEPART
                               TO WS-TR-JOUR-DEPART (WS-NB-TRAINS)
                           PERFORM 1150-CALCULER-PARCOURS
                           THRU    1150-CALCULER-PARCOURS-FIN
                       END-IF
                   END-IF
               ELSE
                   SET WS-STAT-PLAN-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-PLANNING.
       1100-CHARGER-PLANNING-FIN. EXIT.

      ******************************************************************
      * Parcours d'un train : somme des distances des positions
      * suivant la gare la plus basse jusqu'a la plus haute, quel que
      * soit le sens de circulation. Une gare du planning absente de
      * gares.dat laisse le train a zero kilometre, avec un message.
      ******************************************************************
       1150-CALCULER-PARCOURS.
           MOVE 0 TO WS-TR-KM (WS-NB-TRAINS).
           MOVE 0 TO WS-POS-DEPART.
           MOVE 0 TO WS-POS-ARRIVEE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 20
               IF WS-GARE-NOM (WS-I) NOT = SPACES
                   IF WS-GARE-NOM (WS-I)(1:10) = FS-PL-GARE-DEPART
                       MOVE WS-I TO WS-POS-DEPART
                   END-IF
                   IF WS-GARE-NOM (WS-I)(1:10) = FS-PL-GARE-ARRIVEE
                       MOVE WS-I TO WS-POS-ARRIVEE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-POS-DEPART = 0 OR WS-POS-ARRIVEE = 0
               DISPLAY 'GARE INCONNUE DE GARES.DAT, TRAIN '
                   FS-PL-NUM-TRAIN ' COMPTE A ZERO KM'
               GO TO 1150-CALCULER-PARCOURS-FIN
           END-IF.

           IF WS-POS-DEPART < WS-POS-ARRIVEE
               MOVE WS-POS-DEPART  TO WS-POS-BASSE
               MOVE WS-POS-ARRIVEE TO WS-POS-HAUTE
           ELSE
               MOVE WS-POS-ARRIVEE TO WS-POS-BASSE
               MOVE WS-POS-DEPART  TO WS-POS-HAUTE
           END-IF.
           ADD 1 TO WS-POS-BASSE.
           PERFORM VARYING WS-I FROM WS-POS-BASSE BY 1
                   UNTIL WS-I > WS-POS-HAUTE
               ADD WS-GARE-KM (WS-I) TO WS-TR-KM (WS-NB-TRAINS)
           END-PERFORM.
       1150-CALCULER-PARCOURS-FIN. EXIT.

      ******************************************************************
      * Charge les pas de visite par type de rame. Sans ce fichier le
      * rapport n'aurait pas de sens : on s'arrete.
      ******************************************************************
       1200-CHARGER-INTERVALLES.
           OPEN INPUT F-INTERVALLES.
           IF NOT WS-STAT-INTERV-OK
               DISPLAY 'ERREUR OUVERTURE INTERVALLES-MAINTENANCE.DAT : '
                       WS-STAT-INTERV
               MOVE '1200-CHARGER-INTERVALLES' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE INTERVALLES-MAINTENANCE'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-INTERV WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-INTERV-FIN
               READ F-INTERVALLES
               IF WS-STAT-INTERV-OK
                   IF FS-IV-PAS-KM NUMERIC AND FS-IV-MARGE-KM NUMERIC
                       AND WS-NB-INTERV < 30
                       ADD 1 TO WS-NB-INTERV
                       MOVE FS-IV-TYPE
                           TO WS-IV-TYPE (WS-NB-INTERV)
                       MOVE FS-IV-PAS-KM
                           TO WS-IV-PAS-KM (WS-NB-INTERV)
                       MOVE FS-IV-MARGE-KM
                           TO WS-IV-MARGE-KM (WS-NB-INTERV)
                   ELSE
                       DISPLAY 'LIGNE D''INTERVALLE IGNOREE : '
                           FS-INTERVALLE
                   END-IF
               ELSE
                   SET WS-STAT-INTERV-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-INTERVALLES.
       1200-CHARGER-INTERVALLES-FIN. EXIT.

      ******************************************************************
      * Reprend les compteurs de la veille. Un fichier absent est un
      * premier passage : tous les compteurs partent de zero.
      ******************************************************************
       1300-CHARGER-COMPTEURS.
           OPEN INPUT F-COMPTEURS.
           IF NOT WS-STAT-COMPT-OK
               DISPLAY 'PAS DE COMPTEURS-KM-RAMES.DAT ('
                   WS-STAT-COMPT ') : COMPTEURS INITIALISES'
               GO TO 1300-CHARGER-COMPTEURS-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-COMPT-FIN
               READ F-COMPTEURS
               IF WS-STAT-COMPT-OK
                   IF FS-CP-KM-VISITE NUMERIC
                       AND FS-CP-DATE-VISITE NUMERIC
                       AND FS-CP-KM-TOTAL NUMERIC
                       AND FS-CP-DATE-CUMUL NUMERIC
                       AND WS-NB-COMPT < 150
                       ADD 1 TO WS-NB-COMPT
                       MOVE FS-CP-RAME
                           TO WS-CP-RAME (WS-NB-COMPT)
                       MOVE FS-CP-KM-VISITE
                           TO WS-CP-KM-VISITE (WS-NB-COMPT)
                       MOVE FS-CP-DATE-VISITE
                           TO WS-CP-DATE-VISITE (WS-NB-COMPT)
                       MOVE FS-CP-KM-TOTAL
                           TO WS-CP-KM-TOTAL (WS-NB-COMPT)
                       MOVE FS-CP-DATE-CUMUL
                           TO WS-CP-DATE-CUMUL (WS-NB-COMPT)
                       MOVE 0 TO WS-CP-KM-NUIT (WS-NB-COMPT)
                       MOVE SPACES TO WS-CP-TYPE (WS-NB-COMPT)
                       MOVE SPACES TO WS-CP-DEPOT (WS-NB-COMPT)
                       MOVE 'N' TO WS-CP-AU-PARC (WS-NB-COMPT)
                   ELSE
                       DISPLAY 'LIGNE DE COMPTEUR IGNOREE : '
                           FS-COMPTEUR
                   END-IF
               ELSE
                   SET WS-STAT-COMPT-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-COMPTEURS.
       1300-CHARGER-COMPTEURS-FIN. EXIT.

      ******************************************************************
      * Rattache chaque rame du parc a son compteur (type et depot).
      * Une rame nouvelle au parc recoit un compteur a zero, la date
      * du jour tenant lieu de derniere visite.
      ******************************************************************
       1400-CHARGER-RAMES.
           OPEN INPUT F-RAMES.
           IF NOT WS-STAT-RAMES-OK
               DISPLAY 'ERREUR OUVERTURE RAMES.DAT : ' WS-STAT-RAMES
               MOVE '1400-CHARGER-RAMES' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RAMES.DAT' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-RAMES WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-RAMES-FIN
               READ F-RAMES
               IF WS-STAT-RAMES-OK
                   PERFORM 1450-RATTACHER-RAME
                   THRU    1450-RATTACHER-RAME-FIN
               ELSE
                   SET WS-STAT-RAMES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-RAMES.
       1400-CHARGER-RAMES-FIN. EXIT.

       1450-RATTACHER-RAME.
           IF FS-RM-NUMERO = SPACES
               GO TO 1450-RATTACHER-RAME-FIN
           END-IF.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-COMPT
               IF WS-CP-RAME (WS-I) = FS-RM-NUMERO
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               IF WS-NB-COMPT >= 150
                   DISPLAY 'PLUS DE 150 RAMES, RAME NON SUIVIE : '
                       FS-RM-NUMERO
                   GO TO 1450-RATTACHER-RAME-FIN
               END-IF
               ADD 1 TO WS-NB-COMPT
               MOVE WS-NB-COMPT TO WS-POS
               MOVE FS-RM-NUMERO TO WS-CP-RAME (WS-POS)
               MOVE 0 TO WS-CP-KM-VISITE (WS-POS)
               MOVE WS-DATE-JOUR TO WS-CP-DATE-VISITE (WS-POS)
               MOVE 0 TO WS-CP-KM-TOTAL (WS-POS)
               MOVE 0 TO WS-CP-DATE-CUMUL (WS-POS)
               MOVE 0 TO WS-CP-KM-NUIT (WS-POS)
               DISPLAY 'NOUVELLE RAME SUIVIE : ' FS-RM-NUMERO
           END-IF.
           MOVE FS-RM-TYPE  TO WS-CP-TYPE (WS-POS).
           MOVE FS-RM-DEPOT TO WS-CP-DEPOT (WS-POS).
           MOVE 'O' TO WS-CP-AU-PARC (WS-POS).
       1450-RATTACHER-RAME-FIN. EXIT.

      ******************************************************************
      * Applique les visites d'atelier : une visite datee apres celle
      * du compteur, et pas dans le futur, remet les kilometres
      * depuis visite a zero. Le fichier est relu en entier a chaque
      * passage ; les visites deja prises en compte sont sans effet.
      * Un fichier absent signifie qu'aucune visite n'a ete saisie.
      ******************************************************************
       2000-APPLIQUER-VISITES.
           OPEN INPUT F-VISITES.
           IF NOT WS-STAT-VISITES-OK
               DISPLAY 'PAS DE VISITES-RAMES.DAT (' WS-STAT-VISITES
                   ') : AUCUNE VISITE A APPLIQUER'
               GO TO 2000-APPLIQUER-VISITES-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-VISITES-FIN
               READ F-VISITES
               IF WS-STAT-VISITES-OK
                   PERFORM 2100-APPLIQUER-VISITE
                   THRU    2100-APPLIQUER-VISITE-FIN
               ELSE
                   SET WS-STAT-VISITES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-VISITES.
       2000-APPLIQUER-VISITES-FIN. EXIT.

       2100-APPLIQUER-VISITE.
           IF FS-VI-DATE NOT NUMERIC
               DISPLAY 'LIGNE DE VISITE ILLISIBLE IGNOREE : ' FS-VISITE
               GO TO 2100-APPLIQUER-VISITE-FIN
           END-IF.
           MOVE FS-VI-DATE TO WS-DATE-VISITE-LUE.
           MOVE 'VALIDER ' TO WS-DU-FONCTION.
           MOVE WS-DATE-VISITE-LUE TO WS-DU-DATE-1.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE NOT = '00'
               OR WS-DATE-VISITE-LUE > WS-DATE-JOUR
               DISPLAY 'DATE DE VISITE INVALIDE IGNOREE : ' FS-VISITE
               GO TO 2100-APPLIQUER-VISITE-FIN
           END-IF.

           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-COMPT
               IF WS-CP-RAME (WS-I) = FS-VI-RAME
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               DISPLAY 'VISITE D''UNE RAME INCONNUE : ' FS-VI-RAME
               GO TO 2100-APPLIQUER-VISITE-FIN
           END-IF.

           IF WS-DATE-VISITE-LUE > WS-CP-DATE-VISITE (WS-POS)
               MOVE 0 TO WS-CP-KM-VISITE (WS-POS)
               MOVE WS-DATE-VISITE-LUE TO WS-CP-DATE-VISITE (WS-POS)
               ADD 1 TO WS-NB-VISITES
               DISPLAY 'VISITE DU ' WS-DATE-VISITE-LUE ' RAME '
                   FS-VI-RAME ' : COMPTEUR REMIS A ZERO'
           END-IF.
       2100-APPLIQUER-VISITE-FIN. EXIT.

      ******************************************************************
      * Cumul de la nuit : chaque affectation du jour de semaine
      * courant ajoute le parcours du train a sa rame, puis chaque
      * compteur pas encore cumule aujourd'hui est mis a jour. Un
      * compteur deja date du jour (batch relance) n'est pas touche.
      ******************************************************************
       3000-CUMULER-NUIT.
           OPEN INPUT F-AFFECTATIONS.
           IF NOT WS-STAT-AFFECT-OK
               DISPLAY 'ERREUR OUVERTURE AFFECTATION-RAMES.DAT : '
                       WS-STAT-AFFECT
               MOVE '3000-CUMULER-NUIT' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE AFFECTATION-RAMES'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-AFFECT WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-AFFECT-FIN
               READ F-AFFECTATIONS
               IF WS-STAT-AFFECT-OK
                   PERFORM 3100-AFFECTER-PARCOURS
                   THRU    3100-AFFECTER-PARCOURS-FIN
               ELSE
                   SET WS-STAT-AFFECT-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-AFFECTATIONS.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-COMPT
               IF WS-CP-AU-PARC (WS-I) = 'O'
                   IF WS-CP-DATE-CUMUL (WS-I) < WS-DATE-JOUR
                       ADD WS-CP-KM-NUIT (WS-I)
                           TO WS-CP-KM-VISITE (WS-I)
                       ADD WS-CP-KM-NUIT (WS-I)
                           TO WS-CP-KM-TOTAL (WS-I)
                       MOVE WS-DATE-JOUR TO WS-CP-DATE-CUMUL (WS-I)
                       ADD 1 TO WS-NB-CUMULEES
                   ELSE
                       MOVE 0 TO WS-CP-KM-NUIT (WS-I)
                       ADD 1 TO WS-NB-DEJA-FAITES
                   END-IF
               END-IF
           END-PERFORM.
       3000-CUMULER-NUIT-FIN. EXIT.

       3100-AFFECTER-PARCOURS.
           IF FS-AF-JOUR NOT NUMERIC
               DISPLAY 'LIGNE D''AFFECTATION ILLISIBLE IGNOREE : '
                   FS-AFFECTATION
               GO TO 3100-AFFECTER-PARCOURS-FIN
           END-IF.
           IF FS-AF-JOUR NOT = WS-JOUR-SEM
               GO TO 3100-AFFECTER-PARCOURS-FIN
           END-IF.

           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-COMPT
               IF WS-CP-RAME (WS-I) = FS-AF-RAME
                   AND WS-CP-AU-PARC (WS-I) = 'O'
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               DISPLAY 'AFFECTATION VERS UNE RAME INCONNUE : '
                   FS-AF-RAME ' (TRAIN ' FS-AF-NUM-TRAIN ')'
               GO TO 3100-AFFECTER-PARCOURS-FIN
           END-IF.

           MOVE 0 TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TRAINS
               IF WS-TR-NUM (WS-I) = FS-AF-NUM-TRAIN
                   AND WS-TR-JOUR-DEPART (WS-I) = WS-JOUR-SEM
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM.
           IF WS-J = 0
               DISPLAY 'TRAIN ' FS-AF-NUM-TRAIN
                   ' ABSENT DU PLANNING, RAME ' FS-AF-RAME
                   ' NON CUMULEE'
               GO TO 3100-AFFECTER-PARCOURS-FIN
           END-IF.

           ADD WS-TR-KM (WS-J) TO WS-CP-KM-NUIT (WS-POS).
           ADD 1 TO WS-NB-SERVICES.
       3100-AFFECTER-PARCOURS-FIN. EXIT.

      ******************************************************************
      * Reecrit les compteurs vers compteurs-km-rames.dat.new puis
      * remplace le fichier, comme train-maint.cbl pour train.dat. Les
      * compteurs des rames sorties du parc sont conserves tels quels.
      ******************************************************************
       4000-ECRIRE-COMPTEURS.
           OPEN OUTPUT F-COMPTEURS-NEW.
           IF NOT WS-STAT-COMPT-NEW-OK
               DISPLAY 'ERREUR OUVERTURE COMPTEURS-KM-RAMES.DAT.NEW : '
                       WS-STAT-COMPT-NEW
               MOVE '4000-ECRIRE-COMPTEURS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE COMPTEURS-KM-RAMES.NEW'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-COMPT-NEW WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-COMPT
               MOVE SPACES TO FS-COMPTEUR
               MOVE WS-CP-RAME (WS-I)        TO FS-CP-RAME
               MOVE WS-CP-KM-VISITE (WS-I)   TO FS-CP-KM-VISITE
               MOVE WS-CP-DATE-VISITE (WS-I) TO FS-CP-DATE-VISITE
               MOVE WS-CP-KM-TOTAL (WS-I)    TO FS-CP-KM-TOTAL
               MOVE WS-CP-DATE-CUMUL (WS-I)  TO FS-CP-DATE-CUMUL
               WRITE FN-COMPTEUR FROM FS-COMPTEUR
           END-PERFORM.
           CLOSE F-COMPTEURS-NEW.
           CALL 'SYSTEM' USING
               'mv compteurs-km-rames.dat.new compteurs-km-rames.dat'.
       4000-ECRIRE-COMPTEURS-FIN. EXIT.

      ******************************************************************
      * Rapport : rames echues, rames a prevoir avec leur echeance
      * estimee, puis l'etat de tous les compteurs du parc.
      ******************************************************************
       5000-ECRIRE-RAPPORT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-COMPT
               IF WS-CP-AU-PARC (WS-I) = 'O'
                   PERFORM 5100-EVALUER-RAME
                   THRU    5100-EVALUER-RAME-FIN
               END-IF
           END-PERFORM.

           OPEN OUTPUT F-RAPPORT.
           IF NOT WS-STAT-RAPPORT-OK
               DISPLAY 'ERREUR OUVERTURE RAPPORT-MAINTENANCE-RAMES.DAT'
                       ' : ' WS-STAT-RAPPORT
               GO TO 5000-ECRIRE-RAPPORT-FIN
           END-IF.

           MOVE ALL '*' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           MOVE SPACES TO FS-RAPPORT-LIGNE.
           STRING 'MAINTENANCE KILOMETRIQUE DES RAMES AU '
               WS-DATE-JOUR DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           MOVE ALL '*' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.

           MOVE 'RAMES ECHUES (PAS DE VISITE ATTEINT) :'
               TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-COMPT
               IF WS-CP-AU-PARC (WS-I) = 'O' AND WS-CP-ECHUE (WS-I)
                   PERFORM 5200-LIGNE-RAME
                   THRU    5200-LIGNE-RAME-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-ECHUES = 0
               MOVE '  AUCUNE' TO FS-RAPPORT-LIGNE
               WRITE FS-RAPPORT-LIGNE
           END-IF.

           MOVE 'RAMES A PREVOIR (DANS LA MARGE D''ALERTE) :'
               TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-COMPT
               IF WS-CP-AU-PARC (WS-I) = 'O' AND WS-CP-A-PREVOIR (WS-I)
                   PERFORM 5200-LIGNE-RAME
                   THRU    5200-LIGNE-RAME-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-A-PREVOIR = 0
               MOVE '  AUCUNE' TO FS-RAPPORT-LIGNE
               WRITE FS-RAPPORT-LIGNE
           END-IF.

           MOVE 'ETAT DES COMPTEURS DU PARC :' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-COMPT
               IF WS-CP-AU-PARC (WS-I) = 'O'
                   PERFORM 5200-LIGNE-RAME
                   THRU    5200-LIGNE-RAME-FIN
               END-IF
           END-PERFORM.

           CLOSE F-RAPPORT.
       5000-ECRIRE-RAPPORT-FIN. EXIT.

      ******************************************************************
      * Etat d'une rame face au pas de visite de son type, et date
      * d'echeance estimee au rythme moyen constate depuis la derniere
      * visite (kilometres parcourus / jours ecoules). Sans recul
      * (visite du jour ou aucun kilometre) l'echeance n'est pas
      * estimee.
      ******************************************************************
       5100-EVALUER-RAME.
           MOVE 0 TO WS-CP-ECHEANCE (WS-I).
           PERFORM 5150-TROUVER-PAS
           THRU    5150-TROUVER-PAS-FIN.
           IF WS-J = 0 OR WS-IV-PAS-KM (WS-J) = 0
               SET WS-CP-SANS-PAS (WS-I) TO TRUE
               GO TO 5100-EVALUER-RAME-FIN
           END-IF.

           COMPUTE WS-KM-RESTANT =
               WS-IV-PAS-KM (WS-J) - WS-CP-KM-VISITE (WS-I).
           IF WS-KM-RESTANT <= 0
               SET WS-CP-ECHUE (WS-I) TO TRUE
               ADD 1 TO WS-NB-ECHUES
               GO TO 5100-EVALUER-RAME-FIN
           END-IF.
           IF WS-KM-RESTANT <= WS-IV-MARGE-KM (WS-J)
               SET WS-CP-A-PREVOIR (WS-I) TO TRUE
               ADD 1 TO WS-NB-A-PREVOIR
           ELSE
               SET WS-CP-EN-REGLE (WS-I) TO TRUE
           END-IF.

           MOVE 'ECART   ' TO WS-DU-FONCTION.
           MOVE WS-CP-DATE-VISITE (WS-I) TO WS-DU-DATE-1.
           MOVE WS-DATE-JOUR TO WS-DU-DATE-2.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE NOT = '00'
               GO TO 5100-EVALUER-RAME-FIN
           END-IF.
           MOVE WS-DU-RESULTAT TO WS-JOURS-ECOULES.
           IF WS-JOURS-ECOULES <= 0 OR WS-CP-KM-VISITE (WS-I) = 0
               GO TO 5100-EVALUER-RAME-FIN
           END-IF.

           COMPUTE WS-JOURS-RESTANT =
               WS-KM-RESTANT * WS-JOURS-ECOULES
               / WS-CP-KM-VISITE (WS-I).
           IF WS-JOURS-RESTANT > 9999
               GO TO 5100-EVALUER-RAME-FIN
           END-IF.
           MOVE 'AJOUTJRS' TO WS-DU-FONCTION.
           MOVE WS-DATE-JOUR TO WS-DU-DATE-1.
           MOVE WS-JOURS-RESTANT TO WS-DU-NOMBRE.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE = '00'
               MOVE WS-DU-RESULTAT TO WS-CP-ECHEANCE (WS-I)
           END-IF.
       5100-EVALUER-RAME-FIN. EXIT.

      * Pas de visite du type de la rame WS-I, rendu dans WS-J (zero
      * si le type n'est pas decrit).
       5150-TROUVER-PAS.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-NB-INTERV
               IF WS-IV-TYPE (WS-POS) = WS-CP-TYPE (WS-I)
                   MOVE WS-POS TO WS-J
               END-IF
           END-PERFORM.
       5150-TROUVER-PAS-FIN. EXIT.

      ******************************************************************
      * Ligne de rapport d'une rame : compteur depuis visite, pas du
      * type, etat et echeance, puis le detail de la derniere visite.
      ******************************************************************
       5200-LIGNE-RAME.
           PERFORM 5150-TROUVER-PAS
           THRU    5150-TROUVER-PAS-FIN.
           MOVE SPACES TO WS-LIB-ECHEANCE.
           EVALUATE TRUE
               WHEN WS-CP-ECHUE (WS-I)
                   MOVE 'ECHUE' TO WS-LIB-ETAT
               WHEN WS-CP-A-PREVOIR (WS-I)
                   MOVE 'A PREVOIR' TO WS-LIB-ETAT
               WHEN WS-CP-SANS-PAS (WS-I)
                   MOVE 'TYPE SANS PAS' TO WS-LIB-ETAT
               WHEN OTHER
                   MOVE 'EN REGLE' TO WS-LIB-ETAT
           END-EVALUATE.
           IF WS-CP-ECHEANCE (WS-I) NOT = 0
               STRING 'ECHEANCE ESTIMEE ' WS-CP-ECHEANCE (WS-I)
                   DELIMITED BY SIZE INTO WS-LIB-ECHEANCE
           ELSE
               IF NOT WS-CP-ECHUE (WS-I) AND NOT WS-CP-SANS-PAS (WS-I)
                   MOVE 'ECHEANCE NON ESTIMABLE' TO WS-LIB-ECHEANCE
               END-IF
           END-IF.

           MOVE SPACES TO FS-RAPPORT-LIGNE.
           STRING '  ' WS-CP-RAME (WS-I)
               ' (' WS-CP-TYPE (WS-I)
               ', DEPOT ' WS-CP-DEPOT (WS-I)
               ') : ' WS-CP-KM-VISITE (WS-I)
               ' KM DEPUIS VISITE - ' WS-LIB-ETAT
               DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.

           MOVE SPACES TO FS-RAPPORT-LIGNE.
           IF WS-J = 0
               STRING '      VISITE DU ' WS-CP-DATE-VISITE (WS-I)
                   ', ' WS-CP-KM-TOTAL (WS-I) ' KM AU TOTAL, '
                   WS-CP-KM-NUIT (WS-I) ' KM CETTE NUIT'
                   DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
           ELSE
               MOVE WS-IV-PAS-KM (WS-J) TO WS-KM-AFFICHE
               STRING '      VISITE DU ' WS-CP-DATE-VISITE (WS-I)
                   ', PAS ' WS-KM-AFFICHE ' KM, '
                   WS-CP-KM-NUIT (WS-I) ' KM CETTE NUIT  '
                   WS-LIB-ECHEANCE
                   DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
           END-IF.
           WRITE FS-RAPPORT-LIGNE.
       5200-LIGNE-RAME-FIN. EXIT.

       END PROGRAM train-maintenance-rames.
