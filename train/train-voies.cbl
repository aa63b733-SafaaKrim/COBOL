      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Controle nocturne de l'attribution des voies en *
      * gare : place chaque arrivee, passage et depart du planning sur *
      * la voie attribuee (affectation-voies.dat) avec le temps        *
      * d'arret en gare de gares.dat, et signale les occupations qui   *
      * se chevauchent, les trains sans voie et les voies trop courtes *
      * pour la rame affectee par train-rames.cbl.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. train-voies.
       AUTHOR. K.SAFAA.

      * Les voies etaient attribuees sur papier par les gares. Le
      * referentiel VOIES-GARES.DAT donne, pour chaque gare, son
      * nombre de voies et, voie par voie, les types de rame qu'elle
      * peut recevoir (liste vide : tous types). AFFECTATION-VOIES.DAT
      * donne la voie de chaque train dans chaque gare desservie.
      * Les mouvements sont releves du planning comme dans
      * train-tableaux-gares.cbl (depart a l'origine, arrivee a la
      * destination, passages des lignes ARRET N) et chacun occupe sa
      * voie pendant le temps d'arret de la gare : avant l'heure pour
      * un depart, apres l'heure pour une arrivee ou un passage (une
      * minute au moins). Les fenetres sont placees sur la semaine
      * en minutes absolues et comparees, la semaine etant
      * circulaire, comme les rames dans train-rames.cbl. La rame de
      * chaque train vient d'AFFECTATION-RAMES.DAT et son type de
      * RAMES.DAT. Le rapport est RAPPORT-VOIES.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PLANNING
           ASSIGN TO 'train-planning.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-PLAN.

           SELECT F-GARES
           ASSIGN TO 'gares.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-GARES.

           SELECT F-VOIES
           ASSIGN TO 'voies-gares.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-VOIES.

           SELECT F-AFFECT-VOIES
           ASSIGN TO 'affectation-voies.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-AFFVOIE.

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

           SELECT F-RAPPORT
           ASSIGN TO 'rapport-voies.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
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
           05 FS-PL-RETARD-MN     PIC X(3).
           05 FS-PL-MOTIF-RETARD  PIC X(20).
           05 FS-PL-HHMN-DEST     PIC X(4).
           05 FS-PL-JOUR-ARRIVEE  PIC X(1).
           05 FILLER              PIC X(32).
       01  FS-PLAN-DETAIL REDEFINES FS-PLAN-LIGNE.
           05 FSD-NUM-TRAIN       PIC X(6).
           05 FSD-LIBELLE         PIC X(10).
           05 FSD-NUM-ARRET       PIC X(2).
           05 FSD-CODE-GARE       PIC X(5).
           05 FSD-NOM-GARE        PIC X(15).
           05 FSD-HHMN-ARRET      PIC X(4).
           05 FILLER              PIC X(51).

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

       FD  F-VOIES
      * Une ligne par voie : code gare, nombre de voies de la gare,
      * numero de voie, jusqu'a quatre types de rame admis (aucun :
      * la voie recoit tous les types).
           RECORD CONTAINS 55 CHARACTERS.
       01  FS-VOIE-REF.
           05 FS-VG-CODE-GARE     PIC X(5).
           05 FILLER              PIC X.
           05 FS-VG-NB-VOIES      PIC X(2).
           05 FILLER              PIC X.
           05 FS-VG-VOIE          PIC X(2).
           05 FS-VG-TYPES.
              10 FS-VG-TYPE-ADMIS OCCURS 4 TIMES.
                 15 FILLER           PIC X.
                 15 FS-VG-TYPE       PIC X(10).

       FD  F-AFFECT-VOIES
      * Une ligne par train et gare desservie : voie attribuee.
           RECORD CONTAINS 15 CHARACTERS.
       01  FS-AFFECT-VOIE.
           05 FS-AV-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X.
           05 FS-AV-CODE-GARE     PIC X(5).
           05 FILLER              PIC X.
           05 FS-AV-VOIE          PIC X(2).

       FD  F-RAMES
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
           RECORD CONTAINS 16 CHARACTERS.
       01  FS-AFFECTATION.
           05 FS-AF-RAME          PIC X(6).
           05 FILLER              PIC X.
           05 FS-AF-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X.
           05 FS-AF-JOUR          PIC X(1).

       FD  F-RAPPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-RAPPORT-LIGNE       PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-PLAN==
                     ==FSTAT-OK==    BY ==WS-STAT-PLAN-OK==.
           88  WS-STAT-PLAN-FIN                   VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-GARES==
                     ==FSTAT-OK==    BY ==WS-STAT-GARES-OK==.
           88  WS-STAT-GARES-FIN                  VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-VOIES==
                     ==FSTAT-OK==    BY ==WS-STAT-VOIES-OK==.
           88  WS-STAT-VOIES-FIN                  VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-AFFVOIE==
                     ==FSTAT-OK==    BY ==WS-STAT-AFFVOIE-OK==.
           88  WS-STAT-AFFVOIE-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-RAMES==
                     ==FSTAT-OK==    BY ==WS-STAT-RAMES-OK==.
           88  WS-STAT-RAMES-FIN                  VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-AFFECT==
                     ==FSTAT-OK==    BY ==WS-STAT-AFFECT-OK==.
           88  WS-STAT-AFFECT-FIN                 VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-RAPPORT==
                     ==FSTAT-OK==    BY ==WS-STAT-RAPPORT-OK==.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME  PIC X(20) VALUE 'TRAIN-VOIES'.
       01  WS-LOG-PARAGRAPHE PIC X(30).
       01  WS-LOG-MESSAGE    PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01  WS-RUNCTL-PROGRAMME  PIC X(20) VALUE 'TRAIN-VOIES'.
       01  WS-RUNCTL-COMPTEUR-1 PIC 9(07).
       01  WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01  WS-RUNCTL-STATUT     PIC X(10).

      * Referentiel des gares, avec le temps d'arret en gare.
       01  WS-NB-GARES       PIC 99 VALUE 0.
       01  WS-TAB-GARES.
           05 WS-GARE-ENTREE OCCURS 20 TIMES.
              10 WS-GARE-CODE       PIC X(5).
              10 WS-GARE-NOM        PIC X(15).
              10 WS-GARE-ATTENTE-MN PIC 99.
              10 WS-GARE-NB-VOIES   PIC 99.

      * Voies decrites au referentiel.
       01  WS-NB-VOIES       PIC 9(03) VALUE 0.
       01  WS-TAB-VOIES.
           05 WS-VG-ENTREE OCCURS 200 TIMES.
              10 WS-VG-GARE-POS     PIC 99.
              10 WS-VG-VOIE         PIC 99.
              10 WS-VG-TYPE         PIC X(10) OCCURS 4 TIMES.

      * Voies attribuees par train et gare.
       01  WS-NB-AFFVOIES    PIC 9(03) VALUE 0.
       01  WS-TAB-AFFVOIES.
           05 WS-AV-ENTREE OCCURS 500 TIMES.
              10 WS-AV-TRAIN        PIC X(6).
              10 WS-AV-CODE-GARE    PIC X(5).
              10 WS-AV-VOIE         PIC 99.

      * Parc de rames et affectations des rames aux trains.
       01  WS-NB-RAMES       PIC 9(03) VALUE 0.
       01  WS-TAB-RAMES.
           05 WS-RAME-ENTREE OCCURS 100 TIMES.
              10 WS-RM-NUMERO       PIC X(6).
              10 WS-RM-TYPE         PIC X(10).
       01  WS-NB-AFFECT      PIC 9(03) VALUE 0.
       01  WS-TAB-AFFECT.
           05 WS-AF-ENTREE OCCURS 200 TIMES.
              10 WS-AF-RAME         PIC X(6).
              10 WS-AF-TRAIN        PIC X(6).
              10 WS-AF-JOUR         PIC 9.

      * Occupations de voie relevees du planning, en minutes
      * absolues de la semaine (0 a 10079, fin portee au-dela pour
      * une occupation qui franchit la fin de semaine).
       01  WS-NB-OCCUP       PIC 9(04) VALUE 0.
       01  WS-TAB-OCCUP.
           05 WS-OC-ENTREE OCCURS 1000 TIMES.
              10 WS-OC-GARE-POS     PIC 99.
              10 WS-OC-SENS         PIC X(7).
              10 WS-OC-TRAIN        PIC X(6).
              10 WS-OC-JOUR         PIC 9.
              10 WS-OC-HHMN         PIC 9(4).
              10 WS-OC-DEBUT-MN     PIC 9(5).
              10 WS-OC-FIN-MN       PIC 9(5).
              10 WS-OC-VOIE         PIC 99.
              10 WS-OC-TYPE-RAME    PIC X(10).
              10 WS-OC-RAME         PIC X(6).

      * Contexte de la derniere ligne train lue.
       01  WS-CRT-TRAIN      PIC X(6).
       01  WS-CRT-JOUR       PIC 9 VALUE 0.
       01  WS-CRT-HHMN       PIC 9(4).
       01  WS-CRT-POS-ORIG   PIC 99.
       01  WS-CRT-POS-DEST   PIC 99.
       01  WS-CRT-VALIDE     PIC X VALUE 'N'.

      * Mouvement en cours de rangement.
       01  WS-MV-POS         PIC 99.
       01  WS-MV-SENS        PIC X(7).
       01  WS-MV-JOUR        PIC 9.
       01  WS-MV-HHMN        PIC 9(4).
       01  WS-HHMN-TRAVAIL   PIC 9(4).
       01  WS-HHMN-DET REDEFINES WS-HHMN-TRAVAIL.
           05 WS-HH          PIC 99.
           05 WS-MN          PIC 99.
       01  WS-MIN-HEURE      PIC 9(5).
       01  WS-DUREE          PIC 9(3).

       01  WS-I              PIC 9(04).
       01  WS-J              PIC 9(04).
       01  WS-G              PIC 99.
       01  WS-T              PIC 9.
       01  WS-POS            PIC 9(04).
       01  WS-VOIE-NUM       PIC 99.
       01  WS-TYPE-ADMIS     PIC X VALUE 'N'.
           88 TYPE-ADMIS     VALUE 'O'.
       01  WS-TYPES-LISTES   PIC X VALUE 'N'.
       01  WS-CHEV-SW        PIC X(1).
           88 CHEVAUCHE      VALUE 'O'.
       01  WS-NB-CONFLITS    PIC 9(04) VALUE 0.
       01  WS-NB-SANS-VOIE   PIC 9(04) VALUE 0.
       01  WS-NB-TROP-COURTES PIC 9(04) VALUE 0.
       01  WS-NB-VOIE-INCONNUE PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 1000-CHARGER-GARES
           THRU    1000-CHARGER-GARES-FIN.
           PERFORM 1100-CHARGER-VOIES
           THRU    1100-CHARGER-VOIES-FIN.
           PERFORM 1200-CHARGER-AFFECT-VOIES
           THRU    1200-CHARGER-AFFECT-VOIES-FIN.
           PERFORM 1300-CHARGER-RAMES
           THRU    1300-CHARGER-RAMES-FIN.
           PERFORM 1400-CHARGER-AFFECT-RAMES
           THRU    1400-CHARGER-AFFECT-RAMES-FIN.
           PERFORM 2000-CHARGER-PLANNING
           THRU    2000-CHARGER-PLANNING-FIN.
           PERFORM 4000-ECRIRE-RAPPORT
           THRU    4000-ECRIRE-RAPPORT-FIN.

           DISPLAY 'OCCUPATIONS DE VOIE  : ' WS-NB-OCCUP.
           DISPLAY 'CONFLITS DE VOIE     : ' WS-NB-CONFLITS.
           DISPLAY 'MOUVEMENTS SANS VOIE : ' WS-NB-SANS-VOIE.
           DISPLAY 'VOIES TROP COURTES   : ' WS-NB-TROP-COURTES.

           MOVE WS-NB-OCCUP    TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-CONFLITS TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

       1000-CHARGER-GARES.
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
                   IF WS-NB-GARES < 20
                       ADD 1 TO WS-NB-GARES
                       MOVE FS-GR-CODE TO WS-GARE-CODE (WS-NB-GARES)
                       MOVE FS-GR-NOM  TO WS-GARE-NOM (WS-NB-GARES)
                       MOVE 0 TO WS-GARE-NB-VOIES (WS-NB-GARES)
                       IF FS-GR-ATTENTE-MN NUMERIC
                           MOVE FS-GR-ATTENTE-MN
                               TO WS-GARE-ATTENTE-MN (WS-NB-GARES)
                       ELSE
                           MOVE 0 TO WS-GARE-ATTENTE-MN (WS-NB-GARES)
                       END-IF
                   END-IF
               ELSE
                   SET WS-STAT-GARES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-GARES.
       1000-CHARGER-GARES-FIN. EXIT.

      ******************************************************************
      * Charge le referentiel des voies. Sans lui aucune attribution
      * ne peut etre controlee : un fichier absent arrete le batch.
      * Une voie hors du nombre de voies declare de sa gare est
      * ignoree avec un message.
      ******************************************************************
       1100-CHARGER-VOIES.
           OPEN INPUT F-VOIES.
           IF NOT WS-STAT-VOIES-OK
               DISPLAY 'ERREUR OUVERTURE VOIES-GARES.DAT : '
                   WS-STAT-VOIES
               MOVE '1100-CHARGER-VOIES' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE VOIES-GARES.DAT' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-VOIES WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-VOIES-FIN
               MOVE SPACES TO FS-VOIE-REF
               READ F-VOIES
               IF WS-STAT-VOIES-OK
                   PERFORM 1150-RANGER-VOIE
                   THRU    1150-RANGER-VOIE-FIN
               ELSE
                   SET WS-STAT-VOIES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-VOIES.
       1100-CHARGER-VOIES-FIN. EXIT.

       1150-RANGER-VOIE.
           IF FS-VG-NB-VOIES NOT NUMERIC OR FS-VG-VOIE NOT NUMERIC
               DISPLAY 'LIGNE DE VOIES-GARES.DAT IGNOREE : '
                   FS-VOIE-REF
               GO TO 1150-RANGER-VOIE-FIN
           END-IF.
           MOVE 0 TO WS-G.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-GARES
               IF WS-GARE-CODE (WS-I) = FS-VG-CODE-GARE
                   MOVE WS-I TO WS-G
               END-IF
           END-PERFORM.
           IF WS-G = 0
               DISPLAY 'VOIE D''UNE GARE INCONNUE IGNOREE : '
                   FS-VOIE-REF
               GO TO 1150-RANGER-VOIE-FIN
           END-IF.
           MOVE FS-VG-NB-VOIES TO WS-GARE-NB-VOIES (WS-G).
           MOVE FS-VG-VOIE TO WS-VOIE-NUM.
           IF WS-VOIE-NUM = 0 OR WS-VOIE-NUM > WS-GARE-NB-VOIES (WS-G)
               DISPLAY 'VOIE HORS DU NOMBRE DE VOIES DE LA GARE : '
                   FS-VOIE-REF
               GO TO 1150-RANGER-VOIE-FIN
           END-IF.
           IF WS-NB-VOIES >= 200
               DISPLAY 'PLUS DE 200 VOIES, LIGNE IGNOREE : '
                   FS-VOIE-REF
               GO TO 1150-RANGER-VOIE-FIN
           END-IF.
           ADD 1 TO WS-NB-VOIES.
           MOVE WS-G TO WS-VG-GARE-POS (WS-NB-VOIES).
           MOVE WS-VOIE-NUM TO WS-VG-VOIE (WS-NB-VOIES).
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               MOVE FS-VG-TYPE (WS-T) TO WS-VG-TYPE (WS-NB-VOIES, WS-T)
           END-PERFORM.
       1150-RANGER-VOIE-FIN. EXIT.

      ******************************************************************
      * Charge les voies attribuees. Un fichier absent laisse tous
      * les mouvements sans voie, ce que le rapport signale.
      ******************************************************************
       1200-CHARGER-AFFECT-VOIES.
           OPEN INPUT F-AFFECT-VOIES.
           IF NOT WS-STAT-AFFVOIE-OK
               DISPLAY 'PAS D''AFFECTATION-VOIES.DAT ('
                   WS-STAT-AFFVOIE ') : AUCUNE VOIE ATTRIBUEE'
               GO TO 1200-CHARGER-AFFECT-VOIES-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-AFFVOIE-FIN
               READ F-AFFECT-VOIES
               IF WS-STAT-AFFVOIE-OK
                   IF FS-AV-VOIE NUMERIC AND WS-NB-AFFVOIES < 500
                       ADD 1 TO WS-NB-AFFVOIES
                       MOVE FS-AV-NUM-TRAIN
                           TO WS-AV-TRAIN (WS-NB-AFFVOIES)
                       MOVE FS-AV-CODE-GARE
                           TO WS-AV-CODE-GARE (WS-NB-AFFVOIES)
                       MOVE FS-AV-VOIE
                           TO WS-AV-VOIE (WS-NB-AFFVOIES)
                   ELSE
                       DISPLAY 'LIGNE D''AFFECTATION DE VOIE '
                           'IGNOREE : ' FS-AFFECT-VOIE
                   END-IF
               ELSE
                   SET WS-STAT-AFFVOIE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-AFFECT-VOIES.
       1200-CHARGER-AFFECT-VOIES-FIN. EXIT.

      ******************************************************************
      * Parc et affectations des rames, pour le controle de longueur.
      * Des fichiers absents suppriment seulement ce controle.
      ******************************************************************
       1300-CHARGER-RAMES.
           OPEN INPUT F-RAMES.
           IF NOT WS-STAT-RAMES-OK
               DISPLAY 'PAS DE RAMES.DAT (' WS-STAT-RAMES
                   ') : LONGUEUR DES VOIES NON CONTROLEE'
               GO TO 1300-CHARGER-RAMES-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-RAMES-FIN
               READ F-RAMES
               IF WS-STAT-RAMES-OK
                   IF WS-NB-RAMES < 100
                       ADD 1 TO WS-NB-RAMES
                       MOVE FS-RM-NUMERO TO WS-RM-NUMERO (WS-NB-RAMES)
                       MOVE FS-RM-TYPE   TO WS-RM-TYPE (WS-NB-RAMES)
                   END-IF
               ELSE
                   SET WS-STAT-RAMES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-RAMES.
       1300-CHARGER-RAMES-FIN. EXIT.

       1400-CHARGER-AFFECT-RAMES.
           OPEN INPUT F-AFFECTATIONS.
           IF NOT WS-STAT-AFFECT-OK
               DISPLAY 'PAS D''AFFECTATION-RAMES.DAT (' WS-STAT-AFFECT
                   ') : LONGUEUR DES VOIES NON CONTROLEE'
               GO TO 1400-CHARGER-AFFECT-RAMES-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-AFFECT-FIN
               READ F-AFFECTATIONS
               IF WS-STAT-AFFECT-OK
                   IF FS-AF-JOUR NUMERIC AND WS-NB-AFFECT < 200
                       ADD 1 TO WS-NB-AFFECT
                       MOVE FS-AF-RAME TO WS-AF-RAME (WS-NB-AFFECT)
                       MOVE FS-AF-NUM-TRAIN
                           TO WS-AF-TRAIN (WS-NB-AFFECT)
                       MOVE FS-AF-JOUR TO WS-AF-JOUR (WS-NB-AFFECT)
                   END-IF
               ELSE
                   SET WS-STAT-AFFECT-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-AFFECTATIONS.
       1400-CHARGER-AFFECT-RAMES-FIN. EXIT.

      ******************************************************************
      * Releve les mouvements du planning comme
      * train-tableaux-gares.cbl. Un passage sur une gare terminus du
      * train (drapeau d'arret pose sur l'origine ou la destination)
      * est deja couvert par le depart ou l'arrivee et n'est pas
      * compte deux fois.
      ******************************************************************
       2000-CHARGER-PLANNING.
           OPEN INPUT F-PLANNING.
           IF NOT WS-STAT-PLAN-OK
               DISPLAY 'ERREUR OUVERTURE TRAIN-PLANNING.DAT : '
                       WS-STAT-PLAN
               MOVE '2000-CHARGER-PLANNING' TO WS-LOG-PARAGRAPHE
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
                       WHEN FS-PLAN-LIGNE(7:9) = ' ARRET N '
                           PERFORM 3200-RELEVER-PASSAGE
                           THRU    3200-RELEVER-PASSAGE-FIN
                       WHEN FS-PLAN-LIGNE(1:10) = ' SUPPRIME '
                           MOVE 'N' TO WS-CRT-VALIDE
                       WHEN FS-PLAN-LIGNE(7:9) = ' TRAVAUX '
                           CONTINUE
                       WHEN FS-PL-JOUR-DEPART NUMERIC
                           AND FS-PL-HHMN NUMERIC
                           AND FS-PL-HHMN-DEST NUMERIC
                           AND FS-PL-JOUR-ARRIVEE NUMERIC
                           PERFORM 3100-RELEVER-TRAIN
                           THRU    3100-RELEVER-TRAIN-FIN
                       WHEN OTHER
                           MOVE 'N' TO WS-CRT-VALIDE
                   END-EVALUATE
               ELSE
                   SET WS-STAT-PLAN-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-PLANNING.
       2000-CHARGER-PLANNING-FIN. EXIT.

       3100-RELEVER-TRAIN.
           MOVE FS-PL-NUM-TRAIN   TO WS-CRT-TRAIN.
           MOVE FS-PL-JOUR-DEPART TO WS-CRT-JOUR.
           MOVE FS-PL-HHMN        TO WS-CRT-HHMN.
           MOVE 'O' TO WS-CRT-VALIDE.
           MOVE 0 TO WS-CRT-POS-ORIG.
           MOVE 0 TO WS-CRT-POS-DEST.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GARES
               IF WS-GARE-NOM (WS-G) (1:10) = FS-PL-GARE-DEPART
                   MOVE WS-G TO WS-CRT-POS-ORIG
               END-IF
               IF WS-GARE-NOM (WS-G) (1:10) = FS-PL-GARE-ARRIVEE
                   MOVE WS-G TO WS-CRT-POS-DEST
               END-IF
           END-PERFORM.

           IF WS-CRT-POS-ORIG > 0
               MOVE WS-CRT-POS-ORIG TO WS-MV-POS
               MOVE 'DEPART ' TO WS-MV-SENS
               MOVE FS-PL-JOUR-DEPART TO WS-MV-JOUR
               MOVE FS-PL-HHMN TO WS-MV-HHMN
               PERFORM 3300-RANGER-OCCUPATION
               THRU    3300-RANGER-OCCUPATION-FIN
           END-IF.
           IF WS-CRT-POS-DEST > 0
               MOVE WS-CRT-POS-DEST TO WS-MV-POS
               MOVE 'ARRIVEE' TO WS-MV-SENS
               MOVE FS-PL-JOUR-ARRIVEE TO WS-MV-JOUR
               MOVE FS-PL-HHMN-DEST TO WS-MV-HHMN
               PERFORM 3300-RANGER-OCCUPATION
               THRU    3300-RANGER-OCCUPATION-FIN
           END-IF.
       3100-RELEVER-TRAIN-FIN. EXIT.

      * Passage intermediaire : gare retrouvee par son code. Une
      * heure de passage anterieure a l'heure de depart du train
      * tombe le lendemain (passage de minuit en route).
       3200-RELEVER-PASSAGE.
           IF WS-CRT-VALIDE NOT = 'O'
               OR FSD-HHMN-ARRET NOT NUMERIC
               GO TO 3200-RELEVER-PASSAGE-FIN
           END-IF.
           MOVE 0 TO WS-MV-POS.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GARES
               IF WS-GARE-CODE (WS-G) = FSD-CODE-GARE
                   MOVE WS-G TO WS-MV-POS
               END-IF
           END-PERFORM.
           IF WS-MV-POS = 0
               OR WS-MV-POS = WS-CRT-POS-ORIG
               OR WS-MV-POS = WS-CRT-POS-DEST
               GO TO 3200-RELEVER-PASSAGE-FIN
           END-IF.
           MOVE 'PASSAGE' TO WS-MV-SENS.
           MOVE FSD-HHMN-ARRET TO WS-MV-HHMN.
           MOVE WS-CRT-JOUR TO WS-MV-JOUR.
           IF WS-MV-HHMN < WS-CRT-HHMN
               IF WS-MV-JOUR = 7
                   MOVE 1 TO WS-MV-JOUR
               ELSE
                   ADD 1 TO WS-MV-JOUR
               END-IF
           END-IF.
           PERFORM 3300-RANGER-OCCUPATION
           THRU    3300-RANGER-OCCUPATION-FIN.
       3200-RELEVER-PASSAGE-FIN. EXIT.

      ******************************************************************
      * Range une occupation : fenetre sur la semaine d'apres l'heure
      * et le temps d'arret de la gare, voie attribuee au train dans
      * cette gare, et rame affectee au train son jour de depart.
      ******************************************************************
       3300-RANGER-OCCUPATION.
           IF WS-NB-OCCUP >= 1000
               DISPLAY 'PLUS DE 1000 OCCUPATIONS, TRAIN ' WS-CRT-TRAIN
                   ' IGNORE EN GARE ' WS-GARE-CODE (WS-MV-POS)
               GO TO 3300-RANGER-OCCUPATION-FIN
           END-IF.
           ADD 1 TO WS-NB-OCCUP.
           MOVE WS-MV-POS   TO WS-OC-GARE-POS (WS-NB-OCCUP).
           MOVE WS-MV-SENS  TO WS-OC-SENS (WS-NB-OCCUP).
           MOVE WS-CRT-TRAIN TO WS-OC-TRAIN (WS-NB-OCCUP).
           MOVE WS-MV-JOUR  TO WS-OC-JOUR (WS-NB-OCCUP).
           MOVE WS-MV-HHMN  TO WS-OC-HHMN (WS-NB-OCCUP).

           MOVE WS-MV-HHMN TO WS-HHMN-TRAVAIL.
           COMPUTE WS-MIN-HEURE =
               (WS-MV-JOUR - 1) * 1440 + WS-HH * 60 + WS-MN.
           MOVE WS-GARE-ATTENTE-MN (WS-MV-POS) TO WS-DUREE.
           IF WS-DUREE = 0
               MOVE 1 TO WS-DUREE
           END-IF.
      * Un depart occupe la voie pendant l'attente qui le precede ;
      * une fenetre qui commencerait avant lundi 00:00 est reportee
      * d'un tour de semaine.
           IF WS-MV-SENS = 'DEPART '
               IF WS-MIN-HEURE < WS-DUREE
                   ADD 10080 TO WS-MIN-HEURE
               END-IF
               COMPUTE WS-OC-DEBUT-MN (WS-NB-OCCUP) =
                   WS-MIN-HEURE - WS-DUREE
               MOVE WS-MIN-HEURE TO WS-OC-FIN-MN (WS-NB-OCCUP)
           ELSE
               MOVE WS-MIN-HEURE TO WS-OC-DEBUT-MN (WS-NB-OCCUP)
               COMPUTE WS-OC-FIN-MN (WS-NB-OCCUP) =
                   WS-MIN-HEURE + WS-DUREE
           END-IF.

           MOVE 0 TO WS-OC-VOIE (WS-NB-OCCUP).
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-AFFVOIES
               IF WS-AV-TRAIN (WS-I) = WS-CRT-TRAIN
                   AND WS-AV-CODE-GARE (WS-I) = WS-GARE-CODE (WS-MV-POS)
                   MOVE WS-AV-VOIE (WS-I) TO WS-OC-VOIE (WS-NB-OCCUP)
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-OC-RAME (WS-NB-OCCUP).
           MOVE SPACES TO WS-OC-TYPE-RAME (WS-NB-OCCUP).
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-AFFECT
               IF WS-AF-TRAIN (WS-I) = WS-CRT-TRAIN
                   AND WS-AF-JOUR (WS-I) = WS-CRT-JOUR
                   MOVE WS-AF-RAME (WS-I) TO WS-OC-RAME (WS-NB-OCCUP)
               END-IF
           END-PERFORM.
           IF WS-OC-RAME (WS-NB-OCCUP) NOT = SPACES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-RAMES
                   IF WS-RM-NUMERO (WS-I) = WS-OC-RAME (WS-NB-OCCUP)
                       MOVE WS-RM-TYPE (WS-I)
                           TO WS-OC-TYPE-RAME (WS-NB-OCCUP)
                   END-IF
               END-PERFORM
           END-IF.
       3300-RANGER-OCCUPATION-FIN. EXIT.

      ******************************************************************
      * Rapport : conflits d'occupation par gare et voie, mouvements
      * sans voie (ou sur une voie absente du referentiel), voies trop
      * courtes pour la rame, puis le plan d'occupation par gare.
      ******************************************************************
       4000-ECRIRE-RAPPORT.
           OPEN OUTPUT F-RAPPORT.
           IF NOT WS-STAT-RAPPORT-OK
               DISPLAY 'ERREUR OUVERTURE RAPPORT-VOIES.DAT : '
                       WS-STAT-RAPPORT
               GO TO 4000-ECRIRE-RAPPORT-FIN
           END-IF.

           MOVE ALL '*' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           MOVE 'ATTRIBUTION DES VOIES EN GARE - CONTROLE NOCTURNE'
               TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           MOVE ALL '*' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.

      * Conflits : deux occupations de la meme voie de la meme gare
      * dont les fenetres se chevauchent.
           MOVE 'CONFLITS D''OCCUPATION DE VOIE :' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-OCCUP
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-I
                   IF WS-OC-VOIE (WS-I) > 0
                       AND WS-OC-VOIE (WS-I) = WS-OC-VOIE (WS-J)
                       AND WS-OC-GARE-POS (WS-I) = WS-OC-GARE-POS (WS-J)
                       PERFORM 4100-TESTER-CHEVAUCHEMENT
                       THRU    4100-TESTER-CHEVAUCHEMENT-FIN
                       IF CHEVAUCHE
                           ADD 1 TO WS-NB-CONFLITS
                           MOVE SPACES TO FS-RAPPORT-LIGNE
                           STRING '  ' WS-GARE-CODE (WS-OC-GARE-POS
                               (WS-I))
                               ' VOIE ' WS-OC-VOIE (WS-I) ' : '
                               WS-OC-TRAIN (WS-J) ' '
                               WS-OC-SENS (WS-J) ' J'
                               WS-OC-JOUR (WS-J) ' '
                               WS-OC-HHMN (WS-J) ' ET '
                               WS-OC-TRAIN (WS-I) ' '
                               WS-OC-SENS (WS-I) ' J'
                               WS-OC-JOUR (WS-I) ' '
                               WS-OC-HHMN (WS-I)
                               DELIMITED BY SIZE
                               INTO FS-RAPPORT-LIGNE
                           WRITE FS-RAPPORT-LIGNE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-NB-CONFLITS = 0
               MOVE '  AUCUN CONFLIT' TO FS-RAPPORT-LIGNE
               WRITE FS-RAPPORT-LIGNE
           END-IF.

      * Mouvements sans voie attribuee, ou sur une voie que le
      * referentiel ne connait pas pour cette gare.
           MOVE 'MOUVEMENTS SANS VOIE ATTRIBUEE :' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-OCCUP
               PERFORM 4200-CHERCHER-VOIE
               THRU    4200-CHERCHER-VOIE-FIN
               IF WS-OC-VOIE (WS-I) = 0
                   ADD 1 TO WS-NB-SANS-VOIE
                   MOVE SPACES TO FS-RAPPORT-LIGNE
                   STRING '  ' WS-GARE-CODE (WS-OC-GARE-POS (WS-I))
                       ' : ' WS-OC-TRAIN (WS-I) ' '
                       WS-OC-SENS (WS-I) ' JOUR '
                       WS-OC-JOUR (WS-I) ' ' WS-OC-HHMN (WS-I)
                       DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
                   WRITE FS-RAPPORT-LIGNE
               ELSE
                   IF WS-POS = 0
                       ADD 1 TO WS-NB-VOIE-INCONNUE
                       MOVE SPACES TO FS-RAPPORT-LIGNE
                       STRING '  ' WS-GARE-CODE (WS-OC-GARE-POS (WS-I))
                           ' : ' WS-OC-TRAIN (WS-I) ' '
                           WS-OC-SENS (WS-I) ' JOUR '
                           WS-OC-JOUR (WS-I) ' ' WS-OC-HHMN (WS-I)
                           ' - VOIE ' WS-OC-VOIE (WS-I)
                           ' ABSENTE DU REFERENTIEL'
                           DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
                       WRITE FS-RAPPORT-LIGNE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-SANS-VOIE = 0 AND WS-NB-VOIE-INCONNUE = 0
               MOVE '  AUCUN' TO FS-RAPPORT-LIGNE
               WRITE FS-RAPPORT-LIGNE
           END-IF.

      * Voies trop courtes : la rame du train n'est pas d'un type
      * admis par la voie attribuee.
           MOVE 'VOIES TROP COURTES POUR LA RAME AFFECTEE :'
               TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-OCCUP
               IF WS-OC-VOIE (WS-I) > 0
                   AND WS-OC-TYPE-RAME (WS-I) NOT = SPACES
                   PERFORM 4200-CHERCHER-VOIE
                   THRU    4200-CHERCHER-VOIE-FIN
                   IF WS-POS > 0
                       PERFORM 4300-CONTROLER-TYPE
                       THRU    4300-CONTROLER-TYPE-FIN
                       IF NOT TYPE-ADMIS
                           ADD 1 TO WS-NB-TROP-COURTES
                           MOVE SPACES TO FS-RAPPORT-LIGNE
                           STRING '  ' WS-GARE-CODE (WS-OC-GARE-POS
                               (WS-I))
                               ' VOIE ' WS-OC-VOIE (WS-I) ' : '
                               WS-OC-TRAIN (WS-I) ' '
                               WS-OC-SENS (WS-I) ' - RAME '
                               WS-OC-RAME (WS-I) ' ('
                               WS-OC-TYPE-RAME (WS-I)
                               ') NON ADMISE'
                               DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
                           WRITE FS-RAPPORT-LIGNE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-TROP-COURTES = 0
               MOVE '  AUCUNE' TO FS-RAPPORT-LIGNE
               WRITE FS-RAPPORT-LIGNE
           END-IF.

      * Plan d'occupation par gare, dans l'ordre de releve.
           MOVE 'OCCUPATION DES VOIES PAR GARE :' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GARES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-OCCUP
                   IF WS-OC-GARE-POS (WS-I) = WS-G
                       MOVE SPACES TO FS-RAPPORT-LIGNE
                       STRING '  ' WS-GARE-CODE (WS-G)
                           ' (' WS-GARE-NB-VOIES (WS-G) ' VOIES) '
                           'VOIE ' WS-OC-VOIE (WS-I) ' : '
                           WS-OC-TRAIN (WS-I) ' '
                           WS-OC-SENS (WS-I) ' JOUR '
                           WS-OC-JOUR (WS-I) ' ' WS-OC-HHMN (WS-I)
                           ' RAME ' WS-OC-RAME (WS-I)
                           DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
                       WRITE FS-RAPPORT-LIGNE
                   END-IF
               END-PERFORM
           END-PERFORM.

           CLOSE F-RAPPORT.
       4000-ECRIRE-RAPPORT-FIN. EXIT.

      ******************************************************************
      * Chevauchement des fenetres WS-I et WS-J sur la semaine
      * circulaire (meme regle que train-rames.cbl).
      ******************************************************************
       4100-TESTER-CHEVAUCHEMENT.
           MOVE 'N' TO WS-CHEV-SW.
           IF WS-OC-DEBUT-MN (WS-I) < WS-OC-FIN-MN (WS-J)
               AND WS-OC-DEBUT-MN (WS-J) < WS-OC-FIN-MN (WS-I)
               MOVE 'O' TO WS-CHEV-SW
           END-IF.
           IF WS-OC-DEBUT-MN (WS-I) + 10080 < WS-OC-FIN-MN (WS-J)
               AND WS-OC-DEBUT-MN (WS-J)
                   < WS-OC-FIN-MN (WS-I) + 10080
               MOVE 'O' TO WS-CHEV-SW
           END-IF.
           IF WS-OC-DEBUT-MN (WS-J) + 10080 < WS-OC-FIN-MN (WS-I)
               AND WS-OC-DEBUT-MN (WS-I)
                   < WS-OC-FIN-MN (WS-J) + 10080
               MOVE 'O' TO WS-CHEV-SW
           END-IF.
       4100-TESTER-CHEVAUCHEMENT-FIN. EXIT.

      * Voie du referentiel correspondant a l'occupation WS-I, rendue
      * dans WS-POS (zero si la gare ne la declare pas).
       4200-CHERCHER-VOIE.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-VOIES
               IF WS-VG-GARE-POS (WS-J) = WS-OC-GARE-POS (WS-I)
                   AND WS-VG-VOIE (WS-J) = WS-OC-VOIE (WS-I)
                   MOVE WS-J TO WS-POS
               END-IF
           END-PERFORM.
       4200-CHERCHER-VOIE-FIN. EXIT.

      * La voie WS-POS admet-elle le type de la rame de WS-I ? Une
      * voie sans type liste les admet tous.
       4300-CONTROLER-TYPE.
           MOVE 'N' TO WS-TYPE-ADMIS.
           MOVE 'N' TO WS-TYPES-LISTES.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               IF WS-VG-TYPE (WS-POS, WS-T) NOT = SPACES
                   MOVE 'O' TO WS-TYPES-LISTES
                   IF WS-VG-TYPE (WS-POS, WS-T)
                           = WS-OC-TYPE-RAME (WS-I)
                       MOVE 'O' TO WS-TYPE-ADMIS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TYPES-LISTES = 'N'
               MOVE 'O' TO WS-TYPE-ADMIS
           END-IF.
       4300-CONTROLER-TYPE-FIN. EXIT.

       END PROGRAM train-voies.
