      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Indemnisation des voyageurs pour retard : pour  *
      * chaque circulation du mois arrivee en retard (historique des   *
      * retards de train3.cbl), retrouve les billets vendus sur ce     *
      * train a cette date, applique le bareme d'indemnisation du      *
      * fichier des parametres, ecrit un bon par voyageur et le        *
      * rapport mensuel des sommes dues par train et par motif.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. train-indemnisations.
       AUTHOR. K.SAFAA.

      * Le mois traite est saisi au lancement (AAAAMM, mois courant a
      * defaut), comme pour train-stats.cbl. Une circulation est
      * retenue si son retard (FS-RH-RETARD-MN) atteint le premier
      * seuil du bareme ; si l'historique porte plusieurs lignes pour
      * le meme train et la meme date, le plus fort retard est garde.
      * Bareme (routine PARAMLIRE, a defaut 25 % du prix du billet
      * des 30 minutes et 50 % des 60 minutes) :
      *     INDEMN_SEUIL_1 / INDEMN_TAUX_1
      *     INDEMN_SEUIL_2 / INDEMN_TAUX_2
      * Seuls les billets actifs de reservations-places.dat
      * (train4.cpy) sont indemnises ; le montant est arrondi a
      * l'unite. BONS-INDEMNISATION.DAT recoit un bon par billet et
      * est reecrit a chaque passage, le rapport etant recalcule du
      * mois entier.
      * Un retard est imputable a des travaux annonces quand
      * travaux.dat porte, pour la relation du train (gares de depart
      * et d'arrivee de train.dat), un chantier dont la periode couvre
      * la date de circulation. Ces retards sont indemnises de la meme
      * facon mais restitues a part dans RAPPORT-INDEMNISATIONS.DAT,
      * hors des cumuls par train et par motif.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
           ASSIGN TO 'train.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICIN.

           SELECT F-RETARDS
           ASSIGN TO 'train-retards-historique.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-RETARDS.

           SELECT F-TRAVAUX
           ASSIGN TO 'travaux.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-TRAVAUX.

           SELECT F-BILLETS
           ASSIGN TO 'reservations-places.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-BILLETS.

           SELECT F-BONS
           ASSIGN TO 'bons-indemnisation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-BONS.

           SELECT F-RAPPORT
           ASSIGN TO 'rapport-indemnisations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       COPY train1.

       FD  F-RETARDS
           RECORD CONTAINS 41 CHARACTERS.
       01  FS-RETARD-HISTO.
           05 FS-RH-DATE          PIC X(8).
           05 FILLER              PIC X.
           05 FS-RH-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X.
           05 FS-RH-JOUR          PIC X.
           05 FILLER              PIC X.
           05 FS-RH-RETARD-MN     PIC X(3).
           05 FILLER              PIC X.
           05 FS-RH-MOTIF         PIC X(18).

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

       COPY train4.

       FD  F-BONS
      * Un bon par billet indemnise : numero de bon (mois + rang),
      * billet, voyageur, train, date de circulation, retard, taux
      * applique, prix du billet, montant du bon, motif du retard et
      * cause (T = travaux annonces, E = exploitation).
           RECORD CONTAINS 113 CHARACTERS.
       01  FS-BON.
           05 FS-BN-NUM-BON       PIC X(11).
           05 FILLER              PIC X.
           05 FS-BN-NUM-BILLET    PIC 9(8).
           05 FILLER              PIC X.
           05 FS-BN-PASSAGER      PIC X(25).
           05 FILLER              PIC X.
           05 FS-BN-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X.
           05 FS-BN-DATE-CIRC     PIC 9(8).
           05 FILLER              PIC X.
           05 FS-BN-RETARD-MN     PIC 9(3).
           05 FILLER              PIC X.
           05 FS-BN-TAUX          PIC 9(3).
           05 FILLER              PIC X.
           05 FS-BN-PRIX          PIC 9(6).
           05 FILLER              PIC X.
           05 FS-BN-MONTANT       PIC 9(6).
           05 FILLER              PIC X.
           05 FS-BN-MOTIF         PIC X(18).
           05 FILLER              PIC X.
           05 FS-BN-CAUSE         PIC X.
           05 FILLER              PIC X.
           05 FS-BN-DATE-EMISSION PIC 9(8).

       FD  F-RAPPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-RAPPORT-LIGNE       PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-FICIN==
                     ==FSTAT-OK==    BY ==WS-STAT-FICIOK==.
           88  WS-STAT-FICIFIN                    VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-RETARDS==
                     ==FSTAT-OK==    BY ==WS-STAT-RETARDS-OK==.
           88  WS-STAT-RETARDS-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-TRAVAUX==
                     ==FSTAT-OK==    BY ==WS-STAT-TRAVAUX-OK==.
           88  WS-STAT-TRAVAUX-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-BILLETS==
                     ==FSTAT-OK==    BY ==WS-STAT-BILLETS-OK==.
           88  WS-STAT-BILLETS-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-BONS==
                     ==FSTAT-OK==    BY ==WS-STAT-BONS-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-RAPPORT==
                     ==FSTAT-OK==    BY ==WS-STAT-RAPPORT-OK==.

       01  WS-FS-ENREG       PIC 99.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME  PIC X(20) VALUE 'TRAIN-INDEMN'.
       01  WS-LOG-PARAGRAPHE PIC X(30).
       01  WS-LOG-MESSAGE    PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01  WS-RUNCTL-PROGRAMME  PIC X(20) VALUE 'TRAIN-INDEMN'.
       01  WS-RUNCTL-COMPTEUR-1 PIC 9(07).
       01  WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01  WS-RUNCTL-STATUT     PIC X(10).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01  WS-PARAM-CLE         PIC X(20).
       01  WS-PARAM-VALEUR      PIC X(20).
       01  WS-PARAM-CODE        PIC X(02).

      * Bareme d'indemnisation, lu par PARAMLIRE avec ses valeurs par
      * defaut (seuils en minutes, taux en % du prix du billet).
       01  WS-SEUIL-1        PIC 9(3) VALUE 30.
       01  WS-TAUX-1         PIC 9(3) VALUE 25.
       01  WS-SEUIL-2        PIC 9(3) VALUE 60.
       01  WS-TAUX-2         PIC 9(3) VALUE 50.

       01  WS-MOIS-DEMANDE   PIC X(6).
       01  WS-DATE-JOUR      PIC 9(8).
       01  WS-NB-LIGNES      PIC 9(6) VALUE 0.
       01  WS-NB-BONS        PIC 9(6) VALUE 0.
       01  WS-NB-BILLETS-LUS PIC 9(6) VALUE 0.

      * Relation de chaque train de train.dat (par numero et jour).
       01  WS-NB-TRAINS      PIC 9(3) VALUE 0.
       01  WS-TAB-TRAINS.
           05 WS-TR-ENTREE OCCURS 100 TIMES.
              10 WS-TR-NUM          PIC X(6).
              10 WS-TR-JOUR         PIC X(1).
              10 WS-TR-GARE-DEPART  PIC X(10).
              10 WS-TR-GARE-ARRIVEE PIC X(10).

      * Chantiers de travaux.dat.
       01  WS-NB-TRAVAUX     PIC 99 VALUE 0.
       01  WS-TAB-TRAVAUX.
           05 WS-TRAVAUX-ENTREE OCCURS 20 TIMES.
              10 WS-TV-GARE-DEPART  PIC X(10).
              10 WS-TV-GARE-ARRIVEE PIC X(10).
              10 WS-TV-DEBUT        PIC 9(8).
              10 WS-TV-FIN          PIC 9(8).

      * Circulations du mois retenues pour indemnisation.
       01  WS-NB-RETARDS     PIC 9(3) VALUE 0.
       01  WS-TAB-RETARDS.
           05 WS-RT-ENTREE OCCURS 500 TIMES.
              10 WS-RT-DATE         PIC 9(8).
              10 WS-RT-NUM          PIC X(6).
              10 WS-RT-JOUR         PIC X(1).
              10 WS-RT-RETARD-MN    PIC 9(3).
              10 WS-RT-MOTIF        PIC X(18).
              10 WS-RT-CAUSE        PIC X(1).
                 88 RT-TRAVAUX      VALUE 'T'.

      * Sommes dues par train et par motif (exploitation), et par
      * train pour les retards dus aux travaux annonces.
       01  WS-NB-CUM-TRAINS  PIC 9(3) VALUE 0.
       01  WS-TAB-CUM-TRAINS.
           05 WS-CT-ENTREE OCCURS 100 TIMES.
              10 WS-CT-NUM          PIC X(6).
              10 WS-CT-NB-BONS      PIC 9(5).
              10 WS-CT-MONTANT      PIC 9(9).
       01  WS-NB-CUM-MOTIFS  PIC 9(2) VALUE 0.
       01  WS-TAB-CUM-MOTIFS.
           05 WS-CM-ENTREE OCCURS 20 TIMES.
              10 WS-CM-MOTIF        PIC X(18).
              10 WS-CM-NB-BONS      PIC 9(5).
              10 WS-CM-MONTANT      PIC 9(9).
       01  WS-NB-CUM-TRAVAUX PIC 9(3) VALUE 0.
       01  WS-TAB-CUM-TRAVAUX.
           05 WS-CV-ENTREE OCCURS 100 TIMES.
              10 WS-CV-NUM          PIC X(6).
              10 WS-CV-NB-BONS      PIC 9(5).
              10 WS-CV-MONTANT      PIC 9(9).
       01  WS-TOT-EXPLOIT    PIC 9(9) VALUE 0.
       01  WS-TOT-TRAVAUX    PIC 9(9) VALUE 0.
       01  WS-TOT-GENERAL    PIC 9(9) VALUE 0.

       01  WS-I              PIC 9(3).
       01  WS-K              PIC 9(3).
       01  WS-POS            PIC 9(3).
       01  WS-POS-TRAIN      PIC 9(3).
       01  WS-RETARD-LIGNE   PIC 9(3).
       01  WS-DATE-LIGNE     PIC 9(8).
       01  WS-TAUX-BON       PIC 9(3).
       01  WS-MONTANT-BON    PIC 9(6).
       01  WS-RANG-BON       PIC 9(5) VALUE 0.
       01  WS-MONTANT-ED     PIC Z(8)9.
       01  WS-NB-ED          PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           DISPLAY 'MOIS A INDEMNISER (AAAAMM, VIDE = MOIS COURANT) : '
               WITH NO ADVANCING.
           ACCEPT WS-MOIS-DEMANDE.
           IF WS-MOIS-DEMANDE = SPACES
               MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-DEMANDE
           END-IF.

           PERFORM 0100-LIRE-BAREME
           THRU    0100-LIRE-BAREME-FIN.
           PERFORM 1000-CHARGER-TRAINS
           THRU    1000-CHARGER-TRAINS-FIN.
           PERFORM 1100-CHARGER-TRAVAUX
           THRU    1100-CHARGER-TRAVAUX-FIN.
           PERFORM 1200-CHARGER-RETARDS
           THRU    1200-CHARGER-RETARDS-FIN.
           PERFORM 2000-INDEMNISER-BILLETS
           THRU    2000-INDEMNISER-BILLETS-FIN.
           PERFORM 3000-ECRIRE-RAPPORT
           THRU    3000-ECRIRE-RAPPORT-FIN.

           DISPLAY 'CIRCULATIONS EN RETARD : ' WS-NB-RETARDS.
           DISPLAY 'BONS EMIS              : ' WS-NB-BONS.
           MOVE WS-TOT-GENERAL TO WS-MONTANT-ED.
           DISPLAY 'MONTANT TOTAL DU       : ' WS-MONTANT-ED.

           MOVE WS-NB-RETARDS TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-BONS    TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Bareme d'indemnisation depuis le fichier central des
      * parametres ; un bareme incoherent (second seuil sous le
      * premier) fait revenir aux valeurs par defaut.
      ******************************************************************
       0100-LIRE-BAREME.
           MOVE 'INDEMN_SEUIL_1' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-SEUIL-1 =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.
           MOVE 'INDEMN_TAUX_1' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-TAUX-1 =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.
           MOVE 'INDEMN_SEUIL_2' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-SEUIL-2 =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.
           MOVE 'INDEMN_TAUX_2' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-TAUX-2 =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.
           IF WS-SEUIL-2 < WS-SEUIL-1 OR WS-SEUIL-1 = 0
               OR WS-TAUX-1 > 100 OR WS-TAUX-2 > 100
               DISPLAY 'BAREME D''INDEMNISATION INCOHERENT : '
                   'BAREME PAR DEFAUT'
               MOVE 30 TO WS-SEUIL-1
               MOVE 25 TO WS-TAUX-1
               MOVE 60 TO WS-SEUIL-2
               MOVE 50 TO WS-TAUX-2
           END-IF.
           DISPLAY 'BAREME : ' WS-TAUX-1 ' % DES ' WS-SEUIL-1
               ' MN, ' WS-TAUX-2 ' % DES ' WS-SEUIL-2 ' MN'.
       0100-LIRE-BAREME-FIN. EXIT.

      ******************************************************************
      * Relation (gares de depart et d'arrivee) de chaque train, pour
      * le rapprochement avec les chantiers de travaux.dat.
      ******************************************************************
       1000-CHARGER-TRAINS.
           OPEN INPUT F-INPUT.
           IF NOT WS-STAT-FICIOK
               DISPLAY 'TRAIN.DAT ILLISIBLE (' WS-STAT-FICIN
                   ') : AUCUN RETARD IMPUTE AUX TRAVAUX'
               GO TO 1000-CHARGER-TRAINS-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-FICIFIN
               READ F-INPUT
               IF WS-STAT-FICIOK
                   IF WS-NB-TRAINS < 100
                       ADD 1 TO WS-NB-TRAINS
                       MOVE FS-NUM-TRAIN
                           TO WS-TR-NUM (WS-NB-TRAINS)
                       MOVE FS-JOUR-DEPART
                           TO WS-TR-JOUR (WS-NB-TRAINS)
                       MOVE FS-GARE-DEPART
                           TO WS-TR-GARE-DEPART (WS-NB-TRAINS)
                       MOVE FS-GARE-ARRIVEE
                           TO WS-TR-GARE-ARRIVEE (WS-NB-TRAINS)
                   END-IF
               ELSE
                   SET WS-STAT-FICIFIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-INPUT.
       1000-CHARGER-TRAINS-FIN. EXIT.

      ******************************************************************
      * Chantiers annonces ; un fichier absent laisse la table vide,
      * aucun retard n'est alors impute aux travaux.
      ******************************************************************
       1100-CHARGER-TRAVAUX.
           OPEN INPUT F-TRAVAUX.
           IF NOT WS-STAT-TRAVAUX-OK
               DISPLAY 'TRAVAUX.DAT ILLISIBLE (' WS-STAT-TRAVAUX
                   ') : AUCUN RETARD IMPUTE AUX TRAVAUX'
               GO TO 1100-CHARGER-TRAVAUX-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-TRAVAUX-FIN
               READ F-TRAVAUX
               IF WS-STAT-TRAVAUX-OK
                   IF FS-TV-DATE-DEBUT NUMERIC
                       AND FS-TV-DATE-FIN NUMERIC
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
                   ELSE
                       DISPLAY 'LIGNE DE TRAVAUX.DAT IGNOREE : '
                           FS-TRAVAUX-REF
                   END-IF
               ELSE
                   SET WS-STAT-TRAVAUX-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-TRAVAUX.
       1100-CHARGER-TRAVAUX-FIN. EXIT.

      ******************************************************************
      * Circulations du mois dont le retard atteint le premier seuil
      * du bareme ; sans historique, rien n'est indemnisable.
      ******************************************************************
       1200-CHARGER-RETARDS.
           OPEN INPUT F-RETARDS.
           IF NOT WS-STAT-RETARDS-OK
               DISPLAY 'ERREUR OUVERTURE TRAIN-RETARDS-HISTORIQUE.DAT'
                   ' : ' WS-STAT-RETARDS
               MOVE '1200-CHARGER-RETARDS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE HISTORIQUE RETARDS'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-RETARDS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-RETARDS-FIN
               READ F-RETARDS
               IF WS-STAT-RETARDS-OK
                   ADD 1 TO WS-NB-LIGNES
                   IF FS-RH-DATE(1:6) = WS-MOIS-DEMANDE
                       AND FS-RH-DATE NUMERIC
                       AND FS-RH-RETARD-MN NUMERIC
                       PERFORM 1300-RETENIR-RETARD
                       THRU    1300-RETENIR-RETARD-FIN
                   END-IF
               ELSE
                   SET WS-STAT-RETARDS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-RETARDS.
       1200-CHARGER-RETARDS-FIN. EXIT.

       1300-RETENIR-RETARD.
           MOVE FS-RH-RETARD-MN TO WS-RETARD-LIGNE.
           MOVE FS-RH-DATE      TO WS-DATE-LIGNE.
           IF WS-RETARD-LIGNE < WS-SEUIL-1
               GO TO 1300-RETENIR-RETARD-FIN
           END-IF.

           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-RETARDS
               IF WS-RT-NUM (WS-I) = FS-RH-NUM-TRAIN
                   AND WS-RT-DATE (WS-I) = WS-DATE-LIGNE
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS > 0
               IF WS-RETARD-LIGNE > WS-RT-RETARD-MN (WS-POS)
                   MOVE WS-RETARD-LIGNE TO WS-RT-RETARD-MN (WS-POS)
                   MOVE FS-RH-MOTIF     TO WS-RT-MOTIF (WS-POS)
               END-IF
               GO TO 1300-RETENIR-RETARD-FIN
           END-IF.
           IF WS-NB-RETARDS >= 500
               DISPLAY 'PLUS DE 500 CIRCULATIONS EN RETARD, LIGNE '
                   'IGNOREE : ' FS-RETARD-HISTO
               GO TO 1300-RETENIR-RETARD-FIN
           END-IF.
           ADD 1 TO WS-NB-RETARDS.
           MOVE WS-NB-RETARDS TO WS-POS.
           MOVE WS-DATE-LIGNE   TO WS-RT-DATE (WS-POS).
           MOVE FS-RH-NUM-TRAIN TO WS-RT-NUM (WS-POS).
           MOVE FS-RH-JOUR      TO WS-RT-JOUR (WS-POS).
           MOVE WS-RETARD-LIGNE TO WS-RT-RETARD-MN (WS-POS).
           MOVE FS-RH-MOTIF     TO WS-RT-MOTIF (WS-POS).
           MOVE 'E'             TO WS-RT-CAUSE (WS-POS).

      * Travaux annonces sur la relation du train a cette date ?
           MOVE 0 TO WS-POS-TRAIN.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TRAINS
               IF WS-TR-NUM (WS-I) = FS-RH-NUM-TRAIN
                   AND WS-TR-JOUR (WS-I) = FS-RH-JOUR
                   MOVE WS-I TO WS-POS-TRAIN
               END-IF
           END-PERFORM.
           IF WS-POS-TRAIN = 0
               GO TO 1300-RETENIR-RETARD-FIN
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-TRAVAUX
               IF WS-TV-GARE-DEPART (WS-K)
                       = WS-TR-GARE-DEPART (WS-POS-TRAIN)
                   AND WS-TV-GARE-ARRIVEE (WS-K)
                       = WS-TR-GARE-ARRIVEE (WS-POS-TRAIN)
                   AND WS-DATE-LIGNE >= WS-TV-DEBUT (WS-K)
                   AND WS-DATE-LIGNE <= WS-TV-FIN (WS-K)
                   MOVE 'T' TO WS-RT-CAUSE (WS-POS)
               END-IF
           END-PERFORM.
       1300-RETENIR-RETARD-FIN. EXIT.

      ******************************************************************
      * Parcourt les billets actifs ; chaque billet d'une circulation
      * retenue recoit un bon au taux du bareme, cumule par train et
      * par motif, ou a part pour les travaux annonces.
      ******************************************************************
       2000-INDEMNISER-BILLETS.
           OPEN OUTPUT F-BONS.
           IF NOT WS-STAT-BONS-OK
               DISPLAY 'ERREUR OUVERTURE BONS-INDEMNISATION.DAT : '
                   WS-STAT-BONS
               MOVE '2000-INDEMNISER-BILLETS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE BONS INDEMNISATION'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-BONS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-NB-RETARDS = 0
               GO TO 2000-FERMER-BONS
           END-IF.
           OPEN INPUT F-BILLETS.
           IF NOT WS-STAT-BILLETS-OK
               DISPLAY 'RESERVATIONS-PLACES.DAT ILLISIBLE ('
                   WS-STAT-BILLETS ') : AUCUN BON EMIS'
               GO TO 2000-FERMER-BONS
           END-IF.
           PERFORM UNTIL WS-STAT-BILLETS-FIN
               READ F-BILLETS
               IF WS-STAT-BILLETS-OK
                   ADD 1 TO WS-NB-BILLETS-LUS
                   IF FS-BL-ACTIF AND FS-BL-PRIX NUMERIC
                       PERFORM 2100-INDEMNISER-BILLET
                       THRU    2100-INDEMNISER-BILLET-FIN
                   END-IF
               ELSE
                   SET WS-STAT-BILLETS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-BILLETS.
       2000-FERMER-BONS.
           CLOSE F-BONS.
       2000-INDEMNISER-BILLETS-FIN. EXIT.

       2100-INDEMNISER-BILLET.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-RETARDS
               IF WS-RT-NUM (WS-I) = FS-BL-NUM-TRAIN
                   AND WS-RT-DATE (WS-I) = FS-BL-DATE-CIRC
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               GO TO 2100-INDEMNISER-BILLET-FIN
           END-IF.

           IF WS-RT-RETARD-MN (WS-POS) >= WS-SEUIL-2
               MOVE WS-TAUX-2 TO WS-TAUX-BON
           ELSE
               MOVE WS-TAUX-1 TO WS-TAUX-BON
           END-IF.
           COMPUTE WS-MONTANT-BON ROUNDED =
               FS-BL-PRIX * WS-TAUX-BON / 100.
           IF WS-MONTANT-BON = 0
               GO TO 2100-INDEMNISER-BILLET-FIN
           END-IF.

           ADD 1 TO WS-RANG-BON.
           ADD 1 TO WS-NB-BONS.
           MOVE SPACES TO FS-BON.
           STRING WS-MOIS-DEMANDE WS-RANG-BON
               DELIMITED BY SIZE INTO FS-BN-NUM-BON.
           MOVE FS-BL-NUM-BILLET          TO FS-BN-NUM-BILLET.
           MOVE FS-BL-PASSAGER            TO FS-BN-PASSAGER.
           MOVE FS-BL-NUM-TRAIN           TO FS-BN-NUM-TRAIN.
           MOVE FS-BL-DATE-CIRC           TO FS-BN-DATE-CIRC.
           MOVE WS-RT-RETARD-MN (WS-POS)  TO FS-BN-RETARD-MN.
           MOVE WS-TAUX-BON               TO FS-BN-TAUX.
           MOVE FS-BL-PRIX                TO FS-BN-PRIX.
           MOVE WS-MONTANT-BON            TO FS-BN-MONTANT.
           MOVE WS-RT-MOTIF (WS-POS)      TO FS-BN-MOTIF.
           MOVE WS-RT-CAUSE (WS-POS)      TO FS-BN-CAUSE.
           MOVE WS-DATE-JOUR              TO FS-BN-DATE-EMISSION.
           WRITE FS-BON.
           ADD WS-MONTANT-BON TO WS-TOT-GENERAL.

           IF RT-TRAVAUX (WS-POS)
               ADD WS-MONTANT-BON TO WS-TOT-TRAVAUX
               PERFORM 2400-CUMULER-TRAVAUX
               THRU    2400-CUMULER-TRAVAUX-FIN
           ELSE
               ADD WS-MONTANT-BON TO WS-TOT-EXPLOIT
               PERFORM 2200-CUMULER-TRAIN
               THRU    2200-CUMULER-TRAIN-FIN
               PERFORM 2300-CUMULER-MOTIF
               THRU    2300-CUMULER-MOTIF-FIN
           END-IF.
       2100-INDEMNISER-BILLET-FIN. EXIT.

       2200-CUMULER-TRAIN.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CUM-TRAINS
               IF WS-CT-NUM (WS-I) = FS-BL-NUM-TRAIN
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K = 0
               IF WS-NB-CUM-TRAINS >= 100
                   DISPLAY 'PLUS DE 100 TRAINS INDEMNISES, BON NON '
                       'CUMULE : ' FS-BN-NUM-BON
                   GO TO 2200-CUMULER-TRAIN-FIN
               END-IF
               ADD 1 TO WS-NB-CUM-TRAINS
               MOVE WS-NB-CUM-TRAINS TO WS-K
               MOVE FS-BL-NUM-TRAIN TO WS-CT-NUM (WS-K)
               MOVE 0 TO WS-CT-NB-BONS (WS-K)
               MOVE 0 TO WS-CT-MONTANT (WS-K)
           END-IF.
           ADD 1 TO WS-CT-NB-BONS (WS-K).
           ADD WS-MONTANT-BON TO WS-CT-MONTANT (WS-K).
       2200-CUMULER-TRAIN-FIN. EXIT.

       2300-CUMULER-MOTIF.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CUM-MOTIFS
               IF WS-CM-MOTIF (WS-I) = WS-RT-MOTIF (WS-POS)
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K = 0
               IF WS-NB-CUM-MOTIFS >= 20
                   DISPLAY 'PLUS DE 20 MOTIFS DISTINCTS, BON NON '
                       'VENTILE : ' FS-BN-NUM-BON
                   GO TO 2300-CUMULER-MOTIF-FIN
               END-IF
               ADD 1 TO WS-NB-CUM-MOTIFS
               MOVE WS-NB-CUM-MOTIFS TO WS-K
               MOVE WS-RT-MOTIF (WS-POS) TO WS-CM-MOTIF (WS-K)
               MOVE 0 TO WS-CM-NB-BONS (WS-K)
               MOVE 0 TO WS-CM-MONTANT (WS-K)
           END-IF.
           ADD 1 TO WS-CM-NB-BONS (WS-K).
           ADD WS-MONTANT-BON TO WS-CM-MONTANT (WS-K).
       2300-CUMULER-MOTIF-FIN. EXIT.

       2400-CUMULER-TRAVAUX.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CUM-TRAVAUX
               IF WS-CV-NUM (WS-I) = FS-BL-NUM-TRAIN
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K = 0
               IF WS-NB-CUM-TRAVAUX >= 100
                   DISPLAY 'PLUS DE 100 TRAINS EN TRAVAUX, BON NON '
                       'CUMULE : ' FS-BN-NUM-BON
                   GO TO 2400-CUMULER-TRAVAUX-FIN
               END-IF
               ADD 1 TO WS-NB-CUM-TRAVAUX
               MOVE WS-NB-CUM-TRAVAUX TO WS-K
               MOVE FS-BL-NUM-TRAIN TO WS-CV-NUM (WS-K)
               MOVE 0 TO WS-CV-NB-BONS (WS-K)
               MOVE 0 TO WS-CV-MONTANT (WS-K)
           END-IF.
           ADD 1 TO WS-CV-NB-BONS (WS-K).
           ADD WS-MONTANT-BON TO WS-CV-MONTANT (WS-K).
       2400-CUMULER-TRAVAUX-FIN. EXIT.

      ******************************************************************
      * Rapport mensuel des sommes dues : par train et par motif pour
      * les retards d'exploitation, puis a part les retards dus aux
      * travaux annonces, et le total general.
      ******************************************************************
       3000-ECRIRE-RAPPORT.
           OPEN OUTPUT F-RAPPORT.
           IF NOT WS-STAT-RAPPORT-OK
               DISPLAY 'ERREUR OUVERTURE RAPPORT-INDEMNISATIONS.DAT : '
                       WS-STAT-RAPPORT
               MOVE '3000-ECRIRE-RAPPORT' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RAPPORT INDEMNISATIONS'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-RAPPORT WS-LOG-MESSAGE
               GO TO 3000-ECRIRE-RAPPORT-FIN
           END-IF.

           MOVE ALL '*' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           MOVE SPACES TO FS-RAPPORT-LIGNE.
           STRING 'INDEMNISATIONS POUR RETARD DU MOIS '
               WS-MOIS-DEMANDE
               DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           MOVE SPACES TO FS-RAPPORT-LIGNE.
           STRING 'BAREME : ' WS-TAUX-1 ' % DES ' WS-SEUIL-1
               ' MN, ' WS-TAUX-2 ' % DES ' WS-SEUIL-2 ' MN'
               DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           MOVE ALL '*' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.

           MOVE 'RETARDS D''EXPLOITATION - SOMMES DUES PAR TRAIN :'
               TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CUM-TRAINS
               MOVE WS-CT-NB-BONS (WS-I) TO WS-NB-ED
               MOVE WS-CT-MONTANT (WS-I) TO WS-MONTANT-ED
               MOVE SPACES TO FS-RAPPORT-LIGNE
               STRING '  ' WS-CT-NUM (WS-I) ' : ' WS-NB-ED
                   ' BON(S), ' WS-MONTANT-ED
                   DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
               WRITE FS-RAPPORT-LIGNE
           END-PERFORM.

           MOVE 'RETARDS D''EXPLOITATION - SOMMES DUES PAR MOTIF :'
               TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CUM-MOTIFS
               MOVE WS-CM-NB-BONS (WS-I) TO WS-NB-ED
               MOVE WS-CM-MONTANT (WS-I) TO WS-MONTANT-ED
               MOVE SPACES TO FS-RAPPORT-LIGNE
               STRING '  ' WS-CM-MOTIF (WS-I) ' : ' WS-NB-ED
                   ' BON(S), ' WS-MONTANT-ED
                   DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
               WRITE FS-RAPPORT-LIGNE
           END-PERFORM.
           MOVE WS-TOT-EXPLOIT TO WS-MONTANT-ED.
           MOVE SPACES TO FS-RAPPORT-LIGNE.
           STRING 'TOTAL EXPLOITATION                 : '
               WS-MONTANT-ED
               DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.

           MOVE ALL '*' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           MOVE 'RETARDS DUS AUX TRAVAUX ANNONCES (TRAVAUX.DAT) :'
               TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CUM-TRAVAUX
               MOVE WS-CV-NB-BONS (WS-I) TO WS-NB-ED
               MOVE WS-CV-MONTANT (WS-I) TO WS-MONTANT-ED
               MOVE SPACES TO FS-RAPPORT-LIGNE
               STRING '  ' WS-CV-NUM (WS-I) ' : ' WS-NB-ED
                   ' BON(S), ' WS-MONTANT-ED
                   DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
               WRITE FS-RAPPORT-LIGNE
           END-PERFORM.
           MOVE WS-TOT-TRAVAUX TO WS-MONTANT-ED.
           MOVE SPACES TO FS-RAPPORT-LIGNE.
           STRING 'TOTAL TRAVAUX                      : '
               WS-MONTANT-ED
               DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.

           MOVE ALL '*' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           MOVE WS-TOT-GENERAL TO WS-MONTANT-ED.
           MOVE SPACES TO FS-RAPPORT-LIGNE.
           STRING 'TOTAL DU MOIS                      : '
               WS-MONTANT-ED
               DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           CLOSE F-RAPPORT.
       3000-ECRIRE-RAPPORT-FIN. EXIT.

       END PROGRAM train-indemnisations.
