      * (places x tarif) et le taux d'occupation, puis le total de
      * recette par relation ; les trains sans tarif connu partent
      * en anomalie.
      * Quand le fichier des billets a la place existe
      * (reservations-places.dat, train4.cpy, alimente par
      * train-reservations.cbl), la recette n'est plus estimee : elle
      * est la somme des prix des billets actifs, par train et date
      * de circulation, et le total par relation porte sur le trajet
      * reellement vendu (montee -> descente). Les places retenues
      * pour le taux sont celles du troncon le plus charge, comme
      * dans train-occupation.cbl. Sans fichier des billets, les lots
      * de reservations-trains.dat sont valorises comme auparavant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-RESA.

           SELECT F-BILLETS
           ASSIGN TO 'reservations-places.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-BILLETS.

           SELECT F-CAPACITES
           ASSIGN TO 'capacites-trains.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           05 FILLER              PIC X(62).

       FD  F-GARES
           RECORD CONTAINS 32 CHARACTERS.
       01  FS-GARE-REF.
           05 FS-GR-POSITION      PIC 99.
           05 FILLER              PIC X.
           05 FS-GR-NOM           PIC X(15).
           05 FILLER              PIC X.
           05 FS-GR-ATTENTE-MN    PIC 99.
           05 FILLER              PIC X.
           05 FS-GR-KM-PRECEDENTE PIC X(4).

       FD  F-TARIFS
      * Une ligne par relation : code gare origine, code gare
           05 FILLER              PIC X.
           05 FS-RS-PLACES        PIC X(4).

       COPY train4.

       FD  F-CAPACITES
           RECORD CONTAINS 11 CHARACTERS.
       01  FS-CAPA.
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-RESA==
                     ==FSTAT-OK==    BY ==WS-STAT-RESA-OK==.
           88  WS-STAT-RESA-FIN                   VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-BILLETS==
                     ==FSTAT-OK==    BY ==WS-STAT-BILLETS-OK==.
           88  WS-STAT-BILLETS-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-CAPA==
                     ==FSTAT-OK==    BY ==WS-STAT-CAPA-OK==.
       01  WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01  WS-RUNCTL-STATUT     PIC X(10).

      * Zones d'appel de la routine partagee de calcul de dates
       01  WS-DU-FONCTION    PIC X(08).
       01  WS-DU-DATE-1      PIC 9(08).
       01  WS-DU-DATE-2      PIC 9(08).
       01  WS-DU-NOMBRE      PIC S9(07).
       01  WS-DU-RESULTAT    PIC S9(08).
       01  WS-DU-CODE        PIC X(02).

      * Referentiel des gares (code et nom).
       01  WS-NB-GARES       PIC 99 VALUE 0.
       01  WS-TAB-GARES.
              10 WS-CAP-NUM         PIC X(6).
              10 WS-CAP-PLACES      PIC 9(4).

      * Reservations cumulees par train et jour (lots) ou par train
      * et date (billets, WS-RES-DATE renseignee, avec la recette
      * encaissee et la charge du troncon partant de chaque position
      * de gares.dat).
       01  WS-NB-RESAS       PIC 9(03) VALUE 0.
       01  WS-TAB-RESAS.
           05 WS-RES-ENTREE OCCURS 200 TIMES.
              10 WS-RES-NUM         PIC X(6).
              10 WS-RES-JOUR        PIC X(1).
              10 WS-RES-DATE        PIC 9(8).
              10 WS-RES-PLACES      PIC 9(6).
              10 WS-RES-RECETTE     PIC 9(11).
              10 WS-RES-CHARGE      PIC 9(4) OCCURS 20 TIMES.

       01  WS-MODE-BILLETS   PIC X(1) VALUE 'N'.
           88  MODE-BILLETS  VALUE 'O'.
       01  WS-JOUR-NUM       PIC 9(1).
       01  WS-JOUR-BILLET    PIC X(1).
       01  WS-BORNE-BASSE    PIC 99.
       01  WS-BORNE-HAUTE    PIC 99.
       01  WS-J              PIC 9(03).
       01  WS-LIB-CIRC       PIC X(19).
       01  WS-NB-BILLETS     PIC 9(6) VALUE 0.

      * Recette cumulee par relation.
       01  WS-NB-RELATIONS   PIC 9(03) VALUE 0.
           PERFORM 4000-ECRIRE-RAPPORT
           THRU    4000-ECRIRE-RAPPORT-FIN.

           IF MODE-BILLETS
               DISPLAY 'BILLETS ACTIFS VALORISES    : ' WS-NB-BILLETS
               DISPLAY 'CIRCULATIONS                : ' WS-NB-RESAS
           ELSE
               DISPLAY 'LOTS RESERVATIONS VALORISES : ' WS-NB-RESAS
           END-IF.
           DISPLAY 'TRAINS SANS TARIF           : ' WS-NB-SANS-TARIF.

           MOVE WS-NB-RESAS      TO WS-RUNCTL-COMPTEUR-1.
           CLOSE F-CAPACITES.
       1300-CHARGER-CAPACITES-FIN. EXIT.

      ******************************************************************
      * Billets actifs cumules par train et date ; a defaut de fichier
      * des billets, lots de reservations par train et jour.
      ******************************************************************
       1400-CHARGER-RESERVATIONS.
           OPEN INPUT F-BILLETS.
           IF WS-STAT-BILLETS-OK
               MOVE 'O' TO WS-MODE-BILLETS
               PERFORM UNTIL WS-STAT-BILLETS-FIN
                   READ F-BILLETS
                   IF WS-STAT-BILLETS-OK
                       IF FS-BL-ACTIF
                           PERFORM 1600-CUMULER-BILLET
                           THRU    1600-CUMULER-BILLET-FIN
                       END-IF
                   ELSE
                       SET WS-STAT-BILLETS-FIN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE F-BILLETS
      * Places occupees : charge du troncon le plus charge.
               PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > WS-NB-RESAS
                   MOVE 0 TO WS-RES-PLACES (WS-POS)
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 20
                       IF WS-RES-CHARGE (WS-POS WS-J)
                               > WS-RES-PLACES (WS-POS)
                           MOVE WS-RES-CHARGE (WS-POS WS-J)
                               TO WS-RES-PLACES (WS-POS)
                       END-IF
                   END-PERFORM
               END-PERFORM
               GO TO 1400-CHARGER-RESERVATIONS-FIN
           END-IF.

           OPEN INPUT F-RESERVATIONS.
           IF NOT WS-STAT-RESA-OK
               DISPLAY 'ERREUR OUVERTURE RESERVATIONS-TRAINS.DAT : '
               MOVE WS-NB-RESAS TO WS-POS
               MOVE FS-RS-NUM-TRAIN TO WS-RES-NUM (WS-POS)
               MOVE FS-RS-JOUR      TO WS-RES-JOUR (WS-POS)
               MOVE 0 TO WS-RES-DATE (WS-POS)
               MOVE 0 TO WS-RES-PLACES (WS-POS)
           END-IF.
           ADD WS-PLACES-LIGNE TO WS-RES-PLACES (WS-POS).
       1500-CUMULER-RESA-FIN. EXIT.

      ******************************************************************
      * Un billet actif apporte son prix a la recette de sa
      * circulation et a celle de son trajet, et occupe sa place sur
      * chaque troncon de sa montee a sa descente (exclue).
      ******************************************************************
       1600-CUMULER-BILLET.
           IF FS-BL-POS-MONTEE NOT NUMERIC
               OR FS-BL-POS-DESCENTE NOT NUMERIC
               OR FS-BL-PRIX NOT NUMERIC
               OR FS-BL-POS-MONTEE = FS-BL-POS-DESCENTE
               OR FS-BL-POS-MONTEE > 20 OR FS-BL-POS-DESCENTE > 20
               OR FS-BL-POS-MONTEE = 0 OR FS-BL-POS-DESCENTE = 0
               DISPLAY 'BILLET ILLISIBLE IGNORE : ' FS-BL-NUM-BILLET
               GO TO 1600-CUMULER-BILLET-FIN
           END-IF.
           MOVE 'JOURSEM ' TO WS-DU-FONCTION.
           MOVE FS-BL-DATE-CIRC TO WS-DU-DATE-1.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE NOT = '00'
               DISPLAY 'BILLET A LA DATE INVALIDE IGNORE : '
                   FS-BL-NUM-BILLET
               GO TO 1600-CUMULER-BILLET-FIN
           END-IF.
           MOVE WS-DU-RESULTAT TO WS-JOUR-NUM.
           MOVE WS-JOUR-NUM TO WS-JOUR-BILLET.

           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-RESAS
               IF WS-RES-NUM (WS-I) = FS-BL-NUM-TRAIN
                   AND WS-RES-DATE (WS-I) = FS-BL-DATE-CIRC
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               IF WS-NB-RESAS >= 200
                   DISPLAY 'PLUS DE 200 CIRCULATIONS RESERVEES, '
                       'BILLET IGNORE : ' FS-BL-NUM-BILLET
                   GO TO 1600-CUMULER-BILLET-FIN
               END-IF
               ADD 1 TO WS-NB-RESAS
               MOVE WS-NB-RESAS TO WS-POS
               MOVE FS-BL-NUM-TRAIN TO WS-RES-NUM (WS-POS)
               MOVE WS-JOUR-BILLET  TO WS-RES-JOUR (WS-POS)
               MOVE FS-BL-DATE-CIRC TO WS-RES-DATE (WS-POS)
               MOVE 0 TO WS-RES-PLACES (WS-POS)
               MOVE 0 TO WS-RES-RECETTE (WS-POS)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 20
                   MOVE 0 TO WS-RES-CHARGE (WS-POS WS-J)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-NB-BILLETS.
           ADD FS-BL-PRIX TO WS-RES-RECETTE (WS-POS).

           IF FS-BL-POS-MONTEE < FS-BL-POS-DESCENTE
               MOVE FS-BL-POS-MONTEE   TO WS-BORNE-BASSE
               MOVE FS-BL-POS-DESCENTE TO WS-BORNE-HAUTE
           ELSE
               MOVE FS-BL-POS-DESCENTE TO WS-BORNE-BASSE
               MOVE FS-BL-POS-MONTEE   TO WS-BORNE-HAUTE
           END-IF.
           PERFORM VARYING WS-J FROM WS-BORNE-BASSE BY 1
                   UNTIL WS-J >= WS-BORNE-HAUTE
               ADD 1 TO WS-RES-CHARGE (WS-POS WS-J)
           END-PERFORM.

      * Recette du trajet vendu.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-RELATIONS
               IF WS-REL-DEPART (WS-I) = FS-BL-CODE-MONTEE
                   AND WS-REL-ARRIVEE (WS-I) = FS-BL-CODE-DESCENTE
                   ADD FS-BL-PRIX TO WS-REL-RECETTE (WS-I)
                   GO TO 1600-CUMULER-BILLET-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-RELATIONS < 100
               ADD 1 TO WS-NB-RELATIONS
               MOVE FS-BL-CODE-MONTEE
                   TO WS-REL-DEPART (WS-NB-RELATIONS)
               MOVE FS-BL-CODE-DESCENTE
                   TO WS-REL-ARRIVEE (WS-NB-RELATIONS)
               MOVE FS-BL-PRIX TO WS-REL-RECETTE (WS-NB-RELATIONS)
           END-IF.
       1600-CUMULER-BILLET-FIN. EXIT.

      ******************************************************************
      * Rapport : valorisation de chaque couple train/jour reserve,
      * puis les totaux de recette par relation.

           MOVE ALL '*' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
           IF MODE-BILLETS
               MOVE 'RECETTES DES BILLETS VENDUS'
                   TO FS-RAPPORT-LIGNE
           ELSE
               MOVE 'RECETTES ESTIMEES DES RESERVATIONS'
                   TO FS-RAPPORT-LIGNE
           END-IF.
           WRITE FS-RAPPORT-LIGNE.
           MOVE ALL '*' TO FS-RAPPORT-LIGNE.
           WRITE FS-RAPPORT-LIGNE.
       4000-ECRIRE-RAPPORT-FIN. EXIT.

       4100-VALORISER-COUPLE.
      * Libelle de la circulation : jour, precede de la date pour les
      * billets.
           MOVE SPACES TO WS-LIB-CIRC.
           IF WS-RES-DATE (WS-POS) > 0
               STRING ' DU ' WS-RES-DATE (WS-POS)
                   ' JOUR ' WS-RES-JOUR (WS-POS)
                   DELIMITED BY SIZE INTO WS-LIB-CIRC
           ELSE
               STRING ' JOUR ' WS-RES-JOUR (WS-POS)
                   DELIMITED BY SIZE INTO WS-LIB-CIRC
           END-IF.

      * Relation du train depuis le planning.
           MOVE 0 TO WS-POS-TRAIN.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TRAINS
           IF WS-POS-TRAIN = 0
               MOVE SPACES TO FS-RAPPORT-LIGNE
               STRING 'ANOMALIE : ' WS-RES-NUM (WS-POS)
                   DELIMITED BY SIZE
                   WS-LIB-CIRC DELIMITED BY '  '
                   ' SANS CIRCULATION PLANIFIEE'
                   DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
               WRITE FS-RAPPORT-LIGNE
               GO TO 4100-VALORISER-COUPLE-FIN
           END-IF.

      * Billets : la recette est celle reellement encaissee.
           IF MODE-BILLETS
               MOVE WS-RES-RECETTE (WS-POS) TO WS-RECETTE
               GO TO 4150-TAUX-OCCUPATION
           END-IF.

      * Tarif de la relation.
           MOVE 0 TO WS-POS-TARIF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TARIFS
               * WS-TF-PRIX (WS-POS-TARIF).

      * Taux d'occupation si la capacite est connue.
       4150-TAUX-OCCUPATION.
           MOVE 0 TO WS-CAPACITE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CAPACITES
               COMPUTE WS-TAUX ROUNDED =
                   WS-RES-PLACES (WS-POS) * 100 / WS-CAPACITE
               MOVE WS-TAUX TO WS-TAUX-ED
               STRING WS-RES-NUM (WS-POS) DELIMITED BY SIZE
                   WS-LIB-CIRC DELIMITED BY '  '
                   ' ' WS-TR-CODE-DEPART (WS-POS-TRAIN)
                   '->' WS-TR-CODE-ARRIVEE (WS-POS-TRAIN)
                   ' : ' WS-RES-PLACES (WS-POS)
                   ' (' WS-TAUX-ED ' %)'
                   DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
           ELSE
               STRING WS-RES-NUM (WS-POS) DELIMITED BY SIZE
                   WS-LIB-CIRC DELIMITED BY '  '
                   ' ' WS-TR-CODE-DEPART (WS-POS-TRAIN)
                   '->' WS-TR-CODE-ARRIVEE (WS-POS-TRAIN)
                   ' : ' WS-RES-PLACES (WS-POS)
           END-IF.
           WRITE FS-RAPPORT-LIGNE.

      * Cumul de la recette par relation (pour les billets, deja fait
      * par trajet vendu au chargement).
           IF MODE-BILLETS
               GO TO 4100-VALORISER-COUPLE-FIN
           END-IF.
           MOVE 0 TO WS-I.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-RELATIONS
