       PROGRAM-ID. train-occupation.
       AUTHOR. K.SAFAA.

      * Les reservations sont lues en priorite dans le fichier des
      * billets a la place (reservations-places.dat, train4.cpy,
      * alimente par train-reservations.cbl) : l'occupation y est
      * calculee par train et date de circulation, comme la charge du
      * troncon le plus charge du parcours (un meme siege vendu sur
      * deux trajets successifs ne compte qu'une fois). Le jour de
      * circulation rapproche du planning est le jour de semaine de
      * la date (DATEUTIL JOURSEM). Sans fichier des billets, les
      * lots de places de reservations-trains.dat sont cumules par
      * train et jour comme auparavant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           05 FILLER              PIC X.
           05 FS-RS-PLACES        PIC X(4).

       COPY train4.

       FD  F-CAPACITES
      * Une ligne par train : capacite en places d'une rame.
           RECORD CONTAINS 11 CHARACTERS.
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

      * Services planifies (train + jour) releves du planning.
       01  WS-NB-SERVICES    PIC 9(3) VALUE 0.
       01  WS-TAB-SERVICES.
              10 WS-CAP-NUM       PIC X(6).
              10 WS-CAP-PLACES    PIC 9(4).

      * Reservations cumulees par train et jour (lots) ou par train
      * et date (billets, WS-RES-DATE renseignee) ; WS-RES-CHARGE
      * donne pour les billets le nombre de places occupees sur le
      * troncon qui part de chaque position de gares.dat.
       01  WS-NB-RESAS       PIC 9(3) VALUE 0.
       01  WS-TAB-RESAS.
           05 WS-RES-ENTREE OCCURS 200 TIMES.
              10 WS-RES-NUM       PIC X(6).
              10 WS-RES-JOUR      PIC X(1).
              10 WS-RES-DATE      PIC 9(8).
              10 WS-RES-PLACES    PIC 9(6).
              10 WS-RES-CHARGE    PIC 9(4) OCCURS 20 TIMES.

       01  WS-MODE-BILLETS   PIC X(1) VALUE 'N'.
           88  MODE-BILLETS  VALUE 'O'.
       01  WS-JOUR-NUM       PIC 9(1).
       01  WS-JOUR-BILLET    PIC X(1).
       01  WS-BORNE-BASSE    PIC 99.
       01  WS-BORNE-HAUTE    PIC 99.
       01  WS-J              PIC 9(3).
       01  WS-LIB-CIRC       PIC X(19).
       01  WS-NB-BILLETS     PIC 9(6) VALUE 0.

       01  WS-I              PIC 9(3).
       01  WS-POS            PIC 9(3).
           THRU    4000-ECRIRE-RAPPORT-FIN.

           DISPLAY 'SERVICES PLANIFIES : ' WS-NB-SERVICES.
           IF MODE-BILLETS
               DISPLAY 'BILLETS ACTIFS     : ' WS-NB-BILLETS
               DISPLAY 'CIRCULATIONS       : ' WS-NB-RESAS
           ELSE
               DISPLAY 'LOTS RESERVATIONS  : ' WS-NB-RESAS
           END-IF.
           DISPLAY 'TRAINS A RENFORCER : ' WS-NB-RENFORTS.
           DISPLAY 'ANOMALIES          : ' WS-NB-ANOMALIES.

       2000-CHARGER-CAPACITES-FIN. EXIT.

      ******************************************************************
      * Cumule les billets actifs par train et date de circulation ;
      * a defaut de fichier des billets, les lots de reservations par
      * train et jour de circulation.
      ******************************************************************
       3000-CHARGER-RESERVATIONS.
           OPEN INPUT F-BILLETS.
           IF WS-STAT-BILLETS-OK
               MOVE 'O' TO WS-MODE-BILLETS
               PERFORM UNTIL WS-STAT-BILLETS-FIN
                   READ F-BILLETS
                   IF WS-STAT-BILLETS-OK
                       IF FS-BL-ACTIF
                           PERFORM 3200-CUMULER-BILLET
                           THRU    3200-CUMULER-BILLET-FIN
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
               GO TO 3000-CHARGER-RESERVATIONS-FIN
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
       3100-CUMULER-RESA-FIN. EXIT.

      ******************************************************************
      * Un billet actif occupe sa place sur chaque troncon de sa
      * position de montee a sa position de descente (exclue).
      ******************************************************************
       3200-CUMULER-BILLET.
           IF FS-BL-POS-MONTEE NOT NUMERIC
               OR FS-BL-POS-DESCENTE NOT NUMERIC
               OR FS-BL-POS-MONTEE = FS-BL-POS-DESCENTE
               OR FS-BL-POS-MONTEE > 20 OR FS-BL-POS-DESCENTE > 20
               OR FS-BL-POS-MONTEE = 0 OR FS-BL-POS-DESCENTE = 0
               DISPLAY 'BILLET AU TRAJET ILLISIBLE IGNORE : '
                   FS-BL-NUM-BILLET
               GO TO 3200-CUMULER-BILLET-FIN
           END-IF.
           MOVE 'JOURSEM ' TO WS-DU-FONCTION.
           MOVE FS-BL-DATE-CIRC TO WS-DU-DATE-1.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE NOT = '00'
               DISPLAY 'BILLET A LA DATE INVALIDE IGNORE : '
                   FS-BL-NUM-BILLET
               GO TO 3200-CUMULER-BILLET-FIN
           END-IF.
           MOVE WS-DU-RESULTAT TO WS-JOUR-NUM.
           MOVE WS-JOUR-NUM TO WS-JOUR-BILLET.
           ADD 1 TO WS-NB-BILLETS.

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
                   GO TO 3200-CUMULER-BILLET-FIN
               END-IF
               ADD 1 TO WS-NB-RESAS
               MOVE WS-NB-RESAS TO WS-POS
               MOVE FS-BL-NUM-TRAIN TO WS-RES-NUM (WS-POS)
               MOVE WS-JOUR-BILLET  TO WS-RES-JOUR (WS-POS)
               MOVE FS-BL-DATE-CIRC TO WS-RES-DATE (WS-POS)
               MOVE 0 TO WS-RES-PLACES (WS-POS)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 20
                   MOVE 0 TO WS-RES-CHARGE (WS-POS WS-J)
               END-PERFORM
           END-IF.

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
       3200-CUMULER-BILLET-FIN. EXIT.

      ******************************************************************
      * Rapport : taux de remplissage par train/jour, renforts a plus
      * de 90 %, anomalies pour les reservations sans circulation
       4000-ECRIRE-RAPPORT-FIN. EXIT.

       4100-EDITER-OCCUPATION.
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

      * Le couple train/jour doit exister au planning.
           MOVE 'N' TO WS-SERVICE-PLANIFIE.
           PERFORM VARYING WS-I FROM 1 BY 1
               MOVE SPACES TO FS-RAPPORT-LIGNE
               STRING 'ANOMALIE : ' WS-RES-PLACES (WS-POS)
                   ' PLACE(S) RESERVEE(S) SUR ' WS-RES-NUM (WS-POS)
                   DELIMITED BY SIZE
                   WS-LIB-CIRC DELIMITED BY '  '
                   ' SANS CIRCULATION PLANIFIEE'
                   DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
               WRITE FS-RAPPORT-LIGNE
           MOVE SPACES TO FS-RAPPORT-LIGNE.
           IF WS-TAUX > 90.0
               ADD 1 TO WS-NB-RENFORTS
               STRING WS-RES-NUM (WS-POS) DELIMITED BY SIZE
                   WS-LIB-CIRC DELIMITED BY '  '
                   ' : ' WS-RES-PLACES (WS-POS) ' / ' WS-CAPACITE
                   ' PLACES (' WS-TAUX-ED ' %)'
                   ' *** A RENFORCER ***'
                   DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
           ELSE
               STRING WS-RES-NUM (WS-POS) DELIMITED BY SIZE
                   WS-LIB-CIRC DELIMITED BY '  '
                   ' : ' WS-RES-PLACES (WS-POS) ' / ' WS-CAPACITE
                   ' PLACES (' WS-TAUX-ED ' %)'
                   DELIMITED BY SIZE INTO FS-RAPPORT-LIGNE
