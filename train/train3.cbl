
      * Fichier de reference des gares : une ligne par position
      * d'arret (position, code gare, nom gare, minutes d'arret en
      * gare, kilometres depuis la position precedente), tenu par
      * l'exploitation, pour que le planning affiche
      * le nom reel de chaque arret au lieu du seul numero.
           SELECT F-GARES
           ASSIGN TO 'gares.dat'
      * destination, periode, minutes supplementaires), lu comme
      * gares.dat. Les minutes s'ajoutent au temps de parcours des
      * trains de la relation pendant la periode, et la ligne de
      * planning est annotee TRAVAUX. FER a la place des minutes
      * ferme la relation : ses trains sont supprimes pendant la
      * periode et listes dans la section des trains supprimes.
           SELECT F-TRAVAUX
           ASSIGN TO 'travaux.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       COPY train2.

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

       FD  F-CALENDRIER
           RECORD CONTAINS 69 CHARACTERS.
              10 WS-TV-DEBUT        PIC 9(8).
              10 WS-TV-FIN          PIC 9(8).
              10 WS-TV-MINUTES      PIC 9(3).
              10 WS-TV-FERMETURE    PIC X.
       01  WS-MINUTES-TRAVAUX PIC 9(4) VALUE 0.
       01  WS-TRV-I          PIC 99.
       01  WS-MN-CALC        PIC 9(5).
              IF WS-STAT-TRAVAUX-OK
                 IF FS-TV-DATE-DEBUT NUMERIC
                     AND FS-TV-DATE-FIN NUMERIC
                     AND (FS-TV-MINUTES NUMERIC
                          OR FS-TV-MINUTES = 'FER')
                     AND WS-NB-TRAVAUX < 20
                    ADD 1 TO WS-NB-TRAVAUX
                    MOVE FS-TV-GARE-DEPART
                        TO WS-TV-DEBUT(WS-NB-TRAVAUX)
                    MOVE FS-TV-DATE-FIN
                        TO WS-TV-FIN(WS-NB-TRAVAUX)
                    IF FS-TV-MINUTES = 'FER'
                       MOVE 0 TO WS-TV-MINUTES(WS-NB-TRAVAUX)
                       MOVE 'O' TO WS-TV-FERMETURE(WS-NB-TRAVAUX)
                    ELSE
                       MOVE FS-TV-MINUTES
                           TO WS-TV-MINUTES(WS-NB-TRAVAUX)
                       MOVE 'N' TO WS-TV-FERMETURE(WS-NB-TRAVAUX)
                    END-IF
                 ELSE
                    DISPLAY 'LIGNE DE TRAVAUX.DAT IGNOREE : '
                        FS-TRAVAUX-REF
           END-PERFORM.
       CHERCHER-TRAVAUX-FIN. EXIT.

      * Le train courant circule-t-il a la date de planning ? Quatre
      * causes de suppression, dans l'ordre : il ne circule pas ce
      * jour de semaine, des travaux ferment sa relation a cette
      * date, la date est hors de sa periode de validite, ou la date
      * fait partie de ses dates supprimees.
       VERIFIER-CIRCULATION.
           MOVE 'O' TO WS-TRAIN-CIRCULE.
           MOVE SPACES TO WS-MOTIF-SUPPR.
              GO TO VERIFIER-CIRCULATION-FIN
           END-IF.

           PERFORM VARYING WS-TRV-I FROM 1 BY 1
                 UNTIL (WS-TRV-I > WS-NB-TRAVAUX)
              IF WS-TV-FERMETURE(WS-TRV-I) = 'O'
                 AND WS-TV-GARE-DEPART(WS-TRV-I)
                      = FS-GARE-DEPART OF FS-TRAIN-DET
                 AND WS-TV-GARE-ARRIVEE(WS-TRV-I)
                      = FS-GARE-ARRIVEE OF FS-TRAIN-DET
                 AND WS-DATE-PLANNING-NUM >= WS-TV-DEBUT(WS-TRV-I)
                 AND WS-DATE-PLANNING-NUM <= WS-TV-FIN(WS-TRV-I)
                 MOVE 'N' TO WS-TRAIN-CIRCULE
                 MOVE 'RELATION FERMEE (TRAVAUX)' TO WS-MOTIF-SUPPR
              END-IF
           END-PERFORM.
           IF NOT TRAIN-CIRCULE
              GO TO VERIFIER-CIRCULATION-FIN
           END-IF.

           MOVE 0 TO WS-CAL-POS.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                 UNTIL (WS-IND-TAB > WS-NB-CALEND)
