      *   l'acquittement (qui a vu, quand) dans
      *   acquittements-exploitation.log pour que la releve du matin
      *   cesse d'etre verbale.
      *   L'historique des durees durees-jobs.log (run-nightly.sh et
      *   RUNCTL) met aussi en ALERTE un job encore EN COURS depuis
      *   plus que sa duree moyenne augmentee de la marge
      *   DUREE_MARGE_PCT (50 % a defaut), ou dont le passage de la
      *   nuit a depasse ce seuil ; l'option 4 relit l'historique et
      *   montre l'etat des durees job par job.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. console-exploitation.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-ACQUIT.

           SELECT DUREES-FILE ASSIGN TO 'durees-jobs.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-DUREES.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCTRL-FILE
           05 WS-ACQ-PROGRAMME PIC X(20).
           05 FILLER           PIC X(23).

      * Meme dessin que la ligne ecrite par RUNCTL.cbl.
       FD DUREES-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-DUREES-RECORD.
       01 WS-DUREES-RECORD.
           05 WS-DUR-DATE      PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-DUR-DEBUT     PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-DUR-FIN       PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-DUR-SECONDES  PIC 9(6).
           05 FILLER           PIC X(1).
           05 WS-DUR-JOB       PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-DUR-STATUT    PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-DUR-ORIGINE   PIC X(12).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RUNCTRL==
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-ACQUIT==
                     ==FSTAT-OK==    BY ==STATUT-ACQUIT-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-DUREES==
                     ==FSTAT-OK==    BY ==STATUT-DUREES-OK==.
           88 STATUT-DUREES-FIN VALUE '10'.

      * Dernier passage releve par programme suivi.
       01 WS-MAX-PROGS       PIC 9(02) VALUE 50.
       01 WS-NB-PROGS        PIC 9(02) VALUE 0.
       01 WS-NB-LIGNES-ERR   PIC 9(03).
       01 WS-NB-ALERTES      PIC 9(02) VALUE 0.

      * Durees par job relevees dans durees-jobs.log : passages
      * termines (nombre, somme, dernier) et passage EN COURS.
       01 WS-NB-JOBS-DUR     PIC 9(02) VALUE 0.
       01 WS-TAB-JOBS-DUR.
          05 WS-DJ-ENTREE OCCURS 50 TIMES.
             10 WS-DJ-NOM       PIC X(20).
             10 WS-DJ-NB        PIC 9(05).
             10 WS-DJ-SOMME     PIC 9(11).
             10 WS-DJ-DERNIERE  PIC 9(06).
             10 WS-DJ-DATE      PIC X(10).
             10 WS-DJ-OUVERT    PIC X(01).
             10 WS-DJ-OUV-DATE  PIC X(10).
             10 WS-DJ-OUV-DEBUT PIC X(08).
             10 WS-DJ-MOYENNE   PIC 9(06).
             10 WS-DJ-ECOULE    PIC 9(07).
             10 WS-DJ-ALERTE    PIC X(01).
       01 WS-NB-ALERTES-DUR  PIC 9(02) VALUE 0.

      * Jobs acquittes pendant la session : leur alerte de duree ne
      * revient pas quand l'historique est relu.
       01 WS-NB-ACQ-SESSION  PIC 9(02) VALUE 0.
       01 WS-TAB-ACQ-SESSION.
          05 WS-ACQ-SES-NOM  PIC X(20) OCCURS 50 TIMES.

      * Marge de depassement de la duree moyenne, en pourcentage.
       01 WS-MARGE-PCT       PIC 9(03) VALUE 50.
       01 WS-MARGE-SAISIE    PIC X(08).
       01 WS-PARAM-CLE       PIC X(20).
       01 WS-PARAM-VALEUR    PIC X(20).
       01 WS-PARAM-CODE      PIC X(02).

      * Zones d'appel de la routine partagee des dates.
       01 WS-DU-FONCTION     PIC X(08).
       01 WS-DU-DATE-1       PIC 9(08).
       01 WS-DU-DATE-2       PIC 9(08).
       01 WS-DU-NOMBRE       PIC S9(07).
       01 WS-DU-RESULTAT     PIC S9(08).
       01 WS-DU-CODE         PIC X(02).

       01 WS-HEURE-NOW.
           05 WS-NOW-HEURE   PIC 9(02).
           05 WS-NOW-MINUTE  PIC 9(02).
           05 WS-NOW-SECONDE PIC 9(02).
           05 FILLER         PIC 9(02).
       01 WS-HHMMSS.
           05 WS-HMS-HEURE   PIC 9(02).
           05 FILLER         PIC X(01).
           05 WS-HMS-MINUTE  PIC 9(02).
           05 FILLER         PIC X(01).
           05 WS-HMS-SECONDE PIC 9(02).
       01 WS-DATE-EXAM       PIC X(10).
       01 WS-SEC-NOW         PIC 9(05).
       01 WS-SEC-ECOULE      PIC S9(09).
       01 WS-SEUIL-DUREE     PIC 9(07).
       01 WS-J               PIC 9(02).
       01 WS-DUREE-MIN-ED    PIC Z(5)9.
       01 WS-MOYENNE-MIN-ED  PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           THRU    1000-CHARGER-RUNCTRL-FIN.
           PERFORM 2000-POSER-ALERTES
           THRU    2000-POSER-ALERTES-FIN.
           PERFORM 2500-ALERTES-DUREES
           THRU    2500-ALERTES-DUREES-FIN.

           PERFORM UNTIL WS-CHOIX-MENU = 'Q'
               DISPLAY SPACE
               DISPLAY '1. Vue d''ensemble des programmes'
               DISPLAY '2. Erreurs recentes d''un programme'
               DISPLAY '3. Acquitter un programme'
               DISPLAY '4. Durees des jobs'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
                   WHEN '3'
                       PERFORM 5000-ACQUITTER
                       THRU    5000-ACQUITTER-FIN
                   WHEN '4'
                       PERFORM 2500-ALERTES-DUREES
                       THRU    2500-ALERTES-DUREES-FIN
                       PERFORM 6000-VUE-DUREES
                       THRU    6000-VUE-DUREES-FIN
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
           END-PERFORM.
       2000-POSER-ALERTES-FIN. EXIT.

      ******************************************************************
      * Alertes de duree : relit durees-jobs.log (a chaque appel, pour
      * suivre un job qui tourne encore) et met en alerte un job EN
      * COURS depuis plus que sa duree moyenne augmentee de la marge,
      * ou dont le dernier passage, d'aujourd'hui ou d'hier, a depasse
      * ce seuil face a la moyenne des passages precedents.
      ******************************************************************
       2500-ALERTES-DUREES.
           SUBTRACT WS-NB-ALERTES-DUR FROM WS-NB-ALERTES.
           MOVE 0 TO WS-NB-ALERTES-DUR WS-NB-JOBS-DUR.

           MOVE 'DUREE_MARGE_PCT' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-MARGE-SAISIE
           ELSE
               MOVE SPACES TO WS-MARGE-SAISIE
               ACCEPT WS-MARGE-SAISIE FROM ENVIRONMENT
                   'DUREE_MARGE_PCT'
           END-IF.
           IF WS-MARGE-SAISIE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-MARGE-SAISIE)) = 0
               COMPUTE WS-MARGE-PCT = FUNCTION NUMVAL(WS-MARGE-SAISIE)
           END-IF.

           OPEN INPUT DUREES-FILE.
           IF NOT STATUT-DUREES-OK
               GO TO 2500-ALERTES-DUREES-FIN
           END-IF.
           PERFORM UNTIL STATUT-DUREES-FIN
               READ DUREES-FILE
               IF STATUT-DUREES-OK
                   PERFORM 2600-RANGER-DUREE
                   THRU    2600-RANGER-DUREE-FIN
               ELSE
                   SET STATUT-DUREES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE DUREES-FILE.

           ACCEPT WS-HEURE-NOW FROM TIME.
           COMPUTE WS-SEC-NOW = WS-NOW-HEURE * 3600
               + WS-NOW-MINUTE * 60 + WS-NOW-SECONDE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-JOBS-DUR
               PERFORM 2700-JUGER-DUREE
               THRU    2700-JUGER-DUREE-FIN
           END-PERFORM.
           ADD WS-NB-ALERTES-DUR TO WS-NB-ALERTES.
       2500-ALERTES-DUREES-FIN. EXIT.

      * Une ligne EN COURS ouvre un passage, la ligne de fin du meme
      * passage (meme date et heure de debut) le referme.
       2600-RANGER-DUREE.
           IF WS-DUR-JOB = SPACES
               GO TO 2600-RANGER-DUREE-FIN
           END-IF.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-JOBS-DUR
               IF WS-DJ-NOM(WS-J) = WS-DUR-JOB
                   MOVE WS-J TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               IF WS-NB-JOBS-DUR >= 50
                   GO TO 2600-RANGER-DUREE-FIN
               END-IF
               ADD 1 TO WS-NB-JOBS-DUR
               MOVE WS-NB-JOBS-DUR TO WS-POS
               MOVE WS-DUR-JOB TO WS-DJ-NOM(WS-POS)
               MOVE 0 TO WS-DJ-NB(WS-POS) WS-DJ-SOMME(WS-POS)
                   WS-DJ-DERNIERE(WS-POS)
               MOVE SPACES TO WS-DJ-DATE(WS-POS)
               MOVE 'N' TO WS-DJ-OUVERT(WS-POS)
           END-IF.

           IF WS-DUR-STATUT = 'EN COURS'
               MOVE 'O' TO WS-DJ-OUVERT(WS-POS)
               MOVE WS-DUR-DATE  TO WS-DJ-OUV-DATE(WS-POS)
               MOVE WS-DUR-DEBUT TO WS-DJ-OUV-DEBUT(WS-POS)
               GO TO 2600-RANGER-DUREE-FIN
           END-IF.
           IF WS-DUR-SECONDES NOT NUMERIC
               GO TO 2600-RANGER-DUREE-FIN
           END-IF.
           IF WS-DJ-OUVERT(WS-POS) = 'O'
               AND WS-DJ-OUV-DATE(WS-POS) = WS-DUR-DATE
               AND WS-DJ-OUV-DEBUT(WS-POS) = WS-DUR-DEBUT
               MOVE 'N' TO WS-DJ-OUVERT(WS-POS)
           END-IF.
           ADD 1 TO WS-DJ-NB(WS-POS).
           ADD WS-DUR-SECONDES TO WS-DJ-SOMME(WS-POS).
           MOVE WS-DUR-SECONDES TO WS-DJ-DERNIERE(WS-POS).
           MOVE WS-DUR-DATE TO WS-DJ-DATE(WS-POS).
       2600-RANGER-DUREE-FIN. EXIT.

      * Seuil du job WS-J = moyenne des passages termines (hors le
      * dernier s'il est deja fini) augmentee de la marge.
       2700-JUGER-DUREE.
           MOVE 'N' TO WS-DJ-ALERTE(WS-J).
           MOVE 0 TO WS-DJ-MOYENNE(WS-J) WS-DJ-ECOULE(WS-J).
           IF WS-DJ-OUVERT(WS-J) = 'O'
               IF WS-DJ-NB(WS-J) > 0
                   COMPUTE WS-DJ-MOYENNE(WS-J) ROUNDED =
                       WS-DJ-SOMME(WS-J) / WS-DJ-NB(WS-J)
               END-IF
      * Temps ecoule depuis le debut, minuit(s) compris.
               MOVE WS-DJ-OUV-DATE(WS-J) TO WS-DATE-EXAM
               PERFORM 2800-JOURS-DEPUIS THRU 2800-JOURS-DEPUIS-FIN
               MOVE WS-DJ-OUV-DEBUT(WS-J) TO WS-HHMMSS
               IF WS-HMS-HEURE NOT NUMERIC
                   OR WS-HMS-MINUTE NOT NUMERIC
                   OR WS-HMS-SECONDE NOT NUMERIC
                   GO TO 2700-JUGER-DUREE-FIN
               END-IF
               COMPUTE WS-SEC-ECOULE = WS-DU-RESULTAT * 86400
                   + WS-SEC-NOW - WS-HMS-HEURE * 3600
                   - WS-HMS-MINUTE * 60 - WS-HMS-SECONDE
               IF WS-SEC-ECOULE < 0
                   MOVE 0 TO WS-SEC-ECOULE
               END-IF
               IF WS-SEC-ECOULE > 9999999
                   MOVE 9999999 TO WS-SEC-ECOULE
               END-IF
               MOVE WS-SEC-ECOULE TO WS-DJ-ECOULE(WS-J)
           ELSE
               IF WS-DJ-NB(WS-J) < 2
                   GO TO 2700-JUGER-DUREE-FIN
               END-IF
               COMPUTE WS-DJ-MOYENNE(WS-J) ROUNDED =
                   (WS-DJ-SOMME(WS-J) - WS-DJ-DERNIERE(WS-J))
                   / (WS-DJ-NB(WS-J) - 1)
               MOVE WS-DJ-DATE(WS-J) TO WS-DATE-EXAM
               PERFORM 2800-JOURS-DEPUIS THRU 2800-JOURS-DEPUIS-FIN
               IF WS-DU-RESULTAT > 1
                   GO TO 2700-JUGER-DUREE-FIN
               END-IF
               MOVE WS-DJ-DERNIERE(WS-J) TO WS-DJ-ECOULE(WS-J)
           END-IF.
           IF WS-DJ-MOYENNE(WS-J) = 0
               GO TO 2700-JUGER-DUREE-FIN
           END-IF.

           COMPUTE WS-SEUIL-DUREE =
               WS-DJ-MOYENNE(WS-J) * (100 + WS-MARGE-PCT) / 100.
           IF WS-DJ-ECOULE(WS-J) > WS-SEUIL-DUREE
               MOVE 'O' TO WS-DJ-ALERTE(WS-J)
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-ACQ-SESSION
                   IF WS-ACQ-SES-NOM(WS-I) = WS-DJ-NOM(WS-J)
                       MOVE 'N' TO WS-DJ-ALERTE(WS-J)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DJ-ALERTE(WS-J) = 'O'
               ADD 1 TO WS-NB-ALERTES-DUR
           END-IF.
       2700-JUGER-DUREE-FIN. EXIT.

      * Nombre de jours (WS-DU-RESULTAT) entre la date AAAA-MM-JJ
      * posee dans WS-DATE-EXAM et aujourd'hui ; 99 si illisible.
       2800-JOURS-DEPUIS.
           MOVE 0 TO WS-DU-DATE-1.
           MOVE WS-DATE-EXAM(1:4) TO WS-DU-DATE-1(1:4).
           MOVE WS-DATE-EXAM(6:2) TO WS-DU-DATE-1(5:2).
           MOVE WS-DATE-EXAM(9:2) TO WS-DU-DATE-1(7:2).
           MOVE WS-DATE-JOUR TO WS-DU-DATE-2.
           MOVE 'ECART   ' TO WS-DU-FONCTION.
           MOVE 0 TO WS-DU-NOMBRE.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE NOT = '00'
               MOVE 99 TO WS-DU-RESULTAT
           END-IF.
       2800-JOURS-DEPUIS-FIN. EXIT.

      ******************************************************************
      * Vue d'ensemble : une ligne par programme, les alertes
      * marquees en tete de ligne.
       3000-VUE-ENSEMBLE.
           IF WS-NB-PROGS = 0
               DISPLAY 'AUCUN PASSAGE DANS RUN-CONTROL.LOG.'
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PROGS
               IF WS-PRG-ALERTE(WS-I) = 'O'
                       ' ' WS-PRG-STATUT(WS-I)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-JOBS-DUR
               IF WS-DJ-ALERTE(WS-J) = 'O'
                   DISPLAY '*ALERTE* ' WS-DJ-NOM(WS-J)
                       ' DUREE AU-DELA DE LA MOYENNE + '
                       WS-MARGE-PCT ' % (OPTION 4)'
               END-IF
           END-PERFORM.
       3000-VUE-ENSEMBLE-FIN. EXIT.

      ******************************************************************
                   WS-STATUS-ACQUIT ')'
           END-IF.

      * L'alerte du programme acquitte s'eteint pour cette session,
      * y compris son alerte de duree.
           IF WS-NB-ACQ-SESSION < 50
               ADD 1 TO WS-NB-ACQ-SESSION
               MOVE WS-PROG-SAISI TO WS-ACQ-SES-NOM(WS-NB-ACQ-SESSION)
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-JOBS-DUR
               IF WS-DJ-NOM(WS-J) = WS-PROG-SAISI
                   AND WS-DJ-ALERTE(WS-J) = 'O'
                   MOVE 'N' TO WS-DJ-ALERTE(WS-J)
                   SUBTRACT 1 FROM WS-NB-ALERTES WS-NB-ALERTES-DUR
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PROGS
               IF WS-PRG-NOM(WS-I) = WS-PROG-SAISI
                   AND WS-PRG-ALERTE(WS-I) = 'O'
           END-PERFORM.
       5000-ACQUITTER-FIN. EXIT.

      ******************************************************************
      * Durees : une ligne par job de l'historique, passage en cours
      * (temps ecoule) ou dernier passage termine, face a la moyenne.
      ******************************************************************
       6000-VUE-DUREES.
           IF WS-NB-JOBS-DUR = 0
               DISPLAY 'AUCUNE DUREE DANS DUREES-JOBS.LOG.'
               GO TO 6000-VUE-DUREES-FIN
           END-IF.
           DISPLAY 'DUREES EN MINUTES, MARGE D''ALERTE ' WS-MARGE-PCT
               ' %'.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-JOBS-DUR
               COMPUTE WS-DUREE-MIN-ED = WS-DJ-ECOULE(WS-J) / 60
               COMPUTE WS-MOYENNE-MIN-ED = WS-DJ-MOYENNE(WS-J) / 60
               IF WS-DJ-OUVERT(WS-J) = 'O'
                   IF WS-DJ-ALERTE(WS-J) = 'O'
                       DISPLAY '*ALERTE* ' WS-DJ-NOM(WS-J)
                           ' EN COURS DEPUIS ' WS-DJ-OUV-DATE(WS-J)
                           ' ' WS-DJ-OUV-DEBUT(WS-J) ' : '
                           WS-DUREE-MIN-ED ' MIN, MOYENNE '
                           WS-MOYENNE-MIN-ED
                   ELSE
                       DISPLAY '         ' WS-DJ-NOM(WS-J)
                           ' EN COURS DEPUIS ' WS-DJ-OUV-DATE(WS-J)
                           ' ' WS-DJ-OUV-DEBUT(WS-J) ' : '
                           WS-DUREE-MIN-ED ' MIN, MOYENNE '
                           WS-MOYENNE-MIN-ED
                   END-IF
               ELSE
                   COMPUTE WS-DUREE-MIN-ED = WS-DJ-DERNIERE(WS-J) / 60
                   IF WS-DJ-ALERTE(WS-J) = 'O'
                       DISPLAY '*ALERTE* ' WS-DJ-NOM(WS-J)
                           ' DERNIER PASSAGE ' WS-DJ-DATE(WS-J) ' : '
                           WS-DUREE-MIN-ED ' MIN, MOYENNE '
                           WS-MOYENNE-MIN-ED
                   ELSE
                       DISPLAY '         ' WS-DJ-NOM(WS-J)
                           ' DERNIER PASSAGE ' WS-DJ-DATE(WS-J) ' : '
                           WS-DUREE-MIN-ED ' MIN, MOYENNE '
                           WS-MOYENNE-MIN-ED
                   END-IF
               END-IF
           END-PERFORM.
       6000-VUE-DUREES-FIN. EXIT.

       END PROGRAM console-exploitation.
