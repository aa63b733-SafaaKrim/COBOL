      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Organisation d'une session d'examens : repartit *
      * les eleves de chaque classe dans les salles d'examen par ordre *
      * alphabetique sans depasser la capacite, attribue un numero de  *
      * place, edite une convocation par eleve adressee a son tuteur   *
      * et une feuille d'emargement par salle pour les surveillants.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVOCATIONS.
       AUTHOR. K-SAFAA.

      * Les eleves, leurs absences (fiches '03') et leur tuteur (fiche
      * '05') viennent du fichier du bulletin input.dat, avec le meme
      * rattachement a l'eleve courant que student/file.cbl. Les
      * epreuves (classe, matiere, date, heure de debut, duree en
      * minutes) sont dans examens-planning.dat et les salles (code,
      * nombre de places) dans salles-examen.dat, remplies dans
      * l'ordre du fichier. Des epreuves qui commencent a la meme
      * heure peuvent partager une salle jusqu'a sa capacite ; une
      * salle prise par une epreuve qui chevauche sans commencer en
      * meme temps n'est pas utilisee. Un eleve qui atteint le seuil
      * de demi-journees non justifiees (ABSENCES_SEUIL_NJ, 3 a
      * defaut, comme les lettres d'avertissement) est signale sur la
      * feuille d'emargement.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT F-PLANNING
               ASSIGN TO 'examens-planning.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PLANNING-STATUS.

           SELECT F-SALLES
               ASSIGN TO 'salles-examen.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SALLES-STATUS.

           SELECT F-CONVOC
               ASSIGN TO 'convocations-examens.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONVOC-STATUS.

           SELECT F-EMARGE
               ASSIGN TO 'emargement-examens.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EMARGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT
      * Meme dessin que le fichier lu par student/file.cbl ; seules
      * les fiches '00', '01', '03' et '05' servent ici.
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-INPUT-2         PIC X(02).
       01  REC-STUDENT.
           03 R-S-KEY            PIC 9(02).
           03 R-S-LASTNAME       PIC X(07).
           03 R-S-FIRSTNAME      PIC X(06).
           03 R-S-AGE            PIC 9(02).
       01  REC-CLASSE.
           03 R-CL-KEY           PIC 9(02).
           03 R-CL-LIBELLE       PIC X(20).
       01  REC-ABSENCE.
           03 R-A-KEY            PIC 9(02).
           03 R-A-DATE           PIC X(08).
           03 R-A-DEMI           PIC X(01).
           03 R-A-JUSTIFIEE      PIC X(01).
       01  REC-TUTEUR.
           03 R-T-KEY            PIC 9(02).
           03 R-T-NOM            PIC X(20).
           03 R-T-ADRESSE        PIC X(40).

       FD  F-PLANNING
      * Une epreuve par ligne : classe, matiere, date AAAAMMJJ, heure
      * de debut HHMM et duree en minutes.
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PLANNING.
           03 EP-CLASSE        PIC X(20).
           03 FILLER           PIC X(01).
           03 EP-MATIERE       PIC X(21).
           03 FILLER           PIC X(01).
           03 EP-DATE          PIC 9(08).
           03 FILLER           PIC X(01).
           03 EP-HEURE         PIC 9(04).
           03 FILLER           PIC X(01).
           03 EP-DUREE         PIC 9(03).
           03 FILLER           PIC X(01).

       FD  F-SALLES
      * Une salle d'examen par ligne : code et nombre de places.
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-SALLES.
           03 SX-SALLE         PIC X(06).
           03 FILLER           PIC X(01).
           03 SX-CAPACITE      PIC 9(03).

       FD  F-CONVOC
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CONVOC        PIC X(100).

       FD  F-EMARGE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-EMARGE        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-INPUT-STATUS==
                     ==FSTAT-OK==    BY ==F-INPUT-STATUS-OK==.
           88 F-INPUT-STATUS-EOF   VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-PLANNING-STATUS==
                     ==FSTAT-OK==    BY ==F-PLANNING-STATUS-OK==.
           88 F-PLANNING-STATUS-EOF VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-SALLES-STATUS==
                     ==FSTAT-OK==    BY ==F-SALLES-STATUS-OK==.
           88 F-SALLES-STATUS-EOF  VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-CONVOC-STATUS==
                     ==FSTAT-OK==    BY ==F-CONVOC-STATUS-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-EMARGE-STATUS==
                     ==FSTAT-OK==    BY ==F-EMARGE-STATUS-OK==.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME     PIC X(20) VALUE 'CONVOCATIONS'.
       01  WS-LOG-PARAGRAPHE    PIC X(30).
       01  WS-LOG-MESSAGE       PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01  WS-RUNCTL-PROGRAMME  PIC X(20) VALUE 'CONVOCATIONS'.
       01  WS-RUNCTL-COMPTEUR-1 PIC 9(07).
       01  WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01  WS-RUNCTL-STATUT     PIC X(10).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01  WS-PARAM-CLE         PIC X(20).
       01  WS-PARAM-VALEUR      PIC X(20).
       01  WS-PARAM-CODE        PIC X(02).
       01  WS-SEUIL-NJ          PIC 9(02) VALUE 3.
       01  WS-SEUIL-NJ-SAISI    PIC X(08).

      * Eleves du bulletin, une entree par eleve et par classe, avec
      * son nom complet au format de student/file.cbl (prenom puis
      * nom), ses demi-journees non justifiees et son tuteur.
       01  WS-CLASSE-COURANTE   PIC X(20) VALUE SPACES.
       01  WS-ELEVE-COURANT     PIC 9(03) VALUE 0.
       01  WS-NB-ELEVES         PIC 9(03) VALUE 0.
       01  WS-TAB-ELEVES.
           03 WS-EL-ENTREE OCCURS 999 TIMES.
              05 WS-EL-CLASSE      PIC X(20).
              05 WS-EL-NOM         PIC X(07).
              05 WS-EL-PRENOM      PIC X(06).
              05 WS-EL-FULLNAME    PIC X(13).
              05 WS-EL-NB-NJ       PIC 9(03).
              05 WS-EL-TUT-NOM     PIC X(20).
              05 WS-EL-TUT-ADRESSE PIC X(40).

      * Epreuves de la session, bornes en minutes depuis minuit.
       01  WS-NB-EPREUVES       PIC 9(03) VALUE 0.
       01  WS-TAB-EPREUVES.
           03 WS-EP-ENTREE OCCURS 100 TIMES.
              05 WS-EP-CLASSE      PIC X(20).
              05 WS-EP-MATIERE     PIC X(21).
              05 WS-EP-DATE        PIC 9(08).
              05 WS-EP-HEURE       PIC 9(04).
              05 WS-EP-DUREE       PIC 9(03).
              05 WS-EP-DEBUT-MIN   PIC 9(04).
              05 WS-EP-FIN-MIN     PIC 9(04).

      * Salles d'examen et leur occupation par epreuve.
       01  WS-NB-SALLES         PIC 9(02) VALUE 0.
       01  WS-TAB-SALLES.
           03 WS-SA-ENTREE OCCURS 50 TIMES.
              05 WS-SA-SALLE       PIC X(06).
              05 WS-SA-CAPACITE    PIC 9(03).

      * Affectations : epreuve, eleve, salle et place (salle a zero
      * pour un eleve non place faute de capacite).
       01  WS-NB-AFFECT         PIC 9(04) VALUE 0.
       01  WS-TAB-AFFECT.
           03 WS-AF-ENTREE OCCURS 3000 TIMES.
              05 WS-AF-EPREUVE     PIC 9(03).
              05 WS-AF-ELEVE       PIC 9(03).
              05 WS-AF-SALLE       PIC 9(02).
              05 WS-AF-PLACE       PIC 9(03).

      * Eleves de la classe de l'epreuve, tries par nom et prenom.
       01  WS-NB-TRI            PIC 9(03) VALUE 0.
       01  WS-TAB-TRI.
           03 WS-TRI-ELEVE OCCURS 999 TIMES PIC 9(03).
       01  WS-TRI-TEMP          PIC 9(03).

       01  WS-I                 PIC 9(04).
       01  WS-J                 PIC 9(04).
       01  WS-K                 PIC 9(04).
       01  WS-E                 PIC 9(03).
       01  WS-S                 PIC 9(02).
       01  WS-SALLE-COURANTE    PIC 9(02).
       01  WS-OCCUPES           PIC 9(03).
       01  WS-SALLE-LIBRE       PIC X(01).
           88 SALLE-LIBRE       VALUE 'O'.
       01  WS-NB-FEUILLES       PIC 9(03) VALUE 0.
       01  WS-NB-CONVOCATIONS   PIC 9(03) VALUE 0.
       01  WS-NB-NON-PLACES     PIC 9(04) VALUE 0.
       01  WS-NB-SANS-TUTEUR    PIC 9(03) VALUE 0.
       01  WS-NB-EPR-ELEVE      PIC 9(03).
       01  WS-ED-DATE           PIC X(10).
       01  WS-ED-HEURE          PIC X(05).
       01  WS-ED-NB             PIC ZZ9.
       01  WS-ED-DUREE          PIC ZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 2000-LIRE-SEUIL
           THRU    2000-LIRE-SEUIL-END.

           PERFORM 2100-CHARGER-ELEVES
           THRU    2100-CHARGER-ELEVES-END.

           PERFORM 2200-CHARGER-PLANNING
           THRU    2200-CHARGER-PLANNING-END.

           PERFORM 2300-CHARGER-SALLES
           THRU    2300-CHARGER-SALLES-END.

           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-NB-EPREUVES
               PERFORM 3000-REPARTIR-EPREUVE
               THRU    3000-REPARTIR-EPREUVE-END
           END-PERFORM.

           PERFORM 4000-EDITER-CONVOCATIONS
           THRU    4000-EDITER-CONVOCATIONS-END.

           PERFORM 5000-EDITER-EMARGEMENTS
           THRU    5000-EDITER-EMARGEMENTS-END.

           DISPLAY 'EPREUVES PLANIFIEES      : ' WS-NB-EPREUVES.
           DISPLAY 'CONVOCATIONS EDITEES     : ' WS-NB-CONVOCATIONS.
           DISPLAY 'SANS TUTEUR CONNU        : ' WS-NB-SANS-TUTEUR.
           DISPLAY 'FEUILLES D''EMARGEMENT    : ' WS-NB-FEUILLES.
           DISPLAY 'PLACES NON ATTRIBUEES    : ' WS-NB-NON-PLACES.

           MOVE WS-NB-CONVOCATIONS TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-NON-PLACES   TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
      * Seuil de demi-journees non justifiees : fichier central des
      * parametres, puis variable d'environnement, comme pour les
      * lettres d'avertissement de student/file.cbl.
      ******************************************************************
       2000-LIRE-SEUIL.
           MOVE 'ABSENCES_SEUIL_NJ' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE
               ON EXCEPTION
                   MOVE '10' TO WS-PARAM-CODE
           END-CALL.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-SEUIL-NJ-SAISI
           ELSE
               MOVE SPACES TO WS-SEUIL-NJ-SAISI
               ACCEPT WS-SEUIL-NJ-SAISI FROM ENVIRONMENT
                   'ABSENCES_SEUIL_NJ'
           END-IF.
           IF WS-SEUIL-NJ-SAISI NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-SEUIL-NJ-SAISI)) = 0
               COMPUTE WS-SEUIL-NJ =
                   FUNCTION NUMVAL(WS-SEUIL-NJ-SAISI)
           END-IF.
       2000-LIRE-SEUIL-END.
      ******************************************************************
      * Eleves du bulletin : un eleve deja vu dans la meme classe
      * (fiches '01' repetees d'une periode a l'autre) redevient
      * l'eleve courant au lieu d'etre cree une seconde fois.
      ******************************************************************
       2100-CHARGER-ELEVES.
           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE INPUT.DAT : ' F-INPUT-STATUS
               MOVE '2100-CHARGER-ELEVES' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE FICHIER ETUDIANTS'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE F-INPUT-STATUS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL F-INPUT-STATUS-EOF
               READ F-INPUT
               IF F-INPUT-STATUS-OK OR F-INPUT-STATUS = '04'
                   EVALUATE REC-F-INPUT-2
                       WHEN '00'
                           MOVE R-CL-LIBELLE TO WS-CLASSE-COURANTE
                           MOVE 0 TO WS-ELEVE-COURANT
                       WHEN '01'
                           PERFORM 2110-RANGER-ELEVE
                           THRU    2110-RANGER-ELEVE-END
                       WHEN '03'
                           IF WS-ELEVE-COURANT > 0
                               AND R-A-JUSTIFIEE NOT = 'O'
                               ADD 1 TO WS-EL-NB-NJ(WS-ELEVE-COURANT)
                           END-IF
                       WHEN '05'
                           IF WS-ELEVE-COURANT > 0
                               MOVE R-T-NOM
                                 TO WS-EL-TUT-NOM(WS-ELEVE-COURANT)
                               MOVE R-T-ADRESSE
                                 TO WS-EL-TUT-ADRESSE(WS-ELEVE-COURANT)
                           END-IF
                   END-EVALUATE
               ELSE
                   SET F-INPUT-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-INPUT.
       2100-CHARGER-ELEVES-END.
      ******************************************************************
       2110-RANGER-ELEVE.
           MOVE 0 TO WS-ELEVE-COURANT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ELEVES
               IF WS-EL-CLASSE(WS-I) = WS-CLASSE-COURANTE
                   AND WS-EL-NOM(WS-I) = R-S-LASTNAME
                   AND WS-EL-PRENOM(WS-I) = R-S-FIRSTNAME
                   MOVE WS-I TO WS-ELEVE-COURANT
               END-IF
           END-PERFORM.
           IF WS-ELEVE-COURANT > 0
               GO TO 2110-RANGER-ELEVE-END
           END-IF.
           IF WS-NB-ELEVES >= 999
               DISPLAY 'PLUS DE 999 ELEVES, FICHE IGNOREE : '
                   R-S-LASTNAME ' ' R-S-FIRSTNAME
               GO TO 2110-RANGER-ELEVE-END
           END-IF.
           ADD 1 TO WS-NB-ELEVES.
           MOVE WS-NB-ELEVES TO WS-ELEVE-COURANT.
           MOVE WS-CLASSE-COURANTE TO WS-EL-CLASSE(WS-NB-ELEVES).
           MOVE R-S-LASTNAME  TO WS-EL-NOM(WS-NB-ELEVES).
           MOVE R-S-FIRSTNAME TO WS-EL-PRENOM(WS-NB-ELEVES).
           MOVE SPACES TO WS-EL-FULLNAME(WS-NB-ELEVES).
           STRING R-S-FIRSTNAME R-S-LASTNAME
               DELIMITED BY SIZE INTO WS-EL-FULLNAME(WS-NB-ELEVES).
           MOVE 0 TO WS-EL-NB-NJ(WS-NB-ELEVES).
           MOVE SPACES TO WS-EL-TUT-NOM(WS-NB-ELEVES)
                          WS-EL-TUT-ADRESSE(WS-NB-ELEVES).
       2110-RANGER-ELEVE-END.
      ******************************************************************
       2200-CHARGER-PLANNING.
           OPEN INPUT F-PLANNING.
           IF NOT F-PLANNING-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE EXAMENS-PLANNING.DAT : '
                   F-PLANNING-STATUS
               MOVE '2200-CHARGER-PLANNING' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE PLANNING DES EXAMENS'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE F-PLANNING-STATUS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL F-PLANNING-STATUS-EOF
               READ F-PLANNING
               IF F-PLANNING-STATUS-OK
                   IF EP-DATE NUMERIC AND EP-HEURE NUMERIC
                       AND EP-DUREE NUMERIC AND EP-DUREE > 0
                       AND EP-HEURE(1:2) < '24'
                       AND EP-HEURE(3:2) < '60'
                       AND WS-NB-EPREUVES < 100
                       ADD 1 TO WS-NB-EPREUVES
                       MOVE EP-CLASSE
                           TO WS-EP-CLASSE(WS-NB-EPREUVES)
                       MOVE EP-MATIERE
                           TO WS-EP-MATIERE(WS-NB-EPREUVES)
                       MOVE EP-DATE  TO WS-EP-DATE(WS-NB-EPREUVES)
                       MOVE EP-HEURE TO WS-EP-HEURE(WS-NB-EPREUVES)
                       MOVE EP-DUREE TO WS-EP-DUREE(WS-NB-EPREUVES)
                       COMPUTE WS-EP-DEBUT-MIN(WS-NB-EPREUVES) =
                           (EP-HEURE / 100) * 60
                           + FUNCTION MOD(EP-HEURE, 100)
                       COMPUTE WS-EP-FIN-MIN(WS-NB-EPREUVES) =
                           WS-EP-DEBUT-MIN(WS-NB-EPREUVES) + EP-DUREE
                   ELSE
                       DISPLAY 'EPREUVE IGNOREE : ' REC-F-PLANNING
                   END-IF
               ELSE
                   SET F-PLANNING-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-PLANNING.
       2200-CHARGER-PLANNING-END.
      ******************************************************************
       2300-CHARGER-SALLES.
           OPEN INPUT F-SALLES.
           IF NOT F-SALLES-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE SALLES-EXAMEN.DAT : '
                   F-SALLES-STATUS
               MOVE '2300-CHARGER-SALLES' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE SALLES D''EXAMEN'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE F-SALLES-STATUS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL F-SALLES-STATUS-EOF
               READ F-SALLES
               IF F-SALLES-STATUS-OK
                   IF SX-SALLE NOT = SPACES AND SX-CAPACITE NUMERIC
                       AND SX-CAPACITE > 0 AND WS-NB-SALLES < 50
                       ADD 1 TO WS-NB-SALLES
                       MOVE SX-SALLE    TO WS-SA-SALLE(WS-NB-SALLES)
                       MOVE SX-CAPACITE TO WS-SA-CAPACITE(WS-NB-SALLES)
                   ELSE
                       DISPLAY 'SALLE IGNOREE : ' REC-F-SALLES
                   END-IF
               ELSE
                   SET F-SALLES-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-SALLES.
       2300-CHARGER-SALLES-END.
      ******************************************************************
      * Repartition de l'epreuve WS-E : les eleves de la classe, par
      * ordre alphabetique, remplissent les salles dans l'ordre du
      * fichier, chaque place suivant la derniere deja attribuee dans
      * la salle pour le meme creneau.
      ******************************************************************
       3000-REPARTIR-EPREUVE.
           MOVE 0 TO WS-NB-TRI.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ELEVES
               IF WS-EL-CLASSE(WS-I) = WS-EP-CLASSE(WS-E)
                   ADD 1 TO WS-NB-TRI
                   MOVE WS-I TO WS-TRI-ELEVE(WS-NB-TRI)
               END-IF
           END-PERFORM.
           IF WS-NB-TRI = 0
               DISPLAY 'AUCUN ELEVE POUR L''EPREUVE '
                   WS-EP-MATIERE(WS-E) ' DE ' WS-EP-CLASSE(WS-E)
               GO TO 3000-REPARTIR-EPREUVE-END
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-NB-TRI
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-TRI - WS-I
                   MOVE WS-TRI-ELEVE(WS-J) TO WS-K
                   MOVE WS-TRI-ELEVE(WS-J + 1) TO WS-TRI-TEMP
                   IF WS-EL-NOM(WS-K) > WS-EL-NOM(WS-TRI-TEMP)
                       OR (WS-EL-NOM(WS-K) = WS-EL-NOM(WS-TRI-TEMP)
                       AND WS-EL-PRENOM(WS-K) >
                           WS-EL-PRENOM(WS-TRI-TEMP))
                       MOVE WS-K TO WS-TRI-ELEVE(WS-J + 1)
                       MOVE WS-TRI-TEMP TO WS-TRI-ELEVE(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE 1 TO WS-SALLE-COURANTE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-TRI
               IF WS-NB-AFFECT >= 3000
                   DISPLAY 'PLUS DE 3000 AFFECTATIONS, EPREUVE '
                       WS-EP-MATIERE(WS-E) ' INCOMPLETE'
                   GO TO 3000-REPARTIR-EPREUVE-END
               END-IF
               PERFORM 3100-CHERCHER-SALLE
               THRU    3100-CHERCHER-SALLE-END
               ADD 1 TO WS-NB-AFFECT
               MOVE WS-E TO WS-AF-EPREUVE(WS-NB-AFFECT)
               MOVE WS-TRI-ELEVE(WS-I) TO WS-AF-ELEVE(WS-NB-AFFECT)
               IF WS-SALLE-COURANTE > WS-NB-SALLES
                   MOVE 0 TO WS-AF-SALLE(WS-NB-AFFECT)
                   MOVE 0 TO WS-AF-PLACE(WS-NB-AFFECT)
                   ADD 1 TO WS-NB-NON-PLACES
               ELSE
                   MOVE WS-SALLE-COURANTE TO WS-AF-SALLE(WS-NB-AFFECT)
                   COMPUTE WS-AF-PLACE(WS-NB-AFFECT) = WS-OCCUPES + 1
               END-IF
           END-PERFORM.
       3000-REPARTIR-EPREUVE-END.
      ******************************************************************
      * Premiere salle, a partir de WS-SALLE-COURANTE, ou il reste une
      * place pour l'epreuve WS-E ; WS-OCCUPES rend le nombre de
      * places deja prises. WS-SALLE-COURANTE depasse WS-NB-SALLES
      * quand toutes les salles sont pleines.
      ******************************************************************
       3100-CHERCHER-SALLE.
           IF WS-SALLE-COURANTE > WS-NB-SALLES
               GO TO 3100-CHERCHER-SALLE-END
           END-IF.
           MOVE 'O' TO WS-SALLE-LIBRE.
           MOVE 0 TO WS-OCCUPES.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-AFFECT
               IF WS-AF-SALLE(WS-K) = WS-SALLE-COURANTE
                   MOVE WS-AF-EPREUVE(WS-K) TO WS-J
                   IF WS-EP-DATE(WS-J) = WS-EP-DATE(WS-E)
                       IF WS-EP-DEBUT-MIN(WS-J) = WS-EP-DEBUT-MIN(WS-E)
                           ADD 1 TO WS-OCCUPES
                       ELSE
                           IF WS-EP-DEBUT-MIN(WS-J) <
                                  WS-EP-FIN-MIN(WS-E)
                              AND WS-EP-FIN-MIN(WS-J) >
                                  WS-EP-DEBUT-MIN(WS-E)
                               MOVE 'N' TO WS-SALLE-LIBRE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF SALLE-LIBRE
               AND WS-OCCUPES < WS-SA-CAPACITE(WS-SALLE-COURANTE)
               GO TO 3100-CHERCHER-SALLE-END
           END-IF.
           ADD 1 TO WS-SALLE-COURANTE.
           GO TO 3100-CHERCHER-SALLE.
       3100-CHERCHER-SALLE-END.
      ******************************************************************
      * Une convocation par eleve ayant au moins une epreuve, adressee
      * au tuteur de sa fiche '05' ; sans tuteur connu l'eleve est
      * signale a la console, la convocation ne pouvant pas partir.
      ******************************************************************
       4000-EDITER-CONVOCATIONS.
           OPEN OUTPUT F-CONVOC.
           IF NOT F-CONVOC-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE CONVOCATIONS-EXAMENS.DAT : '
                   F-CONVOC-STATUS
               MOVE '4000-EDITER-CONVOCATIONS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE CONVOCATIONS'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE F-CONVOC-STATUS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ELEVES
               PERFORM 4100-CONVOCATION-ELEVE
               THRU    4100-CONVOCATION-ELEVE-END
           END-PERFORM.
           CLOSE F-CONVOC.
       4000-EDITER-CONVOCATIONS-END.
      ******************************************************************
       4100-CONVOCATION-ELEVE.
           MOVE 0 TO WS-NB-EPR-ELEVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-AFFECT
               IF WS-AF-ELEVE(WS-K) = WS-I
                   ADD 1 TO WS-NB-EPR-ELEVE
               END-IF
           END-PERFORM.
           IF WS-NB-EPR-ELEVE = 0
               GO TO 4100-CONVOCATION-ELEVE-END
           END-IF.
           IF WS-EL-TUT-NOM(WS-I) = SPACES
               ADD 1 TO WS-NB-SANS-TUTEUR
               DISPLAY 'AUCUN TUTEUR CONNU POUR ' WS-EL-FULLNAME(WS-I)
                   ' : CONVOCATION NON PRODUITE'
               GO TO 4100-CONVOCATION-ELEVE-END
           END-IF.

           MOVE ALL '=' TO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           MOVE 'CONVOCATION AUX EPREUVES D''EXAMEN' TO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           MOVE SPACES TO REC-F-CONVOC.
           STRING 'A : ' FUNCTION TRIM(WS-EL-TUT-NOM(WS-I))
               DELIMITED BY SIZE INTO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           MOVE WS-EL-TUT-ADRESSE(WS-I) TO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           MOVE SPACES TO REC-F-CONVOC.
           STRING 'L''ELEVE ' FUNCTION TRIM(WS-EL-PRENOM(WS-I))
               ' ' FUNCTION TRIM(WS-EL-NOM(WS-I))
               ' (CLASSE ' FUNCTION TRIM(WS-EL-CLASSE(WS-I))
               ') EST CONVOQUE(E) AUX EPREUVES SUIVANTES :'
               DELIMITED BY SIZE INTO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           MOVE SPACES TO REC-F-CONVOC.
           MOVE 'MATIERE'  TO REC-F-CONVOC(3:7).
           MOVE 'DATE'     TO REC-F-CONVOC(26:4).
           MOVE 'HEURE'    TO REC-F-CONVOC(38:5).
           MOVE 'DUREE'    TO REC-F-CONVOC(45:5).
           MOVE 'SALLE'    TO REC-F-CONVOC(53:5).
           MOVE 'PLACE'    TO REC-F-CONVOC(61:5).
           WRITE REC-F-CONVOC.

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-AFFECT
               IF WS-AF-ELEVE(WS-K) = WS-I
                   MOVE WS-AF-EPREUVE(WS-K) TO WS-E
                   PERFORM 7000-EDITER-DATE-HEURE
                   THRU    7000-EDITER-DATE-HEURE-END
                   MOVE SPACES TO REC-F-CONVOC
                   MOVE WS-EP-MATIERE(WS-E) TO REC-F-CONVOC(3:21)
                   MOVE WS-ED-DATE  TO REC-F-CONVOC(26:10)
                   MOVE WS-ED-HEURE TO REC-F-CONVOC(38:5)
                   MOVE WS-EP-DUREE(WS-E) TO WS-ED-DUREE
                   MOVE WS-ED-DUREE TO REC-F-CONVOC(45:3)
                   MOVE 'MN'        TO REC-F-CONVOC(49:2)
                   IF WS-AF-SALLE(WS-K) = 0
                       MOVE 'NON ATTRIBUEE - VOIR LE SECRETARIAT'
                           TO REC-F-CONVOC(53:35)
                   ELSE
                       MOVE WS-AF-SALLE(WS-K) TO WS-S
                       MOVE WS-SA-SALLE(WS-S) TO REC-F-CONVOC(53:6)
                       MOVE WS-AF-PLACE(WS-K) TO WS-ED-NB
                       MOVE WS-ED-NB TO REC-F-CONVOC(62:3)
                   END-IF
                   WRITE REC-F-CONVOC
               END-IF
           END-PERFORM.
           MOVE SPACES TO REC-F-CONVOC.
           STRING 'L''ELEVE SE PRESENTERA UN QUART D''HEURE AVANT '
               'LE DEBUT DE CHAQUE EPREUVE.'
               DELIMITED BY SIZE INTO REC-F-CONVOC.
           WRITE REC-F-CONVOC.
           ADD 1 TO WS-NB-CONVOCATIONS.
       4100-CONVOCATION-ELEVE-END.
      ******************************************************************
      * Une feuille d'emargement par epreuve et par salle occupee,
      * dans l'ordre des places ; les eleves au seuil d'absences non
      * justifiees sont signales, les eleves non places listes a la
      * fin.
      ******************************************************************
       5000-EDITER-EMARGEMENTS.
           OPEN OUTPUT F-EMARGE.
           IF NOT F-EMARGE-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE EMARGEMENT-EXAMENS.DAT : '
                   F-EMARGE-STATUS
               MOVE '5000-EDITER-EMARGEMENTS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE EMARGEMENT'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE F-EMARGE-STATUS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-NB-EPREUVES
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-NB-SALLES
                   PERFORM 5100-FEUILLE-SALLE
                   THRU    5100-FEUILLE-SALLE-END
               END-PERFORM
           END-PERFORM.

           IF WS-NB-NON-PLACES > 0
               MOVE ALL '*' TO REC-F-EMARGE
               WRITE REC-F-EMARGE
               MOVE 'ELEVES SANS PLACE (CAPACITE DES SALLES ATTEINTE)'
                   TO REC-F-EMARGE
               WRITE REC-F-EMARGE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-AFFECT
                   IF WS-AF-SALLE(WS-K) = 0
                       MOVE WS-AF-EPREUVE(WS-K) TO WS-E
                       MOVE WS-AF-ELEVE(WS-K) TO WS-I
                       MOVE SPACES TO REC-F-EMARGE
                       STRING '  ' WS-EP-MATIERE(WS-E) ' '
                           WS-EL-CLASSE(WS-I) ' '
                           WS-EL-NOM(WS-I) ' ' WS-EL-PRENOM(WS-I)
                           DELIMITED BY SIZE INTO REC-F-EMARGE
                       WRITE REC-F-EMARGE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE F-EMARGE.
       5000-EDITER-EMARGEMENTS-END.
      ******************************************************************
       5100-FEUILLE-SALLE.
           MOVE 0 TO WS-NB-EPR-ELEVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-AFFECT
               IF WS-AF-EPREUVE(WS-K) = WS-E
                   AND WS-AF-SALLE(WS-K) = WS-S
                   ADD 1 TO WS-NB-EPR-ELEVE
               END-IF
           END-PERFORM.
           IF WS-NB-EPR-ELEVE = 0
               GO TO 5100-FEUILLE-SALLE-END
           END-IF.

           PERFORM 7000-EDITER-DATE-HEURE
           THRU    7000-EDITER-DATE-HEURE-END.
           MOVE ALL '*' TO REC-F-EMARGE.
           WRITE REC-F-EMARGE.
           MOVE SPACES TO REC-F-EMARGE.
           STRING 'FEUILLE D''EMARGEMENT - SALLE ' WS-SA-SALLE(WS-S)
               ' - ' FUNCTION TRIM(WS-EP-MATIERE(WS-E))
               ' - ' FUNCTION TRIM(WS-EP-CLASSE(WS-E))
               DELIMITED BY SIZE INTO REC-F-EMARGE.
           WRITE REC-F-EMARGE.
           MOVE WS-EP-DUREE(WS-E) TO WS-ED-DUREE.
           MOVE SPACES TO REC-F-EMARGE.
           STRING 'LE ' WS-ED-DATE ' A ' WS-ED-HEURE
               ' - DUREE ' WS-ED-DUREE ' MN'
               DELIMITED BY SIZE INTO REC-F-EMARGE.
           WRITE REC-F-EMARGE.
           MOVE ALL '*' TO REC-F-EMARGE.
           WRITE REC-F-EMARGE.
           MOVE SPACES TO REC-F-EMARGE.
           MOVE 'PLACE'     TO REC-F-EMARGE(1:5).
           MOVE 'NOM'       TO REC-F-EMARGE(8:3).
           MOVE 'PRENOM'    TO REC-F-EMARGE(17:6).
           MOVE 'SIGNATURE' TO REC-F-EMARGE(26:9).
           WRITE REC-F-EMARGE.

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-AFFECT
               IF WS-AF-EPREUVE(WS-K) = WS-E
                   AND WS-AF-SALLE(WS-K) = WS-S
                   MOVE WS-AF-ELEVE(WS-K) TO WS-I
                   MOVE SPACES TO REC-F-EMARGE
                   MOVE WS-AF-PLACE(WS-K) TO WS-ED-NB
                   MOVE WS-ED-NB TO REC-F-EMARGE(2:3)
                   MOVE WS-EL-NOM(WS-I)    TO REC-F-EMARGE(8:7)
                   MOVE WS-EL-PRENOM(WS-I) TO REC-F-EMARGE(17:6)
                   MOVE '....................' TO REC-F-EMARGE(26:20)
                   IF WS-EL-NB-NJ(WS-I) >= WS-SEUIL-NJ
                       MOVE WS-EL-NB-NJ(WS-I) TO WS-ED-NB
                       STRING '*** ABSENTEISME : ' WS-ED-NB
                           ' DEMI-JOURNEE(S) NJ'
                           DELIMITED BY SIZE
                           INTO REC-F-EMARGE(48:40)
                   END-IF
                   WRITE REC-F-EMARGE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REC-F-EMARGE.
           MOVE WS-NB-EPR-ELEVE TO WS-ED-NB.
           STRING 'ELEVES ATTENDUS : ' WS-ED-NB
               '   PRESENTS : ....   SURVEILLANT : ..............'
               DELIMITED BY SIZE INTO REC-F-EMARGE.
           WRITE REC-F-EMARGE.
           MOVE SPACES TO REC-F-EMARGE.
           WRITE REC-F-EMARGE.
           ADD 1 TO WS-NB-FEUILLES.
       5100-FEUILLE-SALLE-END.
      ******************************************************************
      * Date JJ/MM/AAAA et heure HHhMM de l'epreuve WS-E.
      ******************************************************************
       7000-EDITER-DATE-HEURE.
           MOVE SPACES TO WS-ED-DATE WS-ED-HEURE.
           STRING WS-EP-DATE(WS-E)(7:2) '/' WS-EP-DATE(WS-E)(5:2) '/'
               WS-EP-DATE(WS-E)(1:4)
               DELIMITED BY SIZE INTO WS-ED-DATE.
           STRING WS-EP-HEURE(WS-E)(1:2) 'H' WS-EP-HEURE(WS-E)(3:2)
               DELIMITED BY SIZE INTO WS-ED-HEURE.
       7000-EDITER-DATE-HEURE-END.

       END PROGRAM CONVOCATIONS.
