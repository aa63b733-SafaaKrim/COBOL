      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Liste d'alerte de mi-annee des eleves en        *
      * difficulte, trimestre par trimestre : baisse de moyenne entre  *
      * deux periodes, demi-journees non justifiees et matieres sous   *
      * la moyenne, classees par classe pour le professeur principal   *
      * et le conseiller, avec suivi d'un trimestre sur l'autre.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTES.
       AUTHOR. K-SAFAA.

      * Les lettres d'absence de file.cbl (9080) et la progression par
      * periode (9070) regardent chaque signal seul. Ce traitement
      * relit le fichier du bulletin input.dat et donne a chaque eleve
      * un point par facteur atteint :
      *   - baisse de la moyenne entre ses deux dernieres periodes
      *     notees (fiches '04'), calculee comme la progression de
      *     file.cbl, d'au moins ALERTE_BAISSE_MOY points (2 a
      *     defaut) ;
      *   - demi-journees non justifiees (fiches '03') au moins egales
      *     a ABSENCES_SEUIL_NJ (3 a defaut, le seuil des lettres) ;
      *   - au moins ALERTE_NB_MATIERES matieres (2 a defaut) sous 10
      *     de moyenne sur sa derniere periode notee.
      * Les seuils viennent du fichier central des parametres, puis
      * de la variable d'environnement du meme nom. Les eleves ayant
      * au moins un point sont classes par classe (points, puis
      * baisse, puis absences) dans alertes-eleves.dat, facteurs en
      * clair. alertes-historique.dat garde la liste du dernier
      * passage de chaque trimestre : un eleve deja signale au
      * trimestre precedent est marque MAINTENU SUR LA LISTE.

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

           SELECT F-ALERTES
               ASSIGN TO 'alertes-eleves.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ALERTES-STATUS.

           SELECT F-HISTO
               ASSIGN TO 'alertes-historique.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT
      * Meme dessin que le fichier lu par student/file.cbl ; seules
      * les fiches '00' a '04' servent ici.
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-INPUT-2         PIC X(02).
       01  REC-STUDENT.
           03 R-S-KEY            PIC 9(02).
           03 R-S-LASTNAME       PIC X(07).
           03 R-S-FIRSTNAME      PIC X(06).
           03 R-S-AGE            PIC 9(02).
       01  REC-COURSE.
           03 R-C-KEY            PIC 9(02).
           03 R-C-LABEL          PIC X(21).
           03 R-C-COEF           PIC X(03).
           03 R-C-GRADE          PIC X(05).
       01  REC-CLASSE.
           03 R-CL-KEY           PIC 9(02).
           03 R-CL-LIBELLE       PIC X(20).
       01  REC-PERIODE.
           03 R-P-KEY            PIC 9(02).
           03 R-P-NUMERO         PIC 9(01).
       01  REC-ABSENCE.
           03 R-A-KEY            PIC 9(02).
           03 R-A-DATE           PIC X(08).
           03 R-A-DEMI           PIC X(01).
           03 R-A-JUSTIFIEE      PIC X(01).

       FD  F-ALERTES
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ALERTES       PIC X(100).

       FD  F-HISTO
      * Une ligne par eleve signale : trimestre, classe, nom, points
      * et date du passage.
           RECORD CONTAINS 46 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-HISTO.
           03 HI-TRIMESTRE     PIC 9(01).
           03 FILLER           PIC X(01).
           03 HI-CLASSE        PIC X(20).
           03 FILLER           PIC X(01).
           03 HI-NOM           PIC X(13).
           03 FILLER           PIC X(01).
           03 HI-POINTS        PIC 9(01).
           03 FILLER           PIC X(01).
           03 HI-DATE          PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-INPUT-STATUS==
                     ==FSTAT-OK==    BY ==F-INPUT-STATUS-OK==.
           88 F-INPUT-STATUS-EOF   VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-ALERTES-STATUS==
                     ==FSTAT-OK==    BY ==F-ALERTES-STATUS-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-HISTO-STATUS==
                     ==FSTAT-OK==    BY ==F-HISTO-STATUS-OK==.
           88 F-HISTO-STATUS-EOF   VALUE '10'.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME     PIC X(20) VALUE 'ALERTES'.
       01  WS-LOG-PARAGRAPHE    PIC X(30).
       01  WS-LOG-MESSAGE       PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01  WS-RUNCTL-PROGRAMME  PIC X(20) VALUE 'ALERTES'.
       01  WS-RUNCTL-COMPTEUR-1 PIC 9(07).
       01  WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01  WS-RUNCTL-STATUT     PIC X(10).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01  WS-PARAM-CLE         PIC X(20).
       01  WS-PARAM-VALEUR      PIC X(20).
       01  WS-PARAM-CODE        PIC X(02).
       01  WS-PARAM-SAISI       PIC X(20).

      * Seuils des trois facteurs.
       01  WS-SEUIL-BAISSE      PIC 99V99 VALUE 2,00.
       01  WS-SEUIL-NJ          PIC 9(02) VALUE 3.
       01  WS-SEUIL-MATIERES    PIC 9(02) VALUE 2.

       01  WS-DATE-JOUR         PIC 9(08).
       01  WS-TRIMESTRE         PIC 9(01) VALUE 1.
       01  WS-PERIODE-COURANTE  PIC 9(01) VALUE 1.
       01  WS-CLASSE-COURANTE   PIC X(20) VALUE SPACES.
       01  WS-ELEVE-COURANT     PIC 9(03) VALUE 0.

      * Eleves du bulletin (un par classe et par nom) avec leurs
      * cumuls par periode et le resultat de l'evaluation.
       01  WS-NB-ELEVES         PIC 9(03) VALUE 0.
       01  WS-TAB-ELEVES.
           03 WS-EL-ENTREE OCCURS 999 TIMES.
              05 WS-EL-CLASSE      PIC X(20).
              05 WS-EL-NOM         PIC X(07).
              05 WS-EL-PRENOM      PIC X(06).
              05 WS-EL-FULLNAME    PIC X(13).
              05 WS-EL-NB-NJ       PIC 9(03).
              05 WS-EL-PERIODE OCCURS 3 TIMES.
                 07 WS-EL-PER-SOMME   PIC 9(05)V99.
                 07 WS-EL-PER-NB      PIC 9(03).
                 07 WS-EL-PER-MOY     PIC 99V99.
              05 WS-EL-PER-DERNIERE PIC 9(01).
              05 WS-EL-PER-PRECEDENTE PIC 9(01).
              05 WS-EL-BAISSE      PIC 99V99.
              05 WS-EL-NB-SOUS-10  PIC 9(02).
              05 WS-EL-POINTS      PIC 9(01).
              05 WS-EL-F-BAISSE    PIC X(01).
              05 WS-EL-F-ABSENCES  PIC X(01).
              05 WS-EL-F-MATIERES  PIC X(01).
              05 WS-EL-MAINTENU    PIC X(01).

      * Matieres et coefficients (le premier coefficient lu fait foi,
      * comme dans file.cbl).
       01  WS-NB-MATIERES       PIC 9(03) VALUE 0.
       01  WS-TAB-MATIERES.
           03 WS-MA-ENTREE OCCURS 200 TIMES.
              05 WS-MA-LABEL       PIC X(21).
              05 WS-MA-COEF        PIC 9V9.

      * Notes lues, rattachees a l'eleve, a la matiere et a la
      * periode.
       01  WS-NB-NOTES          PIC 9(04) VALUE 0.
       01  WS-TAB-NOTES.
           03 WS-NO-ENTREE OCCURS 5000 TIMES.
              05 WS-NO-ELEVE       PIC 9(03).
              05 WS-NO-MATIERE     PIC 9(03).
              05 WS-NO-PERIODE     PIC 9(01).
              05 WS-NO-NOTE        PIC 99V99.

      * Moyennes par matiere de l'eleve evalue, sur sa derniere
      * periode notee.
       01  WS-NB-MAT-ELEVE      PIC 9(03).
       01  WS-TAB-MAT-ELEVE.
           03 WS-ME-ENTREE OCCURS 200 TIMES.
              05 WS-ME-MATIERE     PIC 9(03).
              05 WS-ME-SOMME       PIC 9(05)V99.
              05 WS-ME-NB          PIC 9(03).

      * Historique : lignes des autres trimestres, reecrites telles
      * quelles a la fin du passage.
       01  WS-NB-HISTO          PIC 9(04) VALUE 0.
       01  WS-TAB-HISTO.
           03 WS-HI-LIGNE OCCURS 3000 TIMES PIC X(46).

      * Classement de la classe en cours d'edition.
       01  WS-NB-CLASSEMENT     PIC 9(03).
       01  WS-TAB-CLASSEMENT.
           03 WS-CLT-ELEVE OCCURS 999 TIMES PIC 9(03).
       01  WS-CLT-TEMP          PIC 9(03).
       01  WS-CLASSE-EDITEE     PIC X(20).
       01  WS-DEJA-EDITEE       PIC X(01).
           88 CLASSE-DEJA-EDITEE VALUE 'O'.

       01  WS-I                 PIC 9(04).
       01  WS-J                 PIC 9(04).
       01  WS-K                 PIC 9(04).
       01  WS-M                 PIC 9(03).
       01  WS-P                 PIC 9(01).
       01  WS-E                 PIC 9(03).
       01  WS-F                 PIC 9(03).
       01  WS-POS               PIC 9(03).
       01  WS-NOTE-NUM          PIC 99V99.
       01  WS-MOY-MATIERE       PIC 99V99.
       01  WS-ECHANGE           PIC X(01).
           88 ECHANGE-A-FAIRE   VALUE 'O'.
       01  WS-NB-EVALUES        PIC 9(03) VALUE 0.
       01  WS-NB-SIGNALES       PIC 9(03) VALUE 0.
       01  WS-NB-MAINTENUS      PIC 9(03) VALUE 0.
       01  WS-ED-MOY-1          PIC Z9,99.
       01  WS-ED-MOY-2          PIC Z9,99.
       01  WS-ED-BAISSE         PIC Z9,99.
       01  WS-ED-SEUIL          PIC Z9,99.
       01  WS-ED-NB             PIC ZZ9.
       01  WS-ED-NB-2           PIC ZZ9.
       01  WS-ED-RANG           PIC ZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 2000-LIRE-SEUILS
           THRU    2000-LIRE-SEUILS-END.

           PERFORM 2100-CHARGER-BULLETIN
           THRU    2100-CHARGER-BULLETIN-END.

           PERFORM 2200-CHARGER-HISTORIQUE
           THRU    2200-CHARGER-HISTORIQUE-END.

           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-NB-ELEVES
               PERFORM 3000-EVALUER-ELEVE
               THRU    3000-EVALUER-ELEVE-END
           END-PERFORM.

           PERFORM 4000-EDITER-LISTES
           THRU    4000-EDITER-LISTES-END.

           PERFORM 5000-ECRIRE-HISTORIQUE
           THRU    5000-ECRIRE-HISTORIQUE-END.

           DISPLAY 'TRIMESTRE TRAITE         : ' WS-TRIMESTRE.
           DISPLAY 'ELEVES EVALUES           : ' WS-NB-EVALUES.
           DISPLAY 'ELEVES SIGNALES          : ' WS-NB-SIGNALES.
           DISPLAY 'DONT MAINTENUS           : ' WS-NB-MAINTENUS.

           MOVE WS-NB-EVALUES  TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-SIGNALES TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
      * Seuils des trois facteurs : fichier central des parametres,
      * puis variable d'environnement du meme nom, puis defaut.
      ******************************************************************
       2000-LIRE-SEUILS.
           MOVE 'ALERTE_BAISSE_MOY' TO WS-PARAM-CLE.
           PERFORM 2010-LIRE-PARAMETRE
           THRU    2010-LIRE-PARAMETRE-END.
           IF WS-PARAM-SAISI NOT = SPACES
               COMPUTE WS-SEUIL-BAISSE =
                   FUNCTION NUMVAL(WS-PARAM-SAISI)
           END-IF.

           MOVE 'ABSENCES_SEUIL_NJ' TO WS-PARAM-CLE.
           PERFORM 2010-LIRE-PARAMETRE
           THRU    2010-LIRE-PARAMETRE-END.
           IF WS-PARAM-SAISI NOT = SPACES
               COMPUTE WS-SEUIL-NJ = FUNCTION NUMVAL(WS-PARAM-SAISI)
           END-IF.

           MOVE 'ALERTE_NB_MATIERES' TO WS-PARAM-CLE.
           PERFORM 2010-LIRE-PARAMETRE
           THRU    2010-LIRE-PARAMETRE-END.
           IF WS-PARAM-SAISI NOT = SPACES
               COMPUTE WS-SEUIL-MATIERES =
                   FUNCTION NUMVAL(WS-PARAM-SAISI)
           END-IF.
       2000-LIRE-SEUILS-END.
      ******************************************************************
      * Valeur numerique du parametre WS-PARAM-CLE dans
      * WS-PARAM-SAISI, a blanc si absente ou illisible.
      ******************************************************************
       2010-LIRE-PARAMETRE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE
               ON EXCEPTION
                   MOVE '10' TO WS-PARAM-CODE
           END-CALL.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-PARAM-SAISI
           ELSE
               MOVE SPACES TO WS-PARAM-SAISI
               ACCEPT WS-PARAM-SAISI FROM ENVIRONMENT WS-PARAM-CLE
           END-IF.
           IF WS-PARAM-SAISI NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-SAISI)) NOT = 0
                   DISPLAY 'PARAMETRE ' FUNCTION TRIM(WS-PARAM-CLE)
                       ' ILLISIBLE, DEFAUT CONSERVE : ' WS-PARAM-SAISI
                   MOVE SPACES TO WS-PARAM-SAISI
               END-IF
           END-IF.
       2010-LIRE-PARAMETRE-END.
      ******************************************************************
      * Bulletin : eleves, notes par periode et absences non
      * justifiees ; le trimestre traite est le plus haut numero de
      * periode rencontre.
      ******************************************************************
       2100-CHARGER-BULLETIN.
           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE INPUT.DAT : ' F-INPUT-STATUS
               MOVE '2100-CHARGER-BULLETIN' TO WS-LOG-PARAGRAPHE
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
                       WHEN '02'
                           IF WS-ELEVE-COURANT > 0
                               PERFORM 2120-RANGER-NOTE
                               THRU    2120-RANGER-NOTE-END
                           END-IF
                       WHEN '03'
                           IF WS-ELEVE-COURANT > 0
                               AND R-A-JUSTIFIEE NOT = 'O'
                               ADD 1 TO WS-EL-NB-NJ(WS-ELEVE-COURANT)
                           END-IF
                       WHEN '04'
                           IF R-P-NUMERO >= 1 AND R-P-NUMERO <= 3
                               MOVE R-P-NUMERO TO WS-PERIODE-COURANTE
                               IF R-P-NUMERO > WS-TRIMESTRE
                                   MOVE R-P-NUMERO TO WS-TRIMESTRE
                               END-IF
                           END-IF
                   END-EVALUATE
               ELSE
                   SET F-INPUT-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-INPUT.
       2100-CHARGER-BULLETIN-END.
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
           INITIALIZE WS-EL-ENTREE(WS-NB-ELEVES).
           MOVE WS-CLASSE-COURANTE TO WS-EL-CLASSE(WS-NB-ELEVES).
           MOVE R-S-LASTNAME  TO WS-EL-NOM(WS-NB-ELEVES).
           MOVE R-S-FIRSTNAME TO WS-EL-PRENOM(WS-NB-ELEVES).
           STRING R-S-FIRSTNAME R-S-LASTNAME
               DELIMITED BY SIZE INTO WS-EL-FULLNAME(WS-NB-ELEVES).
       2110-RANGER-ELEVE-END.
      ******************************************************************
      * Note de l'eleve courant : matiere rangee a sa premiere
      * apparition, note ponderee cumulee sur la periode courante.
      * Une note ou un coefficient illisible est ignore.
      ******************************************************************
       2120-RANGER-NOTE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(R-C-GRADE)) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(R-C-COEF)) NOT = 0
               DISPLAY 'NOTE ILLISIBLE IGNOREE : ' REC-COURSE
               GO TO 2120-RANGER-NOTE-END
           END-IF.
           MOVE 0 TO WS-M.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-MATIERES
               IF WS-MA-LABEL(WS-I) = R-C-LABEL
                   MOVE WS-I TO WS-M
               END-IF
           END-PERFORM.
           IF WS-M = 0
               IF WS-NB-MATIERES >= 200
                   DISPLAY 'PLUS DE 200 MATIERES, NOTE IGNOREE : '
                       R-C-LABEL
                   GO TO 2120-RANGER-NOTE-END
               END-IF
               ADD 1 TO WS-NB-MATIERES
               MOVE WS-NB-MATIERES TO WS-M
               MOVE R-C-LABEL TO WS-MA-LABEL(WS-M)
               COMPUTE WS-MA-COEF(WS-M) = FUNCTION NUMVAL(R-C-COEF)
           END-IF.
           IF WS-NB-NOTES >= 5000
               DISPLAY 'PLUS DE 5000 NOTES, NOTE IGNOREE : '
                   WS-EL-FULLNAME(WS-ELEVE-COURANT)
               GO TO 2120-RANGER-NOTE-END
           END-IF.
           COMPUTE WS-NOTE-NUM = FUNCTION NUMVAL(R-C-GRADE).
           ADD 1 TO WS-NB-NOTES.
           MOVE WS-ELEVE-COURANT TO WS-NO-ELEVE(WS-NB-NOTES).
           MOVE WS-M TO WS-NO-MATIERE(WS-NB-NOTES).
           MOVE WS-PERIODE-COURANTE TO WS-NO-PERIODE(WS-NB-NOTES).
           MOVE WS-NOTE-NUM TO WS-NO-NOTE(WS-NB-NOTES).
           MOVE WS-PERIODE-COURANTE TO WS-P.
           COMPUTE WS-EL-PER-SOMME(WS-ELEVE-COURANT, WS-P) =
               WS-EL-PER-SOMME(WS-ELEVE-COURANT, WS-P)
               + WS-MA-COEF(WS-M) * WS-NOTE-NUM.
           ADD 1 TO WS-EL-PER-NB(WS-ELEVE-COURANT, WS-P).
       2120-RANGER-NOTE-END.
      ******************************************************************
      * Historique : les lignes du trimestre precedent marquent les
      * eleves deja signales ; celles du trimestre traite sont
      * remplacees par ce passage, les autres sont conservees.
      ******************************************************************
       2200-CHARGER-HISTORIQUE.
           OPEN INPUT F-HISTO.
           IF NOT F-HISTO-STATUS-OK
               DISPLAY 'ALERTES-HISTORIQUE.DAT ABSENT : PREMIER '
                   'PASSAGE'
               GO TO 2200-CHARGER-HISTORIQUE-END
           END-IF.
           PERFORM UNTIL F-HISTO-STATUS-EOF
               READ F-HISTO
               IF F-HISTO-STATUS-OK
                   IF HI-TRIMESTRE NOT = WS-TRIMESTRE
                       AND WS-NB-HISTO < 3000
                       ADD 1 TO WS-NB-HISTO
                       MOVE REC-F-HISTO TO WS-HI-LIGNE(WS-NB-HISTO)
                   END-IF
                   IF HI-TRIMESTRE = WS-TRIMESTRE - 1
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-NB-ELEVES
                           IF WS-EL-CLASSE(WS-I) = HI-CLASSE
                               AND WS-EL-FULLNAME(WS-I) = HI-NOM
                               MOVE 'O' TO WS-EL-MAINTENU(WS-I)
                           END-IF
                       END-PERFORM
                   END-IF
               ELSE
                   SET F-HISTO-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-HISTO.
       2200-CHARGER-HISTORIQUE-END.
      ******************************************************************
      * Evaluation de l'eleve WS-E : moyennes de periode, baisse entre
      * les deux dernieres periodes notees, matieres sous 10 sur la
      * derniere, absences non justifiees, puis points.
      ******************************************************************
       3000-EVALUER-ELEVE.
           ADD 1 TO WS-NB-EVALUES.
           MOVE 0 TO WS-EL-PER-DERNIERE(WS-E)
                     WS-EL-PER-PRECEDENTE(WS-E).
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               IF WS-EL-PER-NB(WS-E, WS-P) > 0
                   COMPUTE WS-EL-PER-MOY(WS-E, WS-P) =
                       WS-EL-PER-SOMME(WS-E, WS-P)
                       / WS-EL-PER-NB(WS-E, WS-P)
                   MOVE WS-EL-PER-DERNIERE(WS-E)
                     TO WS-EL-PER-PRECEDENTE(WS-E)
                   MOVE WS-P TO WS-EL-PER-DERNIERE(WS-E)
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-EL-BAISSE(WS-E).
           IF WS-EL-PER-PRECEDENTE(WS-E) > 0
               IF WS-EL-PER-MOY(WS-E, WS-EL-PER-PRECEDENTE(WS-E)) >
                  WS-EL-PER-MOY(WS-E, WS-EL-PER-DERNIERE(WS-E))
                   COMPUTE WS-EL-BAISSE(WS-E) =
                       WS-EL-PER-MOY(WS-E, WS-EL-PER-PRECEDENTE(WS-E))
                       - WS-EL-PER-MOY(WS-E, WS-EL-PER-DERNIERE(WS-E))
               END-IF
           END-IF.

           MOVE 0 TO WS-NB-MAT-ELEVE WS-EL-NB-SOUS-10(WS-E).
           IF WS-EL-PER-DERNIERE(WS-E) > 0
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-NOTES
                   IF WS-NO-ELEVE(WS-I) = WS-E
                       AND WS-NO-PERIODE(WS-I) =
                           WS-EL-PER-DERNIERE(WS-E)
                       PERFORM 3100-CUMULER-MATIERE
                       THRU    3100-CUMULER-MATIERE-END
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-MAT-ELEVE
                   COMPUTE WS-MOY-MATIERE =
                       WS-ME-SOMME(WS-J) / WS-ME-NB(WS-J)
                   IF WS-MOY-MATIERE < 10
                       ADD 1 TO WS-EL-NB-SOUS-10(WS-E)
                   END-IF
               END-PERFORM
           END-IF.

           MOVE 0 TO WS-EL-POINTS(WS-E).
           MOVE 'N' TO WS-EL-F-BAISSE(WS-E) WS-EL-F-ABSENCES(WS-E)
                       WS-EL-F-MATIERES(WS-E).
           IF WS-EL-BAISSE(WS-E) > 0
               AND WS-EL-BAISSE(WS-E) >= WS-SEUIL-BAISSE
               MOVE 'O' TO WS-EL-F-BAISSE(WS-E)
               ADD 1 TO WS-EL-POINTS(WS-E)
           END-IF.
           IF WS-EL-NB-NJ(WS-E) > 0
               AND WS-EL-NB-NJ(WS-E) >= WS-SEUIL-NJ
               MOVE 'O' TO WS-EL-F-ABSENCES(WS-E)
               ADD 1 TO WS-EL-POINTS(WS-E)
           END-IF.
           IF WS-EL-NB-SOUS-10(WS-E) > 0
               AND WS-EL-NB-SOUS-10(WS-E) >= WS-SEUIL-MATIERES
               MOVE 'O' TO WS-EL-F-MATIERES(WS-E)
               ADD 1 TO WS-EL-POINTS(WS-E)
           END-IF.
           IF WS-EL-POINTS(WS-E) > 0
               ADD 1 TO WS-NB-SIGNALES
               IF WS-EL-MAINTENU(WS-E) = 'O'
                   ADD 1 TO WS-NB-MAINTENUS
               END-IF
           END-IF.
       3000-EVALUER-ELEVE-END.
      ******************************************************************
       3100-CUMULER-MATIERE.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-MAT-ELEVE
               IF WS-ME-MATIERE(WS-J) = WS-NO-MATIERE(WS-I)
                   MOVE WS-J TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               ADD 1 TO WS-NB-MAT-ELEVE
               MOVE WS-NB-MAT-ELEVE TO WS-POS
               MOVE WS-NO-MATIERE(WS-I) TO WS-ME-MATIERE(WS-POS)
               MOVE 0 TO WS-ME-SOMME(WS-POS) WS-ME-NB(WS-POS)
           END-IF.
           ADD WS-NO-NOTE(WS-I) TO WS-ME-SOMME(WS-POS).
           ADD 1 TO WS-ME-NB(WS-POS).
       3100-CUMULER-MATIERE-END.
      ******************************************************************
      * Listes par classe, dans l'ordre d'apparition des classes.
      ******************************************************************
       4000-EDITER-LISTES.
           OPEN OUTPUT F-ALERTES.
           IF NOT F-ALERTES-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE ALERTES-ELEVES.DAT : '
                   F-ALERTES-STATUS
               MOVE '4000-EDITER-LISTES' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE LISTE D''ALERTE'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE F-ALERTES-STATUS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REC-F-ALERTES.
           STRING 'LISTE D''ALERTE DES ELEVES EN DIFFICULTE - '
               'TRIMESTRE ' WS-TRIMESTRE ' - EDITEE LE '
               WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
               WS-DATE-JOUR(1:4)
               DELIMITED BY SIZE INTO REC-F-ALERTES.
           WRITE REC-F-ALERTES.
           MOVE SPACES TO REC-F-ALERTES.
           STRING 'A L''ATTENTION DU PROFESSEUR PRINCIPAL ET DU '
               'CONSEILLER D''ORIENTATION'
               DELIMITED BY SIZE INTO REC-F-ALERTES.
           WRITE REC-F-ALERTES.

           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-NB-ELEVES
               MOVE 'N' TO WS-DEJA-EDITEE
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F >= WS-E
                   IF WS-EL-CLASSE(WS-F) = WS-EL-CLASSE(WS-E)
                       SET CLASSE-DEJA-EDITEE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CLASSE-DEJA-EDITEE
                   MOVE WS-EL-CLASSE(WS-E) TO WS-CLASSE-EDITEE
                   PERFORM 4100-EDITER-CLASSE
                   THRU    4100-EDITER-CLASSE-END
               END-IF
           END-PERFORM.
           CLOSE F-ALERTES.
       4000-EDITER-LISTES-END.
      ******************************************************************
      * Liste de la classe WS-CLASSE-EDITEE : eleves signales classes
      * par points, puis baisse, puis absences non justifiees.
      ******************************************************************
       4100-EDITER-CLASSE.
           MOVE 0 TO WS-NB-CLASSEMENT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ELEVES
               IF WS-EL-CLASSE(WS-I) = WS-CLASSE-EDITEE
                   AND WS-EL-POINTS(WS-I) > 0
                   ADD 1 TO WS-NB-CLASSEMENT
                   MOVE WS-I TO WS-CLT-ELEVE(WS-NB-CLASSEMENT)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-NB-CLASSEMENT
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-CLASSEMENT - WS-I
                   MOVE WS-CLT-ELEVE(WS-J) TO WS-K
                   MOVE WS-CLT-ELEVE(WS-J + 1) TO WS-CLT-TEMP
                   MOVE 'N' TO WS-ECHANGE
                   EVALUATE TRUE
                       WHEN WS-EL-POINTS(WS-K) <
                            WS-EL-POINTS(WS-CLT-TEMP)
                           SET ECHANGE-A-FAIRE TO TRUE
                       WHEN WS-EL-POINTS(WS-K) >
                            WS-EL-POINTS(WS-CLT-TEMP)
                           CONTINUE
                       WHEN WS-EL-BAISSE(WS-K) <
                            WS-EL-BAISSE(WS-CLT-TEMP)
                           SET ECHANGE-A-FAIRE TO TRUE
                       WHEN WS-EL-BAISSE(WS-K) >
                            WS-EL-BAISSE(WS-CLT-TEMP)
                           CONTINUE
                       WHEN WS-EL-NB-NJ(WS-K) <
                            WS-EL-NB-NJ(WS-CLT-TEMP)
                           SET ECHANGE-A-FAIRE TO TRUE
                   END-EVALUATE
                   IF ECHANGE-A-FAIRE
                       MOVE WS-K TO WS-CLT-ELEVE(WS-J + 1)
                       MOVE WS-CLT-TEMP TO WS-CLT-ELEVE(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE ALL '*' TO REC-F-ALERTES.
           WRITE REC-F-ALERTES.
           MOVE SPACES TO REC-F-ALERTES.
           MOVE WS-NB-CLASSEMENT TO WS-ED-NB.
           STRING 'CLASSE ' FUNCTION TRIM(WS-CLASSE-EDITEE)
               ' - ELEVES SIGNALES : ' WS-ED-NB
               DELIMITED BY SIZE INTO REC-F-ALERTES.
           WRITE REC-F-ALERTES.
           MOVE ALL '*' TO REC-F-ALERTES.
           WRITE REC-F-ALERTES.
           IF WS-NB-CLASSEMENT = 0
               MOVE '  AUCUN ELEVE SIGNALE' TO REC-F-ALERTES
               WRITE REC-F-ALERTES
               GO TO 4100-EDITER-CLASSE-END
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CLASSEMENT
               MOVE WS-CLT-ELEVE(WS-I) TO WS-K
               PERFORM 4200-EDITER-ELEVE
               THRU    4200-EDITER-ELEVE-END
           END-PERFORM.
       4100-EDITER-CLASSE-END.
      ******************************************************************
      * Ligne de l'eleve WS-K au rang WS-I, puis un facteur par ligne.
      ******************************************************************
       4200-EDITER-ELEVE.
           MOVE SPACES TO REC-F-ALERTES.
           MOVE WS-I TO WS-ED-RANG.
           STRING WS-ED-RANG '. ' WS-EL-PRENOM(WS-K) ' '
               WS-EL-NOM(WS-K) '  POINTS : ' WS-EL-POINTS(WS-K) '/3'
               DELIMITED BY SIZE INTO REC-F-ALERTES.
           IF WS-EL-MAINTENU(WS-K) = 'O'
               MOVE '*** MAINTENU SUR LA LISTE ***'
                   TO REC-F-ALERTES(40:29)
           END-IF.
           WRITE REC-F-ALERTES.

           IF WS-EL-F-BAISSE(WS-K) = 'O'
               MOVE WS-EL-PER-MOY(WS-K, WS-EL-PER-PRECEDENTE(WS-K))
                 TO WS-ED-MOY-1
               MOVE WS-EL-PER-MOY(WS-K, WS-EL-PER-DERNIERE(WS-K))
                 TO WS-ED-MOY-2
               MOVE WS-EL-BAISSE(WS-K) TO WS-ED-BAISSE
               MOVE WS-SEUIL-BAISSE TO WS-ED-SEUIL
               MOVE SPACES TO REC-F-ALERTES
               STRING '       - BAISSE DE MOYENNE : P'
                   WS-EL-PER-PRECEDENTE(WS-K) ' ' WS-ED-MOY-1
                   ' -> P' WS-EL-PER-DERNIERE(WS-K) ' ' WS-ED-MOY-2
                   ' (-' WS-ED-BAISSE ' PTS, SEUIL ' WS-ED-SEUIL ')'
                   DELIMITED BY SIZE INTO REC-F-ALERTES
               WRITE REC-F-ALERTES
           END-IF.
           IF WS-EL-F-ABSENCES(WS-K) = 'O'
               MOVE WS-EL-NB-NJ(WS-K) TO WS-ED-NB
               MOVE WS-SEUIL-NJ TO WS-ED-NB-2
               MOVE SPACES TO REC-F-ALERTES
               STRING '       - ABSENCES NON JUSTIFIEES : ' WS-ED-NB
                   ' DEMI-JOURNEE(S) (SEUIL ' WS-ED-NB-2 ')'
                   DELIMITED BY SIZE INTO REC-F-ALERTES
               WRITE REC-F-ALERTES
           END-IF.
           IF WS-EL-F-MATIERES(WS-K) = 'O'
               MOVE WS-EL-NB-SOUS-10(WS-K) TO WS-ED-NB
               MOVE WS-SEUIL-MATIERES TO WS-ED-NB-2
               MOVE SPACES TO REC-F-ALERTES
               STRING '       - MATIERES SOUS 10 EN PERIODE '
                   WS-EL-PER-DERNIERE(WS-K) ' : ' WS-ED-NB
                   ' (SEUIL ' WS-ED-NB-2 ')'
                   DELIMITED BY SIZE INTO REC-F-ALERTES
               WRITE REC-F-ALERTES
           END-IF.
       4200-EDITER-ELEVE-END.
      ******************************************************************
      * Historique reecrit : lignes des autres trimestres, puis les
      * eleves signales par ce passage.
      ******************************************************************
       5000-ECRIRE-HISTORIQUE.
           OPEN OUTPUT F-HISTO.
           IF NOT F-HISTO-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE ALERTES-HISTORIQUE.DAT : '
                   F-HISTO-STATUS ' - SUIVI NON MIS A JOUR'
               GO TO 5000-ECRIRE-HISTORIQUE-END
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-HISTO
               MOVE WS-HI-LIGNE(WS-I) TO REC-F-HISTO
               WRITE REC-F-HISTO
           END-PERFORM.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-NB-ELEVES
               IF WS-EL-POINTS(WS-E) > 0
                   MOVE SPACES TO REC-F-HISTO
                   MOVE WS-TRIMESTRE        TO HI-TRIMESTRE
                   MOVE WS-EL-CLASSE(WS-E)  TO HI-CLASSE
                   MOVE WS-EL-FULLNAME(WS-E) TO HI-NOM
                   MOVE WS-EL-POINTS(WS-E)  TO HI-POINTS
                   MOVE WS-DATE-JOUR        TO HI-DATE
                   WRITE REC-F-HISTO
               END-IF
           END-PERFORM.
           CLOSE F-HISTO.
       5000-ECRIRE-HISTORIQUE-END.

       END PROGRAM ALERTES.
