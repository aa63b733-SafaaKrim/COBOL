      * exigeait d'editer le fichier plat et de tout recharger. Cet
      * ecran (SCREEN SECTION sur le modele de main-screen.cbl) agit
      * directement sur la table GRADE.
      * Les voeux d'orientation des eleves de 3EME (trois au plus,
      * classes par ordre de preference) se saisissent aussi ici ;
      * chaque saisie ajoute une ligne datee a voeux-orientation.dat,
      * la derniere ligne d'un etudiant faisant foi pour la
      * deliberation traitee par promotion.cbl.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

           SELECT VOEUX-FILE
               ASSIGN TO 'voeux-orientation.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VOEUX.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTES-JOURNAL-FILE
           05 WS-JRN-CODE        PIC X(6).
           05 FILLER             PIC X(36).

       FD  VOEUX-FILE
      * Voeux d'orientation d'un etudiant, par ordre de preference,
      * avec la date de saisie et l'appel eventuel de la famille
      * contre la decision du conseil (O/N).
           RECORD CONTAINS 78 CHARACTERS.
       01  WS-VOEUX-RECORD.
           05 WS-VX-ETUDIANT     PIC 9(4).
           05 FILLER             PIC X(1).
           05 WS-VX-VOEU-1       PIC X(20).
           05 FILLER             PIC X(1).
           05 WS-VX-VOEU-2       PIC X(20).
           05 FILLER             PIC X(1).
           05 WS-VX-VOEU-3       PIC X(20).
           05 FILLER             PIC X(1).
           05 WS-VX-DATE         PIC 9(8).
           05 FILLER             PIC X(1).
           05 WS-VX-APPEL        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-JOURNAL   PIC X(02) VALUE SPACE.
           88 STATUT-JOURNAL-OK VALUE '00'.
       01  WS-STATUS-VOEUX     PIC X(02) VALUE SPACE.
           88 STATUT-VOEUX-OK  VALUE '00'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME              PIC X(30) VALUE 'school'.
       01  SQL-G-GRADE         PIC 99V99.
       01  SQL-G-AVANT         PIC 99V99.
       01  SQL-NB-TROUVES      PIC 9(04).
       01  SQL-CLASSE          PIC X(20).
       01  SQL-ANNEE           PIC X(09).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           88 NOTE-EXISTANTE   VALUE 'O'.
       01  WS-ED-NOTE          PIC Z9,99.

      * Voeux d'orientation : libelles admis et controle de saisie.
       01  SC-VOEU-1           PIC X(20).
       01  SC-VOEU-2           PIC X(20).
       01  SC-VOEU-3           PIC X(20).
       01  SC-APPEL            PIC X(01).
       01  WS-LIBELLES-ORIENTATION.
           03 FILLER           PIC X(20) VALUE 'SECONDE GT'.
           03 FILLER           PIC X(20) VALUE 'SECONDE PRO'.
           03 FILLER           PIC X(20) VALUE 'CAP'.
           03 FILLER           PIC X(20) VALUE 'APPRENTISSAGE'.
           03 FILLER           PIC X(20) VALUE 'AUTRE'.
       01  WS-TAB-ORIENTATION REDEFINES WS-LIBELLES-ORIENTATION.
           03 WS-ORIENTATION-ADMISE OCCURS 5 TIMES PIC X(20).
       01  WS-VOEU-CONTROLE    PIC X(20).
       01  WS-VOEU-VALIDE      PIC X(01).
           88 VOEU-VALIDE      VALUE 'O'.
       01  WS-I                PIC 9(02).
       01  WS-DATE-JOUR        PIC 9(08).
       01  WS-ANNEE-DEB        PIC 9(04).
       01  WS-ANNEE-FIN        PIC 9(04).

       SCREEN SECTION.
       01 RECHERCHE-SCREEN.
           05 LINE 2 COL 2 VALUE "RECHERCHE D'UN ETUDIANT"
           05 LINE 9 COL 18 PIC X(06) TO SC-NOTE-SAISIE
           FOREGROUND-COLOR 5.

       01 VOEUX-SCREEN.
           05 LINE 6 COL 2 VALUE
           "SECONDE GT / SECONDE PRO / CAP / APPRENTISSAGE / AUTRE"
           FOREGROUND-COLOR 2.
           05 LINE 7 COL 2 VALUE "Voeu 1 :" FOREGROUND-COLOR 5.
           05 LINE 7 COL 11 PIC X(20) TO SC-VOEU-1
           FOREGROUND-COLOR 5.
           05 LINE 8 COL 2 VALUE "Voeu 2 :" FOREGROUND-COLOR 5.
           05 LINE 8 COL 11 PIC X(20) TO SC-VOEU-2
           FOREGROUND-COLOR 5.
           05 LINE 9 COL 2 VALUE "Voeu 3 :" FOREGROUND-COLOR 5.
           05 LINE 9 COL 11 PIC X(20) TO SC-VOEU-3
           FOREGROUND-COLOR 5.
           05 LINE 10 COL 2 VALUE "Appel de la famille (O/N) :"
           FOREGROUND-COLOR 5.
           05 LINE 10 COL 30 PIC X(01) TO SC-APPEL
           FOREGROUND-COLOR 5.

       01 MESSAGE-SCREEN.
           05 LINE 11 COL 2 PIC X(40) FROM SC-MESSAGE-OUT
           FOREGROUND-COLOR 4.
               DISPLAY 'GESTION DES NOTES DE LA BASE SCHOOL'
               DISPLAY '1. Rechercher un etudiant et lister ses notes'
               DISPLAY '2. Saisir / corriger une note'
               DISPLAY '3. Saisir les voeux d''orientation (3EME)'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
                           PERFORM 4000-SAISIR-NOTE
                               THRU 4000-SAISIR-NOTE-END
                       END-IF
                   WHEN '3'
                       IF NOT ETUDIANT-CHOISI
                           PERFORM 2000-RECHERCHER-ETUDIANT
                               THRU 2000-RECHERCHER-ETUDIANT-END
                       END-IF
                       IF ETUDIANT-CHOISI
                           PERFORM 6000-SAISIR-VOEUX
                               THRU 6000-SAISIR-VOEUX-END
                       END-IF
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
       5000-ECRIRE-JOURNAL-END.
           EXIT.

      ******************************************************************
      * Voeux d'orientation de l'etudiant courant, qui doit etre en
      * 3EME pour l'annee scolaire en cours (STUDENT_CLASS) : voeu 1
      * obligatoire, voeux pris dans la liste des libelles admis,
      * sans trou ni doublon, appel de la famille O ou N (N a
      * defaut). La saisie ajoute une ligne datee a
      * voeux-orientation.dat et remplace les voeux precedents.
      ******************************************************************
       6000-SAISIR-VOEUX.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-DEB.
           IF WS-DATE-JOUR(5:2) < '09'
               SUBTRACT 1 FROM WS-ANNEE-DEB
           END-IF.
           COMPUTE WS-ANNEE-FIN = WS-ANNEE-DEB + 1.
           MOVE SPACES TO SQL-ANNEE.
           STRING WS-ANNEE-DEB '-' WS-ANNEE-FIN
               DELIMITED BY SIZE INTO SQL-ANNEE.
           MOVE SPACES TO SQL-CLASSE.
           EXEC SQL
               SELECT COALESCE(MAX(CLASS_LABEL), '6EME')
               INTO :SQL-CLASSE
               FROM STUDENT_CLASS
               WHERE STUDENT_ID = :SQL-S-ID
               AND SCHOOL_YEAR = :SQL-ANNEE
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-CLASSE NOT = '3EME'
               MOVE 'ETUDIANT NON INSCRIT EN 3EME.' TO SC-MESSAGE-OUT
               DISPLAY MESSAGE-SCREEN
               GO TO 6000-SAISIR-VOEUX-END
           END-IF.

           MOVE SPACES TO SC-VOEU-1 SC-VOEU-2 SC-VOEU-3 SC-APPEL.
           DISPLAY VOEUX-SCREEN.
           ACCEPT VOEUX-SCREEN.

           IF SC-APPEL = SPACE
               MOVE 'N' TO SC-APPEL
           END-IF.
           IF SC-APPEL NOT = 'O' AND SC-APPEL NOT = 'N'
               MOVE 'APPEL : O OU N.' TO SC-MESSAGE-OUT
               DISPLAY MESSAGE-SCREEN
               GO TO 6000-SAISIR-VOEUX-END
           END-IF.
           IF SC-VOEU-1 = SPACES
               MOVE 'VOEU 1 OBLIGATOIRE.' TO SC-MESSAGE-OUT
               DISPLAY MESSAGE-SCREEN
               GO TO 6000-SAISIR-VOEUX-END
           END-IF.
           IF SC-VOEU-2 = SPACES AND SC-VOEU-3 NOT = SPACES
               MOVE 'VOEU 3 SANS VOEU 2.' TO SC-MESSAGE-OUT
               DISPLAY MESSAGE-SCREEN
               GO TO 6000-SAISIR-VOEUX-END
           END-IF.
           IF (SC-VOEU-2 NOT = SPACES AND SC-VOEU-2 = SC-VOEU-1)
               OR (SC-VOEU-3 NOT = SPACES AND
                   (SC-VOEU-3 = SC-VOEU-1 OR SC-VOEU-3 = SC-VOEU-2))
               MOVE 'VOEU EN DOUBLE.' TO SC-MESSAGE-OUT
               DISPLAY MESSAGE-SCREEN
               GO TO 6000-SAISIR-VOEUX-END
           END-IF.
           MOVE SC-VOEU-1 TO WS-VOEU-CONTROLE.
           PERFORM 6100-CONTROLER-VOEU
               THRU 6100-CONTROLER-VOEU-END.
           IF VOEU-VALIDE AND SC-VOEU-2 NOT = SPACES
               MOVE SC-VOEU-2 TO WS-VOEU-CONTROLE
               PERFORM 6100-CONTROLER-VOEU
                   THRU 6100-CONTROLER-VOEU-END
           END-IF.
           IF VOEU-VALIDE AND SC-VOEU-3 NOT = SPACES
               MOVE SC-VOEU-3 TO WS-VOEU-CONTROLE
               PERFORM 6100-CONTROLER-VOEU
                   THRU 6100-CONTROLER-VOEU-END
           END-IF.
           IF NOT VOEU-VALIDE
               MOVE 'VOEU HORS LISTE.' TO SC-MESSAGE-OUT
               DISPLAY MESSAGE-SCREEN
               GO TO 6000-SAISIR-VOEUX-END
           END-IF.

           OPEN EXTEND VOEUX-FILE.
           IF NOT STATUT-VOEUX-OK
               OPEN OUTPUT VOEUX-FILE
           END-IF.
           IF NOT STATUT-VOEUX-OK
               MOVE 'ECHEC DE L''ENREGISTREMENT.' TO SC-MESSAGE-OUT
               DISPLAY MESSAGE-SCREEN
               GO TO 6000-SAISIR-VOEUX-END
           END-IF.
           MOVE SPACES TO WS-VOEUX-RECORD.
           MOVE SQL-S-ID  TO WS-VX-ETUDIANT.
           MOVE SC-VOEU-1 TO WS-VX-VOEU-1.
           MOVE SC-VOEU-2 TO WS-VX-VOEU-2.
           MOVE SC-VOEU-3 TO WS-VX-VOEU-3.
           MOVE WS-DATE-JOUR TO WS-VX-DATE.
           MOVE SC-APPEL  TO WS-VX-APPEL.
           WRITE WS-VOEUX-RECORD.
           CLOSE VOEUX-FILE.
           MOVE 'VOEUX ENREGISTRES.' TO SC-MESSAGE-OUT.
           DISPLAY MESSAGE-SCREEN.
       6000-SAISIR-VOEUX-END.
           EXIT.

       6100-CONTROLER-VOEU.
           MOVE 'N' TO WS-VOEU-VALIDE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               IF WS-ORIENTATION-ADMISE (WS-I) = WS-VOEU-CONTROLE
                   SET VOEU-VALIDE TO TRUE
               END-IF
           END-PERFORM.
       6100-CONTROLER-VOEU-END.
           EXIT.

       END PROGRAM grade-screen.
