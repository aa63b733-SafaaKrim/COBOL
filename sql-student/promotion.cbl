      * 3EME -> SORTIE (sortant de l'etablissement). Les notes de
      * l'annee partent dans GRADE_HISTORY puis GRADE est vide pour
      * la rentree.
      * Pour les eleves de 3EME, l'orientation se decide a la
      * deliberation : les voeux saisis dans l'annee
      * (voeux-orientation.dat, la derniere ligne d'un etudiant fait
      * foi) sont rapproches de la decision du conseil de classe
      * portee sur la feuille deliberation.dat editee par
      * student/file.cbl (zone DECISION CONSEIL remplie en seance,
      * eleve retrouve par son nom compresse comme dans
      * rapprochement.cbl). Une orientation du conseil fait sortir
      * l'eleve et REDOUBLEMENT le fait redoubler, quelle que soit sa
      * moyenne ; sans decision du conseil le seuil de passage
      * s'applique et le premier voeu est retenu. Un appel de la
      * famille, note avec les voeux, laisse l'orientation EN APPEL.
      * L'orientation
      * retenue est portee sur la ligne SORTIE de STUDENT_CLASS, d'ou
      * certificats.cbl la reprend sur l'attestation de fin de cycle,
      * et le compte rendu par classe part dans orientation-3eme.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

           SELECT F-VOEUX
               ASSIGN TO 'voeux-orientation.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-VOEUX-STATUS.

           SELECT F-DELIB
               ASSIGN TO 'deliberation.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DELIB-STATUS.

           SELECT F-ORIENT
               ASSIGN TO 'orientation-3eme.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ORIENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRE.
       01  REC-F-REGISTRE      PIC X(90).

       FD  F-VOEUX.
      * Meme dessin que les lignes ajoutees par grade-screen.cbl.
       01  REC-F-VOEUX.
           03 VX-ETUDIANT      PIC 9(04).
           03 FILLER           PIC X(01).
           03 VX-VOEU-1        PIC X(20).
           03 FILLER           PIC X(01).
           03 VX-VOEU-2        PIC X(20).
           03 FILLER           PIC X(01).
           03 VX-VOEU-3        PIC X(20).
           03 FILLER           PIC X(01).
           03 VX-DATE          PIC 9(08).
           03 FILLER           PIC X(01).
           03 VX-APPEL         PIC X(01).

       FD  F-DELIB.
      * Feuille de deliberation de student/file.cbl : les lignes
      * eleve portent 'MOY :' en colonne 18 et la decision du
      * conseil apres 'DECISION CONSEIL : ' en colonne 149.
       01  REC-F-DELIB.
           03 FILLER           PIC X(02).
           03 DL-NOM           PIC X(13).
           03 FILLER           PIC X(02).
           03 DL-MOY-LIB       PIC X(05).
           03 FILLER           PIC X(126).
           03 DL-DECISION      PIC X(20).
           03 FILLER           PIC X(02).

       FD  F-ORIENT.
       01  REC-F-ORIENT        PIC X(132).

       WORKING-STORAGE SECTION.
       01  F-REGISTRE-STATUS   PIC X(02) VALUE SPACE.
           88 F-REGISTRE-STATUS-OK VALUE '00'.
       01  F-VOEUX-STATUS      PIC X(02) VALUE SPACE.
           88 F-VOEUX-STATUS-OK VALUE '00'.
           88 F-VOEUX-STATUS-EOF VALUE '10'.
       01  F-DELIB-STATUS      PIC X(02) VALUE SPACE.
           88 F-DELIB-STATUS-OK VALUE '00'.
           88 F-DELIB-STATUS-EOF VALUE '10'.
       01  F-ORIENT-STATUS     PIC X(02) VALUE SPACE.
           88 F-ORIENT-STATUS-OK VALUE '00'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME              PIC X(30) VALUE 'school'.
       01  SQL-STATUT          PIC X(10).
       01  SQL-ANNEE           PIC X(09).
       01  SQL-ANNEE-SUIV      PIC X(09).
       01  SQL-ORIENTATION     PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.


       01  WS-ED-MOYENNE       PIC Z9,99.

      * Voeux (derniere saisie par etudiant) et feuille du conseil.
       01  WS-NB-VOEUX         PIC 9(03) VALUE 0.
       01  WS-TAB-VOEUX.
           03 WS-VX-ENTREE OCCURS 300 TIMES.
              05 WS-VX-ETUDIANT    PIC 9(04).
              05 WS-VX-VOEU        PIC X(20) OCCURS 3 TIMES.
              05 WS-VX-APPEL       PIC X(01).
       01  WS-NB-DELIB         PIC 9(03) VALUE 0.
       01  WS-TAB-DELIB.
           03 WS-DL-ENTREE OCCURS 300 TIMES.
              05 WS-DL-NOM         PIC X(13).
              05 WS-DL-DECISION    PIC X(20).
       01  WS-NOM-COMPRESSE    PIC X(13).
       01  WS-NOM-PART1        PIC X(13).
       01  WS-NOM-PART2        PIC X(13).

      * Compte rendu d'orientation, edite par classe en fin de
      * traitement.
       01  WS-NB-ORIENT        PIC 9(03) VALUE 0.
       01  WS-TAB-ORIENT.
           03 WS-OR-ENTREE OCCURS 300 TIMES.
              05 WS-OR-CLASSE      PIC X(20).
              05 WS-OR-ID          PIC 9(04).
              05 WS-OR-NOM         PIC X(07).
              05 WS-OR-PRENOM      PIC X(06).
              05 WS-OR-MOYENNE     PIC 99V99.
              05 WS-OR-VOEU        PIC X(20) OCCURS 3 TIMES.
              05 WS-OR-ORIENTATION PIC X(20).
              05 WS-OR-RESULTAT    PIC X(16).
       01  WS-POS-VX           PIC 9(03).
       01  WS-POS-DL           PIC 9(03).
       01  WS-POS-OR           PIC 9(03).
       01  WS-J                PIC 9(03).
       01  WS-K                PIC 9(03).
       01  WS-RANG-ACCORDE     PIC 9(01).
       01  WS-NB-ACCORDES      PIC 9(03).
       01  WS-NB-REFUSES       PIC 9(03).
       01  WS-NB-APPELS        PIC 9(03).
       01  WS-CLASSE-EDITEE    PIC X(20).
       01  WS-DEJA-EDITEE      PIC X(01).
           88 CLASSE-DEJA-EDITEE VALUE 'O'.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 2000-PREPARER-TABLES
               THRU 2000-PREPARER-TABLES-END.
           PERFORM 2100-CHARGER-ORIENTATION
               THRU 2100-CHARGER-ORIENTATION-END.
           PERFORM 3000-TRAITER-ETUDIANTS
               THRU 3000-TRAITER-ETUDIANTS-END.
           PERFORM 5000-ARCHIVER-NOTES
           PERFORM 6000-ECRIRE-REGISTRE
               THRU 6000-ECRIRE-REGISTRE-END.
           CLOSE F-REGISTRE.
           PERFORM 7000-ECRIRE-ORIENTATION
               THRU 7000-ECRIRE-ORIENTATION-END.

           DISPLAY 'CLOTURE D''ANNEE TERMINEE - VOIR '
               'registre-promotion.rpt'.
                   GRADE DECIMAL(5,2)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE STUDENT_CLASS
                   ADD COLUMN IF NOT EXISTS ORIENTATION VARCHAR(20)
           END-EXEC.
       2000-PREPARER-TABLES-END.
           EXIT.

      ******************************************************************
      * Charge les voeux d'orientation (la derniere ligne d'un
      * etudiant remplace les precedentes) et la feuille de
      * deliberation du conseil ; l'un et l'autre sont facultatifs.
      ******************************************************************
       2100-CHARGER-ORIENTATION.
           OPEN INPUT F-VOEUX.
           IF NOT F-VOEUX-STATUS-OK
               DISPLAY 'VOEUX-ORIENTATION.DAT ABSENT : AUCUN VOEU'
           ELSE
               PERFORM UNTIL F-VOEUX-STATUS-EOF
                   READ F-VOEUX
                   IF F-VOEUX-STATUS-OK
                       MOVE 0 TO WS-POS-VX
                       PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-NB-VOEUX
                           IF WS-VX-ETUDIANT (WS-J) = VX-ETUDIANT
                               MOVE WS-J TO WS-POS-VX
                           END-IF
                       END-PERFORM
                       IF WS-POS-VX = 0 AND WS-NB-VOEUX < 300
                           ADD 1 TO WS-NB-VOEUX
                           MOVE WS-NB-VOEUX TO WS-POS-VX
                       END-IF
                       IF WS-POS-VX > 0
                           MOVE VX-ETUDIANT
                               TO WS-VX-ETUDIANT (WS-POS-VX)
                           MOVE VX-VOEU-1 TO WS-VX-VOEU (WS-POS-VX, 1)
                           MOVE VX-VOEU-2 TO WS-VX-VOEU (WS-POS-VX, 2)
                           MOVE VX-VOEU-3 TO WS-VX-VOEU (WS-POS-VX, 3)
                           MOVE VX-APPEL  TO WS-VX-APPEL (WS-POS-VX)
                       END-IF
                   ELSE
                       SET F-VOEUX-STATUS-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE F-VOEUX
           END-IF.

           OPEN INPUT F-DELIB.
           IF NOT F-DELIB-STATUS-OK
               DISPLAY 'DELIBERATION.DAT ABSENT : ORIENTATION AU '
                   'SEUIL DE PASSAGE'
               GO TO 2100-CHARGER-ORIENTATION-END
           END-IF.
      * Seules les lignes eleve dont la decision a ete remplie
      * (pointilles remplaces) sont retenues.
           PERFORM UNTIL F-DELIB-STATUS-EOF
               READ F-DELIB
               IF F-DELIB-STATUS-OK
                   INSPECT DL-DECISION REPLACING ALL '.' BY SPACE
                   IF DL-MOY-LIB = 'MOY :' AND DL-DECISION NOT = SPACES
                       IF WS-NB-DELIB < 300
                           MOVE SPACES TO WS-NOM-PART1 WS-NOM-PART2
                           UNSTRING DL-NOM DELIMITED BY ALL SPACE
                               INTO WS-NOM-PART1 WS-NOM-PART2
                           END-UNSTRING
                           ADD 1 TO WS-NB-DELIB
                           MOVE SPACES TO WS-DL-NOM (WS-NB-DELIB)
                           STRING FUNCTION TRIM(WS-NOM-PART1)
                                  FUNCTION TRIM(WS-NOM-PART2)
                               DELIMITED BY SIZE
                               INTO WS-DL-NOM (WS-NB-DELIB)
                           MOVE FUNCTION TRIM(DL-DECISION)
                               TO WS-DL-DECISION (WS-NB-DELIB)
                       ELSE
                           DISPLAY 'PLUS DE 300 DECISIONS, LIGNE '
                               'IGNOREE : ' DL-NOM
                       END-IF
                   END-IF
               ELSE
                   SET F-DELIB-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-DELIB.
       2100-CHARGER-ORIENTATION-END.
           EXIT.

      ******************************************************************
      * Parcourt les etudiants avec leur moyenne de l'annee et leur
      * classe courante (6EME a defaut), decide promotion /
               MOVE 'REDOUBLANT' TO SQL-STATUT
           END-IF.

           MOVE SPACES TO SQL-ORIENTATION.
           IF SQL-CLASSE = '3EME'
               PERFORM 3300-ORIENTER-ELEVE
                   THRU 3300-ORIENTER-ELEVE-END
           END-IF.

           EXEC SQL
               INSERT INTO STUDENT_CLASS
                   (STUDENT_ID, SCHOOL_YEAR, CLASS_LABEL, STATUS,
                    ORIENTATION)
               VALUES (:SQL-S-ID, :SQL-ANNEE-SUIV,
                       :SQL-CLASSE-SUIV, :SQL-STATUT,
                       :SQL-ORIENTATION)
           END-EXEC.

           PERFORM 3200-CUMULER-REGISTRE
       3200-CUMULER-REGISTRE-END.
           EXIT.

      ******************************************************************
      * Orientation d'un eleve de 3EME : la decision du conseil
      * l'emporte sur le seuil de passage (orientation => SORTIE,
      * REDOUBLEMENT => 3EME) ; le voeu accorde est celui qui porte
      * l'orientation retenue, sinon les voeux sont refuses. Sans
      * ligne du conseil, l'eleve sortant obtient son premier voeu.
      ******************************************************************
       3300-ORIENTER-ELEVE.
           MOVE 0 TO WS-POS-VX WS-POS-DL WS-POS-OR WS-RANG-ACCORDE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-VOEUX
               IF WS-VX-ETUDIANT (WS-J) = SQL-S-ID
                   MOVE WS-J TO WS-POS-VX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NOM-COMPRESSE.
           STRING FUNCTION TRIM(SQL-S-FIRSTNAME)
                  FUNCTION TRIM(SQL-S-LASTNAME)
               DELIMITED BY SIZE INTO WS-NOM-COMPRESSE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-DELIB
               IF WS-DL-NOM (WS-J) = WS-NOM-COMPRESSE
                   MOVE WS-J TO WS-POS-DL
               END-IF
           END-PERFORM.

           IF WS-NB-ORIENT >= 300
               DISPLAY 'PLUS DE 300 ELEVES DE 3EME, COMPTE RENDU '
                   'INCOMPLET POUR ' SQL-S-ID
           ELSE
               ADD 1 TO WS-NB-ORIENT
               MOVE WS-NB-ORIENT TO WS-POS-OR
               MOVE SQL-CLASSE      TO WS-OR-CLASSE (WS-NB-ORIENT)
               MOVE SQL-S-ID        TO WS-OR-ID (WS-NB-ORIENT)
               MOVE SQL-S-LASTNAME  TO WS-OR-NOM (WS-NB-ORIENT)
               MOVE SQL-S-FIRSTNAME TO WS-OR-PRENOM (WS-NB-ORIENT)
               MOVE SQL-S-MOYENNE   TO WS-OR-MOYENNE (WS-NB-ORIENT)
               MOVE SPACES TO WS-OR-VOEU (WS-NB-ORIENT, 1)
                              WS-OR-VOEU (WS-NB-ORIENT, 2)
                              WS-OR-VOEU (WS-NB-ORIENT, 3)
               IF WS-POS-VX > 0
                   MOVE WS-VX-VOEU (WS-POS-VX, 1)
                       TO WS-OR-VOEU (WS-NB-ORIENT, 1)
                   MOVE WS-VX-VOEU (WS-POS-VX, 2)
                       TO WS-OR-VOEU (WS-NB-ORIENT, 2)
                   MOVE WS-VX-VOEU (WS-POS-VX, 3)
                       TO WS-OR-VOEU (WS-NB-ORIENT, 3)
               END-IF
           END-IF.

           IF WS-POS-DL > 0
               IF WS-DL-DECISION (WS-POS-DL) = 'REDOUBLEMENT'
                   MOVE SQL-CLASSE   TO SQL-CLASSE-SUIV
                   MOVE 'REDOUBLANT' TO SQL-STATUT
               ELSE
                   MOVE 'SORTIE'     TO SQL-CLASSE-SUIV
                   MOVE 'SORTANT   ' TO SQL-STATUT
                   MOVE WS-DL-DECISION (WS-POS-DL) TO SQL-ORIENTATION
               END-IF
           ELSE
               IF SQL-STATUT = 'SORTANT   ' AND WS-POS-VX > 0
                   MOVE WS-VX-VOEU (WS-POS-VX, 1) TO SQL-ORIENTATION
               END-IF
           END-IF.

           IF SQL-ORIENTATION NOT = SPACES AND WS-POS-VX > 0
               PERFORM VARYING WS-J FROM 3 BY -1 UNTIL WS-J < 1
                   IF WS-VX-VOEU (WS-POS-VX, WS-J) = SQL-ORIENTATION
                       MOVE WS-J TO WS-RANG-ACCORDE
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-POS-OR > 0
               MOVE SQL-ORIENTATION
                   TO WS-OR-ORIENTATION (WS-POS-OR)
               EVALUATE TRUE
                   WHEN WS-POS-VX > 0 AND WS-VX-APPEL (WS-POS-VX) = 'O'
                       MOVE 'EN APPEL' TO WS-OR-RESULTAT (WS-POS-OR)
                   WHEN SQL-STATUT = 'REDOUBLANT'
                       MOVE 'REDOUBLEMENT'
                           TO WS-OR-RESULTAT (WS-POS-OR)
                   WHEN WS-RANG-ACCORDE > 0
                       MOVE SPACES TO WS-OR-RESULTAT (WS-POS-OR)
                       STRING 'VOEU ' WS-RANG-ACCORDE ' ACCORDE'
                           DELIMITED BY SIZE
                           INTO WS-OR-RESULTAT (WS-POS-OR)
                   WHEN WS-POS-VX = 0
                       MOVE 'SANS VOEU' TO WS-OR-RESULTAT (WS-POS-OR)
                   WHEN OTHER
                       MOVE 'VOEUX REFUSES'
                           TO WS-OR-RESULTAT (WS-POS-OR)
               END-EVALUATE
           END-IF.

      * L'orientation d'un eleve en appel reste ouverte dans la base.
           IF WS-POS-VX > 0 AND WS-VX-APPEL (WS-POS-VX) = 'O'
               AND SQL-STATUT = 'SORTANT   '
               MOVE 'EN APPEL' TO SQL-ORIENTATION
           END-IF.
       3300-ORIENTER-ELEVE-END.
           EXIT.

      ******************************************************************
      * Archive les notes de l'annee dans GRADE_HISTORY puis vide
      * GRADE pour la rentree.
       6000-ECRIRE-REGISTRE-END.
           EXIT.

      ******************************************************************
      * Compte rendu d'orientation des eleves de 3EME, classe par
      * classe : voeux, moyenne, orientation retenue et resultat
      * (voeu accorde, voeux refuses, en appel, redoublement), avec
      * les totaux de la classe.
      ******************************************************************
       7000-ECRIRE-ORIENTATION.
           OPEN OUTPUT F-ORIENT.
           IF NOT F-ORIENT-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE ORIENTATION-3EME.RPT : '
                   F-ORIENT-STATUS
               GO TO 7000-ECRIRE-ORIENTATION-END
           END-IF.
           MOVE 'COMPTE RENDU D''ORIENTATION DES ELEVES DE 3EME'
               TO REC-F-ORIENT.
           WRITE REC-F-ORIENT.
           IF WS-NB-ORIENT = 0
               MOVE 'AUCUN ELEVE DE 3EME TRAITE' TO REC-F-ORIENT
               WRITE REC-F-ORIENT
           END-IF.

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-ORIENT
               MOVE 'N' TO WS-DEJA-EDITEE
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K >= WS-J
                   IF WS-OR-CLASSE (WS-K) = WS-OR-CLASSE (WS-J)
                       SET CLASSE-DEJA-EDITEE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CLASSE-DEJA-EDITEE
                   MOVE WS-OR-CLASSE (WS-J) TO WS-CLASSE-EDITEE
                   PERFORM 7100-EDITER-CLASSE
                       THRU 7100-EDITER-CLASSE-END
               END-IF
           END-PERFORM.
           CLOSE F-ORIENT.
           DISPLAY 'ORIENTATION DES 3EME - VOIR orientation-3eme.rpt'.
       7000-ECRIRE-ORIENTATION-END.
           EXIT.

       7100-EDITER-CLASSE.
           MOVE SPACES TO REC-F-ORIENT.
           WRITE REC-F-ORIENT.
           STRING 'CLASSE ' WS-CLASSE-EDITEE
               DELIMITED BY SIZE INTO REC-F-ORIENT.
           WRITE REC-F-ORIENT.
           MOVE SPACES TO REC-F-ORIENT.
           STRING 'ID   NOM     PRENOM  MOY.  '
               'VOEU 1               VOEU 2               '
               'VOEU 3               ORIENTATION          RESULTAT'
               DELIMITED BY SIZE INTO REC-F-ORIENT.
           WRITE REC-F-ORIENT.
           MOVE 0 TO WS-NB-ACCORDES WS-NB-REFUSES WS-NB-APPELS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-ORIENT
               IF WS-OR-CLASSE (WS-K) = WS-CLASSE-EDITEE
                   MOVE WS-OR-MOYENNE (WS-K) TO WS-ED-MOYENNE
                   MOVE SPACES TO REC-F-ORIENT
                   STRING WS-OR-ID (WS-K) ' '
                       WS-OR-NOM (WS-K) ' '
                       WS-OR-PRENOM (WS-K) '  '
                       WS-ED-MOYENNE ' '
                       WS-OR-VOEU (WS-K, 1) ' '
                       WS-OR-VOEU (WS-K, 2) ' '
                       WS-OR-VOEU (WS-K, 3) ' '
                       WS-OR-ORIENTATION (WS-K) ' '
                       WS-OR-RESULTAT (WS-K)
                       DELIMITED BY SIZE INTO REC-F-ORIENT
                   WRITE REC-F-ORIENT
                   EVALUATE TRUE
                       WHEN WS-OR-RESULTAT (WS-K) = 'EN APPEL'
                           ADD 1 TO WS-NB-APPELS
                       WHEN WS-OR-RESULTAT (WS-K)(1:5) = 'VOEU '
                           ADD 1 TO WS-NB-ACCORDES
                       WHEN WS-OR-RESULTAT (WS-K) = 'VOEUX REFUSES'
                           ADD 1 TO WS-NB-REFUSES
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REC-F-ORIENT.
           STRING 'VOEUX ACCORDES : ' WS-NB-ACCORDES
               '  VOEUX REFUSES : ' WS-NB-REFUSES
               '  EN APPEL : ' WS-NB-APPELS
               DELIMITED BY SIZE INTO REC-F-ORIENT.
           WRITE REC-F-ORIENT.
       7100-EDITER-CLASSE-END.
           EXIT.

       END PROGRAM promotion.
