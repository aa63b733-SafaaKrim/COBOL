      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Saisie de l'emploi du temps hebdomadaire des    *
      * classes a l'ecran : un creneau par classe, jour et heure, avec *
      * la matiere (code de cours.dat), le professeur et la salle.     *
      * Un professeur ou une salle deja pris sur le meme creneau par   *
      * une autre classe est refuse, et chaque changement part au      *
      * journal edt-journal.log, comme le journal des notes de         *
      * grade-screen.cbl.                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDT-SCREEN.
       AUTHOR. K-SAFAA.

      * L'emploi du temps etait monte chaque septembre sur un tableau
      * mural. Il vit desormais dans emploi-du-temps.dat, charge en
      * memoire au lancement et reecrit entierement a chaque creneau
      * enregistre ou supprime. Les classes sont celles des fiches
      * d'en-tete '00' du fichier du bulletin (input.dat) et les
      * matieres celles du referentiel cours.dat ; le professeur
      * laisse a blanc est le titulaire de la matiere (RC-PROF).
      * Jours 1 (lundi) a 6 (samedi), heures de debut 08 a 18.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EDT
               ASSIGN TO 'emploi-du-temps.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EDT-STATUS.

           SELECT F-COURS
               ASSIGN TO 'cours.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COURS-STATUS.

           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT EDT-JOURNAL-FILE
               ASSIGN TO 'edt-journal.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-EDT
      * Un creneau par ligne : classe, jour (1-6), heure de debut,
      * code matiere, professeur et salle.
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-EDT.
           03 ED-CLASSE        PIC X(20).
           03 FILLER           PIC X(01).
           03 ED-JOUR          PIC 9(01).
           03 FILLER           PIC X(01).
           03 ED-HEURE         PIC 9(02).
           03 FILLER           PIC X(01).
           03 ED-COURS         PIC X(06).
           03 FILLER           PIC X(01).
           03 ED-PROF          PIC X(20).
           03 FILLER           PIC X(01).
           03 ED-SALLE         PIC X(06).

       FD  F-COURS
      * Meme dessin que le referentiel lu par file.cbl.
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-COURS.
           03 RC-CODE          PIC X(06).
           03 FILLER           PIC X(01).
           03 RC-LABEL         PIC X(21).
           03 FILLER           PIC X(01).
           03 RC-PROF          PIC X(20).
           03 FILLER           PIC X(01).

       FD  F-INPUT
      * Fichier du bulletin : seules les fiches d'en-tete de classe
      * '00' sont lues ici.
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.
       01  REC-F-INPUT-2         PIC X(02).
       01  REC-CLASSE.
           03 R-CL-KEY           PIC 9(02).
           03 R-CL-LIBELLE       PIC X(20).

       FD  EDT-JOURNAL-FILE
      * Une ligne d'audit par changement : date, heure, action
      * (C = creation, M = modification, S = suppression) et image
      * du creneau apres changement (avant pour une suppression).
           RECORD CONTAINS 90 CHARACTERS.
       01  WS-JOURNAL-RECORD.
           05 WS-JRN-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 WS-JRN-HEURE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 WS-JRN-ACTION      PIC X(1).
           05 FILLER             PIC X(1).
           05 WS-JRN-CRENEAU     PIC X(60).
           05 FILLER             PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-EDT-STATUS==
                     ==FSTAT-OK==    BY ==F-EDT-STATUS-OK==.
           88 F-EDT-STATUS-EOF     VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-COURS-STATUS==
                     ==FSTAT-OK==    BY ==F-COURS-STATUS-OK==.
           88 F-COURS-STATUS-EOF   VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-INPUT-STATUS==
                     ==FSTAT-OK==    BY ==F-INPUT-STATUS-OK==.
           88 F-INPUT-STATUS-EOF   VALUE '10'.

       01  WS-STATUS-JOURNAL   PIC X(02) VALUE SPACE.
           88 STATUT-JOURNAL-OK VALUE '00'.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME     PIC X(20) VALUE 'EDT-SCREEN'.
       01  WS-LOG-PARAGRAPHE    PIC X(30).
       01  WS-LOG-MESSAGE       PIC X(50).

      * Emploi du temps en memoire.
       01  WS-NB-CRENEAUX       PIC 9(03) VALUE 0.
       01  WS-TAB-CRENEAUX.
           03 WS-CRN-ENTREE OCCURS 500 TIMES.
              05 WS-CRN-CLASSE     PIC X(20).
              05 WS-CRN-JOUR       PIC 9(01).
              05 WS-CRN-HEURE      PIC 9(02).
              05 WS-CRN-COURS      PIC X(06).
              05 WS-CRN-PROF       PIC X(20).
              05 WS-CRN-SALLE      PIC X(06).

      * Referentiel des matieres.
       01  WS-NB-REF-COURS      PIC 9(03) VALUE 0.
       01  WS-TAB-REF-COURS.
           03 WS-RFC-ENTREE OCCURS 100 TIMES.
              05 WS-RFC-CODE       PIC X(06).
              05 WS-RFC-LABEL      PIC X(21).
              05 WS-RFC-PROF       PIC X(20).

      * Classes des fiches '00' du bulletin.
       01  WS-NB-CLASSES        PIC 99 VALUE 0.
       01  WS-TAB-CLASSES.
           03 WS-CLA-LIBELLE OCCURS 20 TIMES PIC X(20).

       01  WS-NOMS-JOURS.
           03 FILLER            PIC X(08) VALUE 'LUNDI'.
           03 FILLER            PIC X(08) VALUE 'MARDI'.
           03 FILLER            PIC X(08) VALUE 'MERCREDI'.
           03 FILLER            PIC X(08) VALUE 'JEUDI'.
           03 FILLER            PIC X(08) VALUE 'VENDREDI'.
           03 FILLER            PIC X(08) VALUE 'SAMEDI'.
       01  WS-TAB-JOURS REDEFINES WS-NOMS-JOURS.
           03 WS-NOM-JOUR OCCURS 6 TIMES PIC X(08).

       01  WS-CHOIX-MENU       PIC X(01).
       01  SC-CLASSE           PIC X(20).
       01  SC-JOUR             PIC X(01).
       01  SC-HEURE            PIC X(02).
       01  SC-COURS            PIC X(06).
       01  SC-PROF             PIC X(20).
       01  SC-SALLE            PIC X(06).
       01  SC-MESSAGE-OUT      PIC X(40) VALUE SPACES.

       01  WS-I                 PIC 9(03).
       01  WS-POS               PIC 9(03).
       01  WS-COURS-POS         PIC 9(03).
       01  WS-JOUR-NUM          PIC 9(01).
       01  WS-HEURE-NUM         PIC 9(02).
       01  WS-NB-LISTES         PIC 9(03).
       01  WS-ACTION            PIC X(01).
       01  WS-CLASSE-CONNUE     PIC X(01).
           88 CLASSE-CONNUE     VALUE 'O'.

       SCREEN SECTION.
       01 CRENEAU-SCREEN.
           05 LINE 2 COL 2 VALUE "SAISIE D'UN CRENEAU"
           FOREGROUND-COLOR 2.
           05 LINE 4 COL 2 VALUE "Classe                  :"
           FOREGROUND-COLOR 5.
           05 LINE 4 COL 28 PIC X(20) TO SC-CLASSE
           FOREGROUND-COLOR 5.
           05 LINE 5 COL 2 VALUE "Jour (1=lundi..6)       :"
           FOREGROUND-COLOR 5.
           05 LINE 5 COL 28 PIC X(01) TO SC-JOUR
           FOREGROUND-COLOR 5.
           05 LINE 6 COL 2 VALUE "Heure de debut (08-18)  :"
           FOREGROUND-COLOR 5.
           05 LINE 6 COL 28 PIC X(02) TO SC-HEURE
           FOREGROUND-COLOR 5.
           05 LINE 7 COL 2 VALUE "Code matiere            :"
           FOREGROUND-COLOR 5.
           05 LINE 7 COL 28 PIC X(06) TO SC-COURS
           FOREGROUND-COLOR 5.
           05 LINE 8 COL 2 VALUE "Professeur (vide=titul.):"
           FOREGROUND-COLOR 5.
           05 LINE 8 COL 28 PIC X(20) TO SC-PROF
           FOREGROUND-COLOR 5.
           05 LINE 9 COL 2 VALUE "Salle                   :"
           FOREGROUND-COLOR 5.
           05 LINE 9 COL 28 PIC X(06) TO SC-SALLE
           FOREGROUND-COLOR 5.

       01 SUPPRESSION-SCREEN.
           05 LINE 2 COL 2 VALUE "SUPPRESSION D'UN CRENEAU"
           FOREGROUND-COLOR 2.
           05 LINE 4 COL 2 VALUE "Classe                  :"
           FOREGROUND-COLOR 5.
           05 LINE 4 COL 28 PIC X(20) TO SC-CLASSE
           FOREGROUND-COLOR 5.
           05 LINE 5 COL 2 VALUE "Jour (1=lundi..6)       :"
           FOREGROUND-COLOR 5.
           05 LINE 5 COL 28 PIC X(01) TO SC-JOUR
           FOREGROUND-COLOR 5.
           05 LINE 6 COL 2 VALUE "Heure de debut (08-18)  :"
           FOREGROUND-COLOR 5.
           05 LINE 6 COL 28 PIC X(02) TO SC-HEURE
           FOREGROUND-COLOR 5.

       01 MESSAGE-SCREEN.
           05 LINE 11 COL 2 PIC X(40) FROM SC-MESSAGE-OUT
           FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 1100-CHARGER-REFERENTIELS
               THRU 1100-CHARGER-REFERENTIELS-END.
           PERFORM 1200-CHARGER-EDT
               THRU 1200-CHARGER-EDT-END.

           PERFORM UNTIL WS-CHOIX-MENU = 'Q'
               DISPLAY SPACE
               DISPLAY 'EMPLOI DU TEMPS DES CLASSES ('
                   WS-NB-CRENEAUX ' CRENEAUX)'
               DISPLAY '1. Saisir / modifier un creneau'
               DISPLAY '2. Supprimer un creneau'
               DISPLAY '3. Lister l''emploi du temps d''une classe'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN '1'
                       PERFORM 2000-SAISIR-CRENEAU
                           THRU 2000-SAISIR-CRENEAU-END
                   WHEN '2'
                       PERFORM 3000-SUPPRIMER-CRENEAU
                           THRU 3000-SUPPRIMER-CRENEAU-END
                   WHEN '3'
                       PERFORM 4000-LISTER-CLASSE
                           THRU 4000-LISTER-CLASSE-END
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CHOIX INVALIDE, ESSAYEZ ENCORE.'
               END-EVALUATE
           END-PERFORM.
       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Referentiel des matieres (obligatoire pour saisir) et classes
      * des fiches '00' du bulletin (sans fiche '00', toute classe
      * non vide est acceptee).
      ******************************************************************
       1100-CHARGER-REFERENTIELS.
           OPEN INPUT F-COURS.
           IF NOT F-COURS-STATUS-OK
               DISPLAY 'COURS.DAT ILLISIBLE (' F-COURS-STATUS
                   ') : AUCUNE MATIERE NE POURRA ETRE SAISIE'
           ELSE
               PERFORM UNTIL F-COURS-STATUS-EOF
                   READ F-COURS
                   IF F-COURS-STATUS-OK
                       IF WS-NB-REF-COURS < 100
                           ADD 1 TO WS-NB-REF-COURS
                           MOVE RC-CODE
                               TO WS-RFC-CODE(WS-NB-REF-COURS)
                           MOVE RC-LABEL
                               TO WS-RFC-LABEL(WS-NB-REF-COURS)
                           MOVE RC-PROF
                               TO WS-RFC-PROF(WS-NB-REF-COURS)
                       END-IF
                   ELSE
                       SET F-COURS-STATUS-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE F-COURS
           END-IF.

           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
               DISPLAY 'INPUT.DAT ILLISIBLE (' F-INPUT-STATUS
                   ') : CLASSES NON CONTROLEES'
               GO TO 1100-CHARGER-REFERENTIELS-END
           END-IF.
           PERFORM UNTIL F-INPUT-STATUS-EOF
               READ F-INPUT
               IF F-INPUT-STATUS-OK OR F-INPUT-STATUS = '04'
                   IF REC-F-INPUT-2 = '00' AND WS-NB-CLASSES < 20
                       ADD 1 TO WS-NB-CLASSES
                       MOVE R-CL-LIBELLE
                           TO WS-CLA-LIBELLE(WS-NB-CLASSES)
                   END-IF
               ELSE
                   SET F-INPUT-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-INPUT.
       1100-CHARGER-REFERENTIELS-END.
           EXIT.

      ******************************************************************
      * Charge emploi-du-temps.dat ; un fichier absent donne un
      * emploi du temps vide, cree au premier enregistrement.
      ******************************************************************
       1200-CHARGER-EDT.
           OPEN INPUT F-EDT.
           IF NOT F-EDT-STATUS-OK
               DISPLAY 'EMPLOI-DU-TEMPS.DAT ABSENT : NOUVEL EMPLOI '
                   'DU TEMPS'
               GO TO 1200-CHARGER-EDT-END
           END-IF.
           PERFORM UNTIL F-EDT-STATUS-EOF
               READ F-EDT
               IF F-EDT-STATUS-OK
                   IF WS-NB-CRENEAUX < 500
                       ADD 1 TO WS-NB-CRENEAUX
                       MOVE ED-CLASSE
                           TO WS-CRN-CLASSE(WS-NB-CRENEAUX)
                       MOVE ED-JOUR  TO WS-CRN-JOUR(WS-NB-CRENEAUX)
                       MOVE ED-HEURE TO WS-CRN-HEURE(WS-NB-CRENEAUX)
                       MOVE ED-COURS TO WS-CRN-COURS(WS-NB-CRENEAUX)
                       MOVE ED-PROF  TO WS-CRN-PROF(WS-NB-CRENEAUX)
                       MOVE ED-SALLE TO WS-CRN-SALLE(WS-NB-CRENEAUX)
                   ELSE
                       DISPLAY 'PLUS DE 500 CRENEAUX, LIGNE IGNOREE : '
                           REC-F-EDT
                   END-IF
               ELSE
                   SET F-EDT-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-EDT.
       1200-CHARGER-EDT-END.
           EXIT.

      ******************************************************************
      * Saisie d'un creneau : classe connue, jour 1-6, heure 08-18,
      * matiere du referentiel, salle obligatoire. Le professeur ou
      * la salle deja pris par une autre classe au meme jour et a la
      * meme heure fait refuser la saisie. Un creneau existant de la
      * classe au meme jour et a la meme heure est remplace.
      ******************************************************************
       2000-SAISIR-CRENEAU.
           MOVE SPACES TO SC-CLASSE SC-JOUR SC-HEURE SC-COURS
                          SC-PROF SC-SALLE.
           DISPLAY CRENEAU-SCREEN.
           ACCEPT CRENEAU-SCREEN.

           PERFORM 5000-CONTROLER-CLE
               THRU 5000-CONTROLER-CLE-END.
           IF SC-MESSAGE-OUT NOT = SPACES
               DISPLAY MESSAGE-SCREEN
               GO TO 2000-SAISIR-CRENEAU-END
           END-IF.

           MOVE 0 TO WS-COURS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-REF-COURS
               IF WS-RFC-CODE(WS-I) = SC-COURS
                   MOVE WS-I TO WS-COURS-POS
               END-IF
           END-PERFORM.
           IF WS-COURS-POS = 0
               MOVE 'MATIERE INCONNUE DE COURS.DAT.' TO SC-MESSAGE-OUT
               DISPLAY MESSAGE-SCREEN
               GO TO 2000-SAISIR-CRENEAU-END
           END-IF.
           IF SC-PROF = SPACES
               MOVE WS-RFC-PROF(WS-COURS-POS) TO SC-PROF
           END-IF.
           IF SC-PROF = SPACES
               MOVE 'PROFESSEUR OBLIGATOIRE.' TO SC-MESSAGE-OUT
               DISPLAY MESSAGE-SCREEN
               GO TO 2000-SAISIR-CRENEAU-END
           END-IF.
           IF SC-SALLE = SPACES
               MOVE 'SALLE OBLIGATOIRE.' TO SC-MESSAGE-OUT
               DISPLAY MESSAGE-SCREEN
               GO TO 2000-SAISIR-CRENEAU-END
           END-IF.

      * Conflits : meme jour, meme heure, autre classe.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CRENEAUX
               IF WS-CRN-JOUR(WS-I) = WS-JOUR-NUM
                   AND WS-CRN-HEURE(WS-I) = WS-HEURE-NUM
                   AND WS-CRN-CLASSE(WS-I) NOT = SC-CLASSE
                   AND SC-MESSAGE-OUT = SPACES
                   IF WS-CRN-PROF(WS-I) = SC-PROF
                       STRING 'PROFESSEUR DEJA PRIS : '
                           WS-CRN-CLASSE(WS-I)
                           DELIMITED BY SIZE INTO SC-MESSAGE-OUT
                   END-IF
                   IF WS-CRN-SALLE(WS-I) = SC-SALLE
                       AND SC-MESSAGE-OUT = SPACES
                       STRING 'SALLE DEJA OCCUPEE : '
                           WS-CRN-CLASSE(WS-I)
                           DELIMITED BY SIZE INTO SC-MESSAGE-OUT
                   END-IF
               END-IF
           END-PERFORM.
           IF SC-MESSAGE-OUT NOT = SPACES
               DISPLAY MESSAGE-SCREEN
               GO TO 2000-SAISIR-CRENEAU-END
           END-IF.

           IF WS-POS = 0
               IF WS-NB-CRENEAUX >= 500
                   MOVE 'EMPLOI DU TEMPS PLEIN (500).'
                       TO SC-MESSAGE-OUT
                   DISPLAY MESSAGE-SCREEN
                   GO TO 2000-SAISIR-CRENEAU-END
               END-IF
               ADD 1 TO WS-NB-CRENEAUX
               MOVE WS-NB-CRENEAUX TO WS-POS
               MOVE 'C' TO WS-ACTION
           ELSE
               MOVE 'M' TO WS-ACTION
           END-IF.
           MOVE SC-CLASSE    TO WS-CRN-CLASSE(WS-POS).
           MOVE WS-JOUR-NUM  TO WS-CRN-JOUR(WS-POS).
           MOVE WS-HEURE-NUM TO WS-CRN-HEURE(WS-POS).
           MOVE SC-COURS     TO WS-CRN-COURS(WS-POS).
           MOVE SC-PROF      TO WS-CRN-PROF(WS-POS).
           MOVE SC-SALLE     TO WS-CRN-SALLE(WS-POS).

           PERFORM 6000-REECRIRE-EDT
               THRU 6000-REECRIRE-EDT-END.
           IF F-EDT-STATUS-OK
               MOVE 'CRENEAU ENREGISTRE.' TO SC-MESSAGE-OUT
               PERFORM 7000-ECRIRE-JOURNAL
                   THRU 7000-ECRIRE-JOURNAL-END
           ELSE
               MOVE 'ECHEC DE L''ENREGISTREMENT.' TO SC-MESSAGE-OUT
           END-IF.
           DISPLAY MESSAGE-SCREEN.
       2000-SAISIR-CRENEAU-END.
           EXIT.

      ******************************************************************
      * Suppression du creneau d'une classe a un jour et une heure.
      ******************************************************************
       3000-SUPPRIMER-CRENEAU.
           MOVE SPACES TO SC-CLASSE SC-JOUR SC-HEURE.
           DISPLAY SUPPRESSION-SCREEN.
           ACCEPT SUPPRESSION-SCREEN.

           PERFORM 5000-CONTROLER-CLE
               THRU 5000-CONTROLER-CLE-END.
           IF SC-MESSAGE-OUT = SPACES AND WS-POS = 0
               MOVE 'CRENEAU INTROUVABLE.' TO SC-MESSAGE-OUT
           END-IF.
           IF SC-MESSAGE-OUT NOT = SPACES
               DISPLAY MESSAGE-SCREEN
               GO TO 3000-SUPPRIMER-CRENEAU-END
           END-IF.

           MOVE WS-CRN-CLASSE(WS-POS) TO SC-CLASSE.
           MOVE WS-CRN-COURS(WS-POS)  TO SC-COURS.
           MOVE WS-CRN-PROF(WS-POS)   TO SC-PROF.
           MOVE WS-CRN-SALLE(WS-POS)  TO SC-SALLE.
           PERFORM VARYING WS-I FROM WS-POS BY 1
                   UNTIL WS-I >= WS-NB-CRENEAUX
               MOVE WS-CRN-ENTREE(WS-I + 1) TO WS-CRN-ENTREE(WS-I)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-CRENEAUX.
           MOVE 'S' TO WS-ACTION.

           PERFORM 6000-REECRIRE-EDT
               THRU 6000-REECRIRE-EDT-END.
           IF F-EDT-STATUS-OK
               MOVE 'CRENEAU SUPPRIME.' TO SC-MESSAGE-OUT
               PERFORM 7000-ECRIRE-JOURNAL
                   THRU 7000-ECRIRE-JOURNAL-END
           ELSE
               MOVE 'ECHEC DE L''ENREGISTREMENT.' TO SC-MESSAGE-OUT
           END-IF.
           DISPLAY MESSAGE-SCREEN.
       3000-SUPPRIMER-CRENEAU-END.
           EXIT.

      ******************************************************************
      * Liste de la semaine d'une classe, jour par jour et heure par
      * heure.
      ******************************************************************
       4000-LISTER-CLASSE.
           DISPLAY 'CLASSE : ' WITH NO ADVANCING.
           MOVE SPACES TO SC-CLASSE.
           ACCEPT SC-CLASSE.
           MOVE 0 TO WS-NB-LISTES.
           DISPLAY 'EMPLOI DU TEMPS DE ' FUNCTION TRIM(SC-CLASSE) ' :'.
           PERFORM VARYING WS-JOUR-NUM FROM 1 BY 1
                   UNTIL WS-JOUR-NUM > 6
               PERFORM VARYING WS-HEURE-NUM FROM 8 BY 1
                       UNTIL WS-HEURE-NUM > 18
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-NB-CRENEAUX
                       IF WS-CRN-CLASSE(WS-I) = SC-CLASSE
                           AND WS-CRN-JOUR(WS-I) = WS-JOUR-NUM
                           AND WS-CRN-HEURE(WS-I) = WS-HEURE-NUM
                           ADD 1 TO WS-NB-LISTES
                           DISPLAY '  ' WS-NOM-JOUR(WS-JOUR-NUM)
                               ' ' WS-HEURE-NUM 'H  '
                               WS-CRN-COURS(WS-I) '  '
                               WS-CRN-PROF(WS-I) '  '
                               WS-CRN-SALLE(WS-I)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           IF WS-NB-LISTES = 0
               DISPLAY '  AUCUN CRENEAU POUR CETTE CLASSE.'
           END-IF.
       4000-LISTER-CLASSE-END.
           EXIT.

      ******************************************************************
      * Controle de la cle saisie (classe, jour, heure) et recherche
      * du creneau existant de la classe : WS-POS a zero s'il n'y en
      * a pas. SC-MESSAGE-OUT porte le motif du refus eventuel.
      ******************************************************************
       5000-CONTROLER-CLE.
           MOVE SPACES TO SC-MESSAGE-OUT.
           MOVE 0 TO WS-POS.
           IF SC-CLASSE = SPACES
               MOVE 'CLASSE OBLIGATOIRE.' TO SC-MESSAGE-OUT
               GO TO 5000-CONTROLER-CLE-END
           END-IF.
           IF WS-NB-CLASSES > 0
               MOVE 'N' TO WS-CLASSE-CONNUE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-CLASSES
                   IF WS-CLA-LIBELLE(WS-I) = SC-CLASSE
                       MOVE 'O' TO WS-CLASSE-CONNUE
                   END-IF
               END-PERFORM
               IF NOT CLASSE-CONNUE
                   MOVE 'CLASSE INCONNUE DU BULLETIN.'
                       TO SC-MESSAGE-OUT
                   GO TO 5000-CONTROLER-CLE-END
               END-IF
           END-IF.
           IF SC-JOUR < '1' OR SC-JOUR > '6'
               MOVE 'JOUR HORS 1-6.' TO SC-MESSAGE-OUT
               GO TO 5000-CONTROLER-CLE-END
           END-IF.
           IF SC-HEURE NOT NUMERIC
               MOVE 'HEURE NON NUMERIQUE.' TO SC-MESSAGE-OUT
               GO TO 5000-CONTROLER-CLE-END
           END-IF.
           IF SC-HEURE < '08' OR SC-HEURE > '18'
               MOVE 'HEURE HORS 08-18.' TO SC-MESSAGE-OUT
               GO TO 5000-CONTROLER-CLE-END
           END-IF.
           MOVE SC-JOUR  TO WS-JOUR-NUM.
           MOVE SC-HEURE TO WS-HEURE-NUM.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CRENEAUX
               IF WS-CRN-CLASSE(WS-I) = SC-CLASSE
                   AND WS-CRN-JOUR(WS-I) = WS-JOUR-NUM
                   AND WS-CRN-HEURE(WS-I) = WS-HEURE-NUM
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
       5000-CONTROLER-CLE-END.
           EXIT.

      ******************************************************************
      * Reecrit emploi-du-temps.dat depuis la table en memoire.
      ******************************************************************
       6000-REECRIRE-EDT.
           OPEN OUTPUT F-EDT.
           IF NOT F-EDT-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE EMPLOI-DU-TEMPS.DAT : '
                   F-EDT-STATUS
               MOVE '6000-REECRIRE-EDT' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR ECRITURE EMPLOI DU TEMPS' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE F-EDT-STATUS WS-LOG-MESSAGE
               GO TO 6000-REECRIRE-EDT-END
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CRENEAUX
               MOVE SPACES TO REC-F-EDT
               MOVE WS-CRN-CLASSE(WS-I) TO ED-CLASSE
               MOVE WS-CRN-JOUR(WS-I)   TO ED-JOUR
               MOVE WS-CRN-HEURE(WS-I)  TO ED-HEURE
               MOVE WS-CRN-COURS(WS-I)  TO ED-COURS
               MOVE WS-CRN-PROF(WS-I)   TO ED-PROF
               MOVE WS-CRN-SALLE(WS-I)  TO ED-SALLE
               WRITE REC-F-EDT
           END-PERFORM.
           CLOSE F-EDT.
       6000-REECRIRE-EDT-END.
           EXIT.

      ******************************************************************
      * Ligne d'audit du changement, fichier ouvert et referme a
      * chaque changement comme dans grade-screen.cbl.
      ******************************************************************
       7000-ECRIRE-JOURNAL.
           OPEN EXTEND EDT-JOURNAL-FILE.
           IF NOT STATUT-JOURNAL-OK
               OPEN OUTPUT EDT-JOURNAL-FILE
           END-IF.
           IF STATUT-JOURNAL-OK
               MOVE SPACES TO WS-JOURNAL-RECORD
               ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRN-HEURE FROM TIME
               MOVE WS-ACTION TO WS-JRN-ACTION
               MOVE SPACES TO REC-F-EDT
               MOVE SC-CLASSE    TO ED-CLASSE
               MOVE WS-JOUR-NUM  TO ED-JOUR
               MOVE WS-HEURE-NUM TO ED-HEURE
               MOVE SC-COURS     TO ED-COURS
               MOVE SC-PROF      TO ED-PROF
               MOVE SC-SALLE     TO ED-SALLE
               MOVE REC-F-EDT TO WS-JRN-CRENEAU
               WRITE WS-JOURNAL-RECORD
               CLOSE EDT-JOURNAL-FILE
           END-IF.
       7000-ECRIRE-JOURNAL-END.
           EXIT.

       END PROGRAM EDT-SCREEN.
