      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Edition de l'emploi du temps hebdomadaire       *
      * (emploi-du-temps.dat) en grilles heures x jours par classe,    *
      * par professeur et par salle, et controle des heures de chaque  *
      * classe par matiere contre le volume horaire obligatoire        *
      * (volumes-horaires.dat).                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDT-EDITION.
       AUTHOR. K-SAFAA.

      * Les grilles partent dans edition-emploi-du-temps.dat, une page
      * par classe, puis par professeur, puis par salle. Chaque case
      * porte la matiere et la salle (grille de classe), la classe et
      * la salle (grille de professeur) ou la classe et la matiere
      * (grille de salle). Deux creneaux dans la meme case - fichier
      * retouche hors de l'ecran de saisie - sont marques en conflit.
      * Le controle des volumes horaires et la liste des conflits
      * partent dans controle-horaires.dat ; sans volumes-horaires.dat
      * seuls les conflits sont controles.

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

           SELECT F-VOLUMES
               ASSIGN TO 'volumes-horaires.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-VOLUMES-STATUS.

           SELECT F-EDITION
               ASSIGN TO 'edition-emploi-du-temps.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EDITION-STATUS.

           SELECT F-CONTROLE
               ASSIGN TO 'controle-horaires.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-EDT
      * Meme dessin que les lignes ecrites par edt-screen.cbl.
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

       FD  F-VOLUMES
      * Heures hebdomadaires obligatoires d'une matiere pour une
      * classe.
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-VOLUMES.
           03 VH-CLASSE        PIC X(20).
           03 FILLER           PIC X(01).
           03 VH-COURS         PIC X(06).
           03 FILLER           PIC X(01).
           03 VH-HEURES        PIC 9(02).

       FD  F-EDITION
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-EDITION       PIC X(100).

       FD  F-CONTROLE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CONTROLE      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-EDT-STATUS==
                     ==FSTAT-OK==    BY ==F-EDT-STATUS-OK==.
           88 F-EDT-STATUS-EOF     VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-VOLUMES-STATUS==
                     ==FSTAT-OK==    BY ==F-VOLUMES-STATUS-OK==.
           88 F-VOLUMES-STATUS-EOF VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-EDITION-STATUS==
                     ==FSTAT-OK==    BY ==F-EDITION-STATUS-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==F-CONTROLE-STATUS==
                     ==FSTAT-OK==    BY ==F-CONTROLE-STATUS-OK==.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME     PIC X(20) VALUE 'EDT-EDITION'.
       01  WS-LOG-PARAGRAPHE    PIC X(30).
       01  WS-LOG-MESSAGE       PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01  WS-RUNCTL-PROGRAMME  PIC X(20) VALUE 'EDT-EDITION'.
       01  WS-RUNCTL-COMPTEUR-1 PIC 9(07).
       01  WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01  WS-RUNCTL-STATUT     PIC X(10).

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

      * Volumes horaires obligatoires.
       01  WS-NB-VOLUMES        PIC 9(03) VALUE 0.
       01  WS-VOLUMES-LUS       PIC X(01) VALUE 'N'.
           88 VOLUMES-LUS       VALUE 'O'.
       01  WS-TAB-VOLUMES.
           03 WS-VOL-ENTREE OCCURS 300 TIMES.
              05 WS-VOL-CLASSE     PIC X(20).
              05 WS-VOL-COURS      PIC X(06).
              05 WS-VOL-HEURES     PIC 9(02).

      * Cles distinctes (classe, professeur ou salle) de la serie de
      * grilles en cours, triees par ordre alphabetique.
       01  WS-MODE              PIC X(01).
           88 MODE-CLASSE       VALUE 'C'.
           88 MODE-PROF         VALUE 'P'.
           88 MODE-SALLE        VALUE 'S'.
       01  WS-NB-CLES           PIC 9(03) VALUE 0.
       01  WS-TAB-CLES.
           03 WS-CLE-VALEUR OCCURS 500 TIMES PIC X(20).
       01  WS-CLE               PIC X(20).
       01  WS-CLE-TEMP          PIC X(20).
       01  WS-LIBELLE-CLE       PIC X(12).

       01  WS-NOMS-JOURS.
           03 FILLER            PIC X(08) VALUE 'LUNDI'.
           03 FILLER            PIC X(08) VALUE 'MARDI'.
           03 FILLER            PIC X(08) VALUE 'MERCREDI'.
           03 FILLER            PIC X(08) VALUE 'JEUDI'.
           03 FILLER            PIC X(08) VALUE 'VENDREDI'.
           03 FILLER            PIC X(08) VALUE 'SAMEDI'.
       01  WS-TAB-JOURS REDEFINES WS-NOMS-JOURS.
           03 WS-NOM-JOUR OCCURS 6 TIMES PIC X(08).

      * Case de grille : 13 caracteres, colonnes de 14.
       01  WS-CASE.
           03 WS-CASE-GAUCHE    PIC X(06).
           03 FILLER            PIC X(01).
           03 WS-CASE-DROITE    PIC X(06).
       01  WS-COL               PIC 9(03).

       01  WS-I                 PIC 9(03).
       01  WS-J                 PIC 9(03).
       01  WS-K                 PIC 9(03).
       01  WS-JOUR-NUM          PIC 9(01).
       01  WS-HEURE-NUM         PIC 9(02).
       01  WS-NB-HEURES-CLE     PIC 9(03).
       01  WS-NB-PLANIFIEES     PIC 9(03).
       01  WS-ECART             PIC 9(03).
       01  WS-NB-CONFLITS       PIC 9(05) VALUE 0.
       01  WS-NB-ECARTS         PIC 9(05) VALUE 0.
       01  WS-DEJA-VU           PIC X(01).
           88 DEJA-VU           VALUE 'O'.
       01  WS-ED-NB             PIC ZZ9.
       01  WS-ED-NB2            PIC ZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 2000-CHARGER-EDT
           THRU    2000-CHARGER-EDT-END.

           PERFORM 2100-CHARGER-VOLUMES
           THRU    2100-CHARGER-VOLUMES-END.

           PERFORM 3000-OUVRIR-SORTIES
           THRU    3000-OUVRIR-SORTIES-END.

           MOVE 'C' TO WS-MODE.
           PERFORM 4000-EDITER-GRILLES
           THRU    4000-EDITER-GRILLES-END.
           MOVE 'P' TO WS-MODE.
           PERFORM 4000-EDITER-GRILLES
           THRU    4000-EDITER-GRILLES-END.
           MOVE 'S' TO WS-MODE.
           PERFORM 4000-EDITER-GRILLES
           THRU    4000-EDITER-GRILLES-END.

           PERFORM 5000-CONTROLER-VOLUMES
           THRU    5000-CONTROLER-VOLUMES-END.

           CLOSE F-EDITION F-CONTROLE.

           DISPLAY 'CRENEAUX CHARGES         : ' WS-NB-CRENEAUX.
           DISPLAY 'CONFLITS DE CRENEAU      : ' WS-NB-CONFLITS.
           DISPLAY 'ECARTS DE VOLUME HORAIRE : ' WS-NB-ECARTS.

           MOVE WS-NB-CRENEAUX TO WS-RUNCTL-COMPTEUR-1.
           COMPUTE WS-RUNCTL-COMPTEUR-2 = WS-NB-CONFLITS + WS-NB-ECARTS.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
       2000-CHARGER-EDT.
           OPEN INPUT F-EDT.
           IF NOT F-EDT-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE EMPLOI-DU-TEMPS.DAT : '
                   F-EDT-STATUS
               MOVE '2000-CHARGER-EDT' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE EMPLOI-DU-TEMPS'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE F-EDT-STATUS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL F-EDT-STATUS-EOF
               READ F-EDT
               IF F-EDT-STATUS-OK
                   IF ED-JOUR >= 1 AND ED-JOUR <= 6
                       AND ED-HEURE >= 8 AND ED-HEURE <= 18
                       AND WS-NB-CRENEAUX < 500
                       ADD 1 TO WS-NB-CRENEAUX
                       MOVE ED-CLASSE
                           TO WS-CRN-CLASSE(WS-NB-CRENEAUX)
                       MOVE ED-JOUR  TO WS-CRN-JOUR(WS-NB-CRENEAUX)
                       MOVE ED-HEURE TO WS-CRN-HEURE(WS-NB-CRENEAUX)
                       MOVE ED-COURS TO WS-CRN-COURS(WS-NB-CRENEAUX)
                       MOVE ED-PROF  TO WS-CRN-PROF(WS-NB-CRENEAUX)
                       MOVE ED-SALLE TO WS-CRN-SALLE(WS-NB-CRENEAUX)
                   ELSE
                       DISPLAY 'CRENEAU IGNORE : ' REC-F-EDT
                   END-IF
               ELSE
                   SET F-EDT-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-EDT.
       2000-CHARGER-EDT-END.
      ******************************************************************
       2100-CHARGER-VOLUMES.
           OPEN INPUT F-VOLUMES.
           IF NOT F-VOLUMES-STATUS-OK
               DISPLAY 'VOLUMES-HORAIRES.DAT ABSENT : VOLUMES NON '
                   'CONTROLES'
               GO TO 2100-CHARGER-VOLUMES-END
           END-IF.
           SET VOLUMES-LUS TO TRUE.

           PERFORM UNTIL F-VOLUMES-STATUS-EOF
               READ F-VOLUMES
               IF F-VOLUMES-STATUS-OK
                   IF VH-HEURES NUMERIC AND WS-NB-VOLUMES < 300
                       ADD 1 TO WS-NB-VOLUMES
                       MOVE VH-CLASSE
                           TO WS-VOL-CLASSE(WS-NB-VOLUMES)
                       MOVE VH-COURS
                           TO WS-VOL-COURS(WS-NB-VOLUMES)
                       MOVE VH-HEURES
                           TO WS-VOL-HEURES(WS-NB-VOLUMES)
                   ELSE
                       DISPLAY 'VOLUME IGNORE : ' REC-F-VOLUMES
                   END-IF
               ELSE
                   SET F-VOLUMES-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-VOLUMES.
       2100-CHARGER-VOLUMES-END.
      ******************************************************************
       3000-OUVRIR-SORTIES.
           OPEN OUTPUT F-EDITION.
           IF NOT F-EDITION-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE EDITION-EMPLOI-DU-TEMPS.DAT : '
                   F-EDITION-STATUS
               MOVE '3000-OUVRIR-SORTIES' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE EDITION-EMPLOI-DU-TEMPS'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE F-EDITION-STATUS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-CONTROLE.
           IF NOT F-CONTROLE-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE CONTROLE-HORAIRES.DAT : '
                   F-CONTROLE-STATUS
               MOVE '3000-OUVRIR-SORTIES' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE CONTROLE-HORAIRES'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE F-CONTROLE-STATUS WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ALL '*' TO REC-F-CONTROLE.
           WRITE REC-F-CONTROLE.
           MOVE '   CONTROLE DE L''EMPLOI DU TEMPS' TO REC-F-CONTROLE.
           WRITE REC-F-CONTROLE.
           MOVE ALL '*' TO REC-F-CONTROLE.
           WRITE REC-F-CONTROLE.
           MOVE SPACES TO REC-F-CONTROLE.
           WRITE REC-F-CONTROLE.
           MOVE 'CONFLITS DE CRENEAU' TO REC-F-CONTROLE.
           WRITE REC-F-CONTROLE.
       3000-OUVRIR-SORTIES-END.
      ******************************************************************
      * Une serie de grilles (classe, professeur ou salle selon
      * WS-MODE) : liste triee des cles distinctes puis une grille
      * par cle.
      ******************************************************************
       4000-EDITER-GRILLES.
           MOVE 0 TO WS-NB-CLES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CRENEAUX
               PERFORM 4100-EXTRAIRE-CLE
               THRU    4100-EXTRAIRE-CLE-END
               MOVE 'N' TO WS-DEJA-VU
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-CLES OR DEJA-VU
                   IF WS-CLE-VALEUR(WS-J) = WS-CLE
                       MOVE 'O' TO WS-DEJA-VU
                   END-IF
               END-PERFORM
               IF NOT DEJA-VU
                   ADD 1 TO WS-NB-CLES
                   MOVE WS-CLE TO WS-CLE-VALEUR(WS-NB-CLES)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-NB-CLES
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-CLES - WS-I
                   IF WS-CLE-VALEUR(WS-J) > WS-CLE-VALEUR(WS-J + 1)
                       MOVE WS-CLE-VALEUR(WS-J) TO WS-CLE-TEMP
                       MOVE WS-CLE-VALEUR(WS-J + 1)
                           TO WS-CLE-VALEUR(WS-J)
                       MOVE WS-CLE-TEMP TO WS-CLE-VALEUR(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EVALUATE TRUE
               WHEN MODE-CLASSE
                   MOVE 'CLASSE'     TO WS-LIBELLE-CLE
               WHEN MODE-PROF
                   MOVE 'PROFESSEUR' TO WS-LIBELLE-CLE
               WHEN OTHER
                   MOVE 'SALLE'      TO WS-LIBELLE-CLE
           END-EVALUATE.

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CLES
               PERFORM 4200-EDITER-GRILLE
               THRU    4200-EDITER-GRILLE-END
           END-PERFORM.
       4000-EDITER-GRILLES-END.
      ******************************************************************
      * Cle du creneau WS-I pour la serie en cours, dans WS-CLE.
      ******************************************************************
       4100-EXTRAIRE-CLE.
           EVALUATE TRUE
               WHEN MODE-CLASSE
                   MOVE WS-CRN-CLASSE(WS-I) TO WS-CLE
               WHEN MODE-PROF
                   MOVE WS-CRN-PROF(WS-I)   TO WS-CLE
               WHEN OTHER
                   MOVE WS-CRN-SALLE(WS-I)  TO WS-CLE
           END-EVALUATE.
       4100-EXTRAIRE-CLE-END.
      ******************************************************************
      * Grille heures x jours de la cle WS-CLE-VALEUR(WS-K). Une case
      * deja remplie signale un conflit, repris dans le controle.
      ******************************************************************
       4200-EDITER-GRILLE.
           MOVE ALL '*' TO REC-F-EDITION.
           WRITE REC-F-EDITION.
           MOVE SPACES TO REC-F-EDITION.
           STRING '   ' WS-LIBELLE-CLE ' : ' WS-CLE-VALEUR(WS-K)
               DELIMITED BY SIZE INTO REC-F-EDITION.
           WRITE REC-F-EDITION.
           MOVE ALL '*' TO REC-F-EDITION.
           WRITE REC-F-EDITION.

           MOVE SPACES TO REC-F-EDITION.
           MOVE 'HEURE' TO REC-F-EDITION(1:5).
           PERFORM VARYING WS-JOUR-NUM FROM 1 BY 1
                   UNTIL WS-JOUR-NUM > 6
               COMPUTE WS-COL = 8 + (WS-JOUR-NUM - 1) * 14
               MOVE WS-NOM-JOUR(WS-JOUR-NUM)
                   TO REC-F-EDITION(WS-COL:8)
           END-PERFORM.
           WRITE REC-F-EDITION.

           MOVE 0 TO WS-NB-HEURES-CLE.
           PERFORM VARYING WS-HEURE-NUM FROM 8 BY 1
                   UNTIL WS-HEURE-NUM > 18
               MOVE SPACES TO REC-F-EDITION
               MOVE WS-HEURE-NUM TO REC-F-EDITION(2:2)
               MOVE 'H' TO REC-F-EDITION(4:1)
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-CRENEAUX
                   PERFORM 4100-EXTRAIRE-CLE
                   THRU    4100-EXTRAIRE-CLE-END
                   IF WS-CLE = WS-CLE-VALEUR(WS-K)
                       AND WS-CRN-HEURE(WS-I) = WS-HEURE-NUM
                       PERFORM 4300-PLACER-CRENEAU
                       THRU    4300-PLACER-CRENEAU-END
                   END-IF
               END-PERFORM
               WRITE REC-F-EDITION
           END-PERFORM.

           MOVE WS-NB-HEURES-CLE TO WS-ED-NB.
           MOVE SPACES TO REC-F-EDITION.
           STRING 'TOTAL : ' WS-ED-NB ' HEURE(S) PAR SEMAINE'
               DELIMITED BY SIZE INTO REC-F-EDITION.
           WRITE REC-F-EDITION.
           MOVE SPACES TO REC-F-EDITION.
           WRITE REC-F-EDITION.
       4200-EDITER-GRILLE-END.
      ******************************************************************
       4300-PLACER-CRENEAU.
           ADD 1 TO WS-NB-HEURES-CLE.
           COMPUTE WS-COL = 8 + (WS-CRN-JOUR(WS-I) - 1) * 14.
           MOVE SPACES TO WS-CASE.
           EVALUATE TRUE
               WHEN MODE-CLASSE
                   MOVE WS-CRN-COURS(WS-I)  TO WS-CASE-GAUCHE
                   MOVE WS-CRN-SALLE(WS-I)  TO WS-CASE-DROITE
               WHEN MODE-PROF
                   MOVE WS-CRN-CLASSE(WS-I) TO WS-CASE-GAUCHE
                   MOVE WS-CRN-SALLE(WS-I)  TO WS-CASE-DROITE
               WHEN OTHER
                   MOVE WS-CRN-CLASSE(WS-I) TO WS-CASE-GAUCHE
                   MOVE WS-CRN-COURS(WS-I)  TO WS-CASE-DROITE
           END-EVALUATE.

           IF REC-F-EDITION(WS-COL:13) = SPACES
               MOVE WS-CASE TO REC-F-EDITION(WS-COL:13)
               GO TO 4300-PLACER-CRENEAU-END
           END-IF.

           MOVE '** CONFLIT **' TO REC-F-EDITION(WS-COL:13).
           ADD 1 TO WS-NB-CONFLITS.
           MOVE SPACES TO REC-F-CONTROLE.
           STRING '  ' WS-LIBELLE-CLE ' ' WS-CLE-VALEUR(WS-K)
               ' ' WS-NOM-JOUR(WS-CRN-JOUR(WS-I))
               ' ' WS-HEURE-NUM 'H : ' WS-CRN-CLASSE(WS-I)
               ' ' WS-CRN-COURS(WS-I)
               DELIMITED BY SIZE INTO REC-F-CONTROLE.
           WRITE REC-F-CONTROLE.
       4300-PLACER-CRENEAU-END.
      ******************************************************************
      * Heures planifiees par classe et matiere contre le volume
      * obligatoire, puis matieres planifiees sans volume prevu.
      ******************************************************************
       5000-CONTROLER-VOLUMES.
           IF WS-NB-CONFLITS = 0
               MOVE '  AUCUN CONFLIT' TO REC-F-CONTROLE
               WRITE REC-F-CONTROLE
           END-IF.
           MOVE SPACES TO REC-F-CONTROLE.
           WRITE REC-F-CONTROLE.
           MOVE 'VOLUMES HORAIRES PAR CLASSE ET MATIERE'
               TO REC-F-CONTROLE.
           WRITE REC-F-CONTROLE.
           IF NOT VOLUMES-LUS
               MOVE '  VOLUMES-HORAIRES.DAT ABSENT : CONTROLE NON FAIT'
                   TO REC-F-CONTROLE
               WRITE REC-F-CONTROLE
               GO TO 5000-CONTROLER-VOLUMES-END
           END-IF.
           MOVE '  CLASSE               MATIERE  PREVU  PLANIFIE  '
               TO REC-F-CONTROLE.
           MOVE 'RESULTAT' TO REC-F-CONTROLE(51:8).
           WRITE REC-F-CONTROLE.

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-VOLUMES
               MOVE 0 TO WS-NB-PLANIFIEES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-CRENEAUX
                   IF WS-CRN-CLASSE(WS-I) = WS-VOL-CLASSE(WS-J)
                       AND WS-CRN-COURS(WS-I) = WS-VOL-COURS(WS-J)
                       ADD 1 TO WS-NB-PLANIFIEES
                   END-IF
               END-PERFORM
               MOVE SPACES TO REC-F-CONTROLE
               MOVE WS-VOL-CLASSE(WS-J) TO REC-F-CONTROLE(3:20)
               MOVE WS-VOL-COURS(WS-J)  TO REC-F-CONTROLE(24:6)
               MOVE WS-VOL-HEURES(WS-J) TO WS-ED-NB
               MOVE WS-ED-NB            TO REC-F-CONTROLE(33:3)
               MOVE WS-NB-PLANIFIEES    TO WS-ED-NB
               MOVE WS-ED-NB            TO REC-F-CONTROLE(42:3)
               EVALUATE TRUE
                   WHEN WS-NB-PLANIFIEES < WS-VOL-HEURES(WS-J)
                       COMPUTE WS-ECART =
                           WS-VOL-HEURES(WS-J) - WS-NB-PLANIFIEES
                       MOVE WS-ECART TO WS-ED-NB2
                       STRING 'MANQUE ' WS-ED-NB2 ' H'
                           DELIMITED BY SIZE
                           INTO REC-F-CONTROLE(51:20)
                       ADD 1 TO WS-NB-ECARTS
                   WHEN WS-NB-PLANIFIEES > WS-VOL-HEURES(WS-J)
                       COMPUTE WS-ECART =
                           WS-NB-PLANIFIEES - WS-VOL-HEURES(WS-J)
                       MOVE WS-ECART TO WS-ED-NB2
                       STRING 'EXCEDENT ' WS-ED-NB2 ' H'
                           DELIMITED BY SIZE
                           INTO REC-F-CONTROLE(51:20)
                       ADD 1 TO WS-NB-ECARTS
                   WHEN OTHER
                       MOVE 'CONFORME' TO REC-F-CONTROLE(51:8)
               END-EVALUATE
               WRITE REC-F-CONTROLE
           END-PERFORM.

      * Couples classe/matiere planifies sans volume prevu, chacun
      * signale une seule fois (a son premier creneau).
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CRENEAUX
               MOVE 'N' TO WS-DEJA-VU
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J >= WS-I OR DEJA-VU
                   IF WS-CRN-CLASSE(WS-J) = WS-CRN-CLASSE(WS-I)
                       AND WS-CRN-COURS(WS-J) = WS-CRN-COURS(WS-I)
                       MOVE 'O' TO WS-DEJA-VU
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-VOLUMES OR DEJA-VU
                   IF WS-VOL-CLASSE(WS-J) = WS-CRN-CLASSE(WS-I)
                       AND WS-VOL-COURS(WS-J) = WS-CRN-COURS(WS-I)
                       MOVE 'O' TO WS-DEJA-VU
                   END-IF
               END-PERFORM
               IF NOT DEJA-VU
                   MOVE 0 TO WS-NB-PLANIFIEES
                   PERFORM VARYING WS-J FROM WS-I BY 1
                           UNTIL WS-J > WS-NB-CRENEAUX
                       IF WS-CRN-CLASSE(WS-J) = WS-CRN-CLASSE(WS-I)
                           AND WS-CRN-COURS(WS-J) = WS-CRN-COURS(WS-I)
                           ADD 1 TO WS-NB-PLANIFIEES
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO REC-F-CONTROLE
                   MOVE WS-CRN-CLASSE(WS-I) TO REC-F-CONTROLE(3:20)
                   MOVE WS-CRN-COURS(WS-I)  TO REC-F-CONTROLE(24:6)
                   MOVE '  -' TO REC-F-CONTROLE(33:3)
                   MOVE WS-NB-PLANIFIEES    TO WS-ED-NB
                   MOVE WS-ED-NB            TO REC-F-CONTROLE(42:3)
                   MOVE 'HORS VOLUME PREVU' TO REC-F-CONTROLE(51:17)
                   WRITE REC-F-CONTROLE
                   ADD 1 TO WS-NB-ECARTS
               END-IF
           END-PERFORM.
       5000-CONTROLER-VOLUMES-END.

       END PROGRAM EDT-EDITION.
