           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-DESSIN.

      * Ecran de maintenance (choix PS 8) : dessin de l'enregistrement
      * au format copybook (niveau, nom, PIC) et controles de saisie
      * par champ (nom;libelle;obligatoire O/N;controle X, 9, D ou
      * V=valeur/valeur...).
           SELECT FICHIER-DESSIN-ECR
           ASSIGN DYNAMIC WS-DESSIN-ECRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-DESSIN-ECR.

           SELECT FICHIER-CONTROLES ASSIGN TO 'controles-ecran.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONTROLES.
       
       DATA DIVISION.
       FILE SECTION.
           05 SPEC-NOM-CHAMP2   PIC X(15).
           05 FILLER            PIC X(01).
           05 SPEC-CHOIX-PS7    PIC X(01).
           05 SPEC-CHOIX-PS8    PIC X(01).

       FD  FICHIER-DESSIN.
       01  ENREG-DESSIN PIC X(80).

       FD  FICHIER-DESSIN-ECR.
       01  ENREG-DESSIN-ECR PIC X(80).

       FD  FICHIER-CONTROLES.
       01  ENREG-CONTROLES PIC X(120).

       WORKING-STORAGE SECTION.
       01  PRINT-LINE.
           05 SPACE-06   PIC X(06) VALUE ALL SPACES.
       01  WS-TAILLE-ETAT      PIC 9(04).
       01  WS-LIGNE-GEN        PIC X(80) VALUE SPACES.

      * Ecran de maintenance (choix PS 8) : huitieme choix PS, champs
      * du dessin (FILLER compris, pour les positions) avec leurs
      * controles de saisie, indice du champ cle, taille de
      * l'enregistrement et zones d'analyse des lignes lues.
       01  CHOIX-PS8           PIC 9 VALUE 0.
       01  WS-DESSIN-ECRAN-PATH PIC X(30) VALUE SPACES.
       01  WS-STATUS-DESSIN-ECR PIC X(02) VALUE SPACES.
           88 STATUT-DESSIN-ECR-OK  VALUE '00'.
           88 STATUT-DESSIN-ECR-EOF VALUE '10'.
       01  WS-STATUS-CONTROLES PIC X(02) VALUE SPACES.
           88 STATUT-CONTROLES-OK  VALUE '00'.
           88 STATUT-CONTROLES-EOF VALUE '10'.
       01  WS-DESSIN-ECR-REJET PIC X(01) VALUE 'N'.
           88 DESSIN-ECRAN-REJETE VALUE 'O'.
       01  WS-NB-CHAMPS-ECRAN  PIC 9(02) VALUE 0.
       01  WS-NB-SAISIS-ECRAN  PIC 9(02) VALUE 0.
       01  WS-TAB-ECRAN.
           05 WS-CHAMP-ECRAN OCCURS 30 TIMES.
              10 WS-ECR-NOM      PIC X(27).
              10 WS-ECR-PIC      PIC X(20).
              10 WS-ECR-LG       PIC 9(03).
              10 WS-ECR-TYPE     PIC X(01).
              10 WS-ECR-LIBELLE  PIC X(25).
              10 WS-ECR-OBLIG    PIC X(01).
              10 WS-ECR-CONTROLE PIC X(01).
              10 WS-ECR-VALEURS  PIC X(40).
              10 WS-ECR-LIGNE    PIC 9(02).
       01  WS-IDX-ECRAN        PIC 9(02) VALUE 0.
       01  WS-IDX-CLE-ECRAN    PIC 9(02) VALUE 0.
       01  WS-IDX-CHAMP-CTL    PIC 9(02) VALUE 0.
       01  WS-LIGNE-ECRAN      PIC 9(02) VALUE 0.
       01  WS-TAILLE-ECRAN     PIC 9(04) VALUE 0.
       01  WS-AVEC-DATE-ECRAN  PIC X(01) VALUE 'N'.
           88 ECRAN-AVEC-DATE   VALUE 'O'.
       01  WS-ECR-TRAVAIL      PIC X(80).
       01  WS-ECR-NIVEAU       PIC X(02).
       01  WS-ECR-JET-NOM      PIC X(40).
       01  WS-ECR-MOT-PIC      PIC X(10).
       01  WS-ECR-JET-PIC      PIC X(20).
       01  WS-ECR-USAGE        PIC X(10).
       01  WS-ECR-LG-PIC       PIC 9(04).
       01  WS-ECR-PIC-OK       PIC X(01).
       01  WS-ECR-CAR          PIC X(01).
       01  WS-ECR-IDX-CAR      PIC 9(02).
       01  WS-ECR-REPET        PIC X(04).
       01  WS-ECR-LG-REPET     PIC 9(02).
       01  WS-ECR-NB-ALPHA     PIC 9(02).
       01  WS-CTL-NOM          PIC X(40).
       01  WS-CTL-LIBELLE      PIC X(40).
       01  WS-CTL-OBLIG        PIC X(01).
       01  WS-CTL-CONTROLE     PIC X(45).
       01  WS-TAB-VALEURS.
           05 WS-ECR-VALEUR OCCURS 6 TIMES PIC X(10).
       01  WS-IDX-VALEUR       PIC 9(02).
       01  WS-ECR-TEXTE-MSG    PIC X(50).
       01  WS-ECR-TEXTE-MSG-COMPLET PIC X(50).

       SCREEN SECTION.
       01 ECRAN-PRINCIPAL.
           05 LINE 1 COL 1 
           05 LINE 4 COL 35
           VALUE "(7 - Etat avec ruptures)"
           FOREGROUND-COLOR 5.
           05 LINE 5 COL 36
           VALUE "(8 - Ecran de maintenance)"
           FOREGROUND-COLOR 5.
           05 LINE 9 COL 1 VALUE "Choix :" FOREGROUND-COLOR 5.
           05 LINE 9 COL 8 PIC  9 TO CHOIX-PS1 FOREGROUND-COLOR 5.
           05 LINE 9 COL 9 VALUE "|" FOREGROUND-COLOR 2.
           05 LINE 9 COL 18 PIC 9 TO CHOIX-PS6 FOREGROUND-COLOR 5.
           05 LINE 9 COL 19 VALUE "|" FOREGROUND-COLOR 2.
           05 LINE 9 COL 20 PIC 9 TO CHOIX-PS7 FOREGROUND-COLOR 5.
           05 LINE 9 COL 21 VALUE "|" FOREGROUND-COLOR 2.
           05 LINE 9 COL 22 PIC 9 TO CHOIX-PS8 FOREGROUND-COLOR 5.
           05 LINE 10 COL 1 VALUE "Fichier :" FOREGROUND-COLOR 5.
           05 LINE 10 COL 11 PIC X(20) TO WS-NOM-FICHIER
           FOREGROUND-COLOR 5.
               IF SPEC-CHOIX-PS7 NUMERIC
                   MOVE SPEC-CHOIX-PS7 TO CHOIX-PS7
               END-IF
               IF SPEC-CHOIX-PS8 NUMERIC
                   MOVE SPEC-CHOIX-PS8 TO CHOIX-PS8
               END-IF
               MOVE 'O' TO WS-SPEC-REJOUEE
               DISPLAY "Fiche rejouee : " WS-SPEC-PATH
           ELSE
           MOVE WS-NOM-CHAMP1  TO SPEC-NOM-CHAMP1.
           MOVE WS-NOM-CHAMP2  TO SPEC-NOM-CHAMP2.
           MOVE CHOIX-PS7      TO SPEC-CHOIX-PS7.
           MOVE CHOIX-PS8      TO SPEC-CHOIX-PS8.
           WRITE ENREG-SPEC.
           CLOSE FICHIER-SPEC.
           DISPLAY "Fiche enregistree : " WS-SPEC-PATH.
               PERFORM GENERER-ETAT-RUPTURES
               THRU    GENERER-ETAT-RUPTURES-FIN
           END-IF.
           IF CHOIX-PS8 = 8
               PERFORM GENERER-ECRAN-MAINTENANCE
               THRU    GENERER-ECRAN-MAINTENANCE-FIN
           END-IF.
           IF CHOIX-SGBD1 = 1
               PERFORM GENERER-ACCEDER-DB
           END-IF.       
           WRITE ENREG-GEN.
           MOVE SPACES TO WS-LIGNE-GEN.
       GEN-LIGNE-ETAT-FIN. EXIT.
       
      ******************************************************************
      * Ecran de maintenance (choix PS 8) : programme SCREEN SECTION
      * d'ajout, modification, suppression et parcours d'un fichier
      * indexe, avec controles par champ et journal avant/apres, a
      * partir du dessin de l'enregistrement et de ses controles.
      ******************************************************************
       GENERER-ECRAN-MAINTENANCE.
           PERFORM CHARGER-DESSIN-ECRAN
           THRU    CHARGER-DESSIN-ECRAN-FIN.
           IF WS-NB-SAISIS-ECRAN = 0 OR DESSIN-ECRAN-REJETE
               DISPLAY "Dessin d'enregistrement inexploitable, "
                   "ecran de maintenance non genere."
               GO TO GENERER-ECRAN-MAINTENANCE-FIN
           END-IF.
           PERFORM CHARGER-CONTROLES-ECRAN
           THRU    CHARGER-CONTROLES-ECRAN-FIN.

      * La cle est le premier champ nomme, toujours obligatoire ; les
      * champs nommes occupent chacun une ligne d'ecran a partir de
      * la ligne 3, les FILLER ne sont pas affiches.
           MOVE 0 TO WS-IDX-CLE-ECRAN WS-TAILLE-ECRAN.
           MOVE 2 TO WS-LIGNE-ECRAN.
           MOVE 'N' TO WS-AVEC-DATE-ECRAN.
           PERFORM VARYING WS-IDX-ECRAN FROM 1 BY 1
                   UNTIL WS-IDX-ECRAN > WS-NB-CHAMPS-ECRAN
               ADD WS-ECR-LG(WS-IDX-ECRAN) TO WS-TAILLE-ECRAN
               IF WS-ECR-NOM(WS-IDX-ECRAN) NOT = "FILLER"
                   ADD 1 TO WS-LIGNE-ECRAN
                   MOVE WS-LIGNE-ECRAN TO WS-ECR-LIGNE(WS-IDX-ECRAN)
                   IF WS-IDX-CLE-ECRAN = 0
                       MOVE WS-IDX-ECRAN TO WS-IDX-CLE-ECRAN
                       MOVE "O" TO WS-ECR-OBLIG(WS-IDX-ECRAN)
                   END-IF
                   IF WS-ECR-CONTROLE(WS-IDX-ECRAN) = "D"
                       MOVE 'O' TO WS-AVEC-DATE-ECRAN
                   END-IF
               END-IF
           END-PERFORM.
           ADD 2 TO WS-LIGNE-ECRAN.

           OPEN OUTPUT FICHIER-GEN.
           PERFORM EMETTRE-ECRAN-DONNEES
           THRU    EMETTRE-ECRAN-DONNEES-FIN.
           PERFORM EMETTRE-ECRAN-FORMULAIRE
           THRU    EMETTRE-ECRAN-FORMULAIRE-FIN.
           PERFORM EMETTRE-ECRAN-PROCEDURE
           THRU    EMETTRE-ECRAN-PROCEDURE-FIN.
           PERFORM EMETTRE-ECRAN-CONTROLES
           THRU    EMETTRE-ECRAN-CONTROLES-FIN.
           CLOSE FICHIER-GEN.
       GENERER-ECRAN-MAINTENANCE-FIN. EXIT.

      ******************************************************************
      * Charge le dessin de l'enregistrement au format copybook
      * (dessin-ecran.cpy, a defaut le fichier-sortie.cpy ecrit par
      * pgm3.cbl) : une ligne "niveau nom PIC picture" par champ
      * elementaire, lignes de groupe et commentaires ignores.
      ******************************************************************
       CHARGER-DESSIN-ECRAN.
           MOVE 0 TO WS-NB-CHAMPS-ECRAN WS-NB-SAISIS-ECRAN.
           MOVE 'N' TO WS-DESSIN-ECR-REJET.
           MOVE SPACES TO WS-STATUS-DESSIN-ECR.
           MOVE "dessin-ecran.cpy" TO WS-DESSIN-ECRAN-PATH.
           OPEN INPUT FICHIER-DESSIN-ECR.
           IF NOT STATUT-DESSIN-ECR-OK
               MOVE "fichier-sortie.cpy" TO WS-DESSIN-ECRAN-PATH
               OPEN INPUT FICHIER-DESSIN-ECR
           END-IF.
           IF NOT STATUT-DESSIN-ECR-OK
               DISPLAY "Dessin introuvable (dessin-ecran.cpy ou "
                   "fichier-sortie.cpy), statut " WS-STATUS-DESSIN-ECR
               GO TO CHARGER-DESSIN-ECRAN-FIN
           END-IF.
           DISPLAY "Dessin de l'enregistrement : "
               WS-DESSIN-ECRAN-PATH.
           PERFORM UNTIL STATUT-DESSIN-ECR-EOF
               READ FICHIER-DESSIN-ECR
               AT END
                   SET STATUT-DESSIN-ECR-EOF TO TRUE
               NOT AT END
                   PERFORM ANALYSER-LIGNE-ECRAN
                   THRU    ANALYSER-LIGNE-ECRAN-FIN
               END-READ
           END-PERFORM.
           CLOSE FICHIER-DESSIN-ECR.
       CHARGER-DESSIN-ECRAN-FIN. EXIT.

      * Une ligne refusee decalerait toutes les positions suivantes de
      * l'enregistrement : elle rejette le dessin entier.
       ANALYSER-LIGNE-ECRAN.
           IF ENREG-DESSIN-ECR = SPACES
               OR ENREG-DESSIN-ECR(7:1) = "*"
               GO TO ANALYSER-LIGNE-ECRAN-FIN
           END-IF.
           MOVE FUNCTION TRIM(ENREG-DESSIN-ECR) TO WS-ECR-TRAVAIL.
           IF WS-ECR-TRAVAIL(1:1) = "*"
               GO TO ANALYSER-LIGNE-ECRAN-FIN
           END-IF.
           MOVE SPACES TO WS-ECR-NIVEAU WS-ECR-JET-NOM WS-ECR-MOT-PIC
               WS-ECR-JET-PIC WS-ECR-USAGE.
           UNSTRING WS-ECR-TRAVAIL DELIMITED BY ALL " "
               INTO WS-ECR-NIVEAU WS-ECR-JET-NOM WS-ECR-MOT-PIC
                    WS-ECR-JET-PIC WS-ECR-USAGE.
           INSPECT WS-ECR-MOT-PIC CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-ECR-MOT-PIC NOT = "PIC" AND NOT = "PICTURE"
               GO TO ANALYSER-LIGNE-ECRAN-FIN
           END-IF.
           INSPECT WS-ECR-JET-NOM CONVERTING
               "abcdefghijklmnopqrstuvwxyz_" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ-".
           INSPECT WS-ECR-JET-PIC CONVERTING
               "xav" TO "XAV".
           INSPECT WS-ECR-JET-PIC REPLACING ALL "." BY SPACE.
           INSPECT WS-ECR-USAGE CONVERTING
               "abcdefghijklmnopqrstuvwxyz." TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ ".
           IF WS-ECR-USAGE NOT = SPACES AND NOT = "VALUE"
               AND NOT = "DISPLAY"
               DISPLAY "Usage non pris en charge (affichage seul) : "
                   WS-ECR-TRAVAIL(1:40)
               MOVE 'O' TO WS-DESSIN-ECR-REJET
               GO TO ANALYSER-LIGNE-ECRAN-FIN
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ECR-JET-NOM)) > 27
               DISPLAY "Nom de champ de plus de 27 caracteres : "
                   WS-ECR-JET-NOM
               MOVE 'O' TO WS-DESSIN-ECR-REJET
               GO TO ANALYSER-LIGNE-ECRAN-FIN
           END-IF.
           PERFORM CALCULER-LONGUEUR-PIC
           THRU    CALCULER-LONGUEUR-PIC-FIN.
           IF WS-ECR-PIC-OK NOT = 'O'
               DISPLAY "PIC non prise en charge (X, A, 9, V) : "
                   WS-ECR-TRAVAIL(1:40)
               MOVE 'O' TO WS-DESSIN-ECR-REJET
               GO TO ANALYSER-LIGNE-ECRAN-FIN
           END-IF.
           IF WS-NB-CHAMPS-ECRAN >= 30
               DISPLAY "Dessin limite a 30 champs : "
                   WS-ECR-TRAVAIL(1:40)
               MOVE 'O' TO WS-DESSIN-ECR-REJET
               GO TO ANALYSER-LIGNE-ECRAN-FIN
           END-IF.
           IF WS-ECR-JET-NOM NOT = "FILLER"
               IF WS-NB-SAISIS-ECRAN >= 18 OR WS-ECR-LG-PIC > 50
                   DISPLAY "Champ hors de l'ecran (18 champs de 50 "
                       "caracteres au plus) : " WS-ECR-JET-NOM
                   MOVE 'O' TO WS-DESSIN-ECR-REJET
                   GO TO ANALYSER-LIGNE-ECRAN-FIN
               END-IF
               ADD 1 TO WS-NB-SAISIS-ECRAN
           END-IF.

           ADD 1 TO WS-NB-CHAMPS-ECRAN.
           MOVE WS-NB-CHAMPS-ECRAN TO WS-IDX-ECRAN.
           MOVE WS-ECR-JET-NOM TO WS-ECR-NOM(WS-IDX-ECRAN)
                                  WS-ECR-LIBELLE(WS-IDX-ECRAN).
           MOVE WS-ECR-JET-PIC TO WS-ECR-PIC(WS-IDX-ECRAN).
           MOVE WS-ECR-LG-PIC TO WS-ECR-LG(WS-IDX-ECRAN).
           MOVE 0 TO WS-ECR-NB-ALPHA.
           INSPECT WS-ECR-JET-PIC TALLYING WS-ECR-NB-ALPHA
               FOR ALL "X" ALL "A".
           IF WS-ECR-NB-ALPHA > 0
               MOVE "X" TO WS-ECR-TYPE(WS-IDX-ECRAN)
           ELSE
               MOVE "9" TO WS-ECR-TYPE(WS-IDX-ECRAN)
           END-IF.
           MOVE WS-ECR-TYPE(WS-IDX-ECRAN)
               TO WS-ECR-CONTROLE(WS-IDX-ECRAN).
           MOVE "N" TO WS-ECR-OBLIG(WS-IDX-ECRAN).
           MOVE SPACES TO WS-ECR-VALEURS(WS-IDX-ECRAN).
           MOVE 0 TO WS-ECR-LIGNE(WS-IDX-ECRAN).
       ANALYSER-LIGNE-ECRAN-FIN. EXIT.

      * Longueur d'une PIC de type X(10), 9(05)V99, XXX : chaque
      * symbole compte une position, "(n)" repete le precedent, V ne
      * compte pas ; tout autre symbole (signe, edition) est refuse.
       CALCULER-LONGUEUR-PIC.
           MOVE 0 TO WS-ECR-LG-PIC.
           MOVE 'O' TO WS-ECR-PIC-OK.
           PERFORM VARYING WS-ECR-IDX-CAR FROM 1 BY 1
                   UNTIL WS-ECR-IDX-CAR > 19
               MOVE WS-ECR-JET-PIC(WS-ECR-IDX-CAR:1) TO WS-ECR-CAR
               EVALUATE TRUE
                   WHEN WS-ECR-CAR = SPACE OR WS-ECR-CAR = "V"
                       CONTINUE
                   WHEN WS-ECR-CAR = "X" OR WS-ECR-CAR = "A"
                     OR WS-ECR-CAR = "9"
                       ADD 1 TO WS-ECR-LG-PIC
                   WHEN WS-ECR-CAR = "(" AND WS-ECR-LG-PIC > 0
                       MOVE SPACES TO WS-ECR-REPET
                       MOVE 0 TO WS-ECR-LG-REPET
                       UNSTRING WS-ECR-JET-PIC(WS-ECR-IDX-CAR + 1:)
                           DELIMITED BY ")"
                           INTO WS-ECR-REPET COUNT IN WS-ECR-LG-REPET
                       IF WS-ECR-REPET = SPACES OR FUNCTION
                          TEST-NUMVAL(FUNCTION TRIM(WS-ECR-REPET))
                          NOT = 0
                           MOVE 'N' TO WS-ECR-PIC-OK
                       ELSE
                           COMPUTE WS-ECR-LG-PIC = WS-ECR-LG-PIC
                               + FUNCTION NUMVAL(WS-ECR-REPET) - 1
                           ADD WS-ECR-LG-REPET TO WS-ECR-IDX-CAR
                           ADD 1 TO WS-ECR-IDX-CAR
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-ECR-PIC-OK
               END-EVALUATE
           END-PERFORM.
           IF WS-ECR-LG-PIC = 0 OR WS-ECR-LG-PIC > 999
               MOVE 'N' TO WS-ECR-PIC-OK
           END-IF.
       CALCULER-LONGUEUR-PIC-FIN. EXIT.

      ******************************************************************
      * Charge les controles de saisie (controles-ecran.txt), une
      * ligne par champ : nom;libelle;obligatoire (O/N);controle
      * (X = libre, 9 = numerique, D = date AAAAMMJJ verifiee par
      * DATEUTIL, V=valeur/valeur/... = valeurs permises). Sans
      * fichier, le libelle est le nom du champ et le controle suit
      * la PIC.
      ******************************************************************
       CHARGER-CONTROLES-ECRAN.
           MOVE SPACES TO WS-STATUS-CONTROLES.
           OPEN INPUT FICHIER-CONTROLES.
           IF NOT STATUT-CONTROLES-OK
               DISPLAY "Pas de controles-ecran.txt, controles "
                   "deduits des PIC."
               GO TO CHARGER-CONTROLES-ECRAN-FIN
           END-IF.
           PERFORM UNTIL STATUT-CONTROLES-EOF
               READ FICHIER-CONTROLES
               AT END
                   SET STATUT-CONTROLES-EOF TO TRUE
               NOT AT END
                   PERFORM ANALYSER-LIGNE-CONTROLE
                   THRU    ANALYSER-LIGNE-CONTROLE-FIN
               END-READ
           END-PERFORM.
           CLOSE FICHIER-CONTROLES.
       CHARGER-CONTROLES-ECRAN-FIN. EXIT.

       ANALYSER-LIGNE-CONTROLE.
           IF ENREG-CONTROLES = SPACES OR ENREG-CONTROLES(1:1) = "*"
               GO TO ANALYSER-LIGNE-CONTROLE-FIN
           END-IF.
           MOVE SPACES TO WS-CTL-NOM WS-CTL-LIBELLE WS-CTL-OBLIG
               WS-CTL-CONTROLE.
           UNSTRING ENREG-CONTROLES DELIMITED BY ";"
               INTO WS-CTL-NOM WS-CTL-LIBELLE WS-CTL-OBLIG
                    WS-CTL-CONTROLE.
           MOVE FUNCTION TRIM(WS-CTL-NOM) TO WS-CTL-NOM.
           INSPECT WS-CTL-NOM CONVERTING
               "abcdefghijklmnopqrstuvwxyz_" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ-".
           MOVE FUNCTION TRIM(WS-CTL-OBLIG) TO WS-CTL-OBLIG.
           INSPECT WS-CTL-OBLIG CONVERTING "o" TO "O".
           MOVE FUNCTION TRIM(WS-CTL-CONTROLE) TO WS-CTL-CONTROLE.
           INSPECT WS-CTL-CONTROLE(1:1) CONVERTING "xdv" TO "XDV".

           MOVE 0 TO WS-IDX-CHAMP-CTL.
           PERFORM VARYING WS-IDX-ECRAN FROM 1 BY 1
                   UNTIL WS-IDX-ECRAN > WS-NB-CHAMPS-ECRAN
               IF WS-ECR-NOM(WS-IDX-ECRAN) = WS-CTL-NOM
                   AND WS-CTL-NOM NOT = "FILLER"
                   MOVE WS-IDX-ECRAN TO WS-IDX-CHAMP-CTL
               END-IF
           END-PERFORM.
           IF WS-IDX-CHAMP-CTL = 0
               DISPLAY "Controle d'un champ absent du dessin, "
                   "ignore : " WS-CTL-NOM(1:27)
               GO TO ANALYSER-LIGNE-CONTROLE-FIN
           END-IF.
           MOVE WS-IDX-CHAMP-CTL TO WS-IDX-ECRAN.

      * Les guillemets des libelles et des valeurs fermeraient les
      * litteraux du programme genere.
           IF WS-CTL-LIBELLE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CTL-LIBELLE)
                   TO WS-ECR-LIBELLE(WS-IDX-ECRAN)
               INSPECT WS-ECR-LIBELLE(WS-IDX-ECRAN)
                   REPLACING ALL '"' BY "'"
           END-IF.
           IF WS-CTL-OBLIG = "O"
               MOVE "O" TO WS-ECR-OBLIG(WS-IDX-ECRAN)
           END-IF.
           EVALUATE WS-CTL-CONTROLE(1:1)
               WHEN "9"
                   MOVE "9" TO WS-ECR-CONTROLE(WS-IDX-ECRAN)
               WHEN "X"
                   IF WS-ECR-TYPE(WS-IDX-ECRAN) = "X"
                       MOVE "X" TO WS-ECR-CONTROLE(WS-IDX-ECRAN)
                   END-IF
               WHEN "D"
                   IF WS-ECR-LG(WS-IDX-ECRAN) = 8
                       MOVE "D" TO WS-ECR-CONTROLE(WS-IDX-ECRAN)
                   ELSE
                       DISPLAY "Controle date sur un champ qui n'a "
                           "pas 8 positions, ignore : "
                           WS-CTL-NOM(1:27)
                   END-IF
               WHEN "V"
                   IF WS-CTL-CONTROLE(2:1) = "="
                       AND WS-CTL-CONTROLE(3:) NOT = SPACES
                       MOVE "V" TO WS-ECR-CONTROLE(WS-IDX-ECRAN)
                       MOVE WS-CTL-CONTROLE(3:)
                           TO WS-ECR-VALEURS(WS-IDX-ECRAN)
                       INSPECT WS-ECR-VALEURS(WS-IDX-ECRAN)
                           REPLACING ALL '"' BY "'"
                   ELSE
                       DISPLAY "Valeurs permises absentes (V=a/b/c), "
                           "ignore : " WS-CTL-NOM(1:27)
                   END-IF
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Controle inconnu, ignore : "
                       WS-CTL-CONTROLE(1:10)
           END-EVALUATE.
       ANALYSER-LIGNE-CONTROLE-FIN. EXIT.

      ******************************************************************
      * Divisions IDENTIFICATION a WORKING-STORAGE du programme de
      * maintenance genere : fichier indexe au dessin lu, journal,
      * zones de saisie alignees octet pour octet sur l'enregistrement.
      ******************************************************************
       EMETTRE-ECRAN-DONNEES.
           MOVE "       IDENTIFICATION DIVISION." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       PROGRAM-ID. MaintEcran." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       ENVIRONMENT DIVISION." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       INPUT-OUTPUT SECTION." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       FILE-CONTROL." TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "           SELECT FICHE-FILE ASSIGN TO '"
                  DELIMITED BY SIZE
                  WS-NOM-FICHIER DELIMITED BY SPACE
                  "'"            DELIMITED BY SIZE
               INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "           ORGANIZATION IS INDEXED" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           ACCESS MODE IS DYNAMIC" TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "           RECORD KEY IS "
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-CLE-ECRAN))
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "           FILE STATUS IS WS-STATUT-FICHE."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           SELECT JOURNAL-FILE ASSIGN TO" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           'maint-ecran-journal.log'" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           ORGANIZATION IS LINE SEQUENTIAL"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           FILE STATUS IS WS-STATUT-JOURNAL."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       DATA DIVISION." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       FILE SECTION." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       FD  FICHE-FILE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  FICHE-REC." TO ENREG-GEN
           WRITE ENREG-GEN
           PERFORM VARYING WS-IDX-ECRAN FROM 1 BY 1
                   UNTIL WS-IDX-ECRAN > WS-NB-CHAMPS-ECRAN
               STRING "           05 "
                   FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
                   " PIC "
                   FUNCTION TRIM(WS-ECR-PIC(WS-IDX-ECRAN))
                   "." DELIMITED BY SIZE INTO WS-LIGNE-GEN
               PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           END-PERFORM.
           MOVE "       FD  JOURNAL-FILE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  JOURNAL-REC." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           05 JRN-DATE      PIC 9(08)." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           05 FILLER        PIC X(01)." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           05 JRN-HEURE     PIC 9(08)." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           05 FILLER        PIC X(01)." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           05 JRN-OPERATION PIC X(08)." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           05 FILLER        PIC X(01)." TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "           05 JRN-CLE       PIC X("
                  WS-ECR-LG(WS-IDX-CLE-ECRAN) ")."
                  DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "           05 FILLER        PIC X(01)." TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "           05 JRN-AVANT     PIC X("
                  WS-TAILLE-ECRAN ")."
                  DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "           05 FILLER        PIC X(01)." TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "           05 JRN-APRES     PIC X("
                  WS-TAILLE-ECRAN ")."
                  DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "       WORKING-STORAGE SECTION." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  WS-STATUT-FICHE   PIC X(02) VALUE SPACE."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           88 STATUT-FICHE-OK      VALUE '00'."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           88 STATUT-FICHE-DOUBLON VALUE '22'."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           88 STATUT-FICHE-ABSENT  VALUE '23'."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  WS-STATUT-JOURNAL PIC X(02) VALUE SPACE."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           88 STATUT-JOURNAL-OK    VALUE '00'."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  WS-CHOIX          PIC X(01) VALUE SPACE."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  WS-REPONSE        PIC X(01) VALUE SPACE."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  WS-MODE           PIC X(01) VALUE SPACE."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  WS-SAISIE-VALIDE  PIC X(01) VALUE 'N'."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           88 SAISIE-VALIDE        VALUE 'O'."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  WS-ABANDON        PIC X(01) VALUE 'N'."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           88 SAISIE-ABANDONNEE    VALUE 'O'."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  WS-OPERATION      PIC X(08) VALUE SPACES."
           TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "       01  WS-CLE-ORIGINE    PIC X("
                  WS-ECR-LG(WS-IDX-CLE-ECRAN) ")."
                  DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           STRING "       01  WS-IMAGE-AVANT    PIC X("
                  WS-TAILLE-ECRAN ")."
                  DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           STRING "       01  WS-IMAGE-APRES    PIC X("
                  WS-TAILLE-ECRAN ")."
                  DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "       01  SC-MESSAGE        PIC X(60) VALUE SPACES."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01  SC-SAISIE." TO ENREG-GEN
           WRITE ENREG-GEN
           PERFORM VARYING WS-IDX-ECRAN FROM 1 BY 1
                   UNTIL WS-IDX-ECRAN > WS-NB-CHAMPS-ECRAN
               IF WS-ECR-NOM(WS-IDX-ECRAN) = "FILLER"
                   STRING "           05 FILLER PIC X("
                       WS-ECR-LG(WS-IDX-ECRAN) ")."
                       DELIMITED BY SIZE INTO WS-LIGNE-GEN
               ELSE
                   STRING "           05 SC-"
                       FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
                       " PIC X(" WS-ECR-LG(WS-IDX-ECRAN) ")."
                       DELIMITED BY SIZE INTO WS-LIGNE-GEN
               END-IF
               PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           END-PERFORM.
           IF ECRAN-AVEC-DATE
               MOVE "       01  DU-FONCTION       PIC X(08)."
               TO ENREG-GEN
               WRITE ENREG-GEN
               MOVE "       01  DU-DATE-1         PIC 9(08)."
               TO ENREG-GEN
               WRITE ENREG-GEN
               MOVE "       01  DU-DATE-2         PIC 9(08) VALUE 0."
               TO ENREG-GEN
               WRITE ENREG-GEN
               MOVE "       01  DU-NOMBRE         PIC S9(07) VALUE 0."
               TO ENREG-GEN
               WRITE ENREG-GEN
               MOVE "       01  DU-RESULTAT       PIC S9(08)."
               TO ENREG-GEN
               WRITE ENREG-GEN
               MOVE "       01  DU-CODE-RETOUR    PIC X(02)."
               TO ENREG-GEN
               WRITE ENREG-GEN
           END-IF.
       EMETTRE-ECRAN-DONNEES-FIN. EXIT.

      ******************************************************************
      * SCREEN SECTION du programme genere : un libelle et une zone
      * par champ nomme, etoile devant les zones obligatoires, ligne
      * de message sous le formulaire.
      ******************************************************************
       EMETTRE-ECRAN-FORMULAIRE.
           MOVE "       SCREEN SECTION." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       01 ECRAN-FICHE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           05 LINE 1 COL 1" TO ENREG-GEN
           WRITE ENREG-GEN
           STRING '           VALUE "MAINTENANCE DE '
                  DELIMITED BY SIZE
                  WS-NOM-FICHIER DELIMITED BY SPACE
                  '" FOREGROUND-COLOR 1.' DELIMITED BY SIZE
               INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "           05 LINE 2 COL 1" TO ENREG-GEN
           WRITE ENREG-GEN
           STRING '           VALUE "(* = obligatoire, cle a blanc = '
                  'abandon)"' DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "           FOREGROUND-COLOR 3." TO ENREG-GEN
           WRITE ENREG-GEN
           PERFORM VARYING WS-IDX-ECRAN FROM 1 BY 1
                   UNTIL WS-IDX-ECRAN > WS-NB-CHAMPS-ECRAN
               IF WS-ECR-NOM(WS-IDX-ECRAN) NOT = "FILLER"
                   STRING "           05 LINE "
                       WS-ECR-LIGNE(WS-IDX-ECRAN) " COL 1 VALUE "
                       '"' FUNCTION TRIM(WS-ECR-LIBELLE(WS-IDX-ECRAN))
                       '"' DELIMITED BY SIZE INTO WS-LIGNE-GEN
                   PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
                   MOVE "              FOREGROUND-COLOR 3."
                   TO ENREG-GEN
                   WRITE ENREG-GEN
                   IF WS-ECR-OBLIG(WS-IDX-ECRAN) = "O"
                       STRING "           05 LINE "
                           WS-ECR-LIGNE(WS-IDX-ECRAN) " COL 27 VALUE "
                           '"*" FOREGROUND-COLOR 4.'
                           DELIMITED BY SIZE INTO WS-LIGNE-GEN
                       PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
                   END-IF
                   STRING "           05 LINE "
                       WS-ECR-LIGNE(WS-IDX-ECRAN) " COL 30 PIC X("
                       WS-ECR-LG(WS-IDX-ECRAN) ")"
                       DELIMITED BY SIZE INTO WS-LIGNE-GEN
                   PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
                   STRING "              USING SC-"
                       FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
                       " FOREGROUND-COLOR 5."
                       DELIMITED BY SIZE INTO WS-LIGNE-GEN
                   PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
               END-IF
           END-PERFORM.
           STRING "           05 LINE " WS-LIGNE-ECRAN
               " COL 1 PIC X(60) FROM SC-MESSAGE"
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "              FOREGROUND-COLOR 4." TO ENREG-GEN
           WRITE ENREG-GEN.
       EMETTRE-ECRAN-FORMULAIRE-FIN. EXIT.

      ******************************************************************
      * PROCEDURE DIVISION du programme genere : menu, ajout,
      * modification, suppression, parcours, saisie du formulaire,
      * lecture par cle et journal avant/apres.
      ******************************************************************
       EMETTRE-ECRAN-PROCEDURE.
           MOVE "       PROCEDURE DIVISION." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       0000-MAIN-START." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           OPEN I-O FICHE-FILE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           IF NOT STATUT-FICHE-OK" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               OPEN OUTPUT FICHE-FILE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               CLOSE FICHE-FILE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               OPEN I-O FICHE-FILE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           IF NOT STATUT-FICHE-OK" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               DISPLAY 'OUVERTURE IMPOSSIBLE : '"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   WS-STATUT-FICHE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               STOP RUN" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           PERFORM UNTIL WS-CHOIX = 'Q'" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               DISPLAY SPACE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               DISPLAY 'A=AJOUTER M=MODIFIER '"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   'S=SUPPRIMER P=PARCOURIR Q=QUITTER'"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               ACCEPT WS-CHOIX" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               INSPECT WS-CHOIX CONVERTING 'amspq'"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   TO 'AMSPQ'" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               EVALUATE WS-CHOIX" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   WHEN 'A'" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       PERFORM 1000-AJOUTER"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       THRU    1000-AJOUTER-FIN"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   WHEN 'M'" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       PERFORM 2000-MODIFIER"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       THRU    2000-MODIFIER-FIN"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   WHEN 'S'" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       PERFORM 3000-SUPPRIMER"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       THRU    3000-SUPPRIMER-FIN"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   WHEN 'P'" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       PERFORM 4000-PARCOURIR"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       THRU    4000-PARCOURIR-FIN"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               END-EVALUATE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-PERFORM." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           CLOSE FICHE-FILE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       0000-MAIN-END." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           STOP RUN." TO ENREG-GEN
           WRITE ENREG-GEN

      * Ajout : formulaire vierge, controle, ecriture, journal.
           MOVE "       1000-AJOUTER." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE SPACES TO SC-SAISIE SC-MESSAGE."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE 'A' TO WS-MODE." TO ENREG-GEN
           WRITE ENREG-GEN
           PERFORM EMETTRE-APPEL-SAISIE
           THRU    EMETTRE-APPEL-SAISIE-FIN
           MOVE "               GO TO 1000-AJOUTER-FIN" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE SC-SAISIE TO FICHE-REC." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           WRITE FICHE-REC" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               INVALID KEY" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   DISPLAY 'CLE EN DOUBLE : '"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       WS-STATUT-FICHE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   GO TO 1000-AJOUTER-FIN" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-WRITE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE SPACES TO WS-IMAGE-AVANT." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE FICHE-REC TO WS-IMAGE-APRES."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE 'AJOUT' TO WS-OPERATION." TO ENREG-GEN
           WRITE ENREG-GEN
           PERFORM EMETTRE-APPEL-JOURNAL
           THRU    EMETTRE-APPEL-JOURNAL-FIN
           MOVE "           DISPLAY 'AJOUTE'." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       1000-AJOUTER-FIN. EXIT." TO ENREG-GEN
           WRITE ENREG-GEN

      * Modification : lecture par cle, formulaire pre-rempli, la
      * cle ne se modifie pas.
           MOVE "       2000-MODIFIER." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           PERFORM 6500-LIRE-CLE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           THRU    6500-LIRE-CLE-FIN."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           IF NOT STATUT-FICHE-OK" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               GO TO 2000-MODIFIER-FIN" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE FICHE-REC TO SC-SAISIE WS-IMAGE-AVANT."
           TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "           MOVE SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-CLE-ECRAN))
               " TO WS-CLE-ORIGINE."
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "           MOVE SPACES TO SC-MESSAGE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE 'M' TO WS-MODE." TO ENREG-GEN
           WRITE ENREG-GEN
           PERFORM EMETTRE-APPEL-SAISIE
           THRU    EMETTRE-APPEL-SAISIE-FIN
           MOVE "               GO TO 2000-MODIFIER-FIN" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE SC-SAISIE TO FICHE-REC." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           REWRITE FICHE-REC" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               INVALID KEY" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   DISPLAY 'ECHEC : ' WS-STATUT-FICHE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   GO TO 2000-MODIFIER-FIN"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-REWRITE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE FICHE-REC TO WS-IMAGE-APRES."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE 'MODIF' TO WS-OPERATION." TO ENREG-GEN
           WRITE ENREG-GEN
           PERFORM EMETTRE-APPEL-JOURNAL
           THRU    EMETTRE-APPEL-JOURNAL-FIN
           MOVE "           DISPLAY 'MODIFIE'." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       2000-MODIFIER-FIN. EXIT." TO ENREG-GEN
           WRITE ENREG-GEN

      * Suppression : lecture par cle, affichage, confirmation.
           MOVE "       3000-SUPPRIMER." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           PERFORM 6500-LIRE-CLE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           THRU    6500-LIRE-CLE-FIN."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           IF NOT STATUT-FICHE-OK" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               GO TO 3000-SUPPRIMER-FIN" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE FICHE-REC TO SC-SAISIE WS-IMAGE-AVANT."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE 'SUPPRIMER CETTE FICHE (O/N) ?'"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               TO SC-MESSAGE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           DISPLAY ECRAN-FICHE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           ACCEPT WS-REPONSE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           IF WS-REPONSE NOT = 'O' AND NOT = 'o'"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               DISPLAY 'SUPPRESSION ABANDONNEE'"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               GO TO 3000-SUPPRIMER-FIN" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           DELETE FICHE-FILE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               INVALID KEY" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   DISPLAY 'ECHEC : ' WS-STATUT-FICHE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   GO TO 3000-SUPPRIMER-FIN"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-DELETE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE SPACES TO WS-IMAGE-APRES." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE 'SUPPR' TO WS-OPERATION." TO ENREG-GEN
           WRITE ENREG-GEN
           PERFORM EMETTRE-APPEL-JOURNAL
           THRU    EMETTRE-APPEL-JOURNAL-FIN
           MOVE "           DISPLAY 'SUPPRIME'." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       3000-SUPPRIMER-FIN. EXIT." TO ENREG-GEN
           WRITE ENREG-GEN

      * Parcours dans l'ordre des cles a partir d'une cle de depart.
           MOVE "       4000-PARCOURIR." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE SPACES TO SC-SAISIE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           DISPLAY 'CLE DE DEPART (VIDE = DEBUT) : '"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               WITH NO ADVANCING." TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "           ACCEPT SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-CLE-ECRAN)) "."
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "           MOVE SC-SAISIE TO FICHE-REC." TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "           IF SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-CLE-ECRAN))
               " = SPACES"
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "               MOVE LOW-VALUES TO FICHE-REC"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           START FICHE-FILE" TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "               KEY IS NOT LESS THAN "
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-CLE-ECRAN))
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "               INVALID KEY" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   DISPLAY 'AUCUNE FICHE A PARTIR DE '"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       'CETTE CLE'" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   GO TO 4000-PARCOURIR-FIN"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-START." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE SPACE TO WS-REPONSE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           PERFORM UNTIL WS-REPONSE = 'F'" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               READ FICHE-FILE NEXT RECORD"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   AT END" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       DISPLAY 'FIN DU FICHIER'"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       MOVE 'F' TO WS-REPONSE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   NOT AT END" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       MOVE FICHE-REC TO SC-SAISIE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       MOVE 'ENTREE=SUIVANTE F=FIN'"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                           TO SC-MESSAGE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       DISPLAY ECRAN-FICHE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       ACCEPT WS-REPONSE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       INSPECT WS-REPONSE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                           CONVERTING 'f' TO 'F'"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               END-READ" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-PERFORM." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       4000-PARCOURIR-FIN. EXIT." TO ENREG-GEN
           WRITE ENREG-GEN

      * Saisie du formulaire jusqu'a ce qu'il soit valide ou que la
      * cle soit laissee a blanc (abandon).
           MOVE "       5000-SAISIR-FICHE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE 'N' TO WS-SAISIE-VALIDE WS-ABANDON."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           PERFORM UNTIL SAISIE-VALIDE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                      OR SAISIE-ABANDONNEE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               DISPLAY ECRAN-FICHE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               ACCEPT ECRAN-FICHE" TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "               IF SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-CLE-ECRAN))
               " = SPACES"
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "                   MOVE 'O' TO WS-ABANDON" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   DISPLAY 'SAISIE ABANDONNEE'"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               ELSE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   PERFORM 6000-CONTROLER-SAISIE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   THRU    6000-CONTROLER-SAISIE-FIN"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               END-IF" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-PERFORM." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       5000-SAISIR-FICHE-FIN. EXIT." TO ENREG-GEN
           WRITE ENREG-GEN

      * Lecture directe par la cle saisie en ligne.
           MOVE "       6500-LIRE-CLE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE SPACES TO SC-SAISIE SC-MESSAGE."
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           DISPLAY 'CLE : ' WITH NO ADVANCING."
           TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "           ACCEPT SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-CLE-ECRAN)) "."
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "           MOVE SC-SAISIE TO FICHE-REC." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           READ FICHE-FILE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               INVALID KEY" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                   DISPLAY 'CLE ABSENTE'" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-READ." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       6500-LIRE-CLE-FIN. EXIT." TO ENREG-GEN
           WRITE ENREG-GEN

      * Journal : une ligne par operation avec images avant et apres,
      * ouverture en extension, creation au premier passage.
           MOVE "       7000-ECRIRE-JOURNAL." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           OPEN EXTEND JOURNAL-FILE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           IF NOT STATUT-JOURNAL-OK" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               OPEN OUTPUT JOURNAL-FILE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           IF STATUT-JOURNAL-OK" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               MOVE SPACES TO JOURNAL-REC" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               ACCEPT JRN-DATE FROM DATE YYYYMMDD"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               ACCEPT JRN-HEURE FROM TIME" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               MOVE WS-OPERATION   TO JRN-OPERATION"
           TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "               MOVE SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-CLE-ECRAN))
               " TO JRN-CLE"
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "               MOVE WS-IMAGE-AVANT TO JRN-AVANT"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               MOVE WS-IMAGE-APRES TO JRN-APRES"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               WRITE JOURNAL-REC" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               CLOSE JOURNAL-FILE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "       7000-ECRIRE-JOURNAL-FIN. EXIT." TO ENREG-GEN
           WRITE ENREG-GEN.
       EMETTRE-ECRAN-PROCEDURE-FIN. EXIT.

      * Appel de la saisie suivi du test d'abandon (le GO TO propre au
      * paragraphe appelant est emis ensuite).
       EMETTRE-APPEL-SAISIE.
           MOVE "           PERFORM 5000-SAISIR-FICHE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           THRU    5000-SAISIR-FICHE-FIN." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           IF SAISIE-ABANDONNEE" TO ENREG-GEN
           WRITE ENREG-GEN.
       EMETTRE-APPEL-SAISIE-FIN. EXIT.

       EMETTRE-APPEL-JOURNAL.
           MOVE "           PERFORM 7000-ECRIRE-JOURNAL" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           THRU    7000-ECRIRE-JOURNAL-FIN."
           TO ENREG-GEN
           WRITE ENREG-GEN.
       EMETTRE-APPEL-JOURNAL-FIN. EXIT.

      ******************************************************************
      * Paragraphe de controle du programme genere : la cle ne change
      * pas en modification, puis pour chaque champ nomme, dans
      * l'ordre du formulaire, zone obligatoire, controle propre
      * (numerique, date DATEUTIL, valeurs permises) et zeros dans
      * les zones numeriques laissees a blanc. Le premier champ en
      * erreur arrete le controle et son message est affiche.
      ******************************************************************
       EMETTRE-ECRAN-CONTROLES.
           MOVE "       6000-CONTROLER-SAISIE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE 'O' TO WS-SAISIE-VALIDE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           MOVE SPACES TO SC-MESSAGE." TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           IF WS-MODE = 'M'" TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "               AND SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-CLE-ECRAN))
               " NOT = WS-CLE-ORIGINE"
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           STRING "               MOVE WS-CLE-ORIGINE TO SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-CLE-ECRAN))
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "LA CLE NE SE MODIFIE PAS" TO WS-ECR-TEXTE-MSG
           PERFORM EMETTRE-REJET-CHAMP
           THRU    EMETTRE-REJET-CHAMP-FIN
           PERFORM VARYING WS-IDX-ECRAN FROM 1 BY 1
                   UNTIL WS-IDX-ECRAN > WS-NB-CHAMPS-ECRAN
               IF WS-ECR-NOM(WS-IDX-ECRAN) NOT = "FILLER"
                   PERFORM EMETTRE-CONTROLE-CHAMP
                   THRU    EMETTRE-CONTROLE-CHAMP-FIN
               END-IF
           END-PERFORM.
           MOVE "       6000-CONTROLER-SAISIE-FIN. EXIT." TO ENREG-GEN
           WRITE ENREG-GEN.
       EMETTRE-ECRAN-CONTROLES-FIN. EXIT.

       EMETTRE-CONTROLE-CHAMP.
           STRING "      * " FUNCTION TRIM(WS-ECR-LIBELLE(WS-IDX-ECRAN))
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           IF WS-ECR-OBLIG(WS-IDX-ECRAN) = "O"
               STRING "           IF SC-"
                   FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
                   " = SPACES"
                   DELIMITED BY SIZE INTO WS-LIGNE-GEN
               PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
               MOVE " : OBLIGATOIRE" TO WS-ECR-TEXTE-MSG
               PERFORM EMETTRE-REJET-LIBELLE
               THRU    EMETTRE-REJET-LIBELLE-FIN
           END-IF.
           EVALUATE WS-ECR-CONTROLE(WS-IDX-ECRAN)
               WHEN "9"
                   STRING "           IF SC-"
                       FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
                       " NOT = SPACES"
                       DELIMITED BY SIZE INTO WS-LIGNE-GEN
                   PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
                   STRING "               AND SC-"
                       FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
                       " IS NOT NUMERIC"
                       DELIMITED BY SIZE INTO WS-LIGNE-GEN
                   PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
                   MOVE " : NUMERIQUE ATTENDU" TO WS-ECR-TEXTE-MSG
                   PERFORM EMETTRE-REJET-LIBELLE
                   THRU    EMETTRE-REJET-LIBELLE-FIN
               WHEN "D"
                   PERFORM EMETTRE-CONTROLE-DATE
                   THRU    EMETTRE-CONTROLE-DATE-FIN
               WHEN "V"
                   PERFORM EMETTRE-CONTROLE-VALEURS
                   THRU    EMETTRE-CONTROLE-VALEURS-FIN
           END-EVALUATE.
           IF WS-ECR-TYPE(WS-IDX-ECRAN) = "9"
               STRING "           IF SC-"
                   FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
                   " = SPACES"
                   DELIMITED BY SIZE INTO WS-LIGNE-GEN
               PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
               STRING "               MOVE ZEROS TO SC-"
                   FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
                   DELIMITED BY SIZE INTO WS-LIGNE-GEN
               PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
               MOVE "           END-IF." TO ENREG-GEN
               WRITE ENREG-GEN
           END-IF.
       EMETTRE-CONTROLE-CHAMP-FIN. EXIT.

      * Date AAAAMMJJ : non numerique ou refusee par DATEUTIL.
       EMETTRE-CONTROLE-DATE.
           STRING "           IF SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
               " NOT = SPACES"
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "               MOVE '99' TO DU-CODE-RETOUR"
           TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "               IF SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
               " IS NUMERIC"
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "                   MOVE 'VALIDER ' TO DU-FONCTION"
           TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "                   MOVE SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
               " TO DU-DATE-1"
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "                   CALL 'DATEUTIL' USING DU-FONCTION"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       DU-DATE-1 DU-DATE-2 DU-NOMBRE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "                       DU-RESULTAT DU-CODE-RETOUR"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               END-IF" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN
           STRING "           IF SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
               " NOT = SPACES"
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "               AND DU-CODE-RETOUR NOT = '00'"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE " : DATE AAAAMMJJ INVALIDE" TO WS-ECR-TEXTE-MSG
           PERFORM EMETTRE-REJET-LIBELLE
           THRU    EMETTRE-REJET-LIBELLE-FIN.
       EMETTRE-CONTROLE-DATE-FIN. EXIT.

      * Valeurs permises : une condition par valeur de la liste
      * a/b/c (six valeurs au plus).
       EMETTRE-CONTROLE-VALEURS.
           MOVE SPACES TO WS-TAB-VALEURS.
           UNSTRING WS-ECR-VALEURS(WS-IDX-ECRAN) DELIMITED BY "/"
               INTO WS-ECR-VALEUR(1) WS-ECR-VALEUR(2)
                    WS-ECR-VALEUR(3) WS-ECR-VALEUR(4)
                    WS-ECR-VALEUR(5) WS-ECR-VALEUR(6).
           STRING "           IF SC-"
               FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
               " NOT = SPACES"
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           PERFORM VARYING WS-IDX-VALEUR FROM 1 BY 1
                   UNTIL WS-IDX-VALEUR > 6
               IF WS-ECR-VALEUR(WS-IDX-VALEUR) NOT = SPACES
                   STRING "               AND SC-"
                       FUNCTION TRIM(WS-ECR-NOM(WS-IDX-ECRAN))
                       ' NOT = "'
                       FUNCTION TRIM(WS-ECR-VALEUR(WS-IDX-VALEUR))
                       '"' DELIMITED BY SIZE INTO WS-LIGNE-GEN
                   PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
               END-IF
           END-PERFORM.
           MOVE " : VALEUR NON PERMISE" TO WS-ECR-TEXTE-MSG
           PERFORM EMETTRE-REJET-LIBELLE
           THRU    EMETTRE-REJET-LIBELLE-FIN.
       EMETTRE-CONTROLE-VALEURS-FIN. EXIT.

      * Corps du rejet : message prefixe du libelle du champ courant.
       EMETTRE-REJET-LIBELLE.
           MOVE SPACES TO WS-ECR-TEXTE-MSG-COMPLET.
           STRING FUNCTION TRIM(WS-ECR-LIBELLE(WS-IDX-ECRAN))
               WS-ECR-TEXTE-MSG
               DELIMITED BY SIZE INTO WS-ECR-TEXTE-MSG-COMPLET.
           MOVE WS-ECR-TEXTE-MSG-COMPLET TO WS-ECR-TEXTE-MSG.
           PERFORM EMETTRE-REJET-CHAMP
           THRU    EMETTRE-REJET-CHAMP-FIN.
       EMETTRE-REJET-LIBELLE-FIN. EXIT.

      * Fin d'une condition de rejet deja ouverte : saisie invalide,
      * message (WS-ECR-TEXTE-MSG) et sortie du controle.
       EMETTRE-REJET-CHAMP.
           MOVE "               MOVE 'N' TO WS-SAISIE-VALIDE"
           TO ENREG-GEN
           WRITE ENREG-GEN
           STRING '               MOVE "'
               FUNCTION TRIM(WS-ECR-TEXTE-MSG TRAILING) '"'
               DELIMITED BY SIZE INTO WS-LIGNE-GEN
           PERFORM GEN-LIGNE-ETAT THRU GEN-LIGNE-ETAT-FIN
           MOVE "                   TO SC-MESSAGE" TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "               GO TO 6000-CONTROLER-SAISIE-FIN"
           TO ENREG-GEN
           WRITE ENREG-GEN
           MOVE "           END-IF." TO ENREG-GEN
           WRITE ENREG-GEN.
       EMETTRE-REJET-CHAMP-FIN. EXIT.
