      ******************************************************************
      * Programme : integrite
      * Description : Balayage nocturne de l'integrite referentielle
      *   entre fichiers de tous les sous-systemes. Chaque programme
      *   controle ses references a la saisie, mais les donnees deja
      *   en place derivent : polices dont le produit (WS-NOM) a
      *   quitte produits-assur.dat, tarifs et travaux sur des gares
      *   disparues de gares.dat, rames et conducteurs affectes a des
      *   trains sortis de train.dat, matieres de cours.dat sans
      *   aucune note, adhesions de la mutuelle sur un contrat ou une
      *   garantie inactifs. Les controles sont decrits dans le
      *   catalogue catalogue-integrite.dat, une ligne par regle :
      *     regle;equipe;type;fichier;format;pos1;pos2;longueur;
      *     reference;pos ref;filtre;libelle
      *   regle     : code court (14 caracteres au plus), repris dans
      *               le suivi des passages sous le nom INTEG-<regle> ;
      *   equipe    : equipe proprietaire des donnees, le rapport
      *               regroupe les exceptions par equipe ;
      *   type      : ORPHELIN  - la cle lue dans le fichier (en
      *                           pos1, et en pos2 si non nulle) doit
      *                           exister dans la reference ;
      *               SANS-FILS - la cle lue en pos1 dans le fichier
      *                           doit etre utilisee au moins une
      *                           fois dans la reference ;
      *               EXTRAIT   - le fichier est un extrait
      *                           d'orphelins deja produit par son
      *                           sous-systeme (ligne EXTRAIT
      *                           <AAAAMMJJ> puis une ligne par
      *                           orphelin, ex. integrite-contrats.cbl
      *                           de la mutuelle) ; un extrait qui ne
      *                           date pas du jour est signale PERIME ;
      *   format    : S (sequentiel ligne) ou I (fichier indexe au
      *               dessin des polices assurances-partN.dat) ;
      *   longueur  : longueur commune des cles (40 au plus) ;
      *   filtre    : pos=valeur, seules les lignes de la reference
      *               portant cette valeur a cette position comptent
      *               (ex. 1=02 pour les notes de input.dat) ;
      *   les lignes commencant par * sont des commentaires, les
      *   chemins sont relatifs au repertoire de lancement. Exemple :
      *     POL-PRODUIT-1;ASSURANCE;ORPHELIN;assurances-part1.dat;I;
      *       10;0;14;produits-assur.dat;8;;polices sans produit
      *     TARIF-GARE;TRAINS;ORPHELIN;train/tarifs-trains.dat;S;1;7;
      *       5;train/gares.dat;4;;tarifs sur gare inconnue
      *     TRAVAUX-GARE;TRAINS;ORPHELIN;train/travaux.dat;S;1;12;10;
      *       train/gares.dat;10;;travaux sur gare inconnue
      *     RAME-TRAIN;TRAINS;ORPHELIN;train/affectation-rames.dat;S;
      *       8;0;6;train/train.dat;1;;rames sur train supprime
      *     SERVICE-TRAIN;TRAINS;ORPHELIN;
      *       train/roulement-conducteurs.dat;S;8;0;6;train/train.dat;
      *       1;;services sur train supprime
      *     COURS-NON-NOTE;SCOLARITE;SANS-FILS;student/cours.dat;S;
      *       8;0;21;student/input.dat;3;1=02;matieres sans note
      *     MBR-CNT-INACT;MUTUELLE;EXTRAIT;
      *       projet-BOBO-NIORT/bobodb/orphelins-contrats.dat;S;;;;;;;
      *       adhesions sur contrat ou garantie inactifs
      *   (une regle par ligne, coupee ici pour la lisibilite).
      *   Le rapport rapport-integrite.rpt donne, equipe par equipe,
      *   chaque regle, ses premieres exceptions (INTEGRITE_DETAIL_MAX,
      *   20 a defaut) et son compte, puis une synthese. Le compte de
      *   chaque regle part au suivi des passages (CPT1 = exceptions,
      *   CPT2 = enregistrements examines) pour que tendances.cbl
      *   signale les orphelins qui se mettent a croitre. Une regle
      *   dont un fichier est illisible, dont la reference est vide
      *   ou dont l'extrait est perime n'est pas comptee (un zero
      *   trompeur fausserait la moyenne) et rend le passage
      *   INCOMPLET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integrite.
       AUTHOR. K.SAFAA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FILE ASSIGN TO 'catalogue-integrite.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CATALOGUE.

      * Fichier controle par la regle courante, sequentiel ou indexe.
           SELECT CONTROLE-FILE ASSIGN DYNAMIC WS-CHEMIN-CONTROLE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CONTROLE.

           SELECT CONTROLE-IDX-FILE ASSIGN DYNAMIC WS-CHEMIN-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-IDX-ID
           ALTERNATE RECORD KEY IS WS-IDX-NOM-ASS WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-CONTROLE.

      * Fichier de reference de la regle courante.
           SELECT REFERENCE-FILE ASSIGN DYNAMIC WS-CHEMIN-REFERENCE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-REFERENCE.

           SELECT RAPPORT-FILE ASSIGN TO 'rapport-integrite.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGUE-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD     IS WS-CATALOGUE-RECORD.
       01 WS-CATALOGUE-RECORD PIC X(300).

       FD CONTROLE-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD     IS WS-CONTROLE-RECORD.
       01 WS-CONTROLE-RECORD  PIC X(300).

       FD CONTROLE-IDX-FILE
      * Meme dessin que les polices de assur-mouvements.cbl.
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-CONTROLE-IDX-RECORD.
       01 WS-CONTROLE-IDX-RECORD.
           05 WS-IDX-ID        PIC X(8).
           05 FILLER           PIC X(31).
           05 WS-IDX-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(41).

       FD REFERENCE-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD     IS WS-REFERENCE-RECORD.
       01 WS-REFERENCE-RECORD PIC X(300).

       FD RAPPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-CATALOGUE==
                     ==FSTAT-OK==    BY ==STATUT-CATALOGUE-OK==.
           88 STATUT-CATALOGUE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-CONTROLE==
                     ==FSTAT-OK==    BY ==STATUT-CONTROLE-OK==.
           88 STATUT-CONTROLE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-REFERENCE==
                     ==FSTAT-OK==    BY ==STATUT-REFERENCE-OK==.
           88 STATUT-REFERENCE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'INTEGRITE'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'INTEGRITE'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01 WS-PARAM-CLE       PIC X(20).
       01 WS-PARAM-VALEUR    PIC X(20).
       01 WS-PARAM-CODE      PIC X(02).

       01 WS-DETAIL-SAISI    PIC X(20).
       01 WS-DETAIL-MAX      PIC 9(05) VALUE 20.

       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-DATE-EDITEE     PIC X(10).
       01 WS-CHEMIN-CONTROLE  PIC X(80).
       01 WS-CHEMIN-REFERENCE PIC X(80).

      * Decoupage de la ligne de catalogue.
       01 WS-CHAMP-REGLE     PIC X(20).
       01 WS-CHAMP-EQUIPE    PIC X(20).
       01 WS-CHAMP-TYPE      PIC X(10).
       01 WS-CHAMP-FICHIER   PIC X(80).
       01 WS-CHAMP-FORMAT    PIC X(05).
       01 WS-CHAMP-POS-1     PIC X(10).
       01 WS-CHAMP-POS-2     PIC X(10).
       01 WS-CHAMP-LONGUEUR  PIC X(10).
       01 WS-CHAMP-REFERENCE PIC X(80).
       01 WS-CHAMP-POS-REF   PIC X(10).
       01 WS-CHAMP-FILTRE    PIC X(20).
       01 WS-CHAMP-LIBELLE   PIC X(60).
       01 WS-CHAMP-FILTRE-POS PIC X(10).
       01 WS-CHAMP-FILTRE-VAL PIC X(10).

      * Conversion d'un champ numerique du catalogue.
       01 WS-CHAMP-NOMBRE    PIC X(10).
       01 WS-NOMBRE          PIC 9(03).
       01 WS-NOMBRE-VALIDE   PIC X(01).
       01 WS-LIGNE-VALIDE    PIC X(01).

      * Regles du catalogue.
       01 WS-MAX-REGLES      PIC 9(02) VALUE 30.
       01 WS-NB-REGLES       PIC 9(02) VALUE 0.
       01 WS-NB-REJETEES     PIC 9(03) VALUE 0.
       01 WS-TAB-REGLES.
          05 WS-RG-ENTREE OCCURS 30 TIMES.
             10 WS-RG-CODE          PIC X(14).
             10 WS-RG-EQUIPE        PIC X(20).
             10 WS-RG-TYPE          PIC X(10).
                88 WS-RG-ORPHELIN   VALUE 'ORPHELIN'.
                88 WS-RG-SANS-FILS  VALUE 'SANS-FILS'.
                88 WS-RG-EXTRAIT    VALUE 'EXTRAIT'.
             10 WS-RG-FICHIER       PIC X(80).
             10 WS-RG-FORMAT        PIC X(01).
             10 WS-RG-POS-1         PIC 9(03).
             10 WS-RG-POS-2         PIC 9(03).
             10 WS-RG-LONGUEUR      PIC 9(03).
             10 WS-RG-REFERENCE     PIC X(80).
             10 WS-RG-POS-REF       PIC 9(03).
             10 WS-RG-FILTRE-POS    PIC 9(03).
             10 WS-RG-FILTRE-VAL    PIC X(10).
             10 WS-RG-FILTRE-LONG   PIC 9(02).
             10 WS-RG-LIBELLE       PIC X(60).
             10 WS-RG-NB-EXCEPTIONS PIC 9(07).
             10 WS-RG-NB-EXAMINES   PIC 9(07).
             10 WS-RG-ETAT          PIC X(10).
             10 WS-RG-FAITE         PIC X(01).

      * Totaux par equipe, dans l'ordre d'apparition au catalogue.
       01 WS-NB-EQUIPES      PIC 9(02) VALUE 0.
       01 WS-TAB-EQUIPES.
          05 WS-EQ-ENTREE OCCURS 30 TIMES.
             10 WS-EQ-NOM           PIC X(20).
             10 WS-EQ-NB-REGLES     PIC 9(03).
             10 WS-EQ-NB-EXCEPTIONS PIC 9(07).
             10 WS-EQ-NB-INCOMPLETES PIC 9(03).

      * Cles de reference de la regle courante. Une reference plus
      * grosse que la table rend la regle SATUREE plutot que de
      * laisser croire a des orphelins.
       01 WS-MAX-CLES        PIC 9(05) VALUE 5000.
       01 WS-NB-CLES         PIC 9(05) VALUE 0.
       01 WS-CLES-SATUREES   PIC X(01).
       01 WS-TAB-CLES.
          05 WS-CLE-ENTREE OCCURS 5000 TIMES.
             10 WS-CLE-VALEUR       PIC X(40).
             10 WS-CLE-VUE          PIC X(01).
       01 WS-CLE-CHERCHEE    PIC X(40).
       01 WS-CLE-RANG        PIC 9(05).
       01 WS-POS-CLE         PIC 9(03).

      * Ligne lue dans le fichier controle ou la reference.
       01 WS-LIGNE           PIC X(300).
       01 WS-NO-LIGNE        PIC 9(07).
       01 WS-FIN-LECTURE     PIC X(01).
       01 WS-FICHIER-OUVERT  PIC X(01).
       01 WS-MODE-REFERENCE  PIC X(01).
          88 WS-REF-CHARGER  VALUE 'C'.
          88 WS-REF-MARQUER  VALUE 'M'.
       01 WS-ENTETE-EXTRAIT  PIC X(16).

       01 WS-R               PIC 9(02).
       01 WS-RC              PIC 9(02).
       01 WS-E               PIC 9(02).
       01 WS-K               PIC 9(05).
       01 WS-EQUIPE-COURANTE PIC X(20).
       01 WS-TEXTE-EXCEPTION PIC X(124).
       01 WS-NB-EXCEPTIONS-ED PIC Z(6)9.
       01 WS-NB-EXAMINES-ED  PIC Z(6)9.
       01 WS-NB-AUTRES       PIC 9(07).

       01 WS-TOTAL-EXCEPTIONS PIC 9(07) VALUE 0.
       01 WS-NB-EXECUTEES    PIC 9(03) VALUE 0.
       01 WS-NB-INCOMPLETES  PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DATE-JOUR(1:4) '-' WS-DATE-JOUR(5:2)
               '-' WS-DATE-JOUR(7:2)
               DELIMITED BY SIZE INTO WS-DATE-EDITEE.

      * Nombre d'exceptions detaillees par regle : fichier central des
      * parametres, puis variable d'environnement, puis defaut.
           MOVE 'INTEGRITE_DETAIL_MAX' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-DETAIL-SAISI
           ELSE
               MOVE SPACES TO WS-DETAIL-SAISI
               ACCEPT WS-DETAIL-SAISI FROM ENVIRONMENT
                   'INTEGRITE_DETAIL_MAX'
           END-IF.
           IF WS-DETAIL-SAISI NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-DETAIL-SAISI)) = 0
               COMPUTE WS-DETAIL-MAX = FUNCTION NUMVAL(WS-DETAIL-SAISI)
           END-IF.

           OPEN OUTPUT RAPPORT-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'RAPPORT-INTEGRITE.RPT INDISPONIBLE ('
                   WS-STATUS-RAPPORT ') : AUCUN CONTROLE'
               MOVE '0000-MAIN-START' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RAPPORT-INTEGRITE.RPT'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-RAPPORT
                   WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'BALAYAGE D''INTEGRITE REFERENTIELLE DU '
               WS-DATE-EDITEE
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           PERFORM 1000-CHARGER-CATALOGUE
           THRU    1000-CHARGER-CATALOGUE-FIN.
           IF WS-NB-REGLES = ZERO
               MOVE 'AUCUNE REGLE EXECUTABLE AU CATALOGUE.'
                   TO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
               CLOSE RAPPORT-FILE
               DISPLAY 'CATALOGUE-INTEGRITE.DAT SANS REGLE : '
                   'AUCUN CONTROLE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2000-TRAITER-EQUIPES
           THRU    2000-TRAITER-EQUIPES-FIN.
           PERFORM 8000-ECRIRE-SYNTHESE
           THRU    8000-ECRIRE-SYNTHESE-FIN.
           CLOSE RAPPORT-FILE.

           DISPLAY 'REGLES EXECUTEES    : ' WS-NB-EXECUTEES.
           DISPLAY 'REGLES INCOMPLETES  : ' WS-NB-INCOMPLETES.
           DISPLAY 'EXCEPTIONS          : ' WS-TOTAL-EXCEPTIONS.

           MOVE 'INTEGRITE' TO WS-RUNCTL-PROGRAMME.
           MOVE WS-TOTAL-EXCEPTIONS TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-EXECUTEES TO WS-RUNCTL-COMPTEUR-2.
           IF WS-NB-INCOMPLETES = ZERO AND WS-NB-REJETEES = ZERO
               MOVE 'OK' TO WS-RUNCTL-STATUT
           ELSE
               MOVE 'INCOMPLET' TO WS-RUNCTL-STATUT
           END-IF.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
      * Code retour pose apres l'appel, que RUNCTL remet a zero.
           IF WS-RUNCTL-STATUT = 'OK'
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Lecture du catalogue : chaque ligne valide devient une regle,
      * une ligne mal formee est citee en tete du rapport.
      ******************************************************************
       1000-CHARGER-CATALOGUE.
           OPEN INPUT CATALOGUE-FILE.
           IF NOT STATUT-CATALOGUE-OK
               DISPLAY 'CATALOGUE-INTEGRITE.DAT ILLISIBLE ('
                   WS-STATUS-CATALOGUE ')'
               MOVE '1000-CHARGER-CATALOGUE' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE CATALOGUE-INTEGRITE.DAT'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-CATALOGUE
                   WS-LOG-MESSAGE
               GO TO 1000-CHARGER-CATALOGUE-FIN
           END-IF.
           PERFORM UNTIL STATUT-CATALOGUE-FIN
               READ CATALOGUE-FILE
               IF STATUT-CATALOGUE-OK
                   PERFORM 1100-LIRE-UNE-REGLE
                   THRU    1100-LIRE-UNE-REGLE-FIN
               ELSE
                   SET STATUT-CATALOGUE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE CATALOGUE-FILE.
       1000-CHARGER-CATALOGUE-FIN. EXIT.

       1100-LIRE-UNE-REGLE.
           MOVE SPACES TO WS-CHAMP-REGLE WS-CHAMP-EQUIPE WS-CHAMP-TYPE
               WS-CHAMP-FICHIER WS-CHAMP-FORMAT WS-CHAMP-POS-1
               WS-CHAMP-POS-2 WS-CHAMP-LONGUEUR WS-CHAMP-REFERENCE
               WS-CHAMP-POS-REF WS-CHAMP-FILTRE WS-CHAMP-LIBELLE.
           UNSTRING WS-CATALOGUE-RECORD DELIMITED BY ';'
               INTO WS-CHAMP-REGLE WS-CHAMP-EQUIPE WS-CHAMP-TYPE
                    WS-CHAMP-FICHIER WS-CHAMP-FORMAT WS-CHAMP-POS-1
                    WS-CHAMP-POS-2 WS-CHAMP-LONGUEUR
                    WS-CHAMP-REFERENCE WS-CHAMP-POS-REF
                    WS-CHAMP-FILTRE WS-CHAMP-LIBELLE
           END-UNSTRING.
           IF WS-CHAMP-REGLE = SPACES OR WS-CHAMP-REGLE(1:1) = '*'
               GO TO 1100-LIRE-UNE-REGLE-FIN
           END-IF.

           MOVE 'O' TO WS-LIGNE-VALIDE.
           IF WS-CHAMP-REGLE(15:6) NOT = SPACES
               OR WS-CHAMP-EQUIPE = SPACES
               OR WS-CHAMP-FICHIER = SPACES
               OR WS-NB-REGLES NOT < WS-MAX-REGLES
               MOVE 'N' TO WS-LIGNE-VALIDE
           END-IF.
           IF WS-CHAMP-TYPE NOT = 'ORPHELIN'
               AND WS-CHAMP-TYPE NOT = 'SANS-FILS'
               AND WS-CHAMP-TYPE NOT = 'EXTRAIT'
               MOVE 'N' TO WS-LIGNE-VALIDE
           END-IF.
           IF WS-LIGNE-VALIDE = 'N'
               GO TO 1100-REJETER
           END-IF.

           ADD 1 TO WS-NB-REGLES.
           MOVE WS-NB-REGLES TO WS-R.
           MOVE WS-CHAMP-REGLE TO WS-RG-CODE(WS-R).
           MOVE WS-CHAMP-EQUIPE TO WS-RG-EQUIPE(WS-R).
           MOVE WS-CHAMP-TYPE TO WS-RG-TYPE(WS-R).
           MOVE WS-CHAMP-FICHIER TO WS-RG-FICHIER(WS-R).
           MOVE WS-CHAMP-REFERENCE TO WS-RG-REFERENCE(WS-R).
           MOVE WS-CHAMP-LIBELLE TO WS-RG-LIBELLE(WS-R).
           MOVE ZERO TO WS-RG-POS-1(WS-R) WS-RG-POS-2(WS-R)
               WS-RG-LONGUEUR(WS-R) WS-RG-POS-REF(WS-R)
               WS-RG-FILTRE-POS(WS-R) WS-RG-FILTRE-LONG(WS-R)
               WS-RG-NB-EXCEPTIONS(WS-R) WS-RG-NB-EXAMINES(WS-R).
           MOVE SPACES TO WS-RG-FILTRE-VAL(WS-R) WS-RG-ETAT(WS-R).
           MOVE 'N' TO WS-RG-FAITE(WS-R).
           IF WS-CHAMP-FORMAT = 'I'
               MOVE 'I' TO WS-RG-FORMAT(WS-R)
           ELSE
               MOVE 'S' TO WS-RG-FORMAT(WS-R)
           END-IF.

      * Un extrait se lit tel quel : ni cle ni reference.
           IF WS-RG-EXTRAIT(WS-R)
               MOVE 'S' TO WS-RG-FORMAT(WS-R)
               GO TO 1100-LIRE-UNE-REGLE-FIN
           END-IF.

           MOVE WS-CHAMP-POS-1 TO WS-CHAMP-NOMBRE.
           PERFORM 1200-CONVERTIR-NOMBRE THRU 1200-CONVERTIR-NOMBRE-FIN.
           MOVE WS-NOMBRE TO WS-RG-POS-1(WS-R).
           MOVE WS-CHAMP-POS-2 TO WS-CHAMP-NOMBRE.
           PERFORM 1200-CONVERTIR-NOMBRE THRU 1200-CONVERTIR-NOMBRE-FIN.
           MOVE WS-NOMBRE TO WS-RG-POS-2(WS-R).
           MOVE WS-CHAMP-LONGUEUR TO WS-CHAMP-NOMBRE.
           PERFORM 1200-CONVERTIR-NOMBRE THRU 1200-CONVERTIR-NOMBRE-FIN.
           MOVE WS-NOMBRE TO WS-RG-LONGUEUR(WS-R).
           MOVE WS-CHAMP-POS-REF TO WS-CHAMP-NOMBRE.
           PERFORM 1200-CONVERTIR-NOMBRE THRU 1200-CONVERTIR-NOMBRE-FIN.
           MOVE WS-NOMBRE TO WS-RG-POS-REF(WS-R).

           IF WS-CHAMP-FILTRE NOT = SPACES
               MOVE SPACES TO WS-CHAMP-FILTRE-POS WS-CHAMP-FILTRE-VAL
               UNSTRING WS-CHAMP-FILTRE DELIMITED BY '='
                   INTO WS-CHAMP-FILTRE-POS WS-CHAMP-FILTRE-VAL
               END-UNSTRING
               MOVE WS-CHAMP-FILTRE-POS TO WS-CHAMP-NOMBRE
               PERFORM 1200-CONVERTIR-NOMBRE
               THRU    1200-CONVERTIR-NOMBRE-FIN
               MOVE WS-NOMBRE TO WS-RG-FILTRE-POS(WS-R)
               MOVE WS-CHAMP-FILTRE-VAL TO WS-RG-FILTRE-VAL(WS-R)
               INSPECT WS-CHAMP-FILTRE-VAL TALLYING
                   WS-RG-FILTRE-LONG(WS-R) FOR CHARACTERS
                   BEFORE INITIAL SPACE
               IF WS-RG-FILTRE-POS(WS-R) = 0
                   OR WS-RG-FILTRE-LONG(WS-R) = 0
                   OR WS-RG-FILTRE-POS(WS-R) + WS-RG-FILTRE-LONG(WS-R)
                      > 301
                   MOVE 'N' TO WS-LIGNE-VALIDE
               END-IF
           END-IF.

      * Cles dans les bornes de la ligne lue, reference obligatoire.
           IF WS-RG-POS-1(WS-R) = 0
               OR WS-RG-LONGUEUR(WS-R) = 0
               OR WS-RG-LONGUEUR(WS-R) > 40
               OR WS-RG-POS-REF(WS-R) = 0
               OR WS-RG-REFERENCE(WS-R) = SPACES
               MOVE 'N' TO WS-LIGNE-VALIDE
           END-IF.
           IF WS-LIGNE-VALIDE = 'O'
               IF WS-RG-POS-1(WS-R) + WS-RG-LONGUEUR(WS-R) > 301
                   OR WS-RG-POS-2(WS-R) + WS-RG-LONGUEUR(WS-R) > 301
                   OR WS-RG-POS-REF(WS-R) + WS-RG-LONGUEUR(WS-R) > 301
                   MOVE 'N' TO WS-LIGNE-VALIDE
               END-IF
           END-IF.
           IF WS-LIGNE-VALIDE = 'O'
               GO TO 1100-LIRE-UNE-REGLE-FIN
           END-IF.
           SUBTRACT 1 FROM WS-NB-REGLES.

       1100-REJETER.
           ADD 1 TO WS-NB-REJETEES.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'LIGNE DE CATALOGUE REJETEE : '
               WS-CATALOGUE-RECORD(1:100)
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       1100-LIRE-UNE-REGLE-FIN. EXIT.

      * Champ numerique du catalogue (WS-CHAMP-NOMBRE) vers WS-NOMBRE ;
      * un champ vide vaut zero, un champ non numerique invalide la
      * ligne.
       1200-CONVERTIR-NOMBRE.
           MOVE ZERO TO WS-NOMBRE.
           IF WS-CHAMP-NOMBRE = SPACES
               GO TO 1200-CONVERTIR-NOMBRE-FIN
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHAMP-NOMBRE)) = 0
               AND FUNCTION NUMVAL(WS-CHAMP-NOMBRE) < 1000
               AND FUNCTION NUMVAL(WS-CHAMP-NOMBRE) NOT < 0
               COMPUTE WS-NOMBRE = FUNCTION NUMVAL(WS-CHAMP-NOMBRE)
           ELSE
               MOVE 'N' TO WS-LIGNE-VALIDE
           END-IF.
       1200-CONVERTIR-NOMBRE-FIN. EXIT.

      ******************************************************************
      * Les regles sont executees equipe par equipe, dans l'ordre
      * d'apparition des equipes au catalogue, pour que chaque equipe
      * trouve ses exceptions regroupees.
      ******************************************************************
       2000-TRAITER-EQUIPES.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-REGLES
               IF WS-RG-FAITE(WS-R) = 'N'
                   MOVE WS-RG-EQUIPE(WS-R) TO WS-EQUIPE-COURANTE
                   PERFORM 2100-TRAITER-UNE-EQUIPE
                   THRU    2100-TRAITER-UNE-EQUIPE-FIN
               END-IF
           END-PERFORM.
       2000-TRAITER-EQUIPES-FIN. EXIT.

       2100-TRAITER-UNE-EQUIPE.
           ADD 1 TO WS-NB-EQUIPES.
           MOVE WS-NB-EQUIPES TO WS-E.
           MOVE WS-EQUIPE-COURANTE TO WS-EQ-NOM(WS-E).
           MOVE ZERO TO WS-EQ-NB-REGLES(WS-E) WS-EQ-NB-EXCEPTIONS(WS-E)
               WS-EQ-NB-INCOMPLETES(WS-E).

           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           STRING 'EQUIPE : ' WS-EQUIPE-COURANTE
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE ALL '-' TO WS-RAPPORT-RECORD(1:60).
           WRITE WS-RAPPORT-RECORD.

           PERFORM VARYING WS-RC FROM WS-R BY 1
                   UNTIL WS-RC > WS-NB-REGLES
               IF WS-RG-FAITE(WS-RC) = 'N'
                   AND WS-RG-EQUIPE(WS-RC) = WS-EQUIPE-COURANTE
                   PERFORM 3000-EXECUTER-REGLE
                   THRU    3000-EXECUTER-REGLE-FIN
                   MOVE 'O' TO WS-RG-FAITE(WS-RC)
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           MOVE WS-EQ-NB-EXCEPTIONS(WS-E) TO WS-NB-EXCEPTIONS-ED.
           STRING '  TOTAL EQUIPE ' WS-EQUIPE-COURANTE ' : '
               WS-NB-EXCEPTIONS-ED ' EXCEPTION(S)'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       2100-TRAITER-UNE-EQUIPE-FIN. EXIT.

      ******************************************************************
      * Une regle (WS-RC) : en-tete, controle selon son type, compte
      * au rapport et au suivi des passages.
      ******************************************************************
       3000-EXECUTER-REGLE.
           ADD 1 TO WS-EQ-NB-REGLES(WS-E).
           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           STRING '  REGLE ' WS-RG-CODE(WS-RC) ' ('
               FUNCTION TRIM(WS-RG-TYPE(WS-RC)) ') '
               WS-RG-LIBELLE(WS-RC)
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           IF WS-RG-EXTRAIT(WS-RC)
               STRING '  EXTRAIT ' FUNCTION TRIM(WS-RG-FICHIER(WS-RC))
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
           ELSE
               STRING '  FICHIER ' FUNCTION TRIM(WS-RG-FICHIER(WS-RC))
                   ' / REFERENCE '
                   FUNCTION TRIM(WS-RG-REFERENCE(WS-RC))
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
           END-IF.
           WRITE WS-RAPPORT-RECORD.

           MOVE 'OK' TO WS-RG-ETAT(WS-RC).
           EVALUATE TRUE
               WHEN WS-RG-ORPHELIN(WS-RC)
                   PERFORM 3100-REGLE-ORPHELIN
                   THRU    3100-REGLE-ORPHELIN-FIN
               WHEN WS-RG-SANS-FILS(WS-RC)
                   PERFORM 3200-REGLE-SANS-FILS
                   THRU    3200-REGLE-SANS-FILS-FIN
               WHEN OTHER
                   PERFORM 3300-REGLE-EXTRAIT
                   THRU    3300-REGLE-EXTRAIT-FIN
           END-EVALUATE.

      * Une regle non conclue ne publie pas de compte.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           IF WS-RG-ETAT(WS-RC) NOT = 'OK'
               ADD 1 TO WS-NB-INCOMPLETES
               ADD 1 TO WS-EQ-NB-INCOMPLETES(WS-E)
               STRING '  => REGLE NON CONCLUE : '
                   WS-RG-ETAT(WS-RC)
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
               GO TO 3000-EXECUTER-REGLE-FIN
           END-IF.

           IF WS-RG-NB-EXCEPTIONS(WS-RC) > WS-DETAIL-MAX
               COMPUTE WS-NB-AUTRES =
                   WS-RG-NB-EXCEPTIONS(WS-RC) - WS-DETAIL-MAX
               STRING '      ... ET ' WS-NB-AUTRES ' AUTRE(S)'
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
               MOVE SPACES TO WS-RAPPORT-RECORD
           END-IF.
           MOVE WS-RG-NB-EXCEPTIONS(WS-RC) TO WS-NB-EXCEPTIONS-ED.
           MOVE WS-RG-NB-EXAMINES(WS-RC) TO WS-NB-EXAMINES-ED.
           STRING '  => ' WS-NB-EXCEPTIONS-ED ' EXCEPTION(S) SUR '
               WS-NB-EXAMINES-ED ' ENREGISTREMENT(S) EXAMINE(S)'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           ADD 1 TO WS-NB-EXECUTEES.
           ADD WS-RG-NB-EXCEPTIONS(WS-RC) TO WS-TOTAL-EXCEPTIONS.
           ADD WS-RG-NB-EXCEPTIONS(WS-RC) TO WS-EQ-NB-EXCEPTIONS(WS-E).

           MOVE SPACES TO WS-RUNCTL-PROGRAMME.
           STRING 'INTEG-' WS-RG-CODE(WS-RC)
               DELIMITED BY SPACE INTO WS-RUNCTL-PROGRAMME.
           MOVE WS-RG-NB-EXCEPTIONS(WS-RC) TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-RG-NB-EXAMINES(WS-RC) TO WS-RUNCTL-COMPTEUR-2.
           IF WS-RG-NB-EXCEPTIONS(WS-RC) = ZERO
               MOVE 'OK' TO WS-RUNCTL-STATUT
           ELSE
               MOVE 'ORPHELINS' TO WS-RUNCTL-STATUT
           END-IF.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       3000-EXECUTER-REGLE-FIN. EXIT.

      ******************************************************************
      * ORPHELIN : chaque cle du fichier controle (pos1, et pos2 si
      * renseignee) doit se trouver dans la reference.
      ******************************************************************
       3100-REGLE-ORPHELIN.
           SET WS-REF-CHARGER TO TRUE.
           MOVE ZERO TO WS-NB-CLES.
           PERFORM 4000-LIRE-REFERENCE THRU 4000-LIRE-REFERENCE-FIN.
           IF WS-RG-ETAT(WS-RC) NOT = 'OK'
               GO TO 3100-REGLE-ORPHELIN-FIN
           END-IF.
           IF WS-NB-CLES = ZERO
               MOVE 'REF. VIDE' TO WS-RG-ETAT(WS-RC)
               GO TO 3100-REGLE-ORPHELIN-FIN
           END-IF.

           PERFORM 5000-OUVRIR-CONTROLE THRU 5000-OUVRIR-CONTROLE-FIN.
           IF WS-FICHIER-OUVERT = 'N'
               MOVE 'ILLISIBLE' TO WS-RG-ETAT(WS-RC)
               GO TO 3100-REGLE-ORPHELIN-FIN
           END-IF.
           MOVE ZERO TO WS-NO-LIGNE.
           PERFORM 5100-LIRE-CONTROLE THRU 5100-LIRE-CONTROLE-FIN.
           PERFORM UNTIL WS-FIN-LECTURE = 'O'
               ADD 1 TO WS-NO-LIGNE
               IF WS-LIGNE NOT = SPACES
                   ADD 1 TO WS-RG-NB-EXAMINES(WS-RC)
                   MOVE WS-RG-POS-1(WS-RC) TO WS-POS-CLE
                   PERFORM 3110-VERIFIER-CLE
                   THRU    3110-VERIFIER-CLE-FIN
                   IF WS-RG-POS-2(WS-RC) > 0
                       MOVE WS-RG-POS-2(WS-RC) TO WS-POS-CLE
                       PERFORM 3110-VERIFIER-CLE
                       THRU    3110-VERIFIER-CLE-FIN
                   END-IF
               END-IF
               PERFORM 5100-LIRE-CONTROLE THRU 5100-LIRE-CONTROLE-FIN
           END-PERFORM.
           PERFORM 5200-FERMER-CONTROLE THRU 5200-FERMER-CONTROLE-FIN.
       3100-REGLE-ORPHELIN-FIN. EXIT.

      * Cle de la ligne courante a la position WS-POS-CLE ; une cle
      * a blanc n'est pas une reference.
       3110-VERIFIER-CLE.
           MOVE SPACES TO WS-CLE-CHERCHEE.
           MOVE WS-LIGNE(WS-POS-CLE:WS-RG-LONGUEUR(WS-RC))
               TO WS-CLE-CHERCHEE.
           IF WS-CLE-CHERCHEE = SPACES
               GO TO 3110-VERIFIER-CLE-FIN
           END-IF.
           PERFORM 6000-CHERCHER-CLE THRU 6000-CHERCHER-CLE-FIN.
           IF WS-CLE-RANG = ZERO
               MOVE SPACES TO WS-TEXTE-EXCEPTION
               STRING 'LIGNE ' WS-NO-LIGNE ' CLE ['
                   WS-CLE-CHERCHEE(1:WS-RG-LONGUEUR(WS-RC)) '] : '
                   WS-LIGNE(1:70)
                   DELIMITED BY SIZE INTO WS-TEXTE-EXCEPTION
               PERFORM 7000-NOTER-EXCEPTION
               THRU    7000-NOTER-EXCEPTION-FIN
           END-IF.
       3110-VERIFIER-CLE-FIN. EXIT.

      ******************************************************************
      * SANS-FILS : chaque cle du fichier controle doit etre utilisee
      * au moins une fois dans la reference.
      ******************************************************************
       3200-REGLE-SANS-FILS.
           MOVE ZERO TO WS-NB-CLES.
           MOVE 'N' TO WS-CLES-SATUREES.
           PERFORM 5000-OUVRIR-CONTROLE THRU 5000-OUVRIR-CONTROLE-FIN.
           IF WS-FICHIER-OUVERT = 'N'
               MOVE 'ILLISIBLE' TO WS-RG-ETAT(WS-RC)
               GO TO 3200-REGLE-SANS-FILS-FIN
           END-IF.
           PERFORM 5100-LIRE-CONTROLE THRU 5100-LIRE-CONTROLE-FIN.
           PERFORM UNTIL WS-FIN-LECTURE = 'O'
               MOVE SPACES TO WS-CLE-CHERCHEE
               MOVE WS-LIGNE(WS-RG-POS-1(WS-RC):WS-RG-LONGUEUR(WS-RC))
                   TO WS-CLE-CHERCHEE
               IF WS-CLE-CHERCHEE NOT = SPACES
                   PERFORM 6100-AJOUTER-CLE THRU 6100-AJOUTER-CLE-FIN
               END-IF
               PERFORM 5100-LIRE-CONTROLE THRU 5100-LIRE-CONTROLE-FIN
           END-PERFORM.
           PERFORM 5200-FERMER-CONTROLE THRU 5200-FERMER-CONTROLE-FIN.
           IF WS-CLES-SATUREES = 'O'
               MOVE 'SATUREE' TO WS-RG-ETAT(WS-RC)
               GO TO 3200-REGLE-SANS-FILS-FIN
           END-IF.
           MOVE WS-NB-CLES TO WS-RG-NB-EXAMINES(WS-RC).

           SET WS-REF-MARQUER TO TRUE.
           PERFORM 4000-LIRE-REFERENCE THRU 4000-LIRE-REFERENCE-FIN.
           IF WS-RG-ETAT(WS-RC) NOT = 'OK'
               GO TO 3200-REGLE-SANS-FILS-FIN
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CLES
               IF WS-CLE-VUE(WS-K) = 'N'
                   MOVE SPACES TO WS-TEXTE-EXCEPTION
                   STRING 'CLE ['
                       WS-CLE-VALEUR(WS-K)(1:WS-RG-LONGUEUR(WS-RC))
                       '] SANS AUCUNE UTILISATION'
                       DELIMITED BY SIZE INTO WS-TEXTE-EXCEPTION
                   PERFORM 7000-NOTER-EXCEPTION
                   THRU    7000-NOTER-EXCEPTION-FIN
               END-IF
           END-PERFORM.
       3200-REGLE-SANS-FILS-FIN. EXIT.

      ******************************************************************
      * EXTRAIT : chaque ligne apres l'en-tete du jour est un orphelin
      * deja releve par son sous-systeme.
      ******************************************************************
       3300-REGLE-EXTRAIT.
           PERFORM 5000-OUVRIR-CONTROLE THRU 5000-OUVRIR-CONTROLE-FIN.
           IF WS-FICHIER-OUVERT = 'N'
               MOVE 'ILLISIBLE' TO WS-RG-ETAT(WS-RC)
               GO TO 3300-REGLE-EXTRAIT-FIN
           END-IF.
           MOVE SPACES TO WS-ENTETE-EXTRAIT.
           STRING 'EXTRAIT ' WS-DATE-JOUR
               DELIMITED BY SIZE INTO WS-ENTETE-EXTRAIT.
           PERFORM 5100-LIRE-CONTROLE THRU 5100-LIRE-CONTROLE-FIN.
           IF WS-FIN-LECTURE = 'O'
               OR WS-LIGNE(1:16) NOT = WS-ENTETE-EXTRAIT
               MOVE 'PERIME' TO WS-RG-ETAT(WS-RC)
               PERFORM 5200-FERMER-CONTROLE
               THRU    5200-FERMER-CONTROLE-FIN
               GO TO 3300-REGLE-EXTRAIT-FIN
           END-IF.
           PERFORM 5100-LIRE-CONTROLE THRU 5100-LIRE-CONTROLE-FIN.
           PERFORM UNTIL WS-FIN-LECTURE = 'O'
               IF WS-LIGNE NOT = SPACES
                   ADD 1 TO WS-RG-NB-EXAMINES(WS-RC)
                   MOVE WS-LIGNE(1:124) TO WS-TEXTE-EXCEPTION
                   PERFORM 7000-NOTER-EXCEPTION
                   THRU    7000-NOTER-EXCEPTION-FIN
               END-IF
               PERFORM 5100-LIRE-CONTROLE THRU 5100-LIRE-CONTROLE-FIN
           END-PERFORM.
           PERFORM 5200-FERMER-CONTROLE THRU 5200-FERMER-CONTROLE-FIN.
       3300-REGLE-EXTRAIT-FIN. EXIT.

      ******************************************************************
      * Lecture de la reference de la regle, filtre applique : en
      * mode C ses cles sont chargees (sans doublon), en mode M les
      * cles deja chargees qu'elle utilise sont marquees vues.
      ******************************************************************
       4000-LIRE-REFERENCE.
           MOVE 'N' TO WS-CLES-SATUREES.
           MOVE WS-RG-REFERENCE(WS-RC) TO WS-CHEMIN-REFERENCE.
           OPEN INPUT REFERENCE-FILE.
           IF NOT STATUT-REFERENCE-OK
               MOVE 'ILLISIBLE' TO WS-RG-ETAT(WS-RC)
               GO TO 4000-LIRE-REFERENCE-FIN
           END-IF.
           PERFORM UNTIL STATUT-REFERENCE-FIN
               READ REFERENCE-FILE
               IF STATUT-REFERENCE-OK
                   MOVE WS-REFERENCE-RECORD TO WS-LIGNE
                   PERFORM 4100-CLE-REFERENCE
                   THRU    4100-CLE-REFERENCE-FIN
               ELSE
                   SET STATUT-REFERENCE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE REFERENCE-FILE.
           IF WS-CLES-SATUREES = 'O'
               MOVE 'SATUREE' TO WS-RG-ETAT(WS-RC)
           END-IF.
       4000-LIRE-REFERENCE-FIN. EXIT.

       4100-CLE-REFERENCE.
           IF WS-RG-FILTRE-POS(WS-RC) > 0
               IF WS-LIGNE(WS-RG-FILTRE-POS(WS-RC):
                       WS-RG-FILTRE-LONG(WS-RC)) NOT =
                  WS-RG-FILTRE-VAL(WS-RC)(1:WS-RG-FILTRE-LONG(WS-RC))
                   GO TO 4100-CLE-REFERENCE-FIN
               END-IF
           END-IF.
           MOVE SPACES TO WS-CLE-CHERCHEE.
           MOVE WS-LIGNE(WS-RG-POS-REF(WS-RC):WS-RG-LONGUEUR(WS-RC))
               TO WS-CLE-CHERCHEE.
           IF WS-CLE-CHERCHEE = SPACES
               GO TO 4100-CLE-REFERENCE-FIN
           END-IF.
           IF WS-REF-CHARGER
               PERFORM 6100-AJOUTER-CLE THRU 6100-AJOUTER-CLE-FIN
           ELSE
               PERFORM 6000-CHERCHER-CLE THRU 6000-CHERCHER-CLE-FIN
               IF WS-CLE-RANG > ZERO
                   MOVE 'O' TO WS-CLE-VUE(WS-CLE-RANG)
               END-IF
           END-IF.
       4100-CLE-REFERENCE-FIN. EXIT.

      ******************************************************************
      * Acces au fichier controle de la regle, sequentiel ou indexe :
      * chaque lecture depose l'enregistrement dans WS-LIGNE et
      * positionne WS-FIN-LECTURE.
      ******************************************************************
       5000-OUVRIR-CONTROLE.
           MOVE 'N' TO WS-FICHIER-OUVERT.
           MOVE 'N' TO WS-FIN-LECTURE.
           MOVE WS-RG-FICHIER(WS-RC) TO WS-CHEMIN-CONTROLE.
           IF WS-RG-FORMAT(WS-RC) = 'I'
               OPEN INPUT CONTROLE-IDX-FILE
           ELSE
               OPEN INPUT CONTROLE-FILE
           END-IF.
           IF STATUT-CONTROLE-OK
               MOVE 'O' TO WS-FICHIER-OUVERT
           END-IF.
       5000-OUVRIR-CONTROLE-FIN. EXIT.

       5100-LIRE-CONTROLE.
           MOVE SPACES TO WS-LIGNE.
           IF WS-RG-FORMAT(WS-RC) = 'I'
               READ CONTROLE-IDX-FILE NEXT RECORD
               IF STATUT-CONTROLE-OK
                   MOVE WS-CONTROLE-IDX-RECORD TO WS-LIGNE
               END-IF
           ELSE
               READ CONTROLE-FILE
               IF STATUT-CONTROLE-OK
                   MOVE WS-CONTROLE-RECORD TO WS-LIGNE
               END-IF
           END-IF.
           IF NOT STATUT-CONTROLE-OK
               MOVE 'O' TO WS-FIN-LECTURE
           END-IF.
       5100-LIRE-CONTROLE-FIN. EXIT.

       5200-FERMER-CONTROLE.
           IF WS-RG-FORMAT(WS-RC) = 'I'
               CLOSE CONTROLE-IDX-FILE
           ELSE
               CLOSE CONTROLE-FILE
           END-IF.
       5200-FERMER-CONTROLE-FIN. EXIT.

      ******************************************************************
      * Table des cles : recherche (rang zero si absente) et ajout
      * sans doublon.
      ******************************************************************
       6000-CHERCHER-CLE.
           MOVE ZERO TO WS-CLE-RANG.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CLES OR WS-CLE-RANG > ZERO
               IF WS-CLE-VALEUR(WS-K) = WS-CLE-CHERCHEE
                   MOVE WS-K TO WS-CLE-RANG
               END-IF
           END-PERFORM.
       6000-CHERCHER-CLE-FIN. EXIT.

       6100-AJOUTER-CLE.
           PERFORM 6000-CHERCHER-CLE THRU 6000-CHERCHER-CLE-FIN.
           IF WS-CLE-RANG > ZERO
               GO TO 6100-AJOUTER-CLE-FIN
           END-IF.
           IF WS-NB-CLES NOT < WS-MAX-CLES
               MOVE 'O' TO WS-CLES-SATUREES
               GO TO 6100-AJOUTER-CLE-FIN
           END-IF.
           ADD 1 TO WS-NB-CLES.
           MOVE WS-CLE-CHERCHEE TO WS-CLE-VALEUR(WS-NB-CLES).
           MOVE 'N' TO WS-CLE-VUE(WS-NB-CLES).
       6100-AJOUTER-CLE-FIN. EXIT.

      ******************************************************************
      * Exception de la regle courante : comptee, et detaillee au
      * rapport dans la limite de WS-DETAIL-MAX.
      ******************************************************************
       7000-NOTER-EXCEPTION.
           ADD 1 TO WS-RG-NB-EXCEPTIONS(WS-RC).
           IF WS-RG-NB-EXCEPTIONS(WS-RC) > WS-DETAIL-MAX
               GO TO 7000-NOTER-EXCEPTION-FIN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING '      ' WS-TEXTE-EXCEPTION
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       7000-NOTER-EXCEPTION-FIN. EXIT.

      ******************************************************************
      * Synthese par equipe en fin de rapport.
      ******************************************************************
       8000-ECRIRE-SYNTHESE.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE 'SYNTHESE PAR EQUIPE' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-EQUIPES
               MOVE SPACES TO WS-RAPPORT-RECORD
               MOVE WS-EQ-NB-EXCEPTIONS(WS-E) TO WS-NB-EXCEPTIONS-ED
               STRING '  ' WS-EQ-NOM(WS-E) ' '
                   WS-EQ-NB-REGLES(WS-E) ' REGLE(S), '
                   WS-NB-EXCEPTIONS-ED ' EXCEPTION(S), '
                   WS-EQ-NB-INCOMPLETES(WS-E) ' NON CONCLUE(S)'
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           MOVE WS-TOTAL-EXCEPTIONS TO WS-NB-EXCEPTIONS-ED.
           STRING 'TOTAL : ' WS-NB-EXECUTEES ' REGLE(S) CONCLUE(S), '
               WS-NB-EXCEPTIONS-ED ' EXCEPTION(S), '
               WS-NB-INCOMPLETES ' NON CONCLUE(S), '
               WS-NB-REJETEES ' LIGNE(S) DE CATALOGUE REJETEE(S)'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       8000-ECRIRE-SYNTHESE-FIN. EXIT.

       END PROGRAM integrite.
