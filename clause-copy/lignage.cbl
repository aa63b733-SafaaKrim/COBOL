      ******************************************************************
      * Programme : lignage
      * Description : Carte du lignage des donnees. Personne ne
      *   savait dire, avant une modification, qui d'autre utilise
      *   echeancier-assur.dat ou ce que casse un changement de
      *   MBR_CNT, et catalogue-rapports.dat (distribution.cbl) se
      *   tenait a la main. Ce programme parcourt l'arborescence des
      *   sources (.cbl et .cob) sous LIGNAGE_RACINE (parametre
      *   central puis variable d'environnement, '.' a defaut) et
      *   releve dans chacune :
      *     - les SELECT ... ASSIGN (nom litteral, ou variable
      *       ASSIGN DYNAMIC resolue par sa clause VALUE ou par un
      *       MOVE 'nom.dat' TO de la PROCEDURE DIVISION) ;
      *     - les modes d'ouverture : OUTPUT cree, EXTEND met a jour,
      *       I-O met a jour et lit, INPUT lit ; les fichiers SORT
      *       USING sont lus et GIVING crees ;
      *     - les tables nommees dans les EXEC SQL (y compris les
      *       lignes OCESQL* des programmes precompiles) : CREATE
      *       TABLE cree, INSERT/UPDATE/DELETE/ALTER/TRUNCATE/DROP
      *       mettent a jour, FROM et JOIN lisent. Le SQL compose
      *       dynamiquement dans des chaines n'est pas vu.
      *   Les fichiers sont rapproches sur leur nom sans repertoire.
      *   Le rapport lignage-donnees.rpt donne pour chaque fichier
      *   puis chaque table les programmes qui le creent, le mettent
      *   a jour ou le lisent seulement, puis les anomalies :
      *     - fichier lu qu'aucun programme n'ecrit (saisie manuelle
      *       ou source externe, a confirmer) ;
      *     - fichier de sortie qu'aucun programme ne lit et absent
      *       du catalogue de distribution (LIGNAGE_CATALOGUE,
      *       catalogue-rapports.dat a defaut) ;
      *   et les ASSIGN DYNAMIC dont le nom n'a pu etre resolu.
      *   Les sources sont lues en format fixe (colonnes 8 a 72).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lignage.
       AUTHOR. K.SAFAA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTE-FILE ASSIGN TO 'lignage-sources.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-LISTE.

           SELECT SOURCE-FILE ASSIGN DYNAMIC WS-SOURCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-SOURCE.

           SELECT CATALOGUE-FILE ASSIGN DYNAMIC WS-CATALOGUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CATALOGUE.

           SELECT RAPPORT-FILE ASSIGN TO 'lignage-donnees.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD LISTE-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD     IS WS-LISTE-RECORD.
       01 WS-LISTE-RECORD    PIC X(200).

       FD SOURCE-FILE
           RECORD CONTAINS 256 CHARACTERS
           DATA RECORD     IS WS-SOURCE-RECORD.
       01 WS-SOURCE-RECORD.
           05 WS-SRC-SEQUENCE  PIC X(06).
           05 WS-SRC-INDICATEUR PIC X(01).
           05 WS-SRC-TEXTE     PIC X(65).
           05 FILLER           PIC X(184).

       FD CATALOGUE-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD     IS WS-CATALOGUE-RECORD.
       01 WS-CATALOGUE-RECORD PIC X(130).

       FD RAPPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-LISTE==
                     ==FSTAT-OK==    BY ==STATUT-LISTE-OK==.
           88 STATUT-LISTE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-SOURCE==
                     ==FSTAT-OK==    BY ==STATUT-SOURCE-OK==.
           88 STATUT-SOURCE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-CATALOGUE==
                     ==FSTAT-OK==    BY ==STATUT-CATALOGUE-OK==.
           88 STATUT-CATALOGUE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

      * Zones d'appel de la routine commune de lecture des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01 WS-PARAM-CLE       PIC X(20).
       01 WS-PARAM-VALEUR    PIC X(20).
       01 WS-PARAM-CODE      PIC X(02).

       01 WS-RACINE          PIC X(60).
       01 WS-CATALOGUE-PATH  PIC X(60).
       01 WS-SOURCE-PATH     PIC X(200).
       01 WS-SOURCE-NOM      PIC X(60).
       01 WS-COMMANDE        PIC X(300).
       01 WS-DATE-JOUR       PIC 9(08).

      * Sorties declarees au catalogue de distribution (nom sans
      * repertoire, en majuscules).
       01 WS-MAX-CATALOGUE   PIC 9(03) VALUE 300.
       01 WS-NB-CATALOGUE    PIC 9(03) VALUE ZERO.
       01 WS-TAB-CATALOGUE.
           05 WS-CAT-FICHIER OCCURS 300 TIMES PIC X(60).
       01 WS-CHAMP-FICHIER   PIC X(60).

      * Decoupage d'une ligne source en jetons : mot (M), litteral
      * (L) ou separateur (S : virgule, parenthese, point final).
       01 WS-TEXTE           PIC X(65).
       01 WS-P               PIC 9(03).
       01 WS-CAR             PIC X(01).
       01 WS-QUOTE           PIC X(01).
       01 WS-DANS-LITTERAL   PIC X(01).
       01 WS-FIN-LIGNE       PIC X(01).
       01 WS-MOT             PIC X(60).
       01 WS-MOT-LG          PIC 9(03).
       01 WS-JETON           PIC X(60).
       01 WS-JETON-TYPE      PIC X(01).
          88 JETON-MOT       VALUE 'M'.
          88 JETON-LITTERAL  VALUE 'L'.
          88 JETON-SEPARATEUR VALUE 'S'.
       01 WS-JETON-PREC      PIC X(60).
       01 WS-PREMIER-JETON   PIC X(01).

      * Etat de l'analyse d'une source.
       01 WS-ZONE            PIC X(01).
          88 ZONE-ENVIRONNEMENT VALUE 'E'.
          88 ZONE-DONNEES    VALUE 'D'.
          88 ZONE-PROCEDURE  VALUE 'P'.
       01 WS-SEL-ETAT        PIC X(01).
       01 WS-ATTENTE-NOM     PIC X(01).
       01 WS-ATTENTE-VALEUR  PIC X(01).
       01 WS-DERNIER-NOM     PIC X(30).
       01 WS-OPEN-ACTIF      PIC X(01).
       01 WS-OPEN-MODE       PIC X(01).
       01 WS-DERNIER-VERBE   PIC X(01).
       01 WS-MOVE-ETAT       PIC X(01).
       01 WS-MOVE-LITTERAL   PIC X(60).
       01 WS-VAL-CANDIDAT    PIC X(30).
       01 WS-EXEC-VU         PIC X(01).
       01 WS-EN-SQL          PIC X(01).
       01 WS-SQL-VERBE       PIC X(10).
       01 WS-SQL-ATTENTE     PIC X(01).
       01 WS-SQL-MODE        PIC X(01).
       01 WS-FROM-VU         PIC X(01).
       01 WS-MOT-CLE-SQL     PIC X(01).

      * Mots SQL qui suivent une table sans en etre l'alias.
       01 WS-MOTS-CLES-VAL.
          05 FILLER PIC X(10) VALUE 'WHERE'.
          05 FILLER PIC X(10) VALUE 'ORDER'.
          05 FILLER PIC X(10) VALUE 'GROUP'.
          05 FILLER PIC X(10) VALUE 'JOIN'.
          05 FILLER PIC X(10) VALUE 'INNER'.
          05 FILLER PIC X(10) VALUE 'LEFT'.
          05 FILLER PIC X(10) VALUE 'RIGHT'.
          05 FILLER PIC X(10) VALUE 'FULL'.
          05 FILLER PIC X(10) VALUE 'OUTER'.
          05 FILLER PIC X(10) VALUE 'CROSS'.
          05 FILLER PIC X(10) VALUE 'NATURAL'.
          05 FILLER PIC X(10) VALUE 'ON'.
          05 FILLER PIC X(10) VALUE 'USING'.
          05 FILLER PIC X(10) VALUE 'UNION'.
          05 FILLER PIC X(10) VALUE 'EXCEPT'.
          05 FILLER PIC X(10) VALUE 'INTERSECT'.
          05 FILLER PIC X(10) VALUE 'HAVING'.
          05 FILLER PIC X(10) VALUE 'LIMIT'.
          05 FILLER PIC X(10) VALUE 'OFFSET'.
          05 FILLER PIC X(10) VALUE 'FOR'.
          05 FILLER PIC X(10) VALUE 'INTO'.
          05 FILLER PIC X(10) VALUE 'SET'.
          05 FILLER PIC X(10) VALUE 'VALUES'.
          05 FILLER PIC X(10) VALUE 'SELECT'.
          05 FILLER PIC X(10) VALUE 'WINDOW'.
          05 FILLER PIC X(10) VALUE 'FETCH'.
          05 FILLER PIC X(10) VALUE 'RETURNING'.
          05 FILLER PIC X(10) VALUE 'DEFAULT'.
          05 FILLER PIC X(10) VALUE 'END-EXEC'.
          05 FILLER PIC X(10) VALUE 'WITH'.
       01 WS-MOTS-CLES REDEFINES WS-MOTS-CLES-VAL.
          05 WS-MOT-CLE OCCURS 30 TIMES PIC X(10).

      * Fichiers logiques de la source en cours : nom, cible de
      * l'ASSIGN (L = nom litteral, V = variable) et modes vus.
       01 WS-MAX-FICHIERS    PIC 9(03) VALUE 80.
       01 WS-NB-FICHIERS     PIC 9(03).
       01 WS-TAB-FICHIERS.
           05 WS-FICHIER OCCURS 80 TIMES.
              10 WS-FIC-NOM      PIC X(30).
              10 WS-FIC-CIBLE    PIC X(60).
              10 WS-FIC-GENRE    PIC X(01).
              10 WS-FIC-CREE     PIC X(01).
              10 WS-FIC-MAJ      PIC X(01).
              10 WS-FIC-LU       PIC X(01).

      * Noms litteraux recus par les variables d'ASSIGN DYNAMIC.
       01 WS-MAX-VALEURS     PIC 9(03) VALUE 150.
       01 WS-NB-VALEURS      PIC 9(03).
       01 WS-TAB-VALEURS.
           05 WS-VALEUR OCCURS 150 TIMES.
              10 WS-VAL-NOM      PIC X(30).
              10 WS-VAL-LITTERAL PIC X(60).

      * Usages de toutes les sources : objet (nom de fichier sans
      * repertoire ou table), genre (F ou T), source et roles.
       01 WS-MAX-USAGES      PIC 9(04) VALUE 4000.
       01 WS-NB-USAGES       PIC 9(04) VALUE ZERO.
       01 WS-DEBUT-SOURCE    PIC 9(04).
       01 WS-USAGES-SATURE   PIC X(01) VALUE 'N'.
       01 WS-TAB-USAGES.
           05 WS-USAGE OCCURS 1 TO 4000 TIMES
                 DEPENDING ON WS-NB-USAGES.
              10 WS-USA-GENRE    PIC X(01).
              10 WS-USA-OBJET    PIC X(60).
              10 WS-USA-SOURCE   PIC X(60).
              10 WS-USA-CREE     PIC X(01).
              10 WS-USA-MAJ      PIC X(01).
              10 WS-USA-LU       PIC X(01).

       01 WS-OBJET-NOTE      PIC X(60).
       01 WS-GENRE-NOTE      PIC X(01).
       01 WS-CREE-NOTE       PIC X(01).
       01 WS-MAJ-NOTE        PIC X(01).
       01 WS-LU-NOTE         PIC X(01).
       01 WS-NOM-BRUT        PIC X(60).
       01 WS-NOM-BASE        PIC X(60).
       01 WS-DERNIER-SLASH   PIC 9(03).

      * ASSIGN DYNAMIC non resolus.
       01 WS-MAX-NON-RESOLUS PIC 9(03) VALUE 300.
       01 WS-NB-NON-RESOLUS  PIC 9(03) VALUE ZERO.
       01 WS-TAB-NON-RESOLUS.
           05 WS-NON-RESOLU OCCURS 300 TIMES.
              10 WS-NR-SOURCE    PIC X(60).
              10 WS-NR-FICHIER   PIC X(30).
              10 WS-NR-VARIABLE  PIC X(30).

      * Anomalies : A = lu sans producteur, B = sortie sans lecteur.
       01 WS-MAX-ANOMALIES   PIC 9(03) VALUE 500.
       01 WS-NB-ANOMALIES    PIC 9(03) VALUE ZERO.
       01 WS-TAB-ANOMALIES.
           05 WS-ANOMALIE OCCURS 500 TIMES.
              10 WS-ANO-GENRE    PIC X(01).
              10 WS-ANO-OBJET    PIC X(60).

      * Rupture par objet a l'ecriture du croisement.
       01 WS-OBJET-COURANT   PIC X(60).
       01 WS-GENRE-COURANT   PIC X(01).
       01 WS-GRP-PRODUIT     PIC X(01).
       01 WS-GRP-LU          PIC X(01).
       01 WS-GRP-SORTIE      PIC X(01).
       01 WS-AU-CATALOGUE    PIC X(01).

       01 WS-LIGNE-DETAIL.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DET-OBJET     PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-DET-GENRE     PIC X(08).
           05 WS-DET-SOURCE    PIC X(55).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-DET-CREE      PIC X(05).
           05 WS-DET-MAJ       PIC X(05).
           05 WS-DET-LU        PIC X(05).
           05 FILLER           PIC X(10) VALUE SPACES.

       01 WS-I               PIC 9(04).
       01 WS-K               PIC 9(04).
       01 WS-TROUVE          PIC 9(04).
       01 WS-NB-SOURCES      PIC 9(04) VALUE ZERO.
       01 WS-NB-OBJETS-F     PIC 9(04) VALUE ZERO.
       01 WS-NB-OBJETS-T     PIC 9(04) VALUE ZERO.
       01 WS-NB-ANO-A        PIC 9(03) VALUE ZERO.
       01 WS-NB-ANO-B        PIC 9(03) VALUE ZERO.
       01 WS-NB-ED           PIC Z(3)9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           PERFORM 1000-LIRE-PARAMETRES
           THRU    1000-LIRE-PARAMETRES-FIN.
           PERFORM 1100-CHARGER-CATALOGUE
           THRU    1100-CHARGER-CATALOGUE-FIN.

      * Liste des sources de l'arborescence, triee pour un rapport
      * stable d'un passage a l'autre.
           MOVE SPACES TO WS-COMMANDE.
           STRING 'find ' FUNCTION TRIM(WS-RACINE)
               ' -type f \( -name "*.cbl" -o -name "*.cob" \)'
               ' | sort > lignage-sources.tmp'
               DELIMITED BY SIZE INTO WS-COMMANDE.
           CALL 'SYSTEM' USING WS-COMMANDE.

           OPEN INPUT LISTE-FILE.
           IF NOT STATUT-LISTE-OK
               DISPLAY 'LISTE DES SOURCES ILLISIBLE ('
                   WS-STATUS-LISTE ') : AUCUNE CARTE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL STATUT-LISTE-FIN
               READ LISTE-FILE
               IF STATUT-LISTE-OK
                   PERFORM 2000-TRAITER-SOURCE
                   THRU    2000-TRAITER-SOURCE-FIN
               ELSE
                   SET STATUT-LISTE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE LISTE-FILE.
           MOVE 'rm -f lignage-sources.tmp' TO WS-COMMANDE.
           CALL 'SYSTEM' USING WS-COMMANDE.

           OPEN OUTPUT RAPPORT-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'LIGNAGE-DONNEES.RPT INDISPONIBLE ('
                   WS-STATUS-RAPPORT ')'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 8000-ECRIRE-CROISEMENT
           THRU    8000-ECRIRE-CROISEMENT-FIN.
           PERFORM 8500-ECRIRE-ANOMALIES
           THRU    8500-ECRIRE-ANOMALIES-FIN.
           CLOSE RAPPORT-FILE.

           DISPLAY 'SOURCES ANALYSEES      : ' WS-NB-SOURCES.
           DISPLAY 'FICHIERS CROISES       : ' WS-NB-OBJETS-F.
           DISPLAY 'TABLES CROISEES        : ' WS-NB-OBJETS-T.
           DISPLAY 'LUS SANS PRODUCTEUR    : ' WS-NB-ANO-A.
           DISPLAY 'SORTIES SANS LECTEUR   : ' WS-NB-ANO-B.
           DISPLAY 'ASSIGN NON RESOLUS     : ' WS-NB-NON-RESOLUS.
           IF WS-USAGES-SATURE = 'O'
               DISPLAY 'TABLE DES USAGES SATUREE : CARTE PARTIELLE'
               MOVE 1 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Racine des sources et catalogue de distribution : fichier
      * central des parametres, puis variable d'environnement, puis
      * defaut.
      ******************************************************************
       1000-LIRE-PARAMETRES.
           MOVE 'LIGNAGE_RACINE' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-RACINE
           ELSE
               MOVE SPACES TO WS-RACINE
               ACCEPT WS-RACINE FROM ENVIRONMENT 'LIGNAGE_RACINE'
           END-IF.
           IF WS-RACINE = SPACES
               MOVE '.' TO WS-RACINE
           END-IF.

           MOVE 'LIGNAGE_CATALOGUE' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-CATALOGUE-PATH
           ELSE
               MOVE SPACES TO WS-CATALOGUE-PATH
               ACCEPT WS-CATALOGUE-PATH FROM ENVIRONMENT
                   'LIGNAGE_CATALOGUE'
           END-IF.
           IF WS-CATALOGUE-PATH = SPACES
               MOVE 'catalogue-rapports.dat' TO WS-CATALOGUE-PATH
           END-IF.
       1000-LIRE-PARAMETRES-FIN. EXIT.

      ******************************************************************
      * Catalogue de distribution (fichier;programme;destinataires) :
      * seul le nom du fichier est retenu. Sans catalogue, toute
      * sortie non lue est signalee.
      ******************************************************************
       1100-CHARGER-CATALOGUE.
           OPEN INPUT CATALOGUE-FILE.
           IF NOT STATUT-CATALOGUE-OK
               DISPLAY FUNCTION TRIM(WS-CATALOGUE-PATH)
                   ' ILLISIBLE (' WS-STATUS-CATALOGUE
                   ') : AUCUNE SORTIE CATALOGUEE'
               GO TO 1100-CHARGER-CATALOGUE-FIN
           END-IF.
           PERFORM UNTIL STATUT-CATALOGUE-FIN
               READ CATALOGUE-FILE
               IF STATUT-CATALOGUE-OK
                   IF WS-CATALOGUE-RECORD(1:1) NOT = '*'
                       AND WS-CATALOGUE-RECORD NOT = SPACES
                       AND WS-NB-CATALOGUE < WS-MAX-CATALOGUE
                       MOVE SPACES TO WS-CHAMP-FICHIER
                       UNSTRING WS-CATALOGUE-RECORD DELIMITED BY ';'
                           INTO WS-CHAMP-FICHIER
                       END-UNSTRING
                       MOVE FUNCTION TRIM(WS-CHAMP-FICHIER)
                           TO WS-NOM-BRUT
                       PERFORM 7900-NOM-DE-BASE
                       THRU    7900-NOM-DE-BASE-FIN
                       ADD 1 TO WS-NB-CATALOGUE
                       MOVE WS-NOM-BASE
                           TO WS-CAT-FICHIER(WS-NB-CATALOGUE)
                   END-IF
               ELSE
                   SET STATUT-CATALOGUE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE CATALOGUE-FILE.
       1100-CHARGER-CATALOGUE-FIN. EXIT.

      ******************************************************************
      * Une source : lecture ligne a ligne, puis report de ses
      * fichiers dans la table des usages.
      ******************************************************************
       2000-TRAITER-SOURCE.
           IF WS-LISTE-RECORD = SPACES
               GO TO 2000-TRAITER-SOURCE-FIN
           END-IF.
           MOVE WS-LISTE-RECORD TO WS-SOURCE-PATH.
           IF WS-LISTE-RECORD(1:2) = './'
               MOVE WS-LISTE-RECORD(3:60) TO WS-SOURCE-NOM
           ELSE
               MOVE WS-LISTE-RECORD(1:60) TO WS-SOURCE-NOM
           END-IF.
           OPEN INPUT SOURCE-FILE.
           IF NOT STATUT-SOURCE-OK
               DISPLAY FUNCTION TRIM(WS-SOURCE-NOM) ' ILLISIBLE ('
                   WS-STATUS-SOURCE ')'
               GO TO 2000-TRAITER-SOURCE-FIN
           END-IF.
           ADD 1 TO WS-NB-SOURCES.

           MOVE 'I' TO WS-ZONE.
           MOVE ZERO TO WS-NB-FICHIERS WS-NB-VALEURS.
           MOVE SPACES TO WS-SEL-ETAT WS-JETON-PREC WS-DERNIER-NOM
               WS-DERNIER-VERBE WS-MOVE-ETAT WS-SQL-VERBE
               WS-SQL-ATTENTE.
           MOVE 'N' TO WS-ATTENTE-NOM WS-ATTENTE-VALEUR WS-OPEN-ACTIF
               WS-EXEC-VU WS-EN-SQL.
           COMPUTE WS-DEBUT-SOURCE = WS-NB-USAGES + 1.

           PERFORM UNTIL STATUT-SOURCE-FIN
               READ SOURCE-FILE
               IF STATUT-SOURCE-OK
                   PERFORM 2100-TRAITER-LIGNE
                   THRU    2100-TRAITER-LIGNE-FIN
               ELSE
                   SET STATUT-SOURCE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.

           PERFORM 2900-CLORE-SOURCE
           THRU    2900-CLORE-SOURCE-FIN.
       2000-TRAITER-SOURCE-FIN. EXIT.

      * Les commentaires sont ignores, sauf les lignes OCESQL* qui
      * gardent le SQL d'origine des programmes precompiles.
       2100-TRAITER-LIGNE.
           IF WS-SRC-INDICATEUR = '*' OR '/' OR 'D' OR 'd'
               IF WS-SRC-SEQUENCE NOT = 'OCESQL'
                   OR WS-SRC-INDICATEUR NOT = '*'
                   GO TO 2100-TRAITER-LIGNE-FIN
               END-IF
           END-IF.
           MOVE WS-SRC-TEXTE TO WS-TEXTE.
           MOVE 'O' TO WS-PREMIER-JETON.
           PERFORM 2200-DECOUPER-LIGNE
           THRU    2200-DECOUPER-LIGNE-FIN.
       2100-TRAITER-LIGNE-FIN. EXIT.

      ******************************************************************
      * Decoupage de WS-TEXTE en jetons, chacun passe a
      * 3000-TRAITER-JETON. Les litteraux gardent leur casse, les
      * mots passent en majuscules ; un point final est un jeton.
      ******************************************************************
       2200-DECOUPER-LIGNE.
           MOVE SPACES TO WS-MOT.
           MOVE ZERO TO WS-MOT-LG.
           MOVE 'N' TO WS-DANS-LITTERAL WS-FIN-LIGNE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > 65 OR WS-FIN-LIGNE = 'O'
               MOVE WS-TEXTE(WS-P:1) TO WS-CAR
               IF WS-DANS-LITTERAL = 'O'
                   IF WS-CAR = WS-QUOTE
                       IF WS-P < 65
                           AND WS-TEXTE(WS-P + 1:1) = WS-QUOTE
                           PERFORM 2210-AJOUTER-CARACTERE
                           THRU    2210-AJOUTER-CARACTERE-FIN
                           ADD 1 TO WS-P
                       ELSE
                           MOVE 'N' TO WS-DANS-LITTERAL
                           PERFORM 2260-EMETTRE-LITTERAL
                           THRU    2260-EMETTRE-LITTERAL-FIN
                       END-IF
                   ELSE
                       PERFORM 2210-AJOUTER-CARACTERE
                       THRU    2210-AJOUTER-CARACTERE-FIN
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN WS-CAR = SPACE OR ';'
                           PERFORM 2250-EMETTRE-MOT
                           THRU    2250-EMETTRE-MOT-FIN
                       WHEN WS-CAR = '"' OR "'"
                           PERFORM 2250-EMETTRE-MOT
                           THRU    2250-EMETTRE-MOT-FIN
                           MOVE WS-CAR TO WS-QUOTE
                           MOVE 'O' TO WS-DANS-LITTERAL
                       WHEN WS-CAR = ',' OR '(' OR ')'
                           PERFORM 2250-EMETTRE-MOT
                           THRU    2250-EMETTRE-MOT-FIN
                           MOVE WS-CAR TO WS-JETON
                           MOVE 'S' TO WS-JETON-TYPE
                           PERFORM 2300-PASSER-JETON
                           THRU    2300-PASSER-JETON-FIN
                       WHEN WS-CAR = '*' AND WS-P < 65
                           AND WS-TEXTE(WS-P + 1:1) = '>'
                           MOVE 'O' TO WS-FIN-LIGNE
                       WHEN OTHER
                           PERFORM 2210-AJOUTER-CARACTERE
                           THRU    2210-AJOUTER-CARACTERE-FIN
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * Un litteral poursuivi sur la ligne suivante est pris tel quel.
           IF WS-DANS-LITTERAL = 'O'
               PERFORM 2260-EMETTRE-LITTERAL
               THRU    2260-EMETTRE-LITTERAL-FIN
           ELSE
               PERFORM 2250-EMETTRE-MOT
               THRU    2250-EMETTRE-MOT-FIN
           END-IF.
       2200-DECOUPER-LIGNE-FIN. EXIT.

       2210-AJOUTER-CARACTERE.
           IF WS-MOT-LG < 60
               ADD 1 TO WS-MOT-LG
               MOVE WS-CAR TO WS-MOT(WS-MOT-LG:1)
           END-IF.
       2210-AJOUTER-CARACTERE-FIN. EXIT.

       2250-EMETTRE-MOT.
           IF WS-MOT-LG = 0
               GO TO 2250-EMETTRE-MOT-FIN
           END-IF.
           IF WS-MOT(WS-MOT-LG:1) = '.'
               IF WS-MOT-LG > 1
                   MOVE FUNCTION UPPER-CASE(WS-MOT(1:WS-MOT-LG - 1))
                       TO WS-JETON
                   MOVE 'M' TO WS-JETON-TYPE
                   PERFORM 2300-PASSER-JETON
                   THRU    2300-PASSER-JETON-FIN
               END-IF
               MOVE '.' TO WS-JETON
               MOVE 'S' TO WS-JETON-TYPE
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-MOT) TO WS-JETON
               MOVE 'M' TO WS-JETON-TYPE
           END-IF.
           PERFORM 2300-PASSER-JETON
           THRU    2300-PASSER-JETON-FIN.
           MOVE SPACES TO WS-MOT.
           MOVE ZERO TO WS-MOT-LG.
       2250-EMETTRE-MOT-FIN. EXIT.

       2260-EMETTRE-LITTERAL.
           MOVE WS-MOT TO WS-JETON.
           MOVE 'L' TO WS-JETON-TYPE.
           PERFORM 2300-PASSER-JETON
           THRU    2300-PASSER-JETON-FIN.
           MOVE SPACES TO WS-MOT.
           MOVE ZERO TO WS-MOT-LG.
       2260-EMETTRE-LITTERAL-FIN. EXIT.

       2300-PASSER-JETON.
           PERFORM 3000-TRAITER-JETON
           THRU    3000-TRAITER-JETON-FIN.
           MOVE WS-JETON TO WS-JETON-PREC.
           MOVE 'N' TO WS-PREMIER-JETON.
       2300-PASSER-JETON-FIN. EXIT.

      ******************************************************************
      * Fichiers de la source reportes dans la table des usages, sous
      * leur nom litteral ou sous les noms recus par leur variable.
      ******************************************************************
       2900-CLORE-SOURCE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FICHIERS
               IF WS-FIC-CREE(WS-I) = 'O' OR WS-FIC-MAJ(WS-I) = 'O'
                   OR WS-FIC-LU(WS-I) = 'O'
                   MOVE 'F' TO WS-GENRE-NOTE
                   MOVE WS-FIC-CREE(WS-I) TO WS-CREE-NOTE
                   MOVE WS-FIC-MAJ(WS-I) TO WS-MAJ-NOTE
                   MOVE WS-FIC-LU(WS-I) TO WS-LU-NOTE
                   EVALUATE WS-FIC-GENRE(WS-I)
                       WHEN 'L'
                           MOVE WS-FIC-CIBLE(WS-I) TO WS-OBJET-NOTE
                           PERFORM 7800-NOTER-USAGE
                           THRU    7800-NOTER-USAGE-FIN
                       WHEN 'V'
                           MOVE ZERO TO WS-TROUVE
                           PERFORM VARYING WS-K FROM 1 BY 1
                                   UNTIL WS-K > WS-NB-VALEURS
                               IF WS-VAL-NOM(WS-K) = WS-FIC-CIBLE(WS-I)
                                   MOVE WS-VAL-LITTERAL(WS-K)
                                       TO WS-OBJET-NOTE
                                   PERFORM 7800-NOTER-USAGE
                                   THRU    7800-NOTER-USAGE-FIN
                                   ADD 1 TO WS-TROUVE
                               END-IF
                           END-PERFORM
                           IF WS-TROUVE = ZERO
                               AND WS-NB-NON-RESOLUS
                                   < WS-MAX-NON-RESOLUS
                               ADD 1 TO WS-NB-NON-RESOLUS
                               MOVE WS-SOURCE-NOM
                                 TO WS-NR-SOURCE(WS-NB-NON-RESOLUS)
                               MOVE WS-FIC-NOM(WS-I)
                                 TO WS-NR-FICHIER(WS-NB-NON-RESOLUS)
                               MOVE WS-FIC-CIBLE(WS-I)
                                 TO WS-NR-VARIABLE(WS-NB-NON-RESOLUS)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
       2900-CLORE-SOURCE-FIN. EXIT.

      ******************************************************************
      * Aiguillage d'un jeton selon la division et le SQL en cours.
      ******************************************************************
       3000-TRAITER-JETON.
           IF WS-EN-SQL = 'O'
               PERFORM 4000-TRAITER-SQL
               THRU    4000-TRAITER-SQL-FIN
               GO TO 3000-TRAITER-JETON-FIN
           END-IF.
           IF WS-EXEC-VU = 'O'
               MOVE 'N' TO WS-EXEC-VU
               IF JETON-MOT AND WS-JETON = 'SQL'
                   MOVE 'O' TO WS-EN-SQL
                   MOVE SPACES TO WS-SQL-VERBE WS-SQL-ATTENTE
                   MOVE 'N' TO WS-FROM-VU
                   GO TO 3000-TRAITER-JETON-FIN
               END-IF
           END-IF.
           IF JETON-MOT AND WS-JETON = 'EXEC'
               MOVE 'O' TO WS-EXEC-VU
               GO TO 3000-TRAITER-JETON-FIN
           END-IF.
           IF JETON-MOT AND WS-JETON = 'DIVISION'
               EVALUATE WS-JETON-PREC
                   WHEN 'ENVIRONMENT'
                       MOVE 'E' TO WS-ZONE
                   WHEN 'DATA'
                       MOVE 'D' TO WS-ZONE
                   WHEN 'PROCEDURE'
                       MOVE 'P' TO WS-ZONE
                   WHEN OTHER
                       MOVE 'I' TO WS-ZONE
               END-EVALUATE
               GO TO 3000-TRAITER-JETON-FIN
           END-IF.
           EVALUATE TRUE
               WHEN ZONE-ENVIRONNEMENT
                   PERFORM 5000-TRAITER-SELECT
                   THRU    5000-TRAITER-SELECT-FIN
               WHEN ZONE-DONNEES
                   PERFORM 5500-TRAITER-DONNEES
                   THRU    5500-TRAITER-DONNEES-FIN
               WHEN ZONE-PROCEDURE
                   PERFORM 6000-TRAITER-PROCEDURE
                   THRU    6000-TRAITER-PROCEDURE-FIN
           END-EVALUATE.
       3000-TRAITER-JETON-FIN. EXIT.

      ******************************************************************
      * Jeton d'un EXEC SQL : le premier mot donne le verbe ; FROM,
      * JOIN, INTO (INSERT), UPDATE et TABLE annoncent une table,
      * suivie eventuellement d'un alias puis d'une virgule.
      ******************************************************************
       4000-TRAITER-SQL.
           IF JETON-MOT AND WS-JETON = 'END-EXEC'
               MOVE 'N' TO WS-EN-SQL
               GO TO 4000-TRAITER-SQL-FIN
           END-IF.
           IF WS-SQL-VERBE = SPACES
               MOVE WS-JETON TO WS-SQL-VERBE
               EVALUATE WS-SQL-VERBE
                   WHEN 'UPDATE'
                   WHEN 'TRUNCATE'
                       MOVE 'T' TO WS-SQL-ATTENTE
                       MOVE 'M' TO WS-SQL-MODE
               END-EVALUATE
               GO TO 4000-TRAITER-SQL-FIN
           END-IF.

           EVALUATE WS-SQL-ATTENTE
               WHEN 'T'
                   IF JETON-MOT AND (WS-JETON = 'TABLE' OR 'ONLY'
                       OR 'IF' OR 'NOT' OR 'EXISTS')
                       GO TO 4000-TRAITER-SQL-FIN
                   END-IF
                   MOVE SPACE TO WS-SQL-ATTENTE
                   IF JETON-MOT AND WS-JETON(1:1) IS ALPHABETIC
                       AND WS-JETON(1:1) NOT = SPACE
                       PERFORM 4100-NOTER-TABLE
                       THRU    4100-NOTER-TABLE-FIN
                       MOVE 'A' TO WS-SQL-ATTENTE
                   END-IF
                   GO TO 4000-TRAITER-SQL-FIN
               WHEN 'A'
                   IF WS-JETON = ','
                       MOVE 'T' TO WS-SQL-ATTENTE
                       GO TO 4000-TRAITER-SQL-FIN
                   END-IF
                   IF JETON-MOT AND WS-JETON = 'AS'
                       GO TO 4000-TRAITER-SQL-FIN
                   END-IF
                   MOVE SPACE TO WS-SQL-ATTENTE
                   PERFORM 4200-CHERCHER-MOT-CLE
                   THRU    4200-CHERCHER-MOT-CLE-FIN
                   IF JETON-MOT AND WS-MOT-CLE-SQL = 'N'
                       MOVE 'B' TO WS-SQL-ATTENTE
                       GO TO 4000-TRAITER-SQL-FIN
                   END-IF
               WHEN 'B'
                   MOVE SPACE TO WS-SQL-ATTENTE
                   IF WS-JETON = ','
                       MOVE 'T' TO WS-SQL-ATTENTE
                       GO TO 4000-TRAITER-SQL-FIN
                   END-IF
           END-EVALUATE.

           IF NOT JETON-MOT
               GO TO 4000-TRAITER-SQL-FIN
           END-IF.
           EVALUATE WS-JETON
               WHEN 'FROM'
      * FROM d'un EXTRACT, d'un TRIM ou d'un SUBSTRING : pas de table.
                   IF WS-JETON-PREC = 'YEAR' OR 'MONTH' OR 'DAY'
                       OR 'HOUR' OR 'MINUTE' OR 'SECOND' OR 'EPOCH'
                       OR 'DOW' OR 'DOY' OR 'WEEK' OR 'QUARTER'
                       OR 'LEADING' OR 'TRAILING' OR 'BOTH'
                       GO TO 4000-TRAITER-SQL-FIN
                   END-IF
                   IF WS-SQL-VERBE = 'DELETE' AND WS-FROM-VU = 'N'
                       MOVE 'M' TO WS-SQL-MODE
                   ELSE
                       MOVE 'L' TO WS-SQL-MODE
                   END-IF
                   MOVE 'O' TO WS-FROM-VU
                   MOVE 'T' TO WS-SQL-ATTENTE
               WHEN 'JOIN'
                   MOVE 'L' TO WS-SQL-MODE
                   MOVE 'T' TO WS-SQL-ATTENTE
               WHEN 'INTO'
                   IF WS-SQL-VERBE = 'INSERT'
                       MOVE 'M' TO WS-SQL-MODE
                       MOVE 'T' TO WS-SQL-ATTENTE
                   END-IF
               WHEN 'TABLE'
                   EVALUATE WS-SQL-VERBE
                       WHEN 'CREATE'
                           MOVE 'C' TO WS-SQL-MODE
                           MOVE 'T' TO WS-SQL-ATTENTE
                       WHEN 'ALTER'
                       WHEN 'DROP'
                           MOVE 'M' TO WS-SQL-MODE
                           MOVE 'T' TO WS-SQL-ATTENTE
                   END-EVALUATE
           END-EVALUATE.
       4000-TRAITER-SQL-FIN. EXIT.

       4100-NOTER-TABLE.
           MOVE 'T' TO WS-GENRE-NOTE.
           MOVE WS-JETON TO WS-OBJET-NOTE.
           MOVE 'N' TO WS-CREE-NOTE WS-MAJ-NOTE WS-LU-NOTE.
           EVALUATE WS-SQL-MODE
               WHEN 'C'
                   MOVE 'O' TO WS-CREE-NOTE
               WHEN 'M'
                   MOVE 'O' TO WS-MAJ-NOTE
               WHEN OTHER
                   MOVE 'O' TO WS-LU-NOTE
           END-EVALUATE.
           PERFORM 7800-NOTER-USAGE
           THRU    7800-NOTER-USAGE-FIN.
       4100-NOTER-TABLE-FIN. EXIT.

       4200-CHERCHER-MOT-CLE.
           MOVE 'N' TO WS-MOT-CLE-SQL.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 30 OR WS-MOT-CLE-SQL = 'O'
               IF WS-JETON = WS-MOT-CLE(WS-K)
                   MOVE 'O' TO WS-MOT-CLE-SQL
               END-IF
           END-PERFORM.
       4200-CHERCHER-MOT-CLE-FIN. EXIT.

      ******************************************************************
      * ENVIRONMENT DIVISION : SELECT nom [OPTIONAL] ... ASSIGN
      * [TO|DYNAMIC|EXTERNAL] cible.
      ******************************************************************
       5000-TRAITER-SELECT.
           IF JETON-MOT AND WS-JETON = 'SELECT'
               MOVE 'N' TO WS-SEL-ETAT
               GO TO 5000-TRAITER-SELECT-FIN
           END-IF.
           IF WS-JETON = '.' AND JETON-SEPARATEUR
               MOVE SPACE TO WS-SEL-ETAT
               GO TO 5000-TRAITER-SELECT-FIN
           END-IF.
           EVALUATE WS-SEL-ETAT
               WHEN 'N'
                   IF WS-JETON = 'OPTIONAL'
                       GO TO 5000-TRAITER-SELECT-FIN
                   END-IF
                   MOVE SPACE TO WS-SEL-ETAT
                   IF WS-NB-FICHIERS < WS-MAX-FICHIERS
                       ADD 1 TO WS-NB-FICHIERS
                       MOVE WS-JETON TO WS-FIC-NOM(WS-NB-FICHIERS)
                       MOVE SPACES TO WS-FIC-CIBLE(WS-NB-FICHIERS)
                                      WS-FIC-GENRE(WS-NB-FICHIERS)
                       MOVE 'N' TO WS-FIC-CREE(WS-NB-FICHIERS)
                                   WS-FIC-MAJ(WS-NB-FICHIERS)
                                   WS-FIC-LU(WS-NB-FICHIERS)
                       MOVE 'A' TO WS-SEL-ETAT
                   END-IF
               WHEN 'A'
                   IF JETON-MOT AND WS-JETON = 'ASSIGN'
                       MOVE 'T' TO WS-SEL-ETAT
                   END-IF
               WHEN 'T'
                   IF JETON-MOT AND (WS-JETON = 'TO' OR 'DYNAMIC'
                       OR 'EXTERNAL' OR 'USING' OR 'DISK')
                       GO TO 5000-TRAITER-SELECT-FIN
                   END-IF
                   MOVE SPACE TO WS-SEL-ETAT
                   IF JETON-LITTERAL
                       MOVE WS-JETON TO WS-NOM-BRUT
                       PERFORM 7900-NOM-DE-BASE
                       THRU    7900-NOM-DE-BASE-FIN
                       MOVE WS-NOM-BASE TO WS-FIC-CIBLE(WS-NB-FICHIERS)
                       MOVE 'L' TO WS-FIC-GENRE(WS-NB-FICHIERS)
                   ELSE
                       IF JETON-MOT
                           MOVE WS-JETON
                               TO WS-FIC-CIBLE(WS-NB-FICHIERS)
                           MOVE 'V' TO WS-FIC-GENRE(WS-NB-FICHIERS)
                       END-IF
                   END-IF
           END-EVALUATE.
       5000-TRAITER-SELECT-FIN. EXIT.

      ******************************************************************
      * DATA DIVISION : nom de la derniere donnee declaree et sa clause
      * VALUE, pour resoudre les ASSIGN DYNAMIC.
      ******************************************************************
       5500-TRAITER-DONNEES.
           IF WS-PREMIER-JETON = 'O'
               MOVE 'N' TO WS-ATTENTE-NOM WS-ATTENTE-VALEUR
               IF (WS-JETON(1:2) IS NUMERIC AND WS-JETON(3:1) = SPACE)
                   OR (WS-JETON(1:1) IS NUMERIC
                       AND WS-JETON(2:1) = SPACE)
                   MOVE 'O' TO WS-ATTENTE-NOM
                   GO TO 5500-TRAITER-DONNEES-FIN
               END-IF
           END-IF.
           IF WS-ATTENTE-NOM = 'O'
               MOVE 'N' TO WS-ATTENTE-NOM
               IF JETON-MOT
                   MOVE WS-JETON TO WS-DERNIER-NOM
               END-IF
               GO TO 5500-TRAITER-DONNEES-FIN
           END-IF.
           IF JETON-MOT AND (WS-JETON = 'VALUE' OR 'VALUES')
               MOVE 'O' TO WS-ATTENTE-VALEUR
               GO TO 5500-TRAITER-DONNEES-FIN
           END-IF.
           IF WS-ATTENTE-VALEUR = 'O'
               IF JETON-MOT AND (WS-JETON = 'IS' OR 'ARE')
                   GO TO 5500-TRAITER-DONNEES-FIN
               END-IF
               MOVE 'N' TO WS-ATTENTE-VALEUR
               IF JETON-LITTERAL
                   MOVE WS-DERNIER-NOM TO WS-VAL-CANDIDAT
                   MOVE WS-JETON TO WS-MOVE-LITTERAL
                   PERFORM 7000-NOTER-VALEUR
                   THRU    7000-NOTER-VALEUR-FIN
               END-IF
           END-IF.
       5500-TRAITER-DONNEES-FIN. EXIT.

      ******************************************************************
      * PROCEDURE DIVISION : OPEN et ses modes, SORT/MERGE USING et
      * GIVING, MOVE 'nom.dat' TO variable d'ASSIGN.
      ******************************************************************
       6000-TRAITER-PROCEDURE.
           IF WS-OPEN-ACTIF = 'O'
               IF WS-JETON = '.' AND JETON-SEPARATEUR
                   MOVE 'N' TO WS-OPEN-ACTIF
                   MOVE SPACES TO WS-DERNIER-VERBE WS-MOVE-ETAT
                   GO TO 6000-TRAITER-PROCEDURE-FIN
               END-IF
               IF JETON-MOT
                   EVALUATE WS-JETON
                       WHEN 'INPUT'
                           MOVE 'L' TO WS-OPEN-MODE
                           GO TO 6000-TRAITER-PROCEDURE-FIN
                       WHEN 'OUTPUT'
                           MOVE 'C' TO WS-OPEN-MODE
                           GO TO 6000-TRAITER-PROCEDURE-FIN
                       WHEN 'I-O'
                           MOVE 'R' TO WS-OPEN-MODE
                           GO TO 6000-TRAITER-PROCEDURE-FIN
                       WHEN 'EXTEND'
                           MOVE 'M' TO WS-OPEN-MODE
                           GO TO 6000-TRAITER-PROCEDURE-FIN
                       WHEN 'WITH'
                       WHEN 'NO'
                       WHEN 'REWIND'
                       WHEN 'LOCK'
                           GO TO 6000-TRAITER-PROCEDURE-FIN
                   END-EVALUATE
                   PERFORM 6100-APPLIQUER-MODE
                   THRU    6100-APPLIQUER-MODE-FIN
                   IF WS-TROUVE > ZERO
                       GO TO 6000-TRAITER-PROCEDURE-FIN
                   END-IF
               END-IF
               MOVE 'N' TO WS-OPEN-ACTIF
           END-IF.

           IF WS-JETON = '.' AND JETON-SEPARATEUR
               MOVE SPACES TO WS-DERNIER-VERBE WS-MOVE-ETAT
               GO TO 6000-TRAITER-PROCEDURE-FIN
           END-IF.
           IF JETON-MOT
               EVALUATE WS-JETON
                   WHEN 'OPEN'
                       MOVE 'O' TO WS-OPEN-ACTIF
                       MOVE SPACE TO WS-OPEN-MODE WS-MOVE-ETAT
                       GO TO 6000-TRAITER-PROCEDURE-FIN
                   WHEN 'SORT'
                   WHEN 'MERGE'
                       MOVE 'S' TO WS-DERNIER-VERBE
                       GO TO 6000-TRAITER-PROCEDURE-FIN
                   WHEN 'USING'
                   WHEN 'GIVING'
                       IF WS-DERNIER-VERBE = 'S'
                           MOVE 'O' TO WS-OPEN-ACTIF
                           IF WS-JETON = 'USING'
                               MOVE 'L' TO WS-OPEN-MODE
                           ELSE
                               MOVE 'C' TO WS-OPEN-MODE
                           END-IF
                           GO TO 6000-TRAITER-PROCEDURE-FIN
                       END-IF
                   WHEN 'CALL'
                       MOVE SPACE TO WS-DERNIER-VERBE
               END-EVALUATE
           END-IF.

           EVALUATE TRUE
               WHEN JETON-MOT AND WS-JETON = 'MOVE'
                   MOVE '1' TO WS-MOVE-ETAT
               WHEN WS-MOVE-ETAT = '1' AND JETON-LITTERAL
                   MOVE WS-JETON TO WS-MOVE-LITTERAL
                   MOVE '2' TO WS-MOVE-ETAT
               WHEN WS-MOVE-ETAT = '2' AND JETON-MOT
                   AND WS-JETON = 'TO'
                   MOVE '3' TO WS-MOVE-ETAT
               WHEN WS-MOVE-ETAT = '3' AND JETON-MOT
      * Seul un litteral portant une extension est pris pour un nom.
                   MOVE ZERO TO WS-TROUVE
                   INSPECT WS-MOVE-LITTERAL TALLYING WS-TROUVE
                       FOR ALL '.'
                   IF WS-TROUVE > ZERO
                       MOVE WS-JETON TO WS-VAL-CANDIDAT
                       PERFORM 7000-NOTER-VALEUR
                       THRU    7000-NOTER-VALEUR-FIN
                   END-IF
                   MOVE SPACE TO WS-MOVE-ETAT
               WHEN OTHER
                   MOVE SPACE TO WS-MOVE-ETAT
           END-EVALUATE.
       6000-TRAITER-PROCEDURE-FIN. EXIT.

      * Mode d'ouverture courant porte sur le fichier logique nomme
      * par le jeton ; WS-TROUVE a zero si ce n'en est pas un.
       6100-APPLIQUER-MODE.
           MOVE ZERO TO WS-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-FICHIERS OR WS-TROUVE > ZERO
               IF WS-FIC-NOM(WS-K) = WS-JETON
                   MOVE WS-K TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = ZERO
               GO TO 6100-APPLIQUER-MODE-FIN
           END-IF.
           EVALUATE WS-OPEN-MODE
               WHEN 'L'
                   MOVE 'O' TO WS-FIC-LU(WS-TROUVE)
               WHEN 'C'
                   MOVE 'O' TO WS-FIC-CREE(WS-TROUVE)
               WHEN 'M'
                   MOVE 'O' TO WS-FIC-MAJ(WS-TROUVE)
               WHEN 'R'
                   MOVE 'O' TO WS-FIC-MAJ(WS-TROUVE)
                   MOVE 'O' TO WS-FIC-LU(WS-TROUVE)
           END-EVALUATE.
       6100-APPLIQUER-MODE-FIN. EXIT.

      ******************************************************************
      * Nom litteral WS-MOVE-LITTERAL recu par la donnee
      * WS-VAL-CANDIDAT : retenu si cette donnee est la cible
      * d'un ASSIGN de la source.
      ******************************************************************
       7000-NOTER-VALEUR.
           MOVE ZERO TO WS-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-FICHIERS OR WS-TROUVE > ZERO
               IF WS-FIC-GENRE(WS-K) = 'V'
                   AND WS-FIC-CIBLE(WS-K) = WS-VAL-CANDIDAT
                   MOVE WS-K TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = ZERO OR WS-MOVE-LITTERAL = SPACES
               OR WS-NB-VALEURS NOT < WS-MAX-VALEURS
               GO TO 7000-NOTER-VALEUR-FIN
           END-IF.
           MOVE WS-MOVE-LITTERAL TO WS-NOM-BRUT.
           PERFORM 7900-NOM-DE-BASE
           THRU    7900-NOM-DE-BASE-FIN.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-VALEURS
               IF WS-VAL-NOM(WS-K) = WS-VAL-CANDIDAT
                   AND WS-VAL-LITTERAL(WS-K) = WS-NOM-BASE
                   GO TO 7000-NOTER-VALEUR-FIN
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-VALEURS.
           MOVE WS-VAL-CANDIDAT TO WS-VAL-NOM(WS-NB-VALEURS).
           MOVE WS-NOM-BASE TO WS-VAL-LITTERAL(WS-NB-VALEURS).
       7000-NOTER-VALEUR-FIN. EXIT.

      ******************************************************************
      * Usage WS-OBJET-NOTE / WS-GENRE-NOTE par la source en cours :
      * cumule sur sa ligne si la source l'a deja, ajoute sinon.
      ******************************************************************
       7800-NOTER-USAGE.
           MOVE ZERO TO WS-TROUVE.
           PERFORM VARYING WS-K FROM WS-DEBUT-SOURCE BY 1
                   UNTIL WS-K > WS-NB-USAGES OR WS-TROUVE > ZERO
               IF WS-USA-OBJET(WS-K) = WS-OBJET-NOTE
                   AND WS-USA-GENRE(WS-K) = WS-GENRE-NOTE
                   MOVE WS-K TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = ZERO
               IF WS-NB-USAGES NOT < WS-MAX-USAGES
                   MOVE 'O' TO WS-USAGES-SATURE
                   GO TO 7800-NOTER-USAGE-FIN
               END-IF
               ADD 1 TO WS-NB-USAGES
               MOVE WS-NB-USAGES TO WS-TROUVE
               MOVE WS-GENRE-NOTE TO WS-USA-GENRE(WS-TROUVE)
               MOVE WS-OBJET-NOTE TO WS-USA-OBJET(WS-TROUVE)
               MOVE WS-SOURCE-NOM TO WS-USA-SOURCE(WS-TROUVE)
               MOVE 'N' TO WS-USA-CREE(WS-TROUVE)
                           WS-USA-MAJ(WS-TROUVE)
                           WS-USA-LU(WS-TROUVE)
           END-IF.
           IF WS-CREE-NOTE = 'O'
               MOVE 'O' TO WS-USA-CREE(WS-TROUVE)
           END-IF.
           IF WS-MAJ-NOTE = 'O'
               MOVE 'O' TO WS-USA-MAJ(WS-TROUVE)
           END-IF.
           IF WS-LU-NOTE = 'O'
               MOVE 'O' TO WS-USA-LU(WS-TROUVE)
           END-IF.
       7800-NOTER-USAGE-FIN. EXIT.

      * Nom de fichier sans repertoire, en majuscules.
       7900-NOM-DE-BASE.
           MOVE ZERO TO WS-DERNIER-SLASH.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 60
               IF WS-NOM-BRUT(WS-K:1) = '/'
                   MOVE WS-K TO WS-DERNIER-SLASH
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NOM-BASE.
           IF WS-DERNIER-SLASH < 60
               MOVE FUNCTION UPPER-CASE(
                   WS-NOM-BRUT(WS-DERNIER-SLASH + 1:))
                   TO WS-NOM-BASE
           END-IF.
       7900-NOM-DE-BASE-FIN. EXIT.

      ******************************************************************
      * Croisement : usages tries par genre, objet et source ; une
      * ligne par programme, le nom de l'objet sur la premiere. Les
      * anomalies de chaque fichier sont notees a la rupture.
      ******************************************************************
       8000-ECRIRE-CROISEMENT.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'CARTE DU LIGNAGE DES DONNEES DU ' WS-DATE-JOUR
               ' - RACINE ' FUNCTION TRIM(WS-RACINE)
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-LIGNE-DETAIL.
           MOVE 'FICHIER / TABLE' TO WS-DET-OBJET.
           MOVE 'GENRE' TO WS-DET-GENRE.
           MOVE 'PROGRAMME' TO WS-DET-SOURCE.
           MOVE 'CREE' TO WS-DET-CREE.
           MOVE 'MAJ' TO WS-DET-MAJ.
           MOVE 'LU' TO WS-DET-LU.
           WRITE WS-RAPPORT-RECORD FROM WS-LIGNE-DETAIL.

           IF WS-NB-USAGES = ZERO
               GO TO 8000-ECRIRE-CROISEMENT-FIN
           END-IF.
           SORT WS-USAGE
               ASCENDING KEY WS-USA-GENRE WS-USA-OBJET WS-USA-SOURCE.

           MOVE SPACES TO WS-OBJET-COURANT WS-GENRE-COURANT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-USAGES
               MOVE SPACES TO WS-LIGNE-DETAIL
               IF WS-USA-OBJET(WS-I) NOT = WS-OBJET-COURANT
                   OR WS-USA-GENRE(WS-I) NOT = WS-GENRE-COURANT
                   PERFORM 8100-CLORE-OBJET
                   THRU    8100-CLORE-OBJET-FIN
                   MOVE WS-USA-OBJET(WS-I) TO WS-OBJET-COURANT
                   MOVE WS-USA-GENRE(WS-I) TO WS-GENRE-COURANT
                   MOVE 'N' TO WS-GRP-PRODUIT WS-GRP-LU WS-GRP-SORTIE
                   IF WS-GENRE-COURANT = 'F'
                       ADD 1 TO WS-NB-OBJETS-F
                       MOVE 'FICHIER' TO WS-DET-GENRE
                   ELSE
                       ADD 1 TO WS-NB-OBJETS-T
                       MOVE 'TABLE' TO WS-DET-GENRE
                   END-IF
                   MOVE WS-USA-OBJET(WS-I) TO WS-DET-OBJET
               END-IF
               MOVE WS-USA-SOURCE(WS-I) TO WS-DET-SOURCE
               IF WS-USA-CREE(WS-I) = 'O'
                   MOVE '  X' TO WS-DET-CREE
                   MOVE 'O' TO WS-GRP-PRODUIT WS-GRP-SORTIE
               END-IF
               IF WS-USA-MAJ(WS-I) = 'O'
                   MOVE '  X' TO WS-DET-MAJ
                   MOVE 'O' TO WS-GRP-PRODUIT WS-GRP-SORTIE
               END-IF
               IF WS-USA-LU(WS-I) = 'O'
                   MOVE '  X' TO WS-DET-LU
                   MOVE 'O' TO WS-GRP-LU
               END-IF
               WRITE WS-RAPPORT-RECORD FROM WS-LIGNE-DETAIL
           END-PERFORM.
           PERFORM 8100-CLORE-OBJET
           THRU    8100-CLORE-OBJET-FIN.
       8000-ECRIRE-CROISEMENT-FIN. EXIT.

      * Fichier lu sans producteur, ou produit sans lecteur ni place
      * au catalogue de distribution.
       8100-CLORE-OBJET.
           IF WS-OBJET-COURANT = SPACES OR WS-GENRE-COURANT NOT = 'F'
               GO TO 8100-CLORE-OBJET-FIN
           END-IF.
           IF WS-GRP-LU = 'O' AND WS-GRP-PRODUIT = 'N'
               AND WS-NB-ANOMALIES < WS-MAX-ANOMALIES
               ADD 1 TO WS-NB-ANOMALIES WS-NB-ANO-A
               MOVE 'A' TO WS-ANO-GENRE(WS-NB-ANOMALIES)
               MOVE WS-OBJET-COURANT TO WS-ANO-OBJET(WS-NB-ANOMALIES)
           END-IF.
           IF WS-GRP-SORTIE = 'O' AND WS-GRP-LU = 'N'
               MOVE 'N' TO WS-AU-CATALOGUE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-CATALOGUE
                   IF WS-CAT-FICHIER(WS-K) = WS-OBJET-COURANT
                       MOVE 'O' TO WS-AU-CATALOGUE
                   END-IF
               END-PERFORM
               IF WS-AU-CATALOGUE = 'N'
                   AND WS-NB-ANOMALIES < WS-MAX-ANOMALIES
                   ADD 1 TO WS-NB-ANOMALIES WS-NB-ANO-B
                   MOVE 'B' TO WS-ANO-GENRE(WS-NB-ANOMALIES)
                   MOVE WS-OBJET-COURANT
                       TO WS-ANO-OBJET(WS-NB-ANOMALIES)
               END-IF
           END-IF.
       8100-CLORE-OBJET-FIN. EXIT.

      ******************************************************************
      * Anomalies, ASSIGN non resolus et synthese.
      ******************************************************************
       8500-ECRIRE-ANOMALIES.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'FICHIERS LUS QU''AUCUN PROGRAMME N''ECRIT '
               '(SAISIE MANUELLE OU SOURCE EXTERNE A CONFIRMER)'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ANOMALIES
               IF WS-ANO-GENRE(WS-I) = 'A'
                   MOVE SPACES TO WS-RAPPORT-RECORD
                   MOVE WS-ANO-OBJET(WS-I) TO WS-RAPPORT-RECORD(3:60)
                   WRITE WS-RAPPORT-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'SORTIES QU''AUCUN PROGRAMME NE LIT, ABSENTES DE '
               FUNCTION TRIM(WS-CATALOGUE-PATH)
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ANOMALIES
               IF WS-ANO-GENRE(WS-I) = 'B'
                   MOVE SPACES TO WS-RAPPORT-RECORD
                   MOVE WS-ANO-OBJET(WS-I) TO WS-RAPPORT-RECORD(3:60)
                   WRITE WS-RAPPORT-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'ASSIGN DYNAMIC NON RESOLUS '
               '(NOM COMPOSE A L''EXECUTION)'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-NON-RESOLUS
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING '  ' WS-NR-SOURCE(WS-I)(1:50) ' '
                   WS-NR-FICHIER(WS-I) ' ' WS-NR-VARIABLE(WS-I)
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE WS-NB-SOURCES TO WS-NB-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'SOURCES ANALYSEES : ' WS-NB-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE WS-NB-OBJETS-F TO WS-NB-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'FICHIERS          : ' WS-NB-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE WS-NB-OBJETS-T TO WS-NB-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'TABLES            : ' WS-NB-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           IF WS-USAGES-SATURE = 'O'
               MOVE 'TABLE DES USAGES SATUREE : CARTE PARTIELLE'
                   TO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-IF.
       8500-ECRIRE-ANOMALIES-FIN. EXIT.
