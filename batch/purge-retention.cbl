      ******************************************************************
      * Programme : purge-retention
      * Description : Purge mensuelle des fichiers dates de la chaine
      *   (photo-assurances-AAAAMM.dat, sauvegarde-partN-AAAAMMJJ.dat,
      *   archive-assurances-AAAAMMJJ.dat, extrait-citoyens-AAAAMM.dat,
      *   envoi-<destination>-<seq>.dat, dossiers
      *   distribution/<destinataire>/<AAAAMMJJ>/...) qui
      *   s'accumulaient sans limite : log-maintenance.cbl ne
      *   s'occupe que du journal d'erreurs. Le catalogue
      *   catalogue-retention.dat donne une ligne par motif de nom :
      *     motif;retention en jours;action;jamais
      *   motif    : motif shell relatif au repertoire de lancement
      *              (ex. citoyens/extrait-citoyens-*.dat,
      *              distribution/*/*) ;
      *   action   : SUPPRIMER, ou ARCHIVER (deplacement sous le
      *              repertoire d'archive PURGE_ARCHIVE_DIR, parametre
      *              central puis variable d'environnement, a defaut
      *              archives-purge, en gardant le chemin relatif) ;
      *   jamais   : O pour un fichier garde pour raison legale, qui
      *              n'est jamais purge quel que soit son age.
      *   Un fichier est purge quand la date de sa derniere
      *   modification a plus que la retention. Ne sont jamais
      *   touches : le dechargement le plus recent valide par
      *   assur-verification.cbl (sauvegardes-validees.dat ; faute de
      *   dechargement valide connu, aucun dechargement n'est purge),
      *   ni un envoi encore sans accuse au registre d'expedition.cbl
      *   (registre-expeditions.dat). Chaque fichier supprime,
      *   deplace, protege ou garde pour raison legale est inscrit
      *   dans journal-purges.log. A declarer MENSUEL dans
      *   planning-jobs.dat (ordonnanceur.cbl).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. purge-retention.
       AUTHOR. K.SAFAA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FILE ASSIGN TO 'catalogue-retention.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CATALOGUE.

      * Liste des fichiers d'un motif, produite par le shell.
           SELECT LISTE-FILE ASSIGN TO 'purge-liste.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-LISTE.

           SELECT VALIDEES-FILE ASSIGN TO 'sauvegardes-validees.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-VALIDEES.

           SELECT REGISTRE-FILE ASSIGN TO 'registre-expeditions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-REGISTRE.

           SELECT JOURNAL-FILE ASSIGN TO 'journal-purges.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGUE-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD     IS WS-CATALOGUE-RECORD.
       01 WS-CATALOGUE-RECORD PIC X(130).

       FD LISTE-FILE
      * Une ligne par fichier : date de modification, chemin.
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD     IS WS-LISTE-RECORD.
       01 WS-LISTE-RECORD.
           05 WS-LST-DATE      PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-LST-CHEMIN    PIC X(121).

       FD VALIDEES-FILE
      * Meme dessin que dans assur-verification.cbl.
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD     IS WS-VALIDEES-RECORD.
       01 WS-VALIDEES-RECORD.
           05 WS-VAL-DATE-SVG  PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-VAL-DATE-VERIF PIC 9(8).

       FD REGISTRE-FILE
      * Meme dessin que dans expedition.cbl.
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD     IS WS-REGISTRE-RECORD.
       01 WS-REGISTRE-RECORD.
           05 WS-REG-DEST      PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-REG-TYPE      PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-REG-SEQ       PIC 9(6).
           05 FILLER           PIC X(1).
           05 WS-REG-DATE      PIC 9(8).
           05 FILLER           PIC X(1).
           05 WS-REG-NB-LIGNES PIC 9(7).
           05 FILLER           PIC X(1).
           05 WS-REG-TOTAL     PIC X(15).
           05 FILLER           PIC X(1).
           05 WS-REG-ACCUSE    PIC X(1).
           05 FILLER           PIC X(7).

       FD JOURNAL-FILE
      * Une ligne par fichier traite : date, heure, action, age en
      * jours, chemin.
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD     IS WS-JOURNAL-RECORD.
       01 WS-JOURNAL-RECORD.
           05 WS-JRN-DATE      PIC 9(8).
           05 FILLER           PIC X(1).
           05 WS-JRN-HEURE     PIC 9(6).
           05 FILLER           PIC X(1).
           05 WS-JRN-ACTION    PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-JRN-AGE       PIC 9(5).
           05 FILLER           PIC X(1).
           05 WS-JRN-CHEMIN    PIC X(121).
           05 FILLER           PIC X(6).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-CATALOGUE==
                     ==FSTAT-OK==    BY ==STATUT-CATALOGUE-OK==.
           88 STATUT-CATALOGUE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-LISTE==
                     ==FSTAT-OK==    BY ==STATUT-LISTE-OK==.
           88 STATUT-LISTE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-VALIDEES==
                     ==FSTAT-OK==    BY ==STATUT-VALIDEES-OK==.
           88 STATUT-VALIDEES-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-REGISTRE==
                     ==FSTAT-OK==    BY ==STATUT-REGISTRE-OK==.
           88 STATUT-REGISTRE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-JOURNAL==
                     ==FSTAT-OK==    BY ==STATUT-JOURNAL-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'PURGE-RETENTION'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'PURGE-RETENTION'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01 WS-PARAM-CLE       PIC X(20).
       01 WS-PARAM-VALEUR    PIC X(20).
       01 WS-PARAM-CODE      PIC X(02).

       01 WS-ARCHIVE-DIR     PIC X(60).
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-JOURS-AUJOURDHUI PIC 9(07).
       01 WS-DATE-FICHIER    PIC 9(08).
       01 WS-AGE-FICHIER     PIC S9(07).

      * Decoupage de la ligne de catalogue.
       01 WS-CHAMP-MOTIF     PIC X(80).
       01 WS-CHAMP-RETENTION PIC X(10).
       01 WS-CHAMP-ACTION    PIC X(10).
       01 WS-CHAMP-JAMAIS    PIC X(05).
       01 WS-RETENTION-JOURS PIC 9(05).

      * Dechargement protege : le plus recent des valides.
       01 WS-SVG-PROTEGEE    PIC X(08) VALUE SPACES.
       01 WS-SUFFIXE-SVG     PIC X(13).

      * Envois encore sans accuse, par nom de fichier.
       01 WS-MAX-ENVOIS      PIC 9(03) VALUE 500.
       01 WS-NB-ENVOIS       PIC 9(03) VALUE 0.
       01 WS-TAB-ENVOIS.
          05 WS-ENV-NOM      PIC X(60) OCCURS 500 TIMES.

       01 WS-NOM-FICHIER     PIC X(121).
       01 WS-I               PIC 9(03).
       01 WS-K               PIC 9(03).
       01 WS-NB-TROUVE       PIC 9(03).
       01 WS-PROTEGE         PIC X(01).
       01 WS-ACTION-FICHIER  PIC X(10).
       01 WS-HEURE-COURANTE  PIC 9(08).
       01 WS-COMMANDE        PIC X(400).

       01 WS-NB-SUPPRIMES    PIC 9(05) VALUE ZERO.
       01 WS-NB-ARCHIVES     PIC 9(05) VALUE ZERO.
       01 WS-NB-PROTEGES     PIC 9(05) VALUE ZERO.
       01 WS-NB-LEGAUX       PIC 9(05) VALUE ZERO.
       01 WS-NB-ECHECS       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-JOURS-AUJOURDHUI =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

      * Repertoire d'archive : fichier central des parametres, puis
      * variable d'environnement, puis defaut.
           MOVE 'PURGE_ARCHIVE_DIR' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-ARCHIVE-DIR
           ELSE
               MOVE SPACES TO WS-ARCHIVE-DIR
               ACCEPT WS-ARCHIVE-DIR FROM ENVIRONMENT
                   'PURGE_ARCHIVE_DIR'
           END-IF.
           IF WS-ARCHIVE-DIR = SPACES
               MOVE 'archives-purge' TO WS-ARCHIVE-DIR
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF NOT STATUT-JOURNAL-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF NOT STATUT-JOURNAL-OK
               DISPLAY 'JOURNAL-PURGES.LOG INDISPONIBLE ('
                   WS-STATUS-JOURNAL ') : AUCUNE PURGE'
               MOVE '0000-MAIN-START' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE JOURNAL-PURGES.LOG'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-JOURNAL
                   WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-CHARGER-VALIDEE
           THRU    1000-CHARGER-VALIDEE-FIN.
           PERFORM 1100-CHARGER-ENVOIS
           THRU    1100-CHARGER-ENVOIS-FIN.

           OPEN INPUT CATALOGUE-FILE.
           IF NOT STATUT-CATALOGUE-OK
               DISPLAY 'CATALOGUE-RETENTION.DAT ILLISIBLE ('
                   WS-STATUS-CATALOGUE ') : RIEN A PURGER'
               CLOSE JOURNAL-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL STATUT-CATALOGUE-FIN
               READ CATALOGUE-FILE
               IF STATUT-CATALOGUE-OK
                   PERFORM 2000-TRAITER-UN-MOTIF
                   THRU    2000-TRAITER-UN-MOTIF-FIN
               ELSE
                   SET STATUT-CATALOGUE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE CATALOGUE-FILE.
           CLOSE JOURNAL-FILE.

           MOVE SPACES TO WS-COMMANDE.
           MOVE 'rm -f purge-liste.tmp' TO WS-COMMANDE.
           CALL 'SYSTEM' USING WS-COMMANDE.

           DISPLAY 'FICHIERS SUPPRIMES  : ' WS-NB-SUPPRIMES.
           DISPLAY 'FICHIERS ARCHIVES   : ' WS-NB-ARCHIVES.
           DISPLAY 'FICHIERS PROTEGES   : ' WS-NB-PROTEGES.
           DISPLAY 'GARDES (LEGAL)      : ' WS-NB-LEGAUX.
           DISPLAY 'ECHECS              : ' WS-NB-ECHECS.

           COMPUTE WS-RUNCTL-COMPTEUR-1 =
               WS-NB-SUPPRIMES + WS-NB-ARCHIVES.
           MOVE WS-NB-PROTEGES TO WS-RUNCTL-COMPTEUR-2.
           IF WS-NB-ECHECS = ZERO
               MOVE 'OK' TO WS-RUNCTL-STATUT
           ELSE
               MOVE 'ECHECS' TO WS-RUNCTL-STATUT
           END-IF.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
      * Code retour pose apres l'appel, que RUNCTL remet a zero.
           IF WS-NB-ECHECS = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Date du dechargement valide le plus recent.
      ******************************************************************
       1000-CHARGER-VALIDEE.
           OPEN INPUT VALIDEES-FILE.
           IF NOT STATUT-VALIDEES-OK
               GO TO 1000-CHARGER-VALIDEE-FIN
           END-IF.
           PERFORM UNTIL STATUT-VALIDEES-FIN
               READ VALIDEES-FILE
               IF STATUT-VALIDEES-OK
                   IF WS-VAL-DATE-SVG IS NUMERIC
                       AND (WS-SVG-PROTEGEE = SPACES
                            OR WS-VAL-DATE-SVG > WS-SVG-PROTEGEE)
                       MOVE WS-VAL-DATE-SVG TO WS-SVG-PROTEGEE
                   END-IF
               ELSE
                   SET STATUT-VALIDEES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE VALIDEES-FILE.
           MOVE SPACES TO WS-SUFFIXE-SVG.
           STRING '-' WS-SVG-PROTEGEE '.dat'
               DELIMITED BY SIZE INTO WS-SUFFIXE-SVG.
       1000-CHARGER-VALIDEE-FIN. EXIT.

      ******************************************************************
      * Noms des fichiers d'envoi dont l'accuse n'est pas revenu,
      * construits comme dans expedition.cbl.
      ******************************************************************
       1100-CHARGER-ENVOIS.
           OPEN INPUT REGISTRE-FILE.
           IF NOT STATUT-REGISTRE-OK
               GO TO 1100-CHARGER-ENVOIS-FIN
           END-IF.
           PERFORM UNTIL STATUT-REGISTRE-FIN
               READ REGISTRE-FILE
               IF STATUT-REGISTRE-OK
                   IF WS-REG-ACCUSE NOT = 'O'
                       AND WS-REG-DEST NOT = SPACES
                       AND WS-NB-ENVOIS < WS-MAX-ENVOIS
                       ADD 1 TO WS-NB-ENVOIS
                       MOVE SPACES TO WS-ENV-NOM(WS-NB-ENVOIS)
                       STRING 'envoi-' FUNCTION TRIM(WS-REG-DEST)
                           '-' WS-REG-SEQ '.dat'
                           DELIMITED BY SIZE
                           INTO WS-ENV-NOM(WS-NB-ENVOIS)
                   END-IF
               ELSE
                   SET STATUT-REGISTRE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE REGISTRE-FILE.
       1100-CHARGER-ENVOIS-FIN. EXIT.

      ******************************************************************
      * Une ligne de catalogue : le shell liste les fichiers du motif
      * avec leur date de modification, puis chacun est examine.
      ******************************************************************
       2000-TRAITER-UN-MOTIF.
           MOVE SPACES TO WS-CHAMP-MOTIF WS-CHAMP-RETENTION
               WS-CHAMP-ACTION WS-CHAMP-JAMAIS.
           UNSTRING WS-CATALOGUE-RECORD DELIMITED BY ';'
               INTO WS-CHAMP-MOTIF WS-CHAMP-RETENTION
                    WS-CHAMP-ACTION WS-CHAMP-JAMAIS
           END-UNSTRING.
           IF WS-CHAMP-MOTIF = SPACES OR WS-CHAMP-MOTIF(1:1) = '*'
               GO TO 2000-TRAITER-UN-MOTIF-FIN
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHAMP-RETENTION))
                   NOT = 0
               OR (WS-CHAMP-ACTION NOT = 'SUPPRIMER'
                   AND WS-CHAMP-ACTION NOT = 'ARCHIVER')
               DISPLAY 'LIGNE DE CATALOGUE IGNOREE : '
                   FUNCTION TRIM(WS-CATALOGUE-RECORD)
               GO TO 2000-TRAITER-UN-MOTIF-FIN
           END-IF.
           COMPUTE WS-RETENTION-JOURS =
               FUNCTION NUMVAL(WS-CHAMP-RETENTION).

           MOVE SPACES TO WS-COMMANDE.
           STRING 'for f in ' FUNCTION TRIM(WS-CHAMP-MOTIF)
               '; do [ -e "$f" ] && echo "$(date -r "$f" +%Y%m%d)'
               ' $f"; done > purge-liste.tmp 2>/dev/null'
               DELIMITED BY SIZE INTO WS-COMMANDE.
           CALL 'SYSTEM' USING WS-COMMANDE.

           OPEN INPUT LISTE-FILE.
           IF NOT STATUT-LISTE-OK
               GO TO 2000-TRAITER-UN-MOTIF-FIN
           END-IF.
           PERFORM UNTIL STATUT-LISTE-FIN
               READ LISTE-FILE
               IF STATUT-LISTE-OK
                   PERFORM 2100-TRAITER-UN-FICHIER
                   THRU    2100-TRAITER-UN-FICHIER-FIN
               ELSE
                   SET STATUT-LISTE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE LISTE-FILE.
       2000-TRAITER-UN-MOTIF-FIN. EXIT.

      ******************************************************************
      * Un fichier du motif : garde legale, retention, protections,
      * puis suppression ou deplacement vers l'archive.
      ******************************************************************
       2100-TRAITER-UN-FICHIER.
           IF WS-LST-DATE NOT NUMERIC OR WS-LST-CHEMIN = SPACES
               GO TO 2100-TRAITER-UN-FICHIER-FIN
           END-IF.
           MOVE WS-LST-DATE TO WS-DATE-FICHIER.
           COMPUTE WS-AGE-FICHIER = WS-JOURS-AUJOURDHUI
               - FUNCTION INTEGER-OF-DATE(WS-DATE-FICHIER).
           IF WS-AGE-FICHIER <= WS-RETENTION-JOURS
               GO TO 2100-TRAITER-UN-FICHIER-FIN
           END-IF.

           IF WS-CHAMP-JAMAIS = 'O'
               ADD 1 TO WS-NB-LEGAUX
               MOVE 'LEGAL' TO WS-ACTION-FICHIER
               PERFORM 2900-JOURNALISER THRU 2900-JOURNALISER-FIN
               GO TO 2100-TRAITER-UN-FICHIER-FIN
           END-IF.

      * Nom du fichier sans son repertoire.
           PERFORM VARYING WS-K FROM 121 BY -1
                   UNTIL WS-K < 1 OR WS-LST-CHEMIN(WS-K:1) = '/'
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-NOM-FICHIER.
           IF WS-K < 121
               MOVE WS-LST-CHEMIN(WS-K + 1:) TO WS-NOM-FICHIER
           END-IF.

           MOVE 'N' TO WS-PROTEGE.
           IF WS-NOM-FICHIER(1:15) = 'sauvegarde-part'
               IF WS-SVG-PROTEGEE = SPACES
                   MOVE 'O' TO WS-PROTEGE
               ELSE
                   MOVE 0 TO WS-NB-TROUVE
                   INSPECT WS-NOM-FICHIER TALLYING WS-NB-TROUVE
                       FOR ALL WS-SUFFIXE-SVG
                   IF WS-NB-TROUVE > 0
                       MOVE 'O' TO WS-PROTEGE
                   END-IF
               END-IF
           END-IF.
           IF WS-NOM-FICHIER(1:6) = 'envoi-'
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-ENVOIS
                   IF WS-ENV-NOM(WS-I) = WS-NOM-FICHIER(1:60)
                       MOVE 'O' TO WS-PROTEGE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PROTEGE = 'O'
               ADD 1 TO WS-NB-PROTEGES
               MOVE 'PROTEGE' TO WS-ACTION-FICHIER
               PERFORM 2900-JOURNALISER THRU 2900-JOURNALISER-FIN
               GO TO 2100-TRAITER-UN-FICHIER-FIN
           END-IF.

           MOVE SPACES TO WS-COMMANDE.
           IF WS-CHAMP-ACTION = 'SUPPRIMER'
               STRING 'rm -rf -- "' FUNCTION TRIM(WS-LST-CHEMIN) '"'
                   DELIMITED BY SIZE INTO WS-COMMANDE
           ELSE
               STRING 'mkdir -p "' FUNCTION TRIM(WS-ARCHIVE-DIR)
                   '/$(dirname "' FUNCTION TRIM(WS-LST-CHEMIN)
                   '")" && mv -- "' FUNCTION TRIM(WS-LST-CHEMIN)
                   '" "' FUNCTION TRIM(WS-ARCHIVE-DIR) '/'
                   FUNCTION TRIM(WS-LST-CHEMIN) '"'
                   DELIMITED BY SIZE INTO WS-COMMANDE
           END-IF.
           CALL 'SYSTEM' USING WS-COMMANDE.

           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-NB-ECHECS
               MOVE 'ECHEC' TO WS-ACTION-FICHIER
               MOVE '2100-TRAITER-UN-FICHIER' TO WS-LOG-PARAGRAPHE
               MOVE 'PURGE IMPOSSIBLE, VOIR JOURNAL-PURGES.LOG'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-JOURNAL
                   WS-LOG-MESSAGE
           ELSE
               IF WS-CHAMP-ACTION = 'SUPPRIMER'
                   ADD 1 TO WS-NB-SUPPRIMES
                   MOVE 'SUPPRIME' TO WS-ACTION-FICHIER
               ELSE
                   ADD 1 TO WS-NB-ARCHIVES
                   MOVE 'ARCHIVE' TO WS-ACTION-FICHIER
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM 2900-JOURNALISER THRU 2900-JOURNALISER-FIN.
       2100-TRAITER-UN-FICHIER-FIN. EXIT.

      ******************************************************************
      * Ligne de journal pour le fichier courant (action deja posee).
      ******************************************************************
       2900-JOURNALISER.
           MOVE SPACES TO WS-JOURNAL-RECORD.
           MOVE WS-ACTION-FICHIER TO WS-JRN-ACTION.
           MOVE WS-DATE-JOUR TO WS-JRN-DATE.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE WS-HEURE-COURANTE(1:6) TO WS-JRN-HEURE.
           MOVE WS-AGE-FICHIER TO WS-JRN-AGE.
           MOVE WS-LST-CHEMIN TO WS-JRN-CHEMIN.
           WRITE WS-JOURNAL-RECORD.
       2900-JOURNALISER-FIN. EXIT.

       END PROGRAM purge-retention.
