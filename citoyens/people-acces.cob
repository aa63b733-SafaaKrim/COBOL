      ******************************************************************
      * Programme : people-acces
      * Description : Droit d'acces (RGPD) sur toutes les bases : le
      *   fichier demandes-acces.dat porte une demande par ligne au
      *   format de demandes-effacement.dat (prenom;nom;date de
      *   naissance AAAA-MM-JJ;code membre mutuelle, vide si
      *   inconnu), suivi de la date de reception AAAA-MM-JJ de la
      *   demande (vide = recue le jour du traitement). Pour chaque
      *   demande, un dossier lisible est ecrit dans
      *   dossiers-acces.dat avec tout ce que la ville detient sur la
      *   personne :
      *     - base citoyens : la ligne databank et les evenements
      *       civils de historique-evenements.dat ;
      *     - mutuelle (bobodb) : la ligne MEMBER, les contrats
      *       (MBR_CNT), factures et echeances (INVOICE,
      *       INV_DUEDATE), reglements (RECEIPT), demandes et
      *       remboursements (ASKED_REIMB, REIMBURSEMENT) et
      *       reclamations (RECLAMATION) ; sans code membre, l'adherent
      *       est cherche sur nom, prenom et date de naissance ;
      *     - assurance : la fiche de clients-assur.dat (nom
      *       normalise comme assur-croisement-mutuelle.cbl), ses
      *       polices ASSUR-PART1/PART2 et leurs sinistres.
      *   Les lignes databank et MEMBER sont rendues champ par champ
      *   ("LIBELLE : valeur", une ligne chacun) et les textes longs
      *   (reclamations) replies sur des lignes de suite, sans
      *   troncature.
      *   Chaque demande est inscrite au registre registre-acces.dat
      *   avec sa date de reception, la date de reponse et le
      *   controle du delai legal d'un mois. Les bases sont ouvertes
      *   une a une pour chaque personne, le volume des demandes
      *   restant faible. Forme precompilee OCESQL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. people-acces.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMANDES-FILE
           ASSIGN TO 'demandes-acces.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-DEMANDES.

           SELECT DOSSIERS-FILE
           ASSIGN TO 'dossiers-acces.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-DOSSIERS.

           SELECT REGISTRE-FILE
           ASSIGN TO 'registre-acces.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-REGISTRE.

           SELECT HISTORIQUE-FILE
           ASSIGN TO 'historique-evenements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-HISTO.

           SELECT CLIENTS-FILE
           ASSIGN TO 'clients-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CLIENTS.

           SELECT ASSUR-PART1-FILE ASSIGN TO 'assurances-part1.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-ID OF WS-ASSUR-PART1-RECORD
           ALTERNATE RECORD KEY IS WS-NOM-ASS OF
               WS-ASSUR-PART1-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER.

           SELECT ASSUR-PART2-FILE ASSIGN TO 'assurances-part2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-ID OF WS-ASSUR-PART2-RECORD
           ALTERNATE RECORD KEY IS WS-NOM-ASS OF
               WS-ASSUR-PART2-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER2.

           SELECT SINISTRES-FILE ASSIGN TO 'sinistres-assur.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-SIN-NUMERO
           ALTERNATE RECORD KEY IS WS-SIN-ID-POLICE WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-SINISTRES.

       DATA DIVISION.
       FILE SECTION.
       FD DEMANDES-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS WS-DEMANDE-RECORD.
       01 WS-DEMANDE-RECORD  PIC X(120).

       FD DOSSIERS-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS WS-DOSSIER-RECORD.
       01 WS-DOSSIER-RECORD  PIC X(120).

       FD REGISTRE-FILE
      * Une ligne par demande : reception, reponse, delai en jours,
      * date limite, resultat du controle, personne.
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS WS-REGISTRE-RECORD.
       01 WS-REGISTRE-RECORD PIC X(120).

       FD HISTORIQUE-FILE
      * Meme enregistrement que dans people-evenements.cob.
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD     IS WS-HISTO-RECORD.
       01 WS-HISTO-RECORD.
           05 WS-HIS-DATE     PIC X(10).
           05 FILLER          PIC X(1).
           05 WS-HIS-CODE     PIC X(12).
           05 FILLER          PIC X(1).
           05 WS-HIS-PRENOM   PIC X(50).
           05 FILLER          PIC X(1).
           05 WS-HIS-NOM      PIC X(50).
           05 FILLER          PIC X(5).

       FD CLIENTS-FILE
      * Meme dessin que dans assur-clients.cbl.
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD     IS WS-CLIENT-RECORD.
       01 WS-CLIENT-RECORD.
           05 WS-CLT-NUMERO    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-CLT-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(1).
           05 WS-CLT-NAISSANCE PIC X(8).
           05 FILLER           PIC X(1).

       FD ASSUR-PART1-FILE
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-ASSUR-PART1-RECORD.
       01 WS-ASSUR-PART1-RECORD.
               05 WS-ID        PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-NOM       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-IRP       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-NOM-ASS   PIC X(41).
               05 FILLER       PIC X(1).
               05 WS-STATUT    PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-Date1     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-date2     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-PRIX      PIC X(9).
               05 FILLER       PIC X(1).
               05 WS-DEVISE    PIC X(3).

       FD ASSUR-PART2-FILE
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-ASSUR-PART2-RECORD.
       01 WS-ASSUR-PART2-RECORD.
               05 WS-ID        PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-NOM       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-IRP       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-NOM-ASS   PIC X(41).
               05 FILLER       PIC X(1).
               05 WS-STATUT    PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-Date1     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-date2     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-PRIX      PIC X(9).
               05 FILLER       PIC X(1).
               05 WS-DEVISE    PIC X(3).

       FD SINISTRES-FILE
      * Meme dessin que dans assur-sinistres.cbl.
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-SINISTRE-RECORD.
       01 WS-SINISTRE-RECORD.
           05 WS-SIN-NUMERO    PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-SIN-ID-POLICE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-DATE-SURV PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-DATE-DECL PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-RESERVE   PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-SIN-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-SIN-STATUT    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-REGLE     PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-SIN-GARANTIE  PIC X(1).
           05 WS-SIN-MOTIF-HG  PIC X(2).
           05 WS-SIN-RESPONSABLE PIC X(1).
           05 FILLER           PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-DEMANDES PIC X(02).
          88 STATUT-DEMANDES-OK  VALUE '00'.
          88 STATUT-DEMANDES-FIN VALUE '10'.

       01 WS-STATUS-DOSSIERS PIC X(02).
          88 STATUT-DOSSIERS-OK VALUE '00'.

       01 WS-STATUS-REGISTRE PIC X(02).
          88 STATUT-REGISTRE-OK VALUE '00'.

       01 WS-STATUS-HISTO    PIC X(02).
          88 STATUT-HISTO-OK  VALUE '00'.
          88 STATUT-HISTO-FIN VALUE '10'.

       01 WS-STATUS-CLIENTS  PIC X(02).
          88 STATUT-CLIENTS-OK  VALUE '00'.
          88 STATUT-CLIENTS-FIN VALUE '10'.

       01 WS-STATUS-FICHIER  PIC X(02).
          88 STATUT-FICHIER-OK  VALUE '00' '02'.

       01 WS-STATUS-FICHIER2 PIC X(02).
          88 STATUT-FICHIER2-OK VALUE '00' '02'.

       01 WS-STATUS-SINISTRES PIC X(02).
          88 STATUT-SINISTRES-OK VALUE '00' '02'.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME-CITOYENS    PIC X(30) VALUE 'citoyens'.
       01 DBNAME-BOBO        PIC X(30) VALUE 'bobodb'.
       01 USERNAME           PIC X(30) VALUE 'cobol'.
       01 PASSWD             PIC X(10) VALUE SPACE.

       01 SQL-LIGNE          PIC X(2000).
       01 SQL-CODE-MBR       PIC X(10).
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

       01 WS-SEC-SQLCODE     PIC S9(9) VALUE ZERO.

      * Demandes chargees en memoire.
       01 WS-NB-DEMANDES     PIC 9(03) VALUE ZERO.
       01 WS-TAB-DEMANDES.
          05 WS-DEM-ENTREE OCCURS 100 TIMES.
             10 WS-DEM-PRENOM    PIC X(50).
             10 WS-DEM-NOM       PIC X(50).
             10 WS-DEM-NAISSANCE PIC X(10).
             10 WS-DEM-CODE-MBR  PIC X(10).
             10 WS-DEM-RECEPTION PIC X(10).

      * Decoupage de la ligne de demande courante.
       01 WS-CHAMP-PRENOM    PIC X(50).
       01 WS-CHAMP-NOM       PIC X(50).
       01 WS-CHAMP-NAISSANCE PIC X(10).
       01 WS-CHAMP-CODE-MBR  PIC X(10).
       01 WS-CHAMP-RECEPTION PIC X(10).

      * SQL compose dynamiquement, termine par X"00".
       01 WS-SQL-DYN         PIC X(2000) VALUE SPACES.
       01 WS-SQL-DYN-PTR     PIC 9(04).
       01 WS-SQL-COND        PIC X(60).

      * Section du dossier en cours d'extraction.
       01 WS-SECTION-TITRE   PIC X(60).
       01 WS-NB-LIGNES-SEC   PIC 9(05).

      * Mise en page d'un rang : elements separes par '|', un par
      * ligne du dossier, replies sur des lignes de suite s'ils
      * depassent la largeur de WS-DOSSIER-RECORD.
       01 WS-RANG-LONG       PIC 9(04).
       01 WS-ITEM-DEBUT      PIC 9(04).
       01 WS-ITEM-FIN        PIC 9(04).
       01 WS-ITEM-LONG       PIC 9(04).
       01 WS-ITEM            PIC X(2000).
       01 WS-ITEM-NET        PIC X(2000).
       01 WS-MORCEAU-DEBUT   PIC 9(04).
       01 WS-MORCEAU-LONG    PIC 9(04).
       01 WS-MORCEAU-MAX     PIC 9(04).
       01 WS-PREMIER-ITEM    PIC X(01).
          88 PREMIER-ITEM    VALUE 'O'.

      * Echappement des apostrophes, comme people-import.cob.
       01 WS-QUOTE-CHAR      PIC X(01) VALUE "'".
       01 WS-VALEUR-BRUTE    PIC X(50).
       01 WS-VALEUR-ESC      PIC X(100).
       01 WS-ESC-PTR         PIC 9(03).
       01 WS-ESC-IDX         PIC 9(03).
       01 WS-PRENOM-ESC      PIC X(100).
       01 WS-NOM-ESC         PIC X(100).

      * Rapprochement assurance : noms normalises de la demande (nom
      * puis prenom, prenom puis nom) et date de naissance AAAAMMJJ.
       01 WS-NOM-TRAVAIL     PIC X(61).
       01 WS-NOM-NORMALISE   PIC X(61).
       01 WS-DEM-NORM-1      PIC X(61).
       01 WS-DEM-NORM-2      PIC X(61).
       01 WS-DEM-NAISS-8     PIC X(08).
       01 WS-POS-SOURCE      PIC 9(04).
       01 WS-POS-CIBLE       PIC 9(04).
       01 WS-CLE-NOM-ASS     PIC X(41).
       01 WS-CLE-POLICE      PIC X(08).
       01 WS-FIN-PARCOURS    PIC X(01).
          88 FIN-PARCOURS    VALUE 'O'.
       01 WS-NB-CLIENTS-TROUVES PIC 9(03).
       01 WS-NB-POLICES      PIC 9(03).
       01 WS-FIN-SINISTRES   PIC X(01).
          88 FIN-SINISTRES   VALUE 'O'.

      * Delai legal : un mois date a date depuis la reception.
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-DATE-RECUE      PIC 9(08).
       01 WS-DATE-LIMITE     PIC 9(08).
       01 WS-DATE-LIMITE-R REDEFINES WS-DATE-LIMITE.
          05 WS-LIM-AAAA     PIC 9(04).
          05 WS-LIM-MM       PIC 9(02).
          05 WS-LIM-JJ       PIC 9(02).
       01 WS-DELAI-JOURS     PIC 9(05).
       01 WS-CONTROLE-DELAI  PIC X(14).
       01 WS-DATE-ISO        PIC X(10).

       01 WS-D               PIC 9(03).
       01 WS-NB-DANS-DELAI   PIC 9(03) VALUE ZERO.
       01 WS-NB-HORS-DELAI   PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 1500-CHARGER-DEMANDES
           THRU    1500-CHARGER-DEMANDES-FIN.
           IF WS-NB-DEMANDES = ZERO
               DISPLAY 'AUCUNE DEMANDE D''ACCES A TRAITER.'
               STOP RUN
           END-IF.

           OPEN OUTPUT DOSSIERS-FILE.
           OPEN EXTEND REGISTRE-FILE.
           IF NOT STATUT-REGISTRE-OK
               OPEN OUTPUT REGISTRE-FILE
           END-IF.

           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-NB-DEMANDES
               PERFORM 2000-TRAITER-DEMANDE
               THRU    2000-TRAITER-DEMANDE-FIN
           END-PERFORM.

           CLOSE REGISTRE-FILE.
           CLOSE DOSSIERS-FILE.

           DISPLAY 'DEMANDES TRAITEES : ' WS-NB-DEMANDES.
           DISPLAY 'DANS LE DELAI     : ' WS-NB-DANS-DELAI.
           DISPLAY 'HORS DELAI        : ' WS-NB-HORS-DELAI.
       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
       1500-CHARGER-DEMANDES.
           OPEN INPUT DEMANDES-FILE.
           IF NOT STATUT-DEMANDES-OK
               DISPLAY 'DEMANDES-ACCES.DAT ILLISIBLE : '
                   WS-STATUS-DEMANDES
               STOP RUN
           END-IF.
           PERFORM UNTIL STATUT-DEMANDES-FIN
               READ DEMANDES-FILE
               IF STATUT-DEMANDES-OK
                   MOVE SPACES TO WS-CHAMP-PRENOM WS-CHAMP-NOM
                       WS-CHAMP-NAISSANCE WS-CHAMP-CODE-MBR
                       WS-CHAMP-RECEPTION
                   UNSTRING WS-DEMANDE-RECORD DELIMITED BY ';'
                       INTO WS-CHAMP-PRENOM WS-CHAMP-NOM
                            WS-CHAMP-NAISSANCE WS-CHAMP-CODE-MBR
                            WS-CHAMP-RECEPTION
                   END-UNSTRING
                   IF WS-CHAMP-NOM NOT = SPACES
                       AND WS-NB-DEMANDES < 100
                       ADD 1 TO WS-NB-DEMANDES
                       MOVE WS-CHAMP-PRENOM
                           TO WS-DEM-PRENOM(WS-NB-DEMANDES)
                       MOVE WS-CHAMP-NOM
                           TO WS-DEM-NOM(WS-NB-DEMANDES)
                       MOVE WS-CHAMP-NAISSANCE
                           TO WS-DEM-NAISSANCE(WS-NB-DEMANDES)
                       MOVE WS-CHAMP-CODE-MBR
                           TO WS-DEM-CODE-MBR(WS-NB-DEMANDES)
                       MOVE WS-CHAMP-RECEPTION
                           TO WS-DEM-RECEPTION(WS-NB-DEMANDES)
                   END-IF
               ELSE
                   SET STATUT-DEMANDES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE DEMANDES-FILE.
       1500-CHARGER-DEMANDES-FIN. EXIT.

      ******************************************************************
      * Dossier complet d'une personne, puis son inscription au
      * registre.
      ******************************************************************
       2000-TRAITER-DEMANDE.
           PERFORM 9100-ECHAPPER-DEMANDE
           THRU    9100-ECHAPPER-DEMANDE-FIN.

           MOVE ALL '=' TO WS-DOSSIER-RECORD.
           WRITE WS-DOSSIER-RECORD.
           MOVE SPACES TO WS-DOSSIER-RECORD.
           STRING 'DOSSIER D''ACCES AUX DONNEES PERSONNELLES DU '
               WS-DATE-JOUR
               DELIMITED BY SIZE INTO WS-DOSSIER-RECORD.
           WRITE WS-DOSSIER-RECORD.
           MOVE SPACES TO WS-DOSSIER-RECORD.
           STRING 'PERSONNE : '
               FUNCTION TRIM(WS-DEM-PRENOM(WS-D))
               ' ' FUNCTION TRIM(WS-DEM-NOM(WS-D))
               ' NEE LE ' WS-DEM-NAISSANCE(WS-D)
               DELIMITED BY SIZE INTO WS-DOSSIER-RECORD.
           WRITE WS-DOSSIER-RECORD.

           PERFORM 3000-EXTRAIRE-CITOYENS
           THRU    3000-EXTRAIRE-CITOYENS-FIN.
           PERFORM 3500-EVENEMENTS-CIVILS
           THRU    3500-EVENEMENTS-CIVILS-FIN.
           PERFORM 4000-EXTRAIRE-MUTUELLE
           THRU    4000-EXTRAIRE-MUTUELLE-FIN.
           PERFORM 5000-EXTRAIRE-ASSURANCE
           THRU    5000-EXTRAIRE-ASSURANCE-FIN.
           PERFORM 7000-INSCRIRE-REGISTRE
           THRU    7000-INSCRIRE-REGISTRE-FIN.
       2000-TRAITER-DEMANDE-FIN. EXIT.

      ******************************************************************
      * Base citoyens : la ligne databank de la personne (nom, prenom
      * et date de naissance, comme people-effacement).
      ******************************************************************
       3000-EXTRAIRE-CITOYENS.
OCESQL*    EXEC SQL
OCESQL*        CONNECT :USERNAME IDENTIFIED BY :PASSWD
OCESQL*            USING :DBNAME-CITOYENS
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE USERNAME
OCESQL          BY VALUE 30
OCESQL          BY REFERENCE PASSWD
OCESQL          BY VALUE 10
OCESQL          BY REFERENCE DBNAME-CITOYENS
OCESQL          BY VALUE 30
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               MOVE 'BASE CITOYENS : INDISPONIBLE' TO WS-DOSSIER-RECORD
               WRITE WS-DOSSIER-RECORD
               GO TO 3000-EXTRAIRE-CITOYENS-FIN
           END-IF.

      * Colonnes posees si elles manquent encore, comme dans
      * people-effacement.cob et people-electoral.cob.
OCESQL*    EXEC SQL ALTER TABLE databank
OCESQL*        ADD COLUMN IF NOT EXISTS address VARCHAR(100)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ALTER TABLE databank ADD COLUMN IF NOT E"
OCESQL  &  "XISTS address VARCHAR(100)" & x"00"
OCESQL     END-CALL.
OCESQL*    EXEC SQL ALTER TABLE databank
OCESQL*        ADD COLUMN IF NOT EXISTS postal_code VARCHAR(10)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ALTER TABLE databank ADD COLUMN IF NOT E"
OCESQL  &  "XISTS postal_code VARCHAR(10)" & x"00"
OCESQL     END-CALL.
OCESQL*    EXEC SQL ALTER TABLE databank
OCESQL*        ADD COLUMN IF NOT EXISTS city VARCHAR(50)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ALTER TABLE databank ADD COLUMN IF NOT E"
OCESQL  &  "XISTS city VARCHAR(50)" & x"00"
OCESQL     END-CALL.
OCESQL*    EXEC SQL ALTER TABLE databank
OCESQL*        ADD COLUMN IF NOT EXISTS statut VARCHAR(10)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ALTER TABLE databank ADD COLUMN IF NOT E"
OCESQL  &  "XISTS statut VARCHAR(10)" & x"00"
OCESQL     END-CALL.

           MOVE 'BASE CITOYENS - FICHE DATABANK' TO WS-SECTION-TITRE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT '
                  DELIMITED BY SIZE
                  '''PRENOM : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(first_name,'''') || '
                  DELIMITED BY SIZE
                  '''|NOM : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(last_name,'''') || '
                  DELIMITED BY SIZE
                  '''|NE(E) LE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(birth_date AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  '''|AGE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(age AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  '''|MEL : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(email,'''') || '
                  DELIMITED BY SIZE
                  '''|PAYS : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(country,'''') || '
                  DELIMITED BY SIZE
                  '''|CODE PAYS : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(country_code,'''') || '
                  DELIMITED BY SIZE
                  '''|ADRESSE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(address,'''') || '
                  DELIMITED BY SIZE
                  '''|CODE POSTAL : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(postal_code,'''') || '
                  DELIMITED BY SIZE
                  '''|VILLE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(city,'''') || '
                  DELIMITED BY SIZE
                  '''|STATUT : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(statut,'''') '
                  DELIMITED BY SIZE
                  'FROM databank '
                  DELIMITED BY SIZE
                  'WHERE UPPER(TRIM(first_name)) = UPPER('''
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRENOM-ESC) DELIMITED BY SIZE
                  ''') AND UPPER(TRIM(last_name)) = UPPER('''
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-ESC) DELIMITED BY SIZE
                  ''') AND COALESCE(CAST(birth_date AS VARCHAR), '
                  ''''') = ''' DELIMITED BY SIZE
                  WS-DEM-NAISSANCE(WS-D) DELIMITED BY SIZE
                  '''' DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 9300-EXTRAIRE-SECTION
           THRU    9300-EXTRAIRE-SECTION-FIN.

OCESQL*    EXEC SQL DISCONNECT ALL END-EXEC.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.
       3000-EXTRAIRE-CITOYENS-FIN. EXIT.

      ******************************************************************
      * Evenements civils appliques a la personne, relus dans
      * l'historique tenu par people-evenements.cob.
      ******************************************************************
       3500-EVENEMENTS-CIVILS.
           MOVE 'BASE CITOYENS - EVENEMENTS CIVILS'
               TO WS-DOSSIER-RECORD.
           WRITE WS-DOSSIER-RECORD.
           MOVE ZERO TO WS-NB-LIGNES-SEC.
           OPEN INPUT HISTORIQUE-FILE.
           IF NOT STATUT-HISTO-OK
               MOVE '  (aucun historique d''evenements)'
                   TO WS-DOSSIER-RECORD
               WRITE WS-DOSSIER-RECORD
               GO TO 3500-EVENEMENTS-CIVILS-FIN
           END-IF.
           PERFORM UNTIL STATUT-HISTO-FIN
               READ HISTORIQUE-FILE
               IF STATUT-HISTO-OK
                   IF FUNCTION UPPER-CASE(WS-HIS-NOM)
                       = FUNCTION UPPER-CASE(WS-DEM-NOM(WS-D))
                      AND FUNCTION UPPER-CASE(WS-HIS-PRENOM)
                       = FUNCTION UPPER-CASE(WS-DEM-PRENOM(WS-D))
                       ADD 1 TO WS-NB-LIGNES-SEC
                       MOVE SPACES TO WS-DOSSIER-RECORD
                       STRING '  ' WS-HIS-DATE ' ' WS-HIS-CODE
                           DELIMITED BY SIZE INTO WS-DOSSIER-RECORD
                       WRITE WS-DOSSIER-RECORD
                   END-IF
               ELSE
                   SET STATUT-HISTO-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE HISTORIQUE-FILE.
           IF WS-NB-LIGNES-SEC = ZERO
               MOVE '  (aucune donnee)' TO WS-DOSSIER-RECORD
               WRITE WS-DOSSIER-RECORD
           END-IF.
       3500-EVENEMENTS-CIVILS-FIN. EXIT.

      ******************************************************************
      * Mutuelle : l'adherent (code de la demande, sinon nom, prenom
      * et date de naissance) et toutes ses lignes de gestion.
      ******************************************************************
       4000-EXTRAIRE-MUTUELLE.
OCESQL*    EXEC SQL
OCESQL*        CONNECT :USERNAME IDENTIFIED BY :PASSWD
OCESQL*            USING :DBNAME-BOBO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE USERNAME
OCESQL          BY VALUE 30
OCESQL          BY REFERENCE PASSWD
OCESQL          BY VALUE 10
OCESQL          BY REFERENCE DBNAME-BOBO
OCESQL          BY VALUE 30
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               MOVE 'MUTUELLE : INDISPONIBLE' TO WS-DOSSIER-RECORD
               WRITE WS-DOSSIER-RECORD
               GO TO 4000-EXTRAIRE-MUTUELLE-FIN
           END-IF.

           MOVE WS-DEM-CODE-MBR(WS-D) TO SQL-CODE-MBR.
           IF SQL-CODE-MBR = SPACES
               PERFORM 4100-CHERCHER-ADHERENT
               THRU    4100-CHERCHER-ADHERENT-FIN
           END-IF.
           IF SQL-CODE-MBR = SPACES
               MOVE 'MUTUELLE : AUCUN ADHERENT CORRESPONDANT'
                   TO WS-DOSSIER-RECORD
               WRITE WS-DOSSIER-RECORD
               GO TO 4000-EXTRAIRE-MUTUELLE-DECO
           END-IF.

           MOVE SPACES TO WS-SQL-COND.
           STRING '''' FUNCTION TRIM(SQL-CODE-MBR) ''''
               DELIMITED BY SIZE INTO WS-SQL-COND.

           MOVE 'MUTUELLE - FICHE ADHERENT (MEMBER)'
               TO WS-SECTION-TITRE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT '
                  DELIMITED BY SIZE
                  '''CODE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CODE_MBR,'''') || '
                  DELIMITED BY SIZE
                  '''|PRENOM : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(FNAME_MBR,'''') || '
                  DELIMITED BY SIZE
                  '''|NOM : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(LNAME_MBR,'''') || '
                  DELIMITED BY SIZE
                  '''|NE(E) LE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(BIRTH_DAT AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  '''|ADRESSE 1 : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(ADR1_MBR,'''') || '
                  DELIMITED BY SIZE
                  '''|ADRESSE 2 : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(ADR2_MBR,'''') || '
                  DELIMITED BY SIZE
                  '''|CODE POSTAL : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(PC_MBR,'''') || '
                  DELIMITED BY SIZE
                  '''|VILLE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(TOWN_MBR,'''') || '
                  DELIMITED BY SIZE
                  '''|PAYS : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(COUNTRY_MBR,'''') || '
                  DELIMITED BY SIZE
                  '''|MEDECIN : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(DOCTOR_MBR,'''') || '
                  DELIMITED BY SIZE
                  '''|TELEPHONE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(TEL_MBR AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  '''|MEL : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(MAIL_MBR,'''') || '
                  DELIMITED BY SIZE
                  '''|ADHESION : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(DAT_CREA_MBR AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  '''|CLOTURE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(DAT_CLOSE_MBR AS VARCHAR),'''') '
                  DELIMITED BY SIZE
                  'FROM MEMBER WHERE CODE_MBR = '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-COND) DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 9300-EXTRAIRE-SECTION
           THRU    9300-EXTRAIRE-SECTION-FIN.

           MOVE 'MUTUELLE - CONTRATS (MBR_CNT)' TO WS-SECTION-TITRE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT ''CONTRAT '' || COALESCE(CODE_CNT,'''') || '
                  DELIMITED BY SIZE
                  ''' COTISATION '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(COST_CNT AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' PAIEMENT '' || COALESCE(PAYMENT_TYP,'''') || '
                  DELIMITED BY SIZE
                  ''' DEBUT '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(DAT_CREA_MBRCNT AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' ACTIF '' || COALESCE(ACTIVE_MBRCNT,'''') '
                  DELIMITED BY SIZE
                  'FROM MBR_CNT WHERE CODE_MBR = '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-COND) DELIMITED BY SIZE
                  ' ORDER BY CODE_CNT' DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 9300-EXTRAIRE-SECTION
           THRU    9300-EXTRAIRE-SECTION-FIN.

           MOVE 'MUTUELLE - FACTURES ET ECHEANCES (INVOICE)'
               TO WS-SECTION-TITRE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT ''FACTURE '' || I.NUM_INV || '' DU '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(I.DAT_CREA_INV AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' MOIS '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(D.NUM_MOUNTH AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' MONTANT '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(D.DUE_AMOUNT AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' PAYEE '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(D.DUE_PAID AS VARCHAR),'''') '
                  DELIMITED BY SIZE
                  'FROM INVOICE I LEFT JOIN INV_DUEDATE D '
                  DELIMITED BY SIZE
                  'ON D.NUM_INV = I.NUM_INV WHERE I.CODE_MBR = '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-COND) DELIMITED BY SIZE
                  ' ORDER BY I.DAT_CREA_INV, I.NUM_INV, D.NUM_MOUNTH'
                  DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 9300-EXTRAIRE-SECTION
           THRU    9300-EXTRAIRE-SECTION-FIN.

           MOVE 'MUTUELLE - REGLEMENTS RECUS (RECEIPT)'
               TO WS-SECTION-TITRE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT ''REGLEMENT DU '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(RCPT_DATE AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' MONTANT '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(RCPT_AMOUNT AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' MODE '' || COALESCE(RCPT_MODE,'''') '
                  DELIMITED BY SIZE
                  'FROM RECEIPT WHERE CODE_MBR = '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-COND) DELIMITED BY SIZE
                  ' ORDER BY RCPT_DATE' DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 9300-EXTRAIRE-SECTION
           THRU    9300-EXTRAIRE-SECTION-FIN.

           MOVE 'MUTUELLE - DEMANDES DE REMBOURSEMENT (ASKED_REIMB)'
               TO WS-SECTION-TITRE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT ''DEMANDE '' || CAST(CODE_REIMB AS VARCHAR) '
                  DELIMITED BY SIZE
                  '|| '' DU '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(DAT_CREA_REIMB AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' CONTRAT '' || COALESCE(CODE_CNT,'''') || '
                  DELIMITED BY SIZE
                  ''' MONTANT '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(REIMB_AMOUNT AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' ACCORDE '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(REIMB_TOPAY AS VARCHAR),'
                  DELIMITED BY SIZE
                  '''EN ATTENTE'') ' DELIMITED BY SIZE
                  '|| '' '' || COALESCE(REIMB_REASON,'''') '
                  DELIMITED BY SIZE
                  'FROM ASKED_REIMB WHERE CODE_MBR = '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-COND) DELIMITED BY SIZE
                  ' ORDER BY CODE_REIMB' DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 9300-EXTRAIRE-SECTION
           THRU    9300-EXTRAIRE-SECTION-FIN.

           MOVE 'MUTUELLE - REMBOURSEMENTS PAYES (REIMBURSEMENT)'
               TO WS-SECTION-TITRE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT ''REMBOURSEMENT '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(CODE_REIMB AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' DU '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(REIMB_DATE AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' MONTANT '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(REIMB_AMOUNT AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  ''' PAYE '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(REIMB_PAID AS VARCHAR),'''') '
                  DELIMITED BY SIZE
                  'FROM REIMBURSEMENT WHERE CODE_MBR = '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-COND) DELIMITED BY SIZE
                  ' ORDER BY REIMB_DATE' DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 9300-EXTRAIRE-SECTION
           THRU    9300-EXTRAIRE-SECTION-FIN.

           MOVE 'MUTUELLE - RECLAMATIONS (RECLAMATION)'
               TO WS-SECTION-TITRE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT '
                  DELIMITED BY SIZE
                  '''RECUE LE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(CAST(DAT_RECUE AS VARCHAR),'''') || '
                  DELIMITED BY SIZE
                  '''|SUJET : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(SUJET_RECL,'''') || '
                  DELIMITED BY SIZE
                  '''|STATUT : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(STATUT_RECL,'''') || '
                  DELIMITED BY SIZE
                  '''|TEXTE : '' || '
                  DELIMITED BY SIZE
                  'COALESCE(TEXTE_RECL,'''') '
                  DELIMITED BY SIZE
                  'FROM RECLAMATION WHERE CODE_MBR = '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-COND) DELIMITED BY SIZE
                  ' ORDER BY DAT_RECUE' DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 9300-EXTRAIRE-SECTION
           THRU    9300-EXTRAIRE-SECTION-FIN.

       4000-EXTRAIRE-MUTUELLE-DECO.
OCESQL*    EXEC SQL DISCONNECT ALL END-EXEC.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.
       4000-EXTRAIRE-MUTUELLE-FIN. EXIT.

      * Adherent retrouve sur nom, prenom et date de naissance quand
      * la demande ne porte pas de code membre.
       4100-CHERCHER-ADHERENT.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT MIN(CODE_MBR) FROM MEMBER '
                  DELIMITED BY SIZE
                  'WHERE UPPER(TRIM(FNAME_MBR)) = UPPER('''
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRENOM-ESC) DELIMITED BY SIZE
                  ''') AND UPPER(TRIM(LNAME_MBR)) = UPPER('''
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-ESC) DELIMITED BY SIZE
                  ''') AND COALESCE(CAST(BIRTH_DAT AS VARCHAR), '
                  ''''') = ''' DELIMITED BY SIZE
                  WS-DEM-NAISSANCE(WS-D) DELIMITED BY SIZE
                  '''' DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           MOVE X"00" TO WS-SQL-DYN(WS-SQL-DYN-PTR:1).
           MOVE SPACES TO SQL-CODE-MBR.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CODE-MBR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE WS-SQL-DYN
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               MOVE SPACES TO SQL-CODE-MBR
           END-IF.
       4100-CHERCHER-ADHERENT-FIN. EXIT.

      ******************************************************************
      * Assurance : fiche client de clients-assur.dat rapprochee sur
      * le nom normalise (et la date de naissance quand les deux
      * cotes la portent), puis ses polices et leurs sinistres.
      ******************************************************************
       5000-EXTRAIRE-ASSURANCE.
           MOVE 'ASSURANCE - CLIENT, POLICES ET SINISTRES'
               TO WS-DOSSIER-RECORD.
           WRITE WS-DOSSIER-RECORD.

           MOVE SPACES TO WS-NOM-TRAVAIL.
           STRING WS-DEM-NOM(WS-D) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DEM-PRENOM(WS-D) DELIMITED BY SIZE
               INTO WS-NOM-TRAVAIL.
           PERFORM 6000-NORMALISER-NOM
           THRU    6000-NORMALISER-NOM-FIN.
           MOVE WS-NOM-NORMALISE TO WS-DEM-NORM-1.
           MOVE SPACES TO WS-NOM-TRAVAIL.
           STRING WS-DEM-PRENOM(WS-D) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DEM-NOM(WS-D) DELIMITED BY SIZE
               INTO WS-NOM-TRAVAIL.
           PERFORM 6000-NORMALISER-NOM
           THRU    6000-NORMALISER-NOM-FIN.
           MOVE WS-NOM-NORMALISE TO WS-DEM-NORM-2.
           MOVE SPACES TO WS-DEM-NAISS-8.
           IF WS-DEM-NAISSANCE(WS-D)(5:1) = '-'
               AND WS-DEM-NAISSANCE(WS-D)(8:1) = '-'
               STRING WS-DEM-NAISSANCE(WS-D)(1:4)
                   WS-DEM-NAISSANCE(WS-D)(6:2)
                   WS-DEM-NAISSANCE(WS-D)(9:2)
                   DELIMITED BY SIZE INTO WS-DEM-NAISS-8
           END-IF.

           MOVE ZERO TO WS-NB-CLIENTS-TROUVES.
           OPEN INPUT CLIENTS-FILE.
           IF NOT STATUT-CLIENTS-OK
               MOVE '  (fichier clients-assur.dat indisponible)'
                   TO WS-DOSSIER-RECORD
               WRITE WS-DOSSIER-RECORD
               GO TO 5000-EXTRAIRE-ASSURANCE-FIN
           END-IF.
           OPEN INPUT ASSUR-PART1-FILE.
           OPEN INPUT ASSUR-PART2-FILE.
           OPEN INPUT SINISTRES-FILE.

           PERFORM UNTIL STATUT-CLIENTS-FIN
               READ CLIENTS-FILE
               IF STATUT-CLIENTS-OK
                   PERFORM 5100-EXAMINER-CLIENT
                   THRU    5100-EXAMINER-CLIENT-FIN
               ELSE
                   SET STATUT-CLIENTS-FIN TO TRUE
               END-IF
           END-PERFORM.

           CLOSE SINISTRES-FILE.
           CLOSE ASSUR-PART2-FILE.
           CLOSE ASSUR-PART1-FILE.
           CLOSE CLIENTS-FILE.
           IF WS-NB-CLIENTS-TROUVES = ZERO
               MOVE '  (aucune donnee)' TO WS-DOSSIER-RECORD
               WRITE WS-DOSSIER-RECORD
           END-IF.
       5000-EXTRAIRE-ASSURANCE-FIN. EXIT.

       5100-EXAMINER-CLIENT.
           MOVE WS-CLT-NOM-ASS TO WS-NOM-TRAVAIL.
           PERFORM 6000-NORMALISER-NOM
           THRU    6000-NORMALISER-NOM-FIN.
           IF WS-NOM-NORMALISE NOT = WS-DEM-NORM-1
               AND WS-NOM-NORMALISE NOT = WS-DEM-NORM-2
               GO TO 5100-EXAMINER-CLIENT-FIN
           END-IF.
           IF WS-CLT-NAISSANCE NUMERIC
               AND WS-DEM-NAISS-8 NOT = SPACES
               AND WS-CLT-NAISSANCE NOT = WS-DEM-NAISS-8
               GO TO 5100-EXAMINER-CLIENT-FIN
           END-IF.

           ADD 1 TO WS-NB-CLIENTS-TROUVES.
           MOVE SPACES TO WS-DOSSIER-RECORD.
           STRING '  CLIENT ' WS-CLT-NUMERO ' '
               FUNCTION TRIM(WS-CLT-NOM-ASS)
               ' NE(E) LE ' WS-CLT-NAISSANCE
               DELIMITED BY SIZE INTO WS-DOSSIER-RECORD.
           WRITE WS-DOSSIER-RECORD.

           MOVE ZERO TO WS-NB-POLICES.
           MOVE WS-CLT-NOM-ASS TO WS-CLE-NOM-ASS.
           PERFORM 5200-POLICES-PART1
           THRU    5200-POLICES-PART1-FIN.
           PERFORM 5300-POLICES-PART2
           THRU    5300-POLICES-PART2-FIN.
           IF WS-NB-POLICES = ZERO
               MOVE '    (aucune police)' TO WS-DOSSIER-RECORD
               WRITE WS-DOSSIER-RECORD
           END-IF.
       5100-EXAMINER-CLIENT-FIN. EXIT.

      * Polices du client par la cle secondaire nom de l'assure.
       5200-POLICES-PART1.
           MOVE WS-CLE-NOM-ASS TO WS-NOM-ASS OF WS-ASSUR-PART1-RECORD.
           START ASSUR-PART1-FILE
               KEY = WS-NOM-ASS OF WS-ASSUR-PART1-RECORD.
           IF NOT STATUT-FICHIER-OK
               GO TO 5200-POLICES-PART1-FIN
           END-IF.
           MOVE 'N' TO WS-FIN-PARCOURS.
           PERFORM UNTIL FIN-PARCOURS
               READ ASSUR-PART1-FILE NEXT
               IF NOT STATUT-FICHIER-OK
                   OR WS-NOM-ASS OF WS-ASSUR-PART1-RECORD
                       NOT = WS-CLE-NOM-ASS
                   MOVE 'O' TO WS-FIN-PARCOURS
               ELSE
                   ADD 1 TO WS-NB-POLICES
                   MOVE SPACES TO WS-DOSSIER-RECORD
                   STRING '    POLICE '
                       WS-ID OF WS-ASSUR-PART1-RECORD ' '
                       WS-NOM OF WS-ASSUR-PART1-RECORD ' '
                       WS-STATUT OF WS-ASSUR-PART1-RECORD
                       ' DU ' WS-Date1 OF WS-ASSUR-PART1-RECORD
                       ' AU ' WS-date2 OF WS-ASSUR-PART1-RECORD
                       ' PRIME ' WS-PRIX OF WS-ASSUR-PART1-RECORD
                       ' ' WS-DEVISE OF WS-ASSUR-PART1-RECORD
                       ' INTERMEDIAIRE '
                       WS-IRP OF WS-ASSUR-PART1-RECORD
                       DELIMITED BY SIZE INTO WS-DOSSIER-RECORD
                   WRITE WS-DOSSIER-RECORD
                   MOVE WS-ID OF WS-ASSUR-PART1-RECORD
                       TO WS-CLE-POLICE
                   PERFORM 5400-SINISTRES-POLICE
                   THRU    5400-SINISTRES-POLICE-FIN
               END-IF
           END-PERFORM.
       5200-POLICES-PART1-FIN. EXIT.

       5300-POLICES-PART2.
           MOVE WS-CLE-NOM-ASS TO WS-NOM-ASS OF WS-ASSUR-PART2-RECORD.
           START ASSUR-PART2-FILE
               KEY = WS-NOM-ASS OF WS-ASSUR-PART2-RECORD.
           IF NOT STATUT-FICHIER2-OK
               GO TO 5300-POLICES-PART2-FIN
           END-IF.
           MOVE 'N' TO WS-FIN-PARCOURS.
           PERFORM UNTIL FIN-PARCOURS
               READ ASSUR-PART2-FILE NEXT
               IF NOT STATUT-FICHIER2-OK
                   OR WS-NOM-ASS OF WS-ASSUR-PART2-RECORD
                       NOT = WS-CLE-NOM-ASS
                   MOVE 'O' TO WS-FIN-PARCOURS
               ELSE
                   ADD 1 TO WS-NB-POLICES
                   MOVE SPACES TO WS-DOSSIER-RECORD
                   STRING '    POLICE '
                       WS-ID OF WS-ASSUR-PART2-RECORD ' '
                       WS-NOM OF WS-ASSUR-PART2-RECORD ' '
                       WS-STATUT OF WS-ASSUR-PART2-RECORD
                       ' DU ' WS-Date1 OF WS-ASSUR-PART2-RECORD
                       ' AU ' WS-date2 OF WS-ASSUR-PART2-RECORD
                       ' PRIME ' WS-PRIX OF WS-ASSUR-PART2-RECORD
                       ' ' WS-DEVISE OF WS-ASSUR-PART2-RECORD
                       ' INTERMEDIAIRE '
                       WS-IRP OF WS-ASSUR-PART2-RECORD
                       DELIMITED BY SIZE INTO WS-DOSSIER-RECORD
                   WRITE WS-DOSSIER-RECORD
                   MOVE WS-ID OF WS-ASSUR-PART2-RECORD
                       TO WS-CLE-POLICE
                   PERFORM 5400-SINISTRES-POLICE
                   THRU    5400-SINISTRES-POLICE-FIN
               END-IF
           END-PERFORM.
       5300-POLICES-PART2-FIN. EXIT.

      * Sinistres d'une police par la cle secondaire, comme la
      * consultation par police de assur-sinistres.cbl. Le parcours
      * des sinistres a son propre indicateur de fin, celui des
      * polices restant en cours.
       5400-SINISTRES-POLICE.
           MOVE WS-CLE-POLICE TO WS-SIN-ID-POLICE.
           START SINISTRES-FILE KEY = WS-SIN-ID-POLICE.
           IF NOT STATUT-SINISTRES-OK
               GO TO 5400-SINISTRES-POLICE-FIN
           END-IF.
           MOVE 'N' TO WS-FIN-SINISTRES.
           PERFORM UNTIL FIN-SINISTRES
               READ SINISTRES-FILE NEXT
               IF NOT STATUT-SINISTRES-OK
                   OR WS-SIN-ID-POLICE NOT = WS-CLE-POLICE
                   MOVE 'O' TO WS-FIN-SINISTRES
               ELSE
                   MOVE SPACES TO WS-DOSSIER-RECORD
                   STRING '      SINISTRE ' WS-SIN-NUMERO
                       ' SURVENU ' WS-SIN-DATE-SURV
                       ' DECLARE ' WS-SIN-DATE-DECL
                       ' ' WS-SIN-STATUT
                       ' PROVISION ' WS-SIN-RESERVE
                       ' REGLE ' WS-SIN-REGLE ' ' WS-SIN-DEVISE
                       DELIMITED BY SIZE INTO WS-DOSSIER-RECORD
                   WRITE WS-DOSSIER-RECORD
               END-IF
           END-PERFORM.
       5400-SINISTRES-POLICE-FIN. EXIT.

      ******************************************************************
      * Registre des demandes : date de reception (celle du jour a
      * defaut), date de reponse et controle du delai legal d'un mois
      * date a date (ramene au dernier jour du mois quand le jour
      * n'existe pas, 31 janvier -> 28 ou 29 fevrier).
      ******************************************************************
       7000-INSCRIRE-REGISTRE.
           MOVE WS-DATE-JOUR TO WS-DATE-RECUE.
           IF WS-DEM-RECEPTION(WS-D)(5:1) = '-'
               AND WS-DEM-RECEPTION(WS-D)(8:1) = '-'
               AND WS-DEM-RECEPTION(WS-D)(1:4) NUMERIC
               AND WS-DEM-RECEPTION(WS-D)(6:2) NUMERIC
               AND WS-DEM-RECEPTION(WS-D)(9:2) NUMERIC
               MOVE SPACES TO WS-DATE-ISO
               STRING WS-DEM-RECEPTION(WS-D)(1:4)
                   WS-DEM-RECEPTION(WS-D)(6:2)
                   WS-DEM-RECEPTION(WS-D)(9:2)
                   DELIMITED BY SIZE INTO WS-DATE-ISO
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-DATE-ISO(1:8))) = 0
                   MOVE WS-DATE-ISO(1:8) TO WS-DATE-RECUE
               END-IF
           END-IF.

           MOVE WS-DATE-RECUE TO WS-DATE-LIMITE.
           IF WS-LIM-MM = 12
               MOVE 1 TO WS-LIM-MM
               ADD 1 TO WS-LIM-AAAA
           ELSE
               ADD 1 TO WS-LIM-MM
           END-IF.
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-LIMITE) = 0
               SUBTRACT 1 FROM WS-LIM-JJ
           END-PERFORM.

           IF WS-DATE-JOUR > WS-DATE-RECUE
               COMPUTE WS-DELAI-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-RECUE)
           ELSE
               MOVE ZERO TO WS-DELAI-JOURS
           END-IF.
           IF WS-DATE-JOUR > WS-DATE-LIMITE
               MOVE 'HORS DELAI' TO WS-CONTROLE-DELAI
               ADD 1 TO WS-NB-HORS-DELAI
           ELSE
               MOVE 'DANS LE DELAI' TO WS-CONTROLE-DELAI
               ADD 1 TO WS-NB-DANS-DELAI
           END-IF.

           MOVE SPACES TO WS-REGISTRE-RECORD.
           STRING 'RECUE ' WS-DATE-RECUE
               ' REPONDUE ' WS-DATE-JOUR
               ' DELAI ' WS-DELAI-JOURS ' J'
               ' LIMITE ' WS-DATE-LIMITE
               ' ' WS-CONTROLE-DELAI
               ' ' FUNCTION TRIM(WS-DEM-PRENOM(WS-D))
               ' ' FUNCTION TRIM(WS-DEM-NOM(WS-D))
               ' ' WS-DEM-NAISSANCE(WS-D)
               ' [' FUNCTION TRIM(WS-DEM-CODE-MBR(WS-D)) ']'
               DELIMITED BY SIZE INTO WS-REGISTRE-RECORD.
           WRITE WS-REGISTRE-RECORD.

           MOVE SPACES TO WS-DOSSIER-RECORD.
           STRING 'DEMANDE RECUE LE ' WS-DATE-RECUE
               ', REPONDUE LE ' WS-DATE-JOUR
               ' (LIMITE LEGALE ' WS-DATE-LIMITE ') : '
               WS-CONTROLE-DELAI
               DELIMITED BY SIZE INTO WS-DOSSIER-RECORD.
           WRITE WS-DOSSIER-RECORD.
       7000-INSCRIRE-REGISTRE-FIN. EXIT.

      ******************************************************************
      * Meme normalisation que assur-croisement-mutuelle.cbl :
      * majuscules, espaces et traits d'union retires.
      ******************************************************************
       6000-NORMALISER-NOM.
           MOVE FUNCTION UPPER-CASE(WS-NOM-TRAVAIL) TO WS-NOM-TRAVAIL.
           MOVE SPACES TO WS-NOM-NORMALISE.
           MOVE ZERO TO WS-POS-CIBLE.
           PERFORM VARYING WS-POS-SOURCE FROM 1 BY 1
                   UNTIL WS-POS-SOURCE > 61
               IF WS-NOM-TRAVAIL(WS-POS-SOURCE:1) NOT = SPACE
                   AND WS-NOM-TRAVAIL(WS-POS-SOURCE:1) NOT = '-'
                   ADD 1 TO WS-POS-CIBLE
                   MOVE WS-NOM-TRAVAIL(WS-POS-SOURCE:1)
                       TO WS-NOM-NORMALISE(WS-POS-CIBLE:1)
               END-IF
           END-PERFORM.
       6000-NORMALISER-NOM-FIN. EXIT.

      ******************************************************************
      * Une section du dossier : titre, puis chaque rang renvoye par
      * le SELECT de WS-SQL-DYN (une seule colonne texte composee
      * cote base, elements "LIBELLE : valeur" separes par '|') mis
      * en page par 9310-ECRIRE-RANG, ou la mention d'absence de
      * donnees.
      ******************************************************************
       9300-EXTRAIRE-SECTION.
           MOVE X"00" TO WS-SQL-DYN(WS-SQL-DYN-PTR:1).
           MOVE WS-SECTION-TITRE TO WS-DOSSIER-RECORD.
           WRITE WS-DOSSIER-RECORD.
           MOVE ZERO TO WS-NB-LIGNES-SEC.

OCESQL*    EXEC SQL DECLARE ACC_CUR CURSOR FOR ... END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ACC_CUR" & x"00"
OCESQL          BY REFERENCE WS-SQL-DYN
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN ACC_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ACC_CUR" & x"00"
OCESQL     END-CALL.

           MOVE SQLCODE TO WS-SEC-SQLCODE.
           PERFORM UNTIL WS-SEC-SQLCODE NOT = 0
OCESQL*        EXEC SQL FETCH ACC_CUR INTO :SQL-LIGNE END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 2000
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-LIGNE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ACC_CUR" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               MOVE SQLCODE TO WS-SEC-SQLCODE
               IF WS-SEC-SQLCODE = 0
                   ADD 1 TO WS-NB-LIGNES-SEC
                   PERFORM 9310-ECRIRE-RANG
                   THRU    9310-ECRIRE-RANG-FIN
               END-IF
           END-PERFORM.

OCESQL*    EXEC SQL CLOSE ACC_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ACC_CUR" & x"00"
OCESQL     END-CALL.

           IF WS-NB-LIGNES-SEC = ZERO
               MOVE '  (aucune donnee)' TO WS-DOSSIER-RECORD
               WRITE WS-DOSSIER-RECORD
           END-IF.
       9300-EXTRAIRE-SECTION-FIN. EXIT.

      ******************************************************************
      * Un rang de SQL-LIGNE : chaque element separe par '|' sur sa
      * propre ligne, le premier marque d'un tiret. Rien n'est
      * tronque : un element plus long que la ligne est replie.
      ******************************************************************
       9310-ECRIRE-RANG.
           IF SQL-LIGNE = SPACES
               GO TO 9310-ECRIRE-RANG-FIN
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SQL-LIGNE TRAILING))
               TO WS-RANG-LONG.
           MOVE 'O' TO WS-PREMIER-ITEM.
           MOVE 1 TO WS-ITEM-DEBUT.
           PERFORM UNTIL WS-ITEM-DEBUT > WS-RANG-LONG
               MOVE WS-ITEM-DEBUT TO WS-ITEM-FIN
               PERFORM UNTIL WS-ITEM-FIN > WS-RANG-LONG
                       OR SQL-LIGNE(WS-ITEM-FIN:1) = '|'
                   ADD 1 TO WS-ITEM-FIN
               END-PERFORM
               COMPUTE WS-ITEM-LONG = WS-ITEM-FIN - WS-ITEM-DEBUT
               IF WS-ITEM-LONG > ZERO
                   MOVE SPACES TO WS-ITEM
                   MOVE SQL-LIGNE(WS-ITEM-DEBUT:WS-ITEM-LONG)
                       TO WS-ITEM
                   PERFORM 9320-ECRIRE-ELEMENT
                   THRU    9320-ECRIRE-ELEMENT-FIN
               END-IF
               COMPUTE WS-ITEM-DEBUT = WS-ITEM-FIN + 1
           END-PERFORM.
       9310-ECRIRE-RANG-FIN. EXIT.

      ******************************************************************
      * Un element (WS-ITEM) : premiere ligne en retrait de 4 (tiret
      * pour le premier element du rang), lignes de suite en retrait
      * de 6, tant qu'il reste du texte.
      ******************************************************************
       9320-ECRIRE-ELEMENT.
           IF WS-ITEM = SPACES
               GO TO 9320-ECRIRE-ELEMENT-FIN
           END-IF.
           MOVE FUNCTION TRIM(WS-ITEM) TO WS-ITEM-NET.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ITEM-NET TRAILING))
               TO WS-ITEM-LONG.
           MOVE 1 TO WS-MORCEAU-DEBUT.
           MOVE 116 TO WS-MORCEAU-MAX.
           PERFORM UNTIL WS-MORCEAU-DEBUT > WS-ITEM-LONG
               COMPUTE WS-MORCEAU-LONG =
                   WS-ITEM-LONG - WS-MORCEAU-DEBUT + 1
               IF WS-MORCEAU-LONG > WS-MORCEAU-MAX
                   MOVE WS-MORCEAU-MAX TO WS-MORCEAU-LONG
               END-IF
               MOVE SPACES TO WS-DOSSIER-RECORD
               IF WS-MORCEAU-DEBUT > 1
                   MOVE WS-ITEM-NET(WS-MORCEAU-DEBUT:WS-MORCEAU-LONG)
                       TO WS-DOSSIER-RECORD(7:)
               ELSE
                   IF PREMIER-ITEM
                       MOVE '  - ' TO WS-DOSSIER-RECORD(1:4)
                   END-IF
                   MOVE WS-ITEM-NET(WS-MORCEAU-DEBUT:WS-MORCEAU-LONG)
                       TO WS-DOSSIER-RECORD(5:)
               END-IF
               WRITE WS-DOSSIER-RECORD
               ADD WS-MORCEAU-LONG TO WS-MORCEAU-DEBUT
               MOVE 114 TO WS-MORCEAU-MAX
           END-PERFORM.
           MOVE 'N' TO WS-PREMIER-ITEM.
       9320-ECRIRE-ELEMENT-FIN. EXIT.

      ******************************************************************
       9100-ECHAPPER-DEMANDE.
           MOVE WS-DEM-PRENOM(WS-D) TO WS-VALEUR-BRUTE.
           PERFORM 9000-ECHAPPER-VALEUR
           THRU    9000-ECHAPPER-VALEUR-FIN.
           MOVE WS-VALEUR-ESC TO WS-PRENOM-ESC.
           MOVE WS-DEM-NOM(WS-D) TO WS-VALEUR-BRUTE.
           PERFORM 9000-ECHAPPER-VALEUR
           THRU    9000-ECHAPPER-VALEUR-FIN.
           MOVE WS-VALEUR-ESC TO WS-NOM-ESC.
       9100-ECHAPPER-DEMANDE-FIN. EXIT.

      ******************************************************************
      * Double toute apostrophe de WS-VALEUR-BRUTE dans WS-VALEUR-ESC.
      ******************************************************************
       9000-ECHAPPER-VALEUR.
           MOVE SPACES TO WS-VALEUR-ESC.
           MOVE 1 TO WS-ESC-PTR.
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX >
                       FUNCTION LENGTH(FUNCTION TRIM(WS-VALEUR-BRUTE))
               IF WS-VALEUR-BRUTE(WS-ESC-IDX:1) = WS-QUOTE-CHAR
                   STRING WS-QUOTE-CHAR WS-QUOTE-CHAR
                       DELIMITED BY SIZE
                       INTO WS-VALEUR-ESC
                       WITH POINTER WS-ESC-PTR
                   END-STRING
               ELSE
                   STRING WS-VALEUR-BRUTE(WS-ESC-IDX:1)
                       DELIMITED BY SIZE
                       INTO WS-VALEUR-ESC
                       WITH POINTER WS-ESC-PTR
                   END-STRING
               END-IF
           END-PERFORM.
       9000-ECHAPPER-VALEUR-FIN. EXIT.

       END PROGRAM people-acces.
