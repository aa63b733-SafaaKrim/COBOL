      *   en excluant les personnes dont nom, prenom et date de
      *   naissance correspondent deja a une ligne MEMBER de bobodb. Les deux
      *   bases sont interrogees l'une apres l'autre (une seule
      *   connexion OCESQL a la fois). Quand l'index des personnes
      *   personnes-index.dat de people-index.cob existe, un citoyen
      *   indexe est exclu si sa personne a un lien MEMBRE ; le
      *   rapprochement sur les noms ne sert plus qu'aux citoyens
      *   absents de l'index. Forme precompilee OCESQL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. people-prospects.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-PROSPECTS.

           SELECT INDEX-FILE
           ASSIGN TO 'personnes-index.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INDEX.

       DATA DIVISION.
       FILE SECTION.
       FD PROSPECTS-FILE
           DATA RECORD     IS WS-PROSPECT-RECORD.
       01 WS-PROSPECT-RECORD PIC X(150).

       FD INDEX-FILE
      * Meme dessin que dans people-index.cob.
           RECORD CONTAINS 183 CHARACTERS
           DATA RECORD     IS WS-INDEX-RECORD.
       01 WS-INDEX-RECORD.
           05 WS-IDX-PERSONNE  PIC 9(8).
           05 FILLER           PIC X(1).
           05 WS-IDX-SOURCE    PIC X(7).
           05 FILLER           PIC X(1).
           05 WS-IDX-CLE       PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-IDX-CONFIANCE PIC X(1).
           05 FILLER           PIC X(1).
           05 WS-IDX-ETAT      PIC X(1).
           05 FILLER           PIC X(1).
           05 WS-IDX-NAISSANCE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-IDX-NOM-NORM  PIC X(61).
           05 FILLER           PIC X(1).
           05 WS-IDX-LIBELLE   PIC X(50).
           05 FILLER           PIC X(1).
           05 WS-IDX-OPERATEUR PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-IDX-DATE-DEC  PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PROSPECTS PIC X(02).
          88 STATUT-PROSPECTS-OK VALUE '00'.

       01 WS-STATUS-INDEX    PIC X(02).
          88 STATUT-INDEX-OK  VALUE '00'.
          88 STATUT-INDEX-FIN VALUE '10'.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME-CITOYENS    PIC X(30) VALUE 'citoyens'.
       01 DBNAME-BOBO        PIC X(30) VALUE 'bobodb'.
       01 SQL-PR-NOM         PIC X(50).
       01 SQL-PR-NAISSANCE   PIC X(10).
       01 SQL-PR-PAYS        PIC X(50).
       01 SQL-PR-ID          PIC X(20).
       01 SQL-NB-MEMBRES     PIC 9(05).
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

             10 WS-CAND-NOM       PIC X(50).
             10 WS-CAND-NAISSANCE PIC X(10).
             10 WS-CAND-PAYS      PIC X(50).
             10 WS-CAND-ID        PIC X(20).

      * Liens CITOYEN et MEMBRE de l'index des personnes.
       01 WS-INDEX-PRESENT   PIC X(01) VALUE 'N'.
          88 INDEX-PRESENT   VALUE 'O'.
       01 WS-NB-LIENS        PIC 9(04) VALUE ZERO.
       01 WS-TAB-LIENS.
          05 WS-LN-ENTREE OCCURS 3000 TIMES.
             10 WS-LN-PERSONNE   PIC 9(08).
             10 WS-LN-SOURCE     PIC X(07).
             10 WS-LN-CLE        PIC X(20).
       01 WS-L               PIC 9(04).
       01 WS-PERSONNE        PIC 9(08).
       01 WS-DEJA-MEMBRE     PIC X(01).
          88 DEJA-MEMBRE     VALUE 'O'.

       01 WS-C               PIC 9(03).
       01 WS-CTY-SQLCODE     PIC S9(9) VALUE ZERO.
               TO WS-PROSPECT-RECORD.
           WRITE WS-PROSPECT-RECORD.

           PERFORM 1500-CHARGER-INDEX
           THRU    1500-CHARGER-INDEX-FIN.

           PERFORM 2000-SELECTIONNER-CITOYENS
           THRU    2000-SELECTIONNER-CITOYENS-FIN.

       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Index des personnes, s'il a ete construit : seuls les liens
      * CITOYEN et MEMBRE servent ici.
      ******************************************************************
       1500-CHARGER-INDEX.
           OPEN INPUT INDEX-FILE.
           IF NOT STATUT-INDEX-OK
               GO TO 1500-CHARGER-INDEX-FIN
           END-IF.
           SET INDEX-PRESENT TO TRUE.
           PERFORM UNTIL STATUT-INDEX-FIN
               READ INDEX-FILE
               IF STATUT-INDEX-OK
                   IF (WS-IDX-SOURCE = 'MEMBRE'
                       OR WS-IDX-SOURCE = 'CITOYEN')
                       AND WS-NB-LIENS < 3000
                       ADD 1 TO WS-NB-LIENS
                       MOVE WS-IDX-PERSONNE
                           TO WS-LN-PERSONNE(WS-NB-LIENS)
                       MOVE WS-IDX-SOURCE
                           TO WS-LN-SOURCE(WS-NB-LIENS)
                       MOVE WS-IDX-CLE
                           TO WS-LN-CLE(WS-NB-LIENS)
                   END-IF
               ELSE
                   SET STATUT-INDEX-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE INDEX-FILE.
       1500-CHARGER-INDEX-FIN. EXIT.

      ******************************************************************
      * Premiere phase : connexion a la base citoyens et selection
      * des candidats du pays et de la tranche d'age demandes.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT first_name, last_name, '
                  'COALESCE(CAST(birth_date AS VARCHAR), ''''), '
                  'country, CAST(id AS VARCHAR) '
                  'FROM databank WHERE country = '''
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALEUR-ESC) DELIMITED BY SIZE
                  ''' AND age BETWEEN ' DELIMITED BY SIZE
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PR-PAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PR-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_PRO_CUR" & x"00"
                           TO WS-CAND-NAISSANCE (WS-NB-CANDIDATS)
                       MOVE SQL-PR-PAYS
                           TO WS-CAND-PAYS (WS-NB-CANDIDATS)
                       MOVE SQL-PR-ID
                           TO WS-CAND-ID (WS-NB-CANDIDATS)
                   ELSE
                       DISPLAY 'PLUS DE 500 CANDIDATS, SUITE IGNOREE'
                   END-IF
       4000-FILTRER-ET-ECRIRE-FIN. EXIT.

       4100-TRAITER-CANDIDAT.
      * Citoyen indexe : l'index dit seul s'il est deja membre.
           IF INDEX-PRESENT
               PERFORM 4200-MEMBRE-PAR-INDEX
               THRU    4200-MEMBRE-PAR-INDEX-FIN
               IF WS-PERSONNE NOT = ZERO
                   IF DEJA-MEMBRE
                       ADD 1 TO WS-NB-DEJA-MEMBRES
                       GO TO 4100-TRAITER-CANDIDAT-FIN
                   END-IF
                   GO TO 4100-ECRIRE-PROSPECT
               END-IF
           END-IF.

      * L'exclusion exige nom, prenom ET date de naissance : sans le
      * prenom, un jumeau deja adherent exclurait son frere ou sa
      * soeur de la prospection.
               GO TO 4100-TRAITER-CANDIDAT-FIN
           END-IF.

       4100-ECRIRE-PROSPECT.
           ADD 1 TO WS-NB-PROSPECTS.
           MOVE SPACES TO WS-PROSPECT-RECORD.
           STRING FUNCTION TRIM(WS-CAND-NOM (WS-C)) ';'
           WRITE WS-PROSPECT-RECORD.
       4100-TRAITER-CANDIDAT-FIN. EXIT.

      ******************************************************************
      * Candidat present dans l'index : WS-PERSONNE recoit sa
      * personne et DEJA-MEMBRE est pose si elle a un lien MEMBRE.
      ******************************************************************
       4200-MEMBRE-PAR-INDEX.
           MOVE ZERO TO WS-PERSONNE.
           MOVE 'N' TO WS-DEJA-MEMBRE.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NB-LIENS OR WS-PERSONNE NOT = ZERO
               IF WS-LN-SOURCE(WS-L) = 'CITOYEN'
                   AND WS-LN-CLE(WS-L) = WS-CAND-ID (WS-C)
                   MOVE WS-LN-PERSONNE(WS-L) TO WS-PERSONNE
               END-IF
           END-PERFORM.
           IF WS-PERSONNE = ZERO
               GO TO 4200-MEMBRE-PAR-INDEX-FIN
           END-IF.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NB-LIENS OR DEJA-MEMBRE
               IF WS-LN-SOURCE(WS-L) = 'MEMBRE'
                   AND WS-LN-PERSONNE(WS-L) = WS-PERSONNE
                   MOVE 'O' TO WS-DEJA-MEMBRE
               END-IF
           END-PERFORM.
       4200-MEMBRE-PAR-INDEX-FIN. EXIT.

      ******************************************************************
      * Double toute apostrophe de WS-VALEUR-BRUTE dans WS-VALEUR-ESC.
      ******************************************************************
