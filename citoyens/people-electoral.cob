      ******************************************************************
      * Programme : people-electoral
      * Description : Extraction de la liste electorale a une date de
      *   revision, a partir de la table citoyens : sont inscrits les
      *   citoyens majeurs (18 ans revolus a la date de revision) dont
      *   le code pays figure dans la liste des nationalites eligibles
      *   du fichier central des parametres (ELECT_NATIONALITES, codes
      *   separes de virgules, FR a defaut), hors citoyens DECEDE ou
      *   PARTI (statut pose par people-evenements.cob), tries par
      *   commune puis nom. La liste part en format fixe pour la
      *   prefecture (entete, une ligne par electeur, enregistrement
      *   de controle) dans liste-electorale-<AAAAMMJJ>.dat, qui sert
      *   aussi de copie datee. Chaque revision est notee dans
      *   liste-electorale-revisions.dat ; la liste de la revision
      *   precedente est relue et confrontee a la nouvelle :
      *   inscriptions (majorite atteinte, arrivee), radiations
      *   (deces, depart, nationalite, sortie du registre) et
      *   changements de commune, avec leur motif, dans
      *   rapport-revision-electorale.dat. La date de revision vient
      *   de la variable d'environnement ELECT_DATE_REVISION
      *   (AAAAMMJJ), a defaut la date du jour. Ecrit sous la forme
      *   precompilee OCESQL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. people-electoral.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTE-FILE ASSIGN DYNAMIC WS-LISTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-LISTE.

           SELECT REVISIONS-FILE
           ASSIGN TO 'liste-electorale-revisions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-REVISIONS.

           SELECT RAPPORT-FILE
           ASSIGN TO 'rapport-revision-electorale.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD LISTE-FILE
      * Format d'echange avec la prefecture : E = entete, D = un
      * electeur, T = enregistrement de controle en fin de liste.
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD     IS WS-LISTE-RECORD.
       01 WS-LISTE-RECORD.
           05 LE-TYPE         PIC X(1).
              88 LE-ENTETE-LIGNE  VALUE 'E'.
              88 LE-ELECTEUR      VALUE 'D'.
              88 LE-CONTROLE      VALUE 'T'.
           05 LE-DETAIL.
              10 LE-COMMUNE      PIC X(30).
              10 LE-CP           PIC X(10).
              10 LE-NOM          PIC X(30).
              10 LE-PRENOM       PIC X(30).
              10 LE-NAISSANCE    PIC 9(8).
              10 LE-NATIONALITE  PIC X(3).
              10 FILLER          PIC X(8).
           05 LE-ENTETE REDEFINES LE-DETAIL.
              10 LE-E-DATE       PIC 9(8).
              10 LE-E-LIBELLE    PIC X(40).
              10 FILLER          PIC X(71).
           05 LE-FIN REDEFINES LE-DETAIL.
              10 LE-T-DATE       PIC 9(8).
              10 LE-T-NB-ELECTEURS PIC 9(7).
              10 LE-T-NB-COMMUNES  PIC 9(5).
              10 LE-T-CUMUL-NAISSANCE PIC 9(15).
              10 FILLER          PIC X(84).

       FD REVISIONS-FILE
      * Une ligne par revision : date de revision et nombre
      * d'electeurs inscrits.
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD     IS WS-REVISION-RECORD.
       01 WS-REVISION-RECORD.
           05 WS-REV-DATE     PIC 9(8).
           05 FILLER          PIC X(1).
           05 WS-REV-NB       PIC 9(7).

       FD RAPPORT-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LISTE    PIC X(02).
          88 STATUT-LISTE-OK  VALUE '00'.
          88 STATUT-LISTE-FIN VALUE '10'.

       01 WS-STATUS-REVISIONS PIC X(02).
          88 STATUT-REVISIONS-OK  VALUE '00'.
          88 STATUT-REVISIONS-FIN VALUE '10'.

       01 WS-STATUS-RAPPORT  PIC X(02).
          88 STATUT-RAPPORT-OK VALUE '00'.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME             PIC X(30) VALUE 'citoyens'.
       01 USERNAME           PIC X(30) VALUE 'cobol'.
       01 PASSWD             PIC X(10) VALUE SPACE.

       01 SQL-CTY-PRENOM     PIC X(50).
       01 SQL-CTY-NOM        PIC X(50).
       01 SQL-CTY-NAISSANCE  PIC X(10).
       01 SQL-CTY-CODE       PIC X(10).
       01 SQL-CTY-COMMUNE    PIC X(50).
       01 SQL-CTY-CP         PIC X(10).
       01 SQL-CTY-STATUT     PIC X(10).
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(274) VALUE "SELECT COALESCE(first_name,''),"
OCESQL  &  " COALESCE(last_name,''), COALESCE(CAST(birth_date AS VARCHA"
OCESQL  &  "R),''), COALESCE(country_code,''), COALESCE(city,''), COALE"
OCESQL  &  "SCE(postal_code,''), COALESCE(statut,'') FROM databank ORDE"
OCESQL  &  "R BY UPPER(COALESCE(city,'')), UPPER(last_name), UPPER(firs"
OCESQL  &  "t_name)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       01 WS-CTY-SQLCODE     PIC S9(9) VALUE ZERO.

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation.
       01 WS-PARAM-CLE       PIC X(20).
       01 WS-PARAM-VALEUR    PIC X(20).
       01 WS-PARAM-CODE      PIC X(02).

      * Nationalites eligibles (codes pays de databank).
       01 WS-NATIONALITES    PIC X(20) VALUE 'FR'.
       01 WS-NB-NATIONALITES PIC 9(02) VALUE ZERO.
       01 WS-TAB-NATIONALITES.
          05 WS-NAT-CODE OCCURS 10 TIMES PIC X(03).

       01 WS-LISTE-PATH      PIC X(200).
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-DATE-SAISIE     PIC X(08).
       01 WS-DATE-REVISION   PIC 9(08).
       01 WS-DATE-PRECEDENTE PIC 9(08) VALUE ZERO.
       01 WS-DERNIERE-REVISION PIC 9(08) VALUE ZERO.
       01 WS-COMPARAISON-OK  PIC X(01) VALUE 'N'.
          88 COMPARAISON-POSSIBLE VALUE 'O'.

      * Citoyens de la base (eligibles ou non : les non eligibles
      * servent au motif des radiations), dans l'ordre de la liste.
       01 WS-NB-CITOYENS     PIC 9(04) VALUE ZERO.
       01 WS-TAB-CITOYENS.
          05 WS-CIT-ENTREE OCCURS 3000 TIMES.
             10 WS-CIT-PRENOM    PIC X(30).
             10 WS-CIT-NOM       PIC X(30).
             10 WS-CIT-NAISSANCE PIC 9(08).
             10 WS-CIT-CODE      PIC X(03).
             10 WS-CIT-COMMUNE   PIC X(30).
             10 WS-CIT-CP        PIC X(10).
             10 WS-CIT-STATUT    PIC X(10).
             10 WS-CIT-ELIGIBLE  PIC X(01).

      * Liste de la revision precedente.
       01 WS-NB-ANCIEN       PIC 9(04) VALUE ZERO.
       01 WS-TAB-ANCIEN.
          05 WS-ANC-ENTREE OCCURS 3000 TIMES.
             10 WS-ANC-PRENOM    PIC X(30).
             10 WS-ANC-NOM       PIC X(30).
             10 WS-ANC-NAISSANCE PIC 9(08).
             10 WS-ANC-COMMUNE   PIC X(30).

       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-POS             PIC 9(04).
       01 WS-NAISSANCE-NUM   PIC 9(08).
       01 WS-MAJORITE        PIC 9(08).
       01 WS-NB-ELECTEURS    PIC 9(07) VALUE ZERO.
       01 WS-NB-COMMUNES     PIC 9(05) VALUE ZERO.
       01 WS-COMMUNE-PREC    PIC X(30).
       01 WS-CUMUL-NAISSANCE PIC 9(15) VALUE ZERO.
       01 WS-NB-MINEURS      PIC 9(06) VALUE ZERO.
       01 WS-NB-ETRANGERS    PIC 9(06) VALUE ZERO.
       01 WS-NB-STATUT       PIC 9(06) VALUE ZERO.
       01 WS-NB-SANS-NAISSANCE PIC 9(06) VALUE ZERO.
       01 WS-NB-INSCRIPTIONS PIC 9(06) VALUE ZERO.
       01 WS-NB-RADIATIONS   PIC 9(06) VALUE ZERO.
       01 WS-NB-CHANGEMENTS  PIC 9(06) VALUE ZERO.
       01 WS-MOTIF           PIC X(30).

       PROCEDURE DIVISION.
       1000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR TO WS-DATE-REVISION.
           MOVE SPACES TO WS-DATE-SAISIE.
           ACCEPT WS-DATE-SAISIE FROM ENVIRONMENT
               'ELECT_DATE_REVISION'.
           IF WS-DATE-SAISIE NOT = SPACES
               IF WS-DATE-SAISIE IS NUMERIC
                   MOVE WS-DATE-SAISIE TO WS-DATE-REVISION
               ELSE
                   DISPLAY 'ELECT_DATE_REVISION ILLISIBLE ('
                       WS-DATE-SAISIE ') : DATE DU JOUR RETENUE'
               END-IF
           END-IF.

           PERFORM 1500-CHARGER-NATIONALITES
           THRU    1500-CHARGER-NATIONALITES-FIN.

           PERFORM 1600-CHERCHER-REVISION-PREC
           THRU    1600-CHERCHER-REVISION-PREC-FIN.

OCESQL*    EXEC SQL
OCESQL*        CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE USERNAME
OCESQL          BY VALUE 30
OCESQL          BY REFERENCE PASSWD
OCESQL          BY VALUE 10
OCESQL          BY REFERENCE DBNAME
OCESQL          BY VALUE 30
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'CONNEXION BASE IMPOSSIBLE, SQLCODE ' SQLCODE
               STOP RUN
           END-IF.

      * Le statut est pose par people-evenements.cob : la colonne est
      * creee si aucun evenement n'a encore ete traite.
OCESQL*    EXEC SQL ALTER TABLE databank
OCESQL*        ADD COLUMN IF NOT EXISTS statut VARCHAR(10)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ALTER TABLE databank ADD COLUMN IF NOT E"
OCESQL  &  "XISTS statut VARCHAR(10)" & x"00"
OCESQL     END-CALL.

           PERFORM 2000-CHARGER-CITOYENS
           THRU    2000-CHARGER-CITOYENS-FIN.

OCESQL*    EXEC SQL COMMIT WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL DISCONNECT ALL END-EXEC.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.

           PERFORM 3000-CHARGER-LISTE-PRECEDENTE
           THRU    3000-CHARGER-LISTE-PRECEDENTE-FIN.

           PERFORM 4000-ECRIRE-LISTE
           THRU    4000-ECRIRE-LISTE-FIN.

           PERFORM 5000-ECRIRE-RAPPORT
           THRU    5000-ECRIRE-RAPPORT-FIN.

           PERFORM 6000-NOTER-REVISION
           THRU    6000-NOTER-REVISION-FIN.

           DISPLAY 'REVISION DU ' WS-DATE-REVISION
               ' - ELECTEURS INSCRITS : ' WS-NB-ELECTEURS.
           DISPLAY 'INSCRIPTIONS / RADIATIONS / CHANGEMENTS : '
               WS-NB-INSCRIPTIONS ' / ' WS-NB-RADIATIONS ' / '
               WS-NB-CHANGEMENTS.
       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Nationalites eligibles : fichier central des parametres, puis
      * variable d'environnement du meme nom, puis FR.
      ******************************************************************
       1500-CHARGER-NATIONALITES.
           MOVE 'ELECT_NATIONALITES' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE
               ON EXCEPTION
                   MOVE '10' TO WS-PARAM-CODE
           END-CALL.
           IF WS-PARAM-CODE = '00' AND WS-PARAM-VALEUR NOT = SPACES
               MOVE WS-PARAM-VALEUR TO WS-NATIONALITES
           ELSE
               MOVE SPACES TO WS-PARAM-VALEUR
               ACCEPT WS-PARAM-VALEUR FROM ENVIRONMENT
                   'ELECT_NATIONALITES'
               IF WS-PARAM-VALEUR NOT = SPACES
                   MOVE WS-PARAM-VALEUR TO WS-NATIONALITES
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-NATIONALITES)
               TO WS-NATIONALITES.
           MOVE SPACES TO WS-TAB-NATIONALITES.
           UNSTRING WS-NATIONALITES DELIMITED BY ',' OR ALL SPACE
               INTO WS-NAT-CODE(1) WS-NAT-CODE(2) WS-NAT-CODE(3)
                    WS-NAT-CODE(4) WS-NAT-CODE(5) WS-NAT-CODE(6)
                    WS-NAT-CODE(7) WS-NAT-CODE(8) WS-NAT-CODE(9)
                    WS-NAT-CODE(10)
               TALLYING IN WS-NB-NATIONALITES
           END-UNSTRING.
           DISPLAY 'NATIONALITES ELIGIBLES : '
               FUNCTION TRIM(WS-NATIONALITES).
       1500-CHARGER-NATIONALITES-FIN. EXIT.

      ******************************************************************
      * Revision precedente : la derniere date du journal des
      * revisions anterieure a la date de revision. Un nouveau
      * passage a la meme date remplace la liste du jour.
      ******************************************************************
       1600-CHERCHER-REVISION-PREC.
           OPEN INPUT REVISIONS-FILE.
           IF NOT STATUT-REVISIONS-OK
               GO TO 1600-CHERCHER-REVISION-PREC-FIN
           END-IF.
           PERFORM UNTIL STATUT-REVISIONS-FIN
               READ REVISIONS-FILE
               IF STATUT-REVISIONS-OK
                   MOVE WS-REV-DATE TO WS-DERNIERE-REVISION
                   IF WS-REV-DATE < WS-DATE-REVISION
                       AND WS-REV-DATE > WS-DATE-PRECEDENTE
                       MOVE WS-REV-DATE TO WS-DATE-PRECEDENTE
                   END-IF
               ELSE
                   SET STATUT-REVISIONS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE REVISIONS-FILE.
       1600-CHERCHER-REVISION-PREC-FIN. EXIT.

      ******************************************************************
      * Charge tous les citoyens, dans l'ordre commune puis nom, et
      * marque les eligibles a la date de revision.
      ******************************************************************
       2000-CHARGER-CITOYENS.
OCESQL*    EXEC SQL DECLARE ELE_CUR CURSOR FOR ... END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ELE_CUR" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN ELE_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ELE_CUR" & x"00"
OCESQL     END-CALL.

           MOVE ZERO TO WS-CTY-SQLCODE.
           PERFORM UNTIL WS-CTY-SQLCODE = +100
OCESQL*        EXEC SQL FETCH ELE_CUR INTO ... END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 50
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CTY-PRENOM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 50
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CTY-NOM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CTY-NAISSANCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CTY-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 50
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CTY-COMMUNE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CTY-CP
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CTY-STATUT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ELE_CUR" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               MOVE SQLCODE TO WS-CTY-SQLCODE
               IF WS-CTY-SQLCODE = 0
                   PERFORM 2100-RANGER-CITOYEN
                   THRU    2100-RANGER-CITOYEN-FIN
               END-IF
           END-PERFORM.

OCESQL*    EXEC SQL CLOSE ELE_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ELE_CUR" & x"00"
OCESQL     END-CALL.
       2000-CHARGER-CITOYENS-FIN. EXIT.

       2100-RANGER-CITOYEN.
           IF WS-NB-CITOYENS >= 3000
               DISPLAY 'PLUS DE 3000 CITOYENS, LIGNE IGNOREE : '
                   FUNCTION TRIM(SQL-CTY-NOM)
               GO TO 2100-RANGER-CITOYEN-FIN
           END-IF.
           ADD 1 TO WS-NB-CITOYENS.
           MOVE WS-NB-CITOYENS TO WS-I.
           MOVE FUNCTION UPPER-CASE(SQL-CTY-PRENOM)
               TO WS-CIT-PRENOM(WS-I).
           MOVE FUNCTION UPPER-CASE(SQL-CTY-NOM) TO WS-CIT-NOM(WS-I).
           MOVE FUNCTION UPPER-CASE(SQL-CTY-CODE) TO WS-CIT-CODE(WS-I).
           MOVE FUNCTION UPPER-CASE(SQL-CTY-COMMUNE)
               TO WS-CIT-COMMUNE(WS-I).
           MOVE SQL-CTY-CP TO WS-CIT-CP(WS-I).
           MOVE FUNCTION UPPER-CASE(SQL-CTY-STATUT)
               TO WS-CIT-STATUT(WS-I).
           MOVE ZERO TO WS-CIT-NAISSANCE(WS-I).
           MOVE 'N' TO WS-CIT-ELIGIBLE(WS-I).

      * Date de naissance AAAA-MM-JJ ; sans elle, pas d'inscription.
           IF SQL-CTY-NAISSANCE(1:4) NUMERIC
               AND SQL-CTY-NAISSANCE(6:2) NUMERIC
               AND SQL-CTY-NAISSANCE(9:2) NUMERIC
               MOVE SQL-CTY-NAISSANCE(1:4) TO WS-NAISSANCE-NUM(1:4)
               MOVE SQL-CTY-NAISSANCE(6:2) TO WS-NAISSANCE-NUM(5:2)
               MOVE SQL-CTY-NAISSANCE(9:2) TO WS-NAISSANCE-NUM(7:2)
               MOVE WS-NAISSANCE-NUM TO WS-CIT-NAISSANCE(WS-I)
           ELSE
               ADD 1 TO WS-NB-SANS-NAISSANCE
               GO TO 2100-RANGER-CITOYEN-FIN
           END-IF.

           IF WS-CIT-STATUT(WS-I) = 'DECEDE'
               OR WS-CIT-STATUT(WS-I) = 'PARTI'
               ADD 1 TO WS-NB-STATUT
               GO TO 2100-RANGER-CITOYEN-FIN
           END-IF.

      * Majeur : 18 ans revolus a la date de revision.
           COMPUTE WS-MAJORITE = WS-CIT-NAISSANCE(WS-I) + 180000.
           IF WS-MAJORITE > WS-DATE-REVISION
               ADD 1 TO WS-NB-MINEURS
               GO TO 2100-RANGER-CITOYEN-FIN
           END-IF.

           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-NATIONALITES
               IF WS-NAT-CODE(WS-J) = WS-CIT-CODE(WS-I)
                   AND WS-NAT-CODE(WS-J) NOT = SPACES
                   MOVE WS-J TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = ZERO
               ADD 1 TO WS-NB-ETRANGERS
               GO TO 2100-RANGER-CITOYEN-FIN
           END-IF.

           MOVE 'O' TO WS-CIT-ELIGIBLE(WS-I).
       2100-RANGER-CITOYEN-FIN. EXIT.

      ******************************************************************
      * Relit la liste de la revision precedente. Absente : premiere
      * revision, la nouvelle liste n'est confrontee a rien.
      ******************************************************************
       3000-CHARGER-LISTE-PRECEDENTE.
           IF WS-DATE-PRECEDENTE = ZERO
               DISPLAY 'PAS DE REVISION PRECEDENTE : PREMIERE LISTE'
               GO TO 3000-CHARGER-LISTE-PRECEDENTE-FIN
           END-IF.
           MOVE SPACES TO WS-LISTE-PATH.
           STRING 'liste-electorale-' WS-DATE-PRECEDENTE '.dat'
               DELIMITED BY SIZE INTO WS-LISTE-PATH.
           OPEN INPUT LISTE-FILE.
           IF NOT STATUT-LISTE-OK
               DISPLAY 'LISTE ' FUNCTION TRIM(WS-LISTE-PATH)
                   ' ABSENTE : PAS DE COMPARAISON POSSIBLE'
               GO TO 3000-CHARGER-LISTE-PRECEDENTE-FIN
           END-IF.
           MOVE 'O' TO WS-COMPARAISON-OK.

           PERFORM UNTIL STATUT-LISTE-FIN
               READ LISTE-FILE
               IF STATUT-LISTE-OK
                   IF LE-ELECTEUR AND WS-NB-ANCIEN < 3000
                       ADD 1 TO WS-NB-ANCIEN
                       MOVE LE-PRENOM TO WS-ANC-PRENOM(WS-NB-ANCIEN)
                       MOVE LE-NOM    TO WS-ANC-NOM(WS-NB-ANCIEN)
                       MOVE LE-NAISSANCE
                           TO WS-ANC-NAISSANCE(WS-NB-ANCIEN)
                       MOVE LE-COMMUNE
                           TO WS-ANC-COMMUNE(WS-NB-ANCIEN)
                   END-IF
               ELSE
                   SET STATUT-LISTE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE LISTE-FILE.
       3000-CHARGER-LISTE-PRECEDENTE-FIN. EXIT.

      ******************************************************************
      * Liste datee au format de la prefecture : entete, electeurs,
      * enregistrement de controle (nombre d'electeurs, de communes
      * et cumul des dates de naissance).
      ******************************************************************
       4000-ECRIRE-LISTE.
           MOVE SPACES TO WS-LISTE-PATH.
           STRING 'liste-electorale-' WS-DATE-REVISION '.dat'
               DELIMITED BY SIZE INTO WS-LISTE-PATH.
           OPEN OUTPUT LISTE-FILE.
           IF NOT STATUT-LISTE-OK
               DISPLAY 'ERREUR OUVERTURE ' FUNCTION
                   TRIM(WS-LISTE-PATH) ' : ' WS-STATUS-LISTE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-LISTE-RECORD.
           SET LE-ENTETE-LIGNE TO TRUE.
           MOVE WS-DATE-REVISION TO LE-E-DATE.
           MOVE 'LISTE ELECTORALE - REVISION' TO LE-E-LIBELLE.
           WRITE WS-LISTE-RECORD.

           MOVE SPACES TO WS-COMMUNE-PREC.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CITOYENS
               IF WS-CIT-ELIGIBLE(WS-I) = 'O'
                   MOVE SPACES TO WS-LISTE-RECORD
                   SET LE-ELECTEUR TO TRUE
                   MOVE WS-CIT-COMMUNE(WS-I)   TO LE-COMMUNE
                   MOVE WS-CIT-CP(WS-I)        TO LE-CP
                   MOVE WS-CIT-NOM(WS-I)       TO LE-NOM
                   MOVE WS-CIT-PRENOM(WS-I)    TO LE-PRENOM
                   MOVE WS-CIT-NAISSANCE(WS-I) TO LE-NAISSANCE
                   MOVE WS-CIT-CODE(WS-I)      TO LE-NATIONALITE
                   WRITE WS-LISTE-RECORD
                   ADD 1 TO WS-NB-ELECTEURS
                   ADD WS-CIT-NAISSANCE(WS-I) TO WS-CUMUL-NAISSANCE
                   IF WS-NB-ELECTEURS = 1
                       OR WS-CIT-COMMUNE(WS-I) NOT = WS-COMMUNE-PREC
                       ADD 1 TO WS-NB-COMMUNES
                       MOVE WS-CIT-COMMUNE(WS-I) TO WS-COMMUNE-PREC
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LISTE-RECORD.
           SET LE-CONTROLE TO TRUE.
           MOVE WS-DATE-REVISION   TO LE-T-DATE.
           MOVE WS-NB-ELECTEURS    TO LE-T-NB-ELECTEURS.
           MOVE WS-NB-COMMUNES     TO LE-T-NB-COMMUNES.
           MOVE WS-CUMUL-NAISSANCE TO LE-T-CUMUL-NAISSANCE.
           WRITE WS-LISTE-RECORD.
           CLOSE LISTE-FILE.
           DISPLAY 'LISTE ECRITE : ' FUNCTION TRIM(WS-LISTE-PATH).
       4000-ECRIRE-LISTE-FIN. EXIT.

      ******************************************************************
      * Rapport de revision : inscriptions, radiations et changements
      * de commune depuis la revision precedente, avec leur motif.
      * La cle d'un electeur est prenom + nom + naissance.
      ******************************************************************
       5000-ECRIRE-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'ERREUR OUVERTURE '
                   'RAPPORT-REVISION-ELECTORALE.DAT : '
                   WS-STATUS-RAPPORT
               GO TO 5000-ECRIRE-RAPPORT-FIN
           END-IF.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'REVISION DE LA LISTE ELECTORALE DU '
               WS-DATE-REVISION ' - ELECTEURS : ' WS-NB-ELECTEURS
               ' - COMMUNES : ' WS-NB-COMMUNES
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'NON INSCRITS : MINEURS ' WS-NB-MINEURS
               ' / NATIONALITE ' WS-NB-ETRANGERS
               ' / DECEDES OU PARTIS ' WS-NB-STATUT
               ' / SANS DATE DE NAISSANCE ' WS-NB-SANS-NAISSANCE
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           IF NOT COMPARAISON-POSSIBLE
               MOVE 'PREMIERE LISTE : PAS DE REVISION PRECEDENTE'
                   TO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
               CLOSE RAPPORT-FILE
               GO TO 5000-ECRIRE-RAPPORT-FIN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'REVISION PRECEDENTE : ' WS-DATE-PRECEDENTE
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

      * Inscriptions et changements : chaque electeur de la nouvelle
      * liste est cherche dans la precedente.
           MOVE 'INSCRIPTIONS :' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CITOYENS
               IF WS-CIT-ELIGIBLE(WS-I) = 'O'
                   PERFORM 5100-CHERCHER-DANS-ANCIEN
                   THRU    5100-CHERCHER-DANS-ANCIEN-FIN
                   IF WS-POS = ZERO
                       ADD 1 TO WS-NB-INSCRIPTIONS
                       COMPUTE WS-MAJORITE =
                           WS-CIT-NAISSANCE(WS-I) + 180000
                       IF WS-MAJORITE > WS-DATE-PRECEDENTE
                           MOVE 'MAJORITE ATTEINTE' TO WS-MOTIF
                       ELSE
                           MOVE 'ARRIVEE / NOUVELLE INSCRIPTION'
                               TO WS-MOTIF
                       END-IF
                       MOVE SPACES TO WS-RAPPORT-RECORD
                       STRING '  ' FUNCTION TRIM(WS-CIT-PRENOM(WS-I))
                           ' ' FUNCTION TRIM(WS-CIT-NOM(WS-I))
                           ' (' FUNCTION TRIM(WS-CIT-COMMUNE(WS-I))
                           ') : ' FUNCTION TRIM(WS-MOTIF)
                           DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
                       WRITE WS-RAPPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'CHANGEMENTS DE COMMUNE :' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CITOYENS
               IF WS-CIT-ELIGIBLE(WS-I) = 'O'
                   PERFORM 5100-CHERCHER-DANS-ANCIEN
                   THRU    5100-CHERCHER-DANS-ANCIEN-FIN
                   IF WS-POS > ZERO
                       AND WS-CIT-COMMUNE(WS-I)
                           NOT = WS-ANC-COMMUNE(WS-POS)
                       ADD 1 TO WS-NB-CHANGEMENTS
                       MOVE SPACES TO WS-RAPPORT-RECORD
                       STRING '  ' FUNCTION TRIM(WS-CIT-PRENOM(WS-I))
                           ' ' FUNCTION TRIM(WS-CIT-NOM(WS-I))
                           ' : ' FUNCTION
                               TRIM(WS-ANC-COMMUNE(WS-POS))
                           ' -> ' FUNCTION TRIM(WS-CIT-COMMUNE(WS-I))
                           ' : DEMENAGEMENT'
                           DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
                       WRITE WS-RAPPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      * Radiations : chaque electeur de la liste precedente absent de
      * la nouvelle, avec le motif lu dans la base.
           MOVE 'RADIATIONS :' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-ANCIEN
               MOVE ZERO TO WS-POS
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-CITOYENS
                   IF WS-CIT-PRENOM(WS-I) = WS-ANC-PRENOM(WS-J)
                       AND WS-CIT-NOM(WS-I) = WS-ANC-NOM(WS-J)
                       AND WS-CIT-NAISSANCE(WS-I)
                           = WS-ANC-NAISSANCE(WS-J)
                       MOVE WS-I TO WS-POS
                   END-IF
               END-PERFORM
               PERFORM 5200-MOTIF-RADIATION
               THRU    5200-MOTIF-RADIATION-FIN
               IF WS-MOTIF NOT = SPACES
                   ADD 1 TO WS-NB-RADIATIONS
                   MOVE SPACES TO WS-RAPPORT-RECORD
                   STRING '  ' FUNCTION TRIM(WS-ANC-PRENOM(WS-J))
                       ' ' FUNCTION TRIM(WS-ANC-NOM(WS-J))
                       ' (' FUNCTION TRIM(WS-ANC-COMMUNE(WS-J))
                       ') : ' FUNCTION TRIM(WS-MOTIF)
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
                   WRITE WS-RAPPORT-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'INSCRIPTIONS : ' WS-NB-INSCRIPTIONS
               '  RADIATIONS : ' WS-NB-RADIATIONS
               '  CHANGEMENTS DE COMMUNE : ' WS-NB-CHANGEMENTS
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           CLOSE RAPPORT-FILE.
       5000-ECRIRE-RAPPORT-FIN. EXIT.

       5100-CHERCHER-DANS-ANCIEN.
           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-ANCIEN
               IF WS-ANC-PRENOM(WS-J) = WS-CIT-PRENOM(WS-I)
                   AND WS-ANC-NOM(WS-J) = WS-CIT-NOM(WS-I)
                   AND WS-ANC-NAISSANCE(WS-J)
                       = WS-CIT-NAISSANCE(WS-I)
                   MOVE WS-J TO WS-POS
               END-IF
           END-PERFORM.
       5100-CHERCHER-DANS-ANCIEN-FIN. EXIT.

      * Motif de radiation de l'ancien electeur WS-J, retrouve en base
      * au rang WS-POS (0 : plus dans la base) ; a blanc s'il est
      * toujours inscrit.
       5200-MOTIF-RADIATION.
           MOVE SPACES TO WS-MOTIF.
           IF WS-POS = ZERO
               MOVE 'SORTIE DU REGISTRE' TO WS-MOTIF
               GO TO 5200-MOTIF-RADIATION-FIN
           END-IF.
           IF WS-CIT-ELIGIBLE(WS-POS) = 'O'
               GO TO 5200-MOTIF-RADIATION-FIN
           END-IF.
           EVALUATE TRUE
               WHEN WS-CIT-STATUT(WS-POS) = 'DECEDE'
                   MOVE 'DECES' TO WS-MOTIF
               WHEN WS-CIT-STATUT(WS-POS) = 'PARTI'
                   MOVE 'DEPART DU TERRITOIRE' TO WS-MOTIF
               WHEN OTHER
                   MOVE 'NATIONALITE NON ELIGIBLE' TO WS-MOTIF
           END-EVALUATE.
       5200-MOTIF-RADIATION-FIN. EXIT.

      ******************************************************************
      * Note la revision dans le journal des revisions (une seule
      * ligne par date).
      ******************************************************************
       6000-NOTER-REVISION.
           IF WS-DERNIERE-REVISION = WS-DATE-REVISION
               GO TO 6000-NOTER-REVISION-FIN
           END-IF.
           OPEN EXTEND REVISIONS-FILE.
           IF NOT STATUT-REVISIONS-OK
               OPEN OUTPUT REVISIONS-FILE
           END-IF.
           IF NOT STATUT-REVISIONS-OK
               DISPLAY 'ERREUR OUVERTURE '
                   'LISTE-ELECTORALE-REVISIONS.DAT : '
                   WS-STATUS-REVISIONS
               GO TO 6000-NOTER-REVISION-FIN
           END-IF.
           MOVE SPACES TO WS-REVISION-RECORD.
           MOVE WS-DATE-REVISION TO WS-REV-DATE.
           MOVE WS-NB-ELECTEURS  TO WS-REV-NB.
           WRITE WS-REVISION-RECORD.
           CLOSE REVISIONS-FILE.
       6000-NOTER-REVISION-FIN. EXIT.

       END PROGRAM people-electoral.
