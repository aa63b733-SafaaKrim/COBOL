      ******************************************************************
      * Programme : people-anonymisation
      * Description : Copie anonymisee des deux bases de la ville pour
      *   l'environnement de test. Chaque base de production est
      *   d'abord recopiee dans sa base de test (ANONYM_BASE_CITOYENS,
      *   citoyens_test a defaut ; ANONYM_BASE_BOBO, bobodb_test a
      *   defaut) par dropdb/createdb -T, puis les colonnes
      *   personnelles de la copie sont remplacees, valeur distincte
      *   par valeur distincte, par la valeur fictive de la routine
      *   partagee PSEUDO :
      *     citoyens : databank (first_name, last_name, email,
      *                address) ;
      *     bobodb   : MEMBER (noms, adresses, code postal, ville,
      *                medecin, telephone, mail), MBR_FAMILY (noms,
      *                CODE_SECU), MBR_BK et PROVIDER (IBAN),
      *                EMPLOYER (contact), USER (noms des agents) et
      *                les textes libres AUDIT_TRAIL, RECLAMATION et
      *                BANK_STMT (type TEXTE de PSEUDO).
      *   La cle secrete PSEUDO_CLE est celle de la copie des fichiers
      *   (batch/anonymisation.cbl) : une meme personne porte le meme
      *   nom fictif dans les bases et dans les fichiers, et les
      *   rapprochements restent possibles. Identifiants, montants,
      *   dates et statuts ne sont pas touches. Le passage est refuse
      *   sans cle, ou si une base de test porte le nom de sa base de
      *   production.
      *   Preuve : avant masquage, les valeurs d'origine sont
      *   reprises dans une table temporaire de la copie, avec leur
      *   genre : M chaque mot de trois lettres au moins d'un nom,
      *   V la valeur entiere des autres types, T chaque mot et X la
      *   valeur entiere d'un texte libre. Apres masquage, chaque
      *   colonne est recomptee contre elle, puis toutes les autres
      *   colonnes texte du schema public de la copie
      *   (information_schema.columns) sont balayees a la recherche
      *   d'une valeur V ou d'un mot M : une donnee personnelle
      *   recopiee dans une colonne que la liste ignore rend la
      *   conclusion negative. Les mots T (vocabulaire courant des
      *   textes) ne servent qu'a la preuve de leur colonne. Le
      *   rapport rapport-anonymisation-bases.rpt donne colonne par
      *   colonne les valeurs masquees et les lignes ou une valeur
      *   d'origine subsiste, le balayage base par base, puis sa
      *   conclusion. Forme precompilee OCESQL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. people-anonymisation.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPORT-FILE
           ASSIGN TO 'rapport-anonymisation-bases.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD RAPPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RAPPORT  PIC X(02).
          88 STATUT-RAPPORT-OK VALUE '00'.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME-CITOYENS    PIC X(30) VALUE 'citoyens'.
       01 DBNAME-BOBO        PIC X(30) VALUE 'bobodb'.
       01 DBNAME-TEST        PIC X(30).
       01 USERNAME           PIC X(30) VALUE 'cobol'.
       01 PASSWD             PIC X(10) VALUE SPACE.

       01 SQL-NB-TROUVES     PIC 9(09).
       01 SQL-VALEUR         PIC X(100).
       01 SQL-TABLE          PIC X(64).
       01 SQL-COLONNE        PIC X(64).
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation, comme people-electoral.cob.
       01 WS-PARAM-CLE       PIC X(20).
       01 WS-PARAM-VALEUR    PIC X(20).
       01 WS-PARAM-CODE      PIC X(02).

      * Zones d'appel de la routine partagee PSEUDO.
       01 WS-PSEUDO-TYPE     PIC X(08).
       01 WS-PSEUDO-CLE      PIC X(20).
       01 WS-PSEUDO-ENTREE   PIC X(80).
       01 WS-PSEUDO-SORTIE   PIC X(80).
       01 WS-PSEUDO-CODE     PIC X(02).

       01 WS-TEST-CITOYENS   PIC X(30).
       01 WS-TEST-BOBO       PIC X(30).
       01 WS-BASE-PROD       PIC X(30).
       01 WS-BASE-COURANTE   PIC X(01).
          88 WS-BASE-CITOYENS VALUE 'C'.
          88 WS-BASE-MUTUELLE VALUE 'B'.
       01 WS-COMMANDE        PIC X(200).
       01 WS-BASE-OUVERTE    PIC X(01).

      * Colonnes personnelles masquees : base (C = citoyens,
      * B = bobodb), table, colonne et type PSEUDO. USER est un mot
      * reserve du SQL : la table est nommee entre guillemets.
       01 WS-NB-COLONNES     PIC 9(02) VALUE 24.
       01 WS-COLONNES-VAL.
          05 FILLER PIC X(37) VALUE
             'Cdatabank      first_name    NOM     '.
          05 FILLER PIC X(37) VALUE
             'Cdatabank      last_name     NOM     '.
          05 FILLER PIC X(37) VALUE
             'Cdatabank      email         MAIL    '.
          05 FILLER PIC X(37) VALUE
             'Cdatabank      address       ADRESSE '.
          05 FILLER PIC X(37) VALUE
             'BMEMBER        LNAME_MBR     NOM     '.
          05 FILLER PIC X(37) VALUE
             'BMEMBER        FNAME_MBR     NOM     '.
          05 FILLER PIC X(37) VALUE
             'BMEMBER        ADR1_MBR      ADRESSE '.
          05 FILLER PIC X(37) VALUE
             'BMEMBER        ADR2_MBR      ADRESSE '.
          05 FILLER PIC X(37) VALUE
             'BMEMBER        DOCTOR_MBR    NOM     '.
          05 FILLER PIC X(37) VALUE
             'BMEMBER        TEL_MBR       TEL     '.
          05 FILLER PIC X(37) VALUE
             'BMEMBER        MAIL_MBR      MAIL    '.
          05 FILLER PIC X(37) VALUE
             'BMBR_FAMILY    LNAME_MBRFAM  NOM     '.
          05 FILLER PIC X(37) VALUE
             'BMBR_FAMILY    FNAME_MBRFAM  NOM     '.
          05 FILLER PIC X(37) VALUE
             'BMBR_FAMILY    CODE_SECU     SECU    '.
          05 FILLER PIC X(37) VALUE
             'BMBR_BK        CODE_IBAN_MBR IBAN    '.
          05 FILLER PIC X(37) VALUE
             'BPROVIDER      IBAN_PRV      IBAN    '.
          05 FILLER PIC X(37) VALUE
             'BEMPLOYER      CONTACT_EMP   NOM     '.
          05 FILLER PIC X(37) VALUE
             'B"user"        LNAME_USER    NOM     '.
          05 FILLER PIC X(37) VALUE
             'B"user"        FNAME_USER    NOM     '.
          05 FILLER PIC X(37) VALUE
             'BMEMBER        PC_MBR        TEXTE   '.
          05 FILLER PIC X(37) VALUE
             'BMEMBER        TOWN_MBR      NOM     '.
          05 FILLER PIC X(37) VALUE
             'BAUDIT_TRAIL   DETAIL_AUDIT  TEXTE   '.
          05 FILLER PIC X(37) VALUE
             'BRECLAMATION   TEXTE_RECL    TEXTE   '.
          05 FILLER PIC X(37) VALUE
             'BBANK_STMT     STMT_LIBELLE  TEXTE   '.
       01 WS-COLONNES REDEFINES WS-COLONNES-VAL.
          05 WS-COL-DEFINITION OCCURS 24 TIMES.
             10 WS-COL-BASE      PIC X(01).
             10 WS-COL-TABLE     PIC X(14).
             10 WS-COL-NOM       PIC X(14).
             10 WS-COL-TYPE      PIC X(08).
       01 WS-TAB-RESULTATS.
          05 WS-COL-RESULTAT OCCURS 24 TIMES.
             10 WS-COL-VALEURS   PIC 9(07).
             10 WS-COL-RESIDUS   PIC 9(09).
             10 WS-COL-ETAT      PIC X(10).
       01 WS-C               PIC 9(02).
       01 WS-GENRE           PIC X(01).

      * Balayage des autres colonnes texte de la copie : colonnes
      * relevees dans information_schema.columns, resultat par base
      * (1 = citoyens, 2 = bobodb) et colonnes ou une valeur
      * d'origine a ete retrouvee.
       01 WS-NB-AUTRES       PIC 9(03).
       01 WS-TAB-AUTRES.
          05 WS-AUTRE OCCURS 500 TIMES.
             10 WS-AUT-TABLE     PIC X(64).
             10 WS-AUT-COLONNE   PIC X(64).
       01 WS-A               PIC 9(03).
       01 WS-B               PIC 9(01).
       01 WS-TABLE-NUE       PIC X(64).
       01 WS-DEJA-MASQUEE    PIC X(01).
       01 WS-TAB-BALAYAGES.
          05 WS-BAL-RESULTAT OCCURS 2 TIMES.
             10 WS-BAL-EXAMINEES PIC 9(05).
             10 WS-BAL-FUITES    PIC 9(05).
             10 WS-BAL-ERREURS   PIC 9(05).
             10 WS-BAL-ETAT      PIC X(10).
       01 WS-NB-FUITES       PIC 9(03) VALUE ZERO.
       01 WS-TAB-FUITES.
          05 WS-FUITE OCCURS 100 TIMES.
             10 WS-FUI-BASE      PIC X(01).
             10 WS-FUI-TABLE     PIC X(30).
             10 WS-FUI-COLONNE   PIC X(30).
             10 WS-FUI-LIGNES    PIC 9(09).
       01 WS-F               PIC 9(03).
       01 WS-TOTAL-FUITES    PIC 9(09) VALUE ZERO.

      * SQL compose dynamiquement, termine par X"00" ; le curseur a
      * sa propre zone, les mises a jour partant pendant la lecture.
       01 WS-SQL-DYN         PIC X(800) VALUE SPACES.
       01 WS-SQL-DYN-PTR     PIC 9(03).
       01 WS-SQL-CURSEUR     PIC X(300) VALUE SPACES.
       01 WS-COLONNE-TEXTE   PIC X(60).
       01 WS-CTY-SQLCODE     PIC S9(9) VALUE ZERO.

      * Echappement des apostrophes, comme people-import.cob.
       01 WS-QUOTE-CHAR      PIC X(01) VALUE "'".
       01 WS-VALEUR-BRUTE    PIC X(100).
       01 WS-VALEUR-ESC      PIC X(200).
       01 WS-ESC-PTR         PIC 9(03).
       01 WS-ESC-IDX         PIC 9(03).
       01 WS-ORIGINE-ESC     PIC X(200).
       01 WS-FICTIVE-ESC     PIC X(200).

       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-NB-ED           PIC Z(6)9.
       01 WS-NB-ED-2         PIC Z(8)9.
       01 WS-NB-ED-3         PIC Z(6)9.
       01 WS-NB-ED-4         PIC Z(6)9.
       01 WS-TOTAL-VALEURS   PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-RESIDUS   PIC 9(09) VALUE ZERO.
       01 WS-NB-INCOMPLETES  PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           PERFORM 1500-LIRE-PARAMETRES
           THRU    1500-LIRE-PARAMETRES-FIN.

           OPEN OUTPUT RAPPORT-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'RAPPORT-ANONYMISATION-BASES.RPT INDISPONIBLE : '
                   WS-STATUS-RAPPORT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'COPIE ANONYMISEE DES BASES POUR LE TEST DU '
               WS-DATE-JOUR
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-COLONNES
               MOVE ZERO TO WS-COL-VALEURS(WS-C) WS-COL-RESIDUS(WS-C)
               MOVE SPACES TO WS-COL-ETAT(WS-C)
           END-PERFORM.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 2
               MOVE ZERO TO WS-BAL-EXAMINEES(WS-B)
                   WS-BAL-FUITES(WS-B) WS-BAL-ERREURS(WS-B)
               MOVE 'NON FAIT' TO WS-BAL-ETAT(WS-B)
           END-PERFORM.

           MOVE 'C' TO WS-BASE-COURANTE.
           MOVE DBNAME-CITOYENS TO WS-BASE-PROD.
           MOVE WS-TEST-CITOYENS TO DBNAME-TEST.
           PERFORM 2000-TRAITER-BASE
           THRU    2000-TRAITER-BASE-FIN.

           MOVE 'B' TO WS-BASE-COURANTE.
           MOVE DBNAME-BOBO TO WS-BASE-PROD.
           MOVE WS-TEST-BOBO TO DBNAME-TEST.
           PERFORM 2000-TRAITER-BASE
           THRU    2000-TRAITER-BASE-FIN.

           PERFORM 7000-ECRIRE-RAPPORT
           THRU    7000-ECRIRE-RAPPORT-FIN.
           CLOSE RAPPORT-FILE.

           DISPLAY 'VALEURS MASQUEES     : ' WS-TOTAL-VALEURS.
           DISPLAY 'VALEURS RETROUVEES   : ' WS-TOTAL-RESIDUS.
           DISPLAY 'COLONNES INCOMPLETES : ' WS-NB-INCOMPLETES.
           DISPLAY 'HORS MASQUAGE        : ' WS-TOTAL-FUITES.
           IF WS-TOTAL-RESIDUS > ZERO OR WS-NB-INCOMPLETES > ZERO
               OR WS-TOTAL-FUITES > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Cle secrete (sans defaut) et noms des bases de test : fichier
      * central des parametres, puis variable d'environnement.
      ******************************************************************
       1500-LIRE-PARAMETRES.
           MOVE 'PSEUDO_CLE' TO WS-PARAM-CLE.
           PERFORM 1600-LIRE-UN-PARAMETRE
           THRU    1600-LIRE-UN-PARAMETRE-FIN.
           MOVE WS-PARAM-VALEUR TO WS-PSEUDO-CLE.
           IF WS-PSEUDO-CLE = SPACES
               DISPLAY 'PSEUDO_CLE NON RENSEIGNEE : AUCUNE COPIE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'ANONYM_BASE_CITOYENS' TO WS-PARAM-CLE.
           PERFORM 1600-LIRE-UN-PARAMETRE
           THRU    1600-LIRE-UN-PARAMETRE-FIN.
           MOVE WS-PARAM-VALEUR TO WS-TEST-CITOYENS.
           IF WS-TEST-CITOYENS = SPACES
               MOVE 'citoyens_test' TO WS-TEST-CITOYENS
           END-IF.
           MOVE 'ANONYM_BASE_BOBO' TO WS-PARAM-CLE.
           PERFORM 1600-LIRE-UN-PARAMETRE
           THRU    1600-LIRE-UN-PARAMETRE-FIN.
           MOVE WS-PARAM-VALEUR TO WS-TEST-BOBO.
           IF WS-TEST-BOBO = SPACES
               MOVE 'bobodb_test' TO WS-TEST-BOBO
           END-IF.

      * La copie commence par supprimer la base de test : elle ne doit
      * jamais designer une base de production.
           IF FUNCTION UPPER-CASE(WS-TEST-CITOYENS)
                   = FUNCTION UPPER-CASE(DBNAME-CITOYENS)
               OR FUNCTION UPPER-CASE(WS-TEST-CITOYENS)
                   = FUNCTION UPPER-CASE(DBNAME-BOBO)
               OR FUNCTION UPPER-CASE(WS-TEST-BOBO)
                   = FUNCTION UPPER-CASE(DBNAME-CITOYENS)
               OR FUNCTION UPPER-CASE(WS-TEST-BOBO)
                   = FUNCTION UPPER-CASE(DBNAME-BOBO)
               DISPLAY 'BASE DE TEST = BASE DE PRODUCTION : '
                   'AUCUNE COPIE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-LIRE-PARAMETRES-FIN. EXIT.

       1600-LIRE-UN-PARAMETRE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE
               ON EXCEPTION
                   MOVE '10' TO WS-PARAM-CODE
           END-CALL.
           IF WS-PARAM-CODE NOT = '00' OR WS-PARAM-VALEUR = SPACES
               MOVE SPACES TO WS-PARAM-VALEUR
               ACCEPT WS-PARAM-VALEUR FROM ENVIRONMENT WS-PARAM-CLE
           END-IF.
       1600-LIRE-UN-PARAMETRE-FIN. EXIT.

      ******************************************************************
      * Une base : copie de la production, releve des valeurs
      * d'origine, masquage puis preuve, colonne par colonne.
      ******************************************************************
       2000-TRAITER-BASE.
           MOVE 'N' TO WS-BASE-OUVERTE.
           MOVE SPACES TO WS-COMMANDE.
           STRING 'dropdb --if-exists -U ' FUNCTION TRIM(USERNAME)
               ' ' FUNCTION TRIM(DBNAME-TEST)
               ' && createdb -U ' FUNCTION TRIM(USERNAME)
               ' -T ' FUNCTION TRIM(WS-BASE-PROD)
               ' ' FUNCTION TRIM(DBNAME-TEST)
               DELIMITED BY SIZE INTO WS-COMMANDE.
           CALL 'SYSTEM' USING WS-COMMANDE.
           IF RETURN-CODE NOT = 0
               DISPLAY 'COPIE DE ' FUNCTION TRIM(WS-BASE-PROD)
                   ' VERS ' FUNCTION TRIM(DBNAME-TEST) ' IMPOSSIBLE'
               MOVE 0 TO RETURN-CODE
               GO TO 2900-BASE-NON-TRAITEE
           END-IF.

OCESQL*    EXEC SQL
OCESQL*        CONNECT :USERNAME IDENTIFIED BY :PASSWD
OCESQL*            USING :DBNAME-TEST
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE USERNAME
OCESQL          BY VALUE 30
OCESQL          BY REFERENCE PASSWD
OCESQL          BY VALUE 10
OCESQL          BY REFERENCE DBNAME-TEST
OCESQL          BY VALUE 30
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'CONNEXION ' FUNCTION TRIM(DBNAME-TEST)
                   ' IMPOSSIBLE, SQLCODE ' SQLCODE
               GO TO 2900-BASE-NON-TRAITEE
           END-IF.
           MOVE 'O' TO WS-BASE-OUVERTE.

      * Colonne address posee si elle manque encore, comme dans
      * people-effacement.cob.
           IF WS-BASE-CITOYENS
OCESQL*        EXEC SQL ALTER TABLE databank
OCESQL*            ADD COLUMN IF NOT EXISTS address VARCHAR(100)
OCESQL*        END-EXEC
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ALTER TABLE databank ADD COLUMN IF NOT E"
OCESQL  &  "XISTS address VARCHAR(100)" & x"00"
OCESQL     END-CALL
           END-IF.

OCESQL*    EXEC SQL CREATE TEMP TABLE anonym_origine
OCESQL*        (valeur VARCHAR(100), genre CHAR(1))
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CREATE TEMP TABLE anonym_origine (valeur"
OCESQL  &  " VARCHAR(100), genre CHAR(1))" & x"00"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'TABLE DES VALEURS D''ORIGINE IMPOSSIBLE, '
                   'SQLCODE ' SQLCODE
               GO TO 2900-BASE-NON-TRAITEE
           END-IF.
           PERFORM 9300-VALIDER
           THRU    9300-VALIDER-FIN.

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-COLONNES
               IF WS-COL-BASE(WS-C) = WS-BASE-COURANTE
                   PERFORM 3000-NOTER-ORIGINES
                   THRU    3000-NOTER-ORIGINES-FIN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-COLONNES
               IF WS-COL-BASE(WS-C) = WS-BASE-COURANTE
                   AND WS-COL-ETAT(WS-C) = SPACES
                   PERFORM 4000-MASQUER-COLONNE
                   THRU    4000-MASQUER-COLONNE-FIN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-COLONNES
               IF WS-COL-BASE(WS-C) = WS-BASE-COURANTE
                   AND WS-COL-ETAT(WS-C) = SPACES
                   PERFORM 5000-PROUVER-COLONNE
                   THRU    5000-PROUVER-COLONNE-FIN
               END-IF
           END-PERFORM.
           PERFORM 6000-BALAYER-BASE
           THRU    6000-BALAYER-BASE-FIN.

OCESQL*    EXEC SQL DISCONNECT ALL END-EXEC.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.
           GO TO 2000-TRAITER-BASE-FIN.

      * Base non copiee ou injoignable : toutes ses colonnes restent
      * sans preuve.
       2900-BASE-NON-TRAITEE.
           IF WS-BASE-OUVERTE = 'O'
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-COLONNES
               IF WS-COL-BASE(WS-C) = WS-BASE-COURANTE
                   MOVE 'NON COPIEE' TO WS-COL-ETAT(WS-C)
                   ADD 1 TO WS-NB-INCOMPLETES
               END-IF
           END-PERFORM.
       2000-TRAITER-BASE-FIN. EXIT.

      ******************************************************************
      * Valeurs d'origine de la colonne WS-C reprises dans la table
      * temporaire avec leur genre : mots M d'un nom, valeur V des
      * autres types, mots T et valeur X d'un texte libre. Une table
      * ou une colonne absente du schema est notee ABSENTE et la
      * transaction annulee.
      ******************************************************************
       3000-NOTER-ORIGINES.
           PERFORM 9400-TEXTE-COLONNE
           THRU    9400-TEXTE-COLONNE-FIN.
           EVALUATE WS-COL-TYPE(WS-C)
               WHEN 'NOM'
                   MOVE 'M' TO WS-GENRE
                   PERFORM 3100-ORIGINES-MOTS
                   THRU    3100-ORIGINES-MOTS-FIN
               WHEN 'TEXTE'
                   MOVE 'T' TO WS-GENRE
                   PERFORM 3100-ORIGINES-MOTS
                   THRU    3100-ORIGINES-MOTS-FIN
                   IF SQLCODE NOT < 0
                       MOVE 'X' TO WS-GENRE
                       PERFORM 3200-ORIGINES-VALEURS
                       THRU    3200-ORIGINES-VALEURS-FIN
                   END-IF
               WHEN OTHER
                   MOVE 'V' TO WS-GENRE
                   PERFORM 3200-ORIGINES-VALEURS
                   THRU    3200-ORIGINES-VALEURS-FIN
           END-EVALUATE.
           IF SQLCODE < 0
               MOVE 'ABSENTE' TO WS-COL-ETAT(WS-C)
               ADD 1 TO WS-NB-INCOMPLETES
               PERFORM 9500-ANNULER
               THRU    9500-ANNULER-FIN
           ELSE
               PERFORM 9300-VALIDER
               THRU    9300-VALIDER-FIN
           END-IF.
       3000-NOTER-ORIGINES-FIN. EXIT.

      * Chaque mot de trois lettres au moins, genre WS-GENRE.
       3100-ORIGINES-MOTS.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'INSERT INTO anonym_origine SELECT DISTINCT '
                  'm.mot, ''' WS-GENRE ''' FROM ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-TABLE(WS-C))
                  DELIMITED BY SIZE
                  ', regexp_split_to_table(UPPER('
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COLONNE-TEXTE)
                  DELIMITED BY SIZE
                  '), ''[^A-Z]+'') AS m(mot) '
                  'WHERE LENGTH(m.mot) >= 3' DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           MOVE X"00" TO WS-SQL-DYN(WS-SQL-DYN-PTR:1).
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE WS-SQL-DYN
OCESQL     END-CALL.
       3100-ORIGINES-MOTS-FIN. EXIT.

      * Chaque valeur entiere renseignee, genre WS-GENRE.
       3200-ORIGINES-VALEURS.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'INSERT INTO anonym_origine SELECT DISTINCT '
                  'UPPER(' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COLONNE-TEXTE)
                  DELIMITED BY SIZE
                  '), ''' WS-GENRE ''' FROM ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-TABLE(WS-C))
                  DELIMITED BY SIZE
                  ' WHERE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COLONNE-TEXTE)
                  DELIMITED BY SIZE
                  ' NOT IN ('''', ''0'')' DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           MOVE X"00" TO WS-SQL-DYN(WS-SQL-DYN-PTR:1).
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE WS-SQL-DYN
OCESQL     END-CALL.
       3200-ORIGINES-VALEURS-FIN. EXIT.

      ******************************************************************
      * Masquage de la colonne WS-C : chaque valeur distincte est
      * remplacee par sa valeur fictive dans toutes les lignes qui la
      * portent. Le curseur lit la copie telle qu'a son ouverture ;
      * la colonne est validee d'un bloc en fin de lecture.
      ******************************************************************
       4000-MASQUER-COLONNE.
           PERFORM 9400-TEXTE-COLONNE
           THRU    9400-TEXTE-COLONNE-FIN.
           MOVE SPACES TO WS-SQL-CURSEUR.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT DISTINCT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COLONNE-TEXTE) DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-TABLE(WS-C)) DELIMITED BY SIZE
                  ' WHERE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COLONNE-TEXTE) DELIMITED BY SIZE
                  ' NOT IN ('''', ''0'')' DELIMITED BY SIZE
               INTO WS-SQL-CURSEUR
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           MOVE X"00" TO WS-SQL-CURSEUR(WS-SQL-DYN-PTR:1).

OCESQL*    EXEC SQL DECLARE ANO_CUR CURSOR FOR ... END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ANO_CUR" & x"00"
OCESQL          BY REFERENCE WS-SQL-CURSEUR
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN ANO_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ANO_CUR" & x"00"
OCESQL     END-CALL.
           IF SQLCODE < 0
               MOVE 'ERREUR' TO WS-COL-ETAT(WS-C)
               ADD 1 TO WS-NB-INCOMPLETES
               PERFORM 9500-ANNULER
               THRU    9500-ANNULER-FIN
               GO TO 4000-MASQUER-COLONNE-FIN
           END-IF.

           MOVE ZERO TO WS-CTY-SQLCODE.
           PERFORM UNTIL WS-CTY-SQLCODE NOT = 0
OCESQL*        EXEC SQL FETCH ANO_CUR INTO :SQL-VALEUR END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 100
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-VALEUR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ANO_CUR" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               MOVE SQLCODE TO WS-CTY-SQLCODE
               IF WS-CTY-SQLCODE = 0
                   PERFORM 4100-MASQUER-VALEUR
                   THRU    4100-MASQUER-VALEUR-FIN
               END-IF
           END-PERFORM.

OCESQL*    EXEC SQL CLOSE ANO_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_ANO_CUR" & x"00"
OCESQL     END-CALL.

           IF WS-CTY-SQLCODE < 0 OR WS-COL-ETAT(WS-C) = 'ERREUR'
               IF WS-COL-ETAT(WS-C) NOT = 'ERREUR'
                   MOVE 'ERREUR' TO WS-COL-ETAT(WS-C)
               END-IF
               ADD 1 TO WS-NB-INCOMPLETES
               MOVE ZERO TO WS-COL-VALEURS(WS-C)
               PERFORM 9500-ANNULER
               THRU    9500-ANNULER-FIN
           ELSE
               PERFORM 9300-VALIDER
               THRU    9300-VALIDER-FIN
           END-IF.
       4000-MASQUER-COLONNE-FIN. EXIT.

       4100-MASQUER-VALEUR.
           MOVE WS-COL-TYPE(WS-C) TO WS-PSEUDO-TYPE.
           MOVE SQL-VALEUR TO WS-PSEUDO-ENTREE.
           CALL 'PSEUDO' USING WS-PSEUDO-TYPE WS-PSEUDO-CLE
               WS-PSEUDO-ENTREE WS-PSEUDO-SORTIE WS-PSEUDO-CODE.

           MOVE SQL-VALEUR TO WS-VALEUR-BRUTE.
           PERFORM 9000-ECHAPPER-VALEUR
           THRU    9000-ECHAPPER-VALEUR-FIN.
           MOVE WS-VALEUR-ESC TO WS-ORIGINE-ESC.
           MOVE WS-PSEUDO-SORTIE TO WS-VALEUR-BRUTE.
           PERFORM 9000-ECHAPPER-VALEUR
           THRU    9000-ECHAPPER-VALEUR-FIN.
           MOVE WS-VALEUR-ESC TO WS-FICTIVE-ESC.

           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'UPDATE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-TABLE(WS-C)) DELIMITED BY SIZE
                  ' SET ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-NOM(WS-C)) DELIMITED BY SIZE
                  ' = ''' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FICTIVE-ESC) DELIMITED BY SIZE
                  ''' WHERE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COLONNE-TEXTE) DELIMITED BY SIZE
                  ' = ''' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORIGINE-ESC) DELIMITED BY SIZE
                  '''' DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           MOVE X"00" TO WS-SQL-DYN(WS-SQL-DYN-PTR:1).
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE WS-SQL-DYN
OCESQL     END-CALL.
           IF SQLCODE < 0
               MOVE 'ERREUR' TO WS-COL-ETAT(WS-C)
               MOVE SQLCODE TO WS-CTY-SQLCODE
           ELSE
               ADD 1 TO WS-COL-VALEURS(WS-C)
           END-IF.
       4100-MASQUER-VALEUR-FIN. EXIT.

      ******************************************************************
      * Preuve pour la colonne WS-C : lignes de la copie ou une valeur
      * d'origine (un mot pour les noms, un mot ou le texte entier
      * pour les textes libres) subsiste.
      ******************************************************************
       5000-PROUVER-COLONNE.
           PERFORM 9400-TEXTE-COLONNE
           THRU    9400-TEXTE-COLONNE-FIN.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           EVALUATE WS-COL-TYPE(WS-C)
               WHEN 'NOM'
                   STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COL-TABLE(WS-C))
                          DELIMITED BY SIZE
                          ' WHERE EXISTS (SELECT 1 FROM '
                          'regexp_split_to_table(UPPER('
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COLONNE-TEXTE)
                          DELIMITED BY SIZE
                          '), ''[^A-Z]+'') AS m(mot) '
                          'WHERE LENGTH(m.mot) >= 3 AND m.mot IN '
                          '(SELECT valeur FROM anonym_origine '
                          'WHERE genre IN (''M'', ''V'')))'
                          DELIMITED BY SIZE
                       INTO WS-SQL-DYN
                       WITH POINTER WS-SQL-DYN-PTR
                   END-STRING
               WHEN 'TEXTE'
                   STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COL-TABLE(WS-C))
                          DELIMITED BY SIZE
                          ' WHERE UPPER(' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COLONNE-TEXTE)
                          DELIMITED BY SIZE
                          ') IN (SELECT valeur FROM anonym_origine '
                          'WHERE genre = ''X'') OR EXISTS '
                          '(SELECT 1 FROM '
                          'regexp_split_to_table(UPPER('
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COLONNE-TEXTE)
                          DELIMITED BY SIZE
                          '), ''[^A-Z]+'') AS m(mot) '
                          'WHERE LENGTH(m.mot) >= 3 AND m.mot IN '
                          '(SELECT valeur FROM anonym_origine '
                          'WHERE genre IN (''M'', ''T'')))'
                          DELIMITED BY SIZE
                       INTO WS-SQL-DYN
                       WITH POINTER WS-SQL-DYN-PTR
                   END-STRING
               WHEN OTHER
                   STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COL-TABLE(WS-C))
                          DELIMITED BY SIZE
                          ' WHERE UPPER(' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COLONNE-TEXTE)
                          DELIMITED BY SIZE
                          ') IN (SELECT valeur FROM anonym_origine '
                          'WHERE genre IN (''M'', ''V''))'
                          DELIMITED BY SIZE
                       INTO WS-SQL-DYN
                       WITH POINTER WS-SQL-DYN-PTR
                   END-STRING
           END-EVALUATE.
           MOVE X"00" TO WS-SQL-DYN(WS-SQL-DYN-PTR:1).
           PERFORM 9200-COMPTER
           THRU    9200-COMPTER-FIN.
           IF SQLCODE < 0
               MOVE 'NON PROUVEE' TO WS-COL-ETAT(WS-C)
               ADD 1 TO WS-NB-INCOMPLETES
               PERFORM 9500-ANNULER
               THRU    9500-ANNULER-FIN
               GO TO 5000-PROUVER-COLONNE-FIN
           END-IF.
           MOVE SQL-NB-TROUVES TO WS-COL-RESIDUS(WS-C).
           IF SQL-NB-TROUVES > 0
               MOVE 'RESIDUS' TO WS-COL-ETAT(WS-C)
           ELSE
               MOVE 'MASQUEE' TO WS-COL-ETAT(WS-C)
           END-IF.
       5000-PROUVER-COLONNE-FIN. EXIT.

      ******************************************************************
      * Balayage de la copie : toute autre colonne texte du schema
      * public est recomptee contre les valeurs V et les mots M
      * d'origine. Une colonne ou l'un d'eux subsiste est relevee ;
      * une colonne illisible compte comme non examinee.
      ******************************************************************
       6000-BALAYER-BASE.
           IF WS-BASE-CITOYENS
               MOVE 1 TO WS-B
           ELSE
               MOVE 2 TO WS-B
           END-IF.
           MOVE ZERO TO WS-NB-AUTRES.
           MOVE SPACES TO WS-SQL-CURSEUR.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT table_name, column_name '
                  'FROM information_schema.columns '
                  'WHERE table_schema = ''public'' '
                  'AND data_type IN (''character varying'', '
                  '''character'', ''text'') '
                  'ORDER BY table_name, column_name'
                  DELIMITED BY SIZE
               INTO WS-SQL-CURSEUR
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           MOVE X"00" TO WS-SQL-CURSEUR(WS-SQL-DYN-PTR:1).

OCESQL*    EXEC SQL DECLARE BAL_CUR CURSOR FOR ... END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_BAL_CUR" & x"00"
OCESQL          BY REFERENCE WS-SQL-CURSEUR
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN BAL_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_BAL_CUR" & x"00"
OCESQL     END-CALL.
           IF SQLCODE < 0
               MOVE 'ERREUR' TO WS-BAL-ETAT(WS-B)
               ADD 1 TO WS-NB-INCOMPLETES
               PERFORM 9500-ANNULER
               THRU    9500-ANNULER-FIN
               GO TO 6000-BALAYER-BASE-FIN
           END-IF.

           MOVE ZERO TO WS-CTY-SQLCODE.
           PERFORM UNTIL WS-CTY-SQLCODE NOT = 0
OCESQL*        EXEC SQL FETCH BAL_CUR INTO :SQL-TABLE, :SQL-COLONNE
OCESQL*        END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 64
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TABLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 64
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-COLONNE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_BAL_CUR" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               MOVE SQLCODE TO WS-CTY-SQLCODE
               IF WS-CTY-SQLCODE = 0
                   IF WS-NB-AUTRES < 500
                       ADD 1 TO WS-NB-AUTRES
                       MOVE SQL-TABLE TO WS-AUT-TABLE(WS-NB-AUTRES)
                       MOVE SQL-COLONNE
                           TO WS-AUT-COLONNE(WS-NB-AUTRES)
                   ELSE
                       ADD 1 TO WS-BAL-ERREURS(WS-B)
                   END-IF
               END-IF
           END-PERFORM.

OCESQL*    EXEC SQL CLOSE BAL_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_BAL_CUR" & x"00"
OCESQL     END-CALL.
           IF WS-CTY-SQLCODE < 0
               MOVE 'ERREUR' TO WS-BAL-ETAT(WS-B)
               ADD 1 TO WS-NB-INCOMPLETES
               PERFORM 9500-ANNULER
               THRU    9500-ANNULER-FIN
               GO TO 6000-BALAYER-BASE-FIN
           END-IF.

           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-NB-AUTRES
               PERFORM 6100-BALAYER-COLONNE
               THRU    6100-BALAYER-COLONNE-FIN
           END-PERFORM.
           IF WS-BAL-ERREURS(WS-B) > ZERO
               MOVE 'INCOMPLET' TO WS-BAL-ETAT(WS-B)
               ADD 1 TO WS-NB-INCOMPLETES
           ELSE
               MOVE 'FAIT' TO WS-BAL-ETAT(WS-B)
           END-IF.
       6000-BALAYER-BASE-FIN. EXIT.

      * Colonne WS-A du releve, sauf si elle est deja dans la liste
      * des colonnes masquees de la base.
       6100-BALAYER-COLONNE.
           MOVE 'N' TO WS-DEJA-MASQUEE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-COLONNES
               IF WS-COL-BASE(WS-C) = WS-BASE-COURANTE
                   MOVE FUNCTION LOWER-CASE(WS-COL-TABLE(WS-C))
                       TO WS-TABLE-NUE
                   INSPECT WS-TABLE-NUE REPLACING ALL '"' BY SPACE
                   IF FUNCTION TRIM(WS-TABLE-NUE) =
                          FUNCTION LOWER-CASE(WS-AUT-TABLE(WS-A))
                      AND FUNCTION LOWER-CASE(WS-COL-NOM(WS-C)) =
                          FUNCTION LOWER-CASE(WS-AUT-COLONNE(WS-A))
                       MOVE 'O' TO WS-DEJA-MASQUEE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DEJA-MASQUEE = 'O'
               GO TO 6100-BALAYER-COLONNE-FIN
           END-IF.

           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT COUNT(*) FROM "' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUT-TABLE(WS-A)) DELIMITED BY SIZE
                  '" WHERE UPPER(TRIM("' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUT-COLONNE(WS-A))
                  DELIMITED BY SIZE
                  '")) IN (SELECT valeur FROM anonym_origine '
                  'WHERE genre = ''V'') OR EXISTS (SELECT 1 FROM '
                  'regexp_split_to_table(UPPER("' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUT-COLONNE(WS-A))
                  DELIMITED BY SIZE
                  '"), ''[^A-Z]+'') AS m(mot) '
                  'WHERE LENGTH(m.mot) >= 3 AND m.mot IN '
                  '(SELECT valeur FROM anonym_origine '
                  'WHERE genre = ''M''))'
                  DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           MOVE X"00" TO WS-SQL-DYN(WS-SQL-DYN-PTR:1).
           PERFORM 9200-COMPTER
           THRU    9200-COMPTER-FIN.
           IF SQLCODE < 0
               ADD 1 TO WS-BAL-ERREURS(WS-B)
               PERFORM 9500-ANNULER
               THRU    9500-ANNULER-FIN
               GO TO 6100-BALAYER-COLONNE-FIN
           END-IF.
           ADD 1 TO WS-BAL-EXAMINEES(WS-B).
           IF SQL-NB-TROUVES = ZERO
               GO TO 6100-BALAYER-COLONNE-FIN
           END-IF.
           ADD 1 TO WS-BAL-FUITES(WS-B).
           ADD SQL-NB-TROUVES TO WS-TOTAL-FUITES.
           IF WS-NB-FUITES < 100
               ADD 1 TO WS-NB-FUITES
               MOVE WS-BASE-COURANTE TO WS-FUI-BASE(WS-NB-FUITES)
               MOVE WS-AUT-TABLE(WS-A) TO WS-FUI-TABLE(WS-NB-FUITES)
               MOVE WS-AUT-COLONNE(WS-A)
                   TO WS-FUI-COLONNE(WS-NB-FUITES)
               MOVE SQL-NB-TROUVES TO WS-FUI-LIGNES(WS-NB-FUITES)
           END-IF.
       6100-BALAYER-COLONNE-FIN. EXIT.

      ******************************************************************
      * Rapport : une ligne par colonne, le balayage de chaque base
      * avec les colonnes ou une valeur d'origine a ete retrouvee,
      * puis la conclusion.
      ******************************************************************
       7000-ECRIRE-RAPPORT.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-COLONNES
               ADD WS-COL-VALEURS(WS-C) TO WS-TOTAL-VALEURS
               ADD WS-COL-RESIDUS(WS-C) TO WS-TOTAL-RESIDUS
               MOVE WS-COL-VALEURS(WS-C) TO WS-NB-ED
               MOVE WS-COL-RESIDUS(WS-C) TO WS-NB-ED-2
               MOVE SPACES TO WS-RAPPORT-RECORD
               IF WS-COL-BASE(WS-C) = 'C'
                   MOVE WS-TEST-CITOYENS TO WS-BASE-PROD
               ELSE
                   MOVE WS-TEST-BOBO TO WS-BASE-PROD
               END-IF
               STRING '  ' WS-BASE-PROD(1:14) ' '
                   WS-COL-TABLE(WS-C) ' ' WS-COL-NOM(WS-C)
                   ' ' WS-COL-ETAT(WS-C)
                   ' VALEURS MASQUEES ' WS-NB-ED
                   ' LIGNES AVEC VALEUR D''ORIGINE ' WS-NB-ED-2
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 2
               IF WS-B = 1
                   MOVE WS-TEST-CITOYENS TO WS-BASE-PROD
               ELSE
                   MOVE WS-TEST-BOBO TO WS-BASE-PROD
               END-IF
               MOVE WS-BAL-EXAMINEES(WS-B) TO WS-NB-ED
               MOVE WS-BAL-FUITES(WS-B) TO WS-NB-ED-3
               MOVE WS-BAL-ERREURS(WS-B) TO WS-NB-ED-4
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING '  BALAYAGE ' WS-BASE-PROD(1:14) ' '
                   WS-BAL-ETAT(WS-B)
                   ' AUTRES COLONNES EXAMINEES ' WS-NB-ED
                   ' AVEC VALEUR D''ORIGINE ' WS-NB-ED-3
                   ' ILLISIBLES ' WS-NB-ED-4
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NB-FUITES
               IF WS-FUI-BASE(WS-F) = 'C'
                   MOVE WS-TEST-CITOYENS TO WS-BASE-PROD
               ELSE
                   MOVE WS-TEST-BOBO TO WS-BASE-PROD
               END-IF
               MOVE WS-FUI-LIGNES(WS-F) TO WS-NB-ED-2
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING '    HORS MASQUAGE ' WS-BASE-PROD(1:14) ' '
                   FUNCTION TRIM(WS-FUI-TABLE(WS-F)) '.'
                   FUNCTION TRIM(WS-FUI-COLONNE(WS-F))
                   ' LIGNES AVEC VALEUR D''ORIGINE ' WS-NB-ED-2
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           EVALUATE TRUE
               WHEN WS-TOTAL-RESIDUS > ZERO
                   STRING 'CONCLUSION : VALEURS D''ORIGINE PRESENTES, '
                       'BASES A NE PAS OUVRIR AU TEST (CHANGER '
                       'PSEUDO_CLE)'
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WHEN WS-TOTAL-FUITES > ZERO
                   STRING 'CONCLUSION : VALEURS D''ORIGINE DANS DES '
                       'COLONNES NON MASQUEES, BASES A NE PAS OUVRIR '
                       'AU TEST (COLONNES A AJOUTER AU MASQUAGE)'
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WHEN WS-NB-INCOMPLETES > ZERO
                   STRING 'CONCLUSION : COPIE INCOMPLETE (BASE OU '
                       'COLONNE NON TRAITEE), BASES A NE PAS OUVRIR '
                       'AU TEST'
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WHEN OTHER
                   STRING 'CONCLUSION : AUCUNE VALEUR PERSONNELLE '
                       'D''ORIGINE DANS LES BASES DE TEST'
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
           END-EVALUATE.
           WRITE WS-RAPPORT-RECORD.
       7000-ECRIRE-RAPPORT-FIN. EXIT.

      ******************************************************************
      * Execution d'un SELECT COUNT(*) compose dynamiquement.
       9200-COMPTER.
           MOVE ZERO TO SQL-NB-TROUVES.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NB-TROUVES
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE WS-SQL-DYN
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       9200-COMPTER-FIN. EXIT.

       9300-VALIDER.
OCESQL*    EXEC SQL COMMIT WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       9300-VALIDER-FIN. EXIT.

       9500-ANNULER.
OCESQL*    EXEC SQL ROLLBACK WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       9500-ANNULER-FIN. EXIT.

      * Colonne WS-C lue comme texte sans blancs de bord (TEL_MBR est
      * un entier).
       9400-TEXTE-COLONNE.
           MOVE SPACES TO WS-COLONNE-TEXTE.
           STRING 'TRIM(CAST(' FUNCTION TRIM(WS-COL-NOM(WS-C))
               ' AS VARCHAR))'
               DELIMITED BY SIZE INTO WS-COLONNE-TEXTE.
       9400-TEXTE-COLONNE-FIN. EXIT.

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

       END PROGRAM people-anonymisation.
