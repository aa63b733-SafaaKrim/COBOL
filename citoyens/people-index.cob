      ******************************************************************
      * Programme : people-index
      * Description : Index des personnes commun a toutes les bases de
      *   la ville. Une meme personne peut etre citoyen (databank),
      *   adherent ou ayant droit de la mutuelle (MEMBER, MBR_FAMILY
      *   de bobodb), assure (clients-assur.dat) et tuteur d'un eleve
      *   (fiches '05' de input.dat du bulletin). Le fichier
      *   personnes-index.dat donne a chaque personne un identifiant
      *   unique et une ligne par lien vers une cle de chaque systeme :
      *     - CITOYEN : id de databank ;
      *     - MEMBRE  : CODE_MBR de MEMBER ;
      *     - AYANT   : CODE_FAM de MBR_FAMILY ;
      *     - ASSURE  : numero client de clients-assur.dat ;
      *     - TUTEUR  : rang de l'eleve dans input.dat, nom et prenom
      *                 de l'eleve (le tuteur n'a pas de cle propre).
      *   Regle de rapprochement unique, celle de people-acces.cob :
      *   noms normalises (majuscules, espaces et traits d'union
      *   retires, nom+prenom ou prenom+nom) et date de naissance. Un
      *   lien porte un niveau de confiance :
      *     - H (haute)   : memes noms, meme date de naissance ;
      *     - M (moyenne) : memes noms, date absente d'un cote ;
      *     - F (faible)  : lien de tuteur, sur le seul nom.
      *   Deux dates de naissance connues et differentes ne sont
      *   jamais rapprochees. Les liens M et F sont a confirmer ou a
      *   separer par l'operateur dans people-index-revue.cob ; ces
      *   decisions (etat C ou S) sont reprises telles quelles d'un
      *   passage a l'autre, et l'identifiant d'une personne deja
      *   indexee est conserve. Les programmes de rapprochement
      *   (people-rapprochement, people-prospects, people-effacement)
      *   lisent cet index quand il existe plutot que de rapprocher
      *   les noms chacun a sa maniere. Les lignes deja effacees
      *   (noms a 'EFFACE') ne sont pas indexees. Les deux bases sont
      *   lues l'une apres l'autre. Forme precompilee OCESQL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. people-index.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE
           ASSIGN TO 'personnes-index.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INDEX.

           SELECT CLIENTS-FILE
           ASSIGN TO 'clients-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CLIENTS.

           SELECT BULLETIN-FILE
           ASSIGN TO 'input.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-BULLETIN.

       DATA DIVISION.
       FILE SECTION.
       FD INDEX-FILE
      * Une ligne par lien : personne, systeme, cle dans ce systeme,
      * confiance (H/M/F), etat (A automatique, C confirme, S separe),
      * date de naissance AAAAMMJJ, nom normalise, libelle lisible,
      * operateur et date de la decision.
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

       FD BULLETIN-FILE
      * Memes fiches que dans file.cbl : seules l'eleve ('01') et son
      * tuteur ('05') servent ici.
           RECORD CONTAINS 2 TO 1000 CHARACTERS.
       01 WS-BUL-TYPE          PIC X(02).
       01 WS-BUL-ELEVE.
           05 WS-BUL-S-KEY     PIC 9(02).
           05 WS-BUL-S-NOM     PIC X(07).
           05 WS-BUL-S-PRENOM  PIC X(06).
           05 WS-BUL-S-AGE     PIC 9(02).
       01 WS-BUL-TUTEUR.
           05 WS-BUL-T-KEY     PIC 9(02).
           05 WS-BUL-T-NOM     PIC X(20).
           05 WS-BUL-T-ADRESSE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-INDEX    PIC X(02).
          88 STATUT-INDEX-OK  VALUE '00'.
          88 STATUT-INDEX-FIN VALUE '10'.

       01 WS-STATUS-CLIENTS  PIC X(02).
          88 STATUT-CLIENTS-OK  VALUE '00'.
          88 STATUT-CLIENTS-FIN VALUE '10'.

       01 WS-STATUS-BULLETIN PIC X(02).
          88 STATUT-BULLETIN-OK  VALUE '00'.
          88 STATUT-BULLETIN-FIN VALUE '10'.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME-CITOYENS    PIC X(30) VALUE 'citoyens'.
       01 DBNAME-BOBO        PIC X(30) VALUE 'bobodb'.
       01 USERNAME           PIC X(30) VALUE 'cobol'.
       01 PASSWD             PIC X(10) VALUE SPACE.

       01 SQL-IX-CLE         PIC X(20).
       01 SQL-IX-NOM         PIC X(50).
       01 SQL-IX-PRENOM      PIC X(50).
       01 SQL-IX-NAISSANCE   PIC X(10).
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

       01 WS-CTY-SQLCODE     PIC S9(9) VALUE ZERO.

      * SQL compose dynamiquement, termine par X"00".
       01 WS-SQL-DYN         PIC X(400) VALUE SPACES.
       01 WS-SQL-DYN-PTR     PIC 9(03).

      * Decisions de l'index precedent, reprises au passage.
       01 WS-NB-ANCIENS      PIC 9(04) VALUE ZERO.
       01 WS-TAB-ANCIENS.
          05 WS-ANC-ENTREE OCCURS 3000 TIMES.
             10 WS-ANC-SOURCE    PIC X(07).
             10 WS-ANC-CLE       PIC X(20).
             10 WS-ANC-PERSONNE  PIC 9(08).
             10 WS-ANC-CONFIANCE PIC X(01).
             10 WS-ANC-ETAT      PIC X(01).
             10 WS-ANC-OPERATEUR PIC X(10).
             10 WS-ANC-DATE-DEC  PIC X(08).
       01 WS-DERNIER-ID      PIC 9(08) VALUE ZERO.

      * Liens releves dans tous les systemes, puis regroupes par
      * personne. WS-LN-NAISS-REF porte, sur le premier lien d'une
      * personne, la premiere date de naissance connue du groupe.
       01 WS-NB-LIENS        PIC 9(04) VALUE ZERO.
       01 WS-TAB-LIENS.
          05 WS-LN-ENTREE OCCURS 3000 TIMES.
             10 WS-LN-SOURCE     PIC X(07).
             10 WS-LN-CLE        PIC X(20).
             10 WS-LN-NORM-1     PIC X(61).
             10 WS-LN-NORM-2     PIC X(61).
             10 WS-LN-NAISSANCE  PIC X(08).
             10 WS-LN-LIBELLE    PIC X(50).
             10 WS-LN-PERSONNE   PIC 9(08).
             10 WS-LN-CONFIANCE  PIC X(01).
             10 WS-LN-ETAT       PIC X(01).
             10 WS-LN-FORCE      PIC X(01).
                88 LN-FORCE      VALUE 'O'.
             10 WS-LN-OPERATEUR  PIC X(10).
             10 WS-LN-DATE-DEC   PIC X(08).
             10 WS-LN-ANCIEN-ID  PIC 9(08).
             10 WS-LN-NAISS-REF  PIC X(08).

      * Lien en cours d'ajout.
       01 WS-SOURCE-COURANTE PIC X(07).
       01 WS-CLE-COURANTE    PIC X(20).
       01 WS-NOM-COURANT     PIC X(50).
       01 WS-PRENOM-COURANT  PIC X(50).
       01 WS-NOM-COMPLET     PIC X(50).
       01 WS-NAISS-COURANTE  PIC X(10).
       01 WS-RANG-ELEVE      PIC 9(03) VALUE ZERO.
       01 WS-ELEVE-NOM       PIC X(07).
       01 WS-ELEVE-PRENOM    PIC X(06).

      * Normalisation des noms, comme people-acces.cob.
       01 WS-NOM-TRAVAIL     PIC X(61).
       01 WS-NOM-NORMALISE   PIC X(61).
       01 WS-POS-SOURCE      PIC 9(04).
       01 WS-POS-CIBLE       PIC 9(04).

      * Comparaison de deux liens : WS-A (premier lien de la
      * personne), WS-B (lien examine), resultat N (pas la meme
      * personne), H, M ou F.
       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-K               PIC 9(04).
       01 WS-A               PIC 9(04).
       01 WS-B               PIC 9(04).
       01 WS-DATE-REF        PIC X(08).
       01 WS-RESULTAT-COMP   PIC X(01).
       01 WS-ID-CANDIDAT     PIC 9(08).
       01 WS-ID-PRIS         PIC X(01).
          88 ID-PRIS         VALUE 'O'.

       01 WS-NB-PERSONNES    PIC 9(05) VALUE ZERO.
       01 WS-NB-HAUTE        PIC 9(05) VALUE ZERO.
       01 WS-NB-MOYENNE      PIC 9(05) VALUE ZERO.
       01 WS-NB-FAIBLE       PIC 9(05) VALUE ZERO.
       01 WS-NB-DECISIONS    PIC 9(05) VALUE ZERO.
       01 WS-NB-A-REVOIR     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 1500-CHARGER-ANCIEN-INDEX
           THRU    1500-CHARGER-ANCIEN-INDEX-FIN.

           PERFORM 2000-RELEVER-CITOYENS
           THRU    2000-RELEVER-CITOYENS-FIN.

           PERFORM 3000-RELEVER-MUTUELLE
           THRU    3000-RELEVER-MUTUELLE-FIN.

           PERFORM 4000-RELEVER-ASSURES
           THRU    4000-RELEVER-ASSURES-FIN.

           PERFORM 4500-RELEVER-TUTEURS
           THRU    4500-RELEVER-TUTEURS-FIN.

           PERFORM 6000-REGROUPER
           THRU    6000-REGROUPER-FIN.

           PERFORM 7000-ECRIRE-INDEX
           THRU    7000-ECRIRE-INDEX-FIN.

           DISPLAY 'LIENS INDEXES       : ' WS-NB-LIENS.
           DISPLAY 'PERSONNES           : ' WS-NB-PERSONNES.
           DISPLAY 'CONFIANCE HAUTE     : ' WS-NB-HAUTE.
           DISPLAY 'CONFIANCE MOYENNE   : ' WS-NB-MOYENNE.
           DISPLAY 'CONFIANCE FAIBLE    : ' WS-NB-FAIBLE.
           DISPLAY 'DECISIONS REPRISES  : ' WS-NB-DECISIONS.
           DISPLAY 'LIENS A REVOIR      : ' WS-NB-A-REVOIR.
       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Index precedent : les decisions de l'operateur (C, S) et les
      * identifiants deja attribues sont gardes pour ce passage. Le
      * premier passage part d'un index absent.
      ******************************************************************
       1500-CHARGER-ANCIEN-INDEX.
           OPEN INPUT INDEX-FILE.
           IF NOT STATUT-INDEX-OK
               DISPLAY 'PAS D''INDEX PRECEDENT, CONSTRUCTION INITIALE.'
               GO TO 1500-CHARGER-ANCIEN-INDEX-FIN
           END-IF.
           PERFORM UNTIL STATUT-INDEX-FIN
               READ INDEX-FILE
               IF STATUT-INDEX-OK
                   IF WS-NB-ANCIENS < 3000
                       ADD 1 TO WS-NB-ANCIENS
                       MOVE WS-IDX-SOURCE
                           TO WS-ANC-SOURCE(WS-NB-ANCIENS)
                       MOVE WS-IDX-CLE
                           TO WS-ANC-CLE(WS-NB-ANCIENS)
                       MOVE WS-IDX-PERSONNE
                           TO WS-ANC-PERSONNE(WS-NB-ANCIENS)
                       MOVE WS-IDX-CONFIANCE
                           TO WS-ANC-CONFIANCE(WS-NB-ANCIENS)
                       MOVE WS-IDX-ETAT
                           TO WS-ANC-ETAT(WS-NB-ANCIENS)
                       MOVE WS-IDX-OPERATEUR
                           TO WS-ANC-OPERATEUR(WS-NB-ANCIENS)
                       MOVE WS-IDX-DATE-DEC
                           TO WS-ANC-DATE-DEC(WS-NB-ANCIENS)
                       IF WS-IDX-PERSONNE > WS-DERNIER-ID
                           MOVE WS-IDX-PERSONNE TO WS-DERNIER-ID
                       END-IF
                   END-IF
               ELSE
                   SET STATUT-INDEX-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE INDEX-FILE.
       1500-CHARGER-ANCIEN-INDEX-FIN. EXIT.

      ******************************************************************
      * Base citoyens : un lien CITOYEN par ligne de databank.
      ******************************************************************
       2000-RELEVER-CITOYENS.
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
               DISPLAY 'CONNEXION CITOYENS IMPOSSIBLE, SQLCODE '
                   SQLCODE
               GO TO 2000-RELEVER-CITOYENS-FIN
           END-IF.

           MOVE 'CITOYEN' TO WS-SOURCE-COURANTE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT CAST(id AS VARCHAR), '
                  'COALESCE(last_name,''''), '
                  'COALESCE(first_name,''''), '
                  'COALESCE(CAST(birth_date AS VARCHAR),'''') '
                  'FROM databank '
                  'WHERE COALESCE(last_name,'''') <> ''EFFACE'' '
                  'ORDER BY id'
                  DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 2500-RELEVER-REQUETE
           THRU    2500-RELEVER-REQUETE-FIN.

OCESQL*    EXEC SQL DISCONNECT ALL END-EXEC.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.
       2000-RELEVER-CITOYENS-FIN. EXIT.

      ******************************************************************
      * Une requete de WS-SQL-DYN a quatre colonnes texte (cle, nom,
      * prenom, date de naissance AAAA-MM-JJ) : un lien par rang, pour
      * le systeme WS-SOURCE-COURANTE.
      ******************************************************************
       2500-RELEVER-REQUETE.
           MOVE X"00" TO WS-SQL-DYN(WS-SQL-DYN-PTR:1).

OCESQL*    EXEC SQL DECLARE IDX_CUR CURSOR FOR ... END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_IDX_CUR" & x"00"
OCESQL          BY REFERENCE WS-SQL-DYN
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN IDX_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_IDX_CUR" & x"00"
OCESQL     END-CALL.

           MOVE SQLCODE TO WS-CTY-SQLCODE.
           PERFORM UNTIL WS-CTY-SQLCODE NOT = 0
OCESQL*        EXEC SQL FETCH IDX_CUR INTO ... END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-IX-CLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 50
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-IX-NOM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 50
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-IX-PRENOM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-IX-NAISSANCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_IDX_CUR" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               MOVE SQLCODE TO WS-CTY-SQLCODE
               IF WS-CTY-SQLCODE = 0
                   MOVE SQL-IX-CLE       TO WS-CLE-COURANTE
                   MOVE SQL-IX-NOM       TO WS-NOM-COURANT
                   MOVE SQL-IX-PRENOM    TO WS-PRENOM-COURANT
                   MOVE SQL-IX-NAISSANCE TO WS-NAISS-COURANTE
                   PERFORM 5000-AJOUTER-LIEN
                   THRU    5000-AJOUTER-LIEN-FIN
               END-IF
           END-PERFORM.

OCESQL*    EXEC SQL CLOSE IDX_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "people_IDX_CUR" & x"00"
OCESQL     END-CALL.
       2500-RELEVER-REQUETE-FIN. EXIT.

      ******************************************************************
      * Mutuelle : adherents (MEMBER) puis ayants droit (MBR_FAMILY).
      * La date de naissance des ayants droit est posee si la colonne
      * manque encore, comme dans ayants-droit-age.cbl.
      ******************************************************************
       3000-RELEVER-MUTUELLE.
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
               DISPLAY 'CONNEXION BOBODB IMPOSSIBLE, SQLCODE ' SQLCODE
               GO TO 3000-RELEVER-MUTUELLE-FIN
           END-IF.

OCESQL*    EXEC SQL ALTER TABLE MBR_FAMILY
OCESQL*        ADD COLUMN IF NOT EXISTS BIRTH_MBRFAM DATE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ALTER TABLE MBR_FAMILY ADD COLUMN IF NOT"
OCESQL  &  " EXISTS BIRTH_MBRFAM DATE" & x"00"
OCESQL     END-CALL.

           MOVE 'MEMBRE' TO WS-SOURCE-COURANTE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT COALESCE(CODE_MBR,''''), '
                  'COALESCE(LNAME_MBR,''''), '
                  'COALESCE(FNAME_MBR,''''), '
                  'COALESCE(CAST(BIRTH_DAT AS VARCHAR),'''') '
                  'FROM MEMBER '
                  'WHERE COALESCE(LNAME_MBR,'''') <> ''EFFACE'' '
                  'ORDER BY CODE_MBR'
                  DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 2500-RELEVER-REQUETE
           THRU    2500-RELEVER-REQUETE-FIN.

           MOVE 'AYANT' TO WS-SOURCE-COURANTE.
           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT CAST(CODE_FAM AS VARCHAR), '
                  'COALESCE(LNAME_MBRFAM,''''), '
                  'COALESCE(FNAME_MBRFAM,''''), '
                  'COALESCE(CAST(BIRTH_MBRFAM AS VARCHAR),'''') '
                  'FROM MBR_FAMILY '
                  'WHERE COALESCE(LNAME_MBRFAM,'''') <> ''EFFACE'' '
                  'ORDER BY CODE_FAM'
                  DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
           PERFORM 2500-RELEVER-REQUETE
           THRU    2500-RELEVER-REQUETE-FIN.

OCESQL*    EXEC SQL DISCONNECT ALL END-EXEC.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.
       3000-RELEVER-MUTUELLE-FIN. EXIT.

      ******************************************************************
      * Assurance : le nom complet du client (nom et prenom dans un
      * seul champ) et sa date de naissance AAAAMMJJ facultative.
      ******************************************************************
       4000-RELEVER-ASSURES.
           OPEN INPUT CLIENTS-FILE.
           IF NOT STATUT-CLIENTS-OK
               DISPLAY 'CLIENTS-ASSUR.DAT INDISPONIBLE : '
                   WS-STATUS-CLIENTS
               GO TO 4000-RELEVER-ASSURES-FIN
           END-IF.
           MOVE 'ASSURE' TO WS-SOURCE-COURANTE.
           PERFORM UNTIL STATUT-CLIENTS-FIN
               READ CLIENTS-FILE
               IF STATUT-CLIENTS-OK
                   MOVE WS-CLT-NUMERO   TO WS-CLE-COURANTE
                   MOVE WS-CLT-NOM-ASS  TO WS-NOM-COURANT
                   MOVE SPACES          TO WS-PRENOM-COURANT
                   MOVE SPACES          TO WS-NAISS-COURANTE
                   IF WS-CLT-NAISSANCE NUMERIC
                       STRING WS-CLT-NAISSANCE(1:4) '-'
                           WS-CLT-NAISSANCE(5:2) '-'
                           WS-CLT-NAISSANCE(7:2)
                           DELIMITED BY SIZE INTO WS-NAISS-COURANTE
                   END-IF
                   PERFORM 5000-AJOUTER-LIEN
                   THRU    5000-AJOUTER-LIEN-FIN
               ELSE
                   SET STATUT-CLIENTS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE CLIENTS-FILE.
       4000-RELEVER-ASSURES-FIN. EXIT.

      ******************************************************************
      * Bulletin : chaque fiche '05' est le tuteur de l'eleve de la
      * derniere fiche '01' lue (meme rattachement que file.cbl). Le
      * tuteur n'a ni cle ni date de naissance : sa cle est le rang,
      * le nom et le prenom de l'eleve.
      ******************************************************************
       4500-RELEVER-TUTEURS.
           OPEN INPUT BULLETIN-FILE.
           IF NOT STATUT-BULLETIN-OK
               DISPLAY 'INPUT.DAT DU BULLETIN INDISPONIBLE : '
                   WS-STATUS-BULLETIN
               GO TO 4500-RELEVER-TUTEURS-FIN
           END-IF.
           MOVE 'TUTEUR' TO WS-SOURCE-COURANTE.
           MOVE SPACES TO WS-ELEVE-NOM WS-ELEVE-PRENOM.
           PERFORM UNTIL STATUT-BULLETIN-FIN
               READ BULLETIN-FILE
               IF STATUT-BULLETIN-OK
                   EVALUATE WS-BUL-TYPE
                       WHEN '01'
                           ADD 1 TO WS-RANG-ELEVE
                           MOVE WS-BUL-S-NOM    TO WS-ELEVE-NOM
                           MOVE WS-BUL-S-PRENOM TO WS-ELEVE-PRENOM
                       WHEN '05'
                           MOVE SPACES TO WS-CLE-COURANTE
                           STRING WS-RANG-ELEVE ' ' WS-ELEVE-NOM ' '
                               WS-ELEVE-PRENOM
                               DELIMITED BY SIZE INTO WS-CLE-COURANTE
                           MOVE WS-BUL-T-NOM TO WS-NOM-COURANT
                           MOVE SPACES TO WS-PRENOM-COURANT
                           MOVE SPACES TO WS-NAISS-COURANTE
                           PERFORM 5000-AJOUTER-LIEN
                           THRU    5000-AJOUTER-LIEN-FIN
                   END-EVALUATE
               ELSE
                   SET STATUT-BULLETIN-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE BULLETIN-FILE.
       4500-RELEVER-TUTEURS-FIN. EXIT.

      ******************************************************************
      * Ajout du lien courant : noms normalises dans les deux ordres
      * (un seul quand le systeme ne porte que le nom complet), date
      * AAAAMMJJ, et reprise de la decision de l'index precedent.
      ******************************************************************
       5000-AJOUTER-LIEN.
           IF WS-NOM-COURANT = SPACES
               GO TO 5000-AJOUTER-LIEN-FIN
           END-IF.
           IF WS-NB-LIENS NOT < 3000
               DISPLAY 'PLUS DE 3000 LIENS, SUITE IGNOREE'
               GO TO 5000-AJOUTER-LIEN-FIN
           END-IF.
           ADD 1 TO WS-NB-LIENS.
           MOVE WS-SOURCE-COURANTE TO WS-LN-SOURCE(WS-NB-LIENS).
           MOVE WS-CLE-COURANTE    TO WS-LN-CLE(WS-NB-LIENS).

           MOVE SPACES TO WS-NOM-COMPLET.
           STRING FUNCTION TRIM(WS-NOM-COURANT) ' '
               FUNCTION TRIM(WS-PRENOM-COURANT)
               DELIMITED BY SIZE INTO WS-NOM-COMPLET.
           MOVE WS-NOM-COMPLET TO WS-LN-LIBELLE(WS-NB-LIENS).
           MOVE WS-NOM-COMPLET TO WS-NOM-TRAVAIL.
           PERFORM 6900-NORMALISER-NOM
           THRU    6900-NORMALISER-NOM-FIN.
           MOVE WS-NOM-NORMALISE TO WS-LN-NORM-1(WS-NB-LIENS).
           MOVE SPACES TO WS-NOM-TRAVAIL.
           STRING FUNCTION TRIM(WS-PRENOM-COURANT) ' '
               FUNCTION TRIM(WS-NOM-COURANT)
               DELIMITED BY SIZE INTO WS-NOM-TRAVAIL.
           PERFORM 6900-NORMALISER-NOM
           THRU    6900-NORMALISER-NOM-FIN.
           MOVE WS-NOM-NORMALISE TO WS-LN-NORM-2(WS-NB-LIENS).

           MOVE SPACES TO WS-LN-NAISSANCE(WS-NB-LIENS).
           IF WS-NAISS-COURANTE(5:1) = '-'
               AND WS-NAISS-COURANTE(8:1) = '-'
               STRING WS-NAISS-COURANTE(1:4)
                   WS-NAISS-COURANTE(6:2)
                   WS-NAISS-COURANTE(9:2)
                   DELIMITED BY SIZE
                   INTO WS-LN-NAISSANCE(WS-NB-LIENS)
           END-IF.

           MOVE ZERO   TO WS-LN-PERSONNE(WS-NB-LIENS).
           MOVE ZERO   TO WS-LN-ANCIEN-ID(WS-NB-LIENS).
           MOVE SPACES TO WS-LN-CONFIANCE(WS-NB-LIENS).
           MOVE 'A'    TO WS-LN-ETAT(WS-NB-LIENS).
           MOVE 'N'    TO WS-LN-FORCE(WS-NB-LIENS).
           MOVE SPACES TO WS-LN-OPERATEUR(WS-NB-LIENS).
           MOVE SPACES TO WS-LN-DATE-DEC(WS-NB-LIENS).
           MOVE SPACES TO WS-LN-NAISS-REF(WS-NB-LIENS).

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-ANCIENS
               IF WS-ANC-SOURCE(WS-K) = WS-SOURCE-COURANTE
                   AND WS-ANC-CLE(WS-K) = WS-CLE-COURANTE
                   MOVE WS-ANC-PERSONNE(WS-K)
                       TO WS-LN-ANCIEN-ID(WS-NB-LIENS)
                   IF WS-ANC-ETAT(WS-K) = 'C'
                       OR WS-ANC-ETAT(WS-K) = 'S'
                       ADD 1 TO WS-NB-DECISIONS
                       MOVE 'O' TO WS-LN-FORCE(WS-NB-LIENS)
                       MOVE WS-ANC-PERSONNE(WS-K)
                           TO WS-LN-PERSONNE(WS-NB-LIENS)
                       MOVE WS-ANC-CONFIANCE(WS-K)
                           TO WS-LN-CONFIANCE(WS-NB-LIENS)
                       MOVE WS-ANC-ETAT(WS-K)
                           TO WS-LN-ETAT(WS-NB-LIENS)
                       MOVE WS-ANC-OPERATEUR(WS-K)
                           TO WS-LN-OPERATEUR(WS-NB-LIENS)
                       MOVE WS-ANC-DATE-DEC(WS-K)
                           TO WS-LN-DATE-DEC(WS-NB-LIENS)
                       MOVE WS-LN-NAISSANCE(WS-NB-LIENS)
                           TO WS-LN-NAISS-REF(WS-NB-LIENS)
                   END-IF
                   MOVE WS-NB-ANCIENS TO WS-K
               END-IF
           END-PERFORM.
       5000-AJOUTER-LIEN-FIN. EXIT.

      ******************************************************************
      * Regroupement : chaque lien encore libre ouvre (ou rejoint) une
      * personne, puis les liens libres suivants qui lui
      * correspondent s'y rattachent. Les liens confirmes ou separes
      * gardent leur personne.
      ******************************************************************
       6000-REGROUPER.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIENS
               IF WS-LN-PERSONNE(WS-I) = ZERO
                   PERFORM 6100-OUVRIR-PERSONNE
                   THRU    6100-OUVRIR-PERSONNE-FIN
                   MOVE WS-I TO WS-A
                   PERFORM VARYING WS-J FROM WS-I BY 1
                           UNTIL WS-J > WS-NB-LIENS
                       IF WS-LN-PERSONNE(WS-J) = ZERO
                           MOVE WS-J TO WS-B
                           MOVE WS-LN-NAISS-REF(WS-I) TO WS-DATE-REF
                           PERFORM 6300-COMPARER-LIENS
                           THRU    6300-COMPARER-LIENS-FIN
                           IF WS-RESULTAT-COMP NOT = 'N'
                               MOVE WS-LN-PERSONNE(WS-I)
                                   TO WS-LN-PERSONNE(WS-J)
                               MOVE WS-RESULTAT-COMP
                                   TO WS-LN-CONFIANCE(WS-J)
                               IF WS-LN-NAISS-REF(WS-I) = SPACES
                                   MOVE WS-LN-NAISSANCE(WS-J)
                                       TO WS-LN-NAISS-REF(WS-I)
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       6000-REGROUPER-FIN. EXIT.

      ******************************************************************
      * Premier lien libre d'une personne : il rejoint une personne
      * confirmee qui lui correspond, sinon il reprend son ancien
      * identifiant s'il n'est pas deja repris par un autre groupe,
      * sinon il recoit un nouvel identifiant.
      ******************************************************************
       6100-OUVRIR-PERSONNE.
           MOVE WS-LN-NAISSANCE(WS-I) TO WS-LN-NAISS-REF(WS-I).
           MOVE WS-I TO WS-B.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-LIENS
                      OR WS-LN-PERSONNE(WS-I) NOT = ZERO
               IF LN-FORCE(WS-K) AND WS-LN-ETAT(WS-K) = 'C'
                   MOVE WS-K TO WS-A
                   MOVE WS-LN-NAISSANCE(WS-K) TO WS-DATE-REF
                   PERFORM 6300-COMPARER-LIENS
                   THRU    6300-COMPARER-LIENS-FIN
                   IF WS-RESULTAT-COMP NOT = 'N'
                       MOVE WS-LN-PERSONNE(WS-K)
                           TO WS-LN-PERSONNE(WS-I)
                       MOVE WS-RESULTAT-COMP TO WS-LN-CONFIANCE(WS-I)
                       IF WS-LN-NAISS-REF(WS-I) = SPACES
                           MOVE WS-LN-NAISSANCE(WS-K)
                               TO WS-LN-NAISS-REF(WS-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LN-PERSONNE(WS-I) NOT = ZERO
               GO TO 6100-OUVRIR-PERSONNE-FIN
           END-IF.

           MOVE 'H' TO WS-LN-CONFIANCE(WS-I).
           MOVE WS-LN-ANCIEN-ID(WS-I) TO WS-ID-CANDIDAT.
           MOVE 'N' TO WS-ID-PRIS.
           IF WS-ID-CANDIDAT NOT = ZERO
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-LIENS
                   IF WS-K NOT = WS-I
                       AND WS-LN-PERSONNE(WS-K) = WS-ID-CANDIDAT
                       AND NOT LN-FORCE(WS-K)
                       MOVE 'O' TO WS-ID-PRIS
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ID-CANDIDAT = ZERO OR ID-PRIS
               ADD 1 TO WS-DERNIER-ID
               MOVE WS-DERNIER-ID TO WS-ID-CANDIDAT
           END-IF.
           MOVE WS-ID-CANDIDAT TO WS-LN-PERSONNE(WS-I).
       6100-OUVRIR-PERSONNE-FIN. EXIT.

      ******************************************************************
      * Regle unique de rapprochement entre le lien WS-A (date de
      * reference WS-DATE-REF) et le lien WS-B.
      ******************************************************************
       6300-COMPARER-LIENS.
           MOVE 'N' TO WS-RESULTAT-COMP.
           IF WS-B = WS-A
               GO TO 6300-COMPARER-LIENS-FIN
           END-IF.
           IF WS-LN-NORM-1(WS-B) NOT = WS-LN-NORM-1(WS-A)
               AND WS-LN-NORM-1(WS-B) NOT = WS-LN-NORM-2(WS-A)
               AND WS-LN-NORM-2(WS-B) NOT = WS-LN-NORM-1(WS-A)
               AND WS-LN-NORM-2(WS-B) NOT = WS-LN-NORM-2(WS-A)
               GO TO 6300-COMPARER-LIENS-FIN
           END-IF.
           IF WS-LN-NAISSANCE(WS-B) NOT = SPACES
               AND WS-DATE-REF NOT = SPACES
               AND WS-LN-NAISSANCE(WS-B) NOT = WS-DATE-REF
               GO TO 6300-COMPARER-LIENS-FIN
           END-IF.
           IF WS-LN-NAISSANCE(WS-B) NOT = SPACES
               AND WS-DATE-REF NOT = SPACES
               MOVE 'H' TO WS-RESULTAT-COMP
           ELSE
               MOVE 'M' TO WS-RESULTAT-COMP
           END-IF.
           IF WS-LN-SOURCE(WS-A) = 'TUTEUR'
               OR WS-LN-SOURCE(WS-B) = 'TUTEUR'
               MOVE 'F' TO WS-RESULTAT-COMP
           END-IF.
       6300-COMPARER-LIENS-FIN. EXIT.

      ******************************************************************
      * Meme normalisation que people-acces.cob et
      * assur-croisement-mutuelle.cbl : majuscules, espaces et traits
      * d'union retires.
      ******************************************************************
       6900-NORMALISER-NOM.
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
       6900-NORMALISER-NOM-FIN. EXIT.

      ******************************************************************
      * Ecriture du nouvel index et decompte par niveau de confiance.
      * Un lien M ou F encore automatique reste a revoir.
      ******************************************************************
       7000-ECRIRE-INDEX.
           OPEN OUTPUT INDEX-FILE.
           IF NOT STATUT-INDEX-OK
               DISPLAY 'ERREUR OUVERTURE PERSONNES-INDEX.DAT : '
                   WS-STATUS-INDEX
               STOP RUN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIENS
               MOVE SPACES TO WS-INDEX-RECORD
               MOVE WS-LN-PERSONNE(WS-I)  TO WS-IDX-PERSONNE
               MOVE WS-LN-SOURCE(WS-I)    TO WS-IDX-SOURCE
               MOVE WS-LN-CLE(WS-I)       TO WS-IDX-CLE
               MOVE WS-LN-CONFIANCE(WS-I) TO WS-IDX-CONFIANCE
               MOVE WS-LN-ETAT(WS-I)      TO WS-IDX-ETAT
               MOVE WS-LN-NAISSANCE(WS-I) TO WS-IDX-NAISSANCE
               MOVE WS-LN-NORM-1(WS-I)    TO WS-IDX-NOM-NORM
               MOVE WS-LN-LIBELLE(WS-I)   TO WS-IDX-LIBELLE
               MOVE WS-LN-OPERATEUR(WS-I) TO WS-IDX-OPERATEUR
               MOVE WS-LN-DATE-DEC(WS-I)  TO WS-IDX-DATE-DEC
               WRITE WS-INDEX-RECORD
               EVALUATE WS-LN-CONFIANCE(WS-I)
                   WHEN 'H' ADD 1 TO WS-NB-HAUTE
                   WHEN 'M' ADD 1 TO WS-NB-MOYENNE
                   WHEN 'F' ADD 1 TO WS-NB-FAIBLE
               END-EVALUATE
               IF WS-LN-ETAT(WS-I) = 'A'
                   AND WS-LN-CONFIANCE(WS-I) NOT = 'H'
                   ADD 1 TO WS-NB-A-REVOIR
               END-IF
               MOVE 'N' TO WS-ID-PRIS
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K NOT < WS-I
                   IF WS-LN-PERSONNE(WS-K) = WS-LN-PERSONNE(WS-I)
                       MOVE 'O' TO WS-ID-PRIS
                   END-IF
               END-PERFORM
               IF NOT ID-PRIS
                   ADD 1 TO WS-NB-PERSONNES
               END-IF
           END-PERFORM.
           CLOSE INDEX-FILE.
       7000-ECRIRE-INDEX-FIN. EXIT.

       END PROGRAM people-index.
