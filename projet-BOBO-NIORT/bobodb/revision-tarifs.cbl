      * les montants AMOUNT/COST_MNT rattaches a cette garantie sur
      * ce contrat (via CNT_GAR) ; sans code garantie (ou 0), la
      * revision porte sur MBR_CNT.COST_CNT comme auparavant.
      * Une revision dont l'ecart avec le tarif moyen en vigueur
      * depasse le seuil TARIF de double signature (en %, table
      * SEUIL_SIGNATURE) est chargee en attente (APPLIED 'A') : elle
      * n'entre dans les lettres, la simulation et l'application
      * qu'une fois confirmee par un second utilisateur (PENDING_OP,
      * option des operations a contresigner du menu). L'operateur de
      * la campagne est authentifie par son code et son mot de passe
      * d'utilisateur (USER) ouvert, comme a l'entree du menu.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01 REV-IMPACT-TOTAL   PIC S9(11).
       01 REV-LNAME          PIC X(30).
       01 REV-FNAME          PIC X(30).
       01 REV-REF-COUR       PIC X(30).

      * Decoupage des lignes de taux.
       01 WS-CHAMP-CNT       PIC X(10).
       01 WS-JF-LIBELLE      PIC X(25).
       01 WS-JF-CODE         PIC X(02).

      * Double signature : operateur de la campagne, ecart en % du
      * nouveau tarif et seuil TARIF.
       01 WS-SAISIE          PIC X(30).
       01 REV-CODE-USER      PIC X(10).
       01 REV-MDP            PIC X(30).
       01 REV-PWD-TO-CHANGE  PIC X(01).
       01 REV-ECART          PIC 9(09).
       01 REV-ECART-PCT      PIC 9(07)V99.
       01 REV-SEUIL          PIC 9(09)V99.
       01 REV-APPLIED        PIC X(01).
       01 REV-DETAIL-OP      PIC X(80).
       01 REV-AUD-CLES       PIC X(80).
       01 REV-AUD-DETAIL     PIC X(80).
       01 WS-NB-ATTENTE      PIC 9(05) VALUE ZERO.

       01 WS-CHOIX-MENU      PIC X(01).
       01 WS-NB-CHARGES      PIC 9(05) VALUE ZERO.
       01 WS-NB-LETTRES      PIC 9(05) VALUE ZERO.
               ALTER TABLE RATE_REVISION
                   ADD COLUMN IF NOT EXISTS CODE_GAR INTEGER
           END-EXEC.
      * Registre des courriers sortants, partage par tous les
      * programmes qui ecrivent aux adherents.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS COURRIER (
                   CODE_COUR SERIAL PRIMARY KEY,
                   CODE_MBR VARCHAR(10),
                   TYPE_COUR VARCHAR(12),
                   DAT_COUR DATE,
                   REF_COUR VARCHAR(30),
                   PGM_COUR VARCHAR(30),
                   DAT_RETOUR DATE
               )
           END-EXEC.
      * Operations en attente de seconde signature et seuils, poses
      * si le menu n'a pas encore tourne.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PENDING_OP (
                   CODE_OP SERIAL PRIMARY KEY,
                   TYPE_OP VARCHAR(10),
                   REF_OP INTEGER,
                   REF2_OP INTEGER,
                   VALUE_OP VARCHAR(30),
                   DAT_OP DATE,
                   AMOUNT_OP DECIMAL(11,2),
                   DETAIL_OP VARCHAR(80),
                   STATUT_OP VARCHAR(10),
                   USER_CREA VARCHAR(10),
                   TS_CREA TIMESTAMP,
                   USER_VALID VARCHAR(10),
                   TS_VALID TIMESTAMP
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SEUIL_SIGNATURE (
                   TYPE_OP VARCHAR(10) PRIMARY KEY,
                   SEUIL_OP DECIMAL(11,2),
                   FCT_VALID VARCHAR(15)
               )
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'CODE OPERATEUR OBLIGATOIRE.'
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.
           MOVE WS-SAISIE(1:10) TO REV-CODE-USER.
           DISPLAY 'Mot de passe : ' WITH NO ADVANCING.
           MOVE SPACES TO REV-MDP.
           ACCEPT REV-MDP.
           MOVE SPACES TO REV-PWD-TO-CHANGE.
           EXEC SQL
               SELECT COALESCE(PWD_TO_CHANGE, 'N')
               INTO :REV-PWD-TO-CHANGE
               FROM USER
               WHERE CODE_USER = :REV-CODE-USER
               AND PW_USER = :REV-MDP
               AND DAT_CLOSE_USER IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'OPERATEUR INCONNU, FERME OU MOT DE PASSE '
                   'INVALIDE.'
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.
           IF REV-PWD-TO-CHANGE = 'O'
               DISPLAY 'MOT DE PASSE A CHANGER : SE CONNECTER D''ABORD '
                   'AU MENU.'
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.

      * Seuil TARIF de double signature, 5 % par defaut.
           MOVE 5 TO REV-SEUIL.
           EXEC SQL
               SELECT SEUIL_OP INTO :REV-SEUIL
               FROM SEUIL_SIGNATURE
               WHERE TYPE_OP = 'TARIF'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 5 TO REV-SEUIL
           END-IF.

      * Date minimale d'effet : premier jour ouvre au-dela du
      * preavis legal, via la routine partagee JOURFERIE.
           MOVE 'PROCHAIN' TO WS-JF-FONCTION.
               GO TO CHARGER-TAUX-FIN
           END-IF.

           MOVE ZERO TO WS-NB-CHARGES WS-NB-ATTENTE.
           PERFORM UNTIL STATUT-TAUX-FIN
               READ TAUX-FILE
               IF STATUT-TAUX-OK
           END-PERFORM.
           CLOSE TAUX-FILE.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY WS-NB-CHARGES ' TAUX CHARGE(S), DONT '
               WS-NB-ATTENTE ' EN ATTENTE DE SECONDE SIGNATURE.'.
       CHARGER-TAUX-FIN. EXIT.

       CHARGER-UN-TAUX.
               MOVE WS-DATE-MINI-ISO TO REV-DAT-EFFET
           END-IF.

      * Ecart en % avec le tarif moyen en vigueur : au-dela du seuil
      * TARIF, la revision est chargee en attente de seconde
      * signature.
           PERFORM CALCULER-ECART-TARIF
           THRU    CALCULER-ECART-TARIF-FIN.
           MOVE 'N' TO REV-APPLIED.
           IF REV-ECART-PCT > REV-SEUIL
               MOVE 'A' TO REV-APPLIED
           END-IF.

           EXEC SQL
               INSERT INTO RATE_REVISION
                   (CODE_CNT, NEW_COST, DAT_EFFET, DAT_CREA_REV,
                    APPLIED, CODE_GAR)
               VALUES (:REV-CODE-CNT, :REV-NEW-COST,
                   TO_DATE(:REV-DAT-EFFET, 'YYYY-MM-DD'),
                   CURRENT_DATE, :REV-APPLIED, :REV-CODE-GAR)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-NB-CHARGES
               IF REV-APPLIED = 'A'
                   PERFORM ATTENTE-SIGNATURE-TAUX
                   THRU    ATTENTE-SIGNATURE-TAUX-FIN
               END-IF
           END-IF.
       CHARGER-UN-TAUX-FIN. EXIT.

      * Tarif moyen en vigueur (cotisation du contrat, ou montants de
      * la garantie sur ce contrat) et ecart en % du nouveau tarif ;
      * sans tarif en vigueur l'ecart est nul.
       CALCULER-ECART-TARIF.
           MOVE ZERO TO REV-COST-ACTUEL REV-ECART-PCT.
           IF REV-CODE-GAR > 0
               EXEC SQL
                   SELECT COALESCE(AVG(A.COST_MNT), 0)
                   INTO :REV-COST-ACTUEL
                   FROM AMOUNT A
                   INNER JOIN CNT_GAR CG ON CG.CODE_MNT = A.CODE_MNT
                   WHERE CG.CODE_CNT = :REV-CODE-CNT
                   AND CG.CODE_GAR = :REV-CODE-GAR
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COALESCE(AVG(COST_CNT), 0)
                   INTO :REV-COST-ACTUEL
                   FROM MBR_CNT
                   WHERE CODE_CNT = :REV-CODE-CNT
                   AND ACTIVE_MBRCNT = 'O'
               END-EXEC
           END-IF.
           IF REV-COST-ACTUEL = ZERO
               GO TO CALCULER-ECART-TARIF-FIN
           END-IF.
           IF REV-NEW-COST > REV-COST-ACTUEL
               COMPUTE REV-ECART = REV-NEW-COST - REV-COST-ACTUEL
           ELSE
               COMPUTE REV-ECART = REV-COST-ACTUEL - REV-NEW-COST
           END-IF.
           COMPUTE REV-ECART-PCT ROUNDED =
               REV-ECART * 100 / REV-COST-ACTUEL.
       CALCULER-ECART-TARIF-FIN. EXIT.

      ******************************************************************
      * Revision au-dela du seuil : operation TARIF en attente de
      * seconde signature, portant les cles de la revision (contrat,
      * garantie, date d'effet), le nouveau tarif et l'ancien ; la
      * confirmation la passe APPLIED 'N', le rejet APPLIED 'R'.
      ******************************************************************
       ATTENTE-SIGNATURE-TAUX.
           ADD 1 TO WS-NB-ATTENTE.
           MOVE SPACES TO REV-DETAIL-OP.
           STRING 'CONTRAT ' FUNCTION TRIM(REV-CODE-CNT)
               ' GARANTIE ' REV-CODE-GAR
               ' ' REV-COST-ACTUEL ' -> ' REV-NEW-COST
               ' EFFET ' REV-DAT-EFFET
               DELIMITED BY SIZE INTO REV-DETAIL-OP.
           EXEC SQL
               INSERT INTO PENDING_OP
                   (TYPE_OP, REF_OP, REF2_OP, VALUE_OP, DAT_OP,
                    AMOUNT_OP, DETAIL_OP, STATUT_OP, USER_CREA,
                    TS_CREA)
               VALUES ('TARIF', :REV-CODE-GAR, :REV-COST-ACTUEL,
                   :REV-CODE-CNT,
                   TO_DATE(:REV-DAT-EFFET, 'YYYY-MM-DD'),
                   :REV-NEW-COST, :REV-DETAIL-OP, 'PENDING',
                   :REV-CODE-USER, CURRENT_TIMESTAMP)
           END-EXEC.
           DISPLAY 'ECART ' REV-ECART-PCT ' % AU-DELA DU SEUIL, '
               'EN ATTENTE DE SECONDE SIGNATURE : '
               FUNCTION TRIM(REV-CODE-CNT).
           MOVE SPACES TO REV-AUD-CLES.
           STRING FUNCTION TRIM(REV-CODE-CNT) '/' REV-CODE-GAR
               '/' REV-DAT-EFFET
               DELIMITED BY SIZE INTO REV-AUD-CLES.
           MOVE SPACES TO REV-AUD-DETAIL.
           STRING 'EN ATTENTE SIGNATURE ' REV-COST-ACTUEL
               ' -> ' REV-NEW-COST ' ECART ' REV-ECART-PCT ' %'
               DELIMITED BY SIZE INTO REV-AUD-DETAIL.
           EXEC SQL
               INSERT INTO AUDIT_TRAIL
                   (CODE_USER, FCT_AUDIT, KEYS_AUDIT, DETAIL_AUDIT,
                    TS_AUDIT)
               VALUES (:REV-CODE-USER, 'TARIF', :REV-AUD-CLES,
                   :REV-AUD-DETAIL, CURRENT_TIMESTAMP)
           END-EXEC.
       ATTENTE-SIGNATURE-TAUX-FIN. EXIT.

      ******************************************************************
      * Simulation : pour chaque revision non appliquee, l'ecart
      * entre nouveau et ancien cout multiplie par l'effectif actif
                       ' (PREAVIS LEGAL RESPECTE).'
                       DELIMITED BY SIZE INTO LETTRES-RECORD
                   WRITE LETTRES-RECORD
                   PERFORM ENREGISTRER-COURRIER
                   THRU    ENREGISTRER-COURRIER-FIN
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_LETTRES END-EXEC.
           DISPLAY WS-NB-LETTRES ' LETTRE(S) GENEREE(S).'.
       GENERER-LETTRES-FIN. EXIT.

      ******************************************************************
      * Trace de la lettre dans le registre des courriers : la
      * reference de campagne est le contrat revise et la date d'effet.
      ******************************************************************
       ENREGISTRER-COURRIER.
           MOVE SPACES TO REV-REF-COUR.
           STRING FUNCTION TRIM(REV-CODE-CNT) ' EFFET ' REV-DAT-EFFET
               DELIMITED BY SIZE INTO REV-REF-COUR.
           EXEC SQL
               INSERT INTO COURRIER
                   (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR, PGM_COUR)
               VALUES (:REV-CODE-MBR, 'REVISION', CURRENT_DATE,
                   :REV-REF-COUR, 'revision-tarifs')
           END-EXEC.
       ENREGISTRER-COURRIER-FIN. EXIT.

      ******************************************************************
      * Application des revisions echues : chaque rattachement actif
      * du contrat recoit un avenant date (meme table que
