       IDENTIFICATION DIVISION.
       PROGRAM-ID. signatures-attente.

      ******************************************************************
      * Liste quotidienne des operations en attente de seconde
      * signature : au-dela du seuil de leur type (SEUIL_SIGNATURE),
      * un accord de remboursement important, un lot de virements de
      * reimb-payout.cbl ou une revision de tarif forte de
      * revision-tarifs.cbl est saisi EN ATTENTE (PENDING_OP) par un
      * premier utilisateur et ne prend effet qu'a la confirmation
      * d'un second. Le rapport rapport-signatures-attente.rpt donne
      * chaque operation en attente avec son auteur, son anciennete
      * en jours et la fonction requise pour la contresigner, puis le
      * compte et le montant par type, pour que rien ne reste
      * bloque faute de second signataire.
      * Les changements de parametres d'exploitation demandes par
      * l'ecran batch/parametres.cbl attendent leur seconde signature
      * dans parametres-attente.dat, a cote de parametres.dat
      * (repertoire PARAM_DIR, comme la routine PARAMLIRE, sinon
      * repertoire courant) : ils sont listes a la suite, sous le
      * type PARAMETRE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPORT-FILE
           ASSIGN TO 'rapport-signatures-attente.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RAPPORT.

           SELECT ATTENTE-PRM-FILE
           ASSIGN DYNAMIC WS-ATTENTE-PRM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ATTENTE-PRM.

       DATA DIVISION.
       FILE SECTION.
       FD RAPPORT-FILE.
       01 RAPPORT-RECORD     PIC X(132).

      * Meme dessin que celui ecrit par batch/parametres.cbl.
       FD ATTENTE-PRM-FILE.
       01 ATTENTE-PRM-RECORD.
           05 PRM-NUMERO      PIC 9(05).
           05 FILLER          PIC X(01).
           05 PRM-CLE         PIC X(20).
           05 FILLER          PIC X(01).
           05 PRM-VALEUR      PIC X(20).
           05 FILLER          PIC X(01).
           05 PRM-COMMENT     PIC X(30).
           05 FILLER          PIC X(01).
           05 PRM-OPERATEUR   PIC X(20).
           05 FILLER          PIC X(01).
           05 PRM-DATE        PIC 9(08).
           05 FILLER          PIC X(01).
           05 PRM-HEURE       PIC 9(06).
           05 FILLER          PIC X(08).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 DB-CONN-INFO.
           05 DB-USERNAME PIC X(30) VALUE "cobol".
           05 DB-PASSWORD PIC X(10) VALUE SPACES.
           05 DB-NAME     PIC X(30) VALUE "bobodb".

       01 WS-STATUS-RAPPORT  PIC X(02).
          88 STATUT-RAPPORT-OK VALUE '00'.
       01 WS-STATUS-ATTENTE-PRM PIC X(02).
          88 STATUT-ATTENTE-PRM-OK  VALUE '00'.
          88 STATUT-ATTENTE-PRM-FIN VALUE '10'.
       01 WS-PARAM-DIR       PIC X(200).
       01 WS-ATTENTE-PRM-PATH PIC X(200)
                             VALUE 'parametres-attente.dat'.

       01 SIG-CODE-OP        PIC 9(09).
       01 SIG-TYPE-OP        PIC X(10).
       01 SIG-AMOUNT-OP      PIC 9(09)V99.
       01 SIG-USER-CREA      PIC X(10).
       01 SIG-DAT-CREA       PIC X(10).
       01 SIG-AGE-JOURS      PIC 9(05).
       01 SIG-DETAIL-OP      PIC X(80).
       01 SIG-FCT-VALID      PIC X(15).
       01 SIG-NB             PIC 9(05).
       01 SIG-MONTANT        PIC 9(11)V99.
       01 SIG-TOTAL-NB       PIC 9(05) VALUE ZERO.
       01 SIG-NB-ANCIENNES   PIC 9(05) VALUE ZERO.
       01 SIG-NB-PRM         PIC 9(05) VALUE ZERO.
       01 SIG-DATE-JOUR      PIC 9(08).

      * Une operation en attente depuis plus de ce nombre de jours
      * est signalee comme a relancer.
       01 WS-DELAI-RELANCE   PIC 9(03) VALUE 2.
       01 WS-MARQUE          PIC X(10).

       PROCEDURE DIVISION.

           EXEC SQL
               CONNECT :DB-USERNAME IDENTIFIED BY :DB-PASSWORD
                   USING :DB-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'Connexion base indisponible, SQLCODE ' SQLCODE
               STOP RUN
           END-IF.

      * Tables posees si ni le menu ni les batchs concernes n'ont
      * encore tourne.
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

           OPEN OUTPUT RAPPORT-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'RAPPORT-SIGNATURES-ATTENTE.RPT INDISPONIBLE : '
                   WS-STATUS-RAPPORT
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.
           MOVE 'OPERATIONS EN ATTENTE DE SECONDE SIGNATURE'
               TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           PERFORM LISTER-OPERATIONS
           THRU    LISTER-OPERATIONS-FIN.
           PERFORM LISTER-PARAMETRES
           THRU    LISTER-PARAMETRES-FIN.
           IF SIG-TOTAL-NB = ZERO
               MOVE 'AUCUNE OPERATION EN ATTENTE.' TO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
           END-IF.
           PERFORM TOTAUX-PAR-TYPE
           THRU    TOTAUX-PAR-TYPE-FIN.

           MOVE SPACES TO RAPPORT-RECORD.
           STRING 'TOTAL : ' SIG-TOTAL-NB
               ' OPERATION(S) EN ATTENTE, DONT ' SIG-NB-ANCIENNES
               ' DE PLUS DE ' WS-DELAI-RELANCE ' JOUR(S) A RELANCER'
               DELIMITED BY SIZE INTO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           CLOSE RAPPORT-FILE.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT END-EXEC.

           DISPLAY 'SIGNATURES EN ATTENTE : ' SIG-TOTAL-NB
               ' OPERATION(S), ' SIG-NB-ANCIENNES ' A RELANCER'.
           STOP RUN.

      ******************************************************************
      * Detail des operations en attente, les plus anciennes d'abord,
      * avec la fonction de validation de leur type (ligne
      * SEUIL_SIGNATURE, sinon la fonction par defaut du type).
      ******************************************************************
       LISTER-OPERATIONS.
           EXEC SQL
               DECLARE CUR_ATTENTE CURSOR FOR
               SELECT P.CODE_OP, P.TYPE_OP,
                      COALESCE(P.AMOUNT_OP, 0),
                      COALESCE(P.USER_CREA, ''),
                      CAST(CAST(P.TS_CREA AS DATE) AS VARCHAR),
                      CURRENT_DATE - CAST(P.TS_CREA AS DATE),
                      COALESCE(P.DETAIL_OP, ''),
                      COALESCE(S.FCT_VALID,
                          CASE P.TYPE_OP
                              WHEN 'TARIF' THEN 'COTISATION'
                              ELSE 'REMBOURS' END)
               FROM PENDING_OP P
               LEFT JOIN SEUIL_SIGNATURE S ON S.TYPE_OP = P.TYPE_OP
               WHERE P.STATUT_OP = 'PENDING'
               ORDER BY P.TS_CREA
           END-EXEC.
           EXEC SQL OPEN CUR_ATTENTE END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_ATTENTE INTO :SIG-CODE-OP, :SIG-TYPE-OP,
                       :SIG-AMOUNT-OP, :SIG-USER-CREA, :SIG-DAT-CREA,
                       :SIG-AGE-JOURS, :SIG-DETAIL-OP, :SIG-FCT-VALID
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO SIG-TOTAL-NB
                   MOVE SPACES TO WS-MARQUE
                   IF SIG-AGE-JOURS > WS-DELAI-RELANCE
                       ADD 1 TO SIG-NB-ANCIENNES
                       MOVE 'A RELANCER' TO WS-MARQUE
                   END-IF
                   MOVE SPACES TO RAPPORT-RECORD
                   STRING SIG-CODE-OP ' ' SIG-TYPE-OP ' '
                       SIG-AMOUNT-OP ' PAR ' SIG-USER-CREA
                       ' LE ' SIG-DAT-CREA ' (' SIG-AGE-JOURS ' J) '
                       'FONCTION ' SIG-FCT-VALID ' ' WS-MARQUE
                       DELIMITED BY SIZE INTO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
                   MOVE SPACES TO RAPPORT-RECORD
                   STRING '          ' FUNCTION TRIM(SIG-DETAIL-OP)
                       DELIMITED BY SIZE INTO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_ATTENTE END-EXEC.
       LISTER-OPERATIONS-FIN. EXIT.

      ******************************************************************
      * Changements de parametres en attente (parametres-attente.dat,
      * absent s'il n'y en a aucun). Fonction de validation : ligne
      * PARAMETRE de SEUIL_SIGNATURE, ADMIN a defaut, comme le
      * controle de l'ecran des parametres.
      ******************************************************************
       LISTER-PARAMETRES.
           MOVE SPACES TO WS-PARAM-DIR.
           ACCEPT WS-PARAM-DIR FROM ENVIRONMENT 'PARAM_DIR'.
           IF WS-PARAM-DIR NOT = SPACES
               MOVE SPACES TO WS-ATTENTE-PRM-PATH
               STRING FUNCTION TRIM(WS-PARAM-DIR) DELIMITED BY SIZE
                      '/parametres-attente.dat' DELIMITED BY SIZE
                   INTO WS-ATTENTE-PRM-PATH
           END-IF.
           OPEN INPUT ATTENTE-PRM-FILE.
           IF NOT STATUT-ATTENTE-PRM-OK
               GO TO LISTER-PARAMETRES-FIN
           END-IF.
           MOVE 'ADMIN' TO SIG-FCT-VALID.
           EXEC SQL
               SELECT FCT_VALID INTO :SIG-FCT-VALID
               FROM SEUIL_SIGNATURE
               WHERE TYPE_OP = 'PARAMETRE'
           END-EXEC.
           IF SQLCODE NOT = 0 OR SIG-FCT-VALID = SPACES
               MOVE 'ADMIN' TO SIG-FCT-VALID
           END-IF.
           ACCEPT SIG-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE 'PARAMETRE' TO SIG-TYPE-OP.
           PERFORM UNTIL STATUT-ATTENTE-PRM-FIN
               READ ATTENTE-PRM-FILE
               IF STATUT-ATTENTE-PRM-OK
                   ADD 1 TO SIG-TOTAL-NB
                   ADD 1 TO SIG-NB-PRM
                   MOVE ZERO TO SIG-AGE-JOURS
                   IF PRM-DATE NUMERIC AND PRM-DATE > ZERO
                       COMPUTE SIG-AGE-JOURS =
                           FUNCTION INTEGER-OF-DATE(SIG-DATE-JOUR)
                           - FUNCTION INTEGER-OF-DATE(PRM-DATE)
                   END-IF
                   MOVE SPACES TO WS-MARQUE
                   IF SIG-AGE-JOURS > WS-DELAI-RELANCE
                       ADD 1 TO SIG-NB-ANCIENNES
                       MOVE 'A RELANCER' TO WS-MARQUE
                   END-IF
                   MOVE SPACES TO SIG-DAT-CREA
                   STRING PRM-DATE(1:4) '-' PRM-DATE(5:2) '-'
                       PRM-DATE(7:2)
                       DELIMITED BY SIZE INTO SIG-DAT-CREA
                   MOVE SPACES TO RAPPORT-RECORD
                   STRING PRM-NUMERO ' ' SIG-TYPE-OP ' '
                       PRM-CLE(1:15) ' PAR ' PRM-OPERATEUR(1:10)
                       ' LE ' SIG-DAT-CREA ' (' SIG-AGE-JOURS ' J) '
                       'FONCTION ' SIG-FCT-VALID ' ' WS-MARQUE
                       DELIMITED BY SIZE INTO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
                   MOVE SPACES TO RAPPORT-RECORD
                   STRING '          ' FUNCTION TRIM(PRM-CLE)
                       ' -> [' FUNCTION TRIM(PRM-VALEUR) '] '
                       FUNCTION TRIM(PRM-COMMENT)
                       DELIMITED BY SIZE INTO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
               ELSE
                   SET STATUT-ATTENTE-PRM-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE ATTENTE-PRM-FILE.
       LISTER-PARAMETRES-FIN. EXIT.

      ******************************************************************
      * Compte et montant en attente par type d'operation.
      ******************************************************************
       TOTAUX-PAR-TYPE.
           MOVE 'PAR TYPE D''OPERATION :' TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           EXEC SQL
               DECLARE CUR_ATT_TYPE CURSOR FOR
               SELECT TYPE_OP, COUNT(*),
                      COALESCE(SUM(AMOUNT_OP), 0)
               FROM PENDING_OP
               WHERE STATUT_OP = 'PENDING'
               GROUP BY TYPE_OP
               ORDER BY TYPE_OP
           END-EXEC.
           EXEC SQL OPEN CUR_ATT_TYPE END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_ATT_TYPE INTO :SIG-TYPE-OP, :SIG-NB,
                       :SIG-MONTANT
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO RAPPORT-RECORD
                   STRING '  ' SIG-TYPE-OP ' : ' SIG-NB
                       ' OPERATION(S) POUR ' SIG-MONTANT
                       DELIMITED BY SIZE INTO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_ATT_TYPE END-EXEC.
           IF SIG-NB-PRM > ZERO
               MOVE SPACES TO RAPPORT-RECORD
               STRING '  PARAMETRE  : ' SIG-NB-PRM
                   ' CHANGEMENT(S) DE PARAMETRE'
                   DELIMITED BY SIZE INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
           END-IF.
       TOTAUX-PAR-TYPE-FIN. EXIT.
