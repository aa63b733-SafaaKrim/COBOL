       IDENTIFICATION DIVISION.
       PROGRAM-ID. deces-adherents.

      ******************************************************************
      * Cloture des adherents decedes : le registre des citoyens
      * enregistre les DECES (people-evenements.cob, qui les trace
      * dans historique-evenements.dat) mais la mutuelle continuait a
      * facturer et prelever la succession tant que le rapprochement
      * (people-rapprochement.cob) n'etait pas relu a la main.
      * Ce module relit les lignes DECES de l'historique, cherche
      * l'adherent encore ouvert de meme nom et prenom dans MEMBER et,
      * apres confirmation de l'operateur (la ligne d'historique ne
      * porte pas la date de naissance, deux homonymes restent
      * possibles), deroule la cloture :
      *   - MBR_CNT clos a la date du deces, MEMBER clos ;
      *   - mandats SEPA ACTIF passes REVOQUE ;
      *   - echeances payees posterieures au deces creditees a la
      *     succession (MBR_DECES.CREDIT_SUCCESSION) ;
      *   - ayants droit actifs de MBR_FAMILY proposes au transfert
      *     vers un nouveau membre principal, transferes si
      *     l'operateur en saisit un ;
      *   - demandes ASKED_REIMB non payees suspendues (HOLD_REIMB) ;
      *   - chaque action tracee dans AUDIT_TRAIL ;
      *   - lettre de condoleances et de cloture aux ayants droit
      *     (courriers-deces.dat).
      * Un adherent deja present dans MBR_DECES n'est pas retraite.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIQUE-FILE
           ASSIGN TO 'historique-evenements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTO.

           SELECT COURRIER-FILE
           ASSIGN TO 'courriers-deces.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COURRIER.

           SELECT RAPPORT-FILE
           ASSIGN TO 'rapport-deces-adherents.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
      * Meme enregistrement que l'historique ecrit par
      * people-evenements.cob.
       FD HISTORIQUE-FILE.
       01 HISTORIQUE-RECORD.
           05 HIS-DATE        PIC X(10).
           05 FILLER          PIC X(01).
           05 HIS-CODE        PIC X(12).
           05 FILLER          PIC X(01).
           05 HIS-PRENOM      PIC X(50).
           05 FILLER          PIC X(01).
           05 HIS-NOM         PIC X(50).
           05 FILLER          PIC X(05).

       FD COURRIER-FILE.
       01 COURRIER-RECORD    PIC X(80).

       FD RAPPORT-FILE.
       01 RAPPORT-RECORD     PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 DB-CONN-INFO.
           05 DB-USERNAME PIC X(30) VALUE "cobol".
           05 DB-PASSWORD PIC X(10) VALUE SPACES.
           05 DB-NAME     PIC X(30) VALUE "bobodb".

       01 WS-STATUS-HISTO    PIC X(02).
          88 STATUT-HISTO-OK  VALUE '00'.
          88 STATUT-HISTO-FIN VALUE '10'.
       01 WS-STATUS-COURRIER PIC X(02).
          88 STATUT-COURRIER-OK VALUE '00'.
       01 WS-STATUS-RAPPORT  PIC X(02).
          88 STATUT-RAPPORT-OK  VALUE '00'.

      * Variables hotes du traitement d'un deces.
       01 DEC-CODE-USER      PIC X(10).
       01 DEC-DATE-DECES     PIC X(10).
       01 DEC-REF-COUR       PIC X(30).
       01 DEC-NOM            PIC X(50).
       01 DEC-PRENOM         PIC X(50).
       01 DEC-CODE-MBR       PIC X(10).
       01 DEC-LNAME          PIC X(30).
       01 DEC-FNAME          PIC X(30).
       01 DEC-ADR1           PIC X(50).
       01 DEC-ADR2           PIC X(50).
       01 DEC-PC             PIC X(10).
       01 DEC-TOWN           PIC X(50).
       01 DEC-BIRTH          PIC X(10).
       01 DEC-NB             PIC 9(05).
       01 DEC-NB-CNT         PIC 9(05).
       01 DEC-NB-MANDATS     PIC 9(05).
       01 DEC-NB-ECHEANCES   PIC 9(05).
       01 DEC-CREDIT         PIC 9(07)V99.
       01 DEC-NB-DEMANDES    PIC 9(05).
       01 DEC-NB-AYANTS      PIC 9(05).
       01 DEC-NOUVEAU-MBR    PIC X(10).
       01 DEC-CODE-FAM       PIC 9(09).
       01 DEC-FAM-LNAME      PIC X(30).
       01 DEC-FAM-FNAME      PIC X(30).

      * Piste d'audit, meme forme que ENREGISTRER-AUDIT de
      * main-screen.cbl.
       01 WS-AUD-FCT         PIC X(15) VALUE 'DECES'.
       01 WS-AUD-CLES        PIC X(80).
       01 WS-AUD-DETAIL      PIC X(80).

      * Adherents candidats pour une ligne DECES, charges avant toute
      * mise a jour : le COMMIT de chaque cloture fermerait le curseur.
       01 WS-CANDIDATS.
           05 WS-NB-CANDIDATS PIC 9(02) VALUE ZERO.
           05 WS-CANDIDAT OCCURS 20 TIMES.
               10 WS-CAND-CODE  PIC X(10).
               10 WS-CAND-BIRTH PIC X(10).
               10 WS-CAND-TOWN  PIC X(50).
       01 WS-I               PIC 9(02).

       01 WS-CHOIX           PIC X(01).
       01 WS-SAISIE          PIC X(50).
       01 WS-CREDIT-EDIT     PIC Z(6)9.99.
       01 WS-NB-DECES-LUS    PIC 9(05) VALUE ZERO.
       01 WS-NB-CLOTURES     PIC 9(05) VALUE ZERO.
       01 WS-NB-REFUSES      PIC 9(05) VALUE ZERO.
       01 WS-NB-SANS-ADH     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

           EXEC SQL
               CONNECT :DB-USERNAME IDENTIFIED BY :DB-PASSWORD
                   USING :DB-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'Connexion base indisponible, SQLCODE ' SQLCODE
               STOP RUN
           END-IF.

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
           EXEC SQL COMMIT END-EXEC.

      * Trace des clotures pour deces (une ligne par adherent, avec
      * le credit du a la succession) et suspension des demandes de
      * remboursement, lue par reimb-payout.cbl.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS MBR_DECES (
                   CODE_MBR VARCHAR(10) PRIMARY KEY,
                   DAT_DECES DATE,
                   DAT_TRAIT DATE,
                   CODE_USER VARCHAR(10),
                   CREDIT_SUCCESSION DECIMAL,
                   CREDIT_PAID VARCHAR(1),
                   NEW_ROOT_MBR VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE ASKED_REIMB
                   ADD COLUMN IF NOT EXISTS HOLD_REIMB VARCHAR(1)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'CLOTURE DES ADHERENTS DECEDES'.
           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'CODE OPERATEUR OBLIGATOIRE.'
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.
           MOVE WS-SAISIE(1:10) TO DEC-CODE-USER.

           OPEN INPUT HISTORIQUE-FILE.
           IF NOT STATUT-HISTO-OK
               DISPLAY 'FICHIER HISTORIQUE-EVENEMENTS.DAT '
                   'ILLISIBLE : ' WS-STATUS-HISTO
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.

           OPEN EXTEND COURRIER-FILE.
           IF NOT STATUT-COURRIER-OK
               OPEN OUTPUT COURRIER-FILE
           END-IF.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE 'RAPPORT DES CLOTURES POUR DECES' TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           PERFORM UNTIL STATUT-HISTO-FIN
               READ HISTORIQUE-FILE
               IF STATUT-HISTO-OK
                   IF HIS-CODE = 'DECES'
                       ADD 1 TO WS-NB-DECES-LUS
                       PERFORM TRAITER-UN-DECES
                       THRU    TRAITER-UN-DECES-FIN
                   END-IF
               ELSE
                   SET STATUT-HISTO-FIN TO TRUE
               END-IF
           END-PERFORM.

           MOVE SPACES TO RAPPORT-RECORD.
           STRING 'DECES LUS : ' WS-NB-DECES-LUS
               '  CLOTURES : ' WS-NB-CLOTURES
               '  NON CONFIRMES : ' WS-NB-REFUSES
               '  SANS ADHERENT OUVERT : ' WS-NB-SANS-ADH
               DELIMITED BY SIZE INTO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           CLOSE RAPPORT-FILE.
           CLOSE COURRIER-FILE.
           CLOSE HISTORIQUE-FILE.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT END-EXEC.

           DISPLAY WS-NB-CLOTURES ' adherent(s) clos, '
               WS-NB-REFUSES ' non confirme(s), '
               WS-NB-SANS-ADH ' deces sans adherent ouvert'.
           STOP RUN.

      ******************************************************************
      * Une ligne DECES : les adherents ouverts de meme nom et prenom,
      * hors ceux deja clos pour deces, sont proposes un par un.
      ******************************************************************
       TRAITER-UN-DECES.
           MOVE HIS-DATE   TO DEC-DATE-DECES.
           MOVE HIS-NOM    TO DEC-NOM.
           MOVE HIS-PRENOM TO DEC-PRENOM.
           MOVE ZERO TO WS-NB-CANDIDATS.

           EXEC SQL
               DECLARE CUR_CANDIDATS CURSOR FOR
                   SELECT M.CODE_MBR,
                          COALESCE(TO_CHAR(M.BIRTH_DAT, 'YYYY-MM-DD'),
                              ''),
                          COALESCE(M.TOWN_MBR, '')
                   FROM MEMBER M
                   WHERE UPPER(TRIM(M.LNAME_MBR))
                         = UPPER(TRIM(:DEC-NOM))
                   AND UPPER(TRIM(M.FNAME_MBR))
                         = UPPER(TRIM(:DEC-PRENOM))
                   AND M.DAT_CLOSE_MBR IS NULL
                   AND NOT EXISTS (
                       SELECT 1 FROM MBR_DECES X
                       WHERE X.CODE_MBR = M.CODE_MBR)
                   ORDER BY M.CODE_MBR
           END-EXEC.
           EXEC SQL OPEN CUR_CANDIDATS END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_CANDIDATS
                   INTO :DEC-CODE-MBR, :DEC-BIRTH, :DEC-TOWN
               END-EXEC
               IF SQLCODE = 0 AND WS-NB-CANDIDATS < 20
                   ADD 1 TO WS-NB-CANDIDATS
                   MOVE DEC-CODE-MBR TO WS-CAND-CODE(WS-NB-CANDIDATS)
                   MOVE DEC-BIRTH    TO WS-CAND-BIRTH(WS-NB-CANDIDATS)
                   MOVE DEC-TOWN     TO WS-CAND-TOWN(WS-NB-CANDIDATS)
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_CANDIDATS END-EXEC.

           IF WS-NB-CANDIDATS = 0
               ADD 1 TO WS-NB-SANS-ADH
               GO TO TRAITER-UN-DECES-FIN
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CANDIDATS
               MOVE WS-CAND-CODE(WS-I) TO DEC-CODE-MBR
               DISPLAY SPACE
               DISPLAY 'DECES DU ' DEC-DATE-DECES ' : '
                   FUNCTION TRIM(DEC-PRENOM) ' '
                   FUNCTION TRIM(DEC-NOM)
               DISPLAY 'ADHERENT ' FUNCTION TRIM(DEC-CODE-MBR)
                   ' NE LE ' WS-CAND-BIRTH(WS-I)
                   ' A ' FUNCTION TRIM(WS-CAND-TOWN(WS-I))
               DISPLAY 'Confirmer la cloture pour deces (O/N) : '
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX
               IF WS-CHOIX = 'O' OR WS-CHOIX = 'o'
                   PERFORM CLOTURER-ADHERENT
                   THRU    CLOTURER-ADHERENT-FIN
               ELSE
                   ADD 1 TO WS-NB-REFUSES
                   MOVE SPACES TO RAPPORT-RECORD
                   STRING 'NON CONFIRME : MEMBRE '
                       FUNCTION TRIM(DEC-CODE-MBR)
                       ' - DECES DU ' DEC-DATE-DECES
                       DELIMITED BY SIZE INTO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
               END-IF
           END-PERFORM.
       TRAITER-UN-DECES-FIN. EXIT.

      ******************************************************************
      * Cloture confirmee d'un adherent : chaque etape est tracee dans
      * AUDIT_TRAIL, l'ensemble est valide par un seul COMMIT.
      ******************************************************************
       CLOTURER-ADHERENT.
           EXEC SQL
               SELECT LNAME_MBR, FNAME_MBR, COALESCE(ADR1_MBR, ''),
                      COALESCE(ADR2_MBR, ''), COALESCE(PC_MBR, ''),
                      COALESCE(TOWN_MBR, '')
               INTO :DEC-LNAME, :DEC-FNAME, :DEC-ADR1, :DEC-ADR2,
                    :DEC-PC, :DEC-TOWN
               FROM MEMBER
               WHERE CODE_MBR = :DEC-CODE-MBR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ADHERENT ILLISIBLE, SQLCODE ' SQLCODE
               GO TO CLOTURER-ADHERENT-FIN
           END-IF.

           MOVE SPACES TO WS-AUD-CLES.
           STRING 'CODE_MBR=' FUNCTION TRIM(DEC-CODE-MBR)
               ' DECES=' DEC-DATE-DECES
               DELIMITED BY SIZE INTO WS-AUD-CLES.

      * Contrats clos a la date du deces : plus aucune echeance ni
      * prelevement (sepa-export.cbl ne lit que ACTIVE_MBRCNT 'O').
           MOVE ZERO TO DEC-NB-CNT.
           EXEC SQL
               SELECT COUNT(*) INTO :DEC-NB-CNT
               FROM MBR_CNT
               WHERE CODE_MBR = :DEC-CODE-MBR
               AND ACTIVE_MBRCNT = 'O'
           END-EXEC.
           EXEC SQL
               UPDATE MBR_CNT
               SET ACTIVE_MBRCNT = 'N',
                   DAT_UPDT_MBRCNT = TO_DATE(:DEC-DATE-DECES,
                       'YYYY-MM-DD')
               WHERE CODE_MBR = :DEC-CODE-MBR
               AND ACTIVE_MBRCNT = 'O'
           END-EXEC.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'MBR_CNT CLOS AU DECES : ' DEC-NB-CNT ' CONTRAT(S)'
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.

           EXEC SQL
               UPDATE MEMBER
               SET ACTIVE_MBR = 'N',
                   DAT_CLOSE_MBR = TO_DATE(:DEC-DATE-DECES,
                       'YYYY-MM-DD'),
                   DAT_UPDT_MBR = CURRENT_DATE
               WHERE CODE_MBR = :DEC-CODE-MBR
           END-EXEC.
           MOVE 'MEMBER CLOS AU DECES, ACTIVE_MBR -> N'
               TO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.

      * Mandats revoques comme pour un retour bancaire MD07 (debiteur
      * decede) dans sepa-retours.cbl.
           MOVE ZERO TO DEC-NB-MANDATS.
           EXEC SQL
               SELECT COUNT(*) INTO :DEC-NB-MANDATS
               FROM SEPA_MANDAT
               WHERE CODE_MBR = :DEC-CODE-MBR
               AND STATUT_MANDAT = 'ACTIF'
           END-EXEC.
           EXEC SQL
               UPDATE SEPA_MANDAT
               SET STATUT_MANDAT = 'REVOQUE'
               WHERE CODE_MBR = :DEC-CODE-MBR
               AND STATUT_MANDAT = 'ACTIF'
           END-EXEC.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'SEPA_MANDAT REVOQUE(S) : ' DEC-NB-MANDATS
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.

      * Cotisations encaissees pour une periode posterieure au deces :
      * echeances payees des factures du membre creees apres la date
      * du deces, a recrediter a la succession.
           MOVE ZERO TO DEC-NB-ECHEANCES DEC-CREDIT.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(D.DUE_AMOUNT), 0)
               INTO :DEC-NB-ECHEANCES, :DEC-CREDIT
               FROM INV_DUEDATE D
               INNER JOIN INVOICE I ON I.NUM_INV = D.NUM_INV
               WHERE I.CODE_MBR = :DEC-CODE-MBR
               AND D.DUE_PAID = TRUE
               AND D.DAT_CREA_INV > TO_DATE(:DEC-DATE-DECES,
                   'YYYY-MM-DD')
           END-EXEC.
           MOVE DEC-CREDIT TO WS-CREDIT-EDIT.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'CREDIT SUCCESSION : ' WS-CREDIT-EDIT
               ' (' DEC-NB-ECHEANCES ' ECHEANCE(S) PAYEE(S))'
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.

      * Demandes non encore payees (en attente de decision ou
      * approuvees sans REIMBURSEMENT) : suspendues jusqu'au
      * reglement de la succession, reimb-payout.cbl les ignore.
           MOVE ZERO TO DEC-NB-DEMANDES.
           EXEC SQL
               SELECT COUNT(*) INTO :DEC-NB-DEMANDES
               FROM ASKED_REIMB A
               WHERE A.CODE_MBR = :DEC-CODE-MBR
               AND COALESCE(A.REIMB_TOPAY, TRUE) = TRUE
               AND COALESCE(A.HOLD_REIMB, 'N') <> 'O'
               AND NOT EXISTS (
                   SELECT 1 FROM REIMBURSEMENT R
                   WHERE R.CODE_REIMB = A.CODE_REIMB)
           END-EXEC.
           EXEC SQL
               UPDATE ASKED_REIMB A
               SET HOLD_REIMB = 'O',
                   REIMB_REASON = 'SUSPENDU DECES'
               WHERE A.CODE_MBR = :DEC-CODE-MBR
               AND COALESCE(A.REIMB_TOPAY, TRUE) = TRUE
               AND COALESCE(A.HOLD_REIMB, 'N') <> 'O'
               AND NOT EXISTS (
                   SELECT 1 FROM REIMBURSEMENT R
                   WHERE R.CODE_REIMB = A.CODE_REIMB)
           END-EXEC.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'ASKED_REIMB SUSPENDUE(S) : ' DEC-NB-DEMANDES
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.

           PERFORM PROPOSER-TRANSFERT-FAMILLE
           THRU    PROPOSER-TRANSFERT-FAMILLE-FIN.

           EXEC SQL
               INSERT INTO MBR_DECES
                   (CODE_MBR, DAT_DECES, DAT_TRAIT, CODE_USER,
                    CREDIT_SUCCESSION, CREDIT_PAID, NEW_ROOT_MBR)
               VALUES (:DEC-CODE-MBR,
                   TO_DATE(:DEC-DATE-DECES, 'YYYY-MM-DD'),
                   CURRENT_DATE, :DEC-CODE-USER, :DEC-CREDIT, 'N',
                   :DEC-NOUVEAU-MBR)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ECHEC DE LA CLOTURE, SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO CLOTURER-ADHERENT-FIN
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NB-CLOTURES.
           MOVE SPACES TO RAPPORT-RECORD.
           STRING 'CLOS : MEMBRE ' FUNCTION TRIM(DEC-CODE-MBR)
               ' DECES ' DEC-DATE-DECES
               ' CONTRATS ' DEC-NB-CNT
               ' MANDATS ' DEC-NB-MANDATS
               ' CREDIT ' WS-CREDIT-EDIT
               ' DEMANDES SUSPENDUES ' DEC-NB-DEMANDES
               ' AYANTS DROIT ' DEC-NB-AYANTS
               DELIMITED BY SIZE INTO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           PERFORM ECRIRE-COURRIER THRU ECRIRE-COURRIER-FIN.
           DISPLAY 'ADHERENT ' FUNCTION TRIM(DEC-CODE-MBR) ' CLOS.'.
       CLOTURER-ADHERENT-FIN. EXIT.

      ******************************************************************
      * Ayants droit actifs rattaches au defunt (hors sa propre ligne
      * titulaire ROOT_MBRFAM 'O') : listes a l'operateur comme
      * transfert propose. Si un nouveau membre principal ouvert est
      * saisi, ils lui sont rattaches ; sinon le transfert reste a
      * faire et figure au rapport.
      ******************************************************************
       PROPOSER-TRANSFERT-FAMILLE.
           MOVE SPACES TO DEC-NOUVEAU-MBR.
           MOVE ZERO TO DEC-NB-AYANTS.
           EXEC SQL
               SELECT COUNT(*) INTO :DEC-NB-AYANTS
               FROM MBR_FAMILY
               WHERE CODE_MBR = :DEC-CODE-MBR
               AND ACTIVE_MBRFAM = 'O'
               AND COALESCE(ROOT_MBRFAM, 'N') <> 'O'
           END-EXEC.

      * La ligne titulaire du defunt est desactivee dans tous les cas.
           EXEC SQL
               UPDATE MBR_FAMILY
               SET ACTIVE_MBRFAM = 'N', DAT_UPDT_MBRFAM = CURRENT_DATE
               WHERE CODE_MBR = :DEC-CODE-MBR
               AND ROOT_MBRFAM = 'O'
           END-EXEC.

           IF DEC-NB-AYANTS = 0
               GO TO PROPOSER-TRANSFERT-FAMILLE-FIN
           END-IF.

           DISPLAY 'AYANTS DROIT A TRANSFERER VERS UN NOUVEAU MEMBRE '
               'PRINCIPAL :'.
           EXEC SQL
               DECLARE CUR_AYANTS CURSOR FOR
                   SELECT CODE_FAM, LNAME_MBRFAM, FNAME_MBRFAM
                   FROM MBR_FAMILY
                   WHERE CODE_MBR = :DEC-CODE-MBR
                   AND ACTIVE_MBRFAM = 'O'
                   AND COALESCE(ROOT_MBRFAM, 'N') <> 'O'
                   ORDER BY CODE_FAM
           END-EXEC.
           EXEC SQL OPEN CUR_AYANTS END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_AYANTS
                   INTO :DEC-CODE-FAM, :DEC-FAM-LNAME, :DEC-FAM-FNAME
               END-EXEC
               IF SQLCODE = 0
                   DISPLAY '  ' DEC-CODE-FAM ' '
                       FUNCTION TRIM(DEC-FAM-FNAME) ' '
                       FUNCTION TRIM(DEC-FAM-LNAME)
                   MOVE SPACES TO RAPPORT-RECORD
                   STRING '  TRANSFERT PROPOSE : AYANT DROIT '
                       DEC-CODE-FAM ' '
                       FUNCTION TRIM(DEC-FAM-FNAME) ' '
                       FUNCTION TRIM(DEC-FAM-LNAME)
                       DELIMITED BY SIZE INTO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_AYANTS END-EXEC.

           DISPLAY 'Code du nouveau membre principal '
               '(vide = transfert a faire plus tard) : '
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               MOVE SPACES TO WS-AUD-DETAIL
               STRING 'TRANSFERT PROPOSE, NON REALISE : '
                   DEC-NB-AYANTS ' AYANT(S) DROIT'
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN
               GO TO PROPOSER-TRANSFERT-FAMILLE-FIN
           END-IF.

           MOVE WS-SAISIE(1:10) TO DEC-NOUVEAU-MBR.
           MOVE ZERO TO DEC-NB.
           EXEC SQL
               SELECT COUNT(*) INTO :DEC-NB
               FROM MEMBER
               WHERE CODE_MBR = :DEC-NOUVEAU-MBR
               AND DAT_CLOSE_MBR IS NULL
               AND CODE_MBR <> :DEC-CODE-MBR
           END-EXEC.
           IF DEC-NB = 0
               DISPLAY 'MEMBRE PRINCIPAL INCONNU OU CLOS, TRANSFERT '
                   'A FAIRE PLUS TARD.'
               MOVE SPACES TO DEC-NOUVEAU-MBR
               MOVE SPACES TO WS-AUD-DETAIL
               STRING 'TRANSFERT PROPOSE, NON REALISE : '
                   DEC-NB-AYANTS ' AYANT(S) DROIT'
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN
               GO TO PROPOSER-TRANSFERT-FAMILLE-FIN
           END-IF.

           EXEC SQL
               UPDATE MBR_FAMILY
               SET CODE_MBR = :DEC-NOUVEAU-MBR,
                   DAT_UPDT_MBRFAM = CURRENT_DATE
               WHERE CODE_MBR = :DEC-CODE-MBR
               AND ACTIVE_MBRFAM = 'O'
               AND COALESCE(ROOT_MBRFAM, 'N') <> 'O'
           END-EXEC.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'MBR_FAMILY TRANSFEREE VERS '
               FUNCTION TRIM(DEC-NOUVEAU-MBR) ' : '
               DEC-NB-AYANTS ' AYANT(S) DROIT'
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
       PROPOSER-TRANSFERT-FAMILLE-FIN. EXIT.

      ******************************************************************
      * Lettre de condoleances et de cloture aux ayants droit, a
      * l'adresse de l'adherent.
      ******************************************************************
       ECRIRE-COURRIER.
           MOVE SPACES TO COURRIER-RECORD.
           STRING 'Aux ayants droit de ' FUNCTION TRIM(DEC-FNAME) ' '
               FUNCTION TRIM(DEC-LNAME)
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE DEC-ADR1 TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           IF DEC-ADR2 NOT = SPACES
               MOVE DEC-ADR2 TO COURRIER-RECORD
               WRITE COURRIER-RECORD
           END-IF.
           MOVE SPACES TO COURRIER-RECORD.
           STRING FUNCTION TRIM(DEC-PC) ' ' FUNCTION TRIM(DEC-TOWN)
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           STRING 'Objet : cloture de l''adhesion '
               FUNCTION TRIM(DEC-CODE-MBR)
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'Madame, Monsieur,' TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           STRING 'Nous avons appris avec tristesse le deces de '
               FUNCTION TRIM(DEC-FNAME) ' ' FUNCTION TRIM(DEC-LNAME)
               ','
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'et vous presentons nos sinceres condoleances.'
               TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           STRING 'Son adhesion est close a la date du deces, le '
               DEC-DATE-DECES '.'
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           IF DEC-NB-MANDATS > 0
               MOVE 'Le mandat de prelevement SEPA est revoque : '
                   TO COURRIER-RECORD
               WRITE COURRIER-RECORD
               MOVE 'aucun prelevement ne sera plus presente.'
                   TO COURRIER-RECORD
               WRITE COURRIER-RECORD
           END-IF.
           IF DEC-CREDIT > 0
               MOVE SPACES TO COURRIER-RECORD
               STRING 'Les cotisations percues apres cette date, soit '
                   WS-CREDIT-EDIT ' EUR,'
                   DELIMITED BY SIZE INTO COURRIER-RECORD
               WRITE COURRIER-RECORD
               MOVE 'seront reversees a la succession.'
                   TO COURRIER-RECORD
               WRITE COURRIER-RECORD
           END-IF.
           IF DEC-NB-DEMANDES > 0
               MOVE SPACES TO COURRIER-RECORD
               STRING DEC-NB-DEMANDES ' demande(s) de remboursement '
                   'en cours sont suspendues jusqu''au'
                   DELIMITED BY SIZE INTO COURRIER-RECORD
               WRITE COURRIER-RECORD
               MOVE 'reglement de la succession.' TO COURRIER-RECORD
               WRITE COURRIER-RECORD
           END-IF.
           IF DEC-NB-AYANTS > 0
               IF DEC-NOUVEAU-MBR NOT = SPACES
                   MOVE 'Les ayants droit restent couverts, rattaches '
                       TO COURRIER-RECORD
                   WRITE COURRIER-RECORD
                   MOVE SPACES TO COURRIER-RECORD
                   STRING 'au nouveau membre principal '
                       FUNCTION TRIM(DEC-NOUVEAU-MBR) '.'
                       DELIMITED BY SIZE INTO COURRIER-RECORD
                   WRITE COURRIER-RECORD
               ELSE
                   MOVE 'Les ayants droit peuvent rester couverts : '
                       TO COURRIER-RECORD
                   WRITE COURRIER-RECORD
                   MOVE 'merci de nous designer un nouveau membre '
                       TO COURRIER-RECORD
                   WRITE COURRIER-RECORD
                   MOVE 'principal.' TO COURRIER-RECORD
                   WRITE COURRIER-RECORD
               END-IF
           END-IF.
           MOVE SPACES TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'Veuillez agreer nos salutations distinguees.'
               TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE ALL '-' TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           PERFORM ENREGISTRER-COURRIER THRU ENREGISTRER-COURRIER-FIN.
       ECRIRE-COURRIER-FIN. EXIT.

      ******************************************************************
      * Trace de la lettre dans le registre des courriers, au nom de
      * l'adherent decede, la date du deces en reference.
      ******************************************************************
       ENREGISTRER-COURRIER.
           MOVE SPACES TO DEC-REF-COUR.
           STRING 'DECES ' DEC-DATE-DECES DELIMITED BY SIZE
               INTO DEC-REF-COUR.
           EXEC SQL
               INSERT INTO COURRIER
                   (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR, PGM_COUR)
               VALUES (:DEC-CODE-MBR, 'DECES', CURRENT_DATE,
                   :DEC-REF-COUR, 'deces-adherents')
           END-EXEC.
       ENREGISTRER-COURRIER-FIN. EXIT.

      ******************************************************************
       ENREGISTRER-AUDIT.
           EXEC SQL
               INSERT INTO AUDIT_TRAIL
                   (CODE_USER, FCT_AUDIT, KEYS_AUDIT, DETAIL_AUDIT,
                    TS_AUDIT)
               VALUES (:DEC-CODE-USER, :WS-AUD-FCT,
                   :WS-AUD-CLES, :WS-AUD-DETAIL, CURRENT_TIMESTAMP)
           END-EXEC.
       ENREGISTRER-AUDIT-FIN. EXIT.
