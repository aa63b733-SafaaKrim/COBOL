       IDENTIFICATION DIVISION.
       PROGRAM-ID. resiliations.

      ******************************************************************
      * Resiliation des adhesions avec preavis : ACTIVER-DESACTIVER-
      * ADHERENT ne fait que basculer ACTIVE_MBR, le preavis legal, la
      * fin de couverture, la derniere facture et le trop-percu
      * restaient traites a la main.
      * 1. Enregistrement de la demande (MBR_RESIL) avec son motif et
      *    sa date de reception ; la date d'effet est calculee par la
      *    regle de preavis du motif, en jours ouvres via la routine
      *    partagee JOURFERIE.
      * 2. Liste des demandes en cours.
      * 3. Application des resiliations echues (date d'effet atteinte):
      *    - MBR_CNT et MBR_CNT_GAR clos a la date d'effet, MEMBER
      *      clos ;
      *    - echeances INV_DUEDATE du mois d'effet proratisees sur une
      *      base de 30 jours comme PRORATER-COST-AVENANT, echeances
      *      des mois suivants annulees ;
      *    - trop-percu (part payee au-dela de la date d'effet) a
      *      rembourser, porte par MBR_RESIL.REFUND_AMOUNT ;
      *    - mandats SEPA ACTIF passes REVOQUE ;
      *    - lettre de confirmation (courriers-resiliation.dat) et
      *      piste d'audit AUDIT_TRAIL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURRIER-FILE
           ASSIGN TO 'courriers-resiliation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COURRIER.

           SELECT RAPPORT-FILE
           ASSIGN TO 'rapport-resiliations.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
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

       01 WS-STATUS-COURRIER PIC X(02).
          88 STATUT-COURRIER-OK VALUE '00'.
       01 WS-STATUS-RAPPORT  PIC X(02).
          88 STATUT-RAPPORT-OK  VALUE '00'.

      * Variables hotes d'une demande de resiliation.
       01 RES-CODE-USER      PIC X(10).
       01 RES-CODE-RESIL     PIC 9(09).
       01 RES-CODE-MBR       PIC X(10).
       01 RES-REF-COUR       PIC X(30).
       01 RES-MOTIF          PIC X(01).
       01 RES-DAT-RECEPT     PIC X(10).
       01 RES-DAT-EFFET      PIC X(10).
       01 RES-STATUT         PIC X(10).
       01 RES-LNAME          PIC X(30).
       01 RES-FNAME          PIC X(30).
       01 RES-ADR1           PIC X(50).
       01 RES-ADR2           PIC X(50).
       01 RES-PC             PIC X(10).
       01 RES-TOWN           PIC X(50).
       01 RES-NB             PIC 9(05).
       01 RES-NB-CNT         PIC 9(05).
       01 RES-NB-GAR         PIC 9(05).
       01 RES-NB-MANDATS     PIC 9(05).
       01 RES-NB-PRORATA     PIC 9(05).
       01 RES-NB-ANNULEES    PIC 9(05).
       01 RES-NB-PAYEES      PIC 9(05).
       01 RES-JOUR           PIC 9(02).
       01 RES-TROP-MOIS      PIC 9(07)V99.
       01 RES-TROP-FUTUR     PIC 9(07)V99.
       01 RES-REFUND         PIC 9(07)V99.

      * Regle de preavis par motif, en jours ouvres a compter de la
      * reception : D demande de l'adherent et M demenagement, un mois
      * (20 jours ouvres) ; I non-paiement, delai de mise en demeure
      * (30 jours ouvres) ; C deces, effet a la date du deces.
       01 WS-PREAVIS-JOURS   PIC 9(03).
       01 WS-LIB-MOTIF       PIC X(20).
       01 WS-DATE-DU-JOUR    PIC 9(08).
       01 WS-DATE-RECEPT     PIC 9(08).
       01 WS-DATE-RECEPT-X REDEFINES WS-DATE-RECEPT PIC X(08).
       01 WS-DATE-EFFET      PIC 9(08).
       01 WS-DATE-EFFET-X REDEFINES WS-DATE-EFFET PIC X(08).
       01 WS-JF-FONCTION     PIC X(08).
       01 WS-JF-DATE         PIC 9(08).
       01 WS-JF-NOMBRE       PIC S9(07).
       01 WS-JF-RESULTAT     PIC S9(08).
       01 WS-JF-LIBELLE      PIC X(25).
       01 WS-JF-CODE         PIC X(02).

      * Piste d'audit, meme forme que ENREGISTRER-AUDIT de
      * main-screen.cbl.
       01 WS-AUD-FCT         PIC X(15) VALUE 'RESILIATION'.
       01 WS-AUD-CLES        PIC X(80).
       01 WS-AUD-DETAIL      PIC X(80).

      * Resiliations echues, chargees avant toute mise a jour : le
      * COMMIT de chaque resiliation fermerait le curseur.
       01 WS-ECHUES.
           05 WS-NB-ECHUES   PIC 9(02) VALUE ZERO.
           05 WS-ECHUE OCCURS 50 TIMES.
               10 WS-ECH-CODE   PIC 9(09).
               10 WS-ECH-MBR    PIC X(10).
               10 WS-ECH-MOTIF  PIC X(01).
               10 WS-ECH-EFFET  PIC X(10).
       01 WS-I               PIC 9(03).

       01 WS-CHOIX-MENU      PIC X(01).
       01 WS-SAISIE          PIC X(50).
       01 WS-REFUND-EDIT     PIC Z(6)9.99.
       01 WS-NB-APPLIQUEES   PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

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

           EXEC SQL
               CREATE TABLE IF NOT EXISTS MBR_RESIL (
                   CODE_RESIL SERIAL PRIMARY KEY,
                   CODE_MBR VARCHAR(10),
                   MOTIF_RESIL VARCHAR(1),
                   DAT_RECEPT DATE,
                   DAT_EFFET DATE,
                   STATUT_RESIL VARCHAR(10),
                   CODE_USER VARCHAR(10),
                   DAT_CREA_RESIL DATE,
                   DAT_APPLI DATE,
                   REFUND_AMOUNT DECIMAL,
                   REFUND_PAID VARCHAR(1)
               )
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'RESILIATION DES ADHESIONS'.
           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'CODE OPERATEUR OBLIGATOIRE.'
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.
           MOVE WS-SAISIE(1:10) TO RES-CODE-USER.

           PERFORM UNTIL WS-CHOIX-MENU = 'Q'
               DISPLAY SPACE
               DISPLAY 'RESILIATION DES ADHESIONS'
               DISPLAY '1. Enregistrer une demande de resiliation'
               DISPLAY '2. Lister les demandes en cours'
               DISPLAY '3. Appliquer les resiliations echues'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN '1'
                       PERFORM ENREGISTRER-DEMANDE
                       THRU    ENREGISTRER-DEMANDE-FIN
                   WHEN '2'
                       PERFORM LISTER-DEMANDES
                       THRU    LISTER-DEMANDES-FIN
                   WHEN '3'
                       PERFORM APPLIQUER-RESILIATIONS
                       THRU    APPLIQUER-RESILIATIONS-FIN
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CHOIX INVALIDE, ESSAYEZ ENCORE.'
               END-EVALUATE
           END-PERFORM.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT END-EXEC.
           STOP RUN.

      ******************************************************************
      * Demande de resiliation : adherent ouvert sans autre demande en
      * cours, motif, date de reception ; la date d'effet est posee
      * par la regle de preavis du motif.
      ******************************************************************
       ENREGISTRER-DEMANDE.
           DISPLAY 'Code adherent : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE(1:10) TO RES-CODE-MBR.
           MOVE ZERO TO RES-NB.
           EXEC SQL
               SELECT COUNT(*) INTO :RES-NB
               FROM MEMBER
               WHERE CODE_MBR = :RES-CODE-MBR
               AND DAT_CLOSE_MBR IS NULL
           END-EXEC.
           IF RES-NB = 0
               DISPLAY 'ADHERENT INCONNU OU DEJA CLOS.'
               GO TO ENREGISTRER-DEMANDE-FIN
           END-IF.
           MOVE ZERO TO RES-NB.
           EXEC SQL
               SELECT COUNT(*) INTO :RES-NB
               FROM MBR_RESIL
               WHERE CODE_MBR = :RES-CODE-MBR
               AND STATUT_RESIL = 'EN COURS'
           END-EXEC.
           IF RES-NB > 0
               DISPLAY 'UNE DEMANDE DE RESILIATION EST DEJA EN COURS.'
               GO TO ENREGISTRER-DEMANDE-FIN
           END-IF.

           DISPLAY 'Motif (D=demande adherent, C=deces, '
               'I=non-paiement, M=demenagement) : ' WITH NO ADVANCING.
           ACCEPT RES-MOTIF.
           EVALUATE RES-MOTIF
               WHEN 'D'
                   MOVE 20 TO WS-PREAVIS-JOURS
                   MOVE 'DEMANDE ADHERENT' TO WS-LIB-MOTIF
               WHEN 'M'
                   MOVE 20 TO WS-PREAVIS-JOURS
                   MOVE 'DEMENAGEMENT' TO WS-LIB-MOTIF
               WHEN 'I'
                   MOVE 30 TO WS-PREAVIS-JOURS
                   MOVE 'NON-PAIEMENT' TO WS-LIB-MOTIF
               WHEN 'C'
                   MOVE ZERO TO WS-PREAVIS-JOURS
                   MOVE 'DECES' TO WS-LIB-MOTIF
               WHEN OTHER
                   DISPLAY 'MOTIF INVALIDE.'
                   GO TO ENREGISTRER-DEMANDE-FIN
           END-EVALUATE.

           IF RES-MOTIF = 'C'
               DISPLAY 'Date du deces (AAAAMMJJ) : ' WITH NO ADVANCING
           ELSE
               DISPLAY 'Date de reception (AAAAMMJJ, vide = '
                   'aujourd''hui) : ' WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-DATE-RECEPT
           ELSE
               IF WS-SAISIE(1:8) NOT NUMERIC
                   DISPLAY 'DATE INVALIDE.'
                   GO TO ENREGISTRER-DEMANDE-FIN
               END-IF
               MOVE WS-SAISIE(1:8) TO WS-DATE-RECEPT
           END-IF.

      * Date d'effet : le preavis est compte en jours ouvres, un jour
      * ouvre suivant a la fois via JOURFERIE (samedis, dimanches et
      * feries du calendrier partage sautes).
           MOVE WS-DATE-RECEPT TO WS-DATE-EFFET.
           MOVE '00' TO WS-JF-CODE.
           PERFORM WS-PREAVIS-JOURS TIMES
               IF WS-JF-CODE = '00'
                   MOVE 'PROCHAIN' TO WS-JF-FONCTION
                   MOVE WS-DATE-EFFET TO WS-JF-DATE
                   MOVE 1 TO WS-JF-NOMBRE
                   CALL 'JOURFERIE' USING WS-JF-FONCTION WS-JF-DATE
                       WS-JF-NOMBRE WS-JF-RESULTAT WS-JF-LIBELLE
                       WS-JF-CODE
                   IF WS-JF-CODE = '00'
                       MOVE WS-JF-RESULTAT TO WS-DATE-EFFET
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JF-CODE NOT = '00'
               DISPLAY 'DATE DE RECEPTION INVALIDE (CALENDRIER '
                   'OUVRE) : ' WS-DATE-RECEPT
               GO TO ENREGISTRER-DEMANDE-FIN
           END-IF.

           MOVE SPACES TO RES-DAT-RECEPT RES-DAT-EFFET.
           STRING WS-DATE-RECEPT-X(1:4) '-' WS-DATE-RECEPT-X(5:2)
               '-' WS-DATE-RECEPT-X(7:2)
               DELIMITED BY SIZE INTO RES-DAT-RECEPT.
           STRING WS-DATE-EFFET-X(1:4) '-' WS-DATE-EFFET-X(5:2)
               '-' WS-DATE-EFFET-X(7:2)
               DELIMITED BY SIZE INTO RES-DAT-EFFET.

           EXEC SQL
               INSERT INTO MBR_RESIL
                   (CODE_MBR, MOTIF_RESIL, DAT_RECEPT, DAT_EFFET,
                    STATUT_RESIL, CODE_USER, DAT_CREA_RESIL)
               VALUES (:RES-CODE-MBR, :RES-MOTIF,
                   TO_DATE(:RES-DAT-RECEPT, 'YYYY-MM-DD'),
                   TO_DATE(:RES-DAT-EFFET, 'YYYY-MM-DD'),
                   'EN COURS', :RES-CODE-USER, CURRENT_DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ECHEC DE L''ENREGISTREMENT, SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO ENREGISTRER-DEMANDE-FIN
           END-IF.

           MOVE SPACES TO WS-AUD-CLES.
           STRING 'CODE_MBR=' FUNCTION TRIM(RES-CODE-MBR)
               ' EFFET=' RES-DAT-EFFET
               DELIMITED BY SIZE INTO WS-AUD-CLES.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'DEMANDE ' FUNCTION TRIM(WS-LIB-MOTIF)
               ' RECUE LE ' RES-DAT-RECEPT
               ' PREAVIS ' WS-PREAVIS-JOURS ' JOURS OUVRES'
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'RESILIATION ENREGISTREE, EFFET LE ' RES-DAT-EFFET.
       ENREGISTRER-DEMANDE-FIN. EXIT.

       LISTER-DEMANDES.
           EXEC SQL
               DECLARE CUR_RESIL CURSOR FOR
                   SELECT CODE_RESIL, CODE_MBR, MOTIF_RESIL,
                          TO_CHAR(DAT_RECEPT, 'YYYY-MM-DD'),
                          TO_CHAR(DAT_EFFET, 'YYYY-MM-DD')
                   FROM MBR_RESIL
                   WHERE STATUT_RESIL = 'EN COURS'
                   ORDER BY DAT_EFFET, CODE_MBR
           END-EXEC.
           EXEC SQL OPEN CUR_RESIL END-EXEC.
           MOVE ZERO TO RES-NB.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_RESIL
                   INTO :RES-CODE-RESIL, :RES-CODE-MBR, :RES-MOTIF,
                        :RES-DAT-RECEPT, :RES-DAT-EFFET
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO RES-NB
                   DISPLAY RES-CODE-RESIL ' ' RES-CODE-MBR
                       ' MOTIF ' RES-MOTIF
                       ' RECUE ' RES-DAT-RECEPT
                       ' EFFET ' RES-DAT-EFFET
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_RESIL END-EXEC.
           DISPLAY RES-NB ' DEMANDE(S) EN COURS.'.
       LISTER-DEMANDES-FIN. EXIT.

      ******************************************************************
      * Application des resiliations dont la date d'effet est
      * atteinte, une par une, chacune validee par son COMMIT.
      ******************************************************************
       APPLIQUER-RESILIATIONS.
           MOVE ZERO TO WS-NB-ECHUES WS-NB-APPLIQUEES.
           EXEC SQL
               DECLARE CUR_ECHUES CURSOR FOR
                   SELECT CODE_RESIL, CODE_MBR, MOTIF_RESIL,
                          TO_CHAR(DAT_EFFET, 'YYYY-MM-DD')
                   FROM MBR_RESIL
                   WHERE STATUT_RESIL = 'EN COURS'
                   AND DAT_EFFET <= CURRENT_DATE
                   ORDER BY DAT_EFFET, CODE_MBR
           END-EXEC.
           EXEC SQL OPEN CUR_ECHUES END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_ECHUES
                   INTO :RES-CODE-RESIL, :RES-CODE-MBR, :RES-MOTIF,
                        :RES-DAT-EFFET
               END-EXEC
               IF SQLCODE = 0 AND WS-NB-ECHUES < 50
                   ADD 1 TO WS-NB-ECHUES
                   MOVE RES-CODE-RESIL TO WS-ECH-CODE(WS-NB-ECHUES)
                   MOVE RES-CODE-MBR   TO WS-ECH-MBR(WS-NB-ECHUES)
                   MOVE RES-MOTIF      TO WS-ECH-MOTIF(WS-NB-ECHUES)
                   MOVE RES-DAT-EFFET  TO WS-ECH-EFFET(WS-NB-ECHUES)
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_ECHUES END-EXEC.

           IF WS-NB-ECHUES = 0
               DISPLAY 'AUCUNE RESILIATION ECHUE.'
               GO TO APPLIQUER-RESILIATIONS-FIN
           END-IF.

           OPEN EXTEND COURRIER-FILE.
           IF NOT STATUT-COURRIER-OK
               OPEN OUTPUT COURRIER-FILE
           END-IF.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE 'RAPPORT DES RESILIATIONS APPLIQUEES' TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ECHUES
               MOVE WS-ECH-CODE(WS-I)  TO RES-CODE-RESIL
               MOVE WS-ECH-MBR(WS-I)   TO RES-CODE-MBR
               MOVE WS-ECH-MOTIF(WS-I) TO RES-MOTIF
               MOVE WS-ECH-EFFET(WS-I) TO RES-DAT-EFFET
               PERFORM APPLIQUER-UNE-RESILIATION
               THRU    APPLIQUER-UNE-RESILIATION-FIN
           END-PERFORM.

           MOVE SPACES TO RAPPORT-RECORD.
           STRING 'RESILIATIONS ECHUES : ' WS-NB-ECHUES
               '  APPLIQUEES : ' WS-NB-APPLIQUEES
               DELIMITED BY SIZE INTO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           CLOSE RAPPORT-FILE.
           CLOSE COURRIER-FILE.

           DISPLAY WS-NB-APPLIQUEES ' RESILIATION(S) APPLIQUEE(S).'.
       APPLIQUER-RESILIATIONS-FIN. EXIT.

       APPLIQUER-UNE-RESILIATION.
           EXEC SQL
               SELECT LNAME_MBR, FNAME_MBR, COALESCE(ADR1_MBR, ''),
                      COALESCE(ADR2_MBR, ''), COALESCE(PC_MBR, ''),
                      COALESCE(TOWN_MBR, '')
               INTO :RES-LNAME, :RES-FNAME, :RES-ADR1, :RES-ADR2,
                    :RES-PC, :RES-TOWN
               FROM MEMBER
               WHERE CODE_MBR = :RES-CODE-MBR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO RAPPORT-RECORD
               STRING 'ADHERENT ILLISIBLE : MEMBRE '
                   FUNCTION TRIM(RES-CODE-MBR)
                   DELIMITED BY SIZE INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
               GO TO APPLIQUER-UNE-RESILIATION-FIN
           END-IF.

           MOVE SPACES TO WS-AUD-CLES.
           STRING 'CODE_MBR=' FUNCTION TRIM(RES-CODE-MBR)
               ' EFFET=' RES-DAT-EFFET
               DELIMITED BY SIZE INTO WS-AUD-CLES.

      * Contrats et garanties souscrites clos a la date d'effet.
           MOVE ZERO TO RES-NB-CNT RES-NB-GAR.
           EXEC SQL
               SELECT COUNT(*) INTO :RES-NB-CNT
               FROM MBR_CNT
               WHERE CODE_MBR = :RES-CODE-MBR
               AND ACTIVE_MBRCNT = 'O'
           END-EXEC.
           EXEC SQL
               UPDATE MBR_CNT
               SET ACTIVE_MBRCNT = 'N',
                   DAT_UPDT_MBRCNT = TO_DATE(:RES-DAT-EFFET,
                       'YYYY-MM-DD')
               WHERE CODE_MBR = :RES-CODE-MBR
               AND ACTIVE_MBRCNT = 'O'
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :RES-NB-GAR
               FROM MBR_CNT_GAR
               WHERE CODE_MBR = :RES-CODE-MBR
               AND ACTIF_CNTGAR = 'O'
           END-EXEC.
           EXEC SQL
               UPDATE MBR_CNT_GAR
               SET ACTIF_CNTGAR = 'N',
                   DAT_MAJ_CNTGAR = TO_DATE(:RES-DAT-EFFET,
                       'YYYY-MM-DD')
               WHERE CODE_MBR = :RES-CODE-MBR
               AND ACTIF_CNTGAR = 'O'
           END-EXEC.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'CLOS : ' RES-NB-CNT ' MBR_CNT, ' RES-NB-GAR
               ' MBR_CNT_GAR'
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.

           EXEC SQL
               UPDATE MEMBER
               SET ACTIVE_MBR = 'N',
                   DAT_CLOSE_MBR = TO_DATE(:RES-DAT-EFFET,
                       'YYYY-MM-DD'),
                   DAT_UPDT_MBR = CURRENT_DATE
               WHERE CODE_MBR = :RES-CODE-MBR
           END-EXEC.
           MOVE 'MEMBER CLOS, ACTIVE_MBR -> N' TO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.

      * Echeances du mois d'effet : la couverture court jusqu'a la
      * veille de l'effet, la cotisation du mois est ramenee a
      * (jour - 1) / 30, meme base que PRORATER-COST-AVENANT. Une
      * echeance impayee est reduite, une echeance deja payee laisse
      * un trop-percu.
           MOVE RES-DAT-EFFET(9:2) TO RES-JOUR.
           MOVE ZERO TO RES-NB-PRORATA RES-TROP-MOIS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CASE WHEN D.DUE_PAID
                   THEN D.DUE_AMOUNT
                        - ROUND(D.DUE_AMOUNT * (:RES-JOUR - 1) / 30, 2)
                   ELSE 0 END), 0)
               INTO :RES-NB-PRORATA, :RES-TROP-MOIS
               FROM INV_DUEDATE D
               WHERE D.NUM_INV IN (
                   SELECT I.NUM_INV FROM INVOICE I
                   WHERE I.CODE_MBR = :RES-CODE-MBR)
               AND DATE_TRUNC('month', D.DAT_CREA_INV)
                   = DATE_TRUNC('month',
                       TO_DATE(:RES-DAT-EFFET, 'YYYY-MM-DD'))
           END-EXEC.
           EXEC SQL
               UPDATE INV_DUEDATE
               SET DUE_AMOUNT
                   = ROUND(DUE_AMOUNT * (:RES-JOUR - 1) / 30, 2)
               WHERE NUM_INV IN (
                   SELECT I.NUM_INV FROM INVOICE I
                   WHERE I.CODE_MBR = :RES-CODE-MBR)
               AND DUE_PAID = FALSE
               AND DATE_TRUNC('month', DAT_CREA_INV)
                   = DATE_TRUNC('month',
                       TO_DATE(:RES-DAT-EFFET, 'YYYY-MM-DD'))
           END-EXEC.

      * Echeances des mois suivant l'effet : impayees annulees (plus
      * de relance ni de prelevement), payees entierement a rendre.
           MOVE ZERO TO RES-NB-ANNULEES RES-NB-PAYEES RES-TROP-FUTUR.
           EXEC SQL
               SELECT COUNT(*) INTO :RES-NB-ANNULEES
               FROM INV_DUEDATE D
               WHERE D.NUM_INV IN (
                   SELECT I.NUM_INV FROM INVOICE I
                   WHERE I.CODE_MBR = :RES-CODE-MBR)
               AND D.DUE_PAID = FALSE
               AND D.DAT_CREA_INV >= DATE_TRUNC('month',
                   TO_DATE(:RES-DAT-EFFET, 'YYYY-MM-DD'))
                   + INTERVAL '1 month'
           END-EXEC.
           EXEC SQL
               DELETE FROM INV_DUEDATE
               WHERE NUM_INV IN (
                   SELECT I.NUM_INV FROM INVOICE I
                   WHERE I.CODE_MBR = :RES-CODE-MBR)
               AND DUE_PAID = FALSE
               AND DAT_CREA_INV >= DATE_TRUNC('month',
                   TO_DATE(:RES-DAT-EFFET, 'YYYY-MM-DD'))
                   + INTERVAL '1 month'
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(D.DUE_AMOUNT), 0)
               INTO :RES-NB-PAYEES, :RES-TROP-FUTUR
               FROM INV_DUEDATE D
               WHERE D.NUM_INV IN (
                   SELECT I.NUM_INV FROM INVOICE I
                   WHERE I.CODE_MBR = :RES-CODE-MBR)
               AND D.DUE_PAID = TRUE
               AND D.DAT_CREA_INV >= DATE_TRUNC('month',
                   TO_DATE(:RES-DAT-EFFET, 'YYYY-MM-DD'))
                   + INTERVAL '1 month'
           END-EXEC.
           COMPUTE RES-REFUND = RES-TROP-MOIS + RES-TROP-FUTUR.
           MOVE RES-REFUND TO WS-REFUND-EDIT.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'ECHEANCES PRORATISEES ' RES-NB-PRORATA
               ' ANNULEES ' RES-NB-ANNULEES
               ' TROP-PERCU ' WS-REFUND-EDIT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.

      * Mandats revoques : plus aucun prelevement apres l'effet.
           MOVE ZERO TO RES-NB-MANDATS.
           EXEC SQL
               SELECT COUNT(*) INTO :RES-NB-MANDATS
               FROM SEPA_MANDAT
               WHERE CODE_MBR = :RES-CODE-MBR
               AND STATUT_MANDAT = 'ACTIF'
           END-EXEC.
           EXEC SQL
               UPDATE SEPA_MANDAT
               SET STATUT_MANDAT = 'REVOQUE'
               WHERE CODE_MBR = :RES-CODE-MBR
               AND STATUT_MANDAT = 'ACTIF'
           END-EXEC.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'SEPA_MANDAT REVOQUE(S) : ' RES-NB-MANDATS
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.

           EXEC SQL
               UPDATE MBR_RESIL
               SET STATUT_RESIL = 'APPLIQUEE',
                   DAT_APPLI = CURRENT_DATE,
                   REFUND_AMOUNT = :RES-REFUND,
                   REFUND_PAID = 'N'
               WHERE CODE_RESIL = :RES-CODE-RESIL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ECHEC DE LA RESILIATION, SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO APPLIQUER-UNE-RESILIATION-FIN
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NB-APPLIQUEES.
           MOVE SPACES TO RAPPORT-RECORD.
           STRING 'RESILIE : MEMBRE ' FUNCTION TRIM(RES-CODE-MBR)
               ' MOTIF ' RES-MOTIF
               ' EFFET ' RES-DAT-EFFET
               ' CONTRATS ' RES-NB-CNT
               ' ECHEANCES ANNULEES ' RES-NB-ANNULEES
               ' MANDATS ' RES-NB-MANDATS
               ' A REMBOURSER ' WS-REFUND-EDIT
               DELIMITED BY SIZE INTO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           PERFORM ECRIRE-COURRIER THRU ECRIRE-COURRIER-FIN.
       APPLIQUER-UNE-RESILIATION-FIN. EXIT.

      ******************************************************************
      * Lettre de confirmation de la resiliation.
      ******************************************************************
       ECRIRE-COURRIER.
           MOVE SPACES TO COURRIER-RECORD.
           IF RES-MOTIF = 'C'
               STRING 'Aux ayants droit de ' FUNCTION TRIM(RES-FNAME)
                   ' ' FUNCTION TRIM(RES-LNAME)
                   DELIMITED BY SIZE INTO COURRIER-RECORD
           ELSE
               STRING FUNCTION TRIM(RES-FNAME) ' '
                   FUNCTION TRIM(RES-LNAME)
                   DELIMITED BY SIZE INTO COURRIER-RECORD
           END-IF.
           WRITE COURRIER-RECORD.
           MOVE RES-ADR1 TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           IF RES-ADR2 NOT = SPACES
               MOVE RES-ADR2 TO COURRIER-RECORD
               WRITE COURRIER-RECORD
           END-IF.
           MOVE SPACES TO COURRIER-RECORD.
           STRING FUNCTION TRIM(RES-PC) ' ' FUNCTION TRIM(RES-TOWN)
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           STRING 'Objet : confirmation de resiliation de l''adhesion '
               FUNCTION TRIM(RES-CODE-MBR)
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'Madame, Monsieur,' TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           STRING 'Nous vous confirmons la resiliation de l''adhesion '
               'au ' RES-DAT-EFFET '.'
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'Les garanties cessent a cette date ; les soins '
               TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'posterieurs ne sont plus pris en charge.'
               TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           IF RES-NB-MANDATS > 0
               MOVE 'Le mandat de prelevement SEPA est revoque : '
                   TO COURRIER-RECORD
               WRITE COURRIER-RECORD
               MOVE 'aucun prelevement ne sera plus presente.'
                   TO COURRIER-RECORD
               WRITE COURRIER-RECORD
           END-IF.
           IF RES-REFUND > 0
               MOVE SPACES TO COURRIER-RECORD
               STRING 'Les cotisations percues au-dela de cette date, '
                   'soit ' WS-REFUND-EDIT ' EUR,'
                   DELIMITED BY SIZE INTO COURRIER-RECORD
               WRITE COURRIER-RECORD
               MOVE 'vous seront remboursees.' TO COURRIER-RECORD
               WRITE COURRIER-RECORD
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
      * Trace de la lettre dans le registre des courriers, le numero
      * de demande de resiliation en reference.
      ******************************************************************
       ENREGISTRER-COURRIER.
           MOVE SPACES TO RES-REF-COUR.
           STRING 'RESILIATION ' RES-CODE-RESIL DELIMITED BY SIZE
               INTO RES-REF-COUR.
           EXEC SQL
               INSERT INTO COURRIER
                   (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR, PGM_COUR)
               VALUES (:RES-CODE-MBR, 'RESILIATION', CURRENT_DATE,
                   :RES-REF-COUR, 'resiliations')
           END-EXEC.
       ENREGISTRER-COURRIER-FIN. EXIT.

      ******************************************************************
       ENREGISTRER-AUDIT.
           EXEC SQL
               INSERT INTO AUDIT_TRAIL
                   (CODE_USER, FCT_AUDIT, KEYS_AUDIT, DETAIL_AUDIT,
                    TS_AUDIT)
               VALUES (:RES-CODE-USER, :WS-AUD-FCT,
                   :WS-AUD-CLES, :WS-AUD-DETAIL, CURRENT_TIMESTAMP)
           END-EXEC.
       ENREGISTRER-AUDIT-FIN. EXIT.
