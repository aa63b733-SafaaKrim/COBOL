      * sepa-export.csv avec une ligne de fin portant le total, insere
      * la ligne REIMBURSEMENT payee et datee, et imprime une liste de
      * controle dont le total general doit retomber sur celui du
      * fichier de virements. Un lot dont le total depasse le seuil
      * VIREMENTS de double signature (SEUIL_SIGNATURE) n'est emis
      * qu'une fois confirme par un second utilisateur (PENDING_OP,
      * option des operations a contresigner du menu) ; les demandes
      * dont l'accord attend encore sa seconde signature sont
      * laissees de cote. L'operateur qui lance le batch est
      * authentifie par son code et son mot de passe d'utilisateur
      * (USER) ouvert, comme a l'entree du menu.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01 WS-NB-VIR-PRV      PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-VIR-PRV   PIC 9(09)V99 VALUE ZERO.

      * Double signature du lot : operateur qui lance le batch,
      * nombre et total des demandes payables, seuil VIREMENTS et
      * operation confirmee correspondant a ce lot.
       01 WS-SAISIE          PIC X(30).
       01 PAY-CODE-USER      PIC X(10).
       01 PAY-MDP            PIC X(30).
       01 PAY-PWD-TO-CHANGE  PIC X(01).
       01 PAY-NB-LOT         PIC 9(09).
       01 PAY-TOTAL-LOT      PIC 9(09)V99.
       01 PAY-SEUIL          PIC 9(09)V99.
       01 PAY-CODE-OP        PIC 9(09).
       01 PAY-NB-OP          PIC 9(09).
       01 PAY-DETAIL-OP      PIC X(80).
       01 PAY-AUD-CLES       PIC X(80).
       01 PAY-AUD-DETAIL     PIC X(80).

       PROCEDURE DIVISION.

           EXEC SQL
               STOP RUN
           END-IF.

           DISPLAY 'MISE EN PAIEMENT DES REMBOURSEMENTS'.
           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'CODE OPERATEUR OBLIGATOIRE.'
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.
           MOVE WS-SAISIE(1:10) TO PAY-CODE-USER.
           DISPLAY 'Mot de passe : ' WITH NO ADVANCING.
           MOVE SPACES TO PAY-MDP.
           ACCEPT PAY-MDP.
           MOVE SPACES TO PAY-PWD-TO-CHANGE.
           EXEC SQL
               SELECT COALESCE(PWD_TO_CHANGE, 'N')
               INTO :PAY-PWD-TO-CHANGE
               FROM USER
               WHERE CODE_USER = :PAY-CODE-USER
               AND PW_USER = :PAY-MDP
               AND DAT_CLOSE_USER IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'OPERATEUR INCONNU, FERME OU MOT DE PASSE '
                   'INVALIDE.'
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.
           IF PAY-PWD-TO-CHANGE = 'O'
               DISPLAY 'MOT DE PASSE A CHANGER : SE CONNECTER D''ABORD '
                   'AU MENU.'
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.

      * Colonne du beneficiaire posee si l'ecran de decision n'a pas
      * encore tourne avec le tiers payant.
           EXEC SQL
               ALTER TABLE ASKED_REIMB
               ADD COLUMN IF NOT EXISTS PAYEE_PRV VARCHAR(10)
           END-EXEC.
      * Demandes suspendues au deces de l'adherent
      * (deces-adherents.cbl) : colonne posee si ce module n'a pas
      * encore tourne.
           EXEC SQL
               ALTER TABLE ASKED_REIMB
               ADD COLUMN IF NOT EXISTS HOLD_REIMB VARCHAR(1)
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

           PERFORM CONTROLER-SIGNATURE-LOT
           THRU    CONTROLER-SIGNATURE-LOT-FIN.

           OPEN OUTPUT VIREMENTS-FILE.
           MOVE 'code_membre;iban;montant;reference_demande'
               TO VIREMENTS-RECORD.
               TO VIREMENTS-PRV-RECORD.
           WRITE VIREMENTS-PRV-RECORD.

           OPEN OUTPUT CONTROLE-FILE.
           MOVE 'LISTE DE CONTROLE DES MISES EN PAIEMENT'
               TO CONTROLE-RECORD.
           END-IF.
           CLOSE CONTROLE-FILE.

      * Lot emis sous seconde signature : l'operation confirmee est
      * consommee.
           IF PAY-CODE-OP > ZERO
               EXEC SQL
                   UPDATE PENDING_OP
                   SET STATUT_OP = 'EXECUTEE'
                   WHERE CODE_OP = :PAY-CODE-OP
               END-EXEC
               MOVE SPACES TO PAY-AUD-CLES
               STRING 'OP ' PAY-CODE-OP '/VIREMENTS'
                   DELIMITED BY SIZE INTO PAY-AUD-CLES
               MOVE SPACES TO PAY-AUD-DETAIL
               STRING 'EXECUTEE ' PAY-NB-LOT ' DEMANDE(S) POUR '
                   PAY-TOTAL-LOT
                   DELIMITED BY SIZE INTO PAY-AUD-DETAIL
               PERFORM ENREGISTRER-AUDIT
               THRU    ENREGISTRER-AUDIT-FIN
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT END-EXEC.


      ******************************************************************
      * Demandes approuvees et pas encore payees : approuvees par le
      * workflow (REIMB_TOPAY) et sans ligne REIMBURSEMENT. Une
      * demande suspendue (HOLD_REIMB 'O', adherent decede) attend le
      * reglement de la succession.
      ******************************************************************
       PAYER-REMBOURSEMENTS.
           EXEC SQL
                          COALESCE(A.PAYEE_PRV, '')
                   FROM ASKED_REIMB A
                   WHERE A.REIMB_TOPAY = TRUE
                   AND COALESCE(A.HOLD_REIMB, 'N') <> 'O'
                   AND NOT EXISTS (
                       SELECT 1 FROM REIMBURSEMENT R
                       WHERE R.CODE_REIMB = A.CODE_REIMB)
                   AND NOT EXISTS (
                       SELECT 1 FROM PENDING_OP P
                       WHERE P.TYPE_OP = 'REMBOURS'
                       AND P.REF_OP = A.CODE_REIMB
                       AND P.STATUT_OP = 'PENDING')
           END-EXEC.
           EXEC SQL OPEN CUR_PAYOUT END-EXEC.

           END-IF.
           WRITE CONTROLE-RECORD.
       PAYER-UNE-DEMANDE-FIN. EXIT.

      ******************************************************************
      * Double signature du lot : nombre et total des demandes
      * payables, selon les criteres du curseur de paiement. Au dela
      * du seuil VIREMENTS, le lot ne part que si une operation
      * VIREMENTS confirmee par un second utilisateur porte ce meme
      * nombre et ce meme total ; sinon le lot est enregistre en
      * attente de seconde signature (une seule fois) et le batch
      * s'arrete sans rien emettre.
      ******************************************************************
       CONTROLER-SIGNATURE-LOT.
           MOVE ZERO TO PAY-NB-LOT PAY-TOTAL-LOT PAY-CODE-OP.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(A.REIMB_AMOUNT), 0)
               INTO :PAY-NB-LOT, :PAY-TOTAL-LOT
               FROM ASKED_REIMB A
               WHERE A.REIMB_TOPAY = TRUE
               AND COALESCE(A.HOLD_REIMB, 'N') <> 'O'
               AND NOT EXISTS (
                   SELECT 1 FROM REIMBURSEMENT R
                   WHERE R.CODE_REIMB = A.CODE_REIMB)
               AND NOT EXISTS (
                   SELECT 1 FROM PENDING_OP P
                   WHERE P.TYPE_OP = 'REMBOURS'
                   AND P.REF_OP = A.CODE_REIMB
                   AND P.STATUT_OP = 'PENDING')
           END-EXEC.

           MOVE 20000 TO PAY-SEUIL.
           EXEC SQL
               SELECT SEUIL_OP INTO :PAY-SEUIL
               FROM SEUIL_SIGNATURE
               WHERE TYPE_OP = 'VIREMENTS'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 20000 TO PAY-SEUIL
           END-IF.
           IF PAY-TOTAL-LOT NOT > PAY-SEUIL
               GO TO CONTROLER-SIGNATURE-LOT-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(MIN(CODE_OP), 0) INTO :PAY-CODE-OP
               FROM PENDING_OP
               WHERE TYPE_OP = 'VIREMENTS'
               AND STATUT_OP = 'CONFIRMEE'
               AND REF_OP = :PAY-NB-LOT
               AND AMOUNT_OP = :PAY-TOTAL-LOT
           END-EXEC.
           IF PAY-CODE-OP > ZERO
               DISPLAY 'LOT DE ' PAY-NB-LOT ' DEMANDE(S) POUR '
                   PAY-TOTAL-LOT ' CONTRESIGNE (OPERATION '
                   PAY-CODE-OP ')'
               GO TO CONTROLER-SIGNATURE-LOT-FIN
           END-IF.

           MOVE ZERO TO PAY-NB-OP.
           EXEC SQL
               SELECT COUNT(*) INTO :PAY-NB-OP
               FROM PENDING_OP
               WHERE TYPE_OP = 'VIREMENTS'
               AND STATUT_OP = 'PENDING'
               AND REF_OP = :PAY-NB-LOT
               AND AMOUNT_OP = :PAY-TOTAL-LOT
           END-EXEC.
           IF PAY-NB-OP = ZERO
      * Un lot en attente qui ne correspond plus aux demandes
      * payables (nouveaux accords depuis) est remplace.
               EXEC SQL
                   UPDATE PENDING_OP
                   SET STATUT_OP = 'REMPLACEE'
                   WHERE TYPE_OP = 'VIREMENTS'
                   AND STATUT_OP = 'PENDING'
               END-EXEC
               MOVE SPACES TO PAY-DETAIL-OP
               STRING 'LOT DE ' PAY-NB-LOT ' VIREMENT(S) POUR '
                   PAY-TOTAL-LOT
                   DELIMITED BY SIZE INTO PAY-DETAIL-OP
               EXEC SQL
                   INSERT INTO PENDING_OP
                       (TYPE_OP, REF_OP, AMOUNT_OP, DETAIL_OP,
                        STATUT_OP, USER_CREA, TS_CREA)
                   VALUES ('VIREMENTS', :PAY-NB-LOT, :PAY-TOTAL-LOT,
                       :PAY-DETAIL-OP, 'PENDING', :PAY-CODE-USER,
                       CURRENT_TIMESTAMP)
               END-EXEC
               MOVE SPACES TO PAY-AUD-CLES
               STRING 'LOT ' PAY-NB-LOT '/VIREMENTS'
                   DELIMITED BY SIZE INTO PAY-AUD-CLES
               MOVE SPACES TO PAY-AUD-DETAIL
               STRING 'EN ATTENTE SIGNATURE TOTAL ' PAY-TOTAL-LOT
                   DELIMITED BY SIZE INTO PAY-AUD-DETAIL
               PERFORM ENREGISTRER-AUDIT
               THRU    ENREGISTRER-AUDIT-FIN
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'LOT DE ' PAY-NB-LOT ' DEMANDE(S) POUR '
               PAY-TOTAL-LOT ' AU-DELA DU SEUIL ' PAY-SEUIL.
           DISPLAY 'EN ATTENTE DE SECONDE SIGNATURE : AUCUN VIREMENT '
               'EMIS.'.
           EXEC SQL DISCONNECT END-EXEC.
           STOP RUN.
       CONTROLER-SIGNATURE-LOT-FIN. EXIT.

       ENREGISTRER-AUDIT.
           EXEC SQL
               INSERT INTO AUDIT_TRAIL
                   (CODE_USER, FCT_AUDIT, KEYS_AUDIT, DETAIL_AUDIT,
                    TS_AUDIT)
               VALUES (:PAY-CODE-USER, 'VIREMENTS', :PAY-AUD-CLES,
                   :PAY-AUD-DETAIL, CURRENT_TIMESTAMP)
           END-EXEC.
       ENREGISTRER-AUDIT-FIN. EXIT.
