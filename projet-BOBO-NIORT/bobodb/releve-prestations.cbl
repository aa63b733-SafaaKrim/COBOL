       IDENTIFICATION DIVISION.
       PROGRAM-ID. releve-prestations.

      ******************************************************************
      * Releve annuel des prestations versees : pendant de
      * l'attestation fiscale (attestation-fiscale.cbl, ce que le
      * membre nous a paye), il dit au membre - et a son employeur -
      * ce que la mutuelle lui a rembourse sur une annee. Pour chaque
      * membre, les REIMBURSEMENT payes de l'annee sont regroupes par
      * beneficiaire (ASKED_REIMB.CODE_FAM, zero pour l'adherent
      * lui-meme) puis par garantie, chacun avec sa date, le libelle
      * de la garantie (GUARANTEE.LABL_GAR), la part Securite sociale
      * (ASKED_REIMB.SECU_AMOUNT), notre part et le destinataire du
      * virement (l'adherent, ou le prestataire en tiers payant
      * ASKED_REIMB.PAYEE_PRV). Chaque garantie se termine sur le
      * plafond restant du beneficiaire au 31 decembre, meme calcul
      * que le plafonnement de GESTION-REMBOURSEMENTS (AMOUNT.COST_MNT
      * de la garantie moins le deja rembourse de l'annee). Le total
      * des releves est rapproche de la somme des REIMBURSEMENT payes
      * de l'annee.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEVES-FILE
           ASSIGN TO 'releves-prestations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELEVES.

       DATA DIVISION.
       FILE SECTION.
       FD RELEVES-FILE.
       01 RELEVES-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 DB-CONN-INFO.
           05 DB-USERNAME PIC X(30) VALUE "cobol".
           05 DB-PASSWORD PIC X(10) VALUE SPACES.
           05 DB-NAME     PIC X(30) VALUE "bobodb".

       01 WS-STATUS-RELEVES  PIC X(02).
          88 STATUT-RELEVES-OK VALUE '00'.

       01 REL-ANNEE          PIC 9(04).
       01 REL-CODE-MBR       PIC X(10).
       01 REL-REF-COUR       PIC X(30).
       01 REL-CODE-FAM       PIC 9(09).
       01 REL-CODE-GAR       PIC 9(09).
       01 REL-CODE-REIMB     PIC 9(09).
       01 REL-DATE           PIC X(10).
       01 REL-LABL-GAR       PIC X(80).
       01 REL-SECU           PIC 9(07)V99.
       01 REL-MONTANT        PIC 9(07)V99.
       01 REL-PAYEE-PRV      PIC X(10).
       01 REL-LNAME          PIC X(30).
       01 REL-FNAME          PIC X(30).
       01 REL-ADR1           PIC X(50).
       01 REL-PC             PIC X(10).
       01 REL-TOWN           PIC X(50).
       01 REL-PLAFOND        PIC 9(07)V99.
       01 REL-TOTAL-GLOBAL   PIC 9(11)V99.

      * Cles de rupture de la ligne precedente.
       01 WS-PREC-MBR        PIC X(10) VALUE SPACES.
       01 WS-PREC-FAM        PIC 9(09) VALUE ZERO.
       01 WS-PREC-GAR        PIC 9(09) VALUE ZERO.
       01 WS-PREC-LABL-GAR   PIC X(80).

      * Cumuls par garantie, beneficiaire, membre et annee.
       01 WS-TOT-GAR         PIC 9(09)V99.
       01 WS-TOT-SECU-FAM    PIC 9(09)V99.
       01 WS-TOT-FAM         PIC 9(09)V99.
       01 WS-TOT-SECU-MBR    PIC 9(09)V99.
       01 WS-TOT-MBR         PIC 9(09)V99.
       01 WS-TOTAL-RELEVES   PIC 9(11)V99 VALUE ZERO.
       01 WS-RESTE           PIC 9(09)V99.

       01 WS-MONTANT-ED      PIC Z(6)9.99.
       01 WS-SECU-ED         PIC Z(6)9.99.
       01 WS-PLAFOND-ED      PIC Z(6)9.99.
       01 WS-RESTE-ED        PIC Z(6)9.99.
       01 WS-DESTINATAIRE    PIC X(16).

      * Fin du curseur des remboursements, tenue a part de SQLCODE
      * que les lectures MEMBER / MBR_FAMILY / plafond du traitement
      * d'une ligne remettent a jour.
       01 WS-FIN-RELEVE      PIC X(01).
          88 FIN-RELEVE      VALUE 'O'.
       01 WS-ANNEE-SAISIE    PIC X(04).
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-NB-RELEVES      PIC 9(05) VALUE ZERO.
       01 WS-NB-LIGNES       PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           DISPLAY 'ANNEE DES RELEVES (AAAA, VIDE = ANNEE '
               'PRECEDENTE) : ' WITH NO ADVANCING.
           ACCEPT WS-ANNEE-SAISIE.
           IF WS-ANNEE-SAISIE NUMERIC
               MOVE WS-ANNEE-SAISIE TO REL-ANNEE
           ELSE
               COMPUTE REL-ANNEE = FUNCTION NUMVAL(WS-DATE-JOUR(1:4))
                   - 1
           END-IF.

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

           OPEN OUTPUT RELEVES-FILE.
           IF NOT STATUT-RELEVES-OK
               DISPLAY 'Fichier des releves illisible : '
                   WS-STATUS-RELEVES
               STOP RUN
           END-IF.

           PERFORM EDITER-RELEVES THRU EDITER-RELEVES-FIN.

      * Controle de completude : la somme des releves doit retomber
      * sur le total des REIMBURSEMENT payes de l'annee.
           MOVE ZERO TO REL-TOTAL-GLOBAL.
           EXEC SQL
               SELECT COALESCE(SUM(R.REIMB_AMOUNT), 0)
               INTO :REL-TOTAL-GLOBAL
               FROM REIMBURSEMENT R
               WHERE R.REIMB_PAID = TRUE
               AND EXTRACT(YEAR FROM R.REIMB_DATE) = :REL-ANNEE
           END-EXEC.

           MOVE ALL '*' TO RELEVES-RECORD.
           WRITE RELEVES-RECORD.
           MOVE SPACES TO RELEVES-RECORD.
           STRING 'CONTROLE ' REL-ANNEE ' : SOMME DES RELEVES '
               WS-TOTAL-RELEVES
               ' / TOTAL REMBOURSEMENTS PAYES ' REL-TOTAL-GLOBAL
               DELIMITED BY SIZE INTO RELEVES-RECORD.
           WRITE RELEVES-RECORD.
           IF WS-TOTAL-RELEVES NOT = REL-TOTAL-GLOBAL
               MOVE 'CONTROLE EN ECART : A RAPPROCHER AVANT ENVOI'
                   TO RELEVES-RECORD
               WRITE RELEVES-RECORD
           END-IF.

           CLOSE RELEVES-FILE.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT END-EXEC.

           DISPLAY WS-NB-RELEVES ' releve(s) emis pour l''annee '
               REL-ANNEE ', ' WS-NB-LIGNES ' remboursement(s)'.
           STOP RUN.

      ******************************************************************
      * Remboursements payes de l'annee, tries membre, beneficiaire,
      * garantie puis date : les ruptures donnent le releve par
      * membre, le bloc par beneficiaire et le plafond par garantie.
      ******************************************************************
       EDITER-RELEVES.
           EXEC SQL
               DECLARE CUR_RELEVE CURSOR FOR
                   SELECT R.CODE_MBR, COALESCE(A.CODE_FAM, 0),
                          COALESCE(R.CODE_GAR, 0), R.CODE_REIMB,
                          TO_CHAR(R.REIMB_DATE, 'YYYY-MM-DD'),
                          COALESCE(G.LABL_GAR, ''),
                          COALESCE(A.SECU_AMOUNT, 0),
                          R.REIMB_AMOUNT,
                          COALESCE(A.PAYEE_PRV, '')
                   FROM REIMBURSEMENT R
                   LEFT JOIN ASKED_REIMB A
                       ON A.CODE_REIMB = R.CODE_REIMB
                   LEFT JOIN GUARANTEE G ON G.CODE_GAR = R.CODE_GAR
                   WHERE R.REIMB_PAID = TRUE
                   AND EXTRACT(YEAR FROM R.REIMB_DATE) = :REL-ANNEE
                   ORDER BY R.CODE_MBR, COALESCE(A.CODE_FAM, 0),
                            COALESCE(R.CODE_GAR, 0), R.REIMB_DATE,
                            R.CODE_REIMB
           END-EXEC.
           EXEC SQL OPEN CUR_RELEVE END-EXEC.

           MOVE 'N' TO WS-FIN-RELEVE.
           PERFORM UNTIL FIN-RELEVE
               EXEC SQL
                   FETCH CUR_RELEVE
                   INTO :REL-CODE-MBR, :REL-CODE-FAM, :REL-CODE-GAR,
                        :REL-CODE-REIMB, :REL-DATE, :REL-LABL-GAR,
                        :REL-SECU, :REL-MONTANT, :REL-PAYEE-PRV
               END-EXEC
               IF SQLCODE = 0
                   PERFORM TRAITER-REMBOURSEMENT
                   THRU    TRAITER-REMBOURSEMENT-FIN
               ELSE
                   MOVE 'O' TO WS-FIN-RELEVE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR_RELEVE END-EXEC.

           IF WS-PREC-MBR NOT = SPACES
               PERFORM FERMER-GARANTIE THRU FERMER-GARANTIE-FIN
               PERFORM FERMER-BENEFICIAIRE
               THRU    FERMER-BENEFICIAIRE-FIN
               PERFORM FERMER-MEMBRE THRU FERMER-MEMBRE-FIN
           END-IF.
       EDITER-RELEVES-FIN. EXIT.

       TRAITER-REMBOURSEMENT.
           IF REL-CODE-MBR NOT = WS-PREC-MBR
               IF WS-PREC-MBR NOT = SPACES
                   PERFORM FERMER-GARANTIE THRU FERMER-GARANTIE-FIN
                   PERFORM FERMER-BENEFICIAIRE
                   THRU    FERMER-BENEFICIAIRE-FIN
                   PERFORM FERMER-MEMBRE THRU FERMER-MEMBRE-FIN
               END-IF
               PERFORM OUVRIR-MEMBRE THRU OUVRIR-MEMBRE-FIN
               PERFORM OUVRIR-BENEFICIAIRE
               THRU    OUVRIR-BENEFICIAIRE-FIN
           ELSE
               IF REL-CODE-FAM NOT = WS-PREC-FAM
                   PERFORM FERMER-GARANTIE THRU FERMER-GARANTIE-FIN
                   PERFORM FERMER-BENEFICIAIRE
                   THRU    FERMER-BENEFICIAIRE-FIN
                   PERFORM OUVRIR-BENEFICIAIRE
                   THRU    OUVRIR-BENEFICIAIRE-FIN
               ELSE
                   IF REL-CODE-GAR NOT = WS-PREC-GAR
                       PERFORM FERMER-GARANTIE
                       THRU    FERMER-GARANTIE-FIN
                   END-IF
               END-IF
           END-IF.
           MOVE REL-CODE-MBR TO WS-PREC-MBR.
           MOVE REL-CODE-FAM TO WS-PREC-FAM.
           MOVE REL-CODE-GAR TO WS-PREC-GAR.
           MOVE REL-LABL-GAR TO WS-PREC-LABL-GAR.

           IF REL-PAYEE-PRV = SPACES
               MOVE 'ADHERENT' TO WS-DESTINATAIRE
           ELSE
               MOVE SPACES TO WS-DESTINATAIRE
               STRING 'TIERS ' FUNCTION TRIM(REL-PAYEE-PRV)
                   DELIMITED BY SIZE INTO WS-DESTINATAIRE
           END-IF.
           MOVE REL-SECU    TO WS-SECU-ED.
           MOVE REL-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO RELEVES-RECORD.
           STRING '      ' REL-DATE ' ' REL-LABL-GAR(1:30)
               ' SECU ' WS-SECU-ED
               ' MUTUELLE ' WS-MONTANT-ED
               ' VERSE A ' WS-DESTINATAIRE
               DELIMITED BY SIZE INTO RELEVES-RECORD.
           WRITE RELEVES-RECORD.

           ADD 1 TO WS-NB-LIGNES.
           ADD REL-MONTANT TO WS-TOT-GAR WS-TOT-FAM WS-TOT-MBR
               WS-TOTAL-RELEVES.
           ADD REL-SECU TO WS-TOT-SECU-FAM WS-TOT-SECU-MBR.
       TRAITER-REMBOURSEMENT-FIN. EXIT.

      ******************************************************************
      * En-tete du releve d'un membre (nom et adresse depuis MEMBER).
      ******************************************************************
       OUVRIR-MEMBRE.
           MOVE SPACES TO REL-LNAME REL-FNAME REL-ADR1 REL-PC REL-TOWN.
           EXEC SQL
               SELECT COALESCE(LNAME_MBR, ''), COALESCE(FNAME_MBR, ''),
                      COALESCE(ADR1_MBR, ''), COALESCE(PC_MBR, ''),
                      COALESCE(TOWN_MBR, '')
               INTO :REL-LNAME, :REL-FNAME, :REL-ADR1, :REL-PC,
                    :REL-TOWN
               FROM MEMBER
               WHERE CODE_MBR = :REL-CODE-MBR
           END-EXEC.

           MOVE ZERO TO WS-TOT-MBR WS-TOT-SECU-MBR.
           MOVE ALL '=' TO RELEVES-RECORD.
           WRITE RELEVES-RECORD.
           MOVE SPACES TO RELEVES-RECORD.
           STRING 'RELEVE DES PRESTATIONS VERSEES EN ' REL-ANNEE
               ' - EDITE LE ' WS-DATE-JOUR
               DELIMITED BY SIZE INTO RELEVES-RECORD.
           WRITE RELEVES-RECORD.
           MOVE SPACES TO RELEVES-RECORD.
           STRING 'MEMBRE ' FUNCTION TRIM(REL-CODE-MBR) ' - '
               FUNCTION TRIM(REL-LNAME) ' '
               FUNCTION TRIM(REL-FNAME)
               DELIMITED BY SIZE INTO RELEVES-RECORD.
           WRITE RELEVES-RECORD.
           MOVE SPACES TO RELEVES-RECORD.
           STRING FUNCTION TRIM(REL-ADR1) ' '
               FUNCTION TRIM(REL-PC) ' '
               FUNCTION TRIM(REL-TOWN)
               DELIMITED BY SIZE INTO RELEVES-RECORD.
           WRITE RELEVES-RECORD.
           PERFORM ENREGISTRER-COURRIER THRU ENREGISTRER-COURRIER-FIN.
       OUVRIR-MEMBRE-FIN. EXIT.

      ******************************************************************
      * Trace du releve dans le registre des courriers, l'annee des
      * prestations en reference.
      ******************************************************************
       ENREGISTRER-COURRIER.
           MOVE SPACES TO REL-REF-COUR.
           STRING 'ANNEE ' REL-ANNEE DELIMITED BY SIZE
               INTO REL-REF-COUR.
           EXEC SQL
               INSERT INTO COURRIER
                   (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR, PGM_COUR)
               VALUES (:REL-CODE-MBR, 'RELEVE', CURRENT_DATE,
                   :REL-REF-COUR, 'releve-prestations')
           END-EXEC.
       ENREGISTRER-COURRIER-FIN. EXIT.

       FERMER-MEMBRE.
           MOVE WS-TOT-SECU-MBR TO WS-SECU-ED.
           MOVE WS-TOT-MBR      TO WS-MONTANT-ED.
           MOVE SPACES TO RELEVES-RECORD.
           STRING 'TOTAL ' REL-ANNEE ' DU MEMBRE : SECU ' WS-SECU-ED
               ' MUTUELLE ' WS-MONTANT-ED
               DELIMITED BY SIZE INTO RELEVES-RECORD.
           WRITE RELEVES-RECORD.
           ADD 1 TO WS-NB-RELEVES.
       FERMER-MEMBRE-FIN. EXIT.

      ******************************************************************
      * Bloc d'un beneficiaire : l'adherent (CODE_FAM zero) ou un
      * ayant droit de MBR_FAMILY.
      ******************************************************************
       OUVRIR-BENEFICIAIRE.
           MOVE ZERO TO WS-TOT-FAM WS-TOT-SECU-FAM WS-TOT-GAR.
           MOVE SPACES TO RELEVES-RECORD.
           IF REL-CODE-FAM = ZERO
               STRING '  BENEFICIAIRE : L''ADHERENT LUI-MEME'
                   DELIMITED BY SIZE INTO RELEVES-RECORD
           ELSE
               MOVE SPACES TO REL-LNAME REL-FNAME
               EXEC SQL
                   SELECT COALESCE(LNAME_MBRFAM, ''),
                          COALESCE(FNAME_MBRFAM, '')
                   INTO :REL-LNAME, :REL-FNAME
                   FROM MBR_FAMILY
                   WHERE CODE_FAM = :REL-CODE-FAM
               END-EXEC
               STRING '  BENEFICIAIRE : AYANT DROIT ' REL-CODE-FAM
                   ' - ' FUNCTION TRIM(REL-FNAME) ' '
                   FUNCTION TRIM(REL-LNAME)
                   DELIMITED BY SIZE INTO RELEVES-RECORD
           END-IF.
           WRITE RELEVES-RECORD.
       OUVRIR-BENEFICIAIRE-FIN. EXIT.

       FERMER-BENEFICIAIRE.
           MOVE WS-TOT-SECU-FAM TO WS-SECU-ED.
           MOVE WS-TOT-FAM      TO WS-MONTANT-ED.
           MOVE SPACES TO RELEVES-RECORD.
           STRING '  TOTAL DU BENEFICIAIRE : SECU ' WS-SECU-ED
               ' MUTUELLE ' WS-MONTANT-ED
               DELIMITED BY SIZE INTO RELEVES-RECORD.
           WRITE RELEVES-RECORD.
       FERMER-BENEFICIAIRE-FIN. EXIT.

      ******************************************************************
      * Fin d'une garantie pour un beneficiaire : plafond restant au
      * 31 decembre, le cumul de la garantie etant exactement le deja
      * rembourse de l'annee pour ce beneficiaire.
      ******************************************************************
       FERMER-GARANTIE.
           MOVE ZERO TO REL-PLAFOND.
           EXEC SQL
               SELECT A.COST_MNT INTO :REL-PLAFOND
               FROM GUARANTEE G
               INNER JOIN AMOUNT A ON A.CODE_MNT = G.CODE_MNT
               WHERE G.CODE_GAR = :WS-PREC-GAR
               AND G.ACTIVE_GAR = 'O'
               AND A.ACTIVE_MNT = 'O'
           END-EXEC.
           MOVE SPACES TO RELEVES-RECORD.
           IF SQLCODE = 0
               IF WS-TOT-GAR >= REL-PLAFOND
                   MOVE ZERO TO WS-RESTE
               ELSE
                   COMPUTE WS-RESTE = REL-PLAFOND - WS-TOT-GAR
               END-IF
               MOVE REL-PLAFOND TO WS-PLAFOND-ED
               MOVE WS-TOT-GAR  TO WS-MONTANT-ED
               MOVE WS-RESTE    TO WS-RESTE-ED
               STRING '    ' WS-PREC-LABL-GAR(1:30)
                   ' PLAFOND ' WS-PLAFOND-ED
                   ' CONSOMME ' WS-MONTANT-ED
                   ' RESTANT AU 31/12 ' WS-RESTE-ED
                   DELIMITED BY SIZE INTO RELEVES-RECORD
           ELSE
               MOVE WS-TOT-GAR TO WS-MONTANT-ED
               STRING '    ' WS-PREC-LABL-GAR(1:30)
                   ' CONSOMME ' WS-MONTANT-ED
                   ' PLAFOND NON DEFINI'
                   DELIMITED BY SIZE INTO RELEVES-RECORD
           END-IF.
           WRITE RELEVES-RECORD.
           MOVE ZERO TO WS-TOT-GAR.
       FERMER-GARANTIE-FIN. EXIT.
