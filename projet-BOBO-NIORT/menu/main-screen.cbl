           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELEVE.

      * Lettres d'accord de prise en charge prealable, a la suite.
           SELECT ACCORD-PEC-FILE
           ASSIGN TO 'accords-prise-en-charge.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PEC.

       DATA DIVISION.
       FILE SECTION.
       FD CAISSE-JOURNAL-FILE.
       FD RELEVE-FILE.
       01 RELEVE-RECORD PIC X(100).

       FD ACCORD-PEC-FILE.
       01 ACCORD-PEC-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CAISSE PIC X(02).
           88 STATUT-CAISSE-OK VALUE "00".
       01 WS-STATUS-RELEVE PIC X(02).
           88 STATUT-RELEVE-OK VALUE "00".
       01 WS-STATUS-PEC PIC X(02).
           88 STATUT-PEC-OK VALUE "00".

      * Zones de travail de la consultation 360 : chaque ligne est a
      * la fois affichee et reportee sur le releve imprimable.
           05 SC-360-FAM-NOM   PIC X(30).
           05 SC-360-FAM-PRN   PIC X(30).
           05 SC-360-ROOT      PIC X(01).
           05 SC-360-TYPE-COUR PIC X(12).
           05 SC-360-DAT-COUR  PIC X(10).
           05 SC-360-REF-COUR  PIC X(30).
           05 SC-360-PGM-COUR  PIC X(30).
           05 SC-360-RETOUR    PIC X(10).
           05 SC-360-RETOUR-LIB PIC X(21).
           05 SC-360-NPAI      PIC X(01).
       01 USER-CHOICE PIC X(01).
       01 SC-MENU-RETURN PIC X(01).
       01 SC-MESSAGE-OUT PIC X(40) VALUE SPACES.
           05 SC-ACTIVE-MBR   PIC X(01).
           05 SC-CODE-FAM     PIC 9(09).

      * Zones hote des ayants droit d'un adherent (MBR_FAMILY) : date
      * de naissance pour la limite d'age du contrat, et date de fin
      * de validite du certificat de scolarite qui prolonge la
      * couverture d'un etudiant (bobodb/ayants-droit-age.cbl).
       01 AY-AYANT-DATA.
           05 AY-CODE-FAM     PIC 9(09).
           05 AY-LNAME        PIC X(30).
           05 AY-FNAME        PIC X(30).
           05 AY-CODE-SECU    PIC X(34).
           05 AY-BIRTH        PIC X(10).
           05 AY-DAT-SCOL     PIC X(10).
           05 AY-ACTIF        PIC X(01).
           05 AY-ROOT         PIC X(01).
           05 AY-AVANT        PIC X(10).
           05 AY-COST         PIC 9(09).
           05 AY-COST-SAISIE  PIC X(09).
           05 AY-NB           PIC 9(04).
       01 AY-CHOIX            PIC X(01).
       01 AY-DATE-SAISIE      PIC X(10).
       01 AY-DATE-SW          PIC X(01).
           88 AY-DATE-VALIDE  VALUE "O".

      * Zones hote pour la gestion des cotisations (017/022).
       01 SC-INVOICE-DATA.
           05 SC-NUM-INV      PIC X(10).
           05 SC-NB-FAM       PIC 9(04).
           05 SC-CONSO-GAR    PIC 9(07)V99.
           05 SC-RESTE-GAR    PIC 9(07)V99.
      * Demande anterieure suspecte : doublon (meme beneficiaire,
      * garantie et montant dans la fenetre GUARANTEE.DOUBLON_JOURS)
      * ou periodicite non respectee (GUARANTEE.PERIODICITY).
           05 SC-DOUBLON-REIMB  PIC 9(09).
           05 SC-DOUBLON-DATE   PIC X(10).
           05 SC-DOUBLON-MONTANT PIC 9(07)V99.
           05 SC-DOUBLON-PRV    PIC X(10).
           05 SC-DOUBLON-SW     PIC X(01).
               88 SC-DOUBLON-SUSPECT  VALUE "O".
           05 SC-PERIODE-REIMB  PIC 9(09).
           05 SC-PERIODE-DATE   PIC X(10).
           05 SC-PERIODE-ANS    PIC 9(04).
           05 SC-PERIODE-SW     PIC X(01).
               88 SC-PERIODE-DEPASSEE VALUE "O".

      * Prise en charge prealable (PRIOR_APPROVAL) : devis chiffre
      * avant le soin avec les regles de plafond et de carence de la
      * decision, montant couvert reserve sur le plafond restant du
      * beneficiaire jusqu'au soin ou jusqu'a expiration de l'accord
      * (GUARANTEE.PEC_JOURS jours, 90 si vide).
       01 SC-PEC-DATA.
           05 SC-CODE-PEC       PIC 9(09).
           05 SC-PEC-PRV        PIC X(10).
           05 SC-PEC-DEVIS      PIC 9(07)V99.
           05 SC-PEC-DEVIS-SAISIE PIC X(12).
           05 SC-PEC-COUVERT    PIC 9(07)V99.
           05 SC-PEC-RESERVE    PIC 9(07)V99.
           05 SC-PEC-VALIDITE   PIC X(10).
           05 SC-PEC-LABL-GAR   PIC X(80).
           05 SC-PEC-LNAME      PIC X(30).
           05 SC-PEC-FNAME      PIC X(30).
           05 SC-PEC-ADR1       PIC X(50).
           05 SC-PEC-ADR2       PIC X(50).
           05 SC-PEC-PC         PIC X(10).
           05 SC-PEC-TOWN       PIC X(50).
           05 SC-PEC-FAM-NOM    PIC X(30).
           05 SC-PEC-FAM-PRN    PIC X(30).
           05 SC-PEC-BENEF      PIC X(61).
           05 SC-PEC-REF-COUR   PIC X(30).
           05 SC-PEC-EDIT       PIC Z(6)9.99.

      * Double signature des operations sensibles (PENDING_OP) : au
      * dela du seuil de son type (SEUIL_SIGNATURE), une operation
      * saisie par un premier utilisateur reste EN ATTENTE jusqu'a la
      * confirmation d'un second utilisateur, different du premier et
      * titulaire de la fonction de validation du type (FCT_PRF).
       01 SG-SIGNATURE-DATA.
           05 SG-CODE-OP        PIC 9(09).
           05 SG-TYPE-OP        PIC X(10).
           05 SG-REF-OP         PIC 9(09).
           05 SG-REF2-OP        PIC 9(09).
           05 SG-VALUE-OP       PIC X(30).
           05 SG-DAT-OP         PIC X(10).
           05 SG-AMOUNT-OP      PIC 9(09)V99.
           05 SG-DETAIL-OP      PIC X(80).
           05 SG-USER-CREA      PIC X(10).
           05 SG-TS-CREA        PIC X(26).
           05 SG-STATUT-OP      PIC X(10).
           05 SG-SEUIL          PIC 9(09)V99.
           05 SG-SEUIL-LU       PIC 9(09)V99.
           05 SG-SEUIL-SAISIE   PIC X(12).
           05 SG-FCT-VALID      PIC X(15).
           05 SG-FCT-LU         PIC X(15).
           05 SG-NB-OP          PIC 9(09).
           05 SG-DECISION       PIC X(01).
           05 SG-ETAT-AUDIT     PIC X(20).
           05 SG-ATTENTE-SW     PIC X(01).
              88 SG-EN-ATTENTE  VALUE "O".
           05 SG-MAJ-SW         PIC X(01).
              88 SG-MAJ-OK      VALUE "O".
           05 SG-EDIT           PIC Z(8)9.99.
           05 SG-EDIT-AVANT     PIC Z(8)9.99.

      * Zones hote pour la gestion des prestations (019).
       01 SC-GUARANTEE-DATA.
           VALUE "7. Administration".
       01 WS-LIB-RECLAMATION   PIC X(30)
           VALUE "8. Gestion des reclamations".
       01 WS-LIB-SIGNATURE     PIC X(30)
           VALUE "9. Operations a contresigner".
       01 WS-MENU-LIGNE-1      PIC X(30) VALUE SPACES.
       01 WS-MENU-LIGNE-2      PIC X(30) VALUE SPACES.
       01 WS-MENU-LIGNE-3      PIC X(30) VALUE SPACES.
       01 WS-MENU-LIGNE-6      PIC X(30) VALUE SPACES.
       01 WS-MENU-LIGNE-7      PIC X(30) VALUE SPACES.
       01 WS-MENU-LIGNE-8      PIC X(30) VALUE SPACES.
       01 WS-MENU-LIGNE-9      PIC X(30) VALUE SPACES.

      * Zones hote de la gestion des reclamations : le registre que
      * le regulateur attend, avec une echeance de reponse en jours
           FOREGROUND-COLOR IS 2.
           05 LINE 25  COL 89 PIC X(30) FROM WS-MENU-LIGNE-8
           FOREGROUND-COLOR IS 2.
           05 LINE 26  COL 89 PIC X(30) FROM WS-MENU-LIGNE-9
           FOREGROUND-COLOR IS 2.
           05 LINE 27  COL 89 VALUE "Q. Quitter l'application"
           FOREGROUND-COLOR IS 2.
           05 LINE 28  COL 89 VALUE "Veuillez choisir une option:"
           FOREGROUND-COLOR IS 2.

       01 ADHERENTS-SCREEN.
           FOREGROUND-COLOR IS 2.
           05 LINE 18  COL 89 VALUE "5. Rechercher par nom"
           FOREGROUND-COLOR IS 2.
           05 LINE 19  COL 89 VALUE "6. Ayants droit (famille)"
           FOREGROUND-COLOR IS 2.
           05 LINE 20  COL 89 VALUE "R. Retour au menu principal"
           FOREGROUND-COLOR IS 2.
           05 LINE 21  COL 89 VALUE "Veuillez choisir une option:"
           FOREGROUND-COLOR IS 2.

       01 ADHERENT-ACTIVATION-SCREEN.
           FOREGROUND-COLOR IS 2.
           05 LINE 19  COL 89 VALUE "6. Consulter la piste d'audit"
           FOREGROUND-COLOR IS 2.
           05 LINE 20  COL 89 VALUE "7. Seuils de double signature"
           FOREGROUND-COLOR IS 2.
           05 LINE 21  COL 89 VALUE "R. Retour au menu principal"
           FOREGROUND-COLOR IS 2.
           05 LINE 23  COL 89 VALUE "Veuillez choisir une option:"
           FOREGROUND-COLOR IS 2.

       01 RECHERCHE-ADHERENT-SCREEN.
           FOREGROUND-COLOR IS 2.
           05 LINE 15  COL 89 VALUE "2. Approuver / rejeter une demande"
           FOREGROUND-COLOR IS 2.
           05 LINE 16  COL 89 VALUE "3. Prise en charge prealable"
           FOREGROUND-COLOR IS 2.
           05 LINE 17  COL 89 VALUE "R. Retour au menu principal"
           FOREGROUND-COLOR IS 2.
           05 LINE 18  COL 89 VALUE "Veuillez choisir une option:"
           FOREGROUND-COLOR IS 2.
                           MOVE "RECLAMATION" TO WS-FCT-LABEL
                           PERFORM ACCEDER-SI-AUTORISE
                           THRU    ACCEDER-SI-AUTORISE-FIN
                       WHEN USER-CHOICE = "9"
                           MOVE "SIGNATURE" TO WS-FCT-LABEL
                           PERFORM ACCEDER-SI-AUTORISE
                           THRU    ACCEDER-SI-AUTORISE-FIN
                       WHEN USER-CHOICE = "Q"
                           CONTINUE
                       WHEN OTHER
                   WHEN "RECLAMATION"
                       PERFORM GESTION-RECLAMATIONS
                       THRU    GESTION-RECLAMATIONS-FIN
                   WHEN "SIGNATURE"
                       PERFORM GESTION-SIGNATURES
                       THRU    GESTION-SIGNATURES-FIN
               END-EVALUATE
           END-IF.
       ACCEDER-SI-AUTORISE-FIN. EXIT.
           MOVE SPACES TO WS-MENU-LIGNE-1 WS-MENU-LIGNE-2
                          WS-MENU-LIGNE-3 WS-MENU-LIGNE-4
                          WS-MENU-LIGNE-5 WS-MENU-LIGNE-6
                          WS-MENU-LIGNE-7 WS-MENU-LIGNE-8
                          WS-MENU-LIGNE-9.

           MOVE "ADHERENT" TO WS-FCT-LABEL.
           PERFORM VERIFIER-DROIT-ACCES THRU VERIFIER-DROIT-ACCES-FIN.
           IF WS-ACCES-AUTORISE
               MOVE WS-LIB-RECLAMATION TO WS-MENU-LIGNE-8
           END-IF.

      * La liste des operations a contresigner est ouverte aux
      * profils titulaires de la fonction SIGNATURE ; le droit de
      * confirmer chaque operation est controle ensuite sur la
      * fonction de validation de son type.
           MOVE "SIGNATURE" TO WS-FCT-LABEL.
           PERFORM VERIFIER-DROIT-ACCES THRU VERIFIER-DROIT-ACCES-FIN.
           IF WS-ACCES-AUTORISE
               MOVE WS-LIB-SIGNATURE TO WS-MENU-LIGNE-9
           END-IF.
       CONSTRUIRE-MENU-PRINCIPAL-FIN. EXIT.

      ******************************************************************
               SET WS-DB-CONNECTED TO TRUE
           ELSE
               DISPLAY "Connexion base indisponible, SQLCODE " SQLCODE
               GO TO CONNECT-DATABASE-FIN
           END-IF.
      * Registre des courriers sortants (relances, reponses aux
      * reclamations) et marqueur de courrier revenu (NPAI) sur
      * l'adherent, lus par la consultation 360.
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
           EXEC SQL
               ALTER TABLE MEMBER
                   ADD COLUMN IF NOT EXISTS NPAI_MBR VARCHAR(1)
           END-EXEC.
      * Operations en attente de seconde signature et seuils de
      * double signature par type d'operation.
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
       CONNECT-DATABASE-FIN. EXIT.

       DISCONNECT-DATABASE.
                       IF SC-CODE-MBR NOT = SPACES
                           DISPLAY "Code retenu : " SC-CODE-MBR
                       END-IF
                   WHEN SC-SOUS-CHOIX = "6"
                       PERFORM GESTION-AYANTS-DROIT
                       THRU    GESTION-AYANTS-DROIT-FIN
                   WHEN SC-SOUS-CHOIX = "R"
                       CONTINUE
                   WHEN OTHER
               UPDATE MEMBER
               SET LNAME_MBR = :SC-LNAME-MBR, FNAME_MBR = :SC-FNAME-MBR,
                   ADR1_MBR = :SC-ADR1-MBR, TOWN_MBR = :SC-TOWN-MBR,
                   TEL_MBR = :SC-TEL-MBR, MAIL_MBR = :SC-MAIL-MBR,
                   NPAI_MBR = CASE
                       WHEN ADR1_MBR <> :SC-ADR1-MBR
                         OR TOWN_MBR <> :SC-TOWN-MBR THEN 'N'
                       ELSE NPAI_MBR END
               WHERE CODE_MBR = :SC-CODE-MBR
           END-EXEC.
           IF SQLCODE = 0
           END-IF.
       CASCADER-DESACTIVATION-FAMILLE-FIN. EXIT.

      ******************************************************************
      * Ayants droit d'un adherent : jusqu'ici seule la ligne
      * titulaire de MBR_FAMILY etait creee, sans date de naissance,
      * et un enfant restait couvert indefiniment. La date de
      * naissance est desormais saisie a l'ajout (et corrigeable),
      * avec la part de cotisation mensuelle de l'ayant droit ajoutee
      * a la facture famille tant qu'il est couvert, et
      * le certificat de scolarite d'un etudiant est enregistre par
      * sa date de fin de validite : la sortie a la limite d'age du
      * contrat (bobodb/ayants-droit-age.cbl) en tient compte.
      ******************************************************************
       GESTION-AYANTS-DROIT.
           EXEC SQL
               ALTER TABLE MBR_FAMILY
                   ADD COLUMN IF NOT EXISTS BIRTH_MBRFAM DATE
           END-EXEC.
           EXEC SQL
               ALTER TABLE MBR_FAMILY
                   ADD COLUMN IF NOT EXISTS DAT_SCOL_MBRFAM DATE
           END-EXEC.
           EXEC SQL
               ALTER TABLE MBR_FAMILY
                   ADD COLUMN IF NOT EXISTS DAT_AVIS_MBRFAM DATE
           END-EXEC.
           EXEC SQL
               ALTER TABLE MBR_FAMILY
                   ADD COLUMN IF NOT EXISTS COST_MBRFAM INTEGER
           END-EXEC.

           PERFORM SAISIR-CODE-ADHERENT
           THRU    SAISIR-CODE-ADHERENT-FIN.
           MOVE ZERO TO AY-NB.
           EXEC SQL
               SELECT COUNT(*) INTO :AY-NB
               FROM MEMBER WHERE CODE_MBR = :SC-CODE-MBR
           END-EXEC.
           IF AY-NB = ZERO
               MOVE "Adherent introuvable." TO SC-MESSAGE-OUT
               DISPLAY SCREEN-MESSAGE-LINE
               GO TO GESTION-AYANTS-DROIT-FIN
           END-IF.

           MOVE SPACES TO AY-CHOIX.
           PERFORM UNTIL AY-CHOIX = "R"
               PERFORM LISTER-AYANTS-DROIT
               THRU    LISTER-AYANTS-DROIT-FIN
               DISPLAY "1. Ajouter un ayant droit"
               DISPLAY "2. Saisir / corriger une date de naissance"
               DISPLAY "3. Enregistrer un certificat de scolarite"
               DISPLAY "R. Retour"
               DISPLAY "Veuillez choisir une option : "
                   WITH NO ADVANCING
               ACCEPT AY-CHOIX
               EVALUATE TRUE
                   WHEN AY-CHOIX = "1"
                       PERFORM AJOUTER-AYANT-DROIT
                       THRU    AJOUTER-AYANT-DROIT-FIN
                   WHEN AY-CHOIX = "2"
                       PERFORM SAISIR-NAISSANCE-AYANT
                       THRU    SAISIR-NAISSANCE-AYANT-FIN
                   WHEN AY-CHOIX = "3"
                       PERFORM ENREGISTRER-SCOLARITE
                       THRU    ENREGISTRER-SCOLARITE-FIN
                   WHEN AY-CHOIX = "R"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE, ESSAYEZ ENCORE."
               END-EVALUATE
           END-PERFORM.
       GESTION-AYANTS-DROIT-FIN. EXIT.

       LISTER-AYANTS-DROIT.
           DISPLAY SPACE.
           DISPLAY "AYANTS DROIT DE L'ADHERENT " SC-CODE-MBR.
           EXEC SQL
               DECLARE CUR_AYANTS CURSOR FOR
                   SELECT CODE_FAM, COALESCE(LNAME_MBRFAM, ''),
                          COALESCE(FNAME_MBRFAM, ''),
                          COALESCE(CAST(BIRTH_MBRFAM AS VARCHAR), ''),
                          COALESCE(CAST(DAT_SCOL_MBRFAM AS VARCHAR),
                                   ''),
                          COALESCE(ACTIVE_MBRFAM, 'N'),
                          COALESCE(ROOT_MBRFAM, 'N')
                   FROM MBR_FAMILY
                   WHERE CODE_MBR = :SC-CODE-MBR
                   ORDER BY COALESCE(ROOT_MBRFAM, 'N') DESC, CODE_FAM
           END-EXEC.
           EXEC SQL OPEN CUR_AYANTS END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_AYANTS INTO :AY-CODE-FAM, :AY-LNAME,
                       :AY-FNAME, :AY-BIRTH, :AY-DAT-SCOL, :AY-ACTIF,
                       :AY-ROOT
               END-EXEC
               IF SQLCODE = 0
                   IF AY-ROOT = "O"
                       DISPLAY "  " AY-CODE-FAM " "
                           FUNCTION TRIM(AY-LNAME) " "
                           FUNCTION TRIM(AY-FNAME)
                           " (TITULAIRE) NE(E) LE " AY-BIRTH
                   ELSE
                       DISPLAY "  " AY-CODE-FAM " "
                           FUNCTION TRIM(AY-LNAME) " "
                           FUNCTION TRIM(AY-FNAME)
                           " NE(E) LE " AY-BIRTH
                           " ACTIF " AY-ACTIF
                           " SCOLARITE " AY-DAT-SCOL
                   END-IF
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_AYANTS END-EXEC.
       LISTER-AYANTS-DROIT-FIN. EXIT.

       AJOUTER-AYANT-DROIT.
           MOVE SPACES TO AY-LNAME AY-FNAME AY-CODE-SECU.
           DISPLAY "Nom : " WITH NO ADVANCING.
           ACCEPT AY-LNAME.
           DISPLAY "Prenom : " WITH NO ADVANCING.
           ACCEPT AY-FNAME.
           DISPLAY "Numero de Securite sociale : " WITH NO ADVANCING.
           ACCEPT AY-CODE-SECU.
           IF AY-LNAME = SPACES OR AY-FNAME = SPACES
               DISPLAY "NOM ET PRENOM OBLIGATOIRES, SAISIE ABANDONNEE."
               GO TO AJOUTER-AYANT-DROIT-FIN
           END-IF.
           DISPLAY "Date de naissance (AAAA-MM-JJ) : "
               WITH NO ADVANCING.
           MOVE SPACES TO AY-DATE-SAISIE.
           ACCEPT AY-DATE-SAISIE.
           PERFORM CONTROLER-DATE-AYANT THRU CONTROLER-DATE-AYANT-FIN.
           IF NOT AY-DATE-VALIDE
               DISPLAY "DATE INVALIDE, SAISIE ABANDONNEE."
               GO TO AJOUTER-AYANT-DROIT-FIN
           END-IF.
           MOVE AY-DATE-SAISIE TO AY-BIRTH.
           DISPLAY "Part de cotisation mensuelle : " WITH NO ADVANCING.
           MOVE SPACES TO AY-COST-SAISIE.
           ACCEPT AY-COST-SAISIE.
           MOVE ZERO TO AY-COST.
           IF AY-COST-SAISIE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(AY-COST-SAISIE) = 0
                   COMPUTE AY-COST = FUNCTION NUMVAL(AY-COST-SAISIE)
               ELSE
                   DISPLAY "MONTANT INVALIDE, SAISIE ABANDONNEE."
                   GO TO AJOUTER-AYANT-DROIT-FIN
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO MBR_FAMILY
                   (CODE_MBR, LNAME_MBRFAM, FNAME_MBRFAM, CODE_SECU,
                    BIRTH_MBRFAM, DAT_CREA_MBRFAM, ROOT_MBRFAM,
                    ACTIVE_MBRFAM, COST_MBRFAM)
               VALUES
                   (:SC-CODE-MBR, :AY-LNAME, :AY-FNAME, :AY-CODE-SECU,
                    CAST(:AY-BIRTH AS DATE), CURRENT_DATE, 'N', 'O',
                    :AY-COST)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY "AYANT DROIT AJOUTE."
           ELSE
               DISPLAY "ECHEC DE L'AJOUT, SQLCODE " SQLCODE
               GO TO AJOUTER-AYANT-DROIT-FIN
           END-IF.
           MOVE "ADHERENT" TO WS-AUD-FCT.
           MOVE SC-CODE-MBR TO WS-AUD-CLES.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "AYANT DROIT " FUNCTION TRIM(AY-LNAME) " "
               FUNCTION TRIM(AY-FNAME) " NE(E) LE " AY-BIRTH
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
       AJOUTER-AYANT-DROIT-FIN. EXIT.

       SAISIR-NAISSANCE-AYANT.
           DISPLAY "Numero d'ayant droit : " WITH NO ADVANCING.
           ACCEPT AY-CODE-FAM.
           MOVE SPACES TO AY-AVANT.
           EXEC SQL
               SELECT COALESCE(CAST(BIRTH_MBRFAM AS VARCHAR), '')
               INTO :AY-AVANT
               FROM MBR_FAMILY
               WHERE CODE_FAM = :AY-CODE-FAM
               AND CODE_MBR = :SC-CODE-MBR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "AYANT DROIT INCONNU POUR CET ADHERENT."
               GO TO SAISIR-NAISSANCE-AYANT-FIN
           END-IF.
           DISPLAY "Date de naissance (AAAA-MM-JJ) : "
               WITH NO ADVANCING.
           MOVE SPACES TO AY-DATE-SAISIE.
           ACCEPT AY-DATE-SAISIE.
           PERFORM CONTROLER-DATE-AYANT THRU CONTROLER-DATE-AYANT-FIN.
           IF NOT AY-DATE-VALIDE
               DISPLAY "DATE INVALIDE, SAISIE ABANDONNEE."
               GO TO SAISIR-NAISSANCE-AYANT-FIN
           END-IF.
           MOVE AY-DATE-SAISIE TO AY-BIRTH.
           EXEC SQL
               UPDATE MBR_FAMILY
               SET BIRTH_MBRFAM = CAST(:AY-BIRTH AS DATE),
                   DAT_UPDT_MBRFAM = CURRENT_DATE
               WHERE CODE_FAM = :AY-CODE-FAM
           END-EXEC.
           DISPLAY "DATE DE NAISSANCE ENREGISTREE.".
           MOVE "ADHERENT" TO WS-AUD-FCT.
           MOVE SPACES TO WS-AUD-CLES.
           STRING FUNCTION TRIM(SC-CODE-MBR) " " AY-CODE-FAM
               DELIMITED BY SIZE INTO WS-AUD-CLES.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "NAISSANCE AVANT [" AY-AVANT "] APRES " AY-BIRTH
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
       SAISIR-NAISSANCE-AYANT-FIN. EXIT.

      * Certificat de scolarite : la date de fin de validite saisie
      * prolonge la couverture de l'etudiant au-dela de la limite
      * d'age du contrat, dans la limite de l'age etudiant.
       ENREGISTRER-SCOLARITE.
           DISPLAY "Numero d'ayant droit : " WITH NO ADVANCING.
           ACCEPT AY-CODE-FAM.
           MOVE SPACES TO AY-AVANT.
           EXEC SQL
               SELECT COALESCE(CAST(DAT_SCOL_MBRFAM AS VARCHAR), '')
               INTO :AY-AVANT
               FROM MBR_FAMILY
               WHERE CODE_FAM = :AY-CODE-FAM
               AND CODE_MBR = :SC-CODE-MBR
               AND COALESCE(ROOT_MBRFAM, 'N') <> 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "AYANT DROIT INCONNU POUR CET ADHERENT."
               GO TO ENREGISTRER-SCOLARITE-FIN
           END-IF.
           DISPLAY "Certificat valable jusqu'au (AAAA-MM-JJ) : "
               WITH NO ADVANCING.
           MOVE SPACES TO AY-DATE-SAISIE.
           ACCEPT AY-DATE-SAISIE.
           PERFORM CONTROLER-DATE-AYANT THRU CONTROLER-DATE-AYANT-FIN.
           IF NOT AY-DATE-VALIDE
               DISPLAY "DATE INVALIDE, SAISIE ABANDONNEE."
               GO TO ENREGISTRER-SCOLARITE-FIN
           END-IF.
           MOVE AY-DATE-SAISIE TO AY-DAT-SCOL.
           EXEC SQL
               UPDATE MBR_FAMILY
               SET DAT_SCOL_MBRFAM = CAST(:AY-DAT-SCOL AS DATE),
                   DAT_UPDT_MBRFAM = CURRENT_DATE
               WHERE CODE_FAM = :AY-CODE-FAM
           END-EXEC.
           DISPLAY "CERTIFICAT DE SCOLARITE ENREGISTRE.".
           MOVE "ADHERENT" TO WS-AUD-FCT.
           MOVE SPACES TO WS-AUD-CLES.
           STRING FUNCTION TRIM(SC-CODE-MBR) " " AY-CODE-FAM
               DELIMITED BY SIZE INTO WS-AUD-CLES.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SCOLARITE AVANT [" AY-AVANT "] APRES " AY-DAT-SCOL
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
       ENREGISTRER-SCOLARITE-FIN. EXIT.

      * Controle de forme d'une date AAAA-MM-JJ saisie au clavier.
       CONTROLER-DATE-AYANT.
           MOVE "N" TO AY-DATE-SW.
           IF AY-DATE-SAISIE(1:4) NUMERIC
               AND AY-DATE-SAISIE(5:1) = "-"
               AND AY-DATE-SAISIE(6:2) NUMERIC
               AND AY-DATE-SAISIE(8:1) = "-"
               AND AY-DATE-SAISIE(9:2) NUMERIC
               AND AY-DATE-SAISIE(6:2) >= "01"
               AND AY-DATE-SAISIE(6:2) <= "12"
               AND AY-DATE-SAISIE(9:2) >= "01"
               AND AY-DATE-SAISIE(9:2) <= "31"
               SET AY-DATE-VALIDE TO TRUE
           END-IF.
       CONTROLER-DATE-AYANT-FIN. EXIT.

      ******************************************************************
      * Saisie du code adherent commune aux fonctions qui le
      * demandent : saisir '?' ouvre la recherche par nom, dont le
           END-EXEC.
           IF SQLCODE = 0
               MOVE "Relance enregistree." TO SC-MESSAGE-OUT
      * La lettre de relance part au registre des courriers, au nom
      * du titulaire de la facture.
               EXEC SQL
                   INSERT INTO COURRIER
                       (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR,
                        PGM_COUR)
                   SELECT CODE_MBR, 'RELANCE',
                       CAST(:WS-DATE-OUVRE-ISO AS DATE),
                       'FACTURE ' || TRIM(NUM_INV), 'main-screen'
                   FROM INVOICE
                   WHERE NUM_INV = :SC-NUM-INV
               END-EXEC
           ELSE
               MOVE "Aucune echeance impayee pour ce numero."
                   TO SC-MESSAGE-OUT
                   END-IF
               END-PERFORM
               EXEC SQL CLOSE CUR_FAM_CNT END-EXEC
      * Part de cotisation des ayants droit encore couverts : un ayant
      * droit sorti a la limite d'age (ACTIVE_MBRFAM = 'N') n'est plus
      * facture a partir de l'echeance suivante.
               MOVE ZERO TO AY-COST
               EXEC SQL
                   SELECT COALESCE(SUM(COST_MBRFAM), 0) INTO :AY-COST
                   FROM MBR_FAMILY
                   WHERE CODE_MBR = :SC-CODE-MBR
                   AND COALESCE(ROOT_MBRFAM, 'N') <> 'O'
                   AND ACTIVE_MBRFAM = 'O'
               END-EXEC
               ADD AY-COST TO SC-TOTAL-FACTURE
      * Echeance de reglement associee, sans laquelle la facture
      * n'apparait jamais dans les impayes/relances ni dans l'export
      * SEPA, qui se basent tous sur INV_DUEDATE.
               ALTER TABLE ASKED_REIMB
               ADD COLUMN IF NOT EXISTS PAYEE_PRV VARCHAR(10)
           END-EXEC.
           EXEC SQL
               ALTER TABLE GUARANTEE
               ADD COLUMN IF NOT EXISTS DOUBLON_JOURS INTEGER
           END-EXEC.
      * Prises en charge prealables : table, duree de validite par
      * garantie et lien de la demande de remboursement vers l'accord.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PRIOR_APPROVAL (
                   CODE_PEC SERIAL PRIMARY KEY,
                   CODE_MBR VARCHAR(10),
                   CODE_FAM INTEGER,
                   CODE_CNT VARCHAR(10),
                   CODE_GAR INTEGER,
                   CODE_PRV VARCHAR(10),
                   QUOTE_AMOUNT DECIMAL,
                   COVERED_AMOUNT DECIMAL,
                   DAT_SOIN_PEC DATE,
                   DAT_CREA_PEC DATE,
                   DAT_VALID_PEC DATE,
                   STATUT_PEC VARCHAR(10),
                   CODE_REIMB INTEGER
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE GUARANTEE
               ADD COLUMN IF NOT EXISTS PEC_JOURS INTEGER
           END-EXEC.
           EXEC SQL
               ALTER TABLE ASKED_REIMB
               ADD COLUMN IF NOT EXISTS CODE_PEC INTEGER
           END-EXEC.
      * Accords echus sans demande de remboursement : la reserve est
      * liberee sur le plafond du beneficiaire.
           EXEC SQL
               UPDATE PRIOR_APPROVAL
               SET STATUT_PEC = 'EXPIREE'
               WHERE STATUT_PEC = 'RESERVEE'
               AND DAT_VALID_PEC < CURRENT_DATE
           END-EXEC.
           MOVE SPACES TO SC-SOUS-CHOIX.
           PERFORM UNTIL SC-SOUS-CHOIX = "R"
               DISPLAY REMBOURSEMENTS-SCREEN
                   WHEN SC-SOUS-CHOIX = "2"
                       PERFORM DECIDER-REMBOURSEMENT
                       THRU    DECIDER-REMBOURSEMENT-FIN
                   WHEN SC-SOUS-CHOIX = "3"
                       PERFORM ENREGISTRER-PRISE-EN-CHARGE
                       THRU    ENREGISTRER-PRISE-EN-CHARGE-FIN
                   WHEN SC-SOUS-CHOIX = "R"
                       CONTINUE
                   WHEN OTHER
               DISPLAY SCREEN-MESSAGE-LINE
               GO TO DECIDER-REMBOURSEMENT-FIN
           END-IF.
      * Un accord deja en attente de seconde signature ne se
      * redecide pas : il se confirme ou se rejette par l'option
      * des operations a contresigner.
           MOVE ZERO TO SG-NB-OP.
           EXEC SQL
               SELECT COUNT(*) INTO :SG-NB-OP
               FROM PENDING_OP
               WHERE TYPE_OP = 'REMBOURS'
               AND REF_OP = :SC-CODE-REIMB
               AND STATUT_OP = 'PENDING'
           END-EXEC.
           IF SG-NB-OP > ZERO
               MOVE "Demande en attente de seconde signature."
                   TO SC-MESSAGE-OUT
               DISPLAY SCREEN-MESSAGE-LINE
               GO TO DECIDER-REMBOURSEMENT-FIN
           END-IF.
           MOVE "N" TO SG-ATTENTE-SW.
           MOVE SPACES TO SG-ETAT-AUDIT.
      * Beneficiaire familial du soin : zero pour l'adherent, sinon
      * un CODE_FAM actif rattache a lui. Le plafond et la carence
      * s'appliquent a ce beneficiaire.
               WHERE CODE_REIMB = :SC-CODE-REIMB
           END-EXEC.

      * Prise en charge prealable en cours pour ce beneficiaire et
      * cette garantie, soin dans sa validite : la demande lui est
      * rattachee, et sa reserve n'est pas decomptee du plafond
      * restant puisque c'est elle qui se consomme.
           MOVE ZERO TO SC-CODE-PEC.
           EXEC SQL
               SELECT COALESCE(MIN(CODE_PEC), 0) INTO :SC-CODE-PEC
               FROM PRIOR_APPROVAL
               WHERE CODE_MBR = :SC-CODE-MBR-RB
               AND COALESCE(CODE_FAM, 0) = :SC-BENEF-FAM
               AND CODE_GAR = :SC-CODE-GAR-RB
               AND STATUT_PEC = 'RESERVEE'
               AND DAT_VALID_PEC >= CAST(:SC-DAT-SOIN AS DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SC-CODE-PEC
           END-IF.
           IF SC-CODE-PEC > ZERO
               MOVE ZERO TO SC-PEC-COUVERT
               EXEC SQL
                   SELECT COVERED_AMOUNT,
                          CAST(DAT_VALID_PEC AS VARCHAR)
                   INTO :SC-PEC-COUVERT, :SC-PEC-VALIDITE
                   FROM PRIOR_APPROVAL
                   WHERE CODE_PEC = :SC-CODE-PEC
               END-EXEC
               DISPLAY "PRISE EN CHARGE PREALABLE " SC-CODE-PEC
                   " : MONTANT ACCORDE " SC-PEC-COUVERT
                   " VALABLE AU " SC-PEC-VALIDITE
               EXEC SQL
                   UPDATE ASKED_REIMB
                   SET CODE_PEC = :SC-CODE-PEC
                   WHERE CODE_REIMB = :SC-CODE-REIMB
               END-EXEC
           END-IF.

      * Doublon et periodicite, sur le montant demande avant
      * plafonnement : la demande suspecte est signalee avec la
      * demande anterieure, l'operateur decide.
           PERFORM CONTROLER-DOUBLONS
           THRU    CONTROLER-DOUBLONS-FIN.

      * Montant demande avant plafonnement, pour l'avant/apres de la
      * piste d'audit.
           MOVE SC-REIMB-AMOUNT TO WS-AVANT-MONTANT.
                   AND EXTRACT(YEAR FROM R.REIMB_DATE)
                       = EXTRACT(YEAR FROM CURRENT_DATE)
               END-EXEC
      * Les prises en charge prealables encore reservees pour ce
      * beneficiaire, hors celle rattachee a la demande, sont
      * engagees sur le meme plafond.
               MOVE ZERO TO SC-PEC-RESERVE
               EXEC SQL
                   SELECT COALESCE(SUM(COVERED_AMOUNT), 0)
                   INTO :SC-PEC-RESERVE
                   FROM PRIOR_APPROVAL
                   WHERE CODE_MBR = :SC-CODE-MBR-RB
                   AND COALESCE(CODE_FAM, 0) = :SC-BENEF-FAM
                   AND CODE_GAR = :SC-CODE-GAR-RB
                   AND STATUT_PEC = 'RESERVEE'
                   AND CODE_PEC <> :SC-CODE-PEC
               END-EXEC
               ADD SC-PEC-RESERVE TO SC-CONSO-GAR
               IF SC-CONSO-GAR >= SC-PLAFOND-GAR
                   MOVE ZERO TO SC-RESTE-GAR
               ELSE
                       MOVE SPACES TO SC-PAYEE-PRV
                   END-IF
               END-IF
      * Au dela du seuil REMBOURS, l'accord est mis en attente d'une
      * seconde signature : la demande ne part pas en paiement tant
      * qu'un second utilisateur ne l'a pas confirme.
               MOVE "REMBOURS" TO SG-TYPE-OP
               PERFORM LIRE-SEUIL-SIGNATURE
               THRU    LIRE-SEUIL-SIGNATURE-FIN
               IF SC-REIMB-AMOUNT > SG-SEUIL
                   PERFORM ATTENTE-ACCORD-REMBOURSEMENT
                   THRU    ATTENTE-ACCORD-REMBOURSEMENT-FIN
               ELSE
                   PERFORM APPLIQUER-ACCORD-REMBOURSEMENT
                   THRU    APPLIQUER-ACCORD-REMBOURSEMENT-FIN
               END-IF
      * L'accord ne genere plus ici l'ecriture REIMBURSEMENT : c'est
      * le batch de mise en paiement (bobodb/reimb-payout.cbl) qui,
      * en produisant le fichier de virements, insere la ligne
      * REIMBURSEMENT payee et datee. L'ecran decide, le batch paye.
           ELSE
               EVALUATE TRUE
                   WHEN SC-EN-CARENCE
                       EXEC SQL
                           UPDATE ASKED_REIMB
                           SET REIMB_TOPAY = FALSE,
                               REIMB_REASON = 'REJET CARENCE'
                           WHERE CODE_REIMB = :SC-CODE-REIMB
                       END-EXEC
                   WHEN SC-DOUBLON-SUSPECT
                       EXEC SQL
                           UPDATE ASKED_REIMB
                           SET REIMB_TOPAY = FALSE,
                               REIMB_REASON = 'REJET DOUBLON'
                           WHERE CODE_REIMB = :SC-CODE-REIMB
                       END-EXEC
                   WHEN SC-PERIODE-DEPASSEE
                       EXEC SQL
                           UPDATE ASKED_REIMB
                           SET REIMB_TOPAY = FALSE,
                               REIMB_REASON = 'REJET PERIODICITE'
                           WHERE CODE_REIMB = :SC-CODE-REIMB
                       END-EXEC
                   WHEN OTHER
                       EXEC SQL
                           UPDATE ASKED_REIMB
                           SET REIMB_TOPAY = FALSE
                           WHERE CODE_REIMB = :SC-CODE-REIMB
                       END-EXEC
               END-EVALUATE
           END-IF.
           IF SQLCODE = 0
               MOVE "Decision enregistree." TO SC-MESSAGE-OUT
               IF SG-EN-ATTENTE
                   MOVE "Accord en attente de seconde signature."
                       TO SC-MESSAGE-OUT
               END-IF
           ELSE
               MOVE "Echec de l'enregistrement." TO SC-MESSAGE-OUT
           END-IF.
           STRING "MONTANT " WS-AVANT-MONTANT
               " -> " SC-REIMB-AMOUNT
               " DECISION " SC-REIMB-DECISION
               " " SG-ETAT-AUDIT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
       DECIDER-REMBOURSEMENT-FIN. EXIT.

      ******************************************************************
      * Accord effectif d'une demande : elle part en paiement au
      * montant decide, au beneficiaire retenu, et consomme la prise
      * en charge prealable qui lui est rattachee. Appele par la
      * decision sous le seuil de double signature, et par la
      * confirmation de la seconde signature au-dela.
      ******************************************************************
       APPLIQUER-ACCORD-REMBOURSEMENT.
           EXEC SQL
               UPDATE ASKED_REIMB
               SET REIMB_TOPAY = TRUE,
                   REIMB_AMOUNT = :SC-REIMB-AMOUNT,
                   PAYEE_PRV = :SC-PAYEE-PRV
               WHERE CODE_REIMB = :SC-CODE-REIMB
           END-EXEC.
      * L'accord de prise en charge est consomme par la demande.
           IF SQLCODE = 0 AND SC-CODE-PEC > ZERO
               EXEC SQL
                   UPDATE PRIOR_APPROVAL
                   SET STATUT_PEC = 'UTILISEE',
                       CODE_REIMB = :SC-CODE-REIMB
                   WHERE CODE_PEC = :SC-CODE-PEC
               END-EXEC
           END-IF.
       APPLIQUER-ACCORD-REMBOURSEMENT-FIN. EXIT.

      * Accord au-dela du seuil : la demande reste non payable et
      * l'operation attend sa seconde signature avec le montant, le
      * beneficiaire (VALUE_OP) et la prise en charge (REF2_OP)
      * decides, qui seront appliques tels quels a la confirmation.
       ATTENTE-ACCORD-REMBOURSEMENT.
           MOVE SPACES TO SG-DETAIL-OP.
           STRING "DEMANDE " SC-CODE-REIMB
               " ADHERENT " FUNCTION TRIM(SC-CODE-MBR-RB)
               " GARANTIE " SC-CODE-GAR-RB
               DELIMITED BY SIZE INTO SG-DETAIL-OP.
           EXEC SQL
               INSERT INTO PENDING_OP
                   (TYPE_OP, REF_OP, REF2_OP, VALUE_OP, AMOUNT_OP,
                    DETAIL_OP, STATUT_OP, USER_CREA, TS_CREA)
               VALUES ('REMBOURS', :SC-CODE-REIMB, :SC-CODE-PEC,
                   :SC-PAYEE-PRV, :SC-REIMB-AMOUNT, :SG-DETAIL-OP,
                   'PENDING', :WS-LOGIN-CODE-USER, CURRENT_TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               SET SG-EN-ATTENTE TO TRUE
               MOVE "EN ATTENTE SIGNATURE" TO SG-ETAT-AUDIT
           END-IF.
       ATTENTE-ACCORD-REMBOURSEMENT-FIN. EXIT.

      * Seuil et fonction de validation du type d'operation
      * SG-TYPE-OP : ligne SEUIL_SIGNATURE si l'administration l'a
      * posee, valeurs par defaut sinon.
       LIRE-SEUIL-SIGNATURE.
           EVALUATE SG-TYPE-OP
               WHEN "REMBOURS"
                   MOVE 1000 TO SG-SEUIL
                   MOVE "REMBOURS" TO SG-FCT-VALID
               WHEN "VIREMENTS"
                   MOVE 20000 TO SG-SEUIL
                   MOVE "REMBOURS" TO SG-FCT-VALID
               WHEN "TARIF"
                   MOVE 5 TO SG-SEUIL
                   MOVE "COTISATION" TO SG-FCT-VALID
               WHEN OTHER
                   MOVE ZERO TO SG-SEUIL
                   MOVE "ADMIN" TO SG-FCT-VALID
           END-EVALUATE.
           EXEC SQL
               SELECT SEUIL_OP, FCT_VALID
               INTO :SG-SEUIL-LU, :SG-FCT-LU
               FROM SEUIL_SIGNATURE
               WHERE TYPE_OP = :SG-TYPE-OP
           END-EXEC.
           IF SQLCODE = 0
               MOVE SG-SEUIL-LU TO SG-SEUIL
               MOVE SG-FCT-LU TO SG-FCT-VALID
           END-IF.
       LIRE-SEUIL-SIGNATURE-FIN. EXIT.

      ******************************************************************
      * Controle anti-doublon de la demande courante, avant decision :
      * - doublon : une autre demande non rejetee du meme beneficiaire
      *   et de la meme garantie, pour le meme montant, dont la date
      *   de soin est a moins de GUARANTEE.DOUBLON_JOURS jours (30 par
      *   defaut) - typiquement la meme paire de lunettes demandee par
      *   l'adherent puis par l'opticien en tiers payant ;
      * - periodicite : une demande accordee de la meme garantie pour
      *   le meme beneficiaire a moins de GUARANTEE.PERIODICITY annees
      *   de la date de soin.
      * La demande anterieure est affichee ; le rejet motive est
      * propose, l'operateur garde la main.
      ******************************************************************
       CONTROLER-DOUBLONS.
           MOVE "N" TO SC-DOUBLON-SW SC-PERIODE-SW.
           MOVE ZERO TO SC-DOUBLON-REIMB SC-PERIODE-REIMB.
           IF SC-DAT-SOIN = SPACES
               GO TO CONTROLER-DOUBLONS-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(MIN(A2.CODE_REIMB), 0)
               INTO :SC-DOUBLON-REIMB
               FROM ASKED_REIMB A2
               INNER JOIN GUARANTEE G ON G.CODE_GAR = A2.CODE_GAR
               WHERE A2.CODE_REIMB <> :SC-CODE-REIMB
               AND A2.CODE_MBR = :SC-CODE-MBR-RB
               AND COALESCE(A2.CODE_FAM, 0) = :SC-BENEF-FAM
               AND A2.CODE_GAR = :SC-CODE-GAR-RB
               AND A2.REIMB_AMOUNT = :SC-REIMB-AMOUNT
               AND COALESCE(A2.REIMB_TOPAY, TRUE) = TRUE
               AND ABS(A2.DAT_CREA_REIMB
                   - CAST(:SC-DAT-SOIN AS DATE))
                   <= COALESCE(G.DOUBLON_JOURS, 30)
           END-EXEC.
           IF SQLCODE = 0 AND SC-DOUBLON-REIMB > ZERO
               MOVE "O" TO SC-DOUBLON-SW
               MOVE SPACES TO SC-DOUBLON-DATE SC-DOUBLON-PRV
               EXEC SQL
                   SELECT CAST(DAT_CREA_REIMB AS VARCHAR),
                          REIMB_AMOUNT, COALESCE(PAYEE_PRV, '')
                   INTO :SC-DOUBLON-DATE, :SC-DOUBLON-MONTANT,
                        :SC-DOUBLON-PRV
                   FROM ASKED_REIMB
                   WHERE CODE_REIMB = :SC-DOUBLON-REIMB
               END-EXEC
               DISPLAY "DOUBLON SUSPECT : DEMANDE " SC-DOUBLON-REIMB
                   " DU " SC-DOUBLON-DATE
                   " MONTANT " SC-DOUBLON-MONTANT
               IF SC-DOUBLON-PRV NOT = SPACES
                   DISPLAY "  deja reglee en tiers payant au "
                       "prestataire " SC-DOUBLON-PRV
               END-IF
               DISPLAY "PROPOSITION : REJET (MOTIF DOUBLON)"
           END-IF.

           MOVE ZERO TO SC-PERIODE-ANS.
           EXEC SQL
               SELECT COALESCE(PERIODICITY, 0) INTO :SC-PERIODE-ANS
               FROM GUARANTEE
               WHERE CODE_GAR = :SC-CODE-GAR-RB
           END-EXEC.
           IF SQLCODE NOT = 0 OR SC-PERIODE-ANS = ZERO
               GO TO CONTROLER-DOUBLONS-FIN
           END-IF.
           EXEC SQL
               SELECT COALESCE(MIN(A2.CODE_REIMB), 0)
               INTO :SC-PERIODE-REIMB
               FROM ASKED_REIMB A2
               WHERE A2.CODE_REIMB <> :SC-CODE-REIMB
               AND A2.CODE_MBR = :SC-CODE-MBR-RB
               AND COALESCE(A2.CODE_FAM, 0) = :SC-BENEF-FAM
               AND A2.CODE_GAR = :SC-CODE-GAR-RB
               AND A2.REIMB_TOPAY = TRUE
               AND A2.DAT_CREA_REIMB > CAST(:SC-DAT-SOIN AS DATE)
                   - :SC-PERIODE-ANS * INTERVAL '1 year'
               AND A2.DAT_CREA_REIMB < CAST(:SC-DAT-SOIN AS DATE)
                   + :SC-PERIODE-ANS * INTERVAL '1 year'
           END-EXEC.
           IF SQLCODE = 0 AND SC-PERIODE-REIMB > ZERO
               MOVE "O" TO SC-PERIODE-SW
               MOVE SPACES TO SC-PERIODE-DATE
               EXEC SQL
                   SELECT CAST(DAT_CREA_REIMB AS VARCHAR)
                   INTO :SC-PERIODE-DATE
                   FROM ASKED_REIMB
                   WHERE CODE_REIMB = :SC-PERIODE-REIMB
               END-EXEC
               DISPLAY "PERIODICITE NON RESPECTEE (1 PAR "
                   SC-PERIODE-ANS " AN(S)) : DEMANDE "
                   SC-PERIODE-REIMB " ACCORDEE DU " SC-PERIODE-DATE
               DISPLAY "PROPOSITION : REJET (MOTIF PERIODICITE)"
           END-IF.
       CONTROLER-DOUBLONS-FIN. EXIT.

      ******************************************************************
      * Prise en charge prealable (optique, dentaire, hospitalisation):
      * le devis est chiffre avec les regles de la decision de
      * remboursement - plafond de la garantie diminue du deja
      * rembourse de l'annee et des autres accords reserves, carence
      * a la date de soin prevue. Le montant couvert est reserve
      * jusqu'a la demande de remboursement (DECIDER-REMBOURSEMENT)
      * ou jusqu'a expiration, et une lettre d'accord est editee.
      ******************************************************************
       ENREGISTRER-PRISE-EN-CHARGE.
           PERFORM SAISIR-CODE-ADHERENT
           THRU    SAISIR-CODE-ADHERENT-FIN.
           MOVE SC-CODE-MBR TO SC-CODE-MBR-RB.
           MOVE SPACES TO SC-PEC-LNAME SC-PEC-FNAME SC-PEC-ADR1
               SC-PEC-ADR2 SC-PEC-PC SC-PEC-TOWN.
           EXEC SQL
               SELECT COALESCE(LNAME_MBR, ''), COALESCE(FNAME_MBR, ''),
                      COALESCE(ADR1_MBR, ''), COALESCE(ADR2_MBR, ''),
                      COALESCE(PC_MBR, ''), COALESCE(TOWN_MBR, '')
               INTO :SC-PEC-LNAME, :SC-PEC-FNAME, :SC-PEC-ADR1,
                    :SC-PEC-ADR2, :SC-PEC-PC, :SC-PEC-TOWN
               FROM MEMBER
               WHERE CODE_MBR = :SC-CODE-MBR-RB
               AND ACTIVE_MBR = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "Adherent introuvable ou inactif." TO SC-MESSAGE-OUT
               DISPLAY SCREEN-MESSAGE-LINE
               GO TO ENREGISTRER-PRISE-EN-CHARGE-FIN
           END-IF.
           MOVE SPACES TO SC-PEC-BENEF.
           STRING FUNCTION TRIM(SC-PEC-FNAME) " "
               FUNCTION TRIM(SC-PEC-LNAME)
               DELIMITED BY SIZE INTO SC-PEC-BENEF.

           MOVE ZERO TO SC-BENEF-FAM.
           DISPLAY "Beneficiaire CODE_FAM (0 = adherent) : "
               WITH NO ADVANCING.
           ACCEPT SC-BENEF-FAM.
           IF SC-BENEF-FAM > ZERO
               MOVE SPACES TO SC-PEC-FAM-NOM SC-PEC-FAM-PRN
               EXEC SQL
                   SELECT COALESCE(LNAME_MBRFAM, ''),
                          COALESCE(FNAME_MBRFAM, '')
                   INTO :SC-PEC-FAM-NOM, :SC-PEC-FAM-PRN
                   FROM MBR_FAMILY
                   WHERE CODE_FAM = :SC-BENEF-FAM
                   AND CODE_MBR = :SC-CODE-MBR-RB
                   AND ACTIVE_MBRFAM = 'O'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "BENEFICIAIRE INCONNU DE CETTE FAMILLE."
                   GO TO ENREGISTRER-PRISE-EN-CHARGE-FIN
               END-IF
               MOVE SPACES TO SC-PEC-BENEF
               STRING FUNCTION TRIM(SC-PEC-FAM-PRN) " "
                   FUNCTION TRIM(SC-PEC-FAM-NOM)
                   DELIMITED BY SIZE INTO SC-PEC-BENEF
           END-IF.

           MOVE SPACES TO SC-CODE-CNT-RB.
           DISPLAY "Code contrat : " WITH NO ADVANCING.
           ACCEPT SC-CODE-CNT-RB.
           MOVE ZERO TO SC-CODE-GAR-RB.
           DISPLAY "Code garantie : " WITH NO ADVANCING.
           ACCEPT SC-CODE-GAR-RB.
           MOVE SPACES TO SC-PEC-LABL-GAR.
           EXEC SQL
               SELECT COALESCE(G.LABL_GAR, '')
               INTO :SC-PEC-LABL-GAR
               FROM MBR_CNT_GAR C
               INNER JOIN GUARANTEE G ON G.CODE_GAR = C.CODE_GAR
               WHERE C.CODE_MBR = :SC-CODE-MBR-RB
               AND C.CODE_CNT = :SC-CODE-CNT-RB
               AND C.CODE_GAR = :SC-CODE-GAR-RB
               AND C.ACTIF_CNTGAR = 'O'
               AND G.ACTIVE_GAR = 'O'
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "GARANTIE NON SOUSCRITE PAR L'ADHERENT SUR CE "
                   "CONTRAT."
               GO TO ENREGISTRER-PRISE-EN-CHARGE-FIN
           END-IF.

           MOVE SPACES TO SC-PEC-PRV.
           DISPLAY "Prestataire (vide = non precise) : "
               WITH NO ADVANCING.
           ACCEPT SC-PEC-PRV.
           IF SC-PEC-PRV NOT = SPACES
               MOVE ZERO TO SC-NB-PRV
               EXEC SQL
                   SELECT COUNT(*) INTO :SC-NB-PRV
                   FROM PROVIDER
                   WHERE CODE_PRV = :SC-PEC-PRV
                   AND ACTIVE_PRV = 'O'
               END-EXEC
               IF SC-NB-PRV = ZERO
                   DISPLAY "PRESTATAIRE INCONNU OU INACTIF."
                   GO TO ENREGISTRER-PRISE-EN-CHARGE-FIN
               END-IF
           END-IF.

           MOVE SPACES TO SC-PEC-DEVIS-SAISIE.
           DISPLAY "Montant du devis : " WITH NO ADVANCING.
           ACCEPT SC-PEC-DEVIS-SAISIE.
           IF SC-PEC-DEVIS-SAISIE = SPACES
               OR FUNCTION TEST-NUMVAL(SC-PEC-DEVIS-SAISIE) NOT = 0
               DISPLAY "MONTANT INVALIDE, SAISIE ABANDONNEE."
               GO TO ENREGISTRER-PRISE-EN-CHARGE-FIN
           END-IF.
           COMPUTE SC-PEC-DEVIS = FUNCTION NUMVAL(SC-PEC-DEVIS-SAISIE).
           DISPLAY "Date de soin prevue (AAAA-MM-JJ) : "
               WITH NO ADVANCING.
           MOVE SPACES TO AY-DATE-SAISIE.
           ACCEPT AY-DATE-SAISIE.
           PERFORM CONTROLER-DATE-AYANT THRU CONTROLER-DATE-AYANT-FIN.
           IF NOT AY-DATE-VALIDE
               DISPLAY "DATE INVALIDE, SAISIE ABANDONNEE."
               GO TO ENREGISTRER-PRISE-EN-CHARGE-FIN
           END-IF.
           MOVE AY-DATE-SAISIE TO SC-DAT-SOIN.

      * Carence a la date de soin prevue : pas de prise en charge.
           PERFORM CALCULER-CARENCE
           THRU    CALCULER-CARENCE-FIN.
           IF SC-EN-CARENCE
               DISPLAY "SOIN PREVU PENDANT LA CARENCE (FIN LE "
                   SC-FIN-CARENCE ") : PAS DE PRISE EN CHARGE."
               GO TO ENREGISTRER-PRISE-EN-CHARGE-FIN
           END-IF.

      * Plafond restant du beneficiaire, deja rembourse de l'annee et
      * accords encore reserves deduits.
           MOVE SC-PEC-DEVIS TO SC-PEC-COUVERT.
           PERFORM CALCULER-PLAFOND-REMBOURSEMENT
           THRU    CALCULER-PLAFOND-REMBOURSEMENT-FIN.
           IF SC-PLAFOND-TROUVE
               MOVE ZERO TO SC-CONSO-GAR SC-PEC-RESERVE
               EXEC SQL
                   SELECT COALESCE(SUM(R.REIMB_AMOUNT), 0)
                   INTO :SC-CONSO-GAR
                   FROM REIMBURSEMENT R
                   INNER JOIN ASKED_REIMB A
                       ON A.CODE_REIMB = R.CODE_REIMB
                   WHERE R.CODE_MBR = :SC-CODE-MBR-RB
                   AND R.CODE_GAR = :SC-CODE-GAR-RB
                   AND R.REIMB_PAID = TRUE
                   AND COALESCE(A.CODE_FAM, 0) = :SC-BENEF-FAM
                   AND EXTRACT(YEAR FROM R.REIMB_DATE)
                       = EXTRACT(YEAR FROM CURRENT_DATE)
               END-EXEC
               EXEC SQL
                   SELECT COALESCE(SUM(COVERED_AMOUNT), 0)
                   INTO :SC-PEC-RESERVE
                   FROM PRIOR_APPROVAL
                   WHERE CODE_MBR = :SC-CODE-MBR-RB
                   AND COALESCE(CODE_FAM, 0) = :SC-BENEF-FAM
                   AND CODE_GAR = :SC-CODE-GAR-RB
                   AND STATUT_PEC = 'RESERVEE'
               END-EXEC
               ADD SC-PEC-RESERVE TO SC-CONSO-GAR
               IF SC-CONSO-GAR >= SC-PLAFOND-GAR
                   MOVE ZERO TO SC-RESTE-GAR
               ELSE
                   COMPUTE SC-RESTE-GAR =
                       SC-PLAFOND-GAR - SC-CONSO-GAR
               END-IF
               DISPLAY "Plafond restant du beneficiaire : "
                   SC-RESTE-GAR
               IF SC-PEC-COUVERT > SC-RESTE-GAR
                   MOVE SC-RESTE-GAR TO SC-PEC-COUVERT
               END-IF
           END-IF.
           DISPLAY "Montant pris en charge : " SC-PEC-COUVERT.
           IF SC-PEC-COUVERT = ZERO
               DISPLAY "PLAFOND EPUISE : PAS DE PRISE EN CHARGE."
               GO TO ENREGISTRER-PRISE-EN-CHARGE-FIN
           END-IF.

           EXEC SQL
               INSERT INTO PRIOR_APPROVAL
                   (CODE_MBR, CODE_FAM, CODE_CNT, CODE_GAR, CODE_PRV,
                    QUOTE_AMOUNT, COVERED_AMOUNT, DAT_SOIN_PEC,
                    DAT_CREA_PEC, DAT_VALID_PEC, STATUT_PEC)
               SELECT :SC-CODE-MBR-RB, :SC-BENEF-FAM, :SC-CODE-CNT-RB,
                      :SC-CODE-GAR-RB, :SC-PEC-PRV, :SC-PEC-DEVIS,
                      :SC-PEC-COUVERT, CAST(:SC-DAT-SOIN AS DATE),
                      CURRENT_DATE,
                      CURRENT_DATE + COALESCE(PEC_JOURS, 90),
                      'RESERVEE'
               FROM GUARANTEE
               WHERE CODE_GAR = :SC-CODE-GAR-RB
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "Echec de l'enregistrement." TO SC-MESSAGE-OUT
               DISPLAY SCREEN-MESSAGE-LINE
               GO TO ENREGISTRER-PRISE-EN-CHARGE-FIN
           END-IF.
           EXEC SQL
               SELECT CODE_PEC, CAST(DAT_VALID_PEC AS VARCHAR)
               INTO :SC-CODE-PEC, :SC-PEC-VALIDITE
               FROM PRIOR_APPROVAL
               WHERE CODE_PEC =
                   (SELECT MAX(CODE_PEC) FROM PRIOR_APPROVAL
                    WHERE CODE_MBR = :SC-CODE-MBR-RB)
           END-EXEC.
           DISPLAY "Prise en charge " SC-CODE-PEC
               " valable jusqu'au " SC-PEC-VALIDITE.

           PERFORM ECRIRE-ACCORD-PEC THRU ECRIRE-ACCORD-PEC-FIN.

           MOVE "REMBOURS" TO WS-AUD-FCT.
           MOVE SPACES TO WS-AUD-CLES.
           STRING "PEC " SC-CODE-PEC " " FUNCTION TRIM(SC-CODE-MBR-RB)
               DELIMITED BY SIZE INTO WS-AUD-CLES.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "DEVIS " SC-PEC-DEVIS " COUVERT " SC-PEC-COUVERT
               " GARANTIE " SC-CODE-GAR-RB " VALIDITE " SC-PEC-VALIDITE
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
           MOVE "Prise en charge enregistree." TO SC-MESSAGE-OUT.
           DISPLAY SCREEN-MESSAGE-LINE.
       ENREGISTRER-PRISE-EN-CHARGE-FIN. EXIT.

      * Lettre d'accord adressee a l'adherent, tracee au registre des
      * courriers.
       ECRIRE-ACCORD-PEC.
           OPEN EXTEND ACCORD-PEC-FILE.
           IF NOT STATUT-PEC-OK
               OPEN OUTPUT ACCORD-PEC-FILE
           END-IF.
           IF NOT STATUT-PEC-OK
               DISPLAY "LETTRE D'ACCORD NON EDITEE : " WS-STATUS-PEC
               GO TO ECRIRE-ACCORD-PEC-FIN
           END-IF.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           STRING FUNCTION TRIM(SC-PEC-FNAME) " "
               FUNCTION TRIM(SC-PEC-LNAME)
               DELIMITED BY SIZE INTO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE SC-PEC-ADR1 TO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           IF SC-PEC-ADR2 NOT = SPACES
               MOVE SC-PEC-ADR2 TO ACCORD-PEC-RECORD
               WRITE ACCORD-PEC-RECORD
           END-IF.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           STRING FUNCTION TRIM(SC-PEC-PC) " "
               FUNCTION TRIM(SC-PEC-TOWN)
               DELIMITED BY SIZE INTO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           STRING "Objet : accord de prise en charge " SC-CODE-PEC
               DELIMITED BY SIZE INTO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE "Madame, Monsieur," TO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           STRING "Beneficiaire : " FUNCTION TRIM(SC-PEC-BENEF)
               DELIMITED BY SIZE INTO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           STRING "Garantie : " FUNCTION TRIM(SC-PEC-LABL-GAR)
               DELIMITED BY SIZE INTO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           IF SC-PEC-PRV NOT = SPACES
               MOVE SPACES TO ACCORD-PEC-RECORD
               STRING "Prestataire : " SC-PEC-PRV
                   DELIMITED BY SIZE INTO ACCORD-PEC-RECORD
               WRITE ACCORD-PEC-RECORD
           END-IF.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           STRING "Soin prevu le " SC-DAT-SOIN
               DELIMITED BY SIZE INTO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE SC-PEC-DEVIS TO SC-PEC-EDIT.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           STRING "Montant du devis : " SC-PEC-EDIT " EUR"
               DELIMITED BY SIZE INTO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE SC-PEC-COUVERT TO SC-PEC-EDIT.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           STRING "Montant pris en charge : " SC-PEC-EDIT " EUR"
               DELIMITED BY SIZE INTO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           STRING "Cet accord est valable jusqu'au " SC-PEC-VALIDITE
               " pour un soin"
               DELIMITED BY SIZE INTO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE "conforme au devis ; au-dela, il devient caduc."
               TO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE SPACES TO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE "Veuillez agreer nos salutations distinguees."
               TO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           MOVE ALL "-" TO ACCORD-PEC-RECORD.
           WRITE ACCORD-PEC-RECORD.
           CLOSE ACCORD-PEC-FILE.

           MOVE SPACES TO SC-PEC-REF-COUR.
           STRING "PEC " SC-CODE-PEC DELIMITED BY SIZE
               INTO SC-PEC-REF-COUR.
           EXEC SQL
               INSERT INTO COURRIER
                   (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR, PGM_COUR)
               VALUES (:SC-CODE-MBR-RB, 'PRISE-CHARGE', CURRENT_DATE,
                   :SC-PEC-REF-COUR, 'main-screen')
           END-EXEC.
       ECRIRE-ACCORD-PEC-FIN. EXIT.

      ******************************************************************
      * GESTION DES PRESTATIONS (garanties)
      ******************************************************************
               FUNCTION TRIM(SC-TOWN-MBR)
               DELIMITED BY SIZE INTO WS-360-LIGNE.
           PERFORM AFFICHER-360-LIGNE THRU AFFICHER-360-LIGNE-FIN.
           MOVE 'N' TO SC-360-NPAI.
           EXEC SQL
               SELECT COALESCE(NPAI_MBR, 'N') INTO :SC-360-NPAI
               FROM MEMBER
               WHERE CODE_MBR = :SC-CODE-MBR
           END-EXEC.
           IF SC-360-NPAI = 'O'
               MOVE '*** NPAI : COURRIER REVENU, ADRESSE A VERIFIER ***'
                   TO WS-360-LIGNE
               PERFORM AFFICHER-360-LIGNE THRU AFFICHER-360-LIGNE-FIN
           END-IF.

           PERFORM 360-SECTION-FAMILLE
           THRU    360-SECTION-FAMILLE-FIN.
           PERFORM 360-PAUSE THRU 360-PAUSE-FIN.
           PERFORM 360-SECTION-REMBOURSEMENTS
           THRU    360-SECTION-REMBOURSEMENTS-FIN.
           PERFORM 360-PAUSE THRU 360-PAUSE-FIN.
           PERFORM 360-SECTION-COURRIERS
           THRU    360-SECTION-COURRIERS-FIN.

           IF RELEVE-DISPONIBLE
               CLOSE RELEVE-FILE
           EXEC SQL CLOSE CUR_360_BENEF END-EXEC.
       360-SECTION-REMBOURSEMENTS-FIN. EXIT.

      * Derniers courriers envoyes a l'adherent (registre COURRIER),
      * du plus recent au plus ancien, pour repondre a "je n'ai rien
      * recu" : type, date, reference, programme emetteur et retour.
       360-SECTION-COURRIERS.
           MOVE '--- DERNIERS COURRIERS ---' TO WS-360-LIGNE.
           PERFORM AFFICHER-360-LIGNE THRU AFFICHER-360-LIGNE-FIN.
           EXEC SQL
               DECLARE CUR_360_COUR CURSOR FOR
                   SELECT TYPE_COUR, CAST(DAT_COUR AS VARCHAR),
                          COALESCE(REF_COUR, ''),
                          COALESCE(PGM_COUR, ''),
                          COALESCE(CAST(DAT_RETOUR AS VARCHAR), '')
                   FROM COURRIER
                   WHERE CODE_MBR = :SC-CODE-MBR
                   ORDER BY DAT_COUR DESC, CODE_COUR DESC
                   LIMIT 10
           END-EXEC.
           EXEC SQL OPEN CUR_360_COUR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_360_COUR INTO :SC-360-TYPE-COUR,
                       :SC-360-DAT-COUR, :SC-360-REF-COUR,
                       :SC-360-PGM-COUR, :SC-360-RETOUR
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SC-360-RETOUR-LIB
                   IF SC-360-RETOUR NOT = SPACES
                       STRING ' REVENU LE ' SC-360-RETOUR
                           DELIMITED BY SIZE INTO SC-360-RETOUR-LIB
                   END-IF
                   MOVE SPACES TO WS-360-LIGNE
                   STRING '  ' SC-360-DAT-COUR ' ' SC-360-TYPE-COUR
                       ' ' FUNCTION TRIM(SC-360-REF-COUR)
                       ' (' FUNCTION TRIM(SC-360-PGM-COUR) ')'
                       SC-360-RETOUR-LIB
                       DELIMITED BY SIZE INTO WS-360-LIGNE
                   PERFORM AFFICHER-360-LIGNE
                   THRU    AFFICHER-360-LIGNE-FIN
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_360_COUR END-EXEC.
       360-SECTION-COURRIERS-FIN. EXIT.

      * Affiche la ligne courante et la reporte sur le releve.
       AFFICHER-360-LIGNE.
           DISPLAY WS-360-LIGNE.
                   WHEN "6"
                       PERFORM ADMIN-CONSULTER-AUDIT
                       THRU    ADMIN-CONSULTER-AUDIT-FIN
                   WHEN "7"
                       PERFORM ADMIN-GERER-SEUILS
                       THRU    ADMIN-GERER-SEUILS-FIN
                   WHEN "R"
                       CONTINUE
                   WHEN OTHER
           EXEC SQL CLOSE CUR_AUDIT END-EXEC.
       ADMIN-CONSULTER-AUDIT-FIN. EXIT.

      ******************************************************************
      * Seuils de double signature par type d'operation : REMBOURS
      * (montant d'un accord), VIREMENTS (total d'un lot de
      * reimb-payout), TARIF (ecart en % d'une revision de
      * revision-tarifs). Un type sans ligne garde son seuil par
      * defaut (LIRE-SEUIL-SIGNATURE).
      ******************************************************************
       ADMIN-GERER-SEUILS.
           EXEC SQL
               DECLARE CUR_SEUILS CURSOR FOR
                   SELECT TYPE_OP, SEUIL_OP, FCT_VALID
                   FROM SEUIL_SIGNATURE
                   ORDER BY TYPE_OP
           END-EXEC.
           EXEC SQL OPEN CUR_SEUILS END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_SEUILS INTO :SG-TYPE-OP, :SG-SEUIL-LU,
                       :SG-FCT-LU
               END-EXEC
               IF SQLCODE = 0
                   MOVE SG-SEUIL-LU TO SG-EDIT
                   DISPLAY SG-TYPE-OP " SEUIL " SG-EDIT
                       " VALIDATION " SG-FCT-LU
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_SEUILS END-EXEC.

           DISPLAY "Type (REMBOURS/VIREMENTS/TARIF, vide = retour) : "
               WITH NO ADVANCING.
           MOVE SPACES TO SG-TYPE-OP.
           ACCEPT SG-TYPE-OP.
           IF SG-TYPE-OP = SPACES
               GO TO ADMIN-GERER-SEUILS-FIN
           END-IF.
           IF SG-TYPE-OP NOT = "REMBOURS"
               AND SG-TYPE-OP NOT = "VIREMENTS"
               AND SG-TYPE-OP NOT = "TARIF"
               DISPLAY "TYPE D'OPERATION INCONNU."
               GO TO ADMIN-GERER-SEUILS-FIN
           END-IF.
           PERFORM LIRE-SEUIL-SIGNATURE THRU LIRE-SEUIL-SIGNATURE-FIN.
           MOVE SG-SEUIL TO SG-EDIT-AVANT.
           DISPLAY "Seuil actuel " SG-EDIT-AVANT
               " validation " SG-FCT-VALID.
           DISPLAY "Nouveau seuil : " WITH NO ADVANCING.
           MOVE SPACES TO SG-SEUIL-SAISIE.
           ACCEPT SG-SEUIL-SAISIE.
           IF SG-SEUIL-SAISIE = SPACES
               OR FUNCTION TEST-NUMVAL(SG-SEUIL-SAISIE) NOT = 0
               DISPLAY "SEUIL INVALIDE, SAISIE ABANDONNEE."
               GO TO ADMIN-GERER-SEUILS-FIN
           END-IF.
           COMPUTE SG-SEUIL = FUNCTION NUMVAL(SG-SEUIL-SAISIE).
           DISPLAY "Fonction de validation (vide = inchangee) : "
               WITH NO ADVANCING.
           MOVE SPACES TO SG-FCT-LU.
           ACCEPT SG-FCT-LU.
           IF SG-FCT-LU NOT = SPACES
               MOVE SG-FCT-LU TO SG-FCT-VALID
           END-IF.
           EXEC SQL
               DELETE FROM SEUIL_SIGNATURE
               WHERE TYPE_OP = :SG-TYPE-OP
           END-EXEC.
           EXEC SQL
               INSERT INTO SEUIL_SIGNATURE
                   (TYPE_OP, SEUIL_OP, FCT_VALID)
               VALUES (:SG-TYPE-OP, :SG-SEUIL, :SG-FCT-VALID)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY "Seuil mis a jour."
           ELSE
               DISPLAY "Echec de la mise a jour (SQLCODE " SQLCODE ")."
           END-IF.
           MOVE SG-SEUIL TO SG-EDIT.
           MOVE "ADMIN" TO WS-AUD-FCT.
           MOVE SPACES TO WS-AUD-CLES.
           STRING "SEUIL " SG-TYPE-OP
               DELIMITED BY SIZE INTO WS-AUD-CLES.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING SG-EDIT-AVANT " -> " SG-EDIT
               " VALIDATION " SG-FCT-VALID
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
       ADMIN-GERER-SEUILS-FIN. EXIT.

      ******************************************************************
      * OPERATIONS A CONTRESIGNER : liste des operations en attente
      * de seconde signature (PENDING_OP), puis confirmation ou rejet
      * de l'une d'elles. Le second signataire doit etre un autre
      * utilisateur que celui qui a saisi l'operation, et son profil
      * doit detenir la fonction de validation du type (FCT_PRF).
      * Chaque confirmation ou rejet part dans la piste d'audit.
      ******************************************************************
       GESTION-SIGNATURES.
           PERFORM LISTER-OPERATIONS-ATTENTE
           THRU    LISTER-OPERATIONS-ATTENTE-FIN.
           MOVE ZERO TO SG-CODE-OP.
           DISPLAY "Operation a contresigner (0 = retour) : "
               WITH NO ADVANCING.
           ACCEPT SG-CODE-OP.
           IF SG-CODE-OP = ZERO
               GO TO GESTION-SIGNATURES-FIN
           END-IF.
           EXEC SQL
               SELECT TYPE_OP, COALESCE(REF_OP, 0),
                      COALESCE(REF2_OP, 0), COALESCE(VALUE_OP, ''),
                      COALESCE(CAST(DAT_OP AS VARCHAR), ''),
                      COALESCE(AMOUNT_OP, 0), COALESCE(DETAIL_OP, ''),
                      USER_CREA
               INTO :SG-TYPE-OP, :SG-REF-OP, :SG-REF2-OP,
                    :SG-VALUE-OP, :SG-DAT-OP, :SG-AMOUNT-OP,
                    :SG-DETAIL-OP, :SG-USER-CREA
               FROM PENDING_OP
               WHERE CODE_OP = :SG-CODE-OP
               AND STATUT_OP = 'PENDING'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "OPERATION INCONNUE OU DEJA TRAITEE."
               GO TO GESTION-SIGNATURES-FIN
           END-IF.
           IF SG-USER-CREA = WS-LOGIN-CODE-USER
               DISPLAY "LA SECONDE SIGNATURE DOIT ETRE DONNEE PAR UN "
                   "AUTRE UTILISATEUR QUE " SG-USER-CREA
               GO TO GESTION-SIGNATURES-FIN
           END-IF.
           PERFORM LIRE-SEUIL-SIGNATURE THRU LIRE-SEUIL-SIGNATURE-FIN.
           MOVE SG-FCT-VALID TO WS-FCT-LABEL.
           PERFORM VERIFIER-DROIT-ACCES THRU VERIFIER-DROIT-ACCES-FIN.
           MOVE "SIGNATURE" TO WS-FCT-LABEL.
           IF NOT WS-ACCES-AUTORISE
               DISPLAY "PROFIL NON HABILITE A CONTRESIGNER : FONCTION "
                   SG-FCT-VALID " REQUISE"
               GO TO GESTION-SIGNATURES-FIN
           END-IF.

           MOVE SG-AMOUNT-OP TO SG-EDIT.
           DISPLAY SG-TYPE-OP " " FUNCTION TRIM(SG-DETAIL-OP).
           DISPLAY "Montant " SG-EDIT " saisi par " SG-USER-CREA.
           DISPLAY "Confirmer (C) ou rejeter (R), autre = abandon : "
               WITH NO ADVANCING.
           MOVE SPACES TO SG-DECISION.
           ACCEPT SG-DECISION.
           MOVE "N" TO SG-MAJ-SW.
           EVALUATE SG-DECISION
               WHEN "C"
                   PERFORM CONFIRMER-OPERATION
                   THRU    CONFIRMER-OPERATION-FIN
               WHEN "R"
                   PERFORM REJETER-OPERATION
                   THRU    REJETER-OPERATION-FIN
               WHEN OTHER
                   GO TO GESTION-SIGNATURES-FIN
           END-EVALUATE.
           IF NOT SG-MAJ-OK
               DISPLAY "Echec de la mise a jour (SQLCODE " SQLCODE ")."
               GO TO GESTION-SIGNATURES-FIN
           END-IF.
           EXEC SQL
               UPDATE PENDING_OP
               SET STATUT_OP = :SG-STATUT-OP,
                   USER_VALID = :WS-LOGIN-CODE-USER,
                   TS_VALID = CURRENT_TIMESTAMP
               WHERE CODE_OP = :SG-CODE-OP
               AND STATUT_OP = 'PENDING'
           END-EXEC.
           DISPLAY "Operation " SG-CODE-OP " " SG-STATUT-OP.
           MOVE "SIGNATURE" TO WS-AUD-FCT.
           MOVE SPACES TO WS-AUD-CLES.
           STRING "OP " SG-CODE-OP "/" SG-TYPE-OP "/" SG-REF-OP
               DELIMITED BY SIZE INTO WS-AUD-CLES.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING SG-STATUT-OP " MONTANT " SG-EDIT
               " SAISIE PAR " SG-USER-CREA
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
       GESTION-SIGNATURES-FIN. EXIT.

       LISTER-OPERATIONS-ATTENTE.
           MOVE ZERO TO SG-NB-OP.
           EXEC SQL
               DECLARE CUR_SIGNATURES CURSOR FOR
                   SELECT CODE_OP, TYPE_OP, COALESCE(AMOUNT_OP, 0),
                          USER_CREA, CAST(TS_CREA AS VARCHAR),
                          COALESCE(DETAIL_OP, '')
                   FROM PENDING_OP
                   WHERE STATUT_OP = 'PENDING'
                   ORDER BY TS_CREA
           END-EXEC.
           EXEC SQL OPEN CUR_SIGNATURES END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_SIGNATURES INTO :SG-CODE-OP,
                       :SG-TYPE-OP, :SG-AMOUNT-OP, :SG-USER-CREA,
                       :SG-TS-CREA, :SG-DETAIL-OP
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO SG-NB-OP
                   MOVE SG-AMOUNT-OP TO SG-EDIT
                   DISPLAY SG-CODE-OP " " SG-TYPE-OP " " SG-EDIT " "
                       SG-USER-CREA " " SG-TS-CREA(1:16) " "
                       FUNCTION TRIM(SG-DETAIL-OP)
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_SIGNATURES END-EXEC.
           IF SG-NB-OP = ZERO
               DISPLAY "AUCUNE OPERATION EN ATTENTE DE SIGNATURE."
           END-IF.
       LISTER-OPERATIONS-ATTENTE-FIN. EXIT.

      * Confirmation : l'operation prend effet telle qu'elle a ete
      * saisie. Un lot de virements confirme est libere au prochain
      * passage de reimb-payout, qui le passe alors EXECUTEE.
       CONFIRMER-OPERATION.
           MOVE "CONFIRMEE" TO SG-STATUT-OP.
           EVALUATE SG-TYPE-OP
               WHEN "REMBOURS"
                   MOVE SG-REF-OP TO SC-CODE-REIMB
                   MOVE SG-REF2-OP TO SC-CODE-PEC
                   MOVE SG-VALUE-OP TO SC-PAYEE-PRV
                   MOVE SG-AMOUNT-OP TO SC-REIMB-AMOUNT
                   PERFORM APPLIQUER-ACCORD-REMBOURSEMENT
                   THRU    APPLIQUER-ACCORD-REMBOURSEMENT-FIN
               WHEN "TARIF"
                   EXEC SQL
                       UPDATE RATE_REVISION
                       SET APPLIED = 'N'
                       WHERE CODE_CNT = :SG-VALUE-OP
                       AND COALESCE(CODE_GAR, 0) = :SG-REF-OP
                       AND DAT_EFFET = CAST(:SG-DAT-OP AS DATE)
                       AND APPLIED = 'A'
                   END-EXEC
               WHEN OTHER
                   SET SG-MAJ-OK TO TRUE
                   GO TO CONFIRMER-OPERATION-FIN
           END-EVALUATE.
           IF SQLCODE = 0
               SET SG-MAJ-OK TO TRUE
           END-IF.
       CONFIRMER-OPERATION-FIN. EXIT.

      * Rejet : la demande de remboursement est refusee, la revision
      * de tarif est ecartee (APPLIED 'R'), un lot de virements
      * rejete ne part pas.
       REJETER-OPERATION.
           MOVE "REJETEE" TO SG-STATUT-OP.
           EVALUATE SG-TYPE-OP
               WHEN "REMBOURS"
                   EXEC SQL
                       UPDATE ASKED_REIMB
                       SET REIMB_TOPAY = FALSE,
                           REIMB_REASON = 'REJET 2E SIGNATURE'
                       WHERE CODE_REIMB = :SG-REF-OP
                   END-EXEC
               WHEN "TARIF"
                   EXEC SQL
                       UPDATE RATE_REVISION
                       SET APPLIED = 'R'
                       WHERE CODE_CNT = :SG-VALUE-OP
                       AND COALESCE(CODE_GAR, 0) = :SG-REF-OP
                       AND DAT_EFFET = CAST(:SG-DAT-OP AS DATE)
                       AND APPLIED = 'A'
                   END-EXEC
               WHEN OTHER
                   SET SG-MAJ-OK TO TRUE
                   GO TO REJETER-OPERATION-FIN
           END-EVALUATE.
           IF SQLCODE = 0
               SET SG-MAJ-OK TO TRUE
           END-IF.
       REJETER-OPERATION-FIN. EXIT.

      ******************************************************************
      * GESTION DES RECLAMATIONS : le registre des reclamations que le
      * regulateur attend. Chaque reclamation recue est enregistree
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY "RECLAMATION CLOSE."
      * La cloture vaut reponse ecrite a l'adherent : elle est
      * tracee au registre des courriers.
               EXEC SQL
                   INSERT INTO COURRIER
                       (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR,
                        PGM_COUR)
                   SELECT CODE_MBR, 'RECLAMATION', CURRENT_DATE,
                       'RECLAMATION ' || CAST(CODE_RECL AS VARCHAR),
                       'main-screen'
                   FROM RECLAMATION
                   WHERE CODE_RECL = :RC-CODE-RECL
               END-EXEC
           ELSE
               DISPLAY "ECHEC DE LA CLOTURE, SQLCODE " SQLCODE
           END-IF.
