       IDENTIFICATION DIVISION.
       PROGRAM-ID. decomptes-secu.

      ******************************************************************
      * Import quotidien des decomptes electroniques de la Securite
      * sociale et des prestataires : chaque ligne de decompte devient
      * une demande ASKED_REIMB en attente de decision (REIMB_TOPAY
      * non renseigne), comme une saisie de GESTION-REMBOURSEMENTS,
      * SECU_AMOUNT et SECU_BASE repris du fichier au lieu d'etre
      * recopies des releves papier.
      *
      * La personne est retrouvee par son numero de Securite sociale
      * (MBR_FAMILY.CODE_SECU) ; un ayant droit sans numero propre
      * (enfant sur le numero d'un parent) est departage par le
      * prenom du beneficiaire dans la famille de l'assure. Le code
      * acte est converti en garantie par la table ACTE_GAR.
      * Les lignes non rapprochees partent au fichier des rejets avec
      * leur motif.
      *
      * Fichier d'entree decomptes-secu.csv :
      *   E;emetteur;date_fichier                       (en-tete)
      *   D;num_secu;prenom_beneficiaire;date_soin;code_acte;
      *     base;montant_secu;code_prestataire           (detail)
      *   T;nombre_lignes_detail;total_montant_secu      (fin)
      * (date_soin AAAA-MM-JJ, montants avec point decimal)
      *
      * Le fichier est pris en entier ou pas du tout : si la ligne de
      * fin manque ou si son nombre de lignes ou son total ne
      * retombent pas sur le detail lu, aucune demande n'est creee.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECOMPTES-FILE
           ASSIGN TO 'decomptes-secu.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DECOMPTES.

           SELECT REJETS-FILE
           ASSIGN TO 'decomptes-rejets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REJETS.

           SELECT CONTROLE-FILE
           ASSIGN TO 'decomptes-controle.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD DECOMPTES-FILE.
       01 DECOMPTES-RECORD   PIC X(150).

       FD REJETS-FILE.
       01 REJETS-RECORD      PIC X(200).

       FD CONTROLE-FILE.
       01 CONTROLE-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 DB-CONN-INFO.
           05 DB-USERNAME PIC X(30) VALUE "cobol".
           05 DB-PASSWORD PIC X(10) VALUE SPACES.
           05 DB-NAME     PIC X(30) VALUE "bobodb".

       01 WS-STATUS-DECOMPTES  PIC X(02).
          88 STATUT-DECOMPTES-OK  VALUE '00'.
          88 STATUT-DECOMPTES-FIN VALUE '10'.
       01 WS-STATUS-REJETS     PIC X(02).
          88 STATUT-REJETS-OK VALUE '00'.
       01 WS-STATUS-CONTROLE   PIC X(02).
          88 STATUT-CONTROLE-OK VALUE '00'.

      * Decoupage de la ligne de decompte.
       01 WS-CHAMP-TYPE      PIC X(01).
       01 WS-CHAMP-SECU      PIC X(34).
       01 WS-CHAMP-BENEF     PIC X(30).
       01 WS-CHAMP-DATE      PIC X(10).
       01 WS-CHAMP-ACTE      PIC X(10).
       01 WS-CHAMP-BASE      PIC X(12).
       01 WS-CHAMP-MONTANT   PIC X(12).
       01 WS-CHAMP-PRV       PIC X(10).

       01 DCP-CODE-SECU      PIC X(34).
       01 DCP-PRENOM         PIC X(30).
       01 DCP-DATE-SOIN      PIC X(10).
       01 DCP-CODE-ACTE      PIC X(10).
       01 DCP-BASE           PIC 9(07)V99.
       01 DCP-BASE-ENT       PIC 9(07).
       01 DCP-SECU           PIC 9(07)V99.
       01 DCP-MONTANT        PIC 9(07)V99.
       01 DCP-CODE-MBR       PIC X(10).
       01 DCP-CODE-FAM       PIC 9(09).
       01 DCP-ROOT           PIC X(01).
       01 DCP-CODE-CNT       PIC X(10).
       01 DCP-CODE-GAR       PIC 9(09).
       01 DCP-MOTIF          PIC X(50).
       01 DCP-NB             PIC 9(05).

       01 WS-REJET-MOTIF     PIC X(40).
       01 WS-EMETTEUR        PIC X(30) VALUE SPACES.
       01 WS-DATE-FICHIER    PIC X(10) VALUE SPACES.

      * Ligne de fin et cumuls de controle.
       01 WS-FIN-TROUVEE     PIC X(01) VALUE 'N'.
          88 FIN-TROUVEE VALUE 'O'.
       01 WS-FIN-NB          PIC 9(07) VALUE ZERO.
       01 WS-FIN-TOTAL       PIC 9(09)V99 VALUE ZERO.
       01 WS-FICHIER-VALIDE  PIC X(01) VALUE 'N'.
          88 FICHIER-VALIDE VALUE 'O'.

       01 WS-NB-DETAIL       PIC 9(07) VALUE ZERO.
       01 WS-NB-CREES        PIC 9(07) VALUE ZERO.
       01 WS-NB-REJETS       PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-DETAIL    PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-CREES     PIC 9(09)V99 VALUE ZERO.

       01 WS-TOTAL-ED        PIC Z(8)9.99.
       01 WS-FIN-TOTAL-ED    PIC Z(8)9.99.

       PROCEDURE DIVISION.

           EXEC SQL
               CONNECT :DB-USERNAME IDENTIFIED BY :DB-PASSWORD
                   USING :DB-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'Connexion base indisponible, SQLCODE ' SQLCODE
               STOP RUN
           END-IF.

      * Table de correspondance acte -> garantie posee si elle manque
      * encore sur une base anterieure.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ACTE_GAR (
                   CODE_ACTE VARCHAR(10) PRIMARY KEY,
                   CODE_GAR INTEGER,
                   ACTIVE_ACTE VARCHAR(1)
               )
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           OPEN INPUT DECOMPTES-FILE.
           IF NOT STATUT-DECOMPTES-OK
               DISPLAY 'Fichier decomptes-secu.csv illisible : '
                   WS-STATUS-DECOMPTES
               STOP RUN
           END-IF.

           OPEN OUTPUT REJETS-FILE.
           OPEN OUTPUT CONTROLE-FILE.
           MOVE 'REJETS DE L''IMPORT DES DECOMPTES SECURITE SOCIALE'
               TO REJETS-RECORD.
           WRITE REJETS-RECORD.

           PERFORM UNTIL STATUT-DECOMPTES-FIN
               READ DECOMPTES-FILE
               IF STATUT-DECOMPTES-OK
                   PERFORM TRAITER-LIGNE
                   THRU    TRAITER-LIGNE-FIN
               ELSE
                   SET STATUT-DECOMPTES-FIN TO TRUE
               END-IF
           END-PERFORM.

           CLOSE DECOMPTES-FILE.

           PERFORM CONTROLER-FICHIER THRU CONTROLER-FICHIER-FIN.

           IF FICHIER-VALIDE
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           CLOSE REJETS-FILE.
           CLOSE CONTROLE-FILE.

           EXEC SQL DISCONNECT END-EXEC.

           IF FICHIER-VALIDE
               DISPLAY WS-NB-DETAIL ' ligne(s) de decompte, '
                   WS-NB-CREES ' demande(s) creee(s), '
                   WS-NB-REJETS ' rejet(s)'
           ELSE
               DISPLAY 'Fichier de decomptes rejete au controle : '
                   'aucune demande creee (voir decomptes-controle.rpt)'
           END-IF.
           STOP RUN.

       TRAITER-LIGNE.
           MOVE SPACES TO WS-CHAMP-TYPE WS-CHAMP-SECU WS-CHAMP-BENEF
               WS-CHAMP-DATE WS-CHAMP-ACTE WS-CHAMP-BASE
               WS-CHAMP-MONTANT WS-CHAMP-PRV.
           UNSTRING DECOMPTES-RECORD DELIMITED BY ';'
               INTO WS-CHAMP-TYPE WS-CHAMP-SECU WS-CHAMP-BENEF
                    WS-CHAMP-DATE WS-CHAMP-ACTE WS-CHAMP-BASE
                    WS-CHAMP-MONTANT WS-CHAMP-PRV
           END-UNSTRING.

           EVALUATE WS-CHAMP-TYPE
               WHEN 'E'
      * En-tete : emetteur et date du fichier, pour le compte rendu.
                   MOVE WS-CHAMP-SECU  TO WS-EMETTEUR
                   MOVE WS-CHAMP-BENEF TO WS-DATE-FICHIER
               WHEN 'D'
                   ADD 1 TO WS-NB-DETAIL
                   PERFORM TRAITER-DECOMPTE
                   THRU    TRAITER-DECOMPTE-FIN
               WHEN 'T'
      * Fin : nombre de lignes de detail et total des montants
      * Securite sociale annonces par l'emetteur.
                   MOVE 'O' TO WS-FIN-TROUVEE
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-CHAMP-SECU)) = 0
                       COMPUTE WS-FIN-NB =
                           FUNCTION NUMVAL(WS-CHAMP-SECU)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-CHAMP-BENEF)) = 0
                       COMPUTE WS-FIN-TOTAL =
                           FUNCTION NUMVAL(WS-CHAMP-BENEF)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       TRAITER-LIGNE-FIN. EXIT.

      ******************************************************************
      * Une ligne de detail : controles de forme, rapprochement de la
      * personne, du contrat et de la garantie, puis creation de la
      * demande. Le montant Securite sociale entre au total de
      * controle des qu'il est lisible, que la ligne soit acceptee ou
      * rejetee, pour retomber sur le total de la ligne de fin.
      ******************************************************************
       TRAITER-DECOMPTE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHAMP-MONTANT))
                   NOT = 0
               MOVE 'MONTANT SECU ILLISIBLE' TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET THRU ECRIRE-REJET-FIN
               GO TO TRAITER-DECOMPTE-FIN
           END-IF.
           COMPUTE DCP-SECU = FUNCTION NUMVAL(WS-CHAMP-MONTANT).
           ADD DCP-SECU TO WS-TOTAL-DETAIL.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHAMP-BASE))
                   NOT = 0
               MOVE 'BASE DE REMBOURSEMENT ILLISIBLE' TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET THRU ECRIRE-REJET-FIN
               GO TO TRAITER-DECOMPTE-FIN
           END-IF.
           COMPUTE DCP-BASE = FUNCTION NUMVAL(WS-CHAMP-BASE).

           IF WS-CHAMP-DATE(5:1) NOT = '-'
               OR WS-CHAMP-DATE(8:1) NOT = '-'
               OR WS-CHAMP-DATE(1:4) NOT NUMERIC
               OR WS-CHAMP-DATE(6:2) NOT NUMERIC
               OR WS-CHAMP-DATE(9:2) NOT NUMERIC
               MOVE 'DATE DE SOIN INVALIDE' TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET THRU ECRIRE-REJET-FIN
               GO TO TRAITER-DECOMPTE-FIN
           END-IF.

           MOVE WS-CHAMP-SECU  TO DCP-CODE-SECU.
           MOVE WS-CHAMP-BENEF TO DCP-PRENOM.
           MOVE WS-CHAMP-DATE  TO DCP-DATE-SOIN.
           MOVE WS-CHAMP-ACTE  TO DCP-CODE-ACTE.

      * L'assure : le numero doit designer une seule famille active.
           MOVE ZERO TO DCP-NB.
           EXEC SQL
               SELECT COUNT(DISTINCT CODE_MBR) INTO :DCP-NB
               FROM MBR_FAMILY
               WHERE CODE_SECU = :DCP-CODE-SECU
               AND ACTIVE_MBRFAM = 'O'
           END-EXEC.
           IF DCP-NB = ZERO
               MOVE 'NUMERO DE SECURITE SOCIALE INCONNU'
                   TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET THRU ECRIRE-REJET-FIN
               GO TO TRAITER-DECOMPTE-FIN
           END-IF.
           IF DCP-NB > 1
               MOVE 'NUMERO PORTE PAR PLUSIEURS ADHERENTS'
                   TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET THRU ECRIRE-REJET-FIN
               GO TO TRAITER-DECOMPTE-FIN
           END-IF.
           EXEC SQL
               SELECT MIN(CODE_MBR) INTO :DCP-CODE-MBR
               FROM MBR_FAMILY
               WHERE CODE_SECU = :DCP-CODE-SECU
               AND ACTIVE_MBRFAM = 'O'
           END-EXEC.

      * Le beneficiaire : la ligne de la famille qui porte le numero,
      * ou, quand un prenom est transmis, l'ayant droit actif de ce
      * prenom dans la famille de l'assure.
           MOVE ZERO TO DCP-NB.
           IF DCP-PRENOM = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :DCP-NB
                   FROM MBR_FAMILY
                   WHERE CODE_MBR = :DCP-CODE-MBR
                   AND CODE_SECU = :DCP-CODE-SECU
                   AND ACTIVE_MBRFAM = 'O'
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :DCP-NB
                   FROM MBR_FAMILY
                   WHERE CODE_MBR = :DCP-CODE-MBR
                   AND UPPER(TRIM(FNAME_MBRFAM))
                       = UPPER(TRIM(:DCP-PRENOM))
                   AND ACTIVE_MBRFAM = 'O'
               END-EXEC
           END-IF.
           IF DCP-NB NOT = 1
               MOVE 'BENEFICIAIRE NON RATTACHE OU AMBIGU'
                   TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET THRU ECRIRE-REJET-FIN
               GO TO TRAITER-DECOMPTE-FIN
           END-IF.
           IF DCP-PRENOM = SPACES
               EXEC SQL
                   SELECT CODE_FAM, COALESCE(ROOT_MBRFAM, 'N')
                   INTO :DCP-CODE-FAM, :DCP-ROOT
                   FROM MBR_FAMILY
                   WHERE CODE_MBR = :DCP-CODE-MBR
                   AND CODE_SECU = :DCP-CODE-SECU
                   AND ACTIVE_MBRFAM = 'O'
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT CODE_FAM, COALESCE(ROOT_MBRFAM, 'N')
                   INTO :DCP-CODE-FAM, :DCP-ROOT
                   FROM MBR_FAMILY
                   WHERE CODE_MBR = :DCP-CODE-MBR
                   AND UPPER(TRIM(FNAME_MBRFAM))
                       = UPPER(TRIM(:DCP-PRENOM))
                   AND ACTIVE_MBRFAM = 'O'
               END-EXEC
           END-IF.
      * Le titulaire est le beneficiaire zero de ASKED_REIMB.CODE_FAM.
           IF DCP-ROOT = 'O'
               MOVE ZERO TO DCP-CODE-FAM
           END-IF.

      * Contrat actif de l'adherent.
           MOVE SPACES TO DCP-CODE-CNT.
           EXEC SQL
               SELECT COALESCE(MIN(CODE_CNT), '') INTO :DCP-CODE-CNT
               FROM MBR_CNT
               WHERE CODE_MBR = :DCP-CODE-MBR
               AND ACTIVE_MBRCNT = 'O'
           END-EXEC.
           IF DCP-CODE-CNT = SPACES
               MOVE 'AUCUN CONTRAT ACTIF' TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET THRU ECRIRE-REJET-FIN
               GO TO TRAITER-DECOMPTE-FIN
           END-IF.

      * Garantie de l'acte.
           EXEC SQL
               SELECT CODE_GAR INTO :DCP-CODE-GAR
               FROM ACTE_GAR
               WHERE CODE_ACTE = :DCP-CODE-ACTE
               AND ACTIVE_ACTE = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'CODE ACTE SANS GARANTIE (ACTE_GAR)'
                   TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET THRU ECRIRE-REJET-FIN
               GO TO TRAITER-DECOMPTE-FIN
           END-IF.

      * Un decompte deja importe (meme beneficiaire, garantie, date de
      * soin et montant Securite sociale) n'est pas recree si le
      * fichier du jour est repasse.
           MOVE ZERO TO DCP-NB.
           EXEC SQL
               SELECT COUNT(*) INTO :DCP-NB
               FROM ASKED_REIMB
               WHERE CODE_MBR = :DCP-CODE-MBR
               AND COALESCE(CODE_FAM, 0) = :DCP-CODE-FAM
               AND CODE_GAR = :DCP-CODE-GAR
               AND DAT_CREA_REIMB = CAST(:DCP-DATE-SOIN AS DATE)
               AND SECU_AMOUNT = :DCP-SECU
           END-EXEC.
           IF DCP-NB > ZERO
               MOVE 'DECOMPTE DEJA IMPORTE' TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET THRU ECRIRE-REJET-FIN
               GO TO TRAITER-DECOMPTE-FIN
           END-IF.

      * Montant demande : le reste a charge dans la base de
      * remboursement, que la decision plafonnera ensuite.
           IF DCP-BASE > DCP-SECU
               COMPUTE DCP-MONTANT = DCP-BASE - DCP-SECU
           ELSE
               MOVE ZERO TO DCP-MONTANT
           END-IF.
           MOVE DCP-BASE TO DCP-BASE-ENT.
      * Le prestataire transmis figure au motif, affiche a la
      * decision ou l'operateur choisit le tiers payant.
           MOVE SPACES TO DCP-MOTIF.
           IF WS-CHAMP-PRV = SPACES
               STRING 'DECOMPTE ACTE ' FUNCTION TRIM(DCP-CODE-ACTE)
                   DELIMITED BY SIZE INTO DCP-MOTIF
           ELSE
               STRING 'DECOMPTE ACTE ' FUNCTION TRIM(DCP-CODE-ACTE)
                   ' PRV ' FUNCTION TRIM(WS-CHAMP-PRV)
                   DELIMITED BY SIZE INTO DCP-MOTIF
           END-IF.

           EXEC SQL
               INSERT INTO ASKED_REIMB (CODE_CNT, CODE_MBR, CODE_GAR,
                   DAT_CREA_REIMB, REIMB_AMOUNT, SECU_AMOUNT,
                   SECU_BASE, REIMB_REASON, REIMB_TYPE, CODE_FAM)
               VALUES (:DCP-CODE-CNT, :DCP-CODE-MBR, :DCP-CODE-GAR,
                   CAST(:DCP-DATE-SOIN AS DATE), :DCP-MONTANT,
                   :DCP-SECU, :DCP-BASE-ENT, :DCP-MOTIF, 'E',
                   :DCP-CODE-FAM)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'ECHEC CREATION DE LA DEMANDE' TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET THRU ECRIRE-REJET-FIN
               GO TO TRAITER-DECOMPTE-FIN
           END-IF.
           ADD 1 TO WS-NB-CREES.
           ADD DCP-MONTANT TO WS-TOTAL-CREES.
       TRAITER-DECOMPTE-FIN. EXIT.

       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETS.
           MOVE SPACES TO REJETS-RECORD.
           STRING WS-REJET-MOTIF ' : ' DECOMPTES-RECORD
               DELIMITED BY SIZE INTO REJETS-RECORD.
           WRITE REJETS-RECORD.
       ECRIRE-REJET-FIN. EXIT.

      ******************************************************************
      * Compte rendu de controle : la ligne de fin doit exister et son
      * nombre de lignes comme son total Securite sociale doivent
      * retomber sur le detail lu.
      ******************************************************************
       CONTROLER-FICHIER.
           MOVE 'O' TO WS-FICHIER-VALIDE.
           MOVE SPACES TO CONTROLE-RECORD.
           STRING 'CONTROLE DU FICHIER DE DECOMPTES - EMETTEUR '
               FUNCTION TRIM(WS-EMETTEUR) ' DU '
               WS-DATE-FICHIER
               DELIMITED BY SIZE INTO CONTROLE-RECORD.
           WRITE CONTROLE-RECORD.

           MOVE WS-TOTAL-DETAIL TO WS-TOTAL-ED.
           MOVE SPACES TO CONTROLE-RECORD.
           STRING 'LIGNES DE DETAIL LUES : ' WS-NB-DETAIL
               ' - TOTAL SECU LU : ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO CONTROLE-RECORD.
           WRITE CONTROLE-RECORD.

           IF NOT FIN-TROUVEE
               MOVE 'N' TO WS-FICHIER-VALIDE
               MOVE 'LIGNE DE FIN ABSENTE : FICHIER INCOMPLET'
                   TO CONTROLE-RECORD
               WRITE CONTROLE-RECORD
           ELSE
               MOVE WS-FIN-TOTAL TO WS-FIN-TOTAL-ED
               MOVE SPACES TO CONTROLE-RECORD
               STRING 'LIGNE DE FIN         : ' WS-FIN-NB
                   ' - TOTAL SECU ANNONCE : ' WS-FIN-TOTAL-ED
                   DELIMITED BY SIZE INTO CONTROLE-RECORD
               WRITE CONTROLE-RECORD
               IF WS-FIN-NB NOT = WS-NB-DETAIL
                   MOVE 'N' TO WS-FICHIER-VALIDE
                   MOVE 'ECART SUR LE NOMBRE DE LIGNES'
                       TO CONTROLE-RECORD
                   WRITE CONTROLE-RECORD
               END-IF
               IF WS-FIN-TOTAL NOT = WS-TOTAL-DETAIL
                   MOVE 'N' TO WS-FICHIER-VALIDE
                   MOVE 'ECART SUR LE TOTAL DES MONTANTS SECU'
                       TO CONTROLE-RECORD
                   WRITE CONTROLE-RECORD
               END-IF
           END-IF.

           IF FICHIER-VALIDE
               MOVE WS-TOTAL-CREES TO WS-TOTAL-ED
               MOVE SPACES TO CONTROLE-RECORD
               STRING 'FICHIER ACCEPTE : ' WS-NB-CREES
                   ' DEMANDE(S) CREEE(S) POUR ' WS-TOTAL-ED
                   ', ' WS-NB-REJETS ' REJET(S)'
                   DELIMITED BY SIZE INTO CONTROLE-RECORD
           ELSE
               MOVE SPACES TO CONTROLE-RECORD
               STRING 'FICHIER REJETE : AUCUNE DEMANDE CREEE, '
                   'A FAIRE REEMETTRE PAR L''EMETTEUR'
                   DELIMITED BY SIZE INTO CONTROLE-RECORD
           END-IF.
           WRITE CONTROLE-RECORD.
       CONTROLER-FICHIER-FIN. EXIT.
