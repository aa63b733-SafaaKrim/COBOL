               DAT_CREA_MBR DATE,
               DAT_UPDT_MBR DATE,
               DAT_CLOSE_MBR DATE,
               ACTIVE_MBR VARCHAR(1),
               NPAI_MBR VARCHAR(1)
           )
       END-EXEC.

               DAT_CREA_MBRFAM DATE,
               DAT_UPDT_MBRFAM DATE,
               ROOT_MBRFAM VARCHAR(1),
               ACTIVE_MBRFAM VARCHAR(1),
               BIRTH_MBRFAM DATE,
               DAT_SCOL_MBRFAM DATE,
               DAT_AVIS_MBRFAM DATE,
               COST_MBRFAM INTEGER
           )
       END-EXEC.

      * compte depuis le debut du contrat du membre (DAT_CREA_MBRCNT).
      * Un soin recu avant la fin de carence est propose au rejet par
      * le workflow d'approbation des remboursements.
      * PERIODICITY : nombre d'annees minimum entre deux
      * remboursements de la garantie pour un meme beneficiaire
      * (2 = un par deux ans), zero ou vide sans regle.
      * DOUBLON_JOURS : fenetre en jours dans laquelle deux demandes
      * de meme beneficiaire, garantie et montant sont suspectes de
      * doublon (30 jours si vide).
      * PEC_JOURS : duree de validite en jours d'un accord de prise en
      * charge prealable (90 jours si vide).
       EXEC SQL
           CREATE TABLE GUARANTEE (
               CODE_GAR SERIAL PRIMARY KEY,
               DAT_CREA_GAR DATE,
               DAT_UPDT_GAR DATE,
               ACTIVE_GAR VARCHAR(1),
               CARENCE_JOURS INTEGER,
               DOUBLON_JOURS INTEGER,
               PEC_JOURS INTEGER
           )
       END-EXEC.

               REIMB_REASON VARCHAR(50),
               REIMB_TYPE VARCHAR(1),
               PAYEE_PRV VARCHAR(10),
               CODE_FAM INTEGER,
               HOLD_REIMB VARCHAR(1),
               CODE_PEC INTEGER
           )
       END-EXEC.

           )
       END-EXEC.

       EXEC SQL
           CREATE TABLE MBR_DECES (
               CODE_MBR VARCHAR(10) PRIMARY KEY,
               DAT_DECES DATE,
               DAT_TRAIT DATE,
               CODE_USER VARCHAR(10),
               CREDIT_SUCCESSION DECIMAL,
               CREDIT_PAID VARCHAR(1),
               NEW_ROOT_MBR VARCHAR(10)
           )
       END-EXEC.

      * Correspondance code acte du decompte Securite sociale ->
      * garantie, pour l'import des decomptes electroniques.
       EXEC SQL
           CREATE TABLE ACTE_GAR (
               CODE_ACTE VARCHAR(10) PRIMARY KEY,
               CODE_GAR INTEGER,
               ACTIVE_ACTE VARCHAR(1)
           )
       END-EXEC.

      * Demandes de resiliation avec preavis (resiliations.cbl) :
      * motif D/C/I/M, date d'effet calculee, trop-percu a rembourser.
       EXEC SQL
           CREATE TABLE MBR_RESIL (
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

      * Cartes d'adherent et de tiers payant (cartes-tiers-payant.cbl) :
      * motif ANNUELLE/DEMANDE/REMPLACEMENT, statut VALIDE/REMPLACEE.
       EXEC SQL
           CREATE TABLE MBR_CARD (
               NUM_CARD SERIAL PRIMARY KEY,
               CODE_MBR VARCHAR(10),
               DAT_EMIS DATE,
               DAT_DEBUT DATE,
               DAT_FIN DATE,
               MOTIF_CARD VARCHAR(12),
               STATUT_CARD VARCHAR(10)
           )
       END-EXEC.

      * Registre des courriers sortants (courriers.cbl) : une ligne par
      * lettre envoyee, date de retour si le pli est revenu (NPAI).
       EXEC SQL
           CREATE TABLE COURRIER (
               CODE_COUR SERIAL PRIMARY KEY,
               CODE_MBR VARCHAR(10),
               TYPE_COUR VARCHAR(12),
               DAT_COUR DATE,
               REF_COUR VARCHAR(30),
               PGM_COUR VARCHAR(30),
               DAT_RETOUR DATE
           )
       END-EXEC.

      * Prises en charge prealables (GESTION-REMBOURSEMENTS) : montant
      * couvert reserve sur le plafond jusqu'a la demande de
      * remboursement rattachee (UTILISEE) ou l'echeance (EXPIREE).
       EXEC SQL
           CREATE TABLE PRIOR_APPROVAL (
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

      * Double signature : operations au-dela du seuil de leur type
      * saisies EN ATTENTE (PENDING) par un premier utilisateur, puis
      * CONFIRMEE ou REJETEE par un second (EXECUTEE pour un lot de
      * virements emis), et seuil/fonction de validation par type.
       EXEC SQL
           CREATE TABLE PENDING_OP (
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
           CREATE TABLE SEUIL_SIGNATURE (
               TYPE_OP VARCHAR(10) PRIMARY KEY,
               SEUIL_OP DECIMAL(11,2),
               FCT_VALID VARCHAR(15)
           )
       END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'All tables created successfully.'
           ELSE
