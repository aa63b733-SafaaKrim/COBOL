       IDENTIFICATION DIVISION.
       PROGRAM-ID. cartes-tiers-payant.

      ******************************************************************
      * Edition des cartes d'adherent et de tiers payant, a presenter
      * au pharmacien ou a l'opticien : jusqu'ici une lettre faite a
      * la main sur demande. Trois passages :
      *   A - campagne annuelle : une carte par adherent actif, valable
      *       du 1er janvier au 31 decembre de l'annee demandee ;
      *   D - a la demande, pour un adherent : valable jusqu'au 31
      *       decembre de l'annee en cours ;
      *   R - remplacements : toute carte valide dont l'adherent a
      *       recu un avenant (MBR_CNT_AVENANT) ou vu changer sa
      *       famille (MBR_FAMILY cree ou mis a jour) depuis son
      *       emission est remplacee, meme fin de validite.
      * Chaque carte porte l'adherent et ses ayants droit actifs avec
      * leur numero de Securite sociale, le libelle du contrat, la
      * periode de validite et les garanties ouvertes au tiers payant
      * (garantie souscrite dans MBR_CNT_GAR et conventionnee par au
      * moins un prestataire actif dans PRV_GAR) avec leur niveau de
      * prise en charge (plafond AMOUNT.COST_MNT de la garantie) et le
      * nombre de prestataires conventionnes. Chaque carte est
      * numerotee et enregistree dans MBR_CARD ; une nouvelle carte
      * passe les precedentes encore valides a REMPLACEE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTES-FILE
           ASSIGN TO 'cartes-tiers-payant.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTES.

       DATA DIVISION.
       FILE SECTION.
       FD CARTES-FILE.
       01 CARTES-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 DB-CONN-INFO.
           05 DB-USERNAME PIC X(30) VALUE "cobol".
           05 DB-PASSWORD PIC X(10) VALUE SPACES.
           05 DB-NAME     PIC X(30) VALUE "bobodb".

       01 WS-STATUS-CARTES   PIC X(02).
          88 STATUT-CARTES-OK VALUE '00'.

       01 CRT-CODE-MBR       PIC X(10).
       01 CRT-NUM-CARD       PIC 9(09).
       01 CRT-DAT-DEBUT      PIC X(10).
       01 CRT-DAT-FIN        PIC X(10).
       01 CRT-MOTIF          PIC X(12).
       01 CRT-LNAME          PIC X(30).
       01 CRT-FNAME          PIC X(30).
       01 CRT-CODE-SECU      PIC X(34).
       01 CRT-ROOT           PIC X(01).
       01 CRT-CODE-CNT       PIC X(10).
       01 CRT-LABL-CNT       PIC X(80).
       01 CRT-LABS-GAR       PIC X(10).
       01 CRT-LABL-GAR       PIC X(80).
       01 CRT-PLAFOND        PIC 9(07)V99.
       01 CRT-NB-PRV         PIC 9(05).
       01 CRT-NB             PIC 9(05).
       01 CRT-REF-COUR       PIC X(30).

      * Fins de curseurs, tenues a part de SQLCODE que les lectures
      * imbriquees remettent a jour.
       01 WS-FIN-ADHERENTS   PIC X(01).
          88 FIN-ADHERENTS   VALUE 'O'.
       01 WS-FIN-LIGNES      PIC X(01).
          88 FIN-LIGNES      VALUE 'O'.

       01 WS-MODE            PIC X(01).
       01 WS-SAISIE          PIC X(10).
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR PIC X(08).
       01 WS-ANNEE           PIC X(04).
       01 WS-PLAFOND-ED      PIC Z(6)9.99.
       01 WS-QUALITE         PIC X(14).
       01 WS-NB-CARTES       PIC 9(05) VALUE ZERO.
       01 WS-NB-REMPLACEES   PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

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

           EXEC SQL
               CREATE TABLE IF NOT EXISTS MBR_CARD (
                   NUM_CARD SERIAL PRIMARY KEY,
                   CODE_MBR VARCHAR(10),
                   DAT_EMIS DATE,
                   DAT_DEBUT DATE,
                   DAT_FIN DATE,
                   MOTIF_CARD VARCHAR(12),
                   STATUT_CARD VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'EDITION DES CARTES DE TIERS PAYANT'.
           DISPLAY 'A=campagne annuelle, D=a la demande, '
               'R=remplacements : ' WITH NO ADVANCING.
           ACCEPT WS-MODE.

           OPEN EXTEND CARTES-FILE.
           IF NOT STATUT-CARTES-OK
               OPEN OUTPUT CARTES-FILE
           END-IF.

           EVALUATE WS-MODE
               WHEN 'A'
                   PERFORM CAMPAGNE-ANNUELLE
                   THRU    CAMPAGNE-ANNUELLE-FIN
               WHEN 'D'
                   PERFORM CARTE-A-LA-DEMANDE
                   THRU    CARTE-A-LA-DEMANDE-FIN
               WHEN 'R'
                   PERFORM CARTES-REMPLACEMENT
                   THRU    CARTES-REMPLACEMENT-FIN
               WHEN OTHER
                   DISPLAY 'CHOIX INVALIDE.'
           END-EVALUATE.

           CLOSE CARTES-FILE.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT END-EXEC.

           DISPLAY WS-NB-CARTES ' carte(s) editee(s), dont '
               WS-NB-REMPLACEES ' remplacement(s)'.
           STOP RUN.

      ******************************************************************
      * Campagne annuelle : adherents ouverts ayant au moins un
      * contrat actif, carte valable sur l'annee saisie (annee en
      * cours par defaut).
      ******************************************************************
       CAMPAGNE-ANNUELLE.
           DISPLAY 'Annee de validite (AAAA, vide = annee en cours) : '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE(1:4) NUMERIC
               MOVE WS-SAISIE(1:4) TO WS-ANNEE
           ELSE
               MOVE WS-DATE-JOUR-X(1:4) TO WS-ANNEE
           END-IF.
           MOVE SPACES TO CRT-DAT-DEBUT CRT-DAT-FIN.
           STRING WS-ANNEE '-01-01' DELIMITED BY SIZE
               INTO CRT-DAT-DEBUT.
           STRING WS-ANNEE '-12-31' DELIMITED BY SIZE
               INTO CRT-DAT-FIN.
           MOVE 'ANNUELLE' TO CRT-MOTIF.

           EXEC SQL
               DECLARE CUR_ADHERENTS CURSOR FOR
                   SELECT M.CODE_MBR
                   FROM MEMBER M
                   WHERE M.DAT_CLOSE_MBR IS NULL
                   AND M.ACTIVE_MBR = 'O'
                   AND EXISTS (
                       SELECT 1 FROM MBR_CNT C
                       WHERE C.CODE_MBR = M.CODE_MBR
                       AND C.ACTIVE_MBRCNT = 'O')
                   ORDER BY M.CODE_MBR
           END-EXEC.
           EXEC SQL OPEN CUR_ADHERENTS END-EXEC.
           MOVE 'N' TO WS-FIN-ADHERENTS.
           PERFORM UNTIL FIN-ADHERENTS
               EXEC SQL
                   FETCH CUR_ADHERENTS INTO :CRT-CODE-MBR
               END-EXEC
               IF SQLCODE = 0
                   PERFORM EMETTRE-CARTE THRU EMETTRE-CARTE-FIN
               ELSE
                   MOVE 'O' TO WS-FIN-ADHERENTS
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_ADHERENTS END-EXEC.
       CAMPAGNE-ANNUELLE-FIN. EXIT.

       CARTE-A-LA-DEMANDE.
           DISPLAY 'Code adherent : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE TO CRT-CODE-MBR.
           MOVE ZERO TO CRT-NB.
           EXEC SQL
               SELECT COUNT(*) INTO :CRT-NB
               FROM MEMBER M
               WHERE M.CODE_MBR = :CRT-CODE-MBR
               AND M.DAT_CLOSE_MBR IS NULL
               AND M.ACTIVE_MBR = 'O'
           END-EXEC.
           IF CRT-NB = 0
               DISPLAY 'ADHERENT INCONNU OU INACTIF.'
               GO TO CARTE-A-LA-DEMANDE-FIN
           END-IF.
           MOVE SPACES TO CRT-DAT-DEBUT CRT-DAT-FIN.
           STRING WS-DATE-JOUR-X(1:4) '-' WS-DATE-JOUR-X(5:2) '-'
               WS-DATE-JOUR-X(7:2) DELIMITED BY SIZE
               INTO CRT-DAT-DEBUT.
           STRING WS-DATE-JOUR-X(1:4) '-12-31' DELIMITED BY SIZE
               INTO CRT-DAT-FIN.
           MOVE 'DEMANDE' TO CRT-MOTIF.
           PERFORM EMETTRE-CARTE THRU EMETTRE-CARTE-FIN.
       CARTE-A-LA-DEMANDE-FIN. EXIT.

      ******************************************************************
      * Remplacements : cartes encore valides dont l'adherent a change
      * de contrat (avenant) ou de composition familiale depuis
      * l'emission. La nouvelle carte court d'aujourd'hui a la fin de
      * validite de l'ancienne.
      ******************************************************************
       CARTES-REMPLACEMENT.
           MOVE SPACES TO CRT-DAT-DEBUT.
           STRING WS-DATE-JOUR-X(1:4) '-' WS-DATE-JOUR-X(5:2) '-'
               WS-DATE-JOUR-X(7:2) DELIMITED BY SIZE
               INTO CRT-DAT-DEBUT.
           MOVE 'REMPLACEMENT' TO CRT-MOTIF.

           EXEC SQL
               DECLARE CUR_REMPLACER CURSOR FOR
                   SELECT K.CODE_MBR,
                          TO_CHAR(MAX(K.DAT_FIN), 'YYYY-MM-DD')
                   FROM MBR_CARD K
                   INNER JOIN MEMBER M ON M.CODE_MBR = K.CODE_MBR
                   WHERE K.STATUT_CARD = 'VALIDE'
                   AND K.DAT_FIN >= CURRENT_DATE
                   AND M.DAT_CLOSE_MBR IS NULL
                   AND (EXISTS (
                           SELECT 1 FROM MBR_CNT_AVENANT A
                           WHERE A.CODE_MBR = K.CODE_MBR
                           AND A.DAT_CREA_AVN > K.DAT_EMIS)
                        OR EXISTS (
                           SELECT 1 FROM MBR_FAMILY F
                           WHERE F.CODE_MBR = K.CODE_MBR
                           AND (F.DAT_CREA_MBRFAM > K.DAT_EMIS
                                OR F.DAT_UPDT_MBRFAM > K.DAT_EMIS)))
                   GROUP BY K.CODE_MBR
                   ORDER BY K.CODE_MBR
           END-EXEC.
           EXEC SQL OPEN CUR_REMPLACER END-EXEC.
           MOVE 'N' TO WS-FIN-ADHERENTS.
           PERFORM UNTIL FIN-ADHERENTS
               EXEC SQL
                   FETCH CUR_REMPLACER INTO :CRT-CODE-MBR, :CRT-DAT-FIN
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-NB-REMPLACEES
                   PERFORM EMETTRE-CARTE THRU EMETTRE-CARTE-FIN
               ELSE
                   MOVE 'O' TO WS-FIN-ADHERENTS
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_REMPLACER END-EXEC.
       CARTES-REMPLACEMENT-FIN. EXIT.

      ******************************************************************
      * Une carte : enregistrement dans MBR_CARD (les cartes encore
      * valides sur la periode passent REMPLACEE), puis edition.
      ******************************************************************
       EMETTRE-CARTE.
           MOVE SPACES TO CRT-LNAME CRT-FNAME.
           EXEC SQL
               SELECT COALESCE(LNAME_MBR, ''), COALESCE(FNAME_MBR, '')
               INTO :CRT-LNAME, :CRT-FNAME
               FROM MEMBER
               WHERE CODE_MBR = :CRT-CODE-MBR
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO EMETTRE-CARTE-FIN
           END-IF.

           EXEC SQL
               UPDATE MBR_CARD
               SET STATUT_CARD = 'REMPLACEE'
               WHERE CODE_MBR = :CRT-CODE-MBR
               AND STATUT_CARD = 'VALIDE'
               AND DAT_FIN >= TO_DATE(:CRT-DAT-DEBUT, 'YYYY-MM-DD')
           END-EXEC.
           EXEC SQL
               INSERT INTO MBR_CARD
                   (CODE_MBR, DAT_EMIS, DAT_DEBUT, DAT_FIN, MOTIF_CARD,
                    STATUT_CARD)
               VALUES (:CRT-CODE-MBR, CURRENT_DATE,
                   TO_DATE(:CRT-DAT-DEBUT, 'YYYY-MM-DD'),
                   TO_DATE(:CRT-DAT-FIN, 'YYYY-MM-DD'),
                   :CRT-MOTIF, 'VALIDE')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CARTE NON ENREGISTREE POUR '
                   FUNCTION TRIM(CRT-CODE-MBR) ', SQLCODE ' SQLCODE
               GO TO EMETTRE-CARTE-FIN
           END-IF.
           EXEC SQL
               SELECT MAX(NUM_CARD) INTO :CRT-NUM-CARD
               FROM MBR_CARD
               WHERE CODE_MBR = :CRT-CODE-MBR
           END-EXEC.
           ADD 1 TO WS-NB-CARTES.

           MOVE ALL '=' TO CARTES-RECORD.
           WRITE CARTES-RECORD.
           MOVE SPACES TO CARTES-RECORD.
           STRING 'CARTE D''ADHERENT ET DE TIERS PAYANT N. '
               CRT-NUM-CARD '  (' FUNCTION TRIM(CRT-MOTIF) ')'
               DELIMITED BY SIZE INTO CARTES-RECORD.
           WRITE CARTES-RECORD.
           MOVE SPACES TO CARTES-RECORD.
           STRING 'ADHERENT ' FUNCTION TRIM(CRT-CODE-MBR) ' - '
               FUNCTION TRIM(CRT-FNAME) ' ' FUNCTION TRIM(CRT-LNAME)
               DELIMITED BY SIZE INTO CARTES-RECORD.
           WRITE CARTES-RECORD.
           MOVE SPACES TO CARTES-RECORD.
           STRING 'VALIDITE DU ' CRT-DAT-DEBUT ' AU ' CRT-DAT-FIN
               DELIMITED BY SIZE INTO CARTES-RECORD.
           WRITE CARTES-RECORD.

           PERFORM EDITER-CONTRATS THRU EDITER-CONTRATS-FIN.
           PERFORM EDITER-BENEFICIAIRES THRU EDITER-BENEFICIAIRES-FIN.
           PERFORM EDITER-TIERS-PAYANT THRU EDITER-TIERS-PAYANT-FIN.
           PERFORM ENREGISTRER-COURRIER THRU ENREGISTRER-COURRIER-FIN.
       EMETTRE-CARTE-FIN. EXIT.

      ******************************************************************
      * Trace de l'envoi dans le registre des courriers, le numero de
      * carte en reference.
      ******************************************************************
       ENREGISTRER-COURRIER.
           MOVE SPACES TO CRT-REF-COUR.
           STRING 'CARTE ' CRT-NUM-CARD DELIMITED BY SIZE
               INTO CRT-REF-COUR.
           EXEC SQL
               INSERT INTO COURRIER
                   (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR, PGM_COUR)
               VALUES (:CRT-CODE-MBR, 'CARTE', CURRENT_DATE,
                   :CRT-REF-COUR, 'cartes-tiers-payant')
           END-EXEC.
       ENREGISTRER-COURRIER-FIN. EXIT.

       EDITER-CONTRATS.
           EXEC SQL
               DECLARE CUR_CARTE_CNT CURSOR FOR
                   SELECT C.CODE_CNT, COALESCE(K.LABL_CNT, '')
                   FROM MBR_CNT C
                   LEFT JOIN CONTRACT K ON K.CODE_CNT = C.CODE_CNT
                   WHERE C.CODE_MBR = :CRT-CODE-MBR
                   AND C.ACTIVE_MBRCNT = 'O'
                   ORDER BY C.CODE_CNT
           END-EXEC.
           EXEC SQL OPEN CUR_CARTE_CNT END-EXEC.
           MOVE 'N' TO WS-FIN-LIGNES.
           PERFORM UNTIL FIN-LIGNES
               EXEC SQL
                   FETCH CUR_CARTE_CNT INTO :CRT-CODE-CNT, :CRT-LABL-CNT
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO CARTES-RECORD
                   STRING 'CONTRAT ' FUNCTION TRIM(CRT-CODE-CNT) ' - '
                       CRT-LABL-CNT(1:55)
                       DELIMITED BY SIZE INTO CARTES-RECORD
                   WRITE CARTES-RECORD
               ELSE
                   MOVE 'O' TO WS-FIN-LIGNES
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_CARTE_CNT END-EXEC.
       EDITER-CONTRATS-FIN. EXIT.

      ******************************************************************
      * Beneficiaires : la ligne titulaire puis les ayants droit
      * actifs, chacun avec son numero de Securite sociale.
      ******************************************************************
       EDITER-BENEFICIAIRES.
           MOVE 'BENEFICIAIRES :' TO CARTES-RECORD.
           WRITE CARTES-RECORD.
           EXEC SQL
               DECLARE CUR_CARTE_FAM CURSOR FOR
                   SELECT COALESCE(FNAME_MBRFAM, ''),
                          COALESCE(LNAME_MBRFAM, ''),
                          COALESCE(CODE_SECU, ''),
                          COALESCE(ROOT_MBRFAM, 'N')
                   FROM MBR_FAMILY
                   WHERE CODE_MBR = :CRT-CODE-MBR
                   AND ACTIVE_MBRFAM = 'O'
                   ORDER BY COALESCE(ROOT_MBRFAM, 'N') DESC, CODE_FAM
           END-EXEC.
           EXEC SQL OPEN CUR_CARTE_FAM END-EXEC.
           MOVE 'N' TO WS-FIN-LIGNES.
           PERFORM UNTIL FIN-LIGNES
               EXEC SQL
                   FETCH CUR_CARTE_FAM
                   INTO :CRT-FNAME, :CRT-LNAME, :CRT-CODE-SECU,
                        :CRT-ROOT
               END-EXEC
               IF SQLCODE = 0
                   IF CRT-ROOT = 'O'
                       MOVE '  TITULAIRE   ' TO WS-QUALITE
                   ELSE
                       MOVE '  AYANT DROIT ' TO WS-QUALITE
                   END-IF
                   MOVE SPACES TO CARTES-RECORD
                   STRING WS-QUALITE
                       FUNCTION TRIM(CRT-FNAME) ' '
                       FUNCTION TRIM(CRT-LNAME)
                       ' - SECU ' FUNCTION TRIM(CRT-CODE-SECU)
                       DELIMITED BY SIZE INTO CARTES-RECORD
                   WRITE CARTES-RECORD
               ELSE
                   MOVE 'O' TO WS-FIN-LIGNES
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_CARTE_FAM END-EXEC.
       EDITER-BENEFICIAIRES-FIN. EXIT.

      ******************************************************************
      * Garanties souscrites ouvertes au tiers payant : conventionnees
      * par au moins un prestataire actif (PRV_GAR / PROVIDER). Le
      * libelle court de la garantie donne le type de prestataire
      * (pharmacie, optique...), le plafond le niveau de prise en
      * charge.
      ******************************************************************
       EDITER-TIERS-PAYANT.
           MOVE 'TIERS PAYANT CHEZ LES PRESTATAIRES CONVENTIONNES :'
               TO CARTES-RECORD.
           WRITE CARTES-RECORD.
           EXEC SQL
               DECLARE CUR_CARTE_GAR CURSOR FOR
                   SELECT COALESCE(G.LABS_GAR, ''),
                          COALESCE(G.LABL_GAR, ''),
                          COALESCE(A.COST_MNT, 0),
                          COUNT(DISTINCT P.CODE_PRV)
                   FROM MBR_CNT_GAR S
                   INNER JOIN GUARANTEE G ON G.CODE_GAR = S.CODE_GAR
                   INNER JOIN PRV_GAR V ON V.CODE_GAR = S.CODE_GAR
                   INNER JOIN PROVIDER P ON P.CODE_PRV = V.CODE_PRV
                   LEFT JOIN AMOUNT A ON A.CODE_MNT = G.CODE_MNT
                       AND A.ACTIVE_MNT = 'O'
                   WHERE S.CODE_MBR = :CRT-CODE-MBR
                   AND S.ACTIF_CNTGAR = 'O'
                   AND G.ACTIVE_GAR = 'O'
                   AND P.ACTIVE_PRV = 'O'
                   GROUP BY G.CODE_GAR, G.LABS_GAR, G.LABL_GAR,
                            A.COST_MNT
                   ORDER BY G.LABS_GAR
           END-EXEC.
           EXEC SQL OPEN CUR_CARTE_GAR END-EXEC.
           MOVE ZERO TO CRT-NB.
           MOVE 'N' TO WS-FIN-LIGNES.
           PERFORM UNTIL FIN-LIGNES
               EXEC SQL
                   FETCH CUR_CARTE_GAR
                   INTO :CRT-LABS-GAR, :CRT-LABL-GAR, :CRT-PLAFOND,
                        :CRT-NB-PRV
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO CRT-NB
                   MOVE CRT-PLAFOND TO WS-PLAFOND-ED
                   MOVE SPACES TO CARTES-RECORD
                   STRING '  ' CRT-LABS-GAR ' ' CRT-LABL-GAR(1:25)
                       ' PLAFOND ' WS-PLAFOND-ED
                       ' ' CRT-NB-PRV ' PREST.'
                       DELIMITED BY SIZE INTO CARTES-RECORD
                   WRITE CARTES-RECORD
               ELSE
                   MOVE 'O' TO WS-FIN-LIGNES
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_CARTE_GAR END-EXEC.
           IF CRT-NB = 0
               MOVE '  AUCUNE GARANTIE OUVERTE AU TIERS PAYANT'
                   TO CARTES-RECORD
               WRITE CARTES-RECORD
           END-IF.
       EDITER-TIERS-PAYANT-FIN. EXIT.
