       IDENTIFICATION DIVISION.
       PROGRAM-ID. courriers.

      ******************************************************************
      * Registre des courriers sortants : chaque programme qui ecrit
      * aux adherents (pre-notifications SEPA, lettres de revision des
      * tarifs, relances et reponses aux reclamations de main-screen,
      * attestations fiscales, releves de prestations, cartes de tiers
      * payant, courriers de deces et de resiliation) trace sa lettre
      * dans la table COURRIER : adherent, type, date, reference
      * (facture, reclamation, campagne...) et programme emetteur.
      * Quand un adherent affirme n'avoir rien recu, le registre fait
      * foi ; CONSULTATION-360 en affiche les dernieres lignes.
      * 1. Enregistrement d'un courrier revenu (pli "n'habite pas a
      *    l'adresse indiquee") : le courrier est date de retour et
      *    l'adherent porte le marqueur NPAI (MEMBER.NPAI_MBR), leve
      *    par la modification de son adresse dans main-screen.
      * 2. Levee manuelle du marqueur NPAI d'un adherent.
      * 3. Rapport mensuel (rapport-courriers.rpt) : nombre de
      *    courriers par type sur le mois, courriers revenus, et
      *    adherents marques NPAI auxquels on a encore ecrit.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPORT-FILE
           ASSIGN TO 'rapport-courriers.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD RAPPORT-FILE.
       01 RAPPORT-RECORD     PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 DB-CONN-INFO.
           05 DB-USERNAME PIC X(30) VALUE "cobol".
           05 DB-PASSWORD PIC X(10) VALUE SPACES.
           05 DB-NAME     PIC X(30) VALUE "bobodb".

       01 WS-STATUS-RAPPORT  PIC X(02).
          88 STATUT-RAPPORT-OK  VALUE '00'.

      * Variables hotes du registre.
       01 COU-CODE-USER      PIC X(10).
       01 COU-CODE-COUR      PIC 9(09).
       01 COU-CODE-MBR       PIC X(10).
       01 COU-TYPE           PIC X(12).
       01 COU-DAT-COUR       PIC X(10).
       01 COU-REF            PIC X(30).
       01 COU-PGM            PIC X(30).
       01 COU-DAT-RETOUR     PIC X(10).
       01 COU-LNAME          PIC X(30).
       01 COU-FNAME          PIC X(30).
       01 COU-NPAI           PIC X(01).
       01 COU-NB             PIC 9(07).
       01 COU-NB-REVENUS     PIC 9(07).
       01 COU-MOIS-DEBUT     PIC X(10).
       01 COU-MOIS-FIN       PIC X(10).

      * Piste d'audit, meme forme que ENREGISTRER-AUDIT de
      * main-screen.cbl.
       01 WS-AUD-FCT         PIC X(15) VALUE 'COURRIER'.
       01 WS-AUD-CLES        PIC X(80).
       01 WS-AUD-DETAIL      PIC X(80).

       01 WS-CHOIX-MENU      PIC X(01).
       01 WS-SAISIE          PIC X(50).
       01 WS-MOIS-SAISIE     PIC X(06).
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-ANNEE           PIC 9(04).
       01 WS-MOIS            PIC 9(02).
       01 WS-ANNEE-FIN       PIC 9(04).
       01 WS-MOIS-FIN        PIC 9(02).
       01 WS-TOTAL-MOIS      PIC 9(07).
       01 WS-NB-NPAI         PIC 9(05).

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
           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'REGISTRE DES COURRIERS'.
           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'CODE OPERATEUR OBLIGATOIRE.'
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.
           MOVE WS-SAISIE(1:10) TO COU-CODE-USER.

           PERFORM UNTIL WS-CHOIX-MENU = 'Q'
               DISPLAY SPACE
               DISPLAY 'REGISTRE DES COURRIERS'
               DISPLAY '1. Enregistrer un courrier revenu (NPAI)'
               DISPLAY '2. Lever le marqueur NPAI d''un adherent'
               DISPLAY '3. Rapport mensuel des courriers'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN '1'
                       PERFORM ENREGISTRER-RETOUR
                       THRU    ENREGISTRER-RETOUR-FIN
                   WHEN '2'
                       PERFORM LEVER-NPAI
                       THRU    LEVER-NPAI-FIN
                   WHEN '3'
                       PERFORM RAPPORT-MENSUEL
                       THRU    RAPPORT-MENSUEL-FIN
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
      * Courrier revenu : le pli est identifie par son numero de
      * registre ; il est date de retour et l'adherent passe NPAI.
      ******************************************************************
       ENREGISTRER-RETOUR.
           DISPLAY 'Numero du courrier revenu : ' WITH NO ADVANCING.
           ACCEPT COU-CODE-COUR.
           MOVE SPACES TO COU-CODE-MBR COU-TYPE COU-DAT-COUR
               COU-DAT-RETOUR.
           EXEC SQL
               SELECT CODE_MBR, TYPE_COUR, CAST(DAT_COUR AS VARCHAR),
                      COALESCE(CAST(DAT_RETOUR AS VARCHAR), '')
               INTO :COU-CODE-MBR, :COU-TYPE, :COU-DAT-COUR,
                    :COU-DAT-RETOUR
               FROM COURRIER
               WHERE CODE_COUR = :COU-CODE-COUR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'COURRIER INTROUVABLE.'
               GO TO ENREGISTRER-RETOUR-FIN
           END-IF.
           IF COU-DAT-RETOUR NOT = SPACES
               DISPLAY 'COURRIER DEJA REVENU LE ' COU-DAT-RETOUR '.'
               GO TO ENREGISTRER-RETOUR-FIN
           END-IF.

           EXEC SQL
               UPDATE COURRIER
               SET DAT_RETOUR = CURRENT_DATE
               WHERE CODE_COUR = :COU-CODE-COUR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ECHEC DE L''ENREGISTREMENT, SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO ENREGISTRER-RETOUR-FIN
           END-IF.
           EXEC SQL
               UPDATE MEMBER
               SET NPAI_MBR = 'O'
               WHERE CODE_MBR = :COU-CODE-MBR
           END-EXEC.

           MOVE SPACES TO WS-AUD-CLES.
           STRING COU-CODE-COUR ' ' FUNCTION TRIM(COU-CODE-MBR)
               DELIMITED BY SIZE INTO WS-AUD-CLES.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'RETOUR NPAI ' FUNCTION TRIM(COU-TYPE)
               ' DU ' COU-DAT-COUR
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'COURRIER REVENU ENREGISTRE, ADHERENT '
               FUNCTION TRIM(COU-CODE-MBR) ' MARQUE NPAI.'.
       ENREGISTRER-RETOUR-FIN. EXIT.

      ******************************************************************
      * Levee du marqueur NPAI (adresse confirmee sans modification).
      ******************************************************************
       LEVER-NPAI.
           DISPLAY 'Code adherent : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE(1:10) TO COU-CODE-MBR.
           MOVE SPACES TO COU-NPAI.
           EXEC SQL
               SELECT COALESCE(NPAI_MBR, 'N') INTO :COU-NPAI
               FROM MEMBER
               WHERE CODE_MBR = :COU-CODE-MBR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ADHERENT INCONNU.'
               GO TO LEVER-NPAI-FIN
           END-IF.
           IF COU-NPAI NOT = 'O'
               DISPLAY 'ADHERENT NON MARQUE NPAI.'
               GO TO LEVER-NPAI-FIN
           END-IF.
           EXEC SQL
               UPDATE MEMBER
               SET NPAI_MBR = 'N'
               WHERE CODE_MBR = :COU-CODE-MBR
           END-EXEC.
           MOVE COU-CODE-MBR TO WS-AUD-CLES.
           MOVE 'NPAI O -> N' TO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'MARQUEUR NPAI LEVE.'.
       LEVER-NPAI-FIN. EXIT.

      ******************************************************************
      * Rapport mensuel : courriers par type, courriers revenus, et
      * adherents NPAI a qui le mois a encore ecrit (lettres perdues,
      * adresse a faire corriger en priorite).
      ******************************************************************
       RAPPORT-MENSUEL.
           DISPLAY 'MOIS A EDITER (AAAAMM, VIDE = MOIS PRECEDENT) : '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-MOIS-SAISIE.
           ACCEPT WS-MOIS-SAISIE.
           IF WS-MOIS-SAISIE NUMERIC
               MOVE WS-MOIS-SAISIE(1:4) TO WS-ANNEE
               MOVE WS-MOIS-SAISIE(5:2) TO WS-MOIS
           ELSE
               MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE
               MOVE WS-DATE-JOUR(5:2) TO WS-MOIS
               IF WS-MOIS = 1
                   MOVE 12 TO WS-MOIS
                   SUBTRACT 1 FROM WS-ANNEE
               ELSE
                   SUBTRACT 1 FROM WS-MOIS
               END-IF
           END-IF.
           MOVE WS-ANNEE TO WS-ANNEE-FIN.
           IF WS-MOIS = 12
               MOVE 1 TO WS-MOIS-FIN
               ADD 1 TO WS-ANNEE-FIN
           ELSE
               COMPUTE WS-MOIS-FIN = WS-MOIS + 1
           END-IF.
           MOVE SPACES TO COU-MOIS-DEBUT COU-MOIS-FIN.
           STRING WS-ANNEE '-' WS-MOIS '-01'
               DELIMITED BY SIZE INTO COU-MOIS-DEBUT.
           STRING WS-ANNEE-FIN '-' WS-MOIS-FIN '-01'
               DELIMITED BY SIZE INTO COU-MOIS-FIN.

           OPEN OUTPUT RAPPORT-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'RAPPORT-COURRIERS.RPT INDISPONIBLE : '
                   WS-STATUS-RAPPORT
               GO TO RAPPORT-MENSUEL-FIN
           END-IF.

           MOVE SPACES TO RAPPORT-RECORD.
           STRING 'REGISTRE DES COURRIERS - MOIS ' WS-ANNEE '-' WS-MOIS
               ' - EDITE LE ' WS-DATE-JOUR
               DELIMITED BY SIZE INTO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           MOVE SPACES TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           MOVE 'COURRIERS PAR TYPE            ENVOYES    REVENUS'
               TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           MOVE ZERO TO WS-TOTAL-MOIS.
           EXEC SQL
               DECLARE CUR_COUR_TYPES CURSOR FOR
                   SELECT TYPE_COUR, COUNT(*),
                          COUNT(DAT_RETOUR)
                   FROM COURRIER
                   WHERE DAT_COUR >= CAST(:COU-MOIS-DEBUT AS DATE)
                   AND DAT_COUR < CAST(:COU-MOIS-FIN AS DATE)
                   GROUP BY TYPE_COUR
                   ORDER BY TYPE_COUR
           END-EXEC.
           EXEC SQL OPEN CUR_COUR_TYPES END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_COUR_TYPES
                   INTO :COU-TYPE, :COU-NB, :COU-NB-REVENUS
               END-EXEC
               IF SQLCODE = 0
                   ADD COU-NB TO WS-TOTAL-MOIS
                   MOVE SPACES TO RAPPORT-RECORD
                   STRING '  ' COU-TYPE '              '
                       COU-NB '    ' COU-NB-REVENUS
                       DELIMITED BY SIZE INTO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_COUR_TYPES END-EXEC.
           MOVE SPACES TO RAPPORT-RECORD.
           STRING 'TOTAL DU MOIS : ' WS-TOTAL-MOIS ' COURRIER(S)'
               DELIMITED BY SIZE INTO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           MOVE SPACES TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           MOVE 'ADHERENTS MARQUES NPAI (COURRIER REVENU)'
               TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.
           MOVE ZERO TO WS-NB-NPAI.
           EXEC SQL
               DECLARE CUR_COUR_NPAI CURSOR FOR
                   SELECT M.CODE_MBR, COALESCE(M.LNAME_MBR, ''),
                          COALESCE(M.FNAME_MBR, ''),
                          COALESCE((SELECT CAST(MAX(C.DAT_RETOUR)
                                               AS VARCHAR)
                                    FROM COURRIER C
                                    WHERE C.CODE_MBR = M.CODE_MBR), ''),
                          (SELECT COUNT(*) FROM COURRIER C
                           WHERE C.CODE_MBR = M.CODE_MBR
                           AND C.DAT_COUR >=
                               CAST(:COU-MOIS-DEBUT AS DATE)
                           AND C.DAT_COUR <
                               CAST(:COU-MOIS-FIN AS DATE))
                   FROM MEMBER M
                   WHERE M.NPAI_MBR = 'O'
                   ORDER BY M.CODE_MBR
           END-EXEC.
           EXEC SQL OPEN CUR_COUR_NPAI END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_COUR_NPAI
                   INTO :COU-CODE-MBR, :COU-LNAME, :COU-FNAME,
                        :COU-DAT-RETOUR, :COU-NB
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-NB-NPAI
                   MOVE SPACES TO RAPPORT-RECORD
                   STRING '  ' COU-CODE-MBR ' '
                       FUNCTION TRIM(COU-LNAME) ' '
                       FUNCTION TRIM(COU-FNAME)
                       ' - DERNIER RETOUR ' COU-DAT-RETOUR
                       ' - ' COU-NB ' COURRIER(S) CE MOIS'
                       DELIMITED BY SIZE INTO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_COUR_NPAI END-EXEC.
           MOVE SPACES TO RAPPORT-RECORD.
           STRING WS-NB-NPAI ' ADHERENT(S) NPAI'
               DELIMITED BY SIZE INTO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           CLOSE RAPPORT-FILE.
           DISPLAY WS-TOTAL-MOIS ' COURRIER(S) SUR LE MOIS, '
               WS-NB-NPAI ' ADHERENT(S) NPAI : rapport-courriers.rpt'.
       RAPPORT-MENSUEL-FIN. EXIT.

      ******************************************************************
       ENREGISTRER-AUDIT.
           EXEC SQL
               INSERT INTO AUDIT_TRAIL
                   (CODE_USER, FCT_AUDIT, KEYS_AUDIT, DETAIL_AUDIT,
                    TS_AUDIT)
               VALUES (:COU-CODE-USER, :WS-AUD-FCT,
                   :WS-AUD-CLES, :WS-AUD-DETAIL, CURRENT_TIMESTAMP)
           END-EXEC.
       ENREGISTRER-AUDIT-FIN. EXIT.
