       IDENTIFICATION DIVISION.
       PROGRAM-ID. ayants-droit-age.

      ******************************************************************
      * Sortie des ayants droit a la limite d'age du contrat : un
      * enfant inscrit sur la famille restait couvert, et sa part
      * facturee, sans limite de duree.
      * Traitement mensuel :
      * - la limite d'age est un parametre d'exploitation lu par
      *   PARAMLIRE : AGE-LIM-<contrat> et AGE-ETU-<contrat> (age
      *   limite et age limite etudiant du contrat), a defaut
      *   AGE-LIM-DEFAUT et AGE-ETU-DEFAUT, a defaut 20 et 28 ans.
      *   Pour un ayant droit, la limite retenue est la plus
      *   favorable des contrats actifs de l'adherent principal ;
      * - un certificat de scolarite (DAT_SCOL_MBRFAM, saisi dans
      *   GESTION-ADHERENTS) prolonge la couverture jusqu'a sa fin de
      *   validite, sans depasser l'age limite etudiant ;
      * - les ayants droit atteignant la limite dans les 60 jours sont
      *   listes, et l'adherent principal recoit une fois un avis
      *   (courriers-limite-age.dat) lui proposant un contrat
      *   individuel pour l'interesse ;
      * - a la date de fin de couverture, ACTIVE_MBRFAM passe a N :
      *   GENERER-FACTURE-FAMILLE ne facture plus sa part a partir de
      *   l'echeance suivante.
      * Rapport : rapport-limite-age.rpt.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURRIER-FILE
           ASSIGN TO 'courriers-limite-age.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COURRIER.

           SELECT RAPPORT-FILE
           ASSIGN TO 'rapport-limite-age.rpt'
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

      * Variables hotes d'un ayant droit et de son adherent principal.
       01 AGE-CODE-USER      PIC X(10).
       01 AGE-CODE-FAM       PIC 9(09).
       01 AGE-CODE-MBR       PIC X(10).
       01 AGE-CODE-CNT       PIC X(10).
       01 AGE-LNAME-FAM      PIC X(30).
       01 AGE-FNAME-FAM      PIC X(30).
       01 AGE-BIRTH          PIC X(10).
       01 AGE-DAT-SCOL       PIC X(10).
       01 AGE-DAT-AVIS       PIC X(10).
       01 AGE-LIMITE         PIC 9(03).
       01 AGE-LIMITE-ETU     PIC 9(03).
       01 AGE-DAT-LIMITE     PIC X(10).
       01 AGE-DAT-LIMITE-ETU PIC X(10).
       01 AGE-DAT-FIN        PIC X(10).
       01 AGE-JOURS          PIC S9(07).
       01 AGE-LNAME          PIC X(30).
       01 AGE-FNAME          PIC X(30).
       01 AGE-ADR1           PIC X(50).
       01 AGE-ADR2           PIC X(50).
       01 AGE-PC             PIC X(10).
       01 AGE-TOWN           PIC X(50).
       01 AGE-REF-COUR       PIC X(30).

      * Limites d'age, parametres d'exploitation
      * (copybooks/PARAMLIRE.cbl).
       01 WS-AGE-DEFAUT      PIC 9(03) VALUE 20.
       01 WS-AGE-DEFAUT-ETU  PIC 9(03) VALUE 28.
       01 WS-AGE-CNT         PIC 9(03).
       01 WS-AGE-CNT-ETU     PIC 9(03).
       01 WS-PARAM-CLE       PIC X(20).
       01 WS-PARAM-VALEUR    PIC X(20).
       01 WS-PARAM-CODE      PIC X(02).
       01 WS-PARAM-AGE       PIC 9(03).

      * Ayants droit candidats, charges avant toute mise a jour : le
      * COMMIT de chaque ayant droit fermerait le curseur.
       01 WS-AYANTS.
           05 WS-NB-AYANTS   PIC 9(04) VALUE ZERO.
           05 WS-AYANT OCCURS 2000 TIMES.
               10 WS-AY-FAM     PIC 9(09).
               10 WS-AY-MBR     PIC X(10).
               10 WS-AY-LNAME   PIC X(30).
               10 WS-AY-FNAME   PIC X(30).
               10 WS-AY-BIRTH   PIC X(10).
               10 WS-AY-SCOL    PIC X(10).
               10 WS-AY-AVIS    PIC X(10).
       01 WS-I               PIC 9(04).

       01 WS-FIN-AYANTS      PIC X(01).
          88 FIN-AYANTS        VALUE 'O'.
       01 WS-FIN-CONTRATS    PIC X(01).
          88 FIN-CONTRATS      VALUE 'O'.

      * Piste d'audit, meme forme que ENREGISTRER-AUDIT de
      * main-screen.cbl.
       01 WS-AUD-FCT         PIC X(15) VALUE 'ADHERENT'.
       01 WS-AUD-CLES        PIC X(80).
       01 WS-AUD-DETAIL      PIC X(80).

       01 WS-SAISIE          PIC X(50).
       01 WS-MOTIF-FIN       PIC X(20).
       01 WS-NB-A-VENIR      PIC 9(05) VALUE ZERO.
       01 WS-NB-AVIS         PIC 9(05) VALUE ZERO.
       01 WS-NB-SORTIS       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM CHARGER-LIMITES
           THRU    CHARGER-LIMITES-FIN.

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
           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'SORTIE DES AYANTS DROIT A LA LIMITE D''AGE'.
           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'CODE OPERATEUR OBLIGATOIRE.'
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.
           MOVE WS-SAISIE(1:10) TO AGE-CODE-USER.

           PERFORM CHARGER-AYANTS
           THRU    CHARGER-AYANTS-FIN.

           OPEN EXTEND COURRIER-FILE.
           IF NOT STATUT-COURRIER-OK
               OPEN OUTPUT COURRIER-FILE
           END-IF.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE 'AYANTS DROIT A LA LIMITE D''AGE (60 JOURS) ET SORTIES'
               TO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-AYANTS
               PERFORM TRAITER-AYANT
               THRU    TRAITER-AYANT-FIN
               EXEC SQL COMMIT END-EXEC
           END-PERFORM.

           MOVE SPACES TO RAPPORT-RECORD.
           STRING 'AYANTS DROIT EXAMINES : ' WS-NB-AYANTS
               '  A VENIR (60 J) : ' WS-NB-A-VENIR
               '  AVIS ENVOYES : ' WS-NB-AVIS
               '  SORTIS : ' WS-NB-SORTIS
               DELIMITED BY SIZE INTO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           CLOSE RAPPORT-FILE.
           CLOSE COURRIER-FILE.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT END-EXEC.

           DISPLAY WS-NB-A-VENIR ' ayant(s) droit a 60 jours, '
               WS-NB-AVIS ' avis envoye(s), '
               WS-NB-SORTIS ' sortie(s)'.
           STOP RUN.

      ******************************************************************
      * Limites d'age par defaut : AGE-LIM-DEFAUT et AGE-ETU-DEFAUT,
      * a defaut 20 et 28 ans.
      ******************************************************************
       CHARGER-LIMITES.
           MOVE 'AGE-LIM-DEFAUT' TO WS-PARAM-CLE.
           MOVE WS-AGE-DEFAUT TO WS-PARAM-AGE.
           PERFORM LIRE-PARAMETRE-AGE
           THRU    LIRE-PARAMETRE-AGE-FIN.
           MOVE WS-PARAM-AGE TO WS-AGE-DEFAUT.
           MOVE 'AGE-ETU-DEFAUT' TO WS-PARAM-CLE.
           MOVE WS-AGE-DEFAUT-ETU TO WS-PARAM-AGE.
           PERFORM LIRE-PARAMETRE-AGE
           THRU    LIRE-PARAMETRE-AGE-FIN.
           MOVE WS-PARAM-AGE TO WS-AGE-DEFAUT-ETU.
       CHARGER-LIMITES-FIN. EXIT.

      ******************************************************************
      * Un age de WS-PARAM-CLE par PARAMLIRE dans WS-PARAM-AGE, qui
      * garde la valeur recue si le parametre est absent ou n'est pas
      * un nombre entier positif.
      ******************************************************************
       LIRE-PARAMETRE-AGE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE
               ON EXCEPTION
                   MOVE '10' TO WS-PARAM-CODE
           END-CALL.
           IF WS-PARAM-CODE NOT = '00'
               GO TO LIRE-PARAMETRE-AGE-FIN
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARAM-VALEUR)) = 0
               AND FUNCTION NUMVAL(WS-PARAM-VALEUR) > 0
               AND FUNCTION NUMVAL(WS-PARAM-VALEUR) < 1000
               COMPUTE WS-PARAM-AGE = FUNCTION NUMVAL(WS-PARAM-VALEUR)
           ELSE
               DISPLAY 'PARAMETRE ' FUNCTION TRIM(WS-PARAM-CLE)
                   ' ILLISIBLE IGNORE : ' WS-PARAM-VALEUR
           END-IF.
       LIRE-PARAMETRE-AGE-FIN. EXIT.

      ******************************************************************
      * Ayants droit actifs (hors titulaire) d'un adherent ouvert dont
      * la date de naissance est connue.
      ******************************************************************
       CHARGER-AYANTS.
           EXEC SQL
               DECLARE CUR_AYANTS CURSOR FOR
                   SELECT F.CODE_FAM, F.CODE_MBR,
                          COALESCE(F.LNAME_MBRFAM, ''),
                          COALESCE(F.FNAME_MBRFAM, ''),
                          TO_CHAR(F.BIRTH_MBRFAM, 'YYYY-MM-DD'),
                          COALESCE(TO_CHAR(F.DAT_SCOL_MBRFAM,
                              'YYYY-MM-DD'), ''),
                          COALESCE(TO_CHAR(F.DAT_AVIS_MBRFAM,
                              'YYYY-MM-DD'), '')
                   FROM MBR_FAMILY F
                   INNER JOIN MEMBER M ON M.CODE_MBR = F.CODE_MBR
                   WHERE F.ACTIVE_MBRFAM = 'O'
                   AND COALESCE(F.ROOT_MBRFAM, 'N') <> 'O'
                   AND F.BIRTH_MBRFAM IS NOT NULL
                   AND M.DAT_CLOSE_MBR IS NULL
                   ORDER BY F.CODE_MBR, F.CODE_FAM
           END-EXEC.
           EXEC SQL OPEN CUR_AYANTS END-EXEC.
           MOVE 'N' TO WS-FIN-AYANTS.
           PERFORM UNTIL FIN-AYANTS
               EXEC SQL
                   FETCH CUR_AYANTS
                   INTO :AGE-CODE-FAM, :AGE-CODE-MBR, :AGE-LNAME-FAM,
                        :AGE-FNAME-FAM, :AGE-BIRTH, :AGE-DAT-SCOL,
                        :AGE-DAT-AVIS
               END-EXEC
               IF SQLCODE = 0 AND WS-NB-AYANTS < 2000
                   ADD 1 TO WS-NB-AYANTS
                   MOVE AGE-CODE-FAM  TO WS-AY-FAM(WS-NB-AYANTS)
                   MOVE AGE-CODE-MBR  TO WS-AY-MBR(WS-NB-AYANTS)
                   MOVE AGE-LNAME-FAM TO WS-AY-LNAME(WS-NB-AYANTS)
                   MOVE AGE-FNAME-FAM TO WS-AY-FNAME(WS-NB-AYANTS)
                   MOVE AGE-BIRTH     TO WS-AY-BIRTH(WS-NB-AYANTS)
                   MOVE AGE-DAT-SCOL  TO WS-AY-SCOL(WS-NB-AYANTS)
                   MOVE AGE-DAT-AVIS  TO WS-AY-AVIS(WS-NB-AYANTS)
               ELSE
                   MOVE 'O' TO WS-FIN-AYANTS
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_AYANTS END-EXEC.
       CHARGER-AYANTS-FIN. EXIT.

      ******************************************************************
      * Un ayant droit : date de fin de couverture (limite d'age, ou
      * fin du certificat de scolarite plafonnee a l'age etudiant),
      * puis sortie si elle est atteinte, avis si elle tombe dans les
      * 60 jours.
      ******************************************************************
       TRAITER-AYANT.
           MOVE WS-AY-FAM(WS-I)   TO AGE-CODE-FAM.
           MOVE WS-AY-MBR(WS-I)   TO AGE-CODE-MBR.
           MOVE WS-AY-LNAME(WS-I) TO AGE-LNAME-FAM.
           MOVE WS-AY-FNAME(WS-I) TO AGE-FNAME-FAM.
           MOVE WS-AY-BIRTH(WS-I) TO AGE-BIRTH.
           MOVE WS-AY-SCOL(WS-I)  TO AGE-DAT-SCOL.
           MOVE WS-AY-AVIS(WS-I)  TO AGE-DAT-AVIS.

           PERFORM DETERMINER-LIMITE
           THRU    DETERMINER-LIMITE-FIN.

           EXEC SQL
               SELECT TO_CHAR(TO_DATE(:AGE-BIRTH, 'YYYY-MM-DD')
                          + CAST(:AGE-LIMITE AS INTEGER)
                          * INTERVAL '1 year',
                          'YYYY-MM-DD'),
                      TO_CHAR(TO_DATE(:AGE-BIRTH, 'YYYY-MM-DD')
                          + CAST(:AGE-LIMITE-ETU AS INTEGER)
                          * INTERVAL '1 year',
                          'YYYY-MM-DD')
               INTO :AGE-DAT-LIMITE, :AGE-DAT-LIMITE-ETU
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'DATES ILLISIBLES POUR L''AYANT DROIT '
                   AGE-CODE-FAM ', SQLCODE ' SQLCODE
               GO TO TRAITER-AYANT-FIN
           END-IF.

           MOVE AGE-DAT-LIMITE TO AGE-DAT-FIN.
           MOVE 'LIMITE D''AGE' TO WS-MOTIF-FIN.
           IF AGE-DAT-SCOL NOT = SPACES
               AND AGE-DAT-SCOL > AGE-DAT-LIMITE
               MOVE 'FIN DE SCOLARITE' TO WS-MOTIF-FIN
               IF AGE-DAT-SCOL < AGE-DAT-LIMITE-ETU
                   MOVE AGE-DAT-SCOL TO AGE-DAT-FIN
               ELSE
                   MOVE AGE-DAT-LIMITE-ETU TO AGE-DAT-FIN
                   MOVE 'AGE LIMITE ETUDIANT' TO WS-MOTIF-FIN
               END-IF
           END-IF.

           EXEC SQL
               SELECT TO_DATE(:AGE-DAT-FIN, 'YYYY-MM-DD')
                      - CURRENT_DATE
               INTO :AGE-JOURS
           END-EXEC.

           IF AGE-JOURS > 60
               GO TO TRAITER-AYANT-FIN
           END-IF.

           IF AGE-JOURS > 0
               ADD 1 TO WS-NB-A-VENIR
               MOVE SPACES TO RAPPORT-RECORD
               STRING 'A VENIR  ADHERENT ' AGE-CODE-MBR
                   ' AYANT DROIT ' AGE-CODE-FAM ' '
                   FUNCTION TRIM(AGE-FNAME-FAM) ' '
                   FUNCTION TRIM(AGE-LNAME-FAM)
                   ' FIN ' AGE-DAT-FIN ' (' FUNCTION TRIM(WS-MOTIF-FIN)
                   ')'
                   DELIMITED BY SIZE INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
               IF AGE-DAT-AVIS = SPACES
                   PERFORM ENVOYER-AVIS THRU ENVOYER-AVIS-FIN
               END-IF
               GO TO TRAITER-AYANT-FIN
           END-IF.

           PERFORM SORTIR-AYANT THRU SORTIR-AYANT-FIN.
       TRAITER-AYANT-FIN. EXIT.

      ******************************************************************
      * Limite la plus favorable parmi les contrats actifs de
      * l'adherent principal ; un contrat sans parametre AGE-LIM-
      * ou AGE-ETU- propre prend la valeur par defaut.
      ******************************************************************
       DETERMINER-LIMITE.
           MOVE ZERO TO AGE-LIMITE AGE-LIMITE-ETU.
           EXEC SQL
               DECLARE CUR_CONTRATS CURSOR FOR
                   SELECT DISTINCT CODE_CNT
                   FROM MBR_CNT
                   WHERE CODE_MBR = :AGE-CODE-MBR
                   AND ACTIVE_MBRCNT = 'O'
           END-EXEC.
           EXEC SQL OPEN CUR_CONTRATS END-EXEC.
           MOVE 'N' TO WS-FIN-CONTRATS.
           PERFORM UNTIL FIN-CONTRATS
               EXEC SQL
                   FETCH CUR_CONTRATS INTO :AGE-CODE-CNT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM LIMITE-DU-CONTRAT
                   THRU    LIMITE-DU-CONTRAT-FIN
               ELSE
                   MOVE 'O' TO WS-FIN-CONTRATS
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_CONTRATS END-EXEC.
           IF AGE-LIMITE = ZERO
               MOVE WS-AGE-DEFAUT TO AGE-LIMITE
           END-IF.
           IF AGE-LIMITE-ETU = ZERO
               MOVE WS-AGE-DEFAUT-ETU TO AGE-LIMITE-ETU
           END-IF.
       DETERMINER-LIMITE-FIN. EXIT.

       LIMITE-DU-CONTRAT.
           MOVE SPACES TO WS-PARAM-CLE.
           STRING 'AGE-LIM-' FUNCTION TRIM(AGE-CODE-CNT)
               DELIMITED BY SIZE INTO WS-PARAM-CLE.
           MOVE WS-AGE-DEFAUT TO WS-PARAM-AGE.
           PERFORM LIRE-PARAMETRE-AGE
           THRU    LIRE-PARAMETRE-AGE-FIN.
           MOVE WS-PARAM-AGE TO WS-AGE-CNT.
           MOVE SPACES TO WS-PARAM-CLE.
           STRING 'AGE-ETU-' FUNCTION TRIM(AGE-CODE-CNT)
               DELIMITED BY SIZE INTO WS-PARAM-CLE.
           MOVE WS-AGE-DEFAUT-ETU TO WS-PARAM-AGE.
           PERFORM LIRE-PARAMETRE-AGE
           THRU    LIRE-PARAMETRE-AGE-FIN.
           MOVE WS-PARAM-AGE TO WS-AGE-CNT-ETU.
           IF WS-AGE-CNT > AGE-LIMITE
               MOVE WS-AGE-CNT TO AGE-LIMITE
           END-IF.
           IF WS-AGE-CNT-ETU > AGE-LIMITE-ETU
               MOVE WS-AGE-CNT-ETU TO AGE-LIMITE-ETU
           END-IF.
       LIMITE-DU-CONTRAT-FIN. EXIT.

      ******************************************************************
      * Fin de couverture atteinte : l'ayant droit sort de la famille
      * et n'est plus facture a partir de l'echeance suivante.
      ******************************************************************
       SORTIR-AYANT.
           EXEC SQL
               UPDATE MBR_FAMILY
               SET ACTIVE_MBRFAM = 'N',
                   DAT_UPDT_MBRFAM = CURRENT_DATE
               WHERE CODE_FAM = :AGE-CODE-FAM
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'SORTIE NON ENREGISTREE POUR L''AYANT DROIT '
                   AGE-CODE-FAM ', SQLCODE ' SQLCODE
               GO TO SORTIR-AYANT-FIN
           END-IF.
           ADD 1 TO WS-NB-SORTIS.
           MOVE SPACES TO RAPPORT-RECORD.
           STRING 'SORTI    ADHERENT ' AGE-CODE-MBR
               ' AYANT DROIT ' AGE-CODE-FAM ' '
               FUNCTION TRIM(AGE-FNAME-FAM) ' '
               FUNCTION TRIM(AGE-LNAME-FAM)
               ' FIN ' AGE-DAT-FIN ' (' FUNCTION TRIM(WS-MOTIF-FIN)
               ')'
               DELIMITED BY SIZE INTO RAPPORT-RECORD.
           WRITE RAPPORT-RECORD.

           MOVE SPACES TO WS-AUD-CLES.
           STRING FUNCTION TRIM(AGE-CODE-MBR) ' ' AGE-CODE-FAM
               DELIMITED BY SIZE INTO WS-AUD-CLES.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING 'AYANT DROIT SORTI AU ' AGE-DAT-FIN ' : '
               FUNCTION TRIM(WS-MOTIF-FIN)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM ENREGISTRER-AUDIT THRU ENREGISTRER-AUDIT-FIN.
       SORTIR-AYANT-FIN. EXIT.

      ******************************************************************
      * Avis a l'adherent principal, envoye une seule fois
      * (DAT_AVIS_MBRFAM), avec la proposition de contrat individuel.
      ******************************************************************
       ENVOYER-AVIS.
           EXEC SQL
               SELECT LNAME_MBR, FNAME_MBR, COALESCE(ADR1_MBR, ''),
                      COALESCE(ADR2_MBR, ''), COALESCE(PC_MBR, ''),
                      COALESCE(TOWN_MBR, '')
               INTO :AGE-LNAME, :AGE-FNAME, :AGE-ADR1, :AGE-ADR2,
                    :AGE-PC, :AGE-TOWN
               FROM MEMBER
               WHERE CODE_MBR = :AGE-CODE-MBR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ADHERENT ILLISIBLE ' AGE-CODE-MBR
                   ', SQLCODE ' SQLCODE
               GO TO ENVOYER-AVIS-FIN
           END-IF.

           MOVE SPACES TO COURRIER-RECORD.
           STRING FUNCTION TRIM(AGE-FNAME) ' ' FUNCTION TRIM(AGE-LNAME)
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE AGE-ADR1 TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           IF AGE-ADR2 NOT = SPACES
               MOVE AGE-ADR2 TO COURRIER-RECORD
               WRITE COURRIER-RECORD
           END-IF.
           MOVE SPACES TO COURRIER-RECORD.
           STRING FUNCTION TRIM(AGE-PC) ' ' FUNCTION TRIM(AGE-TOWN)
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           STRING 'Objet : fin de couverture de '
               FUNCTION TRIM(AGE-FNAME-FAM) ' '
               FUNCTION TRIM(AGE-LNAME-FAM)
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'Madame, Monsieur,' TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           STRING FUNCTION TRIM(AGE-FNAME-FAM) ' '
               FUNCTION TRIM(AGE-LNAME-FAM)
               ', ayant droit de votre adhesion '
               FUNCTION TRIM(AGE-CODE-MBR) ','
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           STRING 'cessera d''etre couvert(e) le ' AGE-DAT-FIN
               ' (' FUNCTION TRIM(WS-MOTIF-FIN) ').'
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'Sa part ne sera plus facturee a partir de l''echeance'
               TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'suivante. Nous pouvons lui proposer un contrat'
               TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'individuel prenant effet a cette date, sans'
               TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'interruption de garanties : contactez nos services.'
               TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'Un certificat de scolarite peut prolonger la'
               TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           STRING 'couverture d''un etudiant jusqu''a ' AGE-LIMITE-ETU
               ' ans.'
               DELIMITED BY SIZE INTO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE SPACES TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE 'Veuillez agreer nos salutations distinguees.'
               TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.
           MOVE ALL '-' TO COURRIER-RECORD.
           WRITE COURRIER-RECORD.

           EXEC SQL
               UPDATE MBR_FAMILY
               SET DAT_AVIS_MBRFAM = CURRENT_DATE
               WHERE CODE_FAM = :AGE-CODE-FAM
           END-EXEC.
           ADD 1 TO WS-NB-AVIS.
           PERFORM ENREGISTRER-COURRIER THRU ENREGISTRER-COURRIER-FIN.
       ENVOYER-AVIS-FIN. EXIT.

      ******************************************************************
      * Trace de l'avis dans le registre des courriers, l'ayant droit
      * et sa date de fin en reference.
      ******************************************************************
       ENREGISTRER-COURRIER.
           MOVE SPACES TO AGE-REF-COUR.
           STRING 'AYANT ' AGE-CODE-FAM ' ' AGE-DAT-FIN
               DELIMITED BY SIZE INTO AGE-REF-COUR.
           EXEC SQL
               INSERT INTO COURRIER
                   (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR, PGM_COUR)
               VALUES (:AGE-CODE-MBR, 'LIMITE-AGE', CURRENT_DATE,
                   :AGE-REF-COUR, 'ayants-droit-age')
           END-EXEC.
       ENREGISTRER-COURRIER-FIN. EXIT.

      ******************************************************************
       ENREGISTRER-AUDIT.
           EXEC SQL
               INSERT INTO AUDIT_TRAIL
                   (CODE_USER, FCT_AUDIT, KEYS_AUDIT, DETAIL_AUDIT,
                    TS_AUDIT)
               VALUES (:AGE-CODE-USER, :WS-AUD-FCT,
                   :WS-AUD-CLES, :WS-AUD-DETAIL, CURRENT_TIMESTAMP)
           END-EXEC.
       ENREGISTRER-AUDIT-FIN. EXIT.
