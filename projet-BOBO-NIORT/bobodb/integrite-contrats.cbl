       IDENTIFICATION DIVISION.
       PROGRAM-ID. integrite-contrats.

      ******************************************************************
      * Extraction nocturne des adhesions orphelines : chaque ecran
      * controle ses references a la saisie, mais une resiliation de
      * contrat ou la desactivation d'une garantie laisse derriere
      * elle des lignes MBR_CNT encore actives. Sont extraites :
      *   - les adhesions actives (MBR_CNT) dont le CONTRACT est
      *     absent ou inactif ;
      *   - les garanties actives d'une adhesion active
      *     (MBR_CNT_GAR) dont la GUARANTEE est absente ou inactive.
      * Le fichier orphelins-contrats.dat commence par une ligne
      * EXTRAIT <AAAAMMJJ> puis une ligne par orphelin ; il est lu
      * par le balayage d'integrite de la chaine (batch/integrite.cbl,
      * regle de type EXTRAIT), qui le compte, le classe sous
      * l'equipe proprietaire et le rapporte au suivi des passages.
      * Une erreur SQL a l'ouverture ou a la lecture d'un curseur
      * remplace tout l'extrait par une seule ligne ERREUR, sans
      * en-tete EXTRAIT : la regle est alors rapportee PERIME au lieu
      * d'un extrait partiel pris pour complet, et le code retour est
      * 1.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRAIT-FILE
           ASSIGN TO 'orphelins-contrats.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRAIT.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRAIT-FILE.
       01 EXTRAIT-RECORD.
           05 EXT-CODE-MBR       PIC X(10).
           05 FILLER             PIC X(01).
           05 EXT-CODE-CNT       PIC X(10).
           05 FILLER             PIC X(01).
           05 EXT-CODE-GAR       PIC X(09).
           05 FILLER             PIC X(01).
           05 EXT-MOTIF          PIC X(48).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 DB-CONN-INFO.
           05 DB-USERNAME PIC X(30) VALUE "cobol".
           05 DB-PASSWORD PIC X(10) VALUE SPACES.
           05 DB-NAME     PIC X(30) VALUE "bobodb".

       01 WS-STATUS-EXTRAIT  PIC X(02).
          88 STATUT-EXTRAIT-OK VALUE '00'.

       01 ORP-CODE-MBR       PIC X(10).
       01 ORP-CODE-CNT       PIC X(10).
       01 ORP-CODE-GAR       PIC 9(09).
       01 ORP-MOTIF          PIC X(48).
       01 ORP-NB-CONTRATS    PIC 9(07) VALUE ZERO.
       01 ORP-NB-GARANTIES   PIC 9(07) VALUE ZERO.
       01 WS-DATE-JOUR       PIC 9(08).

       01 WS-ERREUR-SQL      PIC X(01) VALUE 'N'.
          88 ERREUR-SQL        VALUE 'O'.
       01 ORP-ETAPE          PIC X(30).
       01 ORP-SQLCODE        PIC -9(09).

       PROCEDURE DIVISION.

           EXEC SQL
               CONNECT :DB-USERNAME IDENTIFIED BY :DB-PASSWORD
                   USING :DB-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'Connexion base indisponible, SQLCODE ' SQLCODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXTRAIT-FILE.
           IF NOT STATUT-EXTRAIT-OK
               DISPLAY 'ORPHELINS-CONTRATS.DAT INDISPONIBLE : '
                   WS-STATUS-EXTRAIT
               EXEC SQL DISCONNECT END-EXEC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO EXTRAIT-RECORD.
           STRING 'EXTRAIT ' WS-DATE-JOUR
               DELIMITED BY SIZE INTO EXTRAIT-RECORD.
           WRITE EXTRAIT-RECORD.

           PERFORM CONTRATS-INACTIFS
           THRU    CONTRATS-INACTIFS-FIN.
           IF NOT ERREUR-SQL
               PERFORM GARANTIES-INACTIVES
               THRU    GARANTIES-INACTIVES-FIN
           END-IF.
           IF ERREUR-SQL
               EXEC SQL DISCONNECT END-EXEC
               STOP RUN
           END-IF.

           CLOSE EXTRAIT-FILE.
           EXEC SQL DISCONNECT END-EXEC.

           DISPLAY 'ADHESIONS SUR CONTRAT INACTIF   : ' ORP-NB-CONTRATS.
           DISPLAY 'GARANTIES D''ADHESION INACTIVES : '
               ORP-NB-GARANTIES.
           STOP RUN.

      ******************************************************************
      * Adhesions actives dont le contrat a disparu ou n'est plus
      * actif.
      ******************************************************************
       CONTRATS-INACTIFS.
           EXEC SQL
               DECLARE CUR_ORP_CNT CURSOR FOR
               SELECT M.CODE_MBR, M.CODE_CNT,
                      CASE WHEN C.CODE_CNT IS NULL
                           THEN 'CONTRAT ABSENT'
                           ELSE 'CONTRAT INACTIF' END
               FROM MBR_CNT M
               LEFT JOIN CONTRACT C ON C.CODE_CNT = M.CODE_CNT
               WHERE M.ACTIVE_MBRCNT = 'O'
                 AND (C.CODE_CNT IS NULL
                      OR COALESCE(C.ACTIVE_CNT, 'N') <> 'O')
               ORDER BY M.CODE_CNT, M.CODE_MBR
           END-EXEC.
           EXEC SQL OPEN CUR_ORP_CNT END-EXEC.
           IF SQLCODE < 0
               MOVE 'OUVERTURE CUR_ORP_CNT' TO ORP-ETAPE
               PERFORM SIGNALER-ERREUR-SQL
               THRU    SIGNALER-ERREUR-SQL-FIN
               GO TO CONTRATS-INACTIFS-FIN
           END-IF.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_ORP_CNT INTO :ORP-CODE-MBR, :ORP-CODE-CNT,
                       :ORP-MOTIF
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'LECTURE CUR_ORP_CNT' TO ORP-ETAPE
                   PERFORM SIGNALER-ERREUR-SQL
                   THRU    SIGNALER-ERREUR-SQL-FIN
               END-IF
               IF SQLCODE = 0
                   ADD 1 TO ORP-NB-CONTRATS
                   MOVE SPACES TO EXTRAIT-RECORD
                   MOVE ORP-CODE-MBR TO EXT-CODE-MBR
                   MOVE ORP-CODE-CNT TO EXT-CODE-CNT
                   MOVE ORP-MOTIF    TO EXT-MOTIF
                   WRITE EXTRAIT-RECORD
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_ORP_CNT END-EXEC.
       CONTRATS-INACTIFS-FIN. EXIT.

      ******************************************************************
      * Garanties encore actives sur une adhesion active alors que la
      * garantie elle-meme a disparu ou n'est plus active.
      ******************************************************************
       GARANTIES-INACTIVES.
           EXEC SQL
               DECLARE CUR_ORP_GAR CURSOR FOR
               SELECT M.CODE_MBR, M.CODE_CNT, X.CODE_GAR,
                      CASE WHEN G.CODE_GAR IS NULL
                           THEN 'GARANTIE ABSENTE'
                           ELSE 'GARANTIE INACTIVE' END
               FROM MBR_CNT M
               JOIN MBR_CNT_GAR X ON X.CODE_MBR = M.CODE_MBR
                                 AND X.CODE_CNT = M.CODE_CNT
               LEFT JOIN GUARANTEE G ON G.CODE_GAR = X.CODE_GAR
               WHERE M.ACTIVE_MBRCNT = 'O'
                 AND X.ACTIF_CNTGAR = 'O'
                 AND (G.CODE_GAR IS NULL
                      OR COALESCE(G.ACTIVE_GAR, 'N') <> 'O')
               ORDER BY M.CODE_CNT, M.CODE_MBR, X.CODE_GAR
           END-EXEC.
           EXEC SQL OPEN CUR_ORP_GAR END-EXEC.
           IF SQLCODE < 0
               MOVE 'OUVERTURE CUR_ORP_GAR' TO ORP-ETAPE
               PERFORM SIGNALER-ERREUR-SQL
               THRU    SIGNALER-ERREUR-SQL-FIN
               GO TO GARANTIES-INACTIVES-FIN
           END-IF.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_ORP_GAR INTO :ORP-CODE-MBR, :ORP-CODE-CNT,
                       :ORP-CODE-GAR, :ORP-MOTIF
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'LECTURE CUR_ORP_GAR' TO ORP-ETAPE
                   PERFORM SIGNALER-ERREUR-SQL
                   THRU    SIGNALER-ERREUR-SQL-FIN
               END-IF
               IF SQLCODE = 0
                   ADD 1 TO ORP-NB-GARANTIES
                   MOVE SPACES TO EXTRAIT-RECORD
                   MOVE ORP-CODE-MBR TO EXT-CODE-MBR
                   MOVE ORP-CODE-CNT TO EXT-CODE-CNT
                   MOVE ORP-CODE-GAR TO EXT-CODE-GAR
                   MOVE ORP-MOTIF    TO EXT-MOTIF
                   WRITE EXTRAIT-RECORD
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_ORP_GAR END-EXEC.
       GARANTIES-INACTIVES-FIN. EXIT.

      ******************************************************************
      * Erreur SQL : l'extrait deja ecrit est abandonne et le fichier
      * reecrit avec la seule ligne ERREUR, sans en-tete EXTRAIT, pour
      * que le balayage d'integrite ne le prenne pas pour complet.
      ******************************************************************
       SIGNALER-ERREUR-SQL.
           MOVE SQLCODE TO ORP-SQLCODE.
           DISPLAY 'ERREUR SQL ' FUNCTION TRIM(ORP-ETAPE)
               ', SQLCODE ' ORP-SQLCODE.
           MOVE 'O' TO WS-ERREUR-SQL.
           MOVE 1 TO RETURN-CODE.
           CLOSE EXTRAIT-FILE.
           OPEN OUTPUT EXTRAIT-FILE.
           IF NOT STATUT-EXTRAIT-OK
               DISPLAY 'ORPHELINS-CONTRATS.DAT INDISPONIBLE : '
                   WS-STATUS-EXTRAIT
               GO TO SIGNALER-ERREUR-SQL-FIN
           END-IF.
           MOVE SPACES TO EXTRAIT-RECORD.
           STRING 'ERREUR ' WS-DATE-JOUR ' ' FUNCTION TRIM(ORP-ETAPE)
               ' SQLCODE ' ORP-SQLCODE
               DELIMITED BY SIZE INTO EXTRAIT-RECORD.
           WRITE EXTRAIT-RECORD.
           CLOSE EXTRAIT-FILE.
       SIGNALER-ERREUR-SQL-FIN. EXIT.
