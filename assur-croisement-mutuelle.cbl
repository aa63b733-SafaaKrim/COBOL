      ********************************************************************
      *     Croisement du portefeuille d'assurance et des adherents de  *
      *     la mutuelle BOBO-NIORT : clients detenteurs des deux, des   *
      *     assures sans adhesion et des adherents actifs sans police,  *
      *     avec une synthese par intermediaire pour la vente croisee.  *
      ********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assur-croisement-mutuelle.
       AUTHOR. K.SAFAA.

      * Le portefeuille d'assurance (CLIENTS-ASSUR.DAT et les polices
      * de ASSUR-PART1/PART2) et la mutuelle (table MEMBER de bobodb)
      * couvrent la meme population sans que personne ne sache qui
      * detient les deux, ou un seul. Ce batch rapproche chaque
      * client titulaire d'au moins une police ACTIF des adherents
      * actifs de la mutuelle (ACTIVE_MBR a 'O', non clos) sur le
      * nom normalise comme dans assur-clients-doublons.cbl
      * (majuscules, espaces et traits d'union retires), le nom
      * d'adherent etant pris nom puis prenom ou prenom puis nom.
      * Quand la date de naissance est connue des deux cotes
      * (CLIENTS-ASSUR.DAT et BIRTH_DAT), elle doit aussi
      * concorder : deux homonymes nes a des dates differentes ne
      * sont pas apparies. RAPPORT-CROISEMENT-MUTUELLE.DAT donne :
      *   1. les clients detenteurs des deux (produit, nombre de
      *      polices et prime annuelle ; contrat, nombre de contrats
      *      et cotisation mutuelle) ;
      *   2. les clients d'assurance sans adhesion ;
      *   3. les adherents actifs sans police ;
      * puis une synthese par intermediaire (WS-IRP de la premiere
      * police du client) pour orienter la prospection. Les
      * adherents sont lus d'abord, la mutuelle n'est plus
      * sollicitee pendant le rapprochement. Acces a bobodb sous
      * forme precompilee OCESQL, comme people-rapprochement.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTS-FILE ASSIGN TO 'clients-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CLIENTS.

           SELECT ASSUR-PART1-FILE ASSIGN TO 'assurances-part1.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-ID OF WS-ASSUR-PART1-RECORD
           ALTERNATE RECORD KEY IS WS-NOM-ASS OF
               WS-ASSUR-PART1-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER.

           SELECT ASSUR-PART2-FILE ASSIGN TO 'assurances-part2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-ID OF WS-ASSUR-PART2-RECORD
           ALTERNATE RECORD KEY IS WS-NOM-ASS OF
               WS-ASSUR-PART2-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER2.

           SELECT RAPPORT-FILE
           ASSIGN TO 'rapport-croisement-mutuelle.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS-FILE
      * Meme dessin que dans assur-clients.cbl.
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD     IS WS-CLIENT-RECORD.
       01 WS-CLIENT-RECORD.
           05 WS-CLT-NUMERO    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-CLT-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(1).
           05 WS-CLT-NAISSANCE PIC X(8).
           05 FILLER           PIC X(1).

       FD ASSUR-PART1-FILE
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-ASSUR-PART1-RECORD.
       01 WS-ASSUR-PART1-RECORD.
               05 WS-ID        PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-NOM       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-IRP       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-NOM-ASS   PIC X(41).
               05 FILLER       PIC X(1).
               05 WS-STATUT    PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-Date1     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-date2     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-PRIX      PIC X(9).
               05 FILLER       PIC X(1).
               05 WS-DEVISE    PIC X(3).

       FD ASSUR-PART2-FILE
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-ASSUR-PART2-RECORD.
       01 WS-ASSUR-PART2-RECORD.
               05 WS-ID        PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-NOM       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-IRP       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-NOM-ASS   PIC X(41).
               05 FILLER       PIC X(1).
               05 WS-STATUT    PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-Date1     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-date2     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-PRIX      PIC X(9).
               05 FILLER       PIC X(1).
               05 WS-DEVISE    PIC X(3).

       FD RAPPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-CLIENTS==
                     ==FSTAT-OK==    BY ==STATUT-CLIENTS-OK==.
           88 STATUT-CLIENTS-FIN VALUE '10'.

       01 WS-STATUS-FICHIER  PIC X(02).
          88 STATUT-FICHIER-OK   VALUE '00'.
          88 STATUT-FICHIER-FIN  VALUE '10'.

       01 WS-STATUS-FICHIER2 PIC X(02).
          88 STATUT-FICHIER2-OK  VALUE '00'.
          88 STATUT-FICHIER2-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-CROISEMENT'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'ASSUR-CROISEMENT'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME-BOBO        PIC X(30) VALUE 'bobodb'.
       01 USERNAME           PIC X(30) VALUE 'cobol'.
       01 PASSWD             PIC X(10) VALUE SPACE.

       01 SQL-MB-CODE        PIC X(10).
       01 SQL-MB-NOM         PIC X(30).
       01 SQL-MB-PRENOM      PIC X(30).
       01 SQL-MB-NAISSANCE   PIC X(10).
       01 SQL-MB-NB-CONTRATS PIC X(10).
       01 SQL-MB-COTISATION  PIC X(15).
       01 SQL-MB-CONTRAT     PIC X(10).
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(505) VALUE "SELECT M.CODE_MBR, COALESCE(M.L"
OCESQL  &  "NAME_MBR,''), COALESCE(M.FNAME_MBR,''), COALESCE(CAST(M.BIR"
OCESQL  &  "TH_DAT AS VARCHAR),''), CAST(COUNT(C.CODE_CNT) AS VARCHAR),"
OCESQL  &  " CAST(COALESCE(SUM(C.COST_CNT),0) AS VARCHAR), COALESCE(MIN"
OCESQL  &  "(K.LABS_CNT),'') FROM MEMBER M LEFT JOIN MBR_CNT C ON C.COD"
OCESQL  &  "E_MBR = M.CODE_MBR AND C.ACTIVE_MBRCNT = 'O' LEFT JOIN CONT"
OCESQL  &  "RACT K ON K.CODE_CNT = C.CODE_CNT WHERE M.ACTIVE_MBR = 'O' "
OCESQL  &  "AND M.DAT_CLOSE_MBR IS NULL GROUP BY M.CODE_MBR, M.LNAME_MB"
OCESQL  &  "R, M.FNAME_MBR, M.BIRTH_DAT ORDER BY M.LNAME_MBR, M.FNAME_M"
OCESQL  &  "BR".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       01 WS-MBR-SQLCODE     PIC S9(9) VALUE ZERO.

      * Clients titulaires d'au moins une police ACTIF, avec le
      * cumul de leurs polices et l'adherent apparie le cas echeant.
       01 WS-MAX-CLIENTS     PIC 9(04) VALUE 500.
       01 WS-NB-CLIENTS      PIC 9(04) VALUE ZERO.
       01 WS-TAB-CLIENTS.
          05 WS-CLI-ENTREE OCCURS 500 TIMES.
             10 WS-CLI-NUMERO     PIC X(8).
             10 WS-CLI-NOM-ASS    PIC X(41).
             10 WS-CLI-NOM-NORM   PIC X(61).
             10 WS-CLI-NAISSANCE  PIC X(8).
             10 WS-CLI-NB-POLICES PIC 9(03).
             10 WS-CLI-PRODUIT    PIC X(14).
             10 WS-CLI-PRIME      PIC 9(11).
             10 WS-CLI-DEVISE     PIC X(3).
             10 WS-CLI-IRP        PIC X(14).
             10 WS-CLI-MBR-POS    PIC 9(04).

      * Adherents actifs de la mutuelle, charges depuis bobodb avec
      * leurs deux formes de nom normalise.
       01 WS-MAX-MEMBRES     PIC 9(04) VALUE 500.
       01 WS-NB-MEMBRES      PIC 9(04) VALUE ZERO.
       01 WS-TAB-MEMBRES.
          05 WS-MBR-ENTREE OCCURS 500 TIMES.
             10 WS-MBR-CODE        PIC X(10).
             10 WS-MBR-NOM         PIC X(30).
             10 WS-MBR-PRENOM      PIC X(30).
             10 WS-MBR-NAISSANCE   PIC X(8).
             10 WS-MBR-NORM-1      PIC X(61).
             10 WS-MBR-NORM-2      PIC X(61).
             10 WS-MBR-NB-CONTRATS PIC 9(03).
             10 WS-MBR-COTISATION  PIC 9(09).
             10 WS-MBR-CONTRAT     PIC X(10).
             10 WS-MBR-APPARIE     PIC X(01).
                88 MEMBRE-APPARIE  VALUE 'O'.

      * Synthese par intermediaire.
       01 WS-NB-SYNTHESE     PIC 9(03) VALUE ZERO.
       01 WS-TAB-SYNTHESE.
          05 WS-SYN-ENTREE OCCURS 100 TIMES.
             10 WS-SYN-IRP         PIC X(14).
             10 WS-SYN-DEUX        PIC 9(05).
             10 WS-SYN-ASSUR-SEUL  PIC 9(05).
       01 WS-SYN-POS         PIC 9(03) VALUE ZERO.

      * Police ACTIF en cours de cumul.
       01 WS-CRT-NOM-ASS     PIC X(41).
       01 WS-CRT-NOM         PIC X(14).
       01 WS-CRT-IRP         PIC X(14).
       01 WS-CRT-PRIX        PIC X(9).
       01 WS-CRT-DEVISE      PIC X(3).

       01 WS-NOM-TRAVAIL     PIC X(61).
       01 WS-NOM-NORMALISE   PIC X(61).
       01 WS-POS-SOURCE      PIC 9(04) VALUE ZERO.
       01 WS-POS-CIBLE       PIC 9(04) VALUE ZERO.
       01 WS-CLI-POS         PIC 9(04) VALUE ZERO.
       01 WS-I               PIC 9(04) VALUE ZERO.
       01 WS-J               PIC 9(04) VALUE ZERO.

       01 WS-NB-POLICES-LUES PIC 9(05) VALUE ZERO.
       01 WS-NB-DEUX         PIC 9(04) VALUE ZERO.
       01 WS-NB-ASSUR-SEUL   PIC 9(04) VALUE ZERO.
       01 WS-NB-MUTUELLE-SEULE PIC 9(04) VALUE ZERO.
       01 WS-NB-HOMONYMES    PIC 9(04) VALUE ZERO.

       01 WS-NB-ED           PIC ZZ9.
       01 WS-PRIME-ED        PIC Z(10)9.
       01 WS-COTISATION-ED   PIC Z(8)9.
       01 WS-COMPTEUR-ED     PIC ZZZZ9.
       01 WS-DATE-JOUR       PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 1000-CHARGER-CLIENTS
           THRU    1000-CHARGER-CLIENTS-FIN.

           PERFORM 2000-CUMULER-POLICES
           THRU    2000-CUMULER-POLICES-FIN.

           PERFORM 3000-CHARGER-ADHERENTS
           THRU    3000-CHARGER-ADHERENTS-FIN.

           PERFORM 4000-APPARIER
           THRU    4000-APPARIER-FIN.

           PERFORM 5000-ECRIRE-RAPPORT
           THRU    5000-ECRIRE-RAPPORT-FIN.

           DISPLAY 'CLIENTS ASSURANCE ACTIFS   : ' WS-NB-CLIENTS.
           DISPLAY 'ADHERENTS MUTUELLE ACTIFS  : ' WS-NB-MEMBRES.
           DISPLAY 'DETENTEURS DES DEUX        : ' WS-NB-DEUX.
           DISPLAY 'ASSURES SANS ADHESION      : ' WS-NB-ASSUR-SEUL.
           DISPLAY 'ADHERENTS SANS POLICE      : '
               WS-NB-MUTUELLE-SEULE.
           DISPLAY 'HOMONYMES ECARTES (NAISS.) : ' WS-NB-HOMONYMES.

           MOVE WS-NB-CLIENTS TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-DEUX    TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Charge le referentiel clients (numero, nom, date de naissance
      * eventuelle). Absent, les clients sont repris des seules
      * polices, sans numero ni date de naissance.
      ******************************************************************
       1000-CHARGER-CLIENTS.
           OPEN INPUT CLIENTS-FILE.
           IF NOT STATUT-CLIENTS-OK
               DISPLAY 'CLIENTS-ASSUR.DAT ILLISIBLE ('
                   WS-STATUS-CLIENTS ') : CLIENTS REPRIS DES POLICES'
               GO TO 1000-CHARGER-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL STATUT-CLIENTS-FIN
               READ CLIENTS-FILE
               IF STATUT-CLIENTS-OK
                   IF WS-NB-CLIENTS >= WS-MAX-CLIENTS
                       DISPLAY 'ERREUR : DEPASSEMENT DE '
                           'WS-TAB-CLIENTS (MAXIMUM '
                           WS-MAX-CLIENTS ')'
                       CLOSE CLIENTS-FILE
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-CLIENTS
                   MOVE WS-CLT-NUMERO
                       TO WS-CLI-NUMERO (WS-NB-CLIENTS)
                   MOVE WS-CLT-NOM-ASS
                       TO WS-CLI-NOM-ASS (WS-NB-CLIENTS)
                   IF WS-CLT-NAISSANCE NUMERIC
                       MOVE WS-CLT-NAISSANCE
                           TO WS-CLI-NAISSANCE (WS-NB-CLIENTS)
                   ELSE
                       MOVE SPACES
                           TO WS-CLI-NAISSANCE (WS-NB-CLIENTS)
                   END-IF
                   PERFORM 1100-INITIALISER-CLIENT
                   THRU    1100-INITIALISER-CLIENT-FIN
               ELSE
                   SET STATUT-CLIENTS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE CLIENTS-FILE.
       1000-CHARGER-CLIENTS-FIN. EXIT.

      * Nom normalise et cumuls a zero du client WS-NB-CLIENTS.
       1100-INITIALISER-CLIENT.
           MOVE WS-CLI-NOM-ASS (WS-NB-CLIENTS) TO WS-NOM-TRAVAIL.
           PERFORM 6000-NORMALISER-NOM
           THRU    6000-NORMALISER-NOM-FIN.
           MOVE WS-NOM-NORMALISE TO WS-CLI-NOM-NORM (WS-NB-CLIENTS).
           MOVE ZERO   TO WS-CLI-NB-POLICES (WS-NB-CLIENTS).
           MOVE SPACES TO WS-CLI-PRODUIT (WS-NB-CLIENTS).
           MOVE ZERO   TO WS-CLI-PRIME (WS-NB-CLIENTS).
           MOVE SPACES TO WS-CLI-DEVISE (WS-NB-CLIENTS).
           MOVE SPACES TO WS-CLI-IRP (WS-NB-CLIENTS).
           MOVE ZERO   TO WS-CLI-MBR-POS (WS-NB-CLIENTS).
       1100-INITIALISER-CLIENT-FIN. EXIT.

      ******************************************************************
      * Cumule par client les polices ACTIF de PART1 puis PART2 :
      * nombre, premier produit, prime annuelle totale, devise et
      * intermediaire de la premiere police.
      ******************************************************************
       2000-CUMULER-POLICES.
           OPEN INPUT ASSUR-PART1-FILE.
           IF NOT STATUT-FICHIER-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART1.DAT : '
                       WS-STATUS-FICHIER
               MOVE '2000-CUMULER-POLICES'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ASSUR-PART1-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER WS-LOG-MESSAGE
               GO TO 2000-CUMULER-P2
           END-IF.
           READ ASSUR-PART1-FILE.
           PERFORM UNTIL STATUT-FICHIER-FIN
               IF NOT STATUT-FICHIER-OK
                   DISPLAY 'ERREUR LECTURE ASSURANCES-PART1.DAT : '
                           WS-STATUS-FICHIER
                   SET STATUT-FICHIER-FIN TO TRUE
               ELSE
                   IF WS-STATUT OF WS-ASSUR-PART1-RECORD = 'ACTIF   '
                       MOVE WS-NOM-ASS OF WS-ASSUR-PART1-RECORD
                           TO WS-CRT-NOM-ASS
                       MOVE WS-NOM OF WS-ASSUR-PART1-RECORD
                           TO WS-CRT-NOM
                       MOVE WS-IRP OF WS-ASSUR-PART1-RECORD
                           TO WS-CRT-IRP
                       MOVE WS-PRIX OF WS-ASSUR-PART1-RECORD
                           TO WS-CRT-PRIX
                       MOVE WS-DEVISE OF WS-ASSUR-PART1-RECORD
                           TO WS-CRT-DEVISE
                       PERFORM 2100-RATTACHER-POLICE
                       THRU    2100-RATTACHER-POLICE-FIN
                   END-IF
                   READ ASSUR-PART1-FILE
               END-IF
           END-PERFORM.
           CLOSE ASSUR-PART1-FILE.

       2000-CUMULER-P2.
           OPEN INPUT ASSUR-PART2-FILE.
           IF NOT STATUT-FICHIER2-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART2.DAT : '
                       WS-STATUS-FICHIER2
               MOVE '2000-CUMULER-POLICES'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ASSUR-PART2-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER2 WS-LOG-MESSAGE
               GO TO 2000-CUMULER-POLICES-FIN
           END-IF.
           READ ASSUR-PART2-FILE.
           PERFORM UNTIL STATUT-FICHIER2-FIN
               IF NOT STATUT-FICHIER2-OK
                   DISPLAY 'ERREUR LECTURE ASSURANCES-PART2.DAT : '
                           WS-STATUS-FICHIER2
                   SET STATUT-FICHIER2-FIN TO TRUE
               ELSE
                   IF WS-STATUT OF WS-ASSUR-PART2-RECORD = 'ACTIF   '
                       MOVE WS-NOM-ASS OF WS-ASSUR-PART2-RECORD
                           TO WS-CRT-NOM-ASS
                       MOVE WS-NOM OF WS-ASSUR-PART2-RECORD
                           TO WS-CRT-NOM
                       MOVE WS-IRP OF WS-ASSUR-PART2-RECORD
                           TO WS-CRT-IRP
                       MOVE WS-PRIX OF WS-ASSUR-PART2-RECORD
                           TO WS-CRT-PRIX
                       MOVE WS-DEVISE OF WS-ASSUR-PART2-RECORD
                           TO WS-CRT-DEVISE
                       PERFORM 2100-RATTACHER-POLICE
                       THRU    2100-RATTACHER-POLICE-FIN
                   END-IF
                   READ ASSUR-PART2-FILE
               END-IF
           END-PERFORM.
           CLOSE ASSUR-PART2-FILE.
       2000-CUMULER-POLICES-FIN. EXIT.

      ******************************************************************
      * Rattache la police courante a son client (par WS-NOM-ASS),
      * cree au besoin quand le referentiel ne le connait pas encore.
      * Des polices en devises differentes donnent la devise 'MIX'.
      ******************************************************************
       2100-RATTACHER-POLICE.
           ADD 1 TO WS-NB-POLICES-LUES.
           IF WS-CRT-NOM-ASS = SPACES
               GO TO 2100-RATTACHER-POLICE-FIN
           END-IF.
           MOVE ZERO TO WS-CLI-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CLIENTS
               IF WS-CLI-NOM-ASS (WS-I) = WS-CRT-NOM-ASS
                   MOVE WS-I TO WS-CLI-POS
               END-IF
           END-PERFORM.
           IF WS-CLI-POS = ZERO
               IF WS-NB-CLIENTS >= WS-MAX-CLIENTS
                   DISPLAY 'ERREUR : DEPASSEMENT DE WS-TAB-CLIENTS '
                       '(MAXIMUM ' WS-MAX-CLIENTS ')'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-CLIENTS
               MOVE SPACES         TO WS-CLI-NUMERO (WS-NB-CLIENTS)
               MOVE WS-CRT-NOM-ASS TO WS-CLI-NOM-ASS (WS-NB-CLIENTS)
               MOVE SPACES         TO WS-CLI-NAISSANCE (WS-NB-CLIENTS)
               PERFORM 1100-INITIALISER-CLIENT
               THRU    1100-INITIALISER-CLIENT-FIN
               MOVE WS-NB-CLIENTS TO WS-CLI-POS
           END-IF.

           ADD 1 TO WS-CLI-NB-POLICES (WS-CLI-POS).
           IF WS-CLI-NB-POLICES (WS-CLI-POS) = 1
               MOVE WS-CRT-NOM    TO WS-CLI-PRODUIT (WS-CLI-POS)
               MOVE WS-CRT-IRP    TO WS-CLI-IRP (WS-CLI-POS)
               MOVE WS-CRT-DEVISE TO WS-CLI-DEVISE (WS-CLI-POS)
           ELSE
               IF WS-CLI-DEVISE (WS-CLI-POS) NOT = WS-CRT-DEVISE
                   MOVE 'MIX' TO WS-CLI-DEVISE (WS-CLI-POS)
               END-IF
           END-IF.
           IF WS-CRT-PRIX NUMERIC
               COMPUTE WS-CLI-PRIME (WS-CLI-POS) =
                   WS-CLI-PRIME (WS-CLI-POS)
                   + FUNCTION NUMVAL(WS-CRT-PRIX)
           END-IF.
       2100-RATTACHER-POLICE-FIN. EXIT.

      ******************************************************************
      * Connexion a bobodb et chargement des adherents actifs avec le
      * nombre de leurs contrats actifs, la cotisation cumulee et le
      * libelle court du premier contrat.
      ******************************************************************
       3000-CHARGER-ADHERENTS.
OCESQL*    EXEC SQL
OCESQL*        CONNECT :USERNAME IDENTIFIED BY :PASSWD
OCESQL*            USING :DBNAME-BOBO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE USERNAME
OCESQL          BY VALUE 30
OCESQL          BY REFERENCE PASSWD
OCESQL          BY VALUE 10
OCESQL          BY REFERENCE DBNAME-BOBO
OCESQL          BY VALUE 30
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'CONNEXION BOBODB IMPOSSIBLE, SQLCODE ' SQLCODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

OCESQL*    EXEC SQL DECLARE CRX_CUR CURSOR FOR ... END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "assur_CRX_CUR" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN CRX_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "assur_CRX_CUR" & x"00"
OCESQL     END-CALL.

           MOVE ZERO TO WS-MBR-SQLCODE.
           PERFORM UNTIL WS-MBR-SQLCODE = +100
OCESQL*        EXEC SQL FETCH CRX_CUR INTO ... END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-MB-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-MB-NOM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-MB-PRENOM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-MB-NAISSANCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-MB-NB-CONTRATS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 15
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-MB-COTISATION
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-MB-CONTRAT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "assur_CRX_CUR" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               MOVE SQLCODE TO WS-MBR-SQLCODE
               IF WS-MBR-SQLCODE = 0
                   IF WS-NB-MEMBRES < WS-MAX-MEMBRES
                       PERFORM 3100-RANGER-ADHERENT
                       THRU    3100-RANGER-ADHERENT-FIN
                   ELSE
                       DISPLAY 'PLUS DE 500 ADHERENTS, SUITE IGNOREE'
                   END-IF
               ELSE
                   IF WS-MBR-SQLCODE NOT = +100
                       DISPLAY 'ERREUR LECTURE MEMBER, SQLCODE '
                           WS-MBR-SQLCODE
                       MOVE +100 TO WS-MBR-SQLCODE
                   END-IF
               END-IF
           END-PERFORM.

OCESQL*    EXEC SQL CLOSE CRX_CUR END-EXEC.
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "assur_CRX_CUR" & x"00"
OCESQL     END-CALL.

OCESQL*    EXEC SQL DISCONNECT ALL END-EXEC.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.
       3000-CHARGER-ADHERENTS-FIN. EXIT.

      * Range l'adherent lu : BIRTH_DAT AAAA-MM-JJ ramenee a
      * AAAAMMJJ, nom normalise nom-prenom et prenom-nom.
       3100-RANGER-ADHERENT.
           ADD 1 TO WS-NB-MEMBRES.
           MOVE SQL-MB-CODE   TO WS-MBR-CODE (WS-NB-MEMBRES).
           MOVE SQL-MB-NOM    TO WS-MBR-NOM (WS-NB-MEMBRES).
           MOVE SQL-MB-PRENOM TO WS-MBR-PRENOM (WS-NB-MEMBRES).
           MOVE SPACES TO WS-MBR-NAISSANCE (WS-NB-MEMBRES).
           IF SQL-MB-NAISSANCE(5:1) = '-'
               AND SQL-MB-NAISSANCE(8:1) = '-'
               STRING SQL-MB-NAISSANCE(1:4) SQL-MB-NAISSANCE(6:2)
                   SQL-MB-NAISSANCE(9:2)
                   DELIMITED BY SIZE
                   INTO WS-MBR-NAISSANCE (WS-NB-MEMBRES)
           END-IF.
           IF WS-MBR-NAISSANCE (WS-NB-MEMBRES) NOT NUMERIC
               MOVE SPACES TO WS-MBR-NAISSANCE (WS-NB-MEMBRES)
           END-IF.

           MOVE SPACES TO WS-NOM-TRAVAIL.
           STRING SQL-MB-NOM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SQL-MB-PRENOM DELIMITED BY SIZE
               INTO WS-NOM-TRAVAIL.
           PERFORM 6000-NORMALISER-NOM
           THRU    6000-NORMALISER-NOM-FIN.
           MOVE WS-NOM-NORMALISE TO WS-MBR-NORM-1 (WS-NB-MEMBRES).
           MOVE SPACES TO WS-NOM-TRAVAIL.
           STRING SQL-MB-PRENOM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SQL-MB-NOM DELIMITED BY SIZE
               INTO WS-NOM-TRAVAIL.
           PERFORM 6000-NORMALISER-NOM
           THRU    6000-NORMALISER-NOM-FIN.
           MOVE WS-NOM-NORMALISE TO WS-MBR-NORM-2 (WS-NB-MEMBRES).

           MOVE FUNCTION NUMVAL(SQL-MB-NB-CONTRATS)
               TO WS-MBR-NB-CONTRATS (WS-NB-MEMBRES).
           MOVE FUNCTION NUMVAL(SQL-MB-COTISATION)
               TO WS-MBR-COTISATION (WS-NB-MEMBRES).
           MOVE SQL-MB-CONTRAT TO WS-MBR-CONTRAT (WS-NB-MEMBRES).
           MOVE 'N' TO WS-MBR-APPARIE (WS-NB-MEMBRES).
       3100-RANGER-ADHERENT-FIN. EXIT.

      ******************************************************************
      * Apparie chaque client titulaire de polices au premier
      * adherent encore libre de meme nom normalise (dans un sens ou
      * dans l'autre) dont la date de naissance ne contredit pas la
      * sienne.
      ******************************************************************
       4000-APPARIER.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CLIENTS
               IF WS-CLI-NB-POLICES (WS-I) > ZERO
                   AND WS-CLI-NOM-NORM (WS-I) NOT = SPACES
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-NB-MEMBRES
                              OR WS-CLI-MBR-POS (WS-I) NOT = ZERO
                       PERFORM 4100-COMPARER
                       THRU    4100-COMPARER-FIN
                   END-PERFORM
               END-IF
           END-PERFORM.
       4000-APPARIER-FIN. EXIT.

      * Compare le client WS-I a l'adherent WS-J.
       4100-COMPARER.
           IF MEMBRE-APPARIE (WS-J)
               GO TO 4100-COMPARER-FIN
           END-IF.
           IF WS-CLI-NOM-NORM (WS-I) NOT = WS-MBR-NORM-1 (WS-J)
               AND WS-CLI-NOM-NORM (WS-I) NOT = WS-MBR-NORM-2 (WS-J)
               GO TO 4100-COMPARER-FIN
           END-IF.
           IF WS-CLI-NAISSANCE (WS-I) NOT = SPACES
               AND WS-MBR-NAISSANCE (WS-J) NOT = SPACES
               AND WS-CLI-NAISSANCE (WS-I)
                   NOT = WS-MBR-NAISSANCE (WS-J)
               ADD 1 TO WS-NB-HOMONYMES
               GO TO 4100-COMPARER-FIN
           END-IF.
           MOVE WS-J TO WS-CLI-MBR-POS (WS-I).
           MOVE 'O' TO WS-MBR-APPARIE (WS-J).
       4100-COMPARER-FIN. EXIT.

      ******************************************************************
      * Ecrit les trois listes puis la synthese par intermediaire.
      ******************************************************************
       5000-ECRIRE-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'ERREUR OUVERTURE '
                   'RAPPORT-CROISEMENT-MUTUELLE.DAT : '
                   WS-STATUS-RAPPORT
               MOVE '5000-ECRIRE-RAPPORT'     TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RAPPORT-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-RAPPORT WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'CROISEMENT ASSURANCE / MUTUELLE BOBO-NIORT DU '
               WS-DATE-JOUR
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

      * 1. Clients detenteurs des deux.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE '1. CLIENTS DETENTEURS D''UNE POLICE ET D''UNE ADHESION'
               TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'CLIENT   ASSURE                         PRODUIT   '
               '      NB       PRIME DEV INTERMEDIAIRE  ADHERENT  '
               ' CONTRAT     NB COTISATION'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CLIENTS
               IF WS-CLI-NB-POLICES (WS-I) > ZERO
                   AND WS-CLI-MBR-POS (WS-I) NOT = ZERO
                   ADD 1 TO WS-NB-DEUX
                   PERFORM 5100-ECRIRE-CLIENT
                   THRU    5100-ECRIRE-CLIENT-FIN
               END-IF
           END-PERFORM.

      * 2. Clients d'assurance sans adhesion.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE '2. CLIENTS D''ASSURANCE SANS ADHESION A LA MUTUELLE'
               TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'CLIENT   ASSURE                         PRODUIT   '
               '      NB       PRIME DEV INTERMEDIAIRE'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CLIENTS
               IF WS-CLI-NB-POLICES (WS-I) > ZERO
                   AND WS-CLI-MBR-POS (WS-I) = ZERO
                   ADD 1 TO WS-NB-ASSUR-SEUL
                   PERFORM 5100-ECRIRE-CLIENT
                   THRU    5100-ECRIRE-CLIENT-FIN
               END-IF
           END-PERFORM.

      * 3. Adherents actifs sans police.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE '3. ADHERENTS ACTIFS DE LA MUTUELLE SANS POLICE'
               TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'ADHERENT   NOM                            PRENOM  '
               '                       NAISSANCE CONTRAT     NB CO'
               'TISATION'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-MEMBRES
               IF NOT MEMBRE-APPARIE (WS-J)
                   ADD 1 TO WS-NB-MUTUELLE-SEULE
                   MOVE WS-MBR-NB-CONTRATS (WS-J) TO WS-NB-ED
                   MOVE WS-MBR-COTISATION (WS-J)  TO WS-COTISATION-ED
                   MOVE SPACES TO WS-RAPPORT-RECORD
                   STRING WS-MBR-CODE (WS-J) ' '
                       WS-MBR-NOM (WS-J) ' '
                       WS-MBR-PRENOM (WS-J) ' '
                       WS-MBR-NAISSANCE (WS-J) '  '
                       WS-MBR-CONTRAT (WS-J) ' '
                       WS-NB-ED ' ' WS-COTISATION-ED
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
                   WRITE WS-RAPPORT-RECORD
               END-IF
           END-PERFORM.

           PERFORM 5400-ECRIRE-SYNTHESE
           THRU    5400-ECRIRE-SYNTHESE-FIN.

           CLOSE RAPPORT-FILE.
       5000-ECRIRE-RAPPORT-FIN. EXIT.

      * Ligne du client WS-I (avec son adherent s'il en a un), et
      * cumul de la synthese par intermediaire.
       5100-ECRIRE-CLIENT.
           MOVE WS-CLI-NB-POLICES (WS-I) TO WS-NB-ED.
           MOVE WS-CLI-PRIME (WS-I)      TO WS-PRIME-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING WS-CLI-NUMERO (WS-I) ' '
               WS-CLI-NOM-ASS (WS-I)(1:30) ' '
               WS-CLI-PRODUIT (WS-I) ' '
               WS-NB-ED ' ' WS-PRIME-ED ' '
               WS-CLI-DEVISE (WS-I) ' '
               WS-CLI-IRP (WS-I)
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           IF WS-CLI-MBR-POS (WS-I) NOT = ZERO
               MOVE WS-CLI-MBR-POS (WS-I) TO WS-J
               MOVE WS-MBR-NB-CONTRATS (WS-J) TO WS-NB-ED
               MOVE WS-MBR-COTISATION (WS-J)  TO WS-COTISATION-ED
               STRING WS-MBR-CODE (WS-J) ' '
                   WS-MBR-CONTRAT (WS-J) ' '
                   WS-NB-ED ' ' WS-COTISATION-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD(91:42)
           END-IF.
           WRITE WS-RAPPORT-RECORD.

           MOVE ZERO TO WS-SYN-POS.
           PERFORM VARYING WS-POS-SOURCE FROM 1 BY 1
                   UNTIL WS-POS-SOURCE > WS-NB-SYNTHESE
               IF WS-SYN-IRP (WS-POS-SOURCE) = WS-CLI-IRP (WS-I)
                   MOVE WS-POS-SOURCE TO WS-SYN-POS
               END-IF
           END-PERFORM.
           IF WS-SYN-POS = ZERO
               IF WS-NB-SYNTHESE >= 100
                   DISPLAY 'PLUS DE 100 INTERMEDIAIRES, SYNTHESE '
                       'INCOMPLETE POUR ' WS-CLI-IRP (WS-I)
                   GO TO 5100-ECRIRE-CLIENT-FIN
               END-IF
               ADD 1 TO WS-NB-SYNTHESE
               MOVE WS-NB-SYNTHESE TO WS-SYN-POS
               MOVE WS-CLI-IRP (WS-I) TO WS-SYN-IRP (WS-SYN-POS)
               MOVE ZERO TO WS-SYN-DEUX (WS-SYN-POS)
               MOVE ZERO TO WS-SYN-ASSUR-SEUL (WS-SYN-POS)
           END-IF.
           IF WS-CLI-MBR-POS (WS-I) NOT = ZERO
               ADD 1 TO WS-SYN-DEUX (WS-SYN-POS)
           ELSE
               ADD 1 TO WS-SYN-ASSUR-SEUL (WS-SYN-POS)
           END-IF.
       5100-ECRIRE-CLIENT-FIN. EXIT.

      ******************************************************************
      * Synthese par intermediaire : clients detenteurs des deux et
      * clients a qui proposer l'adhesion ; totaux generaux.
      ******************************************************************
       5400-ECRIRE-SYNTHESE.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE 'SYNTHESE PAR INTERMEDIAIRE' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE 'INTERMEDIAIRE  DETENTEURS DES DEUX  SANS ADHESION'
               TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-SYN-POS FROM 1 BY 1
                   UNTIL WS-SYN-POS > WS-NB-SYNTHESE
               MOVE SPACES TO WS-RAPPORT-RECORD
               MOVE WS-SYN-DEUX (WS-SYN-POS) TO WS-COMPTEUR-ED
               STRING WS-SYN-IRP (WS-SYN-POS) '              '
                   WS-COMPTEUR-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               MOVE WS-SYN-ASSUR-SEUL (WS-SYN-POS) TO WS-COMPTEUR-ED
               MOVE WS-COMPTEUR-ED TO WS-RAPPORT-RECORD(46:5)
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.

           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'DETENTEURS DES DEUX : ' WS-NB-DEUX
               '  ASSURES SANS ADHESION : ' WS-NB-ASSUR-SEUL
               '  ADHERENTS SANS POLICE : ' WS-NB-MUTUELLE-SEULE
               '  HOMONYMES ECARTES : ' WS-NB-HOMONYMES
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       5400-ECRIRE-SYNTHESE-FIN. EXIT.

      ******************************************************************
      * Normalise WS-NOM-TRAVAIL dans WS-NOM-NORMALISE comme
      * assur-clients-doublons.cbl : majuscules, puis espaces et
      * traits d'union retires par tassement vers la gauche.
      ******************************************************************
       6000-NORMALISER-NOM.
           MOVE FUNCTION UPPER-CASE(WS-NOM-TRAVAIL) TO WS-NOM-TRAVAIL.
           MOVE SPACES TO WS-NOM-NORMALISE.
           MOVE ZERO TO WS-POS-CIBLE.
           PERFORM VARYING WS-POS-SOURCE FROM 1 BY 1
                   UNTIL WS-POS-SOURCE > 61
               IF WS-NOM-TRAVAIL(WS-POS-SOURCE:1) NOT = SPACE
                   AND WS-NOM-TRAVAIL(WS-POS-SOURCE:1) NOT = '-'
                   ADD 1 TO WS-POS-CIBLE
                   MOVE WS-NOM-TRAVAIL(WS-POS-SOURCE:1)
                       TO WS-NOM-NORMALISE(WS-POS-CIBLE:1)
               END-IF
           END-PERFORM.
       6000-NORMALISER-NOM-FIN. EXIT.

       END PROGRAM assur-croisement-mutuelle.
