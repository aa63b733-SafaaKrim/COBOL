      *   pour les mises a jour en masse, et un certificat par
      *   demande est ecrit dans certificats-effacement.dat. Les deux
      *   bases sont traitees l'une apres l'autre, comme dans
      *   people-prospects.cob. Une demande sans code membre le
      *   recoit de l'index des personnes personnes-index.dat de
      *   people-index.cob quand il existe : la personne reconnue
      *   par nom normalise et date de naissance, puis son lien
      *   MEMBRE, l'un et l'autre de confiance haute ou confirmes par
      *   l'operateur. Les lignes effacees sortent de l'index au
      *   passage suivant de people-index.cob. Forme precompilee
      *   OCESQL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. people-effacement.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-JOURNAL.

           SELECT INDEX-FILE
           ASSIGN TO 'personnes-index.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INDEX.

       DATA DIVISION.
       FILE SECTION.
       FD DEMANDES-FILE
           DATA RECORD     IS WS-JOURNAL-RECORD.
       01 WS-JOURNAL-RECORD PIC X(120).

       FD INDEX-FILE
      * Meme dessin que dans people-index.cob.
           RECORD CONTAINS 183 CHARACTERS
           DATA RECORD     IS WS-INDEX-RECORD.
       01 WS-INDEX-RECORD.
           05 WS-IDX-PERSONNE  PIC 9(8).
           05 FILLER           PIC X(1).
           05 WS-IDX-SOURCE    PIC X(7).
           05 FILLER           PIC X(1).
           05 WS-IDX-CLE       PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-IDX-CONFIANCE PIC X(1).
           05 FILLER           PIC X(1).
           05 WS-IDX-ETAT      PIC X(1).
           05 FILLER           PIC X(1).
           05 WS-IDX-NAISSANCE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-IDX-NOM-NORM  PIC X(61).
           05 FILLER           PIC X(1).
           05 WS-IDX-LIBELLE   PIC X(50).
           05 FILLER           PIC X(1).
           05 WS-IDX-OPERATEUR PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-IDX-DATE-DEC  PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-DEMANDES PIC X(02).
          88 STATUT-DEMANDES-OK  VALUE '00'.
       01 WS-STATUS-JOURNAL  PIC X(02).
          88 STATUT-JOURNAL-OK VALUE '00'.

       01 WS-STATUS-INDEX    PIC X(02).
          88 STATUT-INDEX-OK  VALUE '00'.
          88 STATUT-INDEX-FIN VALUE '10'.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME-CITOYENS    PIC X(30) VALUE 'citoyens'.
       01 DBNAME-BOBO        PIC X(30) VALUE 'bobodb'.
             10 WS-DEM-CODE-MBR  PIC X(10).
             10 WS-DEM-CITOYENS  PIC X(10).
             10 WS-DEM-MUTUELLE  PIC X(10).
             10 WS-DEM-PAR-INDEX PIC X(01).

      * Decoupage de la ligne de demande courante.
       01 WS-CHAMP-PRENOM    PIC X(50).
       01 WS-PRENOM-ESC      PIC X(100).
       01 WS-NOM-ESC         PIC X(100).

      * Liens surs de l'index des personnes (confiance haute ou
      * confirmes), pour completer le code membre des demandes.
       01 WS-NB-LIENS        PIC 9(04) VALUE ZERO.
       01 WS-TAB-LIENS.
          05 WS-LN-ENTREE OCCURS 3000 TIMES.
             10 WS-LN-PERSONNE   PIC 9(08).
             10 WS-LN-SOURCE     PIC X(07).
             10 WS-LN-CLE        PIC X(20).
             10 WS-LN-NAISSANCE  PIC X(08).
             10 WS-LN-NOM-NORM   PIC X(61).
       01 WS-L               PIC 9(04).
       01 WS-PERSONNE        PIC 9(08).
       01 WS-NOM-TRAVAIL     PIC X(61).
       01 WS-NOM-NORMALISE   PIC X(61).
       01 WS-DEM-NORM-1      PIC X(61).
       01 WS-DEM-NORM-2      PIC X(61).
       01 WS-DEM-NAISS-8     PIC X(08).
       01 WS-POS-SOURCE      PIC 9(04).
       01 WS-POS-CIBLE       PIC 9(04).

       01 WS-D               PIC 9(03).
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-HEURE-JOUR      PIC 9(06).
               STOP RUN
           END-IF.

           PERFORM 1600-CHARGER-INDEX
           THRU    1600-CHARGER-INDEX-FIN.
           IF WS-NB-LIENS > ZERO
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-NB-DEMANDES
                   IF WS-DEM-CODE-MBR(WS-D) = SPACES
                       PERFORM 1700-CODE-PAR-INDEX
                       THRU    1700-CODE-PAR-INDEX-FIN
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM 2000-EFFACER-CITOYENS
           THRU    2000-EFFACER-CITOYENS-FIN.

                           TO WS-DEM-CITOYENS(WS-NB-DEMANDES)
                       MOVE SPACES
                           TO WS-DEM-MUTUELLE(WS-NB-DEMANDES)
                       MOVE 'N'
                           TO WS-DEM-PAR-INDEX(WS-NB-DEMANDES)
                   END-IF
               ELSE
                   SET STATUT-DEMANDES-FIN TO TRUE
           CLOSE DEMANDES-FILE.
       1500-CHARGER-DEMANDES-FIN. EXIT.

      ******************************************************************
      * Index des personnes, s'il a ete construit : seuls les liens
      * de confiance haute ou confirmes par l'operateur sont gardes,
      * un effacement ne devant jamais partir sur un lien incertain.
      ******************************************************************
       1600-CHARGER-INDEX.
           OPEN INPUT INDEX-FILE.
           IF NOT STATUT-INDEX-OK
               GO TO 1600-CHARGER-INDEX-FIN
           END-IF.
           PERFORM UNTIL STATUT-INDEX-FIN
               READ INDEX-FILE
               IF STATUT-INDEX-OK
                   IF (WS-IDX-CONFIANCE = 'H' OR WS-IDX-ETAT = 'C')
                       AND WS-IDX-ETAT NOT = 'S'
                       AND WS-NB-LIENS < 3000
                       ADD 1 TO WS-NB-LIENS
                       MOVE WS-IDX-PERSONNE
                           TO WS-LN-PERSONNE(WS-NB-LIENS)
                       MOVE WS-IDX-SOURCE
                           TO WS-LN-SOURCE(WS-NB-LIENS)
                       MOVE WS-IDX-CLE
                           TO WS-LN-CLE(WS-NB-LIENS)
                       MOVE WS-IDX-NAISSANCE
                           TO WS-LN-NAISSANCE(WS-NB-LIENS)
                       MOVE WS-IDX-NOM-NORM
                           TO WS-LN-NOM-NORM(WS-NB-LIENS)
                   END-IF
               ELSE
                   SET STATUT-INDEX-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE INDEX-FILE.
       1600-CHARGER-INDEX-FIN. EXIT.

      ******************************************************************
      * Demande sans code membre : la personne est reconnue dans
      * l'index par nom normalise (nom+prenom ou prenom+nom, comme
      * people-acces.cob) et date de naissance, puis son lien MEMBRE
      * donne le code.
      ******************************************************************
       1700-CODE-PAR-INDEX.
           MOVE SPACES TO WS-DEM-NAISS-8.
           IF WS-DEM-NAISSANCE(WS-D)(5:1) = '-'
               AND WS-DEM-NAISSANCE(WS-D)(8:1) = '-'
               STRING WS-DEM-NAISSANCE(WS-D)(1:4)
                   WS-DEM-NAISSANCE(WS-D)(6:2)
                   WS-DEM-NAISSANCE(WS-D)(9:2)
                   DELIMITED BY SIZE INTO WS-DEM-NAISS-8
           END-IF.
           IF WS-DEM-NAISS-8 = SPACES
               GO TO 1700-CODE-PAR-INDEX-FIN
           END-IF.

           MOVE SPACES TO WS-NOM-TRAVAIL.
           STRING FUNCTION TRIM(WS-DEM-NOM(WS-D)) ' '
               FUNCTION TRIM(WS-DEM-PRENOM(WS-D))
               DELIMITED BY SIZE INTO WS-NOM-TRAVAIL.
           PERFORM 1800-NORMALISER-NOM
           THRU    1800-NORMALISER-NOM-FIN.
           MOVE WS-NOM-NORMALISE TO WS-DEM-NORM-1.
           MOVE SPACES TO WS-NOM-TRAVAIL.
           STRING FUNCTION TRIM(WS-DEM-PRENOM(WS-D)) ' '
               FUNCTION TRIM(WS-DEM-NOM(WS-D))
               DELIMITED BY SIZE INTO WS-NOM-TRAVAIL.
           PERFORM 1800-NORMALISER-NOM
           THRU    1800-NORMALISER-NOM-FIN.
           MOVE WS-NOM-NORMALISE TO WS-DEM-NORM-2.

           MOVE ZERO TO WS-PERSONNE.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NB-LIENS OR WS-PERSONNE NOT = ZERO
               IF WS-LN-NAISSANCE(WS-L) = WS-DEM-NAISS-8
                   AND (WS-LN-NOM-NORM(WS-L) = WS-DEM-NORM-1
                        OR WS-LN-NOM-NORM(WS-L) = WS-DEM-NORM-2)
                   MOVE WS-LN-PERSONNE(WS-L) TO WS-PERSONNE
               END-IF
           END-PERFORM.
           IF WS-PERSONNE = ZERO
               GO TO 1700-CODE-PAR-INDEX-FIN
           END-IF.

           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NB-LIENS
                      OR WS-DEM-CODE-MBR(WS-D) NOT = SPACES
               IF WS-LN-SOURCE(WS-L) = 'MEMBRE'
                   AND WS-LN-PERSONNE(WS-L) = WS-PERSONNE
                   MOVE WS-LN-CLE(WS-L) TO WS-DEM-CODE-MBR(WS-D)
                   MOVE 'O' TO WS-DEM-PAR-INDEX(WS-D)
               END-IF
           END-PERFORM.
       1700-CODE-PAR-INDEX-FIN. EXIT.

      ******************************************************************
      * Meme normalisation que people-index.cob : majuscules, espaces
      * et traits d'union retires.
      ******************************************************************
       1800-NORMALISER-NOM.
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
       1800-NORMALISER-NOM-FIN. EXIT.

      ******************************************************************
      * Premiere phase : base citoyens. Les champs personnels de
      * chaque demande sont anonymises (noms, adresse, code postal,
                   WS-DEM-MUTUELLE(WS-D)
                   DELIMITED BY SIZE INTO WS-CERTIFICAT-RECORD
               WRITE WS-CERTIFICAT-RECORD
               IF WS-DEM-PAR-INDEX(WS-D) = 'O'
                   MOVE SPACES TO WS-CERTIFICAT-RECORD
                   STRING 'CODE MEMBRE ' WS-DEM-CODE-MBR(WS-D)
                       ' RETROUVE PAR L''INDEX DES PERSONNES.'
                       DELIMITED BY SIZE INTO WS-CERTIFICAT-RECORD
                   WRITE WS-CERTIFICAT-RECORD
               END-IF
               MOVE SPACES TO WS-CERTIFICAT-RECORD
               STRING 'LES LIGNES COMPTABLES SONT CONSERVEES '
                   '(OBLIGATION LEGALE).'
