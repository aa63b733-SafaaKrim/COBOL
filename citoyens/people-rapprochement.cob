      *   pre-notification retournes coutent du timbre chaque mois :
      *   ce rapport dit lesquels partiraient a une mauvaise adresse.
      *   Les deux bases sont interrogees l'une apres l'autre, comme
      *   dans people-prospects.cob. Quand l'index des personnes
      *   personnes-index.dat de people-index.cob existe, le citoyen
      *   d'un adherent indexe est celui de la meme personne (lien
      *   CITOYEN), lu par son id ; le rapprochement sur les noms ne
      *   sert plus qu'aux adherents absents de l'index. Forme
      *   precompilee OCESQL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. people-rapprochement.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

           SELECT INDEX-FILE
           ASSIGN TO 'personnes-index.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INDEX.

       DATA DIVISION.
       FILE SECTION.
       FD RAPPORT-FILE
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD PIC X(170).

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
       01 WS-STATUS-RAPPORT  PIC X(02).
          88 STATUT-RAPPORT-OK VALUE '00'.

       01 WS-STATUS-INDEX    PIC X(02).
          88 STATUT-INDEX-OK  VALUE '00'.
          88 STATUT-INDEX-FIN VALUE '10'.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME-CITOYENS    PIC X(30) VALUE 'citoyens'.
       01 DBNAME-BOBO        PIC X(30) VALUE 'bobodb'.
       01 WS-ESC-PTR         PIC 9(03).
       01 WS-ESC-IDX         PIC 9(03).

      * Liens MEMBRE et CITOYEN de l'index des personnes.
       01 WS-INDEX-PRESENT   PIC X(01) VALUE 'N'.
          88 INDEX-PRESENT   VALUE 'O'.
       01 WS-NB-LIENS        PIC 9(04) VALUE ZERO.
       01 WS-TAB-LIENS.
          05 WS-LN-ENTREE OCCURS 3000 TIMES.
             10 WS-LN-PERSONNE   PIC 9(08).
             10 WS-LN-SOURCE     PIC X(07).
             10 WS-LN-CLE        PIC X(20).
       01 WS-L               PIC 9(04).
       01 WS-PERSONNE        PIC 9(08).
       01 WS-ID-CITOYEN      PIC X(20).

       01 WS-C               PIC 9(03).
       01 WS-NB-DIVERGENCES  PIC 9(03) VALUE ZERO.
       01 WS-NB-DECEDES      PIC 9(03) VALUE ZERO.
               TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           PERFORM 1500-CHARGER-INDEX
           THRU    1500-CHARGER-INDEX-FIN.

           PERFORM 2000-CHARGER-MEMBRES
           THRU    2000-CHARGER-MEMBRES-FIN.

       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Index des personnes, s'il a ete construit : seuls les liens
      * MEMBRE et CITOYEN servent ici.
      ******************************************************************
       1500-CHARGER-INDEX.
           OPEN INPUT INDEX-FILE.
           IF NOT STATUT-INDEX-OK
               GO TO 1500-CHARGER-INDEX-FIN
           END-IF.
           SET INDEX-PRESENT TO TRUE.
           PERFORM UNTIL STATUT-INDEX-FIN
               READ INDEX-FILE
               IF STATUT-INDEX-OK
                   IF (WS-IDX-SOURCE = 'MEMBRE'
                       OR WS-IDX-SOURCE = 'CITOYEN')
                       AND WS-NB-LIENS < 3000
                       ADD 1 TO WS-NB-LIENS
                       MOVE WS-IDX-PERSONNE
                           TO WS-LN-PERSONNE(WS-NB-LIENS)
                       MOVE WS-IDX-SOURCE
                           TO WS-LN-SOURCE(WS-NB-LIENS)
                       MOVE WS-IDX-CLE
                           TO WS-LN-CLE(WS-NB-LIENS)
                   END-IF
               ELSE
                   SET STATUT-INDEX-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE INDEX-FILE.
       1500-CHARGER-INDEX-FIN. EXIT.

      ******************************************************************
      * Premiere phase : connexion a bobodb et chargement des
      * adherents avec leur adresse.
       4000-RAPPROCHER-FIN. EXIT.

       4100-RAPPROCHER-MEMBRE.
           IF INDEX-PRESENT
               PERFORM 4200-CITOYEN-PAR-INDEX
               THRU    4200-CITOYEN-PAR-INDEX-FIN
               IF WS-PERSONNE NOT = ZERO
                   GO TO 4100-LIRE-CITOYEN
               END-IF
           END-IF.

           MOVE WS-MBR-NOM (WS-C) TO WS-VALEUR-BRUTE.
           PERFORM 9000-ECHAPPER-VALEUR
           THRU    9000-ECHAPPER-VALEUR-FIN.
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.

       4100-LIRE-CITOYEN.
           MOVE X"00" TO WS-SQL-DYN(WS-SQL-DYN-PTR:1).

           MOVE SPACES TO SQL-CTY-CP SQL-CTY-VILLE SQL-CTY-STATUT.
           END-IF.
       4100-RAPPROCHER-MEMBRE-FIN. EXIT.

      ******************************************************************
      * Adherent present dans l'index : WS-PERSONNE recoit sa
      * personne, et la requete de lecture du citoyen de cette
      * personne est composee sur son id. Sans lien CITOYEN, la
      * requete ne renvoie rien et l'adherent sort sans citoyen.
      ******************************************************************
       4200-CITOYEN-PAR-INDEX.
           MOVE ZERO TO WS-PERSONNE.
           MOVE SPACES TO WS-ID-CITOYEN.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NB-LIENS OR WS-PERSONNE NOT = ZERO
               IF WS-LN-SOURCE(WS-L) = 'MEMBRE'
                   AND WS-LN-CLE(WS-L) = WS-MBR-CODE (WS-C)
                   MOVE WS-LN-PERSONNE(WS-L) TO WS-PERSONNE
               END-IF
           END-PERFORM.
           IF WS-PERSONNE = ZERO
               GO TO 4200-CITOYEN-PAR-INDEX-FIN
           END-IF.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NB-LIENS
                      OR WS-ID-CITOYEN NOT = SPACES
               IF WS-LN-SOURCE(WS-L) = 'CITOYEN'
                   AND WS-LN-PERSONNE(WS-L) = WS-PERSONNE
                   MOVE WS-LN-CLE(WS-L) TO WS-ID-CITOYEN
               END-IF
           END-PERFORM.
           IF WS-ID-CITOYEN = SPACES
               MOVE '0' TO WS-ID-CITOYEN
           END-IF.

           MOVE SPACES TO WS-SQL-DYN.
           MOVE 1 TO WS-SQL-DYN-PTR.
           STRING 'SELECT COALESCE(postal_code,''''), '
                  'COALESCE(city,''''), COALESCE(statut,'''') '
                  'FROM databank WHERE id = '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-CITOYEN) DELIMITED BY SIZE
               INTO WS-SQL-DYN
               WITH POINTER WS-SQL-DYN-PTR
           END-STRING.
       4200-CITOYEN-PAR-INDEX-FIN. EXIT.

      ******************************************************************
      * Double toute apostrophe de WS-VALEUR-BRUTE dans WS-VALEUR-ESC.
      ******************************************************************
