      * arrets, par le nom pour les origines et destinations) et un
      * fichier TABLEAU-GARE-<CODE>.DAT est ecrit par gare, les
      * mouvements tries par jour puis heure.
      * La voie attribuee au train dans la gare
      * (AFFECTATION-VOIES.DAT, controle par train-voies.cbl) est
      * affichee en fin de ligne ; sans attribution la zone reste
      * vide.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-GARES.

           SELECT F-AFFECT-VOIES
           ASSIGN TO 'affectation-voies.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-AFFVOIE.

           SELECT F-TABLEAU ASSIGN DYNAMIC WS-TABLEAU-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 FILLER              PIC X(51).

       FD  F-GARES
           RECORD CONTAINS 32 CHARACTERS.
       01  FS-GARE-REF.
           05 FS-GR-POSITION      PIC 99.
           05 FILLER              PIC X.
           05 FS-GR-NOM           PIC X(15).
           05 FILLER              PIC X.
           05 FS-GR-ATTENTE-MN    PIC 99.
           05 FILLER              PIC X.
           05 FS-GR-KM-PRECEDENTE PIC X(4).

       FD  F-AFFECT-VOIES
           RECORD CONTAINS 15 CHARACTERS.
       01  FS-AFFECT-VOIE.
           05 FS-AV-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X.
           05 FS-AV-CODE-GARE     PIC X(5).
           05 FILLER              PIC X.
           05 FS-AV-VOIE          PIC X(2).

       FD  F-TABLEAU
           RECORD CONTAINS 60 CHARACTERS.
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-GARES==
                     ==FSTAT-OK==    BY ==WS-STAT-GARES-OK==.
           88  WS-STAT-GARES-FIN                  VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-AFFVOIE==
                     ==FSTAT-OK==    BY ==WS-STAT-AFFVOIE-OK==.
           88  WS-STAT-AFFVOIE-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-TABLEAU==
                     ==FSTAT-OK==    BY ==WS-STAT-TABLEAU-OK==.

      * Contexte de la derniere ligne train lue, pour rattacher les
      * lignes de detail qui la suivent.
       01  WS-CRT-TRAIN      PIC X(6) VALUE SPACES.
       01  WS-CRT-JOUR       PIC 9 VALUE 0.
       01  WS-CRT-DEST       PIC X(10).
       01  WS-CRT-VALIDE     PIC X VALUE 'N'.
       01  WS-POS-MINI       PIC 9(04).
       01  WS-NB-FICHIERS    PIC 99 VALUE 0.
       01  WS-LIEN           PIC X(6).
       01  WS-VOIE-AFFICHEE  PIC X(8).

      * Voies attribuees par train et gare.
       01  WS-NB-AFFVOIES    PIC 9(03) VALUE 0.
       01  WS-TAB-AFFVOIES.
           05 WS-AV-ENTREE OCCURS 500 TIMES.
              10 WS-AV-TRAIN        PIC X(6).
              10 WS-AV-CODE-GARE    PIC X(5).
              10 WS-AV-VOIE         PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 1000-CHARGER-GARES
           THRU    1000-CHARGER-GARES-FIN.

           PERFORM 1100-CHARGER-AFFECT-VOIES
           THRU    1100-CHARGER-AFFECT-VOIES-FIN.

           PERFORM 2000-CHARGER-PLANNING
           THRU    2000-CHARGER-PLANNING-FIN.

           CLOSE F-GARES.
       1000-CHARGER-GARES-FIN. EXIT.

      ******************************************************************
      * Voies attribuees : fichier facultatif, les tableaux sont
      * edites sans voie s'il est absent.
      ******************************************************************
       1100-CHARGER-AFFECT-VOIES.
           OPEN INPUT F-AFFECT-VOIES.
           IF NOT WS-STAT-AFFVOIE-OK
               GO TO 1100-CHARGER-AFFECT-VOIES-FIN
           END-IF.
           PERFORM UNTIL WS-STAT-AFFVOIE-FIN
               READ F-AFFECT-VOIES
               IF WS-STAT-AFFVOIE-OK
                   IF FS-AV-VOIE NUMERIC AND WS-NB-AFFVOIES < 500
                       ADD 1 TO WS-NB-AFFVOIES
                       MOVE FS-AV-NUM-TRAIN
                           TO WS-AV-TRAIN (WS-NB-AFFVOIES)
                       MOVE FS-AV-CODE-GARE
                           TO WS-AV-CODE-GARE (WS-NB-AFFVOIES)
                       MOVE FS-AV-VOIE
                           TO WS-AV-VOIE (WS-NB-AFFVOIES)
                   END-IF
               ELSE
                   SET WS-STAT-AFFVOIE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-AFFECT-VOIES.
       1100-CHARGER-AFFECT-VOIES-FIN. EXIT.

      ******************************************************************
      * Releve les mouvements du planning : departs et arrivees sur
      * les lignes train (gare retrouvee par son nom), passages sur
       2000-CHARGER-PLANNING-FIN. EXIT.

       3100-RELEVER-TRAIN.
           MOVE FS-PL-NUM-TRAIN    TO WS-CRT-TRAIN.
           MOVE FS-PL-JOUR-DEPART  TO WS-CRT-JOUR.
           MOVE FS-PL-GARE-ARRIVEE TO WS-CRT-DEST.
           MOVE 'O' TO WS-CRT-VALIDE.
               MOVE WS-CRT-JOUR TO WS-MV-JOUR (WS-NB-MOUVEMENTS)
               MOVE FSD-HHMN-ARRET TO WS-MV-HHMN (WS-NB-MOUVEMENTS)
               MOVE FSD-NUM-TRAIN TO WS-MV-TRAIN (WS-NB-MOUVEMENTS)
      * Les lignes de detail n'ont pas toujours le numero de train :
      * celui de la ligne train qui les precede le remplace.
               IF FSD-NUM-TRAIN = SPACES
                   MOVE WS-CRT-TRAIN TO WS-MV-TRAIN (WS-NB-MOUVEMENTS)
               END-IF
               MOVE WS-CRT-DEST
                   TO WS-MV-AUTRE-GARE (WS-NB-MOUVEMENTS)
               MOVE 'N' TO WS-MV-EDITE (WS-NB-MOUVEMENTS)
                   ELSE
                       MOVE ' VERS ' TO WS-LIEN
                   END-IF
                   MOVE SPACES TO WS-VOIE-AFFICHEE
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-NB-AFFVOIES
                       IF WS-AV-TRAIN (WS-I) = WS-MV-TRAIN (WS-POS-MINI)
                           AND WS-AV-CODE-GARE (WS-I)
                               = WS-GARE-CODE (WS-G)
                           MOVE SPACES TO WS-VOIE-AFFICHEE
                           STRING ' VOIE ' WS-AV-VOIE (WS-I)
                               DELIMITED BY SIZE INTO WS-VOIE-AFFICHEE
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO FS-TABLEAU-LIGNE
                   STRING 'JOUR ' WS-MV-JOUR (WS-POS-MINI)
                       ' ' WS-MV-HHMN (WS-POS-MINI)
                       ' ' WS-MV-SENS (WS-POS-MINI)
                       ' ' WS-MV-TRAIN (WS-POS-MINI)
                       WS-LIEN WS-MV-AUTRE-GARE (WS-POS-MINI)
                       WS-VOIE-AFFICHEE
                       DELIMITED BY SIZE INTO FS-TABLEAU-LIGNE
                   WRITE FS-TABLEAU-LIGNE
               END-IF
