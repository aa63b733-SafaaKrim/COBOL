                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS STATUT-F-HOTE.

      * Mode changement de dessin : l'ancienne et la nouvelle
      * version d'un dessin d'enregistrement (dessin-ancien.cpy,
      * dessin-nouveau.cpy) sont comparees champ par champ, les
      * sources de l'arborescence dont un FD (ou un copybook)
      * redeclare l'ancien dessin - meme longueur, memes noms de
      * champs - sont listes dans impact-dessin.rpt, et un programme
      * de conversion ponctuel du fichier de donnees, dans l'esprit
      * d'assur-convert.cbl, est ecrit dans conversion-dessin.cbl.
      * F-SOURCE sert a lire les deux dessins puis chaque source.
           SELECT F-SOURCE ASSIGN DYNAMIC WS-CHEMIN-SOURCE
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS STATUT-F-SOURCE.

           SELECT F-LISTE ASSIGN TO "impact-sources.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS STATUT-F-LISTE.

           SELECT F-IMPACT ASSIGN TO "impact-dessin.rpt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS STATUT-F-IMPACT.

           SELECT F-CONVERSION ASSIGN TO "conversion-dessin.cbl"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS STATUT-F-CONVERSION.

       DATA DIVISION.
       FILE SECTION.
       
           RECORDING MODE IS F.
       01  LIGNE-HOTE            PIC X(80).

       FD  F-SOURCE
           RECORD CONTAINS 256 CHARACTERS
           RECORDING MODE IS F.
       01  LIGNE-SOURCE.
           03 SOURCE-SEQUENCE    PIC X(06).
           03 SOURCE-INDICATEUR  PIC X(01).
           03 SOURCE-TEXTE       PIC X(65).
           03 FILLER             PIC X(184).

       FD  F-LISTE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  LIGNE-LISTE           PIC X(200).

       FD  F-IMPACT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  LIGNE-IMPACT          PIC X(132).

       FD  F-CONVERSION
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  LIGNE-CONVERSION      PIC X(80).

       WORKING-STORAGE SECTION.
       
      * Statut du fichier d'entrée
       01  WS-ZONE-PRECISION     PIC X(10).
       01  WS-ZONE-ECHELLE       PIC X(10).

      * Mode changement de dessin : statuts des fichiers
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==STATUT-F-SOURCE==
                     ==FSTAT-OK==    BY ==SOURCE-STATUT-OK==.
           88 SOURCE-STATUT-EOF VALUE "10".
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==STATUT-F-LISTE==
                     ==FSTAT-OK==    BY ==LISTE-STATUT-OK==.
           88 LISTE-STATUT-EOF VALUE "10".
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==STATUT-F-IMPACT==
                     ==FSTAT-OK==    BY ==IMPACT-STATUT-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==STATUT-F-CONVERSION==
                     ==FSTAT-OK==    BY ==CONVERSION-STATUT-OK==.

       01  WS-CHEMIN-SOURCE      PIC X(200).
       01  WS-RACINE             PIC X(100).
       01  WS-COMMANDE           PIC X(300).
       01  WS-FICHIER-DONNEES    PIC X(60).

      * Dessins : 1 = ancien, 2 = nouveau, 3 = enregistrement du
      * source en cours d'examen. Un poste par champ elementaire
      * (FILLER compris) avec position, longueur en octets, PIC,
      * usage et valeur initiale (defaut d'un champ ajoute).
      * WS-DS-OCCURS : E = OCCURS sur un champ elementaire (longueur
      * exacte), G = OCCURS sur un groupe (longueur inconnue).
       01  WS-DESSINS.
           03 WS-DESSIN OCCURS 3 TIMES.
              05 WS-DS-NB-CHAMPS    PIC 9(03).
              05 WS-DS-LONGUEUR     PIC 9(05).
              05 WS-DS-NOM-ENREG    PIC X(30).
              05 WS-DS-LIGNE        PIC 9(05).
              05 WS-DS-OCCURS       PIC X(01).
              05 WS-DS-DOUBLON      PIC X(01).
              05 WS-DS-CLOS         PIC X(01).
              05 WS-DS-CHAMP OCCURS 200 TIMES.
                 07 WS-DS-NOM       PIC X(30).
                 07 WS-DS-PIC       PIC X(30).
                 07 WS-DS-USAGE     PIC X(14).
                 07 WS-DS-LG        PIC 9(05).
                 07 WS-DS-POS       PIC 9(05).
                 07 WS-DS-DEFAUT    PIC X(40).
       01  WS-IDX-DES            PIC 9(01).
       01  WS-IDX-CH             PIC 9(03).
       01  WS-IDX-CH2            PIC 9(03).
       01  WS-IDX-TROUVE         PIC 9(03).
       01  WS-NIVEAU-SAUT        PIC 9(02) VALUE 0.
       01  WS-NIVEAU-LU          PIC 9(02).

      * Decoupage d'une ligne de dessin en mots (point final ote)
       01  WS-LIGNE-ORIG         PIC X(80).
       01  WS-LIGNE-DES          PIC X(80).
       01  WS-TEXTE-DESSIN       PIC X(65).
       01  WS-TAB-JETONS-DES.
           03 WS-JD OCCURS 12 TIMES PIC X(30).
       01  WS-IDX-JD             PIC 9(02).
       01  WS-LG-JETON           PIC 9(02).
       01  WS-JD-NOM             PIC X(30).
       01  WS-JD-PIC             PIC X(30).
       01  WS-JD-USAGE           PIC X(14).
       01  WS-JD-OCCURS          PIC 9(04).
       01  WS-JD-REDEFINES       PIC X(01).
       01  WS-JD-VALEUR          PIC X(40).
       01  WS-POS-VALUE          PIC 9(02).
       01  WS-LG-PIC             PIC 9(05).
       01  WS-NB-CHIFFRES        PIC 9(03).
       01  WS-CAR-PIC            PIC X(01).
       01  WS-CAR-PREC           PIC X(01).
       01  WS-IDX-PIC            PIC 9(02).
       01  WS-REPET-PIC          PIC X(05).
       01  WS-LG-REPET           PIC 9(02).

      * Examen de l'arborescence : zone du source (F = FILE SECTION
      * ou copybook), enregistrement en cours, RECORD CONTAINS du
      * dernier FD, et sources retenus par niveau de correspondance
      * (COMPLET = longueur et tous les noms, PARTIEL = longueur et
      * une partie des noms, LONGUEUR = longueur seule).
       01  WS-ZONE-SOURCE        PIC X(01).
           88 ZONE-FICHIERS      VALUE "F".
       01  WS-ENREG-OUVERT       PIC X(01).
           88 ENREG-OUVERT       VALUE "O".
       01  WS-RC-FD              PIC 9(05).
       01  WS-FD-NOM             PIC X(30).
       01  WS-NUM-LIGNE          PIC 9(05).
       01  WS-LG-SOURCE          PIC 9(05).
       01  WS-NB-SOURCES         PIC 9(05) VALUE 0.
       01  WS-NB-NOMS-ANCIEN     PIC 9(03).
       01  WS-NB-NOMS-TROUVES    PIC 9(03).
       01  WS-NB-IMPACTS         PIC 9(04) VALUE 0.
       01  WS-TAB-IMPACTS.
           03 WS-IMPACT OCCURS 500 TIMES.
              05 WS-IMP-SOURCE   PIC X(80).
              05 WS-IMP-ENREG    PIC X(30).
              05 WS-IMP-LIGNE    PIC 9(05).
              05 WS-IMP-NIVEAU   PIC X(08).
              05 WS-IMP-NOMS     PIC 9(03).
       01  WS-IDX-IMP            PIC 9(04).
       01  WS-NIVEAU-EDITE       PIC X(08).
       01  WS-NB-COMPLET         PIC 9(04) VALUE 0.
       01  WS-NB-PARTIEL         PIC 9(04) VALUE 0.
       01  WS-NB-LONGUEUR        PIC 9(04) VALUE 0.

      * Comparaison champ par champ
       01  WS-ETAT-CHAMP         PIC X(20).
       01  WS-NB-INCHANGES       PIC 9(03) VALUE 0.
       01  WS-NB-DEPLACES        PIC 9(03) VALUE 0.
       01  WS-NB-MODIFIES        PIC 9(03) VALUE 0.
       01  WS-NB-SUPPRIMES       PIC 9(03) VALUE 0.
       01  WS-NB-AJOUTES         PIC 9(03) VALUE 0.
       01  WS-CONVERSION-SW      PIC X(01).
           88 CONVERSION-POSSIBLE VALUE "O".
       01  WS-MOTIF-REFUS        PIC X(60).
       01  WS-NB-NON-AFFICHAGE   PIC 9(03).
       01  WS-PIC-USAGE          PIC X(20).
       01  WS-LIGNE-ENTETE       PIC X(40).
       01  WS-EDIT-5             PIC ZZZZ9.
       01  WS-EDIT-5B            PIC ZZZZ9.
       01  WS-EDIT-3             PIC ZZ9.
       01  WS-EDIT-3B            PIC ZZ9.

       01  WS-LIGNE-COMPARAISON.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-LC-NOM          PIC X(30).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LC-ANC-POS      PIC ZZZZ9 BLANK WHEN ZERO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LC-ANC-LG       PIC ZZZZ9 BLANK WHEN ZERO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LC-ANC-PIC      PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LC-NOUV-POS     PIC ZZZZ9 BLANK WHEN ZERO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LC-NOUV-LG      PIC ZZZZ9 BLANK WHEN ZERO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LC-NOUV-PIC     PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LC-ETAT         PIC X(20).

       01  WS-LIGNE-IMPACT.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-LI-NIVEAU       PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LI-NOMS         PIC ZZ9.
           03 WS-LI-SEP          PIC X(01).
           03 WS-LI-NOMS-ANC     PIC ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-LI-LIGNE        PIC ZZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-LI-ENREG        PIC X(30).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LI-SOURCE       PIC X(74).

      * Format de sortie pour le copybook
       01  FORMAT-COPYBOOK.
           03 GROUPE-CB          PIC X(16)
       
      * Point d'entrée principal
       DEBUT-PRINCIPAL.
           DISPLAY "Entree : (F)ichier plat, (T)able SQL ou "
               "(C)hangement de dessin ? " WITH NO ADVANCING.
           ACCEPT WS-CHOIX-MODE.
           IF WS-CHOIX-MODE = "C" OR WS-CHOIX-MODE = "c"
               PERFORM ANALYSER-CHANGEMENT-DESSIN
               THRU FIN-ANALYSER-CHANGEMENT-DESSIN
               STOP RUN
           END-IF.
           IF WS-CHOIX-MODE = "T" OR WS-CHOIX-MODE = "t"
               PERFORM GENERER-SECTION-HOTE
               THRU FIN-GENERER-SECTION-HOTE
           WRITE LIGNE-HOTE.
       FIN-ECRIRE-LIGNE-MODELE.
           EXIT.

      * Mode changement de dessin : charge l'ancien et le nouveau
      * dessin, demande la racine des sources et le fichier de
      * donnees a convertir, puis ecrit le rapport d'impact et le
      * programme de conversion.
       ANALYSER-CHANGEMENT-DESSIN.
           MOVE 1 TO WS-IDX-DES.
           MOVE "dessin-ancien.cpy" TO WS-CHEMIN-SOURCE.
           PERFORM CHARGER-DESSIN
           THRU    FIN-CHARGER-DESSIN.
           MOVE 2 TO WS-IDX-DES.
           MOVE "dessin-nouveau.cpy" TO WS-CHEMIN-SOURCE.
           PERFORM CHARGER-DESSIN
           THRU    FIN-CHARGER-DESSIN.
           IF WS-DS-NB-CHAMPS(1) = 0 OR WS-DS-NB-CHAMPS(2) = 0
               DISPLAY "AUCUN CHAMP EXPLOITABLE DANS DESSIN-ANCIEN"
                   ".CPY OU DESSIN-NOUVEAU.CPY"
               GO TO FIN-ANALYSER-CHANGEMENT-DESSIN
           END-IF.

           DISPLAY "Racine des sources a examiner (defaut .) : "
               WITH NO ADVANCING.
           ACCEPT WS-RACINE.
           IF WS-RACINE = SPACES
               MOVE "." TO WS-RACINE
           END-IF.
           DISPLAY "Fichier de donnees a convertir : "
               WITH NO ADVANCING.
           ACCEPT WS-FICHIER-DONNEES.
           IF WS-FICHIER-DONNEES = SPACES
               MOVE "donnees.dat" TO WS-FICHIER-DONNEES
           END-IF.

           OPEN OUTPUT F-IMPACT.
           IF NOT IMPACT-STATUT-OK
               DISPLAY "ERREUR CREATION IMPACT-DESSIN.RPT : "
                   STATUT-F-IMPACT
               MOVE "PGM3" TO WS-LOG-PROGRAMME
               MOVE "ANALYSER-CHANGEMENT-DESSIN" TO WS-LOG-PARAGRAPHE
               MOVE "ERREUR CREATION RAPPORT IMPACT" TO WS-LOG-MESSAGE
               CALL "FSTATLOG" USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE STATUT-F-IMPACT WS-LOG-MESSAGE
               GO TO FIN-ANALYSER-CHANGEMENT-DESSIN
           END-IF.
           PERFORM COMPARER-DESSINS
           THRU    FIN-COMPARER-DESSINS.
           PERFORM RECHERCHER-IMPACTS
           THRU    FIN-RECHERCHER-IMPACTS.
           PERFORM ECRIRE-IMPACTS
           THRU    FIN-ECRIRE-IMPACTS.
           PERFORM GENERER-CONVERSION
           THRU    FIN-GENERER-CONVERSION.
           CLOSE F-IMPACT.

           DISPLAY "CHAMPS : " WS-NB-INCHANGES " INCHANGE(S), "
               WS-NB-DEPLACES " DEPLACE(S), " WS-NB-MODIFIES
               " MODIFIE(S), " WS-NB-SUPPRIMES " SUPPRIME(S), "
               WS-NB-AJOUTES " AJOUTE(S)".
           DISPLAY "SOURCES EXAMINES : " WS-NB-SOURCES
               " - A MODIFIER : " WS-NB-COMPLET " COMPLET(S), "
               WS-NB-PARTIEL " PARTIEL(S), " WS-NB-LONGUEUR
               " SUR LA LONGUEUR SEULE".
           DISPLAY "RAPPORT ECRIT DANS IMPACT-DESSIN.RPT".
           IF CONVERSION-POSSIBLE
               DISPLAY "PROGRAMME DE CONVERSION ECRIT DANS "
                   "CONVERSION-DESSIN.CBL"
           ELSE
               DISPLAY "PAS DE PROGRAMME DE CONVERSION : "
                   FUNCTION TRIM(WS-MOTIF-REFUS)
           END-IF.
       FIN-ANALYSER-CHANGEMENT-DESSIN.
           EXIT.

      * Charge dans le dessin WS-IDX-DES le copybook WS-CHEMIN-SOURCE
      * (premier groupe 01 seulement, commentaires ignores).
       CHARGER-DESSIN.
           PERFORM INITIALISER-DESSIN
           THRU    FIN-INITIALISER-DESSIN.
           OPEN INPUT F-SOURCE.
           IF NOT SOURCE-STATUT-OK
               DISPLAY "ERREUR OUVERTURE "
                   FUNCTION TRIM(WS-CHEMIN-SOURCE) " : "
                   STATUT-F-SOURCE
               MOVE "PGM3" TO WS-LOG-PROGRAMME
               MOVE "CHARGER-DESSIN" TO WS-LOG-PARAGRAPHE
               MOVE "ERREUR OUVERTURE DESSIN" TO WS-LOG-MESSAGE
               CALL "FSTATLOG" USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE STATUT-F-SOURCE WS-LOG-MESSAGE
               GO TO FIN-CHARGER-DESSIN
           END-IF.
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL SOURCE-STATUT-EOF
               READ F-SOURCE
               AT END
                   SET SOURCE-STATUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NUM-LIGNE
                   IF SOURCE-INDICATEUR NOT = "*"
                       AND SOURCE-INDICATEUR NOT = "/"
                       MOVE SOURCE-TEXTE TO WS-TEXTE-DESSIN
                       PERFORM ANALYSER-LIGNE-DESSIN
                       THRU    FIN-ANALYSER-LIGNE-DESSIN
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SOURCE.
       FIN-CHARGER-DESSIN.
           EXIT.

      * Remet a vide le dessin WS-IDX-DES.
       INITIALISER-DESSIN.
           MOVE 0 TO WS-DS-NB-CHAMPS(WS-IDX-DES)
                     WS-DS-LONGUEUR(WS-IDX-DES)
                     WS-DS-LIGNE(WS-IDX-DES).
           MOVE SPACES TO WS-DS-NOM-ENREG(WS-IDX-DES).
           MOVE "N" TO WS-DS-OCCURS(WS-IDX-DES)
                       WS-DS-DOUBLON(WS-IDX-DES)
                       WS-DS-CLOS(WS-IDX-DES).
           MOVE 0 TO WS-NIVEAU-SAUT.
       FIN-INITIALISER-DESSIN.
           EXIT.

      * Decoupe WS-TEXTE-DESSIN (colonnes 8 a 72) en mots majuscules
      * dans WS-JD, le point final de chaque mot etant ote. La ligne
      * cadree a gauche est gardee telle quelle dans WS-LIGNE-ORIG
      * pour en reprendre la clause VALUE sans changer la casse.
       DECOUPER-LIGNE-DESSIN.
           MOVE FUNCTION TRIM(WS-TEXTE-DESSIN) TO WS-LIGNE-ORIG.
           MOVE WS-LIGNE-ORIG TO WS-LIGNE-DES.
           INSPECT WS-LIGNE-DES CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-TAB-JETONS-DES.
           UNSTRING WS-LIGNE-DES DELIMITED BY ALL SPACE
               INTO WS-JD(1) WS-JD(2) WS-JD(3) WS-JD(4)
                    WS-JD(5) WS-JD(6) WS-JD(7) WS-JD(8)
                    WS-JD(9) WS-JD(10) WS-JD(11) WS-JD(12)
           END-UNSTRING.
           PERFORM VARYING WS-IDX-JD FROM 1 BY 1
               UNTIL WS-IDX-JD > 12
               IF WS-JD(WS-IDX-JD) NOT = SPACES
                   MOVE 0 TO WS-LG-JETON
                   INSPECT WS-JD(WS-IDX-JD) TALLYING WS-LG-JETON
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-LG-JETON > 0
                       AND WS-JD(WS-IDX-JD)(WS-LG-JETON:1) = "."
                       MOVE SPACE TO WS-JD(WS-IDX-JD)(WS-LG-JETON:1)
                   END-IF
               END-IF
           END-PERFORM.
       FIN-DECOUPER-LIGNE-DESSIN.
           EXIT.

      * Analyse une ligne de description de donnees pour le dessin
      * WS-IDX-DES : les niveaux 66, 77 et 88 sont ignores, une zone
      * REDEFINES est sautee avec ses subordonnees, un groupe ne
      * donne pas de champ (sauf a signaler un OCCURS de groupe), un
      * champ elementaire recoit position, longueur en octets et
      * valeur initiale. Un second niveau 01 clot le dessin.
       ANALYSER-LIGNE-DESSIN.
           PERFORM DECOUPER-LIGNE-DESSIN
           THRU    FIN-DECOUPER-LIGNE-DESSIN.
           IF WS-JD(1) = SPACES OR WS-JD(1)(3:1) NOT = SPACE
               GO TO FIN-ANALYSER-LIGNE-DESSIN
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-JD(1)) NOT = 0
               GO TO FIN-ANALYSER-LIGNE-DESSIN
           END-IF.
           COMPUTE WS-NIVEAU-LU = FUNCTION NUMVAL(WS-JD(1)).
           IF WS-NIVEAU-LU = 0 OR WS-NIVEAU-LU > 49
               GO TO FIN-ANALYSER-LIGNE-DESSIN
           END-IF.
           IF WS-DS-CLOS(WS-IDX-DES) = "O"
               GO TO FIN-ANALYSER-LIGNE-DESSIN
           END-IF.
           IF WS-NIVEAU-LU = 1
               AND WS-DS-NOM-ENREG(WS-IDX-DES) NOT = SPACES
               MOVE "O" TO WS-DS-CLOS(WS-IDX-DES)
               GO TO FIN-ANALYSER-LIGNE-DESSIN
           END-IF.
           IF WS-NIVEAU-SAUT > 0
               IF WS-NIVEAU-LU > WS-NIVEAU-SAUT
                   GO TO FIN-ANALYSER-LIGNE-DESSIN
               END-IF
               MOVE 0 TO WS-NIVEAU-SAUT
           END-IF.

           MOVE SPACES TO WS-JD-NOM WS-JD-PIC WS-JD-USAGE
                          WS-JD-VALEUR.
           MOVE 0 TO WS-JD-OCCURS.
           MOVE "N" TO WS-JD-REDEFINES.
           IF WS-JD(2) = SPACES OR "PIC" OR "PICTURE" OR "OCCURS"
               OR "REDEFINES" OR "VALUE" OR "USAGE" OR "COMP"
               OR "COMP-3" OR "BINARY" OR "PACKED-DECIMAL"
               OR "SIGN" OR "JUSTIFIED" OR "BLANK"
               MOVE "FILLER" TO WS-JD-NOM
               MOVE 2 TO WS-IDX-JD
           ELSE
               MOVE WS-JD(2) TO WS-JD-NOM
               MOVE 3 TO WS-IDX-JD
           END-IF.
           PERFORM VARYING WS-IDX-JD FROM WS-IDX-JD BY 1
               UNTIL WS-IDX-JD > 12
               EVALUATE WS-JD(WS-IDX-JD)
                   WHEN "PIC"
                   WHEN "PICTURE"
                       IF WS-IDX-JD < 12
                           IF WS-JD(WS-IDX-JD + 1) = "IS"
                               AND WS-IDX-JD < 11
                               ADD 1 TO WS-IDX-JD
                           END-IF
                           MOVE WS-JD(WS-IDX-JD + 1) TO WS-JD-PIC
                           ADD 1 TO WS-IDX-JD
                       END-IF
                   WHEN "REDEFINES"
                       MOVE "O" TO WS-JD-REDEFINES
                   WHEN "OCCURS"
                       IF WS-IDX-JD < 12
                           IF FUNCTION TEST-NUMVAL
                               (WS-JD(WS-IDX-JD + 1)) = 0
                               COMPUTE WS-JD-OCCURS = FUNCTION
                                   NUMVAL(WS-JD(WS-IDX-JD + 1))
                           END-IF
                       END-IF
                   WHEN "COMP"
                   WHEN "COMPUTATIONAL"
                       MOVE "COMP" TO WS-JD-USAGE
                   WHEN "COMP-4"
                   WHEN "COMPUTATIONAL-4"
                       MOVE "COMP-4" TO WS-JD-USAGE
                   WHEN "COMP-5"
                   WHEN "COMPUTATIONAL-5"
                       MOVE "COMP-5" TO WS-JD-USAGE
                   WHEN "BINARY"
                       MOVE "BINARY" TO WS-JD-USAGE
                   WHEN "COMP-3"
                   WHEN "COMPUTATIONAL-3"
                       MOVE "COMP-3" TO WS-JD-USAGE
                   WHEN "PACKED-DECIMAL"
                       MOVE "PACKED-DECIMAL" TO WS-JD-USAGE
                   WHEN "COMP-1"
                   WHEN "COMPUTATIONAL-1"
                       MOVE "COMP-1" TO WS-JD-USAGE
                   WHEN "COMP-2"
                   WHEN "COMPUTATIONAL-2"
                       MOVE "COMP-2" TO WS-JD-USAGE
                   WHEN "VALUE"
                   WHEN "VALUES"
                       MOVE 12 TO WS-IDX-JD
               END-EVALUATE
           END-PERFORM.

           IF WS-JD-REDEFINES = "O"
               MOVE WS-NIVEAU-LU TO WS-NIVEAU-SAUT
               GO TO FIN-ANALYSER-LIGNE-DESSIN
           END-IF.
           IF WS-NIVEAU-LU = 1
               MOVE WS-JD-NOM TO WS-DS-NOM-ENREG(WS-IDX-DES)
               MOVE WS-NUM-LIGNE TO WS-DS-LIGNE(WS-IDX-DES)
           END-IF.
           IF WS-JD-PIC = SPACES
               AND WS-JD-USAGE NOT = "COMP-1"
               AND WS-JD-USAGE NOT = "COMP-2"
               IF WS-JD-OCCURS > 0
                   MOVE "G" TO WS-DS-OCCURS(WS-IDX-DES)
               END-IF
               GO TO FIN-ANALYSER-LIGNE-DESSIN
           END-IF.

           PERFORM CALCULER-LONGUEUR-PIC
           THRU    FIN-CALCULER-LONGUEUR-PIC.
           IF WS-JD-OCCURS > 0
               COMPUTE WS-LG-PIC = WS-LG-PIC * WS-JD-OCCURS
               IF WS-DS-OCCURS(WS-IDX-DES) = "N"
                   MOVE "E" TO WS-DS-OCCURS(WS-IDX-DES)
               END-IF
           END-IF.

           MOVE 0 TO WS-POS-VALUE.
           INSPECT WS-LIGNE-DES TALLYING WS-POS-VALUE
               FOR CHARACTERS BEFORE INITIAL " VALUE ".
           IF WS-POS-VALUE < 70
               MOVE FUNCTION TRIM(WS-LIGNE-ORIG(WS-POS-VALUE + 8:))
                   TO WS-JD-VALEUR
               IF WS-JD-VALEUR(1:3) = "IS " OR "is "
                   MOVE FUNCTION TRIM(WS-JD-VALEUR(4:))
                       TO WS-JD-VALEUR
               END-IF
               IF WS-JD-VALEUR NOT = SPACES
                   COMPUTE WS-LG-JETON = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-JD-VALEUR TRAILING))
                   IF WS-JD-VALEUR(WS-LG-JETON:1) = "."
                       MOVE SPACE TO WS-JD-VALEUR(WS-LG-JETON:1)
                   END-IF
               END-IF
           END-IF.

           IF WS-DS-NB-CHAMPS(WS-IDX-DES) >= 200
               GO TO FIN-ANALYSER-LIGNE-DESSIN
           END-IF.
           IF WS-JD-NOM NOT = "FILLER"
               PERFORM VARYING WS-IDX-CH FROM 1 BY 1
                   UNTIL WS-IDX-CH > WS-DS-NB-CHAMPS(WS-IDX-DES)
                   IF WS-DS-NOM(WS-IDX-DES, WS-IDX-CH) = WS-JD-NOM
                       MOVE "O" TO WS-DS-DOUBLON(WS-IDX-DES)
                   END-IF
               END-PERFORM
           END-IF.
           ADD 1 TO WS-DS-NB-CHAMPS(WS-IDX-DES).
           MOVE WS-DS-NB-CHAMPS(WS-IDX-DES) TO WS-IDX-CH.
           MOVE WS-JD-NOM    TO WS-DS-NOM(WS-IDX-DES, WS-IDX-CH).
           MOVE WS-JD-PIC    TO WS-DS-PIC(WS-IDX-DES, WS-IDX-CH).
           MOVE WS-JD-USAGE  TO WS-DS-USAGE(WS-IDX-DES, WS-IDX-CH).
           MOVE WS-JD-VALEUR TO WS-DS-DEFAUT(WS-IDX-DES, WS-IDX-CH).
           MOVE WS-LG-PIC    TO WS-DS-LG(WS-IDX-DES, WS-IDX-CH).
           COMPUTE WS-DS-POS(WS-IDX-DES, WS-IDX-CH) =
               WS-DS-LONGUEUR(WS-IDX-DES) + 1.
           ADD WS-LG-PIC TO WS-DS-LONGUEUR(WS-IDX-DES).
       FIN-ANALYSER-LIGNE-DESSIN.
           EXIT.

      * Longueur en octets du champ : chaque symbole de la PIC compte
      * un caractere sauf S, V et P, une repetition (n) ajoute n - 1.
      * En COMP-3 la longueur est nombre de chiffres / 2 + 1, en
      * binaire 2, 4 ou 8 octets selon le nombre de chiffres.
       CALCULER-LONGUEUR-PIC.
           MOVE 0 TO WS-LG-PIC WS-NB-CHIFFRES.
           MOVE SPACE TO WS-CAR-PREC.
           PERFORM VARYING WS-IDX-PIC FROM 1 BY 1
               UNTIL WS-IDX-PIC > 30
               MOVE WS-JD-PIC(WS-IDX-PIC:1) TO WS-CAR-PIC
               EVALUATE TRUE
                   WHEN WS-CAR-PIC = SPACE
                       MOVE 30 TO WS-IDX-PIC
                   WHEN WS-CAR-PIC = "(" AND WS-IDX-PIC < 30
                       MOVE SPACES TO WS-REPET-PIC
                       MOVE 0 TO WS-LG-REPET
                       UNSTRING WS-JD-PIC(WS-IDX-PIC + 1:)
                           DELIMITED BY ")"
                           INTO WS-REPET-PIC COUNT IN WS-LG-REPET
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(WS-REPET-PIC) = 0
                           AND WS-CAR-PREC NOT = SPACE
                           AND WS-CAR-PREC NOT = "S"
                           AND WS-CAR-PREC NOT = "V"
                           AND WS-CAR-PREC NOT = "P"
                           COMPUTE WS-LG-PIC = WS-LG-PIC
                               + FUNCTION NUMVAL(WS-REPET-PIC) - 1
                           IF WS-CAR-PREC = "9"
                               COMPUTE WS-NB-CHIFFRES = WS-NB-CHIFFRES
                                   + FUNCTION NUMVAL(WS-REPET-PIC) - 1
                           END-IF
                       END-IF
                       ADD WS-LG-REPET TO WS-IDX-PIC
                       ADD 1 TO WS-IDX-PIC
                   WHEN WS-CAR-PIC = "S" OR "V" OR "P"
                       MOVE WS-CAR-PIC TO WS-CAR-PREC
                   WHEN OTHER
                       ADD 1 TO WS-LG-PIC
                       IF WS-CAR-PIC = "9"
                           ADD 1 TO WS-NB-CHIFFRES
                       END-IF
                       MOVE WS-CAR-PIC TO WS-CAR-PREC
               END-EVALUATE
           END-PERFORM.
           EVALUATE WS-JD-USAGE
               WHEN "COMP-3"
               WHEN "PACKED-DECIMAL"
                   COMPUTE WS-LG-PIC = WS-NB-CHIFFRES / 2 + 1
               WHEN "COMP"
               WHEN "COMP-4"
               WHEN "COMP-5"
               WHEN "BINARY"
                   EVALUATE TRUE
                       WHEN WS-NB-CHIFFRES < 5
                           MOVE 2 TO WS-LG-PIC
                       WHEN WS-NB-CHIFFRES < 10
                           MOVE 4 TO WS-LG-PIC
                       WHEN OTHER
                           MOVE 8 TO WS-LG-PIC
                   END-EVALUATE
               WHEN "COMP-1"
                   MOVE 4 TO WS-LG-PIC
               WHEN "COMP-2"
                   MOVE 8 TO WS-LG-PIC
           END-EVALUATE.
       FIN-CALCULER-LONGUEUR-PIC.
           EXIT.

      * Premiere partie du rapport : chaque champ nomme de l'ancien
      * dessin est recherche par son nom dans le nouveau (INCHANGE,
      * DEPLACE, MODIFIE avec RACCOURCI si la zone perd des octets,
      * SUPPRIME), puis les champs du nouveau absents de l'ancien
      * sont donnes comme AJOUTE. Un champ renomme apparait donc
      * comme une suppression suivie d'un ajout.
       COMPARER-DESSINS.
           MOVE SPACES TO WS-LIGNE-MAJ.
           STRING "IMPACT D'UN CHANGEMENT DE DESSIN D'ENREGISTREMENT"
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
           MOVE 1 TO WS-IDX-DES.
           PERFORM ECRIRE-ENTETE-DESSIN
           THRU    FIN-ECRIRE-ENTETE-DESSIN.
           MOVE 2 TO WS-IDX-DES.
           PERFORM ECRIRE-ENTETE-DESSIN
           THRU    FIN-ECRIRE-ENTETE-DESSIN.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
           MOVE "1. COMPARAISON CHAMP PAR CHAMP" TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
           STRING "  CHAMP                          "
               "ANC-POS  LG   PIC ANCIENNE     "
               "NOUV-POS LG   PIC NOUVELLE      ETAT"
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.

           MOVE 0 TO WS-NB-NOMS-ANCIEN.
           PERFORM COMPARER-CHAMP-ANCIEN
           THRU    FIN-COMPARER-CHAMP-ANCIEN
               VARYING WS-IDX-CH FROM 1 BY 1
               UNTIL WS-IDX-CH > WS-DS-NB-CHAMPS(1).
           PERFORM COMPARER-CHAMP-NOUVEAU
           THRU    FIN-COMPARER-CHAMP-NOUVEAU
               VARYING WS-IDX-CH2 FROM 1 BY 1
               UNTIL WS-IDX-CH2 > WS-DS-NB-CHAMPS(2).

           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
           STRING "  INCHANGES : " WS-NB-INCHANGES
               "  DEPLACES : " WS-NB-DEPLACES
               "  MODIFIES : " WS-NB-MODIFIES
               "  SUPPRIMES : " WS-NB-SUPPRIMES
               "  AJOUTES : " WS-NB-AJOUTES
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
       FIN-COMPARER-DESSINS.
           EXIT.

      * Ligne d'en-tete d'un dessin : fichier, enregistrement,
      * longueur et nombre de champs elementaires.
       ECRIRE-ENTETE-DESSIN.
           MOVE WS-DS-LONGUEUR(WS-IDX-DES) TO WS-EDIT-5.
           MOVE WS-DS-NB-CHAMPS(WS-IDX-DES) TO WS-EDIT-3.
           IF WS-IDX-DES = 1
               MOVE "ANCIEN DESSIN  : dessin-ancien.cpy"
                   TO WS-LIGNE-ENTETE
           ELSE
               MOVE "NOUVEAU DESSIN : dessin-nouveau.cpy"
                   TO WS-LIGNE-ENTETE
           END-IF.
           MOVE SPACES TO WS-LIGNE-MAJ.
           STRING WS-LIGNE-ENTETE(1:37)
               FUNCTION TRIM(WS-DS-NOM-ENREG(WS-IDX-DES))
               "  " WS-EDIT-5 " CARACTERES  " WS-EDIT-3 " CHAMPS"
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           IF WS-DS-OCCURS(WS-IDX-DES) = "G"
               MOVE "(OCCURS DE GROUPE : LONGUEUR INDETERMINEE)"
                   TO WS-LIGNE-MAJ(91:)
           END-IF.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
       FIN-ECRIRE-ENTETE-DESSIN.
           EXIT.

      * Compare le champ WS-IDX-CH de l'ancien dessin a son
      * homonyme du nouveau.
       COMPARER-CHAMP-ANCIEN.
           IF WS-DS-NOM(1, WS-IDX-CH) = "FILLER"
               GO TO FIN-COMPARER-CHAMP-ANCIEN
           END-IF.
           ADD 1 TO WS-NB-NOMS-ANCIEN.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-CH2 FROM 1 BY 1
               UNTIL WS-IDX-CH2 > WS-DS-NB-CHAMPS(2)
                  OR WS-IDX-TROUVE > 0
               IF WS-DS-NOM(2, WS-IDX-CH2) = WS-DS-NOM(1, WS-IDX-CH)
                   MOVE WS-IDX-CH2 TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-IDX-TROUVE = 0
                   MOVE "SUPPRIME" TO WS-ETAT-CHAMP
                   ADD 1 TO WS-NB-SUPPRIMES
               WHEN WS-DS-PIC(1, WS-IDX-CH)
                       NOT = WS-DS-PIC(2, WS-IDX-TROUVE)
                 OR WS-DS-USAGE(1, WS-IDX-CH)
                       NOT = WS-DS-USAGE(2, WS-IDX-TROUVE)
                   MOVE "MODIFIE" TO WS-ETAT-CHAMP
                   IF WS-DS-LG(2, WS-IDX-TROUVE)
                       < WS-DS-LG(1, WS-IDX-CH)
                       MOVE "MODIFIE RACCOURCI" TO WS-ETAT-CHAMP
                   END-IF
                   ADD 1 TO WS-NB-MODIFIES
               WHEN WS-DS-POS(1, WS-IDX-CH)
                       NOT = WS-DS-POS(2, WS-IDX-TROUVE)
                   MOVE "DEPLACE" TO WS-ETAT-CHAMP
                   ADD 1 TO WS-NB-DEPLACES
               WHEN OTHER
                   MOVE "INCHANGE" TO WS-ETAT-CHAMP
                   ADD 1 TO WS-NB-INCHANGES
           END-EVALUATE.
           MOVE WS-DS-NOM(1, WS-IDX-CH) TO WS-LC-NOM.
           MOVE WS-DS-POS(1, WS-IDX-CH) TO WS-LC-ANC-POS.
           MOVE WS-DS-LG(1, WS-IDX-CH) TO WS-LC-ANC-LG.
           MOVE 1 TO WS-IDX-DES.
           MOVE WS-IDX-CH TO WS-IDX-CH2.
           PERFORM FORMER-PIC-USAGE
           THRU    FIN-FORMER-PIC-USAGE.
           MOVE WS-PIC-USAGE TO WS-LC-ANC-PIC.
           MOVE 0 TO WS-LC-NOUV-POS WS-LC-NOUV-LG.
           MOVE SPACES TO WS-LC-NOUV-PIC.
           IF WS-IDX-TROUVE > 0
               MOVE WS-DS-POS(2, WS-IDX-TROUVE) TO WS-LC-NOUV-POS
               MOVE WS-DS-LG(2, WS-IDX-TROUVE) TO WS-LC-NOUV-LG
               MOVE 2 TO WS-IDX-DES
               MOVE WS-IDX-TROUVE TO WS-IDX-CH2
               PERFORM FORMER-PIC-USAGE
               THRU    FIN-FORMER-PIC-USAGE
               MOVE WS-PIC-USAGE TO WS-LC-NOUV-PIC
           END-IF.
           MOVE WS-ETAT-CHAMP TO WS-LC-ETAT.
           MOVE WS-LIGNE-COMPARAISON TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
       FIN-COMPARER-CHAMP-ANCIEN.
           EXIT.

      * Signale le champ WS-IDX-CH2 du nouveau dessin s'il n'existe
      * pas dans l'ancien.
       COMPARER-CHAMP-NOUVEAU.
           IF WS-DS-NOM(2, WS-IDX-CH2) = "FILLER"
               GO TO FIN-COMPARER-CHAMP-NOUVEAU
           END-IF.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-CH FROM 1 BY 1
               UNTIL WS-IDX-CH > WS-DS-NB-CHAMPS(1)
                  OR WS-IDX-TROUVE > 0
               IF WS-DS-NOM(1, WS-IDX-CH) = WS-DS-NOM(2, WS-IDX-CH2)
                   MOVE WS-IDX-CH TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE > 0
               GO TO FIN-COMPARER-CHAMP-NOUVEAU
           END-IF.
           ADD 1 TO WS-NB-AJOUTES.
           MOVE WS-DS-NOM(2, WS-IDX-CH2) TO WS-LC-NOM.
           MOVE 0 TO WS-LC-ANC-POS WS-LC-ANC-LG.
           MOVE SPACES TO WS-LC-ANC-PIC.
           MOVE WS-DS-POS(2, WS-IDX-CH2) TO WS-LC-NOUV-POS.
           MOVE WS-DS-LG(2, WS-IDX-CH2) TO WS-LC-NOUV-LG.
           MOVE 2 TO WS-IDX-DES.
           PERFORM FORMER-PIC-USAGE
           THRU    FIN-FORMER-PIC-USAGE.
           MOVE WS-PIC-USAGE TO WS-LC-NOUV-PIC.
           MOVE "AJOUTE" TO WS-LC-ETAT.
           MOVE WS-LIGNE-COMPARAISON TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
       FIN-COMPARER-CHAMP-NOUVEAU.
           EXIT.

      * PIC suivie de l'usage du champ WS-IDX-CH2 du dessin
      * WS-IDX-DES, pour le rapport.
       FORMER-PIC-USAGE.
           MOVE SPACES TO WS-PIC-USAGE.
           STRING WS-DS-PIC(WS-IDX-DES, WS-IDX-CH2) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-DS-USAGE(WS-IDX-DES, WS-IDX-CH2) DELIMITED BY SPACE
               INTO WS-PIC-USAGE.
           IF WS-PIC-USAGE(1:1) = SPACE
               MOVE WS-PIC-USAGE(2:) TO WS-PIC-USAGE
           END-IF.
       FIN-FORMER-PIC-USAGE.
           EXIT.

      * Recherche dans l'arborescence les sources et copybooks qui
      * redeclarent l'ancien dessin. Comme dans lignage.cbl, la
      * liste des fichiers est produite par find puis lue ligne a
      * ligne ; les deux dessins et le programme de conversion
      * eux-memes sont exclus.
       RECHERCHER-IMPACTS.
           MOVE 0 TO WS-NB-SOURCES WS-NB-IMPACTS.
           MOVE SPACES TO WS-COMMANDE.
           STRING "find " FUNCTION TRIM(WS-RACINE)
               " -type f \( -name '*.cbl' -o -name '*.cob'"
               " -o -name '*.cpy' \)"
               " ! -name dessin-ancien.cpy"
               " ! -name dessin-nouveau.cpy"
               " ! -name conversion-dessin.cbl"
               " | sort > impact-sources.tmp"
               DELIMITED BY SIZE INTO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
           OPEN INPUT F-LISTE.
           IF NOT LISTE-STATUT-OK
               DISPLAY "ERREUR OUVERTURE IMPACT-SOURCES.TMP : "
                   STATUT-F-LISTE
               MOVE "PGM3" TO WS-LOG-PROGRAMME
               MOVE "RECHERCHER-IMPACTS" TO WS-LOG-PARAGRAPHE
               MOVE "ERREUR OUVERTURE LISTE SOURCES" TO WS-LOG-MESSAGE
               CALL "FSTATLOG" USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE STATUT-F-LISTE WS-LOG-MESSAGE
               GO TO FIN-RECHERCHER-IMPACTS
           END-IF.
           PERFORM UNTIL LISTE-STATUT-EOF
               READ F-LISTE
               AT END
                   SET LISTE-STATUT-EOF TO TRUE
               NOT AT END
                   MOVE LIGNE-LISTE TO WS-CHEMIN-SOURCE
                   PERFORM EXAMINER-SOURCE
                   THRU    FIN-EXAMINER-SOURCE
               END-READ
           END-PERFORM.
           CLOSE F-LISTE.
           MOVE "rm -f impact-sources.tmp" TO WS-COMMANDE.
           CALL "SYSTEM" USING WS-COMMANDE.
       FIN-RECHERCHER-IMPACTS.
           EXIT.

      * Examine un source : seules la FILE SECTION d'un programme et
      * la totalite d'un copybook sont retenues. Chaque FD ou 01 y
      * ouvre un enregistrement decrit dans le dessin 3.
       EXAMINER-SOURCE.
           ADD 1 TO WS-NB-SOURCES.
           MOVE 3 TO WS-IDX-DES.
           PERFORM INITIALISER-DESSIN
           THRU    FIN-INITIALISER-DESSIN.
           MOVE "N" TO WS-ENREG-OUVERT.
           MOVE SPACE TO WS-ZONE-SOURCE.
           MOVE SPACES TO WS-FD-NOM.
           MOVE 0 TO WS-RC-FD WS-NUM-LIGNE.
           COMPUTE WS-LG-SOURCE = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CHEMIN-SOURCE TRAILING)).
           IF WS-LG-SOURCE > 4
               IF WS-CHEMIN-SOURCE(WS-LG-SOURCE - 3:4) = ".cpy"
                   SET ZONE-FICHIERS TO TRUE
                   SET ENREG-OUVERT TO TRUE
                   MOVE 1 TO WS-DS-LIGNE(3)
               END-IF
           END-IF.
           OPEN INPUT F-SOURCE.
           IF NOT SOURCE-STATUT-OK
               DISPLAY "SOURCE ILLISIBLE : "
                   FUNCTION TRIM(WS-CHEMIN-SOURCE) " : "
                   STATUT-F-SOURCE
               GO TO FIN-EXAMINER-SOURCE
           END-IF.
           PERFORM UNTIL SOURCE-STATUT-EOF
               READ F-SOURCE
               AT END
                   SET SOURCE-STATUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NUM-LIGNE
                   IF SOURCE-INDICATEUR NOT = "*"
                       AND SOURCE-INDICATEUR NOT = "/"
                       PERFORM TRAITER-LIGNE-SOURCE
                       THRU    FIN-TRAITER-LIGNE-SOURCE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SOURCE.
           IF ENREG-OUVERT
               PERFORM CLORE-ENREG-SOURCE
               THRU    FIN-CLORE-ENREG-SOURCE
           END-IF.
       FIN-EXAMINER-SOURCE.
           EXIT.

      * Une ligne de source : changement de section ou de division,
      * FD ou SD (RECORD CONTAINS retenu comme longueur quand la
      * description n'est pas calculable), niveau 01, ou ligne de
      * description a ajouter a l'enregistrement en cours.
       TRAITER-LIGNE-SOURCE.
           MOVE SOURCE-TEXTE TO WS-TEXTE-DESSIN.
           PERFORM DECOUPER-LIGNE-DESSIN
           THRU    FIN-DECOUPER-LIGNE-DESSIN.
           IF WS-JD(1) = SPACES
               GO TO FIN-TRAITER-LIGNE-SOURCE
           END-IF.
           IF WS-JD(2) = "SECTION" OR WS-JD(2) = "DIVISION"
               IF ENREG-OUVERT
                   PERFORM CLORE-ENREG-SOURCE
                   THRU    FIN-CLORE-ENREG-SOURCE
               END-IF
               IF WS-JD(1) = "FILE" AND WS-JD(2) = "SECTION"
                   SET ZONE-FICHIERS TO TRUE
               ELSE
                   MOVE SPACE TO WS-ZONE-SOURCE
               END-IF
               GO TO FIN-TRAITER-LIGNE-SOURCE
           END-IF.
           IF NOT ZONE-FICHIERS
               GO TO FIN-TRAITER-LIGNE-SOURCE
           END-IF.

           IF WS-JD(1) = "FD" OR WS-JD(1) = "SD"
               IF ENREG-OUVERT
                   PERFORM CLORE-ENREG-SOURCE
                   THRU    FIN-CLORE-ENREG-SOURCE
               END-IF
               MOVE 0 TO WS-RC-FD
               MOVE WS-JD(2) TO WS-FD-NOM
               MOVE 3 TO WS-IDX-DES
               PERFORM INITIALISER-DESSIN
               THRU    FIN-INITIALISER-DESSIN
               MOVE WS-NUM-LIGNE TO WS-DS-LIGNE(3)
               SET ENREG-OUVERT TO TRUE
           END-IF.
           PERFORM VARYING WS-IDX-JD FROM 1 BY 1
               UNTIL WS-IDX-JD > 10
               IF WS-JD(WS-IDX-JD) = "CONTAINS"
                   IF FUNCTION TEST-NUMVAL(WS-JD(WS-IDX-JD + 1)) = 0
                       AND WS-JD(WS-IDX-JD + 2) NOT = "TO"
                       AND WS-JD(WS-IDX-JD + 2) NOT = "RECORDS"
                       COMPUTE WS-RC-FD =
                           FUNCTION NUMVAL(WS-JD(WS-IDX-JD + 1))
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-JD(1) = "01" OR WS-JD(1) = "1"
               IF ENREG-OUVERT AND WS-DS-NB-CHAMPS(3) > 0
                   PERFORM CLORE-ENREG-SOURCE
                   THRU    FIN-CLORE-ENREG-SOURCE
               END-IF
               IF NOT ENREG-OUVERT
                   MOVE 3 TO WS-IDX-DES
                   PERFORM INITIALISER-DESSIN
                   THRU    FIN-INITIALISER-DESSIN
                   SET ENREG-OUVERT TO TRUE
               END-IF
               MOVE SPACES TO WS-DS-NOM-ENREG(3)
           END-IF.
           IF ENREG-OUVERT
               MOVE 3 TO WS-IDX-DES
               PERFORM ANALYSER-LIGNE-DESSIN
               THRU    FIN-ANALYSER-LIGNE-DESSIN
           END-IF.
       FIN-TRAITER-LIGNE-SOURCE.
           EXIT.

      * Clot l'enregistrement en cours du source. Sa longueur est
      * celle de la description (ou, a defaut, du RECORD CONTAINS) ;
      * a longueur egale a l'ancien dessin, le nombre de noms de
      * l'ancien dessin retrouves donne le niveau de correspondance.
       CLORE-ENREG-SOURCE.
           MOVE "N" TO WS-ENREG-OUVERT.
           IF WS-DS-NB-CHAMPS(3) > 0 AND WS-DS-OCCURS(3) NOT = "G"
               MOVE WS-DS-LONGUEUR(3) TO WS-LG-SOURCE
           ELSE
               MOVE WS-RC-FD TO WS-LG-SOURCE
           END-IF.
           IF WS-LG-SOURCE = 0
               OR WS-LG-SOURCE NOT = WS-DS-LONGUEUR(1)
               GO TO FIN-CLORE-ENREG-SOURCE
           END-IF.
           MOVE 0 TO WS-NB-NOMS-TROUVES.
           PERFORM VARYING WS-IDX-CH FROM 1 BY 1
               UNTIL WS-IDX-CH > WS-DS-NB-CHAMPS(1)
               IF WS-DS-NOM(1, WS-IDX-CH) NOT = "FILLER"
                   MOVE 0 TO WS-IDX-TROUVE
                   PERFORM VARYING WS-IDX-CH2 FROM 1 BY 1
                       UNTIL WS-IDX-CH2 > WS-DS-NB-CHAMPS(3)
                          OR WS-IDX-TROUVE > 0
                       IF WS-DS-NOM(3, WS-IDX-CH2)
                           = WS-DS-NOM(1, WS-IDX-CH)
                           MOVE WS-IDX-CH2 TO WS-IDX-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-IDX-TROUVE > 0
                       ADD 1 TO WS-NB-NOMS-TROUVES
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-IMPACTS >= 500
               GO TO FIN-CLORE-ENREG-SOURCE
           END-IF.
           ADD 1 TO WS-NB-IMPACTS.
           MOVE WS-CHEMIN-SOURCE TO WS-IMP-SOURCE(WS-NB-IMPACTS).
           MOVE WS-DS-NOM-ENREG(3) TO WS-IMP-ENREG(WS-NB-IMPACTS).
           IF WS-DS-NOM-ENREG(3) = SPACES AND WS-FD-NOM NOT = SPACES
               STRING "FD " WS-FD-NOM DELIMITED BY SIZE
                   INTO WS-IMP-ENREG(WS-NB-IMPACTS)
           END-IF.
           MOVE WS-DS-LIGNE(3) TO WS-IMP-LIGNE(WS-NB-IMPACTS).
           MOVE WS-NB-NOMS-TROUVES TO WS-IMP-NOMS(WS-NB-IMPACTS).
           EVALUATE TRUE
               WHEN WS-NB-NOMS-TROUVES = 0
                   MOVE "LONGUEUR" TO WS-IMP-NIVEAU(WS-NB-IMPACTS)
                   ADD 1 TO WS-NB-LONGUEUR
               WHEN WS-NB-NOMS-TROUVES = WS-NB-NOMS-ANCIEN
                   MOVE "COMPLET" TO WS-IMP-NIVEAU(WS-NB-IMPACTS)
                   ADD 1 TO WS-NB-COMPLET
               WHEN OTHER
                   MOVE "PARTIEL" TO WS-IMP-NIVEAU(WS-NB-IMPACTS)
                   ADD 1 TO WS-NB-PARTIEL
           END-EVALUATE.
       FIN-CLORE-ENREG-SOURCE.
           EXIT.

      * Deuxieme partie du rapport : les enregistrements retenus,
      * correspondance complete d'abord, puis partielle, puis sur la
      * seule longueur (a verifier a la main).
       ECRIRE-IMPACTS.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
           MOVE WS-DS-LONGUEUR(1) TO WS-EDIT-5.
           STRING "2. SOURCES QUI REDECLARENT L'ANCIEN DESSIN ("
               WS-EDIT-5 " CARACTERES)"
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
           STRING "  NIVEAU   NOMS     LIGNE  ENREGISTREMENT"
               "                 SOURCE"
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
           MOVE "COMPLET" TO WS-NIVEAU-EDITE.
           PERFORM ECRIRE-IMPACT-NIVEAU
           THRU    FIN-ECRIRE-IMPACT-NIVEAU
               VARYING WS-IDX-IMP FROM 1 BY 1
               UNTIL WS-IDX-IMP > WS-NB-IMPACTS.
           MOVE "PARTIEL" TO WS-NIVEAU-EDITE.
           PERFORM ECRIRE-IMPACT-NIVEAU
           THRU    FIN-ECRIRE-IMPACT-NIVEAU
               VARYING WS-IDX-IMP FROM 1 BY 1
               UNTIL WS-IDX-IMP > WS-NB-IMPACTS.
           MOVE "LONGUEUR" TO WS-NIVEAU-EDITE.
           PERFORM ECRIRE-IMPACT-NIVEAU
           THRU    FIN-ECRIRE-IMPACT-NIVEAU
               VARYING WS-IDX-IMP FROM 1 BY 1
               UNTIL WS-IDX-IMP > WS-NB-IMPACTS.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
           STRING "  SOURCES EXAMINES : " WS-NB-SOURCES
               "  COMPLETS : " WS-NB-COMPLET
               "  PARTIELS : " WS-NB-PARTIEL
               "  LONGUEUR SEULE : " WS-NB-LONGUEUR
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
       FIN-ECRIRE-IMPACTS.
           EXIT.

       ECRIRE-IMPACT-NIVEAU.
           IF WS-IMP-NIVEAU(WS-IDX-IMP) NOT = WS-NIVEAU-EDITE
               GO TO FIN-ECRIRE-IMPACT-NIVEAU
           END-IF.
           MOVE WS-IMP-NIVEAU(WS-IDX-IMP) TO WS-LI-NIVEAU.
           MOVE WS-IMP-NOMS(WS-IDX-IMP) TO WS-LI-NOMS.
           MOVE "/" TO WS-LI-SEP.
           MOVE WS-NB-NOMS-ANCIEN TO WS-LI-NOMS-ANC.
           MOVE WS-IMP-LIGNE(WS-IDX-IMP) TO WS-LI-LIGNE.
           MOVE WS-IMP-ENREG(WS-IDX-IMP) TO WS-LI-ENREG.
           MOVE WS-IMP-SOURCE(WS-IDX-IMP) TO WS-LI-SOURCE.
           MOVE WS-LIGNE-IMPACT TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
       FIN-ECRIRE-IMPACT-NIVEAU.
           EXIT.

      * Troisieme partie : ecrit CONVERSION-DESSIN.CBL, programme a
      * usage unique qui relit le fichier de donnees a l'ancien
      * dessin et l'ecrit au nouveau dans <fichier>.new. Les champs
      * communs sont repris par MOVE, les champs ajoutes recoivent
      * la VALUE du nouveau copybook, sinon ZEROS ou SPACES selon
      * leur PIC ; les compteurs lus / ecrits sont rapproches en fin
      * de traitement (code retour 8 en cas d'ecart). Pas de
      * generation si un dessin porte un OCCURS ou un nom en double.
       GENERER-CONVERSION.
           MOVE "O" TO WS-CONVERSION-SW.
           MOVE SPACES TO WS-MOTIF-REFUS.
           IF WS-DS-OCCURS(1) NOT = "N" OR WS-DS-OCCURS(2) NOT = "N"
               MOVE "N" TO WS-CONVERSION-SW
               MOVE "OCCURS DANS UN DESSIN, CONVERSION A ECRIRE"
                   TO WS-MOTIF-REFUS
           END-IF.
           IF WS-DS-DOUBLON(1) = "O" OR WS-DS-DOUBLON(2) = "O"
               MOVE "N" TO WS-CONVERSION-SW
               MOVE "NOM DE CHAMP EN DOUBLE DANS UN DESSIN"
                   TO WS-MOTIF-REFUS
           END-IF.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
           MOVE "3. PROGRAMME DE CONVERSION" TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.
           IF NOT CONVERSION-POSSIBLE
               STRING "  NON GENERE : " WS-MOTIF-REFUS
                   DELIMITED BY SIZE INTO WS-LIGNE-MAJ
               PERFORM ECRIRE-LIGNE-RAPPORT
               THRU    FIN-ECRIRE-LIGNE-RAPPORT
               GO TO FIN-GENERER-CONVERSION
           END-IF.

           OPEN OUTPUT F-CONVERSION.
           IF NOT CONVERSION-STATUT-OK
               DISPLAY "ERREUR CREATION CONVERSION-DESSIN.CBL : "
                   STATUT-F-CONVERSION
               MOVE "PGM3" TO WS-LOG-PROGRAMME
               MOVE "GENERER-CONVERSION" TO WS-LOG-PARAGRAPHE
               MOVE "ERREUR CREATION PROGRAMME CONVERSION"
                   TO WS-LOG-MESSAGE
               CALL "FSTATLOG" USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE STATUT-F-CONVERSION
                   WS-LOG-MESSAGE
               MOVE "N" TO WS-CONVERSION-SW
               MOVE "ERREUR CREATION CONVERSION-DESSIN.CBL"
                   TO WS-MOTIF-REFUS
               GO TO FIN-GENERER-CONVERSION
           END-IF.
           STRING "  conversion-dessin.cbl : "
               FUNCTION TRIM(WS-FICHIER-DONNEES) " VERS "
               FUNCTION TRIM(WS-FICHIER-DONNEES) ".new"
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-RAPPORT
           THRU    FIN-ECRIRE-LIGNE-RAPPORT.

      * Un dessin binaire ou packe ne se lit pas en LINE SEQUENTIAL
           MOVE 0 TO WS-NB-NON-AFFICHAGE.
           PERFORM VARYING WS-IDX-DES FROM 1 BY 1 UNTIL WS-IDX-DES > 2
               PERFORM VARYING WS-IDX-CH FROM 1 BY 1
                   UNTIL WS-IDX-CH > WS-DS-NB-CHAMPS(WS-IDX-DES)
                   IF WS-DS-USAGE(WS-IDX-DES, WS-IDX-CH) NOT = SPACES
                       ADD 1 TO WS-NB-NON-AFFICHAGE
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE WS-DS-LONGUEUR(1) TO WS-EDIT-5.
           MOVE WS-DS-LONGUEUR(2) TO WS-EDIT-5B.
           STRING "      * Conversion ponctuelle de "
               FUNCTION TRIM(WS-FICHIER-DONNEES)
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           STRING "      * de l'ancien dessin "
               FUNCTION TRIM(WS-DS-NOM-ENREG(1))
               " (" FUNCTION TRIM(WS-EDIT-5) " car.)"
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           STRING "      * au nouveau dessin "
               FUNCTION TRIM(WS-DS-NOM-ENREG(2))
               " (" FUNCTION TRIM(WS-EDIT-5B) " car.)"
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       IDENTIFICATION DIVISION." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       PROGRAM-ID. CONVDESSIN." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       ENVIRONMENT DIVISION." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       FILE-CONTROL." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           STRING "           SELECT ANCIEN-FILE ASSIGN TO """
               FUNCTION TRIM(WS-FICHIER-DONNEES) """"
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           PERFORM ECRIRE-ORGANISATION-CONV
           THRU    FIN-ECRIRE-ORGANISATION-CONV.
           MOVE "               FILE STATUS IS CONV-STATUT-ANCIEN."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           STRING "           SELECT NOUVEAU-FILE ASSIGN TO """
               FUNCTION TRIM(WS-FICHIER-DONNEES) ".new"""
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           PERFORM ECRIRE-ORGANISATION-CONV
           THRU    FIN-ECRIRE-ORGANISATION-CONV.
           MOVE "               FILE STATUS IS CONV-STATUT-NOUVEAU."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       DATA DIVISION." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       FILE SECTION." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       FD  ANCIEN-FILE." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       01  ANC-ENREG." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE 1 TO WS-IDX-DES.
           PERFORM EMETTRE-CHAMP-CONVERSION
           THRU    FIN-EMETTRE-CHAMP-CONVERSION
               VARYING WS-IDX-CH FROM 1 BY 1
               UNTIL WS-IDX-CH > WS-DS-NB-CHAMPS(1).
           MOVE "       FD  NOUVEAU-FILE." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       01  NOUV-ENREG." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE 2 TO WS-IDX-DES.
           PERFORM EMETTRE-CHAMP-CONVERSION
           THRU    FIN-EMETTRE-CHAMP-CONVERSION
               VARYING WS-IDX-CH FROM 1 BY 1
               UNTIL WS-IDX-CH > WS-DS-NB-CHAMPS(2).

           MOVE "       WORKING-STORAGE SECTION." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       01  CONV-STATUT-ANCIEN   PIC X(02)."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       01  CONV-STATUT-NOUVEAU  PIC X(02)."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       01  CONV-FIN-FICHIER     PIC X(01) VALUE ""N""."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           88 CONV-FIN          VALUE ""O""."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       01  CONV-LUS             PIC 9(09) VALUE 0."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       01  CONV-ECRITS          PIC 9(09) VALUE 0."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.

           MOVE "       PROCEDURE DIVISION." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "       0000-PRINCIPAL." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           OPEN INPUT ANCIEN-FILE." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "ANCIEN" TO WS-JD-NOM.
           PERFORM EMETTRE-CONTROLE-OUVERTURE
           THRU    FIN-EMETTRE-CONTROLE-OUVERTURE.
           MOVE "           OPEN OUTPUT NOUVEAU-FILE." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "NOUVEAU" TO WS-JD-NOM.
           PERFORM EMETTRE-CONTROLE-OUVERTURE
           THRU    FIN-EMETTRE-CONTROLE-OUVERTURE.
           MOVE "           PERFORM 1000-LIRE." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           PERFORM 2000-CONVERTIR UNTIL CONV-FIN."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           CLOSE ANCIEN-FILE NOUVEAU-FILE."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           DISPLAY ""CONVDESSIN : LUS "" CONV-LUS"
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "               "" ECRITS "" CONV-ECRITS."
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           IF CONV-LUS NOT = CONV-ECRITS"
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "               DISPLAY ""CONVDESSIN : ECART"""
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "               MOVE 8 TO RETURN-CODE" TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           END-IF." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           STOP RUN." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.

           MOVE "       1000-LIRE." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           READ ANCIEN-FILE" TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "               AT END SET CONV-FIN TO TRUE"
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "               NOT AT END ADD 1 TO CONV-LUS"
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           END-READ." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.

           MOVE "       2000-CONVERTIR." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           MOVE SPACES TO NOUV-ENREG." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           PERFORM EMETTRE-REPRISE-CHAMP
           THRU    FIN-EMETTRE-REPRISE-CHAMP
               VARYING WS-IDX-CH2 FROM 1 BY 1
               UNTIL WS-IDX-CH2 > WS-DS-NB-CHAMPS(2).
           MOVE "           WRITE NOUV-ENREG." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           IF CONV-STATUT-NOUVEAU = ""00"""
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "               ADD 1 TO CONV-ECRITS" TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           ELSE" TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "               DISPLAY ""CONVDESSIN : ECRITURE """
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "                   CONV-STATUT-NOUVEAU"
               TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           END-IF." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           PERFORM 1000-LIRE." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           CLOSE F-CONVERSION.
       FIN-GENERER-CONVERSION.
           EXIT.

      * Organisation des deux fichiers du programme de conversion.
       ECRIRE-ORGANISATION-CONV.
           IF WS-NB-NON-AFFICHAGE > 0
               MOVE "               ORGANIZATION IS SEQUENTIAL"
                   TO WS-LIGNE-MAJ
           ELSE
               MOVE "               ORGANIZATION IS LINE SEQUENTIAL"
                   TO WS-LIGNE-MAJ
           END-IF.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
       FIN-ECRIRE-ORGANISATION-CONV.
           EXIT.

      * Controle d'ouverture du fichier WS-JD-NOM (ANCIEN ou
      * NOUVEAU) : code retour 12 et arret.
       EMETTRE-CONTROLE-OUVERTURE.
           STRING "           IF CONV-STATUT-"
               FUNCTION TRIM(WS-JD-NOM) " NOT = ""00"""
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           STRING "               DISPLAY ""CONVDESSIN : OUVERTURE "
               FUNCTION TRIM(WS-JD-NOM) " """
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           STRING "                   CONV-STATUT-"
               FUNCTION TRIM(WS-JD-NOM)
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "               MOVE 12 TO RETURN-CODE" TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "               STOP RUN" TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           MOVE "           END-IF." TO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
       FIN-EMETTRE-CONTROLE-OUVERTURE.
           EXIT.

      * Declaration du champ WS-IDX-CH du dessin WS-IDX-DES sous le
      * 01 du programme de conversion (nom puis PIC et usage).
       EMETTRE-CHAMP-CONVERSION.
           STRING "           05 "
               FUNCTION TRIM(WS-DS-NOM(WS-IDX-DES, WS-IDX-CH))
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           IF WS-DS-PIC(WS-IDX-DES, WS-IDX-CH) = SPACES
               STRING "               USAGE "
                   DELIMITED BY SIZE
                   WS-DS-USAGE(WS-IDX-DES, WS-IDX-CH)
                   DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO WS-LIGNE-MAJ
           ELSE
               IF WS-DS-USAGE(WS-IDX-DES, WS-IDX-CH) = SPACES
                   STRING "               PIC "
                       DELIMITED BY SIZE
                       WS-DS-PIC(WS-IDX-DES, WS-IDX-CH)
                       DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-LIGNE-MAJ
               ELSE
                   STRING "               PIC "
                       DELIMITED BY SIZE
                       WS-DS-PIC(WS-IDX-DES, WS-IDX-CH)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-DS-USAGE(WS-IDX-DES, WS-IDX-CH)
                       DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-LIGNE-MAJ
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
       FIN-EMETTRE-CHAMP-CONVERSION.
           EXIT.

      * Alimentation du champ WS-IDX-CH2 du nouveau dessin : reprise
      * de l'homonyme de l'ancien, sinon valeur par defaut.
       EMETTRE-REPRISE-CHAMP.
           IF WS-DS-NOM(2, WS-IDX-CH2) = "FILLER"
               GO TO FIN-EMETTRE-REPRISE-CHAMP
           END-IF.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-CH FROM 1 BY 1
               UNTIL WS-IDX-CH > WS-DS-NB-CHAMPS(1)
                  OR WS-IDX-TROUVE > 0
               IF WS-DS-NOM(1, WS-IDX-CH) = WS-DS-NOM(2, WS-IDX-CH2)
                   MOVE WS-IDX-CH TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE > 0
               STRING "           MOVE "
                   FUNCTION TRIM(WS-DS-NOM(2, WS-IDX-CH2))
                   " OF ANC-ENREG"
                   DELIMITED BY SIZE INTO WS-LIGNE-MAJ
           ELSE
               IF WS-DS-DEFAUT(2, WS-IDX-CH2) NOT = SPACES
                   STRING "           MOVE "
                       FUNCTION TRIM(WS-DS-DEFAUT(2, WS-IDX-CH2))
                       DELIMITED BY SIZE INTO WS-LIGNE-MAJ
               ELSE
                   MOVE 0 TO WS-NB-CHIFFRES
                   INSPECT WS-DS-PIC(2, WS-IDX-CH2) TALLYING
                       WS-NB-CHIFFRES FOR ALL "X" ALL "A"
                   IF WS-NB-CHIFFRES > 0
                       AND WS-DS-USAGE(2, WS-IDX-CH2) = SPACES
                       MOVE "           MOVE SPACES" TO WS-LIGNE-MAJ
                   ELSE
                       MOVE "           MOVE ZEROS" TO WS-LIGNE-MAJ
                   END-IF
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
           STRING "               TO "
               FUNCTION TRIM(WS-DS-NOM(2, WS-IDX-CH2))
               " OF NOUV-ENREG."
               DELIMITED BY SIZE INTO WS-LIGNE-MAJ.
           PERFORM ECRIRE-LIGNE-CONVERSION
           THRU    FIN-ECRIRE-LIGNE-CONVERSION.
       FIN-EMETTRE-REPRISE-CHAMP.
           EXIT.

      * Ecrit WS-LIGNE-MAJ dans le rapport d'impact puis la vide.
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-MAJ(1:132) TO LIGNE-IMPACT.
           WRITE LIGNE-IMPACT.
           MOVE SPACES TO WS-LIGNE-MAJ.
       FIN-ECRIRE-LIGNE-RAPPORT.
           EXIT.

      * Ecrit WS-LIGNE-MAJ dans le programme de conversion puis la
      * vide.
       ECRIRE-LIGNE-CONVERSION.
           MOVE WS-LIGNE-MAJ(1:80) TO LIGNE-CONVERSION.
           WRITE LIGNE-CONVERSION.
           MOVE SPACES TO WS-LIGNE-MAJ.
       FIN-ECRIRE-LIGNE-CONVERSION.
           EXIT.
