      ******************************************************************
      * Programme : PSEUDO
      * Description : Routine partagee de pseudonymisation, appelee
      *   par CALL comme DATEUTIL, pour construire les copies de test
      *   des fichiers et des bases sans aucune donnee personnelle.
      *   La valeur fictive est tiree d'une empreinte de la valeur
      *   d'origine (majuscules, blancs de tete retires) et de la cle
      *   secrete LK-CLE : la meme valeur donne toujours la meme
      *   valeur fictive, quel que soit le fichier ou la table, ce qui
      *   garde les rapprochements entre fichiers ; sans la cle, la
      *   valeur d'origine ne peut pas etre retrouvee. Types offerts,
      *   choisis par LK-TYPE :
      *     'NOM     '  nom, prenom ou nom complet : chaque mot est
      *                 remplace a part (meme longueur, syllabes
      *                 tirees), separateurs conserves, de sorte que
      *                 DUPONT JEAN et JEAN DUPONT donnent les memes
      *                 mots fictifs que LNAME=DUPONT et FNAME=JEAN ;
      *     'ADRESSE '  numero, type de voie et nom de voie fictifs ;
      *     'IBAN    '  IBAN FR76 fictif, cle de controle valide ;
      *     'MAIL    '  adresse du domaine reserve exemple.invalid ;
      *     'SECU    '  numero de securite sociale : sexe, annee et
      *                 mois de naissance gardes (positions 1 a 5),
      *                 departement, commune et rang tires, cle
      *                 recalculee (97 - reste modulo 97) ;
      *     'TEL     '  numero de mobile fictif 06 ou 07 ;
      *     'TEXTE   '  texte libre (libelle, commentaire, code
      *                 postal) : chaque mot est remplace comme pour
      *                 NOM, chaque suite de chiffres par une suite de
      *                 meme longueur dont chaque chiffre differe de
      *                 celui d'origine (elle ne peut donc pas
      *                 redonner la suite d'origine), ponctuation et
      *                 blancs conserves.
      *   Une valeur a blanc (ou a zero pour TEL) est rendue telle
      *   quelle. LK-CODE-RETOUR vaut '00', ou '20' si le type est
      *   inconnu (LK-SORTIE est alors a blanc).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEUDO.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VALEUR            PIC X(80).
       01  WS-LONG-VALEUR       PIC 9(03).

      * Empreinte de la chaine WS-CHAINE (cle, type, valeur).
       01  WS-CHAINE            PIC X(120).
       01  WS-LONG-CHAINE       PIC 9(03).
       01  WS-H1                PIC 9(15).
       01  WS-H2                PIC 9(15).
       01  WS-CODE-CAR          PIC 9(03).

      * Generateur pseudo-aleatoire (Park-Miller) amorce par
      * l'empreinte : chaque tirage rend un nombre de 0 a WS-BORNE-1.
       01  WS-ALEA              PIC 9(15).
       01  WS-BORNE             PIC 9(05).
       01  WS-TIRAGE            PIC 9(05).
       01  WS-QUOTIENT          PIC 9(15).

      * Syllabes des mots fictifs, choisies hors des particules (LE,
      * DE, DU...) pour qu'un mot court ne retombe pas sur un vrai.
       01  WS-SYLLABES-VAL.
           05 FILLER            PIC X(48) VALUE
              'BABOCACOFAFEGAGOKAKELILOMAMONINOPAPIRARUSASOTIVO'.
       01  WS-SYLLABES REDEFINES WS-SYLLABES-VAL.
           05 WS-SYLLABE        PIC X(02) OCCURS 24 TIMES.
       01  WS-FINALES-VAL       PIC X(08) VALUE 'NTLRSDZX'.
       01  WS-FINALES REDEFINES WS-FINALES-VAL.
           05 WS-FINALE         PIC X(01) OCCURS 8 TIMES.
       01  WS-VOIES-VAL.
           05 FILLER            PIC X(08) VALUE 'RUE'.
           05 FILLER            PIC X(08) VALUE 'AVENUE'.
           05 FILLER            PIC X(08) VALUE 'ALLEE'.
           05 FILLER            PIC X(08) VALUE 'CHEMIN'.
           05 FILLER            PIC X(08) VALUE 'IMPASSE'.
           05 FILLER            PIC X(08) VALUE 'PLACE'.
       01  WS-VOIES REDEFINES WS-VOIES-VAL.
           05 WS-VOIE           PIC X(08) OCCURS 6 TIMES.

      * Mot d'origine et mot fictif.
       01  WS-MOT               PIC X(40).
       01  WS-LONG-MOT          PIC 9(03).
       01  WS-MOT-FAUX          PIC X(40).
       01  WS-LONG-FAUX         PIC 9(03).
       01  WS-NB-SYLLABES       PIC 9(02).

      * Suite de chiffres d'un texte libre et suite fictive.
       01  WS-SUITE             PIC X(40).
       01  WS-LONG-SUITE        PIC 9(03).
       01  WS-SUITE-FAUSSE      PIC X(40).
       01  WS-S                 PIC 9(02).

       01  WS-I                 PIC 9(03).
       01  WS-J                 PIC 9(03).
       01  WS-CAR               PIC X(01).
       01  WS-PTR-SORTIE        PIC 9(03).
       01  WS-NUMERO-ED         PIC Z(2)9.
       01  WS-CHIFFRES          PIC X(23).
       01  WS-CHIFFRE           PIC 9(01).
       01  WS-RESTE-97          PIC 9(03).
       01  WS-CLE-IBAN          PIC 9(02).
       01  WS-NOMBRE-2          PIC 9(02).
       01  WS-NOMBRE-3          PIC 9(03).
       01  WS-SECU-NUM          PIC 9(13).
       01  WS-SECU-X REDEFINES WS-SECU-NUM PIC X(13).
       01  WS-SECU-CLE          PIC 9(02).

       LINKAGE SECTION.
       01  LK-TYPE              PIC X(08).
       01  LK-CLE               PIC X(20).
       01  LK-ENTREE            PIC X(80).
       01  LK-SORTIE            PIC X(80).
       01  LK-CODE-RETOUR       PIC X(02).

       PROCEDURE DIVISION USING LK-TYPE LK-CLE LK-ENTREE LK-SORTIE
               LK-CODE-RETOUR.
       0000-MAIN-START.
           MOVE '00' TO LK-CODE-RETOUR.
           MOVE SPACES TO LK-SORTIE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-ENTREE LEADING))
               TO WS-VALEUR.
           IF WS-VALEUR = SPACES
               GO TO 0000-MAIN-END
           END-IF.
           COMPUTE WS-LONG-VALEUR =
               FUNCTION LENGTH(FUNCTION TRIM(WS-VALEUR TRAILING)).
           EVALUATE LK-TYPE
               WHEN 'NOM     '
                   PERFORM 1000-PSEUDO-NOM
                   THRU    1000-PSEUDO-NOM-END
               WHEN 'ADRESSE '
                   PERFORM 2000-PSEUDO-ADRESSE
                   THRU    2000-PSEUDO-ADRESSE-END
               WHEN 'IBAN    '
                   PERFORM 3000-PSEUDO-IBAN
                   THRU    3000-PSEUDO-IBAN-END
               WHEN 'MAIL    '
                   PERFORM 4000-PSEUDO-MAIL
                   THRU    4000-PSEUDO-MAIL-END
               WHEN 'SECU    '
                   PERFORM 5000-PSEUDO-SECU
                   THRU    5000-PSEUDO-SECU-END
               WHEN 'TEL     '
                   PERFORM 6000-PSEUDO-TEL
                   THRU    6000-PSEUDO-TEL-END
               WHEN 'TEXTE   '
                   PERFORM 6500-PSEUDO-TEXTE
                   THRU    6500-PSEUDO-TEXTE-END
               WHEN OTHER
                   MOVE '20' TO LK-CODE-RETOUR
           END-EVALUATE.
       0000-MAIN-END.
           GOBACK.

      ******************************************************************
      * Nom : la valeur est parcourue lettre a lettre, chaque mot
      * (suite de lettres) est remplace par son mot fictif et tout
      * autre caractere (blanc, trait d'union, apostrophe) est recopie.
       1000-PSEUDO-NOM.
           MOVE 1 TO WS-PTR-SORTIE.
           MOVE SPACES TO WS-MOT.
           MOVE 0 TO WS-LONG-MOT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LONG-VALEUR
               MOVE WS-VALEUR(WS-I:1) TO WS-CAR
               IF WS-CAR IS ALPHABETIC AND WS-CAR NOT = SPACE
                   IF WS-LONG-MOT < 40
                       ADD 1 TO WS-LONG-MOT
                       MOVE WS-CAR TO WS-MOT(WS-LONG-MOT:1)
                   END-IF
               ELSE
                   PERFORM 1100-SORTIR-MOT
                   THRU    1100-SORTIR-MOT-END
                   IF WS-PTR-SORTIE < 81
                       MOVE WS-CAR TO LK-SORTIE(WS-PTR-SORTIE:1)
                       ADD 1 TO WS-PTR-SORTIE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1100-SORTIR-MOT
           THRU    1100-SORTIR-MOT-END.
       1000-PSEUDO-NOM-END.
           EXIT.

      * Mot en cours : son mot fictif, de meme longueur, est ajoute a
      * la sortie.
       1100-SORTIR-MOT.
           IF WS-LONG-MOT = 0
               GO TO 1100-SORTIR-MOT-END
           END-IF.
           MOVE SPACES TO WS-CHAINE.
           STRING FUNCTION TRIM(LK-CLE) '|MOT|' WS-MOT(1:WS-LONG-MOT)
               DELIMITED BY SIZE INTO WS-CHAINE.
           PERFORM 8000-EMPREINTE
           THRU    8000-EMPREINTE-END.
           COMPUTE WS-NB-SYLLABES = WS-LONG-MOT / 2.
           IF WS-NB-SYLLABES > 5
               MOVE 5 TO WS-NB-SYLLABES
           END-IF.
           PERFORM 7000-FABRIQUER-MOT
           THRU    7000-FABRIQUER-MOT-END.
           IF WS-LONG-MOT < 12
               AND FUNCTION MOD(WS-LONG-MOT, 2) = 1
               MOVE 8 TO WS-BORNE
               PERFORM 8100-TIRER
               THRU    8100-TIRER-END
               ADD 1 TO WS-LONG-FAUX
               MOVE WS-FINALE(WS-TIRAGE + 1)
                   TO WS-MOT-FAUX(WS-LONG-FAUX:1)
           END-IF.
           IF WS-PTR-SORTIE + WS-LONG-FAUX < 82
               MOVE WS-MOT-FAUX(1:WS-LONG-FAUX)
                   TO LK-SORTIE(WS-PTR-SORTIE:WS-LONG-FAUX)
               ADD WS-LONG-FAUX TO WS-PTR-SORTIE
           END-IF.
           MOVE SPACES TO WS-MOT.
           MOVE 0 TO WS-LONG-MOT.
       1100-SORTIR-MOT-END.
           EXIT.

      ******************************************************************
      * Adresse : numero de 1 a 150, type de voie et nom de voie de
      * trois syllabes, tous tires de l'adresse complete.
       2000-PSEUDO-ADRESSE.
           PERFORM 8200-EMPREINTE-VALEUR
           THRU    8200-EMPREINTE-VALEUR-END.
           MOVE 150 TO WS-BORNE.
           PERFORM 8100-TIRER
           THRU    8100-TIRER-END.
           COMPUTE WS-NUMERO-ED = WS-TIRAGE + 1.
           MOVE 6 TO WS-BORNE.
           PERFORM 8100-TIRER
           THRU    8100-TIRER-END.
           MOVE 3 TO WS-NB-SYLLABES.
           MOVE WS-TIRAGE TO WS-S.
           PERFORM 7000-FABRIQUER-MOT
           THRU    7000-FABRIQUER-MOT-END.
           STRING FUNCTION TRIM(WS-NUMERO-ED) ' '
               FUNCTION TRIM(WS-VOIE(WS-S + 1)) ' '
               WS-MOT-FAUX(1:WS-LONG-FAUX)
               DELIMITED BY SIZE INTO LK-SORTIE.
       2000-PSEUDO-ADRESSE-END.
           EXIT.

      ******************************************************************
      * IBAN : 23 chiffres tires (banque, guichet, compte, cle RIB),
      * cle IBAN calculee sur BBAN + FR00 (F = 15, R = 27).
       3000-PSEUDO-IBAN.
           PERFORM 8200-EMPREINTE-VALEUR
           THRU    8200-EMPREINTE-VALEUR-END.
           MOVE 10 TO WS-BORNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 23
               PERFORM 8100-TIRER
               THRU    8100-TIRER-END
               MOVE WS-TIRAGE TO WS-CHIFFRE
               MOVE WS-CHIFFRE TO WS-CHIFFRES(WS-I:1)
           END-PERFORM.
           MOVE 0 TO WS-RESTE-97.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 23
               MOVE WS-CHIFFRES(WS-I:1) TO WS-CHIFFRE
               COMPUTE WS-RESTE-97 =
                   FUNCTION MOD(WS-RESTE-97 * 10 + WS-CHIFFRE, 97)
           END-PERFORM.
           COMPUTE WS-RESTE-97 =
               FUNCTION MOD(WS-RESTE-97 * 1000000 + 152700, 97).
           COMPUTE WS-CLE-IBAN = 98 - WS-RESTE-97.
           STRING 'FR' WS-CLE-IBAN WS-CHIFFRES
               DELIMITED BY SIZE INTO LK-SORTIE.
       3000-PSEUDO-IBAN-END.
           EXIT.

      ******************************************************************
      * Adresse electronique : deux mots fictifs et deux chiffres, en
      * minuscules, sur le domaine reserve exemple.invalid.
       4000-PSEUDO-MAIL.
           PERFORM 8200-EMPREINTE-VALEUR
           THRU    8200-EMPREINTE-VALEUR-END.
           MOVE 2 TO WS-NB-SYLLABES.
           PERFORM 7000-FABRIQUER-MOT
           THRU    7000-FABRIQUER-MOT-END.
           MOVE 1 TO WS-PTR-SORTIE.
           STRING WS-MOT-FAUX(1:WS-LONG-FAUX) '.'
               DELIMITED BY SIZE INTO LK-SORTIE
               WITH POINTER WS-PTR-SORTIE.
           MOVE 3 TO WS-NB-SYLLABES.
           PERFORM 7000-FABRIQUER-MOT
           THRU    7000-FABRIQUER-MOT-END.
           MOVE 100 TO WS-BORNE.
           PERFORM 8100-TIRER
           THRU    8100-TIRER-END.
           MOVE WS-TIRAGE TO WS-NOMBRE-2.
           STRING WS-MOT-FAUX(1:WS-LONG-FAUX) WS-NOMBRE-2
               '@exemple.invalid'
               DELIMITED BY SIZE INTO LK-SORTIE
               WITH POINTER WS-PTR-SORTIE.
           INSPECT LK-SORTIE CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                                     TO 'abcdefghijklmnopqrstuvwxyz'.
       4000-PSEUDO-MAIL-END.
           EXIT.

      ******************************************************************
      * Securite sociale : sexe, annee et mois d'origine gardes s'ils
      * sont lisibles (les ages restent realistes), sinon tires ;
      * departement 01-95, commune 001-990 et rang 001-999 tires.
       5000-PSEUDO-SECU.
           PERFORM 8200-EMPREINTE-VALEUR
           THRU    8200-EMPREINTE-VALEUR-END.
           IF WS-VALEUR(1:5) IS NUMERIC
               MOVE WS-VALEUR(1:5) TO WS-SECU-X(1:5)
           ELSE
               MOVE 2 TO WS-BORNE
               PERFORM 8100-TIRER
               THRU    8100-TIRER-END
               COMPUTE WS-CHIFFRE = WS-TIRAGE + 1
               MOVE WS-CHIFFRE TO WS-SECU-X(1:1)
               MOVE 100 TO WS-BORNE
               PERFORM 8100-TIRER
               THRU    8100-TIRER-END
               MOVE WS-TIRAGE TO WS-NOMBRE-2
               MOVE WS-NOMBRE-2 TO WS-SECU-X(2:2)
               MOVE 12 TO WS-BORNE
               PERFORM 8100-TIRER
               THRU    8100-TIRER-END
               COMPUTE WS-NOMBRE-2 = WS-TIRAGE + 1
               MOVE WS-NOMBRE-2 TO WS-SECU-X(4:2)
           END-IF.
           MOVE 95 TO WS-BORNE.
           PERFORM 8100-TIRER
           THRU    8100-TIRER-END.
           COMPUTE WS-NOMBRE-2 = WS-TIRAGE + 1.
           MOVE WS-NOMBRE-2 TO WS-SECU-X(6:2).
           MOVE 990 TO WS-BORNE.
           PERFORM 8100-TIRER
           THRU    8100-TIRER-END.
           COMPUTE WS-NOMBRE-3 = WS-TIRAGE + 1.
           MOVE WS-NOMBRE-3 TO WS-SECU-X(8:3).
           MOVE 999 TO WS-BORNE.
           PERFORM 8100-TIRER
           THRU    8100-TIRER-END.
           COMPUTE WS-NOMBRE-3 = WS-TIRAGE + 1.
           MOVE WS-NOMBRE-3 TO WS-SECU-X(11:3).
           COMPUTE WS-SECU-CLE = 97 - FUNCTION MOD(WS-SECU-NUM, 97).
           STRING WS-SECU-X WS-SECU-CLE
               DELIMITED BY SIZE INTO LK-SORTIE.
       5000-PSEUDO-SECU-END.
           EXIT.

      ******************************************************************
      * Telephone : mobile 06 ou 07 suivi de huit chiffres tires ; un
      * numero nul (colonne TEL_MBR non renseignee) reste nul.
       6000-PSEUDO-TEL.
           IF WS-VALEUR(1:WS-LONG-VALEUR) = ALL '0'
               MOVE LK-ENTREE TO LK-SORTIE
               GO TO 6000-PSEUDO-TEL-END
           END-IF.
           PERFORM 8200-EMPREINTE-VALEUR
           THRU    8200-EMPREINTE-VALEUR-END.
           MOVE '0' TO WS-CHIFFRES(1:1).
           MOVE 2 TO WS-BORNE.
           PERFORM 8100-TIRER
           THRU    8100-TIRER-END.
           COMPUTE WS-CHIFFRE = WS-TIRAGE + 6.
           MOVE WS-CHIFFRE TO WS-CHIFFRES(2:1).
           MOVE 10 TO WS-BORNE.
           PERFORM VARYING WS-I FROM 3 BY 1 UNTIL WS-I > 10
               PERFORM 8100-TIRER
               THRU    8100-TIRER-END
               MOVE WS-TIRAGE TO WS-CHIFFRE
               MOVE WS-CHIFFRE TO WS-CHIFFRES(WS-I:1)
           END-PERFORM.
           MOVE WS-CHIFFRES(1:10) TO LK-SORTIE.
       6000-PSEUDO-TEL-END.
           EXIT.

      ******************************************************************
      * Texte libre : parcours lettre a lettre comme pour NOM ; les
      * mots passent par 1100-SORTIR-MOT (un nom cite dans un texte
      * prend le meme nom fictif que dans sa colonne), les suites de
      * chiffres par 6600-SORTIR-SUITE, le reste est recopie.
       6500-PSEUDO-TEXTE.
           MOVE 1 TO WS-PTR-SORTIE.
           MOVE SPACES TO WS-MOT WS-SUITE.
           MOVE 0 TO WS-LONG-MOT WS-LONG-SUITE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LONG-VALEUR
               MOVE WS-VALEUR(WS-I:1) TO WS-CAR
               EVALUATE TRUE
                   WHEN WS-CAR IS ALPHABETIC AND WS-CAR NOT = SPACE
                       PERFORM 6600-SORTIR-SUITE
                       THRU    6600-SORTIR-SUITE-END
                       IF WS-LONG-MOT < 40
                           ADD 1 TO WS-LONG-MOT
                           MOVE WS-CAR TO WS-MOT(WS-LONG-MOT:1)
                       END-IF
                   WHEN WS-CAR IS NUMERIC
                       PERFORM 1100-SORTIR-MOT
                       THRU    1100-SORTIR-MOT-END
                       IF WS-LONG-SUITE < 40
                           ADD 1 TO WS-LONG-SUITE
                           MOVE WS-CAR TO WS-SUITE(WS-LONG-SUITE:1)
                       END-IF
                   WHEN OTHER
                       PERFORM 1100-SORTIR-MOT
                       THRU    1100-SORTIR-MOT-END
                       PERFORM 6600-SORTIR-SUITE
                       THRU    6600-SORTIR-SUITE-END
                       IF WS-PTR-SORTIE < 81
                           MOVE WS-CAR TO LK-SORTIE(WS-PTR-SORTIE:1)
                           ADD 1 TO WS-PTR-SORTIE
                       END-IF
               END-EVALUATE
           END-PERFORM.
           PERFORM 1100-SORTIR-MOT
           THRU    1100-SORTIR-MOT-END.
           PERFORM 6600-SORTIR-SUITE
           THRU    6600-SORTIR-SUITE-END.
       6500-PSEUDO-TEXTE-END.
           EXIT.

      * Suite de chiffres en cours : chaque chiffre est decale de 1 a
      * 9 (tirage de l'empreinte de la suite), jamais de 0, de sorte
      * que la suite fictive differe de l'origine en chaque position.
       6600-SORTIR-SUITE.
           IF WS-LONG-SUITE = 0
               GO TO 6600-SORTIR-SUITE-END
           END-IF.
           MOVE SPACES TO WS-CHAINE.
           STRING FUNCTION TRIM(LK-CLE) '|CHIFFRES|'
               WS-SUITE(1:WS-LONG-SUITE)
               DELIMITED BY SIZE INTO WS-CHAINE.
           PERFORM 8000-EMPREINTE
           THRU    8000-EMPREINTE-END.
           MOVE SPACES TO WS-SUITE-FAUSSE.
           MOVE 9 TO WS-BORNE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-LONG-SUITE
               PERFORM 8100-TIRER
               THRU    8100-TIRER-END
               MOVE WS-SUITE(WS-J:1) TO WS-CHIFFRE
               COMPUTE WS-CHIFFRE =
                   FUNCTION MOD(WS-CHIFFRE + WS-TIRAGE + 1, 10)
               MOVE WS-CHIFFRE TO WS-SUITE-FAUSSE(WS-J:1)
           END-PERFORM.
           IF WS-PTR-SORTIE + WS-LONG-SUITE < 82
               MOVE WS-SUITE-FAUSSE(1:WS-LONG-SUITE)
                   TO LK-SORTIE(WS-PTR-SORTIE:WS-LONG-SUITE)
               ADD WS-LONG-SUITE TO WS-PTR-SORTIE
           END-IF.
           MOVE SPACES TO WS-SUITE.
           MOVE 0 TO WS-LONG-SUITE.
       6600-SORTIR-SUITE-END.
           EXIT.

      ******************************************************************
      * Mot fictif de WS-NB-SYLLABES syllabes tirees, dans
      * WS-MOT-FAUX sur WS-LONG-FAUX caracteres (aucune pour un mot
      * d'une lettre, que la finale seule remplace).
       7000-FABRIQUER-MOT.
           MOVE SPACES TO WS-MOT-FAUX.
           MOVE 0 TO WS-LONG-FAUX.
           MOVE 24 TO WS-BORNE.
           PERFORM WS-NB-SYLLABES TIMES
               PERFORM 8100-TIRER
               THRU    8100-TIRER-END
               MOVE WS-SYLLABE(WS-TIRAGE + 1)
                   TO WS-MOT-FAUX(WS-LONG-FAUX + 1:2)
               ADD 2 TO WS-LONG-FAUX
           END-PERFORM.
       7000-FABRIQUER-MOT-END.
           EXIT.

      ******************************************************************
      * Empreinte de WS-CHAINE (deux sommes polynomiales modulo deux
      * nombres premiers), qui amorce le generateur WS-ALEA.
       8000-EMPREINTE.
           MOVE 7 TO WS-H1.
           MOVE 11 TO WS-H2.
           COMPUTE WS-LONG-CHAINE =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CHAINE TRAILING)).
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-LONG-CHAINE
               COMPUTE WS-CODE-CAR = FUNCTION ORD(WS-CHAINE(WS-J:1))
               COMPUTE WS-H1 =
                   FUNCTION MOD(WS-H1 * 31 + WS-CODE-CAR, 1000000007)
               COMPUTE WS-H2 =
                   FUNCTION MOD(WS-H2 * 37 + WS-CODE-CAR, 999999937)
           END-PERFORM.
           COMPUTE WS-ALEA =
               FUNCTION MOD(WS-H1 + WS-H2 * 7, 2147483646) + 1.
       8000-EMPREINTE-END.
           EXIT.

      * Tirage suivant : WS-TIRAGE de 0 a WS-BORNE - 1.
       8100-TIRER.
           COMPUTE WS-ALEA = FUNCTION MOD(WS-ALEA * 48271, 2147483647).
           DIVIDE WS-ALEA BY WS-BORNE GIVING WS-QUOTIENT
               REMAINDER WS-TIRAGE.
       8100-TIRER-END.
           EXIT.

      * Empreinte de la valeur complete, prefixee de la cle et du
      * type.
       8200-EMPREINTE-VALEUR.
           MOVE SPACES TO WS-CHAINE.
           STRING FUNCTION TRIM(LK-CLE) '|' FUNCTION TRIM(LK-TYPE) '|'
               WS-VALEUR(1:WS-LONG-VALEUR)
               DELIMITED BY SIZE INTO WS-CHAINE.
           PERFORM 8000-EMPREINTE
           THRU    8000-EMPREINTE-END.
       8200-EMPREINTE-VALEUR-END.
           EXIT.
