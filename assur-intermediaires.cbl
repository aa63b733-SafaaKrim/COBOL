      * RAPPORT-INTERMEDIAIRES.DAT : une section par valeur distincte
      * de WS-IRP, avec le compte de polices par statut, le sous-total
      * de prime par devise et la commission correspondante. Le bareme
      * de commission est celui du referentiel des intermediaires
      * (INTERMEDIAIRES-ASSUR.DAT, tenu par
      * assur-intermediaires-ref.cbl) :
      * taux particulier du produit de la police s'il existe, sinon
      * taux par defaut de l'intermediaire, sinon taux par defaut
      * general pour un intermediaire hors referentiel. Tant que le
      * referentiel n'est pas en place, l'ancienne table en dur
      * (INITIALISER-TAUX-COMMISSION) sert de bareme de secours.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WS-ASSUR-PART2-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER2.

      * Referentiel des intermediaires tenu par
      * assur-intermediaires-ref.cbl, relu pour le bareme.
           SELECT INTERMEDIAIRES-FILE
           ASSIGN TO 'intermediaires-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INTERM.

           SELECT RAPPORT-IRP-FILE
           ASSIGN TO 'rapport-intermediaires.dat'
           ORGANIZATION IS LINE SEQUENTIAL
               05 FILLER       PIC X(1).
               05 WS-DEVISE    PIC X(3).

       FD INTERMEDIAIRES-FILE
      * Meme dessin que dans assur-intermediaires-ref.cbl.
           RECORD CONTAINS 285 CHARACTERS
           DATA RECORD     IS WS-INTERM-RECORD.
       01 WS-INTERM-RECORD.
           05 WS-ITM-CODE        PIC X(14).
           05 FILLER             PIC X(1).
           05 WS-ITM-RAISON      PIC X(41).
           05 FILLER             PIC X(1).
           05 WS-ITM-ADRESSE     PIC X(60).
           05 FILLER             PIC X(1).
           05 WS-ITM-IBAN        PIC X(34).
           05 FILLER             PIC X(1).
           05 WS-ITM-STATUT      PIC X(8).
           05 FILLER             PIC X(1).
           05 WS-ITM-DATE-DEBUT  PIC X(8).
           05 FILLER             PIC X(1).
           05 WS-ITM-DATE-STATUT PIC X(8).
           05 FILLER             PIC X(1).
           05 WS-ITM-TAUX-DEFAUT PIC 9(2)V9(2).
           05 FILLER             PIC X(1).
           05 WS-ITM-TAUX-PRODUIT OCCURS 5 TIMES.
              10 WS-ITM-PRODUIT  PIC X(14).
              10 FILLER          PIC X(1).
              10 WS-ITM-TAUX     PIC 9(2)V9(2).
              10 FILLER          PIC X(1).

       FD RAPPORT-IRP-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-INTERM==
                     ==FSTAT-OK==    BY ==STATUT-INTERM-OK==.
           88 STATUT-INTERM-FIN VALUE '10'.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-INTERMED'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).

      * Police en cours de cumul, copiee depuis PART1 ou PART2.
       01 WS-CRT-IRP         PIC X(14).
       01 WS-CRT-NOM         PIC X(14).
       01 WS-CRT-STATUT      PIC X(8).
       01 WS-CRT-PRIX        PIC X(9).
       01 WS-CRT-DEVISE      PIC X(3).
             10 WS-IRP-DEV-ENTREE OCCURS 5 TIMES.
                15 WS-IRP-DEV-CODE  PIC X(3).
                15 WS-IRP-DEV-TOTAL PIC 9(11).
                15 WS-IRP-DEV-COMMISSION PIC 9(11).

      * Bareme de secours par intermediaire, utilise seulement si le
      * referentiel des intermediaires est absent : taux en
      * pourcentage applique a la prime. Les intermediaires hors
      * bareme recoivent le taux par defaut general.
       01 WS-TAUX-COMMISSION-DEFAUT PIC 9(2)V9(2) VALUE 10.00.
       01 WS-NB-TAUX-COM     PIC 9(02) VALUE 3.
       01 WS-TAB-COMMISSIONS.
             10 WS-COM-IRP   PIC X(14).
             10 WS-COM-TAUX  PIC 9(2)V9(2).

      * Referentiel des intermediaires charge au lancement : code,
      * raison sociale, statut, taux par defaut et taux par produit.
       01 WS-REFERENTIEL-CHARGE PIC X(01) VALUE 'N'.
          88 REFERENTIEL-IRP-CHARGE VALUE 'O'.
       01 WS-NB-REF          PIC 9(03) VALUE ZERO.
       01 WS-REF-POS         PIC 9(03) VALUE ZERO.
       01 WS-K               PIC 9(03) VALUE ZERO.
       01 WS-TAB-REF.
          05 WS-REF-ENTREE OCCURS 100 TIMES.
             10 WS-REF-CODE        PIC X(14).
             10 WS-REF-RAISON      PIC X(41).
             10 WS-REF-STATUT      PIC X(8).
             10 WS-REF-TAUX-DEFAUT PIC 9(2)V9(2).
             10 WS-REF-TAUX-PRODUIT OCCURS 5 TIMES.
                15 WS-REF-PRODUIT  PIC X(14).
                15 WS-REF-TAUX     PIC 9(2)V9(2).

       01 WS-TAUX-APPLIQUE   PIC 9(2)V9(2).
       01 WS-COMMISSION      PIC 9(11).
       01 WS-MONTANT-ED      PIC Z(10)9.
       0000-MAIN-START.
           PERFORM 1000-INITIALISER-TAUX-COMMISSION
           THRU    1000-INITIALISER-TAUX-COMMISSION-FIN.
           PERFORM 1500-CHARGER-REFERENTIEL-IRP
           THRU    1500-CHARGER-REFERENTIEL-IRP-FIN.

           PERFORM 2000-CUMULER-PART1
           THRU    2000-CUMULER-PART1-FIN.
           MOVE 09.50          TO WS-COM-TAUX (3).
       1000-INITIALISER-TAUX-COMMISSION-FIN. EXIT.

      ******************************************************************
      * Charge le referentiel des intermediaires. Un referentiel
      * absent ou vide laisse le bareme de secours en place, avec un
      * avertissement console.
      ******************************************************************
       1500-CHARGER-REFERENTIEL-IRP.
           OPEN INPUT INTERMEDIAIRES-FILE.
           IF NOT STATUT-INTERM-OK
               DISPLAY 'INTERMEDIAIRES-ASSUR.DAT ILLISIBLE ('
                   WS-STATUS-INTERM ') : BAREME DE SECOURS UTILISE'
               GO TO 1500-CHARGER-REFERENTIEL-IRP-FIN
           END-IF.

           PERFORM UNTIL STATUT-INTERM-FIN
               READ INTERMEDIAIRES-FILE
               IF STATUT-INTERM-OK
                   IF WS-ITM-TAUX-DEFAUT NUMERIC
                       AND WS-NB-REF < 100
                       ADD 1 TO WS-NB-REF
                       MOVE WS-ITM-CODE    TO WS-REF-CODE (WS-NB-REF)
                       MOVE WS-ITM-RAISON  TO WS-REF-RAISON (WS-NB-REF)
                       MOVE WS-ITM-STATUT  TO WS-REF-STATUT (WS-NB-REF)
                       MOVE WS-ITM-TAUX-DEFAUT
                           TO WS-REF-TAUX-DEFAUT (WS-NB-REF)
                       PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
                           IF WS-ITM-TAUX (WS-K) NUMERIC
                               MOVE WS-ITM-PRODUIT (WS-K)
                                   TO WS-REF-PRODUIT (WS-NB-REF, WS-K)
                               MOVE WS-ITM-TAUX (WS-K)
                                   TO WS-REF-TAUX (WS-NB-REF, WS-K)
                           ELSE
                               MOVE SPACES
                                   TO WS-REF-PRODUIT (WS-NB-REF, WS-K)
                               MOVE ZERO
                                   TO WS-REF-TAUX (WS-NB-REF, WS-K)
                           END-IF
                       END-PERFORM
                   ELSE
                       DISPLAY 'LIGNE INTERMEDIAIRE ILLISIBLE '
                           'IGNOREE : [' WS-ITM-CODE ']'
                   END-IF
               ELSE
                   SET STATUT-INTERM-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE INTERMEDIAIRES-FILE.

           IF WS-NB-REF > ZERO
               MOVE 'O' TO WS-REFERENTIEL-CHARGE
           ELSE
               DISPLAY 'INTERMEDIAIRES-ASSUR.DAT VIDE : BAREME DE '
                   'SECOURS UTILISE'
           END-IF.
       1500-CHARGER-REFERENTIEL-IRP-FIN. EXIT.

      ******************************************************************
      * Parcourt ASSUR-PART1-FILE et cumule chaque police dans la
      * table des intermediaires.
               ELSE
                   MOVE WS-IRP OF WS-ASSUR-PART1-RECORD
                       TO WS-CRT-IRP
                   MOVE WS-NOM OF WS-ASSUR-PART1-RECORD
                       TO WS-CRT-NOM
                   MOVE WS-STATUT OF WS-ASSUR-PART1-RECORD
                       TO WS-CRT-STATUT
                   MOVE WS-PRIX OF WS-ASSUR-PART1-RECORD
               ELSE
                   MOVE WS-IRP OF WS-ASSUR-PART2-RECORD
                       TO WS-CRT-IRP
                   MOVE WS-NOM OF WS-ASSUR-PART2-RECORD
                       TO WS-CRT-NOM
                   MOVE WS-STATUT OF WS-ASSUR-PART2-RECORD
                       TO WS-CRT-STATUT
                   MOVE WS-PRIX OF WS-ASSUR-PART2-RECORD
      ******************************************************************
      * Cumule la police courante dans l'entree de son intermediaire
      * (creee a la premiere rencontre) : compteur du statut, puis
      * sous-total de prime de sa devise et commission de la police
      * au taux de son produit chez cet intermediaire.
      ******************************************************************
       5000-CUMULER-POLICE.
           MOVE ZERO TO WS-IRP-POS.
                   TO WS-IRP-DEV-CODE (WS-IRP-POS, WS-DEV-POS)
               MOVE ZERO
                   TO WS-IRP-DEV-TOTAL (WS-IRP-POS, WS-DEV-POS)
               MOVE ZERO
                   TO WS-IRP-DEV-COMMISSION (WS-IRP-POS, WS-DEV-POS)
           END-IF.

           COMPUTE WS-IRP-DEV-TOTAL (WS-IRP-POS, WS-DEV-POS) =
               WS-IRP-DEV-TOTAL (WS-IRP-POS, WS-DEV-POS)
               + FUNCTION NUMVAL(WS-CRT-PRIX).

           PERFORM 6200-RECHERCHER-TAUX-COMMISSION
           THRU    6200-RECHERCHER-TAUX-COMMISSION-FIN.
           COMPUTE WS-COMMISSION ROUNDED =
               FUNCTION NUMVAL(WS-CRT-PRIX) * WS-TAUX-APPLIQUE / 100.
           ADD WS-COMMISSION
               TO WS-IRP-DEV-COMMISSION (WS-IRP-POS, WS-DEV-POS).
           ADD 1 TO WS-NB-POLICES.
       5000-CUMULER-POLICE-FIN. EXIT.

      ******************************************************************
      * Ecrit le rapport : une section par intermediaire, avec les
      * comptes par statut puis, par devise, le sous-total de prime
      * et la commission cumulee police par police.
      ******************************************************************
       6000-ECRIRE-RAPPORT.
           OPEN OUTPUT RAPPORT-IRP-FILE.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

      * Taux par defaut de l'intermediaire, hors taux particuliers
      * par produit.
           MOVE WS-IRP-CODE (WS-I) TO WS-CRT-IRP.
           MOVE SPACES TO WS-CRT-NOM.
           PERFORM 6200-RECHERCHER-TAUX-COMMISSION
           THRU    6200-RECHERCHER-TAUX-COMMISSION-FIN.

               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           IF REFERENTIEL-IRP-CHARGE
               MOVE SPACES TO WS-RAPPORT-RECORD
               IF WS-REF-POS > ZERO
                   STRING WS-REF-RAISON (WS-REF-POS)
                       '  STATUT : ' WS-REF-STATUT (WS-REF-POS)
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               ELSE
                   MOVE 'INTERMEDIAIRE HORS REFERENTIEL'
                       TO WS-RAPPORT-RECORD
               END-IF
               WRITE WS-RAPPORT-RECORD
           END-IF.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'POLICES  ACTIF : ' WS-IRP-NB-ACTIF (WS-I)
               '  SUSPENDU : ' WS-IRP-NB-SUS (WS-I)

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-IRP-NB-DEVISES (WS-I)
               MOVE WS-IRP-DEV-TOTAL (WS-I, WS-J) TO WS-MONTANT-ED
               MOVE WS-IRP-DEV-COMMISSION (WS-I, WS-J)
                   TO WS-COMMISSION-ED
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING 'PRIMES ' WS-IRP-DEV-CODE (WS-I, WS-J)
                   ' : ' WS-MONTANT-ED
       6100-ECRIRE-SECTION-IRP-FIN. EXIT.

      * Retourne dans WS-TAUX-APPLIQUE le taux de commission de
      * l'intermediaire WS-CRT-IRP pour le produit WS-CRT-NOM : taux
      * particulier du produit, sinon taux par defaut de
      * l'intermediaire, sinon taux par defaut general. WS-REF-POS
      * rend la position de l'intermediaire au referentiel (zero si
      * absent). Sans referentiel, bareme de secours par
      * intermediaire.
       6200-RECHERCHER-TAUX-COMMISSION.
           MOVE WS-TAUX-COMMISSION-DEFAUT TO WS-TAUX-APPLIQUE.
           MOVE ZERO TO WS-REF-POS.
           IF NOT REFERENTIEL-IRP-CHARGE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-TAUX-COM
                   IF WS-COM-IRP (WS-K) = WS-CRT-IRP
                       MOVE WS-COM-TAUX (WS-K) TO WS-TAUX-APPLIQUE
                   END-IF
               END-PERFORM
               GO TO 6200-RECHERCHER-TAUX-COMMISSION-FIN
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-REF
               IF WS-REF-CODE (WS-K) = WS-CRT-IRP
                   MOVE WS-K TO WS-REF-POS
               END-IF
           END-PERFORM.
           IF WS-REF-POS = ZERO
               GO TO 6200-RECHERCHER-TAUX-COMMISSION-FIN
           END-IF.

           MOVE WS-REF-TAUX-DEFAUT (WS-REF-POS) TO WS-TAUX-APPLIQUE.
           IF WS-CRT-NOM = SPACES
               GO TO 6200-RECHERCHER-TAUX-COMMISSION-FIN
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
               IF WS-REF-PRODUIT (WS-REF-POS, WS-K) = WS-CRT-NOM
                   MOVE WS-REF-TAUX (WS-REF-POS, WS-K)
                       TO WS-TAUX-APPLIQUE
               END-IF
           END-PERFORM.
       6200-RECHERCHER-TAUX-COMMISSION-FIN. EXIT.
