      ********************************************************************
      *     Referentiel des intermediaires d'assurance : code (le       *
      *     WS-IRP des polices), raison sociale, adresse, IBAN de       *
      *     reglement des commissions, taux par produit, statut et      *
      *     dates, avec son ecran de maintenance.                       *
      ********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assur-intermediaires-ref.
       AUTHOR. K.SAFAA.

      * WS-IRP etait une zone libre de 14 caracteres : une faute de
      * frappe dans un mouvement creait un courtier fantome, et le
      * bareme de commission vivait en dur dans les deux programmes
      * de commissions. Ce petit ecran d'exploitation, sur le modele
      * de assur-produits.cbl, tient INTERMEDIAIRES-ASSUR.DAT : une
      * ligne par intermediaire avec son code (celui que portent les
      * polices dans WS-IRP), sa raison sociale, son adresse, l'IBAN
      * sur lequel ses commissions sont reglees, un taux de
      * commission par defaut et jusqu'a cinq taux particuliers par
      * produit (libelle WS-NOM des polices), son statut
      * (ACTIF / SUSPENDU / RADIE), sa date d'entree et la date du
      * dernier changement de statut. Ce fichier est relu par
      * assur-intermediaires.cbl et assur-commissions.cbl pour le
      * bareme, et par assur-mouvements.cbl et assur-devis.cbl pour
      * refuser un intermediaire inconnu ou radie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERMEDIAIRES-FILE
           ASSIGN TO 'intermediaires-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INTERM.

       DATA DIVISION.
       FILE SECTION.
       FD INTERMEDIAIRES-FILE
      * Une ligne par intermediaire : code, raison sociale, adresse,
      * IBAN, statut, date d'entree, date du dernier changement de
      * statut, taux par defaut, puis cinq couples produit / taux
      * (produit a blanc = emplacement libre). Taux en pourcentage
      * avec deux decimales implicites (1250 = 12,50 %).
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

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-INTERM==
                     ==FSTAT-OK==    BY ==STATUT-INTERM-OK==.
           88 STATUT-INTERM-FIN VALUE '10'.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-REF-IRP'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

       01 WS-CHOIX-MENU      PIC X(01).
       01 WS-SAISIE-CHAMP    PIC X(60).
       01 WS-CODE-SAISI      PIC X(14).
       01 WS-PRODUIT-SAISI   PIC X(14).
       01 WS-STATUT-SAISI    PIC X(08).
       01 WS-TAUX-NUM        PIC 9(2)V9(2).
       01 WS-TAUX-ED         PIC Z9.99.
       01 WS-DATE-JOUR       PIC 9(08).

      * Referentiel en memoire, reecrit en entier a chaque
      * changement comme le referentiel des produits.
       01 WS-MAX-INTERM      PIC 9(03) VALUE 100.
       01 WS-NB-INTERM       PIC 9(03) VALUE ZERO.
       01 WS-TAB-INTERM.
          05 WS-ITM-ENTREE OCCURS 100 TIMES.
             10 WS-TAB-CODE        PIC X(14).
             10 WS-TAB-RAISON      PIC X(41).
             10 WS-TAB-ADRESSE     PIC X(60).
             10 WS-TAB-IBAN        PIC X(34).
             10 WS-TAB-STATUT      PIC X(8).
                88 WS-TAB-ACTIF    VALUE 'ACTIF   '.
                88 WS-TAB-SUSPENDU VALUE 'SUSPENDU'.
                88 WS-TAB-RADIE    VALUE 'RADIE   '.
             10 WS-TAB-DATE-DEBUT  PIC X(8).
             10 WS-TAB-DATE-STATUT PIC X(8).
             10 WS-TAB-TAUX-DEFAUT PIC 9(2)V9(2).
             10 WS-TAB-TAUX-PRODUIT OCCURS 5 TIMES.
                15 WS-TAB-PRODUIT  PIC X(14).
                15 WS-TAB-TAUX     PIC 9(2)V9(2).

       01 WS-ITM-POS         PIC 9(03) VALUE ZERO.
       01 WS-PRD-POS         PIC 9(02) VALUE ZERO.
       01 WS-LIBRE-POS       PIC 9(02) VALUE ZERO.
       01 WS-I               PIC 9(03) VALUE ZERO.
       01 WS-J               PIC 9(02) VALUE ZERO.
       01 WS-MODIFIE         PIC X(01) VALUE 'N'.
          88 REFERENTIEL-MODIFIE VALUE 'O'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 1000-CHARGER-REFERENTIEL
           THRU    1000-CHARGER-REFERENTIEL-FIN.

           PERFORM UNTIL WS-CHOIX-MENU = 'Q'
               DISPLAY SPACE
               DISPLAY 'REFERENTIEL DES INTERMEDIAIRES'
               DISPLAY '1. Ajouter un intermediaire'
               DISPLAY '2. Modifier un intermediaire'
               DISPLAY '3. Taux de commission par produit'
               DISPLAY '4. Changer le statut (ACTIF/SUSPENDU/RADIE)'
               DISPLAY '5. Lister les intermediaires'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN '1'
                       PERFORM 2000-AJOUTER-INTERMEDIAIRE
                       THRU    2000-AJOUTER-INTERMEDIAIRE-FIN
                   WHEN '2'
                       PERFORM 3000-MODIFIER-INTERMEDIAIRE
                       THRU    3000-MODIFIER-INTERMEDIAIRE-FIN
                   WHEN '3'
                       PERFORM 3500-TAUX-PAR-PRODUIT
                       THRU    3500-TAUX-PAR-PRODUIT-FIN
                   WHEN '4'
                       PERFORM 4000-CHANGER-STATUT
                       THRU    4000-CHANGER-STATUT-FIN
                   WHEN '5'
                       PERFORM 5000-LISTER-INTERMEDIAIRES
                       THRU    5000-LISTER-INTERMEDIAIRES-FIN
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CHOIX INVALIDE, ESSAYEZ ENCORE.'
               END-EVALUATE
           END-PERFORM.

           IF REFERENTIEL-MODIFIE
               PERFORM 8000-REECRIRE-REFERENTIEL
               THRU    8000-REECRIRE-REFERENTIEL-FIN
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Charge le referentiel existant. Un fichier absent n'est pas
      * une erreur : premier lancement, le referentiel part vide.
      ******************************************************************
       1000-CHARGER-REFERENTIEL.
           OPEN INPUT INTERMEDIAIRES-FILE.
           IF NOT STATUT-INTERM-OK
               DISPLAY 'INTERMEDIAIRES-ASSUR.DAT ABSENT : '
                   'REFERENTIEL NEUF'
               GO TO 1000-CHARGER-REFERENTIEL-FIN
           END-IF.

           PERFORM UNTIL STATUT-INTERM-FIN
               READ INTERMEDIAIRES-FILE
               IF STATUT-INTERM-OK
                   IF WS-NB-INTERM >= WS-MAX-INTERM
                       DISPLAY 'ERREUR : DEPASSEMENT DE '
                           'WS-TAB-INTERM (MAXIMUM '
                           WS-MAX-INTERM ')'
                       CLOSE INTERMEDIAIRES-FILE
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-ITM-TAUX-DEFAUT NUMERIC
                       ADD 1 TO WS-NB-INTERM
                       PERFORM 1100-RANGER-LIGNE
                       THRU    1100-RANGER-LIGNE-FIN
                   ELSE
                       DISPLAY 'LIGNE INTERMEDIAIRE ILLISIBLE '
                           'IGNOREE : [' WS-ITM-CODE ']'
                   END-IF
               ELSE
                   SET STATUT-INTERM-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE INTERMEDIAIRES-FILE.
       1000-CHARGER-REFERENTIEL-FIN. EXIT.

      * Range la ligne lue a la position WS-NB-INTERM ; un taux
      * produit illisible libere son emplacement.
       1100-RANGER-LIGNE.
           MOVE WS-ITM-CODE        TO WS-TAB-CODE (WS-NB-INTERM).
           MOVE WS-ITM-RAISON      TO WS-TAB-RAISON (WS-NB-INTERM).
           MOVE WS-ITM-ADRESSE     TO WS-TAB-ADRESSE (WS-NB-INTERM).
           MOVE WS-ITM-IBAN        TO WS-TAB-IBAN (WS-NB-INTERM).
           MOVE WS-ITM-STATUT      TO WS-TAB-STATUT (WS-NB-INTERM).
           MOVE WS-ITM-DATE-DEBUT  TO WS-TAB-DATE-DEBUT (WS-NB-INTERM).
           MOVE WS-ITM-DATE-STATUT
               TO WS-TAB-DATE-STATUT (WS-NB-INTERM).
           MOVE WS-ITM-TAUX-DEFAUT
               TO WS-TAB-TAUX-DEFAUT (WS-NB-INTERM).
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               IF WS-ITM-PRODUIT (WS-J) NOT = SPACES
                   AND WS-ITM-TAUX (WS-J) NUMERIC
                   MOVE WS-ITM-PRODUIT (WS-J)
                       TO WS-TAB-PRODUIT (WS-NB-INTERM, WS-J)
                   MOVE WS-ITM-TAUX (WS-J)
                       TO WS-TAB-TAUX (WS-NB-INTERM, WS-J)
               ELSE
                   MOVE SPACES TO WS-TAB-PRODUIT (WS-NB-INTERM, WS-J)
                   MOVE ZERO   TO WS-TAB-TAUX (WS-NB-INTERM, WS-J)
               END-IF
           END-PERFORM.
       1100-RANGER-LIGNE-FIN. EXIT.

      ******************************************************************
      * Ajout d'un intermediaire : code unique, raison sociale et
      * IBAN obligatoires, taux par defaut numerique. Il entre ACTIF,
      * date d'entree et date de statut au jour.
      ******************************************************************
       2000-AJOUTER-INTERMEDIAIRE.
           IF WS-NB-INTERM >= WS-MAX-INTERM
               DISPLAY 'REFERENTIEL PLEIN, AJOUT IMPOSSIBLE.'
               GO TO 2000-AJOUTER-INTERMEDIAIRE-FIN
           END-IF.

           DISPLAY 'Code intermediaire (14 caracteres, le WS-IRP '
               'des polices) : ' WITH NO ADVANCING.
           ACCEPT WS-CODE-SAISI.
           IF WS-CODE-SAISI = SPACES
               DISPLAY 'CODE OBLIGATOIRE, AJOUT ABANDONNE.'
               GO TO 2000-AJOUTER-INTERMEDIAIRE-FIN
           END-IF.
           PERFORM 7000-CHERCHER-INTERMEDIAIRE
           THRU    7000-CHERCHER-INTERMEDIAIRE-FIN.
           IF WS-ITM-POS > ZERO
               DISPLAY 'CODE DEJA PRESENT, AJOUT REFUSE.'
               GO TO 2000-AJOUTER-INTERMEDIAIRE-FIN
           END-IF.

           ADD 1 TO WS-NB-INTERM.
           MOVE WS-NB-INTERM TO WS-ITM-POS.
           MOVE WS-CODE-SAISI TO WS-TAB-CODE (WS-ITM-POS).

           DISPLAY 'Raison sociale : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           IF WS-SAISIE-CHAMP = SPACES
               DISPLAY 'RAISON SOCIALE OBLIGATOIRE, AJOUT ABANDONNE.'
               SUBTRACT 1 FROM WS-NB-INTERM
               GO TO 2000-AJOUTER-INTERMEDIAIRE-FIN
           END-IF.
           MOVE WS-SAISIE-CHAMP(1:41) TO WS-TAB-RAISON (WS-ITM-POS).

           DISPLAY 'Adresse : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           MOVE WS-SAISIE-CHAMP TO WS-TAB-ADRESSE (WS-ITM-POS).

           DISPLAY 'IBAN de reglement des commissions : '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           IF WS-SAISIE-CHAMP = SPACES
               DISPLAY 'IBAN OBLIGATOIRE, AJOUT ABANDONNE.'
               SUBTRACT 1 FROM WS-NB-INTERM
               GO TO 2000-AJOUTER-INTERMEDIAIRE-FIN
           END-IF.
           MOVE WS-SAISIE-CHAMP(1:34) TO WS-TAB-IBAN (WS-ITM-POS).

           DISPLAY 'Taux de commission par defaut (ex. 10.00) : '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           PERFORM 7100-CONTROLER-TAUX
           THRU    7100-CONTROLER-TAUX-FIN.
           IF WS-SAISIE-CHAMP = SPACES
               DISPLAY 'TAUX ILLISIBLE, AJOUT ABANDONNE.'
               SUBTRACT 1 FROM WS-NB-INTERM
               GO TO 2000-AJOUTER-INTERMEDIAIRE-FIN
           END-IF.
           MOVE WS-TAUX-NUM TO WS-TAB-TAUX-DEFAUT (WS-ITM-POS).

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               MOVE SPACES TO WS-TAB-PRODUIT (WS-ITM-POS, WS-J)
               MOVE ZERO   TO WS-TAB-TAUX (WS-ITM-POS, WS-J)
           END-PERFORM.

           MOVE 'ACTIF   '   TO WS-TAB-STATUT (WS-ITM-POS).
           MOVE WS-DATE-JOUR TO WS-TAB-DATE-DEBUT (WS-ITM-POS).
           MOVE WS-DATE-JOUR TO WS-TAB-DATE-STATUT (WS-ITM-POS).
           MOVE 'O' TO WS-MODIFIE.
           DISPLAY 'INTERMEDIAIRE ' WS-TAB-CODE (WS-ITM-POS)
               ' AJOUTE (ACTIF).'.
       2000-AJOUTER-INTERMEDIAIRE-FIN. EXIT.

      ******************************************************************
      * Modification de la raison sociale, de l'adresse, de l'IBAN et
      * du taux par defaut ; une saisie vide laisse le champ inchange.
      ******************************************************************
       3000-MODIFIER-INTERMEDIAIRE.
           DISPLAY 'Code intermediaire : ' WITH NO ADVANCING.
           ACCEPT WS-CODE-SAISI.
           PERFORM 7000-CHERCHER-INTERMEDIAIRE
           THRU    7000-CHERCHER-INTERMEDIAIRE-FIN.
           IF WS-ITM-POS = ZERO
               DISPLAY 'INTERMEDIAIRE INTROUVABLE.'
               GO TO 3000-MODIFIER-INTERMEDIAIRE-FIN
           END-IF.

           DISPLAY 'Raison sociale [' WS-TAB-RAISON (WS-ITM-POS)
               '] : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           IF WS-SAISIE-CHAMP NOT = SPACES
               MOVE WS-SAISIE-CHAMP(1:41)
                   TO WS-TAB-RAISON (WS-ITM-POS)
               MOVE 'O' TO WS-MODIFIE
           END-IF.

           DISPLAY 'Adresse [' WS-TAB-ADRESSE (WS-ITM-POS) '] : '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           IF WS-SAISIE-CHAMP NOT = SPACES
               MOVE WS-SAISIE-CHAMP TO WS-TAB-ADRESSE (WS-ITM-POS)
               MOVE 'O' TO WS-MODIFIE
           END-IF.

           DISPLAY 'IBAN [' WS-TAB-IBAN (WS-ITM-POS) '] : '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           IF WS-SAISIE-CHAMP NOT = SPACES
               MOVE WS-SAISIE-CHAMP(1:34) TO WS-TAB-IBAN (WS-ITM-POS)
               MOVE 'O' TO WS-MODIFIE
           END-IF.

           MOVE WS-TAB-TAUX-DEFAUT (WS-ITM-POS) TO WS-TAUX-ED.
           DISPLAY 'Taux par defaut [' WS-TAUX-ED '] : '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           IF WS-SAISIE-CHAMP NOT = SPACES
               PERFORM 7100-CONTROLER-TAUX
               THRU    7100-CONTROLER-TAUX-FIN
               IF WS-SAISIE-CHAMP = SPACES
                   DISPLAY 'TAUX ILLISIBLE, CHAMP INCHANGE.'
               ELSE
                   MOVE WS-TAUX-NUM
                       TO WS-TAB-TAUX-DEFAUT (WS-ITM-POS)
                   MOVE 'O' TO WS-MODIFIE
               END-IF
           END-IF.
       3000-MODIFIER-INTERMEDIAIRE-FIN. EXIT.

      ******************************************************************
      * Taux particulier d'un intermediaire pour un produit (libelle
      * WS-NOM des polices) : cree, remplace, ou supprime par la
      * saisie de 'S' a la place du taux. Cinq produits au plus par
      * intermediaire ; les autres suivent le taux par defaut.
      ******************************************************************
       3500-TAUX-PAR-PRODUIT.
           DISPLAY 'Code intermediaire : ' WITH NO ADVANCING.
           ACCEPT WS-CODE-SAISI.
           PERFORM 7000-CHERCHER-INTERMEDIAIRE
           THRU    7000-CHERCHER-INTERMEDIAIRE-FIN.
           IF WS-ITM-POS = ZERO
               DISPLAY 'INTERMEDIAIRE INTROUVABLE.'
               GO TO 3500-TAUX-PAR-PRODUIT-FIN
           END-IF.

           DISPLAY 'Produit (libelle, 14 caracteres) : '
               WITH NO ADVANCING.
           ACCEPT WS-PRODUIT-SAISI.
           IF WS-PRODUIT-SAISI = SPACES
               DISPLAY 'PRODUIT OBLIGATOIRE.'
               GO TO 3500-TAUX-PAR-PRODUIT-FIN
           END-IF.

           MOVE ZERO TO WS-PRD-POS.
           MOVE ZERO TO WS-LIBRE-POS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               IF WS-TAB-PRODUIT (WS-ITM-POS, WS-J) = WS-PRODUIT-SAISI
                   MOVE WS-J TO WS-PRD-POS
               END-IF
               IF WS-TAB-PRODUIT (WS-ITM-POS, WS-J) = SPACES
                   AND WS-LIBRE-POS = ZERO
                   MOVE WS-J TO WS-LIBRE-POS
               END-IF
           END-PERFORM.

           IF WS-PRD-POS > ZERO
               MOVE WS-TAB-TAUX (WS-ITM-POS, WS-PRD-POS) TO WS-TAUX-ED
               DISPLAY 'Taux [' WS-TAUX-ED '] (S = supprimer) : '
                   WITH NO ADVANCING
           ELSE
               IF WS-LIBRE-POS = ZERO
                   DISPLAY 'CINQ TAUX PARTICULIERS DEJA SAISIS, '
                       'SUPPRIMEZ-EN UN AVANT.'
                   GO TO 3500-TAUX-PAR-PRODUIT-FIN
               END-IF
               DISPLAY 'Taux pour ce produit (ex. 12.50) : '
                   WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           IF WS-SAISIE-CHAMP = SPACES
               DISPLAY 'TAUX INCHANGE.'
               GO TO 3500-TAUX-PAR-PRODUIT-FIN
           END-IF.

           IF WS-SAISIE-CHAMP = 'S' OR WS-SAISIE-CHAMP = 's'
               IF WS-PRD-POS > ZERO
                   MOVE SPACES
                       TO WS-TAB-PRODUIT (WS-ITM-POS, WS-PRD-POS)
                   MOVE ZERO TO WS-TAB-TAUX (WS-ITM-POS, WS-PRD-POS)
                   MOVE 'O' TO WS-MODIFIE
                   DISPLAY 'TAUX PARTICULIER SUPPRIME : LE PRODUIT '
                       'SUIT LE TAUX PAR DEFAUT.'
               END-IF
               GO TO 3500-TAUX-PAR-PRODUIT-FIN
           END-IF.

           PERFORM 7100-CONTROLER-TAUX
           THRU    7100-CONTROLER-TAUX-FIN.
           IF WS-SAISIE-CHAMP = SPACES
               DISPLAY 'TAUX ILLISIBLE, CHAMP INCHANGE.'
               GO TO 3500-TAUX-PAR-PRODUIT-FIN
           END-IF.
           IF WS-PRD-POS = ZERO
               MOVE WS-LIBRE-POS TO WS-PRD-POS
               MOVE WS-PRODUIT-SAISI
                   TO WS-TAB-PRODUIT (WS-ITM-POS, WS-PRD-POS)
           END-IF.
           MOVE WS-TAUX-NUM TO WS-TAB-TAUX (WS-ITM-POS, WS-PRD-POS).
           MOVE 'O' TO WS-MODIFIE.
           MOVE WS-TAUX-NUM TO WS-TAUX-ED.
           DISPLAY 'TAUX ' WS-TAUX-ED ' % POUR ' WS-PRODUIT-SAISI
               ' CHEZ ' WS-TAB-CODE (WS-ITM-POS).
       3500-TAUX-PAR-PRODUIT-FIN. EXIT.

      ******************************************************************
      * Changement de statut, date au jour. La radiation est
      * definitive : un intermediaire radie ne revient pas, on en
      * cree un nouveau si l'accord reprend.
      ******************************************************************
       4000-CHANGER-STATUT.
           DISPLAY 'Code intermediaire : ' WITH NO ADVANCING.
           ACCEPT WS-CODE-SAISI.
           PERFORM 7000-CHERCHER-INTERMEDIAIRE
           THRU    7000-CHERCHER-INTERMEDIAIRE-FIN.
           IF WS-ITM-POS = ZERO
               DISPLAY 'INTERMEDIAIRE INTROUVABLE.'
               GO TO 4000-CHANGER-STATUT-FIN
           END-IF.
           IF WS-TAB-RADIE (WS-ITM-POS)
               DISPLAY 'INTERMEDIAIRE RADIE LE '
                   WS-TAB-DATE-STATUT (WS-ITM-POS)
                   ', STATUT DEFINITIF.'
               GO TO 4000-CHANGER-STATUT-FIN
           END-IF.

           DISPLAY 'Statut actuel : ' WS-TAB-STATUT (WS-ITM-POS).
           DISPLAY 'Nouveau statut (ACTIF/SUSPENDU/RADIE) : '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-STATUT-SAISI.
           ACCEPT WS-STATUT-SAISI.
           IF WS-STATUT-SAISI NOT = 'ACTIF   '
               AND WS-STATUT-SAISI NOT = 'SUSPENDU'
               AND WS-STATUT-SAISI NOT = 'RADIE   '
               DISPLAY 'STATUT INCONNU, STATUT INCHANGE.'
               GO TO 4000-CHANGER-STATUT-FIN
           END-IF.
           IF WS-STATUT-SAISI = WS-TAB-STATUT (WS-ITM-POS)
               DISPLAY 'STATUT INCHANGE.'
               GO TO 4000-CHANGER-STATUT-FIN
           END-IF.

           MOVE WS-STATUT-SAISI TO WS-TAB-STATUT (WS-ITM-POS).
           MOVE WS-DATE-JOUR    TO WS-TAB-DATE-STATUT (WS-ITM-POS).
           MOVE 'O' TO WS-MODIFIE.
           DISPLAY 'INTERMEDIAIRE ' WS-TAB-CODE (WS-ITM-POS)
               ' PASSE AU STATUT ' WS-TAB-STATUT (WS-ITM-POS)
               ' LE ' WS-DATE-JOUR.
       4000-CHANGER-STATUT-FIN. EXIT.

       5000-LISTER-INTERMEDIAIRES.
           IF WS-NB-INTERM = ZERO
               DISPLAY 'REFERENTIEL VIDE.'
               GO TO 5000-LISTER-INTERMEDIAIRES-FIN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-INTERM
               MOVE WS-TAB-TAUX-DEFAUT (WS-I) TO WS-TAUX-ED
               DISPLAY WS-TAB-CODE (WS-I) ' '
                   WS-TAB-RAISON (WS-I) ' '
                   WS-TAB-STATUT (WS-I) ' DEPUIS '
                   WS-TAB-DATE-STATUT (WS-I) ' TAUX ' WS-TAUX-ED
               DISPLAY '    ' WS-TAB-ADRESSE (WS-I)
               DISPLAY '    IBAN ' WS-TAB-IBAN (WS-I)
                   ' ENTREE LE ' WS-TAB-DATE-DEBUT (WS-I)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
                   IF WS-TAB-PRODUIT (WS-I, WS-J) NOT = SPACES
                       MOVE WS-TAB-TAUX (WS-I, WS-J) TO WS-TAUX-ED
                       DISPLAY '    ' WS-TAB-PRODUIT (WS-I, WS-J)
                           ' : ' WS-TAUX-ED ' %'
                   END-IF
               END-PERFORM
           END-PERFORM.
       5000-LISTER-INTERMEDIAIRES-FIN. EXIT.

      * Position du code saisi dans le referentiel, zero si absent.
       7000-CHERCHER-INTERMEDIAIRE.
           MOVE ZERO TO WS-ITM-POS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-INTERM
               IF WS-TAB-CODE (WS-I) = WS-CODE-SAISI
                   MOVE WS-I TO WS-ITM-POS
               END-IF
           END-PERFORM.
       7000-CHERCHER-INTERMEDIAIRE-FIN. EXIT.

      * Controle le taux saisi dans WS-SAISIE-CHAMP : numerique et
      * inferieur a 100 %, rendu dans WS-TAUX-NUM. Un taux illisible
      * remet WS-SAISIE-CHAMP a blanc pour l'appelant.
       7100-CONTROLER-TAUX.
           MOVE ZERO TO WS-TAUX-NUM.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAISIE-CHAMP))
                   NOT = 0
               MOVE SPACES TO WS-SAISIE-CHAMP
               GO TO 7100-CONTROLER-TAUX-FIN
           END-IF.
           IF FUNCTION NUMVAL(WS-SAISIE-CHAMP) < 0
               OR FUNCTION NUMVAL(WS-SAISIE-CHAMP) >= 100
               MOVE SPACES TO WS-SAISIE-CHAMP
               GO TO 7100-CONTROLER-TAUX-FIN
           END-IF.
           COMPUTE WS-TAUX-NUM = FUNCTION NUMVAL(WS-SAISIE-CHAMP).
       7100-CONTROLER-TAUX-FIN. EXIT.

      ******************************************************************
      * Reecrit le referentiel complet.
      ******************************************************************
       8000-REECRIRE-REFERENTIEL.
           OPEN OUTPUT INTERMEDIAIRES-FILE.
           IF NOT STATUT-INTERM-OK
               DISPLAY 'ERREUR OUVERTURE INTERMEDIAIRES-ASSUR.DAT : '
                       WS-STATUS-INTERM
               MOVE '8000-REECRIRE-REFERENTIEL' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE INTERMEDIAIRES-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-INTERM
                   WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-INTERM
               MOVE SPACES TO WS-INTERM-RECORD
               MOVE WS-TAB-CODE (WS-I)        TO WS-ITM-CODE
               MOVE WS-TAB-RAISON (WS-I)      TO WS-ITM-RAISON
               MOVE WS-TAB-ADRESSE (WS-I)     TO WS-ITM-ADRESSE
               MOVE WS-TAB-IBAN (WS-I)        TO WS-ITM-IBAN
               MOVE WS-TAB-STATUT (WS-I)      TO WS-ITM-STATUT
               MOVE WS-TAB-DATE-DEBUT (WS-I)  TO WS-ITM-DATE-DEBUT
               MOVE WS-TAB-DATE-STATUT (WS-I) TO WS-ITM-DATE-STATUT
               MOVE WS-TAB-TAUX-DEFAUT (WS-I) TO WS-ITM-TAUX-DEFAUT
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
                   MOVE WS-TAB-PRODUIT (WS-I, WS-J)
                       TO WS-ITM-PRODUIT (WS-J)
                   MOVE WS-TAB-TAUX (WS-I, WS-J) TO WS-ITM-TAUX (WS-J)
               END-PERFORM
               WRITE WS-INTERM-RECORD
           END-PERFORM.

           CLOSE INTERMEDIAIRES-FILE.
           DISPLAY 'REFERENTIEL REECRIT (' WS-NB-INTERM
               ' INTERMEDIAIRES).'.
       8000-REECRIRE-REFERENTIEL-FIN. EXIT.

       END PROGRAM assur-intermediaires-ref.
