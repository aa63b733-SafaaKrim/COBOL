      * due, la commission payee et le solde. A chaque passage :
      *   1. la commission due de la periode saisie est calculee sur
      *      les polices ACTIF de PART1/PART2 (douzieme de la prime
      *      annuelle au taux du referentiel des intermediaires
      *      INTERMEDIAIRES-ASSUR.DAT, par produit puis par defaut,
      *      le meme bareme que assur-intermediaires.cbl) et versee
      *      au grand livre, sans toucher aux payes des passages
      *      precedents ;
      *   2. un avis de paiement AVIS-PAIEMENT-<IRP>.DAT est ecrit
      *      par intermediaire dont le solde n'est pas nul, tous
      *      reports de periodes anterieures compris, avec sa raison
      *      sociale et l'IBAN de reglement ; un intermediaire
      *      SUSPENDU au referentiel n'est pas regle, son solde
      *      reste au grand livre jusqu'a sa levee ;
      *   3. les soldes regles passent en paye et le releve
      *      RELEVE-COMMISSIONS.DAT restitue les lignes du grand
      *      livre de chaque intermediaire regle, reports visibles.
      * Une police transferee par assur-transfert-irp.cbl est
      * commissionnee d'apres TRANSFERTS-INTERMEDIAIRES.DAT : avant
      * le mois d'effet au cedant, le mois d'effet partage au
      * prorata des jours entre cedant et repreneur, ensuite au
      * repreneur.
      * Les montants payes survivent ainsi d'un mois sur l'autre au
      * lieu d'etre recalcules de zero.

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RELEVE.

      * Registre des transferts de portefeuille tenu par
      * assur-transfert-irp.cbl.
           SELECT TRANSFERTS-FILE
           ASSIGN TO 'transferts-intermediaires.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-TRANSFERTS.

      * Referentiel des intermediaires tenu par
      * assur-intermediaires-ref.cbl : bareme, IBAN et statut.
           SELECT INTERMEDIAIRES-FILE
           ASSIGN TO 'intermediaires-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INTERM.

       DATA DIVISION.
       FILE SECTION.
       FD GRAND-LIVRE-FILE
           DATA RECORD     IS WS-ASSUR-PART1-RECORD.
       01 WS-ASSUR-PART1-RECORD.
               05 WS-ID        PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-NOM       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-IRP       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-NOM-ASS   PIC X(41).
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

       FD AVIS-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD     IS WS-AVIS-RECORD.
           DATA RECORD     IS WS-RELEVE-RECORD.
       01 WS-RELEVE-RECORD PIC X(90).

       FD TRANSFERTS-FILE
      * Meme dessin que dans assur-transfert-irp.cbl.
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-TRANSFERT-RECORD.
       01 WS-TRANSFERT-RECORD.
           05 WS-TRF-ID        PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-TRF-PART      PIC X(1).
           05 FILLER           PIC X(1).
           05 WS-TRF-CEDANT    PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-TRF-REPRENEUR PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-TRF-DATE-EFFET PIC 9(8).
           05 FILLER           PIC X(1).
           05 WS-TRF-PRODUIT   PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-TRF-DATE-TRAIT PIC 9(8).
           05 FILLER           PIC X(7).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-LIVRE==
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RELEVE==
                     ==FSTAT-OK==    BY ==STATUT-RELEVE-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-INTERM==
                     ==FSTAT-OK==    BY ==STATUT-INTERM-OK==.
           88 STATUT-INTERM-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-TRANSFERTS==
                     ==FSTAT-OK==    BY ==STATUT-TRANSFERTS-OK==.
           88 STATUT-TRANSFERTS-FIN VALUE '10'.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-COMMISSIONS'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
             10 WS-TAB-SOLDE    PIC 9(11).
             10 WS-TAB-REGLE    PIC X(1).

      * Bareme de secours par intermediaire, le meme que celui de
      * assur-intermediaires.cbl (1000-INITIALISER-TAUX-COMMISSION),
      * utilise seulement si le referentiel des intermediaires est
      * absent.
       01 WS-TAUX-COMMISSION-DEFAUT PIC 9(2)V9(2) VALUE 10.00.
       01 WS-NB-TAUX-COM     PIC 9(02) VALUE 3.
       01 WS-TAB-COMMISSIONS.
             10 WS-COM-TAUX  PIC 9(2)V9(2).
       01 WS-TAUX-APPLIQUE   PIC 9(2)V9(2).

      * Referentiel des intermediaires charge au lancement : code,
      * raison sociale, IBAN, statut, taux par defaut et par produit.
       01 WS-REFERENTIEL-CHARGE PIC X(01) VALUE 'N'.
          88 REFERENTIEL-IRP-CHARGE VALUE 'O'.
       01 WS-NB-REF          PIC 9(03) VALUE ZERO.
       01 WS-REF-POS         PIC 9(03) VALUE ZERO.
       01 WS-K               PIC 9(03) VALUE ZERO.
       01 WS-TAB-REF.
          05 WS-REF-ENTREE OCCURS 100 TIMES.
             10 WS-REF-CODE        PIC X(14).
             10 WS-REF-RAISON      PIC X(41).
             10 WS-REF-IBAN        PIC X(34).
             10 WS-REF-STATUT      PIC X(8).
                88 WS-REF-SUSPENDU VALUE 'SUSPENDU'.
             10 WS-REF-TAUX-DEFAUT PIC 9(2)V9(2).
             10 WS-REF-TAUX-PRODUIT OCCURS 5 TIMES.
                15 WS-REF-PRODUIT  PIC X(14).
                15 WS-REF-TAUX     PIC 9(2)V9(2).
       01 WS-NB-SUSPENDUS    PIC 9(03) VALUE ZERO.

      * Police en cours de cumul.
       01 WS-CRT-ID          PIC X(8).
       01 WS-CRT-PART        PIC X(1).
       01 WS-CRT-IRP         PIC X(14).
       01 WS-CRT-NOM         PIC X(14).
       01 WS-CRT-PRIX        PIC X(9).
       01 WS-CRT-DEVISE      PIC X(3).
       01 WS-COMMISSION-MOIS PIC 9(11).
       01 WS-RETRAIT-CEDANT  PIC 9(11).
       01 WS-PART-REPRENEUR  PIC 9(11).

      * Registre des transferts charge au lancement, et transfert
      * qui gouverne la police courante pour la periode reglee.
       01 WS-MAX-TRANSFERTS  PIC 9(04) VALUE 2000.
       01 WS-NB-TRANSFERTS   PIC 9(04) VALUE ZERO.
       01 WS-TAB-TRANSFERTS.
          05 WS-TRS-ENTREE OCCURS 2000 TIMES.
             10 WS-TRS-ID         PIC X(8).
             10 WS-TRS-PART       PIC X(1).
             10 WS-TRS-CEDANT     PIC X(14).
             10 WS-TRS-REPRENEUR  PIC X(14).
             10 WS-TRS-DATE-EFFET PIC 9(8).
       01 WS-TRS-POS         PIC 9(04) VALUE ZERO.
       01 WS-NB-PARTAGES     PIC 9(05) VALUE ZERO.

      * Prorata du mois d'effet d'un transfert.
       01 WS-DEBUT-MOIS      PIC 9(08).
       01 WS-JOURS-MOIS      PIC 9(02).
       01 WS-JOURS-REPRIS    PIC 9(02).
       01 WS-JOUR-EFFET      PIC 9(02).

      * Zones d'appel de la routine partagee de calcul de dates.
       01 WS-DATEUTIL-FONCTION PIC X(08).
       01 WS-DATEUTIL-DATE-1   PIC 9(08).
       01 WS-DATEUTIL-DATE-2   PIC 9(08).
       01 WS-DATEUTIL-NOMBRE   PIC S9(07).
       01 WS-DATEUTIL-RESULTAT PIC S9(08).
       01 WS-DATEUTIL-CODE     PIC X(02).

       01 WS-LIV-POS         PIC 9(04) VALUE ZERO.
       01 WS-I               PIC 9(04) VALUE ZERO.

           PERFORM 1000-INITIALISER-TAUX-COMMISSION
           THRU    1000-INITIALISER-TAUX-COMMISSION-FIN.
           PERFORM 1500-CHARGER-REFERENTIEL-IRP
           THRU    1500-CHARGER-REFERENTIEL-IRP-FIN.
           PERFORM 1600-CHARGER-TRANSFERTS
           THRU    1600-CHARGER-TRANSFERTS-FIN.

           PERFORM 2000-CHARGER-GRAND-LIVRE
           THRU    2000-CHARGER-GRAND-LIVRE-FIN.
           DISPLAY 'PERIODE REGLEE          : ' WS-PERIODE.
           DISPLAY 'LIGNES DE GRAND LIVRE   : ' WS-NB-LIGNES-LIVRE.
           DISPLAY 'AVIS DE PAIEMENT EMIS   : ' WS-NB-AVIS.
           DISPLAY 'REGLEMENTS SUSPENDUS    : ' WS-NB-SUSPENDUS.
           DISPLAY 'COMMISSIONS PARTAGEES   : ' WS-NB-PARTAGES.

           MOVE WS-NB-LIGNES-LIVRE TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-AVIS         TO WS-RUNCTL-COMPTEUR-2.
           STOP RUN.

      ******************************************************************
      * Bareme de secours par intermediaire, copie du bareme de
      * assur-intermediaires.cbl.
      ******************************************************************
       1000-INITIALISER-TAUX-COMMISSION.
           MOVE 09.50          TO WS-COM-TAUX (3).
       1000-INITIALISER-TAUX-COMMISSION-FIN. EXIT.

      ******************************************************************
      * Charge le referentiel des intermediaires. Un referentiel
      * absent ou vide laisse le bareme de secours en place, avec un
      * avertissement console ; aucun reglement n'est alors suspendu.
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
                       MOVE WS-ITM-IBAN    TO WS-REF-IBAN (WS-NB-REF)
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
      * Charge le registre des transferts de portefeuille. Absent, les
      * polices sont commissionnees a leur intermediaire du moment.
      ******************************************************************
       1600-CHARGER-TRANSFERTS.
           OPEN INPUT TRANSFERTS-FILE.
           IF NOT STATUT-TRANSFERTS-OK
               GO TO 1600-CHARGER-TRANSFERTS-FIN
           END-IF.

           PERFORM UNTIL STATUT-TRANSFERTS-FIN
               READ TRANSFERTS-FILE
               IF STATUT-TRANSFERTS-OK
                   IF WS-TRF-DATE-EFFET NUMERIC
                       IF WS-NB-TRANSFERTS >= WS-MAX-TRANSFERTS
                           DISPLAY 'ERREUR : DEPASSEMENT DE '
                               'WS-TAB-TRANSFERTS (MAXIMUM '
                               WS-MAX-TRANSFERTS ')'
                           CLOSE TRANSFERTS-FILE
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NB-TRANSFERTS
                       MOVE WS-TRF-ID
                           TO WS-TRS-ID (WS-NB-TRANSFERTS)
                       MOVE WS-TRF-PART
                           TO WS-TRS-PART (WS-NB-TRANSFERTS)
                       MOVE WS-TRF-CEDANT
                           TO WS-TRS-CEDANT (WS-NB-TRANSFERTS)
                       MOVE WS-TRF-REPRENEUR
                           TO WS-TRS-REPRENEUR (WS-NB-TRANSFERTS)
                       MOVE WS-TRF-DATE-EFFET
                           TO WS-TRS-DATE-EFFET (WS-NB-TRANSFERTS)
                   END-IF
               ELSE
                   SET STATUT-TRANSFERTS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE TRANSFERTS-FILE.
           DISPLAY 'TRANSFERTS AU REGISTRE  : ' WS-NB-TRANSFERTS.
       1600-CHARGER-TRANSFERTS-FIN. EXIT.

      ******************************************************************
      * Relit le grand livre existant. Un fichier absent n'est pas
      * une erreur : premier reglement, le livre part vide.
                   SET STATUT-FICHIER-FIN TO TRUE
               ELSE
                   IF WS-STATUT OF WS-ASSUR-PART1-RECORD = 'ACTIF   '
                       MOVE WS-ID OF WS-ASSUR-PART1-RECORD
                           TO WS-CRT-ID
                       MOVE '1' TO WS-CRT-PART
                       MOVE WS-IRP OF WS-ASSUR-PART1-RECORD
                           TO WS-CRT-IRP
                       MOVE WS-NOM OF WS-ASSUR-PART1-RECORD
                           TO WS-CRT-NOM
                       MOVE WS-PRIX OF WS-ASSUR-PART1-RECORD
                           TO WS-CRT-PRIX
                       MOVE WS-DEVISE OF WS-ASSUR-PART1-RECORD
                   SET STATUT-FICHIER2-FIN TO TRUE
               ELSE
                   IF WS-STATUT OF WS-ASSUR-PART2-RECORD = 'ACTIF   '
                       MOVE WS-ID OF WS-ASSUR-PART2-RECORD
                           TO WS-CRT-ID
                       MOVE '2' TO WS-CRT-PART
                       MOVE WS-IRP OF WS-ASSUR-PART2-RECORD
                           TO WS-CRT-IRP
                       MOVE WS-NOM OF WS-ASSUR-PART2-RECORD
                           TO WS-CRT-NOM
                       MOVE WS-PRIX OF WS-ASSUR-PART2-RECORD
                           TO WS-CRT-PRIX
                       MOVE WS-DEVISE OF WS-ASSUR-PART2-RECORD
      ******************************************************************
      * Verse la commission mensuelle de la police courante a la
      * ligne (IRP, periode, devise) du grand livre, creee au besoin.
      * Une police transferee au registre est commissionnee au cedant
      * avant le mois d'effet ; le mois d'effet est partage, le
      * cedant gardant ses jours a son taux et le repreneur recevant
      * les siens au sien, comme sur le releve de transfert.
      ******************************************************************
       4000-CUMULER-COMMISSION.
           IF WS-CRT-PRIX NOT NUMERIC
                       WS-CRT-IRP
               GO TO 4000-CUMULER-COMMISSION-FIN
           END-IF.
           ADD 1 TO WS-NB-POLICES.

           PERFORM 4300-RECHERCHER-TRANSFERT
           THRU    4300-RECHERCHER-TRANSFERT-FIN.
           IF WS-TRS-POS NOT = ZERO
               IF WS-TRS-DATE-EFFET (WS-TRS-POS)(1:6) > WS-PERIODE
                   MOVE WS-TRS-CEDANT (WS-TRS-POS) TO WS-CRT-IRP
               ELSE
                   PERFORM 4400-PARTAGER-COMMISSION
                   THRU    4400-PARTAGER-COMMISSION-FIN
                   GO TO 4000-CUMULER-COMMISSION-FIN
               END-IF
           END-IF.

           PERFORM 4100-RECHERCHER-TAUX
           THRU    4100-RECHERCHER-TAUX-FIN.

           COMPUTE WS-COMMISSION-MOIS ROUNDED =
               FUNCTION NUMVAL(WS-CRT-PRIX)
               * WS-TAUX-APPLIQUE / 100 / 12.

           PERFORM 4200-VERSER-LIGNE
           THRU    4200-VERSER-LIGNE-FIN.
       4000-CUMULER-COMMISSION-FIN. EXIT.

      ******************************************************************
      * Ajoute WS-COMMISSION-MOIS au du de la ligne (WS-CRT-IRP,
      * periode, devise) du grand livre, creee au besoin.
      ******************************************************************
       4200-VERSER-LIGNE.
           MOVE ZERO TO WS-LIV-POS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIGNES-LIVRE
               MOVE 'N'  TO WS-TAB-REGLE (WS-LIV-POS)
           END-IF.
           ADD WS-COMMISSION-MOIS TO WS-TAB-DU (WS-LIV-POS).
       4200-VERSER-LIGNE-FIN. EXIT.

      ******************************************************************
      * Transfert qui gouverne la police courante pour la periode :
      * le premier, par date d'effet, dont le mois d'effet n'est pas
      * anterieur a la periode. WS-TRS-POS a zero si aucun.
      ******************************************************************
       4300-RECHERCHER-TRANSFERT.
           MOVE ZERO TO WS-TRS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-TRANSFERTS
               IF WS-TRS-ID (WS-J) = WS-CRT-ID
                   AND WS-TRS-PART (WS-J) = WS-CRT-PART
                   AND WS-TRS-DATE-EFFET (WS-J)(1:6) >= WS-PERIODE
                   IF WS-TRS-POS = ZERO
                       MOVE WS-J TO WS-TRS-POS
                   ELSE
                       IF WS-TRS-DATE-EFFET (WS-J)
                           < WS-TRS-DATE-EFFET (WS-TRS-POS)
                           MOVE WS-J TO WS-TRS-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       4300-RECHERCHER-TRANSFERT-FIN. EXIT.

      ******************************************************************
      * Partage du mois d'effet du transfert WS-TRS-POS : le repreneur
      * recoit les jours de la date d'effet a la fin du mois, le
      * cedant garde sa commission moins la meme proportion.
      ******************************************************************
       4400-PARTAGER-COMMISSION.
           MOVE WS-TRS-DATE-EFFET (WS-TRS-POS) TO WS-DEBUT-MOIS.
           MOVE WS-DEBUT-MOIS(7:2) TO WS-JOUR-EFFET.
           MOVE '01' TO WS-DEBUT-MOIS(7:2).
           MOVE 'AJOUTMOI' TO WS-DATEUTIL-FONCTION.
           MOVE WS-DEBUT-MOIS TO WS-DATEUTIL-DATE-1.
           MOVE 1 TO WS-DATEUTIL-NOMBRE.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           MOVE WS-DATEUTIL-RESULTAT TO WS-DATEUTIL-DATE-2.
           MOVE 'ECART   ' TO WS-DATEUTIL-FONCTION.
           MOVE WS-DEBUT-MOIS TO WS-DATEUTIL-DATE-1.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           MOVE WS-DATEUTIL-RESULTAT TO WS-JOURS-MOIS.
           COMPUTE WS-JOURS-REPRIS =
               WS-JOURS-MOIS - WS-JOUR-EFFET + 1.

           MOVE WS-TRS-REPRENEUR (WS-TRS-POS) TO WS-CRT-IRP.
           PERFORM 4100-RECHERCHER-TAUX
           THRU    4100-RECHERCHER-TAUX-FIN.
           COMPUTE WS-COMMISSION-MOIS ROUNDED =
               FUNCTION NUMVAL(WS-CRT-PRIX)
               * WS-TAUX-APPLIQUE / 100 / 12.
           COMPUTE WS-PART-REPRENEUR ROUNDED =
               WS-COMMISSION-MOIS * WS-JOURS-REPRIS / WS-JOURS-MOIS.

           MOVE WS-TRS-CEDANT (WS-TRS-POS) TO WS-CRT-IRP.
           PERFORM 4100-RECHERCHER-TAUX
           THRU    4100-RECHERCHER-TAUX-FIN.
           COMPUTE WS-COMMISSION-MOIS ROUNDED =
               FUNCTION NUMVAL(WS-CRT-PRIX)
               * WS-TAUX-APPLIQUE / 100 / 12.
           COMPUTE WS-RETRAIT-CEDANT ROUNDED =
               WS-COMMISSION-MOIS * WS-JOURS-REPRIS / WS-JOURS-MOIS.
           SUBTRACT WS-RETRAIT-CEDANT FROM WS-COMMISSION-MOIS.
           PERFORM 4200-VERSER-LIGNE
           THRU    4200-VERSER-LIGNE-FIN.

           MOVE WS-TRS-REPRENEUR (WS-TRS-POS) TO WS-CRT-IRP.
           MOVE WS-PART-REPRENEUR TO WS-COMMISSION-MOIS.
           PERFORM 4200-VERSER-LIGNE
           THRU    4200-VERSER-LIGNE-FIN.
           ADD 1 TO WS-NB-PARTAGES.
       4400-PARTAGER-COMMISSION-FIN. EXIT.

      ******************************************************************
      * Taux de commission de l'intermediaire WS-CRT-IRP pour le
      * produit WS-CRT-NOM, comme dans assur-intermediaires.cbl :
      * taux particulier du produit, sinon taux par defaut de
      * l'intermediaire, sinon taux par defaut general. WS-REF-POS
      * rend la position de l'intermediaire au referentiel (zero si
      * absent). Sans referentiel, bareme de secours.
      ******************************************************************
       4100-RECHERCHER-TAUX.
           MOVE WS-TAUX-COMMISSION-DEFAUT TO WS-TAUX-APPLIQUE.
           MOVE ZERO TO WS-REF-POS.
           IF NOT REFERENTIEL-IRP-CHARGE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-TAUX-COM
                   IF WS-COM-IRP (WS-K) = WS-CRT-IRP
                       MOVE WS-COM-TAUX (WS-K) TO WS-TAUX-APPLIQUE
                   END-IF
               END-PERFORM
               GO TO 4100-RECHERCHER-TAUX-FIN
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-REF
               IF WS-REF-CODE (WS-K) = WS-CRT-IRP
                   MOVE WS-K TO WS-REF-POS
               END-IF
           END-PERFORM.
           IF WS-REF-POS = ZERO
               GO TO 4100-RECHERCHER-TAUX-FIN
           END-IF.

           MOVE WS-REF-TAUX-DEFAUT (WS-REF-POS) TO WS-TAUX-APPLIQUE.
           IF WS-CRT-NOM = SPACES
               GO TO 4100-RECHERCHER-TAUX-FIN
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
               IF WS-REF-PRODUIT (WS-REF-POS, WS-K) = WS-CRT-NOM
                   MOVE WS-REF-TAUX (WS-REF-POS, WS-K)
                       TO WS-TAUX-APPLIQUE
               END-IF
           END-PERFORM.
       4100-RECHERCHER-TAUX-FIN. EXIT.

      ******************************************************************
      * Un avis de paiement par intermediaire dont au moins une ligne
      * du grand livre porte un solde non nul : l'avis reprend chaque
      * ligne reglee (periode, devise, montant), reports compris,
      * puis les lignes passent en paye. Un intermediaire SUSPENDU
      * au referentiel est ecarte : son solde reste du.
      ******************************************************************
       5000-GENERER-AVIS.
           MOVE ZERO TO WS-NB-IRP-AVIS.
                   UNTIL WS-I > WS-NB-LIGNES-LIVRE
               IF WS-TAB-SOLDE (WS-I) > ZERO
                   MOVE 'N' TO WS-IRP-DEJA-VU
                   MOVE WS-TAB-IRP (WS-I) TO WS-CRT-IRP
                   MOVE SPACES TO WS-CRT-NOM
                   PERFORM 4100-RECHERCHER-TAUX
                   THRU    4100-RECHERCHER-TAUX-FIN
                   IF WS-REF-POS > ZERO
                       IF WS-REF-SUSPENDU (WS-REF-POS)
                           MOVE 'S' TO WS-IRP-DEJA-VU
                       END-IF
                   END-IF
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-NB-IRP-AVIS
                       IF WS-IRP-AVIS-CODE (WS-J) = WS-TAB-IRP (WS-I)
                       MOVE WS-TAB-IRP (WS-I)
                           TO WS-IRP-AVIS-CODE (WS-NB-IRP-AVIS)
                   END-IF
                   IF WS-IRP-DEJA-VU = 'S'
                       DISPLAY 'REGLEMENT SUSPENDU, SOLDE REPORTE : '
                           WS-TAB-IRP (WS-I) ' PERIODE '
                           WS-TAB-PERIODE (WS-I)
                       ADD 1 TO WS-NB-SUSPENDUS
                   END-IF
               END-IF
           END-PERFORM.

               DELIMITED BY SIZE INTO WS-AVIS-RECORD.
           WRITE WS-AVIS-RECORD.

      * Raison sociale et IBAN de reglement du referentiel.
           MOVE WS-AVIS-IRP TO WS-CRT-IRP.
           MOVE SPACES TO WS-CRT-NOM.
           PERFORM 4100-RECHERCHER-TAUX
           THRU    4100-RECHERCHER-TAUX-FIN.
           IF WS-REF-POS > ZERO
               MOVE SPACES TO WS-AVIS-RECORD
               STRING 'BENEFICIAIRE : ' WS-REF-RAISON (WS-REF-POS)
                   DELIMITED BY SIZE INTO WS-AVIS-RECORD
               WRITE WS-AVIS-RECORD
               MOVE SPACES TO WS-AVIS-RECORD
               STRING 'IBAN         : ' WS-REF-IBAN (WS-REF-POS)
                   DELIMITED BY SIZE INTO WS-AVIS-RECORD
               WRITE WS-AVIS-RECORD
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIGNES-LIVRE
               IF WS-TAB-IRP (WS-I) = WS-AVIS-IRP
