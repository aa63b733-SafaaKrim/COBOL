      ********************************************************************
      *     Transfert de portefeuille entre intermediaires : toutes     *
      *     les polices d'un intermediaire cedant (ou celles d'un       *
      *     produit) passent au repreneur a une date d'effet, avec      *
      *     historique, releve pour chacun et partage de commission.    *
      ********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assur-transfert-irp.
       AUTHOR. K.SAFAA.

      * Quand un courtier part en retraite ou cede son portefeuille,
      * il fallait saisir un mouvement 'M' par police pour changer
      * WS-IRP, et la commission du mois du transfert etait disputee
      * entre l'ancien et le nouveau courtier. Ce batch recoit au
      * lancement l'intermediaire cedant, le repreneur, la date
      * d'effet et, facultativement, le libelle d'un produit (WS-NOM)
      * pour ne transferer que ses polices. Pour chaque police
      * concernee de ASSUR-PART1/PART2 :
      *   - WS-IRP passe au repreneur, l'image avant part a
      *     l'historique des polices (POLHIST, action TRANSF) ;
      *   - une ligne est ajoutee a TRANSFERTS-INTERMEDIAIRES.DAT,
      *     relu par assur-commissions.cbl pour partager la
      *     commission du mois d'effet au prorata des jours : le
      *     cedant garde les jours qui precedent la date d'effet, le
      *     repreneur recoit les autres, chacun a son propre taux ;
      *   - si le mois d'effet est deja au grand livre
      *     (GRAND-LIVRE-COMMISSIONS.DAT), la part du repreneur est
      *     retiree au du du cedant et versee au sien tout de suite ;
      *   - une ligne est ecrite au releve de transfert de chacun
      *     des deux intermediaires, RELEVE-TRANSFERT-<IRP>.DAT.
      * Le repreneur doit etre connu du referentiel des
      * intermediaires et ne pas etre radie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      * Referentiel des intermediaires tenu par
      * assur-intermediaires-ref.cbl : existence, statut et bareme.
           SELECT INTERMEDIAIRES-FILE
           ASSIGN TO 'intermediaires-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INTERM.

           SELECT GRAND-LIVRE-FILE
           ASSIGN TO 'grand-livre-commissions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-LIVRE.

      * Registre des transferts, complete a chaque passage.
           SELECT TRANSFERTS-FILE
           ASSIGN TO 'transferts-intermediaires.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-TRANSFERTS.

      * Un releve par intermediaire, le nom du fichier etant compose
      * a l'execution comme les avis de paiement des commissions.
           SELECT RELEVE-CEDANT-FILE ASSIGN DYNAMIC WS-CEDANT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CEDANT.

           SELECT RELEVE-REPRENEUR-FILE
           ASSIGN DYNAMIC WS-REPRENEUR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-REPRENEUR.

       DATA DIVISION.
       FILE SECTION.
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

       FD GRAND-LIVRE-FILE
      * Meme dessin que dans assur-commissions.cbl.
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD     IS WS-LIVRE-RECORD.
       01 WS-LIVRE-RECORD.
           05 WS-LIV-IRP       PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-LIV-PERIODE   PIC 9(6).
           05 FILLER           PIC X(1).
           05 WS-LIV-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-LIV-DU        PIC 9(11).
           05 FILLER           PIC X(1).
           05 WS-LIV-PAYE      PIC 9(11).
           05 FILLER           PIC X(1).
           05 WS-LIV-SOLDE     PIC 9(11).
           05 FILLER           PIC X(8).

       FD TRANSFERTS-FILE
      * Une ligne par police transferee : cle, fichier, cedant,
      * repreneur, date d'effet, produit et date du passage.
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

       FD RELEVE-CEDANT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD     IS WS-CEDANT-RECORD.
       01 WS-CEDANT-RECORD PIC X(90).

       FD RELEVE-REPRENEUR-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD     IS WS-REPRENEUR-RECORD.
       01 WS-REPRENEUR-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FICHIER  PIC X(02).
          88 STATUT-FICHIER-OK   VALUE '00'.
          88 STATUT-FICHIER-FIN  VALUE '10'.

       01 WS-STATUS-FICHIER2 PIC X(02).
          88 STATUT-FICHIER2-OK  VALUE '00'.
          88 STATUT-FICHIER2-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-INTERM==
                     ==FSTAT-OK==    BY ==STATUT-INTERM-OK==.
           88 STATUT-INTERM-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-LIVRE==
                     ==FSTAT-OK==    BY ==STATUT-LIVRE-OK==.
           88 STATUT-LIVRE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-TRANSFERTS==
                     ==FSTAT-OK==    BY ==STATUT-TRANSFERTS-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-CEDANT==
                     ==FSTAT-OK==    BY ==STATUT-CEDANT-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-REPRENEUR==
                     ==FSTAT-OK==    BY ==STATUT-REPRENEUR-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-TRANSFERT'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'ASSUR-TRANSFERT'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

      * Zones d'appel de la routine partagee d'historique des polices.
       01 WS-HIST-PROGRAMME  PIC X(12) VALUE 'ASSUR-TRANSF'.
       01 WS-HIST-ACTION     PIC X(06) VALUE 'TRANSF'.
       01 WS-HIST-FICHIER    PIC X(05).
       01 WS-HIST-IMAGE      PIC X(121).

      * Zones d'appel de la routine partagee de calcul de dates.
       01 WS-DATEUTIL-FONCTION PIC X(08).
       01 WS-DATEUTIL-DATE-1   PIC 9(08).
       01 WS-DATEUTIL-DATE-2   PIC 9(08).
       01 WS-DATEUTIL-NOMBRE   PIC S9(07).
       01 WS-DATEUTIL-RESULTAT PIC S9(08).
       01 WS-DATEUTIL-CODE     PIC X(02).

      * Parametres du transfert saisis au lancement.
       01 WS-CEDANT          PIC X(14).
       01 WS-REPRENEUR       PIC X(14).
       01 WS-PRODUIT         PIC X(14).
       01 WS-DATE-SAISIE     PIC X(08).
       01 WS-DATE-EFFET      PIC 9(08).
       01 WS-PERIODE-EFFET   PIC 9(06).
       01 WS-DATE-JOUR       PIC 9(08).

      * Prorata du mois d'effet : jours du mois et jours repris par
      * le repreneur (de la date d'effet a la fin du mois).
       01 WS-DEBUT-MOIS      PIC 9(08).
       01 WS-JOURS-MOIS      PIC 9(02).
       01 WS-JOURS-REPRIS    PIC 9(02).
       01 WS-JOUR-EFFET      PIC 9(02).

       01 WS-CEDANT-PATH     PIC X(200).
       01 WS-REPRENEUR-PATH  PIC X(200).

       01 WS-NB-EXAMINEES    PIC 9(05) VALUE ZERO.
       01 WS-NB-TRANSFEREES  PIC 9(05) VALUE ZERO.

      * Police en cours de transfert.
       01 WS-CRT-ID          PIC X(8).
       01 WS-CRT-PART        PIC X(1).
       01 WS-CRT-NOM         PIC X(14).
       01 WS-CRT-NOM-ASS     PIC X(41).
       01 WS-CRT-STATUT      PIC X(8).
       01 WS-CRT-PRIX        PIC X(9).
       01 WS-CRT-DEVISE      PIC X(3).
       01 WS-CRT-IRP         PIC X(14).
       01 WS-PART-CEDANT     PIC 9(11).
       01 WS-PART-REPRENEUR  PIC 9(11).
       01 WS-COMMISSION-MOIS PIC 9(11).
       01 WS-RETRAIT-CEDANT  PIC 9(11).
       01 WS-MONTANT-ED      PIC Z(10)9.
       01 WS-PRIX-ED         PIC Z(8)9.

      * Bareme de secours par intermediaire, le meme que celui de
      * assur-commissions.cbl, utilise seulement si le referentiel
      * des intermediaires est absent.
       01 WS-TAUX-COMMISSION-DEFAUT PIC 9(2)V9(2) VALUE 10.00.
       01 WS-NB-TAUX-COM     PIC 9(02) VALUE 3.
       01 WS-TAB-COMMISSIONS.
          05 WS-COM-ENTREE OCCURS 3 TIMES.
             10 WS-COM-IRP   PIC X(14).
             10 WS-COM-TAUX  PIC 9(2)V9(2).
       01 WS-TAUX-APPLIQUE   PIC 9(2)V9(2).

      * Referentiel des intermediaires charge au lancement.
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

      * Grand livre en memoire, reecrit en entier s'il a bouge.
       01 WS-MAX-LIGNES      PIC 9(04) VALUE 1000.
       01 WS-NB-LIGNES-LIVRE PIC 9(04) VALUE ZERO.
       01 WS-TAB-LIVRE.
          05 WS-LIV-ENTREE OCCURS 1000 TIMES.
             10 WS-TAB-IRP      PIC X(14).
             10 WS-TAB-PERIODE  PIC 9(6).
             10 WS-TAB-DEVISE   PIC X(3).
             10 WS-TAB-DU       PIC 9(11).
             10 WS-TAB-PAYE     PIC 9(11).
             10 WS-TAB-SOLDE    PIC 9(11).
       01 WS-LIVRE-CHARGE    PIC X(01) VALUE 'N'.
          88 LIVRE-CHARGE    VALUE 'O'.
       01 WS-LIVRE-MODIFIE   PIC X(01) VALUE 'N'.
          88 LIVRE-MODIFIE   VALUE 'O'.
       01 WS-LIV-POS-CEDANT  PIC 9(04) VALUE ZERO.
       01 WS-LIV-POS         PIC 9(04) VALUE ZERO.
       01 WS-I               PIC 9(04) VALUE ZERO.

      * Totaux du releve par devise : prime transferee, commission
      * du mois gardee par le cedant et reprise par le repreneur.
       01 WS-NB-DEVISES      PIC 9(02) VALUE ZERO.
       01 WS-DEV-POS         PIC 9(02) VALUE ZERO.
       01 WS-TAB-DEVISES.
          05 WS-DEV-ENTREE OCCURS 10 TIMES.
             10 WS-DEV-CODE       PIC X(3).
             10 WS-DEV-NB         PIC 9(05).
             10 WS-DEV-PRIMES     PIC 9(11).
             10 WS-DEV-CEDANT     PIC 9(11).
             10 WS-DEV-REPRENEUR  PIC 9(11).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-SAISIR-PARAMETRES
           THRU    0100-SAISIR-PARAMETRES-FIN.

           PERFORM 1000-INITIALISER-TAUX-COMMISSION
           THRU    1000-INITIALISER-TAUX-COMMISSION-FIN.
           PERFORM 1500-CHARGER-REFERENTIEL-IRP
           THRU    1500-CHARGER-REFERENTIEL-IRP-FIN.
           PERFORM 1600-CONTROLER-INTERMEDIAIRES
           THRU    1600-CONTROLER-INTERMEDIAIRES-FIN.
           PERFORM 1700-CHARGER-GRAND-LIVRE
           THRU    1700-CHARGER-GRAND-LIVRE-FIN.

           PERFORM 1800-OUVRIR-SORTIES
           THRU    1800-OUVRIR-SORTIES-FIN.

           PERFORM 2000-TRANSFERER-PART1
           THRU    2000-TRANSFERER-PART1-FIN.
           PERFORM 3000-TRANSFERER-PART2
           THRU    3000-TRANSFERER-PART2-FIN.

           PERFORM 6000-ECRIRE-TOTAUX
           THRU    6000-ECRIRE-TOTAUX-FIN.

           CLOSE TRANSFERTS-FILE.
           CLOSE RELEVE-CEDANT-FILE.
           CLOSE RELEVE-REPRENEUR-FILE.

           IF LIVRE-MODIFIE
               PERFORM 8000-REECRIRE-GRAND-LIVRE
               THRU    8000-REECRIRE-GRAND-LIVRE-FIN
           END-IF.

           DISPLAY 'POLICES EXAMINEES   : ' WS-NB-EXAMINEES.
           DISPLAY 'POLICES TRANSFEREES : ' WS-NB-TRANSFEREES.

           MOVE WS-NB-EXAMINEES   TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-TRANSFEREES TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Saisie du cedant, du repreneur, de la date d'effet et du
      * produit eventuel ; calcul du prorata du mois d'effet.
      ******************************************************************
       0100-SAISIR-PARAMETRES.
           DISPLAY 'INTERMEDIAIRE CEDANT    : ' WITH NO ADVANCING.
           ACCEPT WS-CEDANT.
           DISPLAY 'INTERMEDIAIRE REPRENEUR : ' WITH NO ADVANCING.
           ACCEPT WS-REPRENEUR.
           IF WS-CEDANT = SPACES OR WS-REPRENEUR = SPACES
               DISPLAY 'CEDANT ET REPRENEUR OBLIGATOIRES, ARRET SANS '
                   'TRAITEMENT.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CEDANT = WS-REPRENEUR
               DISPLAY 'CEDANT ET REPRENEUR IDENTIQUES, ARRET SANS '
                   'TRAITEMENT.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'DATE D''EFFET (AAAAMMJJ) : ' WITH NO ADVANCING.
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE NOT NUMERIC
               DISPLAY 'DATE D''EFFET ILLISIBLE, ARRET SANS '
                   'TRAITEMENT.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATE-SAISIE TO WS-DATE-EFFET.
           MOVE 'VALIDER ' TO WS-DATEUTIL-FONCTION.
           MOVE WS-DATE-EFFET TO WS-DATEUTIL-DATE-1.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           IF WS-DATEUTIL-CODE NOT = '00'
               DISPLAY 'DATE D''EFFET INVALIDE, ARRET SANS '
                   'TRAITEMENT.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATE-EFFET(1:6) TO WS-PERIODE-EFFET.

           DISPLAY 'PRODUIT (VIDE = TOUTES LES POLICES) : '
               WITH NO ADVANCING.
           ACCEPT WS-PRODUIT.

      * Nombre de jours du mois d'effet : ecart entre le premier du
      * mois et le premier du mois suivant.
           MOVE WS-DATE-EFFET TO WS-DEBUT-MOIS.
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
           MOVE WS-DATE-SAISIE(7:2) TO WS-JOUR-EFFET.
           COMPUTE WS-JOURS-REPRIS =
               WS-JOURS-MOIS - WS-JOUR-EFFET + 1.

           DISPLAY 'TRANSFERT ' WS-CEDANT ' -> ' WS-REPRENEUR
               ' AU ' WS-DATE-EFFET ' (' WS-JOURS-REPRIS '/'
               WS-JOURS-MOIS ' JOURS DU MOIS AU REPRENEUR)'.
       0100-SAISIR-PARAMETRES-FIN. EXIT.

      ******************************************************************
      * Bareme de secours par intermediaire, copie du bareme de
      * assur-commissions.cbl.
      ******************************************************************
       1000-INITIALISER-TAUX-COMMISSION.
           MOVE 'AXA'          TO WS-COM-IRP (1).
           MOVE 12.50          TO WS-COM-TAUX (1).
           MOVE 'GENERALI'     TO WS-COM-IRP (2).
           MOVE 11.00          TO WS-COM-TAUX (2).
           MOVE 'MAIF'         TO WS-COM-IRP (3).
           MOVE 09.50          TO WS-COM-TAUX (3).
       1000-INITIALISER-TAUX-COMMISSION-FIN. EXIT.

      ******************************************************************
      * Charge le referentiel des intermediaires, comme
      * assur-commissions.cbl.
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
      * Le repreneur doit etre au referentiel et ne pas etre radie ;
      * un cedant absent du referentiel est seulement signale (c'est
      * justement le cas d'un courtier fantome que l'on resorbe).
      * Sans referentiel, le transfert passe sans controle.
      ******************************************************************
       1600-CONTROLER-INTERMEDIAIRES.
           IF NOT REFERENTIEL-IRP-CHARGE
               DISPLAY 'REFERENTIEL ABSENT : INTERMEDIAIRES NON '
                   'CONTROLES'
               GO TO 1600-CONTROLER-INTERMEDIAIRES-FIN
           END-IF.

           MOVE WS-REPRENEUR TO WS-CRT-IRP.
           MOVE SPACES TO WS-CRT-NOM.
           PERFORM 4100-RECHERCHER-TAUX
           THRU    4100-RECHERCHER-TAUX-FIN.
           IF WS-REF-POS = ZERO
               DISPLAY 'REPRENEUR INCONNU DU REFERENTIEL, ARRET SANS '
                   'TRAITEMENT.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REF-STATUT (WS-REF-POS) = 'RADIE   '
               DISPLAY 'REPRENEUR RADIE, ARRET SANS TRAITEMENT.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REF-STATUT (WS-REF-POS) = 'SUSPENDU'
               DISPLAY 'ATTENTION : REPRENEUR SUSPENDU, SES '
                   'COMMISSIONS NE SERONT PAS REGLEES.'
           END-IF.

           MOVE WS-CEDANT TO WS-CRT-IRP.
           PERFORM 4100-RECHERCHER-TAUX
           THRU    4100-RECHERCHER-TAUX-FIN.
           IF WS-REF-POS = ZERO
               DISPLAY 'ATTENTION : CEDANT ABSENT DU REFERENTIEL.'
           END-IF.
       1600-CONTROLER-INTERMEDIAIRES-FIN. EXIT.

      ******************************************************************
      * Relit le grand livre des commissions. Absent, rien n'est a
      * repartir : assur-commissions.cbl partagera le mois d'effet a
      * son passage, d'apres le registre des transferts.
      ******************************************************************
       1700-CHARGER-GRAND-LIVRE.
           OPEN INPUT GRAND-LIVRE-FILE.
           IF NOT STATUT-LIVRE-OK
               DISPLAY 'GRAND-LIVRE-COMMISSIONS.DAT ABSENT : PARTAGE '
                   'AU PROCHAIN REGLEMENT'
               GO TO 1700-CHARGER-GRAND-LIVRE-FIN
           END-IF.

           PERFORM UNTIL STATUT-LIVRE-FIN
               READ GRAND-LIVRE-FILE
               IF STATUT-LIVRE-OK
                   IF WS-NB-LIGNES-LIVRE >= WS-MAX-LIGNES
                       DISPLAY 'ERREUR : DEPASSEMENT DE WS-TAB-LIVRE '
                           '(MAXIMUM ' WS-MAX-LIGNES ')'
                       CLOSE GRAND-LIVRE-FILE
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-LIGNES-LIVRE
                   MOVE WS-LIV-IRP
                       TO WS-TAB-IRP (WS-NB-LIGNES-LIVRE)
                   MOVE WS-LIV-PERIODE
                       TO WS-TAB-PERIODE (WS-NB-LIGNES-LIVRE)
                   MOVE WS-LIV-DEVISE
                       TO WS-TAB-DEVISE (WS-NB-LIGNES-LIVRE)
                   MOVE WS-LIV-DU
                       TO WS-TAB-DU (WS-NB-LIGNES-LIVRE)
                   MOVE WS-LIV-PAYE
                       TO WS-TAB-PAYE (WS-NB-LIGNES-LIVRE)
                   MOVE WS-LIV-SOLDE
                       TO WS-TAB-SOLDE (WS-NB-LIGNES-LIVRE)
               ELSE
                   SET STATUT-LIVRE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE GRAND-LIVRE-FILE.
           MOVE 'O' TO WS-LIVRE-CHARGE.
       1700-CHARGER-GRAND-LIVRE-FIN. EXIT.

      ******************************************************************
      * Ouvre le registre des transferts en ajout et les deux releves,
      * avec leur en-tete.
      ******************************************************************
       1800-OUVRIR-SORTIES.
           OPEN EXTEND TRANSFERTS-FILE.
           IF NOT STATUT-TRANSFERTS-OK
               OPEN OUTPUT TRANSFERTS-FILE
           END-IF.
           IF NOT STATUT-TRANSFERTS-OK
               DISPLAY 'ERREUR OUVERTURE TRANSFERTS-INTERMEDIAIRES.DAT'
                   ' : ' WS-STATUS-TRANSFERTS
               MOVE '1800-OUVRIR-SORTIES'     TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE TRANSFERTS-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-TRANSFERTS
                   WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CEDANT-PATH.
           STRING 'releve-transfert-' FUNCTION TRIM(WS-CEDANT)
               '.dat' DELIMITED BY SIZE INTO WS-CEDANT-PATH.
           OPEN OUTPUT RELEVE-CEDANT-FILE.
           IF NOT STATUT-CEDANT-OK
               DISPLAY 'ERREUR OUVERTURE RELEVE DU CEDANT : '
                   WS-STATUS-CEDANT
               MOVE '1800-OUVRIR-SORTIES'     TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RELEVE-CEDANT-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-CEDANT WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-REPRENEUR-PATH.
           STRING 'releve-transfert-' FUNCTION TRIM(WS-REPRENEUR)
               '.dat' DELIMITED BY SIZE INTO WS-REPRENEUR-PATH.
           OPEN OUTPUT RELEVE-REPRENEUR-FILE.
           IF NOT STATUT-REPRENEUR-OK
               DISPLAY 'ERREUR OUVERTURE RELEVE DU REPRENEUR : '
                   WS-STATUS-REPRENEUR
               MOVE '1800-OUVRIR-SORTIES'     TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RELEVE-REPRENEUR-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-REPRENEUR
                   WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ALL '*' TO WS-CEDANT-RECORD.
           WRITE WS-CEDANT-RECORD.
           MOVE SPACES TO WS-CEDANT-RECORD.
           STRING 'RELEVE DE TRANSFERT - CEDANT ' WS-CEDANT
               ' VERS ' WS-REPRENEUR
               DELIMITED BY SIZE INTO WS-CEDANT-RECORD.
           WRITE WS-CEDANT-RECORD.
           MOVE ALL '*' TO WS-REPRENEUR-RECORD.
           WRITE WS-REPRENEUR-RECORD.
           MOVE SPACES TO WS-REPRENEUR-RECORD.
           STRING 'RELEVE DE TRANSFERT - REPRENEUR ' WS-REPRENEUR
               ' DEPUIS ' WS-CEDANT
               DELIMITED BY SIZE INTO WS-REPRENEUR-RECORD.
           WRITE WS-REPRENEUR-RECORD.

           MOVE SPACES TO WS-CEDANT-RECORD.
           IF WS-PRODUIT = SPACES
               STRING 'EFFET AU ' WS-DATE-EFFET
                   ' - TOUTES LES POLICES - PASSAGE DU ' WS-DATE-JOUR
                   DELIMITED BY SIZE INTO WS-CEDANT-RECORD
           ELSE
               STRING 'EFFET AU ' WS-DATE-EFFET
                   ' - PRODUIT ' WS-PRODUIT
                   ' - PASSAGE DU ' WS-DATE-JOUR
                   DELIMITED BY SIZE INTO WS-CEDANT-RECORD
           END-IF.
           WRITE WS-CEDANT-RECORD.
           MOVE WS-CEDANT-RECORD TO WS-REPRENEUR-RECORD.
           WRITE WS-REPRENEUR-RECORD.

           MOVE SPACES TO WS-CEDANT-RECORD.
           STRING 'POLICE   PRODUIT        ASSURE                   '
               '  STATUT        PRIME DEV COM. GARDEE'
               DELIMITED BY SIZE INTO WS-CEDANT-RECORD.
           WRITE WS-CEDANT-RECORD.
           MOVE SPACES TO WS-REPRENEUR-RECORD.
           STRING 'POLICE   PRODUIT        ASSURE                   '
               '  STATUT        PRIME DEV COM. REPRISE'
               DELIMITED BY SIZE INTO WS-REPRENEUR-RECORD.
           WRITE WS-REPRENEUR-RECORD.
       1800-OUVRIR-SORTIES-FIN. EXIT.

      ******************************************************************
      * Parcourt ASSUR-PART1-FILE en mise a jour et transfere chaque
      * police du cedant (du produit demande, le cas echeant).
      ******************************************************************
       2000-TRANSFERER-PART1.
           OPEN I-O ASSUR-PART1-FILE.
           IF NOT STATUT-FICHIER-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART1.DAT : '
                       WS-STATUS-FICHIER
               MOVE '2000-TRANSFERER-PART1'   TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ASSUR-PART1-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER WS-LOG-MESSAGE
               GO TO 2000-TRANSFERER-PART1-FIN
           END-IF.

           READ ASSUR-PART1-FILE.
           PERFORM UNTIL STATUT-FICHIER-FIN
               IF NOT STATUT-FICHIER-OK
                   DISPLAY 'ERREUR LECTURE ASSURANCES-PART1.DAT : '
                           WS-STATUS-FICHIER
                   SET STATUT-FICHIER-FIN TO TRUE
               ELSE
                   ADD 1 TO WS-NB-EXAMINEES
                   IF WS-IRP OF WS-ASSUR-PART1-RECORD = WS-CEDANT
                       AND (WS-PRODUIT = SPACES OR
                            WS-NOM OF WS-ASSUR-PART1-RECORD
                                = WS-PRODUIT)
                       PERFORM 2100-TRANSFERER-POLICE-P1
                       THRU    2100-TRANSFERER-POLICE-P1-FIN
                   END-IF
                   READ ASSUR-PART1-FILE
               END-IF
           END-PERFORM.

           CLOSE ASSUR-PART1-FILE.
       2000-TRANSFERER-PART1-FIN. EXIT.

       2100-TRANSFERER-POLICE-P1.
           MOVE 'PART1' TO WS-HIST-FICHIER.
           MOVE WS-ASSUR-PART1-RECORD TO WS-HIST-IMAGE.

           MOVE WS-REPRENEUR TO WS-IRP OF WS-ASSUR-PART1-RECORD.
           REWRITE WS-ASSUR-PART1-RECORD.
           IF NOT STATUT-FICHIER-OK
               DISPLAY 'ERREUR REECRITURE PART1 POUR '
                   WS-ID OF WS-ASSUR-PART1-RECORD
                   ' : ' WS-STATUS-FICHIER
               MOVE WS-CEDANT TO WS-IRP OF WS-ASSUR-PART1-RECORD
               GO TO 2100-TRANSFERER-POLICE-P1-FIN
           END-IF.
           CALL 'POLHIST' USING WS-HIST-PROGRAMME WS-HIST-ACTION
               WS-HIST-FICHIER WS-HIST-IMAGE.

           MOVE WS-ID OF WS-ASSUR-PART1-RECORD      TO WS-CRT-ID.
           MOVE '1'                                 TO WS-CRT-PART.
           MOVE WS-NOM OF WS-ASSUR-PART1-RECORD     TO WS-CRT-NOM.
           MOVE WS-NOM-ASS OF WS-ASSUR-PART1-RECORD TO WS-CRT-NOM-ASS.
           MOVE WS-STATUT OF WS-ASSUR-PART1-RECORD  TO WS-CRT-STATUT.
           MOVE WS-PRIX OF WS-ASSUR-PART1-RECORD    TO WS-CRT-PRIX.
           MOVE WS-DEVISE OF WS-ASSUR-PART1-RECORD  TO WS-CRT-DEVISE.
           PERFORM 4000-ENREGISTRER-TRANSFERT
           THRU    4000-ENREGISTRER-TRANSFERT-FIN.
       2100-TRANSFERER-POLICE-P1-FIN. EXIT.

      ******************************************************************
      * Meme traitement pour ASSUR-PART2-FILE.
      ******************************************************************
       3000-TRANSFERER-PART2.
           OPEN I-O ASSUR-PART2-FILE.
           IF NOT STATUT-FICHIER2-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART2.DAT : '
                       WS-STATUS-FICHIER2
               MOVE '3000-TRANSFERER-PART2'   TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ASSUR-PART2-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER2 WS-LOG-MESSAGE
               GO TO 3000-TRANSFERER-PART2-FIN
           END-IF.

           READ ASSUR-PART2-FILE.
           PERFORM UNTIL STATUT-FICHIER2-FIN
               IF NOT STATUT-FICHIER2-OK
                   DISPLAY 'ERREUR LECTURE ASSURANCES-PART2.DAT : '
                           WS-STATUS-FICHIER2
                   SET STATUT-FICHIER2-FIN TO TRUE
               ELSE
                   ADD 1 TO WS-NB-EXAMINEES
                   IF WS-IRP OF WS-ASSUR-PART2-RECORD = WS-CEDANT
                       AND (WS-PRODUIT = SPACES OR
                            WS-NOM OF WS-ASSUR-PART2-RECORD
                                = WS-PRODUIT)
                       PERFORM 3100-TRANSFERER-POLICE-P2
                       THRU    3100-TRANSFERER-POLICE-P2-FIN
                   END-IF
                   READ ASSUR-PART2-FILE
               END-IF
           END-PERFORM.

           CLOSE ASSUR-PART2-FILE.
       3000-TRANSFERER-PART2-FIN. EXIT.

       3100-TRANSFERER-POLICE-P2.
           MOVE 'PART2' TO WS-HIST-FICHIER.
           MOVE WS-ASSUR-PART2-RECORD TO WS-HIST-IMAGE.

           MOVE WS-REPRENEUR TO WS-IRP OF WS-ASSUR-PART2-RECORD.
           REWRITE WS-ASSUR-PART2-RECORD.
           IF NOT STATUT-FICHIER2-OK
               DISPLAY 'ERREUR REECRITURE PART2 POUR '
                   WS-ID OF WS-ASSUR-PART2-RECORD
                   ' : ' WS-STATUS-FICHIER2
               MOVE WS-CEDANT TO WS-IRP OF WS-ASSUR-PART2-RECORD
               GO TO 3100-TRANSFERER-POLICE-P2-FIN
           END-IF.
           CALL 'POLHIST' USING WS-HIST-PROGRAMME WS-HIST-ACTION
               WS-HIST-FICHIER WS-HIST-IMAGE.

           MOVE WS-ID OF WS-ASSUR-PART2-RECORD      TO WS-CRT-ID.
           MOVE '2'                                 TO WS-CRT-PART.
           MOVE WS-NOM OF WS-ASSUR-PART2-RECORD     TO WS-CRT-NOM.
           MOVE WS-NOM-ASS OF WS-ASSUR-PART2-RECORD TO WS-CRT-NOM-ASS.
           MOVE WS-STATUT OF WS-ASSUR-PART2-RECORD  TO WS-CRT-STATUT.
           MOVE WS-PRIX OF WS-ASSUR-PART2-RECORD    TO WS-CRT-PRIX.
           MOVE WS-DEVISE OF WS-ASSUR-PART2-RECORD  TO WS-CRT-DEVISE.
           PERFORM 4000-ENREGISTRER-TRANSFERT
           THRU    4000-ENREGISTRER-TRANSFERT-FIN.
       3100-TRANSFERER-POLICE-P2-FIN. EXIT.

      ******************************************************************
      * Suite du transfert de la police courante : ligne au registre,
      * partage de la commission du mois d'effet (polices ACTIF a
      * prime lisible), report au grand livre si le mois y figure
      * deja, lignes des deux releves et cumuls par devise.
      ******************************************************************
       4000-ENREGISTRER-TRANSFERT.
           ADD 1 TO WS-NB-TRANSFEREES.

           MOVE SPACES TO WS-TRANSFERT-RECORD.
           MOVE WS-CRT-ID     TO WS-TRF-ID.
           MOVE WS-CRT-PART   TO WS-TRF-PART.
           MOVE WS-CEDANT     TO WS-TRF-CEDANT.
           MOVE WS-REPRENEUR  TO WS-TRF-REPRENEUR.
           MOVE WS-DATE-EFFET TO WS-TRF-DATE-EFFET.
           MOVE WS-CRT-NOM    TO WS-TRF-PRODUIT.
           MOVE WS-DATE-JOUR  TO WS-TRF-DATE-TRAIT.
           WRITE WS-TRANSFERT-RECORD.

           MOVE ZERO TO WS-PART-CEDANT.
           MOVE ZERO TO WS-PART-REPRENEUR.
           MOVE ZERO TO WS-RETRAIT-CEDANT.
           IF WS-CRT-STATUT = 'ACTIF   ' AND WS-CRT-PRIX NUMERIC
      * Part gardee par le cedant, a son taux, et part retiree de
      * son du pour les jours repris.
               MOVE WS-CEDANT TO WS-CRT-IRP
               PERFORM 4100-RECHERCHER-TAUX
               THRU    4100-RECHERCHER-TAUX-FIN
               COMPUTE WS-COMMISSION-MOIS ROUNDED =
                   FUNCTION NUMVAL(WS-CRT-PRIX)
                   * WS-TAUX-APPLIQUE / 100 / 12
               COMPUTE WS-RETRAIT-CEDANT ROUNDED =
                   WS-COMMISSION-MOIS * WS-JOURS-REPRIS
                   / WS-JOURS-MOIS
               COMPUTE WS-PART-CEDANT =
                   WS-COMMISSION-MOIS - WS-RETRAIT-CEDANT
      * Part du repreneur, a son propre taux.
               MOVE WS-REPRENEUR TO WS-CRT-IRP
               PERFORM 4100-RECHERCHER-TAUX
               THRU    4100-RECHERCHER-TAUX-FIN
               COMPUTE WS-COMMISSION-MOIS ROUNDED =
                   FUNCTION NUMVAL(WS-CRT-PRIX)
                   * WS-TAUX-APPLIQUE / 100 / 12
               COMPUTE WS-PART-REPRENEUR ROUNDED =
                   WS-COMMISSION-MOIS * WS-JOURS-REPRIS
                   / WS-JOURS-MOIS
               PERFORM 4200-REPARTIR-GRAND-LIVRE
               THRU    4200-REPARTIR-GRAND-LIVRE-FIN
           END-IF.

           IF WS-CRT-PRIX NUMERIC
               MOVE WS-CRT-PRIX TO WS-PRIX-ED
           ELSE
               MOVE ZERO TO WS-PRIX-ED
           END-IF.
           MOVE WS-PART-CEDANT TO WS-MONTANT-ED.
           MOVE SPACES TO WS-CEDANT-RECORD.
           STRING WS-CRT-ID ' ' WS-CRT-NOM ' ' WS-CRT-NOM-ASS(1:25)
               ' ' WS-CRT-STATUT ' ' WS-PRIX-ED ' ' WS-CRT-DEVISE
               ' ' WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-CEDANT-RECORD.
           WRITE WS-CEDANT-RECORD.
           MOVE WS-PART-REPRENEUR TO WS-MONTANT-ED.
           MOVE SPACES TO WS-REPRENEUR-RECORD.
           STRING WS-CRT-ID ' ' WS-CRT-NOM ' ' WS-CRT-NOM-ASS(1:25)
               ' ' WS-CRT-STATUT ' ' WS-PRIX-ED ' ' WS-CRT-DEVISE
               ' ' WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-REPRENEUR-RECORD.
           WRITE WS-REPRENEUR-RECORD.

           MOVE ZERO TO WS-DEV-POS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-DEVISES
               IF WS-DEV-CODE (WS-K) = WS-CRT-DEVISE
                   MOVE WS-K TO WS-DEV-POS
               END-IF
           END-PERFORM.
           IF WS-DEV-POS = ZERO
               IF WS-NB-DEVISES >= 10
                   DISPLAY 'PLUS DE 10 DEVISES, TOTAUX INCOMPLETS POUR '
                       WS-CRT-ID
                   GO TO 4000-ENREGISTRER-TRANSFERT-FIN
               END-IF
               ADD 1 TO WS-NB-DEVISES
               MOVE WS-NB-DEVISES TO WS-DEV-POS
               MOVE WS-CRT-DEVISE TO WS-DEV-CODE (WS-DEV-POS)
               MOVE ZERO TO WS-DEV-NB (WS-DEV-POS)
               MOVE ZERO TO WS-DEV-PRIMES (WS-DEV-POS)
               MOVE ZERO TO WS-DEV-CEDANT (WS-DEV-POS)
               MOVE ZERO TO WS-DEV-REPRENEUR (WS-DEV-POS)
           END-IF.
           ADD 1 TO WS-DEV-NB (WS-DEV-POS).
           IF WS-CRT-PRIX NUMERIC
               COMPUTE WS-DEV-PRIMES (WS-DEV-POS) =
                   WS-DEV-PRIMES (WS-DEV-POS)
                   + FUNCTION NUMVAL(WS-CRT-PRIX)
           END-IF.
           ADD WS-PART-CEDANT    TO WS-DEV-CEDANT (WS-DEV-POS).
           ADD WS-PART-REPRENEUR TO WS-DEV-REPRENEUR (WS-DEV-POS).
       4000-ENREGISTRER-TRANSFERT-FIN. EXIT.

      ******************************************************************
      * Taux de commission de l'intermediaire WS-CRT-IRP pour le
      * produit WS-CRT-NOM, comme dans assur-commissions.cbl : taux
      * particulier du produit, sinon taux par defaut de
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
      * Si le mois d'effet est deja au grand livre pour le cedant,
      * la part des jours repris quitte son du (sans descendre sous
      * zero) et rejoint celui du repreneur, ligne creee au besoin.
      * Les soldes suivent le du, comme dans assur-commissions.cbl.
      ******************************************************************
       4200-REPARTIR-GRAND-LIVRE.
           IF NOT LIVRE-CHARGE
               GO TO 4200-REPARTIR-GRAND-LIVRE-FIN
           END-IF.

           MOVE ZERO TO WS-LIV-POS-CEDANT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIGNES-LIVRE
               IF WS-TAB-IRP (WS-I) = WS-CEDANT
                   AND WS-TAB-PERIODE (WS-I) = WS-PERIODE-EFFET
                   AND WS-TAB-DEVISE (WS-I) = WS-CRT-DEVISE
                   MOVE WS-I TO WS-LIV-POS-CEDANT
               END-IF
           END-PERFORM.
           IF WS-LIV-POS-CEDANT = ZERO
               GO TO 4200-REPARTIR-GRAND-LIVRE-FIN
           END-IF.

           IF WS-TAB-DU (WS-LIV-POS-CEDANT) > WS-RETRAIT-CEDANT
               SUBTRACT WS-RETRAIT-CEDANT
                   FROM WS-TAB-DU (WS-LIV-POS-CEDANT)
           ELSE
               MOVE ZERO TO WS-TAB-DU (WS-LIV-POS-CEDANT)
           END-IF.
           IF WS-TAB-PAYE (WS-LIV-POS-CEDANT)
                   > WS-TAB-DU (WS-LIV-POS-CEDANT)
               DISPLAY 'ATTENTION : COMMISSION DEJA REGLEE AU CEDANT '
                   'POUR ' WS-PERIODE-EFFET ' (' WS-CRT-ID ')'
           END-IF.
           MOVE WS-LIV-POS-CEDANT TO WS-I.
           PERFORM 4300-RECALCULER-SOLDE
           THRU    4300-RECALCULER-SOLDE-FIN.

           MOVE ZERO TO WS-LIV-POS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIGNES-LIVRE
               IF WS-TAB-IRP (WS-I) = WS-REPRENEUR
                   AND WS-TAB-PERIODE (WS-I) = WS-PERIODE-EFFET
                   AND WS-TAB-DEVISE (WS-I) = WS-CRT-DEVISE
                   MOVE WS-I TO WS-LIV-POS
               END-IF
           END-PERFORM.
           IF WS-LIV-POS = ZERO
               IF WS-NB-LIGNES-LIVRE >= WS-MAX-LIGNES
                   DISPLAY 'ERREUR : DEPASSEMENT DE WS-TAB-LIVRE '
                       '(MAXIMUM ' WS-MAX-LIGNES ')'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-LIGNES-LIVRE
               MOVE WS-NB-LIGNES-LIVRE TO WS-LIV-POS
               MOVE WS-REPRENEUR     TO WS-TAB-IRP (WS-LIV-POS)
               MOVE WS-PERIODE-EFFET TO WS-TAB-PERIODE (WS-LIV-POS)
               MOVE WS-CRT-DEVISE    TO WS-TAB-DEVISE (WS-LIV-POS)
               MOVE ZERO TO WS-TAB-DU (WS-LIV-POS)
               MOVE ZERO TO WS-TAB-PAYE (WS-LIV-POS)
               MOVE ZERO TO WS-TAB-SOLDE (WS-LIV-POS)
           END-IF.
           ADD WS-PART-REPRENEUR TO WS-TAB-DU (WS-LIV-POS).
           MOVE WS-LIV-POS TO WS-I.
           PERFORM 4300-RECALCULER-SOLDE
           THRU    4300-RECALCULER-SOLDE-FIN.
           MOVE 'O' TO WS-LIVRE-MODIFIE.
       4200-REPARTIR-GRAND-LIVRE-FIN. EXIT.

      * Solde de la ligne WS-I : du moins paye, jamais negatif.
       4300-RECALCULER-SOLDE.
           IF WS-TAB-DU (WS-I) > WS-TAB-PAYE (WS-I)
               COMPUTE WS-TAB-SOLDE (WS-I) =
                   WS-TAB-DU (WS-I) - WS-TAB-PAYE (WS-I)
           ELSE
               MOVE ZERO TO WS-TAB-SOLDE (WS-I)
           END-IF.
       4300-RECALCULER-SOLDE-FIN. EXIT.

      ******************************************************************
      * Pied des deux releves : par devise, nombre de polices, primes
      * transferees et commission du mois d'effet de chacun.
      ******************************************************************
       6000-ECRIRE-TOTAUX.
           MOVE ALL '*' TO WS-CEDANT-RECORD.
           WRITE WS-CEDANT-RECORD.
           MOVE ALL '*' TO WS-REPRENEUR-RECORD.
           WRITE WS-REPRENEUR-RECORD.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-DEVISES
               MOVE WS-DEV-PRIMES (WS-K) TO WS-MONTANT-ED
               MOVE SPACES TO WS-CEDANT-RECORD
               STRING 'TOTAL ' WS-DEV-CODE (WS-K)
                   ' : ' WS-DEV-NB (WS-K) ' POLICES, PRIMES '
                   WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-CEDANT-RECORD
               WRITE WS-CEDANT-RECORD
               MOVE WS-CEDANT-RECORD TO WS-REPRENEUR-RECORD
               WRITE WS-REPRENEUR-RECORD

               MOVE WS-DEV-CEDANT (WS-K) TO WS-MONTANT-ED
               MOVE SPACES TO WS-CEDANT-RECORD
               STRING '  COMMISSION ' WS-PERIODE-EFFET
                   ' GARDEE PAR ' WS-CEDANT ' : ' WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-CEDANT-RECORD
               WRITE WS-CEDANT-RECORD
               MOVE WS-DEV-REPRENEUR (WS-K) TO WS-MONTANT-ED
               MOVE SPACES TO WS-REPRENEUR-RECORD
               STRING '  COMMISSION ' WS-PERIODE-EFFET
                   ' REPRISE PAR ' WS-REPRENEUR ' : ' WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-REPRENEUR-RECORD
               WRITE WS-REPRENEUR-RECORD
           END-PERFORM.

           IF WS-NB-TRANSFEREES = ZERO
               MOVE 'AUCUNE POLICE TRANSFEREE.' TO WS-CEDANT-RECORD
               WRITE WS-CEDANT-RECORD
               MOVE WS-CEDANT-RECORD TO WS-REPRENEUR-RECORD
               WRITE WS-REPRENEUR-RECORD
           END-IF.
       6000-ECRIRE-TOTAUX-FIN. EXIT.

      ******************************************************************
      * Reecrit le grand livre complet apres partage.
      ******************************************************************
       8000-REECRIRE-GRAND-LIVRE.
           OPEN OUTPUT GRAND-LIVRE-FILE.
           IF NOT STATUT-LIVRE-OK
               DISPLAY 'ERREUR OUVERTURE GRAND-LIVRE-COMMISSIONS.DAT : '
                       WS-STATUS-LIVRE
               MOVE '8000-REECRIRE-GRAND-LIVRE' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE GRAND-LIVRE-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-LIVRE WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIGNES-LIVRE
               MOVE SPACES TO WS-LIVRE-RECORD
               MOVE WS-TAB-IRP (WS-I)     TO WS-LIV-IRP
               MOVE WS-TAB-PERIODE (WS-I) TO WS-LIV-PERIODE
               MOVE WS-TAB-DEVISE (WS-I)  TO WS-LIV-DEVISE
               MOVE WS-TAB-DU (WS-I)      TO WS-LIV-DU
               MOVE WS-TAB-PAYE (WS-I)    TO WS-LIV-PAYE
               MOVE WS-TAB-SOLDE (WS-I)   TO WS-LIV-SOLDE
               WRITE WS-LIVRE-RECORD
           END-PERFORM.

           CLOSE GRAND-LIVRE-FILE.
           DISPLAY 'GRAND LIVRE REPARTI POUR LA PERIODE '
               WS-PERIODE-EFFET.
       8000-REECRIRE-GRAND-LIVRE-FIN. EXIT.

       END PROGRAM assur-transfert-irp.
