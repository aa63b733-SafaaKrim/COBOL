      ********************************************************************
      *     Journal comptable mensuel du portefeuille d'assurances :    *
      *     primes appelees, encaissements pointes, mouvements de       *
      *     provisions sinistres, commissions et primes cedees, en      *
      *     partie double avec comptes de COMPTA-MAP-ASSUR.DAT,         *
      *     montant en devise et contre-valeur au taux date, et         *
      *     lignes de controle par jour.                                *
      ********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assur-compta-export.
       AUTHOR. K.SAFAA.

      * La mutuelle deposait deja son journal (compta-export.cbl) mais
      * les mouvements d'argent du portefeuille d'assurances etaient
      * ressaisis a la main depuis les rapports. Ce batch construit,
      * pour le mois saisi au lancement (AAAAMM, mois courant par
      * defaut), le journal COMPTA-EXPORT-ASSUR.CSV au style de
      * compta-export.csv a partir des fichiers deja tenus :
      *   - APPEL / AVOIR : echeances d'ECHEANCIER-ASSUR.DAT exigibles
      *     dans le mois (les lignes d'ajustement 'C' d'assur-avenants
      *     sont des avoirs) ;
      *   - ENCAISSE : paiements de PAIEMENTS-RECUS.DAT du mois qui
      *     pointent une echeance, comme dans assur-encaissements.cbl ;
      *     ceux qui n'en pointent aucune vont en ENC-ATT ;
      *   - SIN-DOT / SIN-REPR : mouvements de provision du mois de
      *     MOUVEMENTS-PROVISIONS.DAT (declaration, revision, refus,
      *     cloture, solde au reglement final), dotation pour une
      *     hausse et reprise pour une baisse, de l'ecart entre
      *     provision avant et apres ;
      *     SIN-REGL et SIN-REPR : reglements VIRE dans le mois de
      *     REGLEMENTS-SINISTRES.DAT, charge payee et reprise de la
      *     provision du meme montant ;
      *   - COMM-DUE / COMM-REGL : commission due et payee des lignes
      *     du mois de GRAND-LIVRE-COMMISSIONS.DAT, datees du dernier
      *     jour du mois ;
      *   - CESSION : primes cedees de BORDEREAU-REASSURANCE.DAT dont
      *     l'en-tete est date du mois.
      * Chaque evenement donne deux lignes symetriques (debit puis
      * credit) sur les comptes lus dans COMPTA-MAP-ASSUR.DAT (type
      * d'evenement, compte debit, compte credit), pendant fichier de
      * la table COMPTA_MAP de bobodb ; a defaut de fichier, une table
      * de comptes figee s'applique, et un evenement sans comptes
      * passe sur le compte d'attente 471 comme dans compta-export.
      * Le montant est donne en devise d'origine et en contre-valeur
      * dans la devise de reference, au taux de taux-devises.dat de
      * date d'effet la plus recente au plus tard a la date de la
      * ligne (taux de secours d'assur.cbl, dates zero, en dernier
      * recours). Des lignes CONTROLE par jour verifient en
      * contre-valeur que debits et credits s'egalent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHEANCIER-FILE ASSIGN TO 'echeancier-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-ECHEANCIER.

           SELECT PAIEMENTS-FILE ASSIGN TO 'paiements-recus.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-PAIEMENTS.

           SELECT MOUVEMENTS-PROV-FILE
           ASSIGN TO 'mouvements-provisions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-MVTPROV.

           SELECT REGLEMENTS-FILE ASSIGN TO 'reglements-sinistres.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-REG-CLE
           FILE STATUS  IS WS-STATUS-REGLEMENTS.

           SELECT GRAND-LIVRE-FILE
           ASSIGN TO 'grand-livre-commissions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-LIVRE.

           SELECT BORDEREAU-FILE
           ASSIGN TO 'bordereau-reassurance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-BORDEREAU.

           SELECT COMPTA-MAP-FILE
           ASSIGN TO 'compta-map-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-MAP.

           SELECT TAUX-DEVISES-FILE
           ASSIGN TO 'taux-devises.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-TAUX.

           SELECT COMPTA-FILE
           ASSIGN TO 'compta-export-assur.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-COMPTA.

       DATA DIVISION.
       FILE SECTION.
       FD ECHEANCIER-FILE
      * Meme dessin que dans assur-encaissements.cbl.
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD     IS WS-ECHEANCIER-RECORD.
       01 WS-ECHEANCIER-RECORD.
           05 WS-ECH-ID        PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-ECH-NUMERO    PIC 9(2).
           05 FILLER           PIC X(1).
           05 WS-ECH-DATE      PIC 9(8).
           05 FILLER           PIC X(1).
           05 WS-ECH-MONTANT   PIC 9(9).
           05 FILLER           PIC X(1).
           05 WS-ECH-DEVISE    PIC X(3).
           05 WS-ECH-SENS      PIC X(1).
              88 WS-ECH-AVOIR     VALUE 'C'.
           05 WS-ECH-REF       PIC X(5).

       FD PAIEMENTS-FILE
      * Une ligne par paiement recu : cle police, date d'exigibilite
      * visee (AAAAMMJJ), montant et devise.
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD     IS WS-PAIEMENT-RECORD.
       01 WS-PAIEMENT-RECORD.
           05 WS-PAI-ID        PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-PAI-DATE      PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-PAI-MONTANT   PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-PAI-DEVISE    PIC X(3).
           05 FILLER           PIC X(9).

       FD MOUVEMENTS-PROV-FILE
      * Meme dessin que dans assur-sinistres.cbl.
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD     IS WS-MVTPROV-RECORD.
       01 WS-MVTPROV-RECORD.
           05 WS-MVP-SINISTRE  PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-MVP-DATE      PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-MVP-ANCIENNE  PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-MVP-NOUVELLE  PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-MVP-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-MVP-MOTIF     PIC X(10).
           05 FILLER           PIC X(6).

       FD REGLEMENTS-FILE
      * Meme dessin que dans assur-sinistres.cbl.
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD     IS WS-REGLEMENT-RECORD.
       01 WS-REGLEMENT-RECORD.
           05 WS-REG-CLE.
              10 WS-REG-SINISTRE  PIC X(10).
              10 WS-REG-SEQUENCE  PIC 9(3).
           05 FILLER           PIC X(1).
           05 WS-REG-ID-POLICE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-REG-DATE      PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-REG-TYPE      PIC X(6).
           05 FILLER           PIC X(1).
           05 WS-REG-NATURE    PIC X(1).
           05 FILLER           PIC X(1).
           05 WS-REG-MONTANT   PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-REG-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-REG-BENEF     PIC X(30).
           05 FILLER           PIC X(1).
           05 WS-REG-IBAN      PIC X(34).
           05 FILLER           PIC X(1).
           05 WS-REG-STATUT    PIC X(6).
              88 WS-REG-VIRE      VALUE 'VIRE  '.
           05 FILLER           PIC X(1).
           05 WS-REG-DATE-VIR  PIC X(8).
           05 FILLER           PIC X(4).

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

       FD BORDEREAU-FILE
      * Meme dessin que dans assur-reassurance.cbl.
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD     IS WS-BORDEREAU-RECORD.
       01 WS-BORDEREAU-RECORD.
           05 WS-BRD-TYPE      PIC X(1).
           05 WS-BRD-DONNEES   PIC X(131).

       01 WS-BRD-ENTETE REDEFINES WS-BORDEREAU-RECORD.
           05 FILLER           PIC X(1).
           05 WS-BRD-ENT-LIB   PIC X(21).
           05 WS-BRD-ENT-DATE  PIC 9(8).
           05 FILLER           PIC X(102).

       01 WS-BRD-DETAIL REDEFINES WS-BORDEREAU-RECORD.
           05 FILLER             PIC X(1).
           05 WS-BRD-DET-ID      PIC X(8).
           05 WS-BRD-DET-PRODUIT PIC X(14).
           05 WS-BRD-DET-DEVISE  PIC X(3).
           05 WS-BRD-DET-PRIME   PIC 9(9).
           05 WS-BRD-DET-PLEIN   PIC 9(9).
           05 WS-BRD-DET-CEDE    PIC 9(9).
           05 WS-BRD-DET-PART    PIC 9(3)V9(2).
           05 FILLER             PIC X(82).

       FD COMPTA-MAP-FILE
      * Une ligne par type d'evenement : type, compte debit, compte
      * credit, comme la table COMPTA_MAP de bobodb.
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD     IS WS-MAP-RECORD.
       01 WS-MAP-RECORD.
           05 WS-MAPR-EVENEMENT PIC X(10).
           05 FILLER            PIC X(1).
           05 WS-MAPR-DEBIT     PIC X(10).
           05 FILLER            PIC X(1).
           05 WS-MAPR-CREDIT    PIC X(10).

       FD TAUX-DEVISES-FILE
      * Une ligne par devise et date d'effet : code, taux (avec point
      * decimal) vers la devise de reference, date d'effet AAAAMMJJ.
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD     IS WS-TAUX-RECORD.
       01 WS-TAUX-RECORD.
           05 WS-TXR-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-TXR-TAUX      PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-TXR-DATE      PIC X(8).

       FD COMPTA-FILE.
       01 COMPTA-RECORD      PIC X(150).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-ECHEANCIER==
                     ==FSTAT-OK==    BY ==STATUT-ECHEANCIER-OK==.
           88 STATUT-ECHEANCIER-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-PAIEMENTS==
                     ==FSTAT-OK==    BY ==STATUT-PAIEMENTS-OK==.
           88 STATUT-PAIEMENTS-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-MVTPROV==
                     ==FSTAT-OK==    BY ==STATUT-MVTPROV-OK==.
           88 STATUT-MVTPROV-FIN VALUE '10'.

       01 WS-STATUS-REGLEMENTS PIC X(02).
          88 STATUT-REGLEMENTS-OK  VALUE '00'.
          88 STATUT-REGLEMENTS-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-LIVRE==
                     ==FSTAT-OK==    BY ==STATUT-LIVRE-OK==.
           88 STATUT-LIVRE-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-BORDEREAU==
                     ==FSTAT-OK==    BY ==STATUT-BORDEREAU-OK==.
           88 STATUT-BORDEREAU-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-MAP==
                     ==FSTAT-OK==    BY ==STATUT-MAP-OK==.
           88 STATUT-MAP-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-TAUX==
                     ==FSTAT-OK==    BY ==STATUT-TAUX-OK==.
           88 STATUT-TAUX-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-COMPTA==
                     ==FSTAT-OK==    BY ==STATUT-COMPTA-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-COMPTA'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'ASSUR-COMPTA'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-PERIODE         PIC 9(06).
       01 WS-PERIODE-SAISIE  PIC X(06).
       01 WS-DATE-FIN-MOIS   PIC 9(08).

       01 WS-NB-ECRITURES    PIC 9(07) VALUE ZERO.
       01 WS-NB-LIGNES       PIC 9(07) VALUE ZERO.
       01 WS-NB-ANOMALIES    PIC 9(07) VALUE ZERO.

      * Ecriture en cours : evenement, date, montant en devise,
      * contre-valeur et cle d'origine.
       01 CPT-EVENEMENT      PIC X(10).
       01 CPT-DATE-NUM       PIC 9(08).
       01 CPT-DATE           PIC X(10).
       01 CPT-MONTANT        PIC 9(11)V99.
       01 CPT-DEVISE         PIC X(03).
       01 CPT-TAUX           PIC 9(3)V9(4).
       01 CPT-CONVERTI       PIC 9(11)V99.
       01 CPT-SOURCE         PIC X(20).
       01 CPT-DEBIT          PIC X(10).
       01 CPT-CREDIT         PIC X(10).
       01 CPT-MONTANT-ED     PIC Z(10)9.99.
       01 CPT-CONVERTI-ED    PIC Z(10)9.99.

      * Table des comptes par evenement, chargee de COMPTA-MAP-ASSUR
      * ou, a defaut de fichier, initialisee aux comptes figes.
       01 WS-NB-MAP          PIC 9(02) VALUE ZERO.
       01 WS-MAP-POS         PIC 9(02) VALUE ZERO.
       01 WS-TAB-MAP.
          05 WS-MAP-ENTREE OCCURS 30 TIMES.
             10 WS-MAP-EVENEMENT PIC X(10).
             10 WS-MAP-DEBIT     PIC X(10).
             10 WS-MAP-CREDIT    PIC X(10).

      * Taux dates vers la devise de reference : toutes les lignes de
      * taux-devises.dat, precedees des taux de secours dates zero.
       01 WS-NB-TAUX         PIC 9(03) VALUE ZERO.
       01 WS-TAUX-POS        PIC 9(03) VALUE ZERO.
       01 WS-T               PIC 9(03) VALUE ZERO.
       01 WS-TAB-TAUX.
          05 WS-TAUX-ENTREE OCCURS 200 TIMES.
             10 WS-TAUX-DEVISE  PIC X(3).
             10 WS-TAUX-VALEUR  PIC 9(3)V9(4).
             10 WS-TAUX-DATE    PIC 9(8).
       01 WS-TAUX-DATE-LUE   PIC 9(08).

      * Cles des echeances (police + date d'exigibilite), pour dire si
      * un paiement pointe une echeance.
       01 WS-MAX-ECHEANCES   PIC 9(05) VALUE 6000.
       01 WS-NB-ECHEANCES    PIC 9(05) VALUE ZERO.
       01 WS-TAB-ECHEANCES.
          05 WS-ECHT-ENTREE OCCURS 6000 TIMES.
             10 WS-ECHT-ID      PIC X(8).
             10 WS-ECHT-DATE    PIC 9(8).
       01 WS-I               PIC 9(05) VALUE ZERO.
       01 WS-ECHEANCE-TROUVEE PIC X(01).
          88 ECHEANCE-TROUVEE VALUE 'O'.

       01 WS-BRD-DATE        PIC 9(08) VALUE ZERO.
       01 WS-MONTANT-NUM     PIC 9(09).
       01 WS-ANCIENNE-NUM    PIC 9(09).
       01 WS-NOUVELLE-NUM    PIC 9(09).

      * Cumuls debit / credit par jour du mois, en contre-valeur, pour
      * les lignes de controle de fin de fichier.
       01 WS-TAB-JOURS.
          05 WS-JOUR-ENTREE OCCURS 31 TIMES.
             10 WS-JOUR-DEBIT  PIC 9(13)V99.
             10 WS-JOUR-CREDIT PIC 9(13)V99.
       01 WS-J               PIC 9(02).
       01 WS-JOUR-LIGNE      PIC 9(02).
       01 WS-JOUR-ED         PIC Z(12)9.99.
       01 WS-JOUR-CREDIT-ED  PIC Z(12)9.99.
       01 WS-JOUR-ETAT       PIC X(09).

      * Zones d'appel de la routine partagee de calcul de dates.
       01 WS-DATEUTIL-FONCTION PIC X(08).
       01 WS-DATEUTIL-DATE-1   PIC 9(08).
       01 WS-DATEUTIL-DATE-2   PIC 9(08).
       01 WS-DATEUTIL-NOMBRE   PIC S9(07).
       01 WS-DATEUTIL-RESULTAT PIC S9(08).
       01 WS-DATEUTIL-CODE     PIC X(02).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           INITIALIZE WS-TAB-JOURS.

           DISPLAY 'PERIODE A EXPORTER (AAAAMM, VIDE = MOIS COURANT) : '
               WITH NO ADVANCING.
           ACCEPT WS-PERIODE-SAISIE.
           IF WS-PERIODE-SAISIE = SPACES
               MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           ELSE
               IF WS-PERIODE-SAISIE NOT NUMERIC
                   DISPLAY 'PERIODE ILLISIBLE, EXPORT ABANDONNE.'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF.

      * Dernier jour du mois : premier du mois suivant moins un jour.
           COMPUTE WS-DATEUTIL-DATE-1 = WS-PERIODE * 100 + 1.
           MOVE 'AJOUTMOI' TO WS-DATEUTIL-FONCTION.
           MOVE 1 TO WS-DATEUTIL-NOMBRE.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           IF WS-DATEUTIL-CODE NOT = '00'
               DISPLAY 'PERIODE IMPOSSIBLE, EXPORT ABANDONNE.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATEUTIL-RESULTAT TO WS-DATEUTIL-DATE-1.
           MOVE 'AJOUTJRS' TO WS-DATEUTIL-FONCTION.
           MOVE -1 TO WS-DATEUTIL-NOMBRE.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           MOVE WS-DATEUTIL-RESULTAT TO WS-DATE-FIN-MOIS.

           PERFORM 1000-CHARGER-COMPTES
           THRU    1000-CHARGER-COMPTES-FIN.

           PERFORM 1500-CHARGER-TAUX
           THRU    1500-CHARGER-TAUX-FIN.

           OPEN OUTPUT COMPTA-FILE.
           IF NOT STATUT-COMPTA-OK
               DISPLAY 'ERREUR OUVERTURE COMPTA-EXPORT-ASSUR.CSV : '
                       WS-STATUS-COMPTA
               MOVE '0000-MAIN-START'         TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE COMPTA-FILE' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-COMPTA WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'date;compte;debit;credit;devise;debit_ref;credit_ref;'
               & 'evenement;source'
               TO COMPTA-RECORD.
           WRITE COMPTA-RECORD.

           PERFORM 2000-EXPORTER-APPELS
           THRU    2000-EXPORTER-APPELS-FIN.

           PERFORM 3000-EXPORTER-ENCAISSEMENTS
           THRU    3000-EXPORTER-ENCAISSEMENTS-FIN.

           PERFORM 4000-EXPORTER-PROVISIONS
           THRU    4000-EXPORTER-PROVISIONS-FIN.

           PERFORM 4500-EXPORTER-REGLEMENTS
           THRU    4500-EXPORTER-REGLEMENTS-FIN.

           PERFORM 5000-EXPORTER-COMMISSIONS
           THRU    5000-EXPORTER-COMMISSIONS-FIN.

           PERFORM 6000-EXPORTER-CESSIONS
           THRU    6000-EXPORTER-CESSIONS-FIN.

           PERFORM 8000-ECRIRE-CONTROLES-JOURS
           THRU    8000-ECRIRE-CONTROLES-JOURS-FIN.

           CLOSE COMPTA-FILE.

           DISPLAY WS-NB-ECRITURES ' ECRITURE(S), ' WS-NB-LIGNES
               ' LIGNE(S) DE JOURNAL POUR ' WS-PERIODE.
           DISPLAY 'ANOMALIES : ' WS-NB-ANOMALIES.

           MOVE WS-NB-ECRITURES TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-LIGNES    TO WS-RUNCTL-COMPTEUR-2.
           IF WS-NB-ANOMALIES = ZERO
               MOVE 'OK' TO WS-RUNCTL-STATUT
           ELSE
               MOVE 'ANOMALIES' TO WS-RUNCTL-STATUT
           END-IF.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Table des comptes : COMPTA-MAP-ASSUR.DAT, ou les comptes figes
      * ci-dessous si le fichier est absent ou vide.
      ******************************************************************
       1000-CHARGER-COMPTES.
           OPEN INPUT COMPTA-MAP-FILE.
           IF STATUT-MAP-OK
               PERFORM UNTIL STATUT-MAP-FIN
                   READ COMPTA-MAP-FILE
                   IF STATUT-MAP-OK
                       IF WS-MAPR-EVENEMENT NOT = SPACES
                           AND WS-NB-MAP < 30
                           ADD 1 TO WS-NB-MAP
                           MOVE WS-MAPR-EVENEMENT
                               TO WS-MAP-EVENEMENT (WS-NB-MAP)
                           MOVE WS-MAPR-DEBIT
                               TO WS-MAP-DEBIT (WS-NB-MAP)
                           MOVE WS-MAPR-CREDIT
                               TO WS-MAP-CREDIT (WS-NB-MAP)
                       END-IF
                   ELSE
                       SET STATUT-MAP-FIN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE COMPTA-MAP-FILE
           END-IF.
           IF WS-NB-MAP > ZERO
               GO TO 1000-CHARGER-COMPTES-FIN
           END-IF.

           DISPLAY 'COMPTA-MAP-ASSUR.DAT ABSENT OU VIDE : '
               'COMPTES FIGES'.
           MOVE 'APPEL'      TO WS-MAP-EVENEMENT (1).
           MOVE '411'        TO WS-MAP-DEBIT (1).
           MOVE '706'        TO WS-MAP-CREDIT (1).
           MOVE 'AVOIR'      TO WS-MAP-EVENEMENT (2).
           MOVE '706'        TO WS-MAP-DEBIT (2).
           MOVE '411'        TO WS-MAP-CREDIT (2).
           MOVE 'ENCAISSE'   TO WS-MAP-EVENEMENT (3).
           MOVE '512'        TO WS-MAP-DEBIT (3).
           MOVE '411'        TO WS-MAP-CREDIT (3).
           MOVE 'ENC-ATT'    TO WS-MAP-EVENEMENT (4).
           MOVE '512'        TO WS-MAP-DEBIT (4).
           MOVE '471'        TO WS-MAP-CREDIT (4).
           MOVE 'SIN-DOT'    TO WS-MAP-EVENEMENT (5).
           MOVE '681'        TO WS-MAP-DEBIT (5).
           MOVE '151'        TO WS-MAP-CREDIT (5).
           MOVE 'SIN-REGL'   TO WS-MAP-EVENEMENT (6).
           MOVE '601'        TO WS-MAP-DEBIT (6).
           MOVE '512'        TO WS-MAP-CREDIT (6).
           MOVE 'SIN-REPR'   TO WS-MAP-EVENEMENT (7).
           MOVE '151'        TO WS-MAP-DEBIT (7).
           MOVE '781'        TO WS-MAP-CREDIT (7).
           MOVE 'COMM-DUE'   TO WS-MAP-EVENEMENT (8).
           MOVE '622'        TO WS-MAP-DEBIT (8).
           MOVE '401'        TO WS-MAP-CREDIT (8).
           MOVE 'COMM-REGL'  TO WS-MAP-EVENEMENT (9).
           MOVE '401'        TO WS-MAP-DEBIT (9).
           MOVE '512'        TO WS-MAP-CREDIT (9).
           MOVE 'CESSION'    TO WS-MAP-EVENEMENT (10).
           MOVE '709'        TO WS-MAP-DEBIT (10).
           MOVE '467'        TO WS-MAP-CREDIT (10).
           MOVE 10 TO WS-NB-MAP.
       1000-CHARGER-COMPTES-FIN. EXIT.

      ******************************************************************
      * Taux : les taux de secours d'assur.cbl, dates zero, puis toutes
      * les lignes lisibles de taux-devises.dat avec leur date d'effet.
      ******************************************************************
       1500-CHARGER-TAUX.
           MOVE 'EUR' TO WS-TAUX-DEVISE (1).
           MOVE 1.0000 TO WS-TAUX-VALEUR (1).
           MOVE 'USD' TO WS-TAUX-DEVISE (2).
           MOVE 0.9200 TO WS-TAUX-VALEUR (2).
           MOVE 'GBP' TO WS-TAUX-DEVISE (3).
           MOVE 1.1700 TO WS-TAUX-VALEUR (3).
           MOVE 'CHF' TO WS-TAUX-DEVISE (4).
           MOVE 1.0400 TO WS-TAUX-VALEUR (4).
           MOVE ZERO TO WS-TAUX-DATE (1) WS-TAUX-DATE (2)
                        WS-TAUX-DATE (3) WS-TAUX-DATE (4).
           MOVE 4 TO WS-NB-TAUX.

           OPEN INPUT TAUX-DEVISES-FILE.
           IF NOT STATUT-TAUX-OK
               DISPLAY 'FICHIER TAUX-DEVISES.DAT ILLISIBLE ('
                   WS-STATUS-TAUX ') : TAUX DE SECOURS FIGES'
               GO TO 1500-CHARGER-TAUX-FIN
           END-IF.
           PERFORM UNTIL STATUT-TAUX-FIN
               READ TAUX-DEVISES-FILE
               IF STATUT-TAUX-OK
                   IF WS-TXR-DEVISE NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(FUNCTION
                           TRIM(WS-TXR-TAUX)) = 0
                       AND WS-TXR-DATE NUMERIC
                       AND WS-NB-TAUX < 200
                       ADD 1 TO WS-NB-TAUX
                       MOVE WS-TXR-DEVISE
                           TO WS-TAUX-DEVISE (WS-NB-TAUX)
                       COMPUTE WS-TAUX-VALEUR (WS-NB-TAUX) =
                           FUNCTION NUMVAL(WS-TXR-TAUX)
                       MOVE WS-TXR-DATE TO WS-TAUX-DATE (WS-NB-TAUX)
                   ELSE
                       DISPLAY 'LIGNE DE TAUX IGNOREE : ['
                           WS-TAUX-RECORD ']'
                   END-IF
               ELSE
                   SET STATUT-TAUX-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE TAUX-DEVISES-FILE.
       1500-CHARGER-TAUX-FIN. EXIT.

      ******************************************************************
      * Primes appelees : echeances exigibles dans le mois. Toutes les
      * echeances sont gardees en table pour le pointage des paiements.
      ******************************************************************
       2000-EXPORTER-APPELS.
           OPEN INPUT ECHEANCIER-FILE.
           IF NOT STATUT-ECHEANCIER-OK
               DISPLAY 'ECHEANCIER-ASSUR.DAT ILLISIBLE ('
                   WS-STATUS-ECHEANCIER ') : AUCUN APPEL EXPORTE'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 2000-EXPORTER-APPELS-FIN
           END-IF.
           PERFORM UNTIL STATUT-ECHEANCIER-FIN
               READ ECHEANCIER-FILE
               IF STATUT-ECHEANCIER-OK
                   PERFORM 2100-TRAITER-ECHEANCE
                   THRU    2100-TRAITER-ECHEANCE-FIN
               ELSE
                   SET STATUT-ECHEANCIER-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE ECHEANCIER-FILE.
       2000-EXPORTER-APPELS-FIN. EXIT.

       2100-TRAITER-ECHEANCE.
           IF WS-ECH-DATE NOT NUMERIC OR WS-ECH-MONTANT NOT NUMERIC
               DISPLAY 'ECHEANCE ILLISIBLE IGNOREE : ['
                   WS-ECHEANCIER-RECORD ']'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 2100-TRAITER-ECHEANCE-FIN
           END-IF.
           IF NOT WS-ECH-AVOIR
               IF WS-NB-ECHEANCES < WS-MAX-ECHEANCES
                   ADD 1 TO WS-NB-ECHEANCES
                   MOVE WS-ECH-ID   TO WS-ECHT-ID (WS-NB-ECHEANCES)
                   MOVE WS-ECH-DATE TO WS-ECHT-DATE (WS-NB-ECHEANCES)
               ELSE
                   DISPLAY 'PLUS DE ' WS-MAX-ECHEANCES
                       ' ECHEANCES : ' WS-ECH-ID ' NON POINTABLE'
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
           END-IF.
           IF WS-ECH-DATE(1:6) NOT = WS-PERIODE
               GO TO 2100-TRAITER-ECHEANCE-FIN
           END-IF.

           IF WS-ECH-AVOIR
               MOVE 'AVOIR' TO CPT-EVENEMENT
           ELSE
               MOVE 'APPEL' TO CPT-EVENEMENT
           END-IF.
           MOVE WS-ECH-DATE    TO CPT-DATE-NUM.
           MOVE WS-ECH-MONTANT TO CPT-MONTANT.
           MOVE WS-ECH-DEVISE  TO CPT-DEVISE.
           MOVE SPACES TO CPT-SOURCE.
           STRING WS-ECH-ID '-' WS-ECH-NUMERO
               DELIMITED BY SIZE INTO CPT-SOURCE.
           PERFORM 7000-ECRIRE-ECRITURE
           THRU    7000-ECRIRE-ECRITURE-FIN.
       2100-TRAITER-ECHEANCE-FIN. EXIT.

      ******************************************************************
      * Encaissements du mois : un paiement qui pointe une echeance
      * (meme police, meme date d'exigibilite) solde le compte client,
      * les autres vont en attente d'affectation.
      ******************************************************************
       3000-EXPORTER-ENCAISSEMENTS.
           OPEN INPUT PAIEMENTS-FILE.
           IF NOT STATUT-PAIEMENTS-OK
               DISPLAY 'PAIEMENTS-RECUS.DAT ILLISIBLE ('
                   WS-STATUS-PAIEMENTS ') : AUCUN ENCAISSEMENT EXPORTE'
               GO TO 3000-EXPORTER-ENCAISSEMENTS-FIN
           END-IF.
           PERFORM UNTIL STATUT-PAIEMENTS-FIN
               READ PAIEMENTS-FILE
               IF STATUT-PAIEMENTS-OK
                   PERFORM 3100-TRAITER-PAIEMENT
                   THRU    3100-TRAITER-PAIEMENT-FIN
               ELSE
                   SET STATUT-PAIEMENTS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE PAIEMENTS-FILE.
       3000-EXPORTER-ENCAISSEMENTS-FIN. EXIT.

       3100-TRAITER-PAIEMENT.
           IF WS-PAI-DATE NOT NUMERIC OR WS-PAI-MONTANT NOT NUMERIC
               DISPLAY 'PAIEMENT ILLISIBLE IGNORE : ['
                   WS-PAIEMENT-RECORD ']'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 3100-TRAITER-PAIEMENT-FIN
           END-IF.
           IF WS-PAI-DATE(1:6) NOT = WS-PERIODE
               GO TO 3100-TRAITER-PAIEMENT-FIN
           END-IF.

           MOVE WS-PAI-DATE TO CPT-DATE-NUM.
           MOVE 'N' TO WS-ECHEANCE-TROUVEE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ECHEANCES OR ECHEANCE-TROUVEE
               IF WS-ECHT-ID (WS-I) = WS-PAI-ID
                   AND WS-ECHT-DATE (WS-I) = CPT-DATE-NUM
                   MOVE 'O' TO WS-ECHEANCE-TROUVEE
               END-IF
           END-PERFORM.
           IF ECHEANCE-TROUVEE
               MOVE 'ENCAISSE' TO CPT-EVENEMENT
           ELSE
               MOVE 'ENC-ATT' TO CPT-EVENEMENT
           END-IF.
           MOVE WS-PAI-MONTANT TO WS-MONTANT-NUM.
           MOVE WS-MONTANT-NUM TO CPT-MONTANT.
           MOVE WS-PAI-DEVISE  TO CPT-DEVISE.
           MOVE SPACES TO CPT-SOURCE.
           MOVE WS-PAI-ID TO CPT-SOURCE.
           PERFORM 7000-ECRIRE-ECRITURE
           THRU    7000-ECRIRE-ECRITURE-FIN.
       3100-TRAITER-PAIEMENT-FIN. EXIT.

      ******************************************************************
      * Mouvements de provision du mois, lus dans le journal tenu par
      * assur-sinistres.cbl et assur-virements-sinistres.cbl : une
      * hausse donne une dotation (SIN-DOT), une baisse une reprise
      * (SIN-REPR), pour l'ecart entre provision avant et apres, a la
      * date du mouvement. Le journal ne changeant pas apres coup, un
      * mois deja exporte redonne les memes ecritures.
      ******************************************************************
       4000-EXPORTER-PROVISIONS.
           OPEN INPUT MOUVEMENTS-PROV-FILE.
           IF NOT STATUT-MVTPROV-OK
               DISPLAY 'MOUVEMENTS-PROVISIONS.DAT ILLISIBLE ('
                   WS-STATUS-MVTPROV ') : AUCUNE PROVISION EXPORTEE'
               GO TO 4000-EXPORTER-PROVISIONS-FIN
           END-IF.
           PERFORM UNTIL STATUT-MVTPROV-FIN
               READ MOUVEMENTS-PROV-FILE
               IF STATUT-MVTPROV-OK
                   PERFORM 4100-TRAITER-MVT-PROVISION
                   THRU    4100-TRAITER-MVT-PROVISION-FIN
               ELSE
                   SET STATUT-MVTPROV-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE MOUVEMENTS-PROV-FILE.
       4000-EXPORTER-PROVISIONS-FIN. EXIT.

       4100-TRAITER-MVT-PROVISION.
           IF WS-MVP-DATE NOT NUMERIC
               OR WS-MVP-ANCIENNE NOT NUMERIC
               OR WS-MVP-NOUVELLE NOT NUMERIC
               DISPLAY 'MOUVEMENT DE PROVISION ILLISIBLE IGNORE : ['
                   WS-MVTPROV-RECORD ']'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 4100-TRAITER-MVT-PROVISION-FIN
           END-IF.
           IF WS-MVP-DATE(1:6) NOT = WS-PERIODE
               GO TO 4100-TRAITER-MVT-PROVISION-FIN
           END-IF.
           MOVE WS-MVP-ANCIENNE TO WS-ANCIENNE-NUM.
           MOVE WS-MVP-NOUVELLE TO WS-NOUVELLE-NUM.
           IF WS-NOUVELLE-NUM = WS-ANCIENNE-NUM
               GO TO 4100-TRAITER-MVT-PROVISION-FIN
           END-IF.
           IF WS-NOUVELLE-NUM > WS-ANCIENNE-NUM
               MOVE 'SIN-DOT' TO CPT-EVENEMENT
               COMPUTE CPT-MONTANT = WS-NOUVELLE-NUM - WS-ANCIENNE-NUM
           ELSE
               MOVE 'SIN-REPR' TO CPT-EVENEMENT
               COMPUTE CPT-MONTANT = WS-ANCIENNE-NUM - WS-NOUVELLE-NUM
           END-IF.
           MOVE WS-MVP-DATE   TO CPT-DATE-NUM.
           MOVE WS-MVP-DEVISE TO CPT-DEVISE.
           MOVE SPACES TO CPT-SOURCE.
           STRING WS-MVP-SINISTRE '-' WS-MVP-MOTIF
               DELIMITED BY SIZE INTO CPT-SOURCE.
           PERFORM 7000-ECRIRE-ECRITURE
           THRU    7000-ECRIRE-ECRITURE-FIN.
       4100-TRAITER-MVT-PROVISION-FIN. EXIT.

      ******************************************************************
      * Reglements de sinistres vires dans le mois : charge payee et
      * reprise de la provision du meme montant.
      ******************************************************************
       4500-EXPORTER-REGLEMENTS.
           OPEN INPUT REGLEMENTS-FILE.
           IF NOT STATUT-REGLEMENTS-OK
               DISPLAY 'REGLEMENTS-SINISTRES.DAT ILLISIBLE ('
                   WS-STATUS-REGLEMENTS ') : AUCUN REGLEMENT EXPORTE'
               GO TO 4500-EXPORTER-REGLEMENTS-FIN
           END-IF.
           PERFORM UNTIL STATUT-REGLEMENTS-FIN
               READ REGLEMENTS-FILE
               IF STATUT-REGLEMENTS-OK
                   PERFORM 4600-TRAITER-REGLEMENT
                   THRU    4600-TRAITER-REGLEMENT-FIN
               ELSE
                   SET STATUT-REGLEMENTS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE REGLEMENTS-FILE.
       4500-EXPORTER-REGLEMENTS-FIN. EXIT.

       4600-TRAITER-REGLEMENT.
           IF NOT WS-REG-VIRE
               OR WS-REG-DATE-VIR NOT NUMERIC
               GO TO 4600-TRAITER-REGLEMENT-FIN
           END-IF.
           IF WS-REG-DATE-VIR(1:6) NOT = WS-PERIODE
               GO TO 4600-TRAITER-REGLEMENT-FIN
           END-IF.
           IF WS-REG-MONTANT NOT NUMERIC
               DISPLAY 'REGLEMENT ' WS-REG-SINISTRE '/'
                   WS-REG-SEQUENCE ' : MONTANT ILLISIBLE, IGNORE'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 4600-TRAITER-REGLEMENT-FIN
           END-IF.
           MOVE WS-REG-DATE-VIR TO CPT-DATE-NUM.
           MOVE WS-REG-MONTANT  TO WS-MONTANT-NUM.
           MOVE WS-REG-DEVISE   TO CPT-DEVISE.
           MOVE SPACES TO CPT-SOURCE.
           STRING WS-REG-SINISTRE '/' WS-REG-SEQUENCE
               DELIMITED BY SIZE INTO CPT-SOURCE.

           MOVE 'SIN-REGL' TO CPT-EVENEMENT.
           MOVE WS-MONTANT-NUM TO CPT-MONTANT.
           PERFORM 7000-ECRIRE-ECRITURE
           THRU    7000-ECRIRE-ECRITURE-FIN.
           MOVE 'SIN-REPR' TO CPT-EVENEMENT.
           MOVE WS-MONTANT-NUM TO CPT-MONTANT.
           PERFORM 7000-ECRIRE-ECRITURE
           THRU    7000-ECRIRE-ECRITURE-FIN.
       4600-TRAITER-REGLEMENT-FIN. EXIT.

      ******************************************************************
      * Commissions : lignes du grand livre de la periode, commission
      * due puis commission payee, datees du dernier jour du mois.
      ******************************************************************
       5000-EXPORTER-COMMISSIONS.
           OPEN INPUT GRAND-LIVRE-FILE.
           IF NOT STATUT-LIVRE-OK
               DISPLAY 'GRAND-LIVRE-COMMISSIONS.DAT ILLISIBLE ('
                   WS-STATUS-LIVRE ') : AUCUNE COMMISSION EXPORTEE'
               GO TO 5000-EXPORTER-COMMISSIONS-FIN
           END-IF.
           PERFORM UNTIL STATUT-LIVRE-FIN
               READ GRAND-LIVRE-FILE
               IF STATUT-LIVRE-OK
                   PERFORM 5100-TRAITER-COMMISSION
                   THRU    5100-TRAITER-COMMISSION-FIN
               ELSE
                   SET STATUT-LIVRE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE GRAND-LIVRE-FILE.
       5000-EXPORTER-COMMISSIONS-FIN. EXIT.

       5100-TRAITER-COMMISSION.
           IF WS-LIV-PERIODE NOT NUMERIC
               OR WS-LIV-DU NOT NUMERIC OR WS-LIV-PAYE NOT NUMERIC
               DISPLAY 'LIGNE DE GRAND LIVRE ILLISIBLE IGNOREE : ['
                   WS-LIVRE-RECORD ']'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 5100-TRAITER-COMMISSION-FIN
           END-IF.
           IF WS-LIV-PERIODE NOT = WS-PERIODE
               GO TO 5100-TRAITER-COMMISSION-FIN
           END-IF.
           MOVE WS-DATE-FIN-MOIS TO CPT-DATE-NUM.
           MOVE WS-LIV-DEVISE    TO CPT-DEVISE.
           MOVE SPACES TO CPT-SOURCE.
           MOVE WS-LIV-IRP TO CPT-SOURCE.
           IF WS-LIV-DU > ZERO
               MOVE 'COMM-DUE' TO CPT-EVENEMENT
               MOVE WS-LIV-DU TO CPT-MONTANT
               PERFORM 7000-ECRIRE-ECRITURE
               THRU    7000-ECRIRE-ECRITURE-FIN
           END-IF.
           IF WS-LIV-PAYE > ZERO
               MOVE 'COMM-REGL' TO CPT-EVENEMENT
               MOVE WS-LIV-PAYE TO CPT-MONTANT
               PERFORM 7000-ECRIRE-ECRITURE
               THRU    7000-ECRIRE-ECRITURE-FIN
           END-IF.
       5100-TRAITER-COMMISSION-FIN. EXIT.

      ******************************************************************
      * Primes cedees : details du bordereau de reassurance dont
      * l'en-tete est date du mois, a la date de l'en-tete.
      ******************************************************************
       6000-EXPORTER-CESSIONS.
           OPEN INPUT BORDEREAU-FILE.
           IF NOT STATUT-BORDEREAU-OK
               DISPLAY 'BORDEREAU-REASSURANCE.DAT ILLISIBLE ('
                   WS-STATUS-BORDEREAU ') : AUCUNE CESSION EXPORTEE'
               GO TO 6000-EXPORTER-CESSIONS-FIN
           END-IF.
           PERFORM UNTIL STATUT-BORDEREAU-FIN
               READ BORDEREAU-FILE
               IF STATUT-BORDEREAU-OK
                   EVALUATE WS-BRD-TYPE
                       WHEN '1'
                           IF WS-BRD-ENT-DATE NUMERIC
                               MOVE WS-BRD-ENT-DATE TO WS-BRD-DATE
                           ELSE
                               MOVE ZERO TO WS-BRD-DATE
                           END-IF
                       WHEN '2'
                           PERFORM 6100-TRAITER-CESSION
                           THRU    6100-TRAITER-CESSION-FIN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   SET STATUT-BORDEREAU-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE BORDEREAU-FILE.
       6000-EXPORTER-CESSIONS-FIN. EXIT.

       6100-TRAITER-CESSION.
           IF WS-BRD-DATE(1:6) NOT = WS-PERIODE
               GO TO 6100-TRAITER-CESSION-FIN
           END-IF.
           IF WS-BRD-DET-CEDE NOT NUMERIC
               DISPLAY 'CESSION ' WS-BRD-DET-ID
                   ' : MONTANT ILLISIBLE, IGNOREE'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 6100-TRAITER-CESSION-FIN
           END-IF.
           MOVE 'CESSION' TO CPT-EVENEMENT.
           MOVE WS-BRD-DATE       TO CPT-DATE-NUM.
           MOVE WS-BRD-DET-CEDE   TO CPT-MONTANT.
           MOVE WS-BRD-DET-DEVISE TO CPT-DEVISE.
           MOVE SPACES TO CPT-SOURCE.
           MOVE WS-BRD-DET-ID TO CPT-SOURCE.
           PERFORM 7000-ECRIRE-ECRITURE
           THRU    7000-ECRIRE-ECRITURE-FIN.
       6100-TRAITER-CESSION-FIN. EXIT.

      ******************************************************************
      * Deux lignes equilibrees (debit puis credit) pour l'ecriture
      * courante : comptes de l'evenement, contre-valeur au taux date,
      * cumul dans les controles du jour.
      ******************************************************************
       7000-ECRIRE-ECRITURE.
           PERFORM 7100-LIRE-COMPTES
           THRU    7100-LIRE-COMPTES-FIN.
           PERFORM 7200-CONVERTIR
           THRU    7200-CONVERTIR-FIN.

           MOVE SPACES TO CPT-DATE.
           STRING CPT-DATE-NUM(1:4) '-' CPT-DATE-NUM(5:2) '-'
               CPT-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO CPT-DATE.
           MOVE CPT-MONTANT  TO CPT-MONTANT-ED.
           MOVE CPT-CONVERTI TO CPT-CONVERTI-ED.

           MOVE SPACES TO COMPTA-RECORD.
           STRING CPT-DATE ';'
                  FUNCTION TRIM(CPT-DEBIT) ';'
                  FUNCTION TRIM(CPT-MONTANT-ED) ';'
                  '0;'
                  CPT-DEVISE ';'
                  FUNCTION TRIM(CPT-CONVERTI-ED) ';'
                  '0;'
                  FUNCTION TRIM(CPT-EVENEMENT) ';'
                  FUNCTION TRIM(CPT-SOURCE)
               DELIMITED BY SIZE INTO COMPTA-RECORD.
           WRITE COMPTA-RECORD.
           MOVE SPACES TO COMPTA-RECORD.
           STRING CPT-DATE ';'
                  FUNCTION TRIM(CPT-CREDIT) ';'
                  '0;'
                  FUNCTION TRIM(CPT-MONTANT-ED) ';'
                  CPT-DEVISE ';'
                  '0;'
                  FUNCTION TRIM(CPT-CONVERTI-ED) ';'
                  FUNCTION TRIM(CPT-EVENEMENT) ';'
                  FUNCTION TRIM(CPT-SOURCE)
               DELIMITED BY SIZE INTO COMPTA-RECORD.
           WRITE COMPTA-RECORD.
           ADD 1 TO WS-NB-ECRITURES.
           ADD 2 TO WS-NB-LIGNES.

           MOVE CPT-DATE-NUM(7:2) TO WS-JOUR-LIGNE.
           IF WS-JOUR-LIGNE >= 1 AND WS-JOUR-LIGNE <= 31
               ADD CPT-CONVERTI TO WS-JOUR-DEBIT (WS-JOUR-LIGNE)
               ADD CPT-CONVERTI TO WS-JOUR-CREDIT (WS-JOUR-LIGNE)
           END-IF.
       7000-ECRIRE-ECRITURE-FIN. EXIT.

      * Comptes de l'evenement courant ; a defaut, compte d'attente.
       7100-LIRE-COMPTES.
           MOVE ZERO TO WS-MAP-POS.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-MAP OR WS-MAP-POS > ZERO
               IF WS-MAP-EVENEMENT (WS-J) = CPT-EVENEMENT
                   MOVE WS-J TO WS-MAP-POS
               END-IF
           END-PERFORM.
           IF WS-MAP-POS > ZERO
               MOVE WS-MAP-DEBIT (WS-MAP-POS)  TO CPT-DEBIT
               MOVE WS-MAP-CREDIT (WS-MAP-POS) TO CPT-CREDIT
           ELSE
               DISPLAY 'COMPTES INCONNUS POUR ' CPT-EVENEMENT
                   ' : LIGNES SUR COMPTE 471 (ATTENTE)'
               ADD 1 TO WS-NB-ANOMALIES
               MOVE '471' TO CPT-DEBIT
               MOVE '471' TO CPT-CREDIT
           END-IF.
       7100-LIRE-COMPTES-FIN. EXIT.

      * Taux de la devise de date d'effet la plus recente au plus tard
      * a la date de l'ecriture. Une devise sans taux est signalee et
      * sa contre-valeur laissee a zero.
       7200-CONVERTIR.
           MOVE ZERO TO WS-TAUX-POS.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-NB-TAUX
               IF WS-TAUX-DEVISE (WS-T) = CPT-DEVISE
                   AND WS-TAUX-DATE (WS-T) <= CPT-DATE-NUM
                   IF WS-TAUX-POS = ZERO
                       MOVE WS-T TO WS-TAUX-POS
                   ELSE
                       IF WS-TAUX-DATE (WS-T) >=
                           WS-TAUX-DATE (WS-TAUX-POS)
                           MOVE WS-T TO WS-TAUX-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TAUX-POS = ZERO
               DISPLAY 'DEVISE ' CPT-DEVISE ' SANS TAUX AU '
                   CPT-DATE-NUM ' : ' FUNCTION TRIM(CPT-SOURCE)
                   ' SANS CONTRE-VALEUR'
               ADD 1 TO WS-NB-ANOMALIES
               MOVE ZERO TO CPT-TAUX CPT-CONVERTI
           ELSE
               MOVE WS-TAUX-VALEUR (WS-TAUX-POS) TO CPT-TAUX
               COMPUTE CPT-CONVERTI ROUNDED = CPT-MONTANT * CPT-TAUX
           END-IF.
       7200-CONVERTIR-FIN. EXIT.

      ******************************************************************
      * Lignes de fin : un CONTROLE par jour mouvemente, debits et
      * credits du jour en contre-valeur - qui doivent s'egaler, chaque
      * ecriture etant produite en deux lignes symetriques.
      ******************************************************************
       8000-ECRIRE-CONTROLES-JOURS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 31
               IF WS-JOUR-DEBIT (WS-J) > 0
                   OR WS-JOUR-CREDIT (WS-J) > 0
                   MOVE SPACES TO COMPTA-RECORD
                   MOVE WS-JOUR-DEBIT (WS-J)  TO WS-JOUR-ED
                   MOVE WS-JOUR-CREDIT (WS-J) TO WS-JOUR-CREDIT-ED
                   IF WS-JOUR-DEBIT (WS-J) = WS-JOUR-CREDIT (WS-J)
                       MOVE 'EQUILIBRE' TO WS-JOUR-ETAT
                   ELSE
                       ADD 1 TO WS-NB-ANOMALIES
                       MOVE 'ECART' TO WS-JOUR-ETAT
                   END-IF
                   STRING 'CONTROLE;JOUR ' WS-J ';'
                       FUNCTION TRIM(WS-JOUR-ED) ';'
                       FUNCTION TRIM(WS-JOUR-CREDIT-ED) ';'
                       FUNCTION TRIM(WS-JOUR-ETAT)
                       DELIMITED BY SIZE INTO COMPTA-RECORD
                   WRITE COMPTA-RECORD
               END-IF
           END-PERFORM.
       8000-ECRIRE-CONTROLES-JOURS-FIN. EXIT.

       END PROGRAM assur-compta-export.
