      ********************************************************************
      *     Primes acquises et provision pour primes non acquises       *
      *     (PPNA) a une fin de mois : prorata jour par jour de la      *
      *     prime annuelle de chaque police ACTIF entre ses dates       *
      *     anniversaires, totaux par produit, intermediaire et         *
      *     devise, et total converti aux taux dates.                   *
      ********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assur-primes-acquises.
       AUTHOR. K.SAFAA.

      * Le listing et le rapport de production mensuel ne donnent que
      * la prime annuelle emise (WS-PRIX). La comptabilite a besoin, a
      * chaque fin de mois, de la part acquise et de la provision pour
      * primes non acquises. La periode est saisie au lancement
      * (AAAAMM, mois courant par defaut, comme assur-cloture.cbl) et
      * la date d'arrete est le dernier jour du mois.
      * Pour chaque police ACTIF de PART1 et PART2, l'annee
      * d'assurance en cours va de la derniere date anniversaire
      * (WS-Date1 avancee d'un nombre entier d'annees par DATEUTIL)
      * a la suivante, bornee par WS-date2 si la police finit avant.
      * La prime acquise est la prime annuelle au prorata des jours
      * ecoules de cette annee d'assurance jusqu'a la date d'arrete
      * incluse, la PPNA est le reste. Une police pas encore en vigueur
      * a l'arrete est entierement non acquise ; une police dont la
      * date de fin est passee est entierement acquise.
      * RAPPORT-PRIMES-ACQUISES.DAT donne le detail par police puis
      * les totaux par produit (WS-NOM), par intermediaire (WS-IRP)
      * et par devise, et le total converti dans la devise de
      * reference avec, pour chaque devise, le taux de
      * taux-devises.dat de date d'effet la plus recente au plus tard
      * a la date d'arrete ; a defaut, les taux de secours figes
      * d'assur.cbl s'appliquent et sont signales.

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

           SELECT TAUX-DEVISES-FILE
           ASSIGN TO 'taux-devises.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-TAUX.

           SELECT RAPPORT-PPNA-FILE
           ASSIGN TO 'rapport-primes-acquises.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

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

       FD RAPPORT-PPNA-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FICHIER  PIC X(02).
          88 STATUT-FICHIER-OK   VALUE '00'.
          88 STATUT-FICHIER-FIN  VALUE '10'.

       01 WS-STATUS-FICHIER2 PIC X(02).
          88 STATUT-FICHIER2-OK  VALUE '00'.
          88 STATUT-FICHIER2-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-TAUX==
                     ==FSTAT-OK==    BY ==STATUT-TAUX-OK==.
           88 STATUT-TAUX-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-PRIMES-ACQ'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'ASSUR-PRIMES-ACQ'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-PERIODE         PIC 9(06).
       01 WS-PERIODE-SAISIE  PIC X(06).
       01 WS-DATE-ARRETE     PIC 9(08).

       01 WS-NB-POLICES      PIC 9(07) VALUE ZERO.
       01 WS-NB-RETENUES     PIC 9(07) VALUE ZERO.
       01 WS-NB-ANOMALIES    PIC 9(07) VALUE ZERO.

      * Police en cours de calcul, recopiee depuis PART1 ou PART2.
       01 WS-POLICE-CRT.
           05 WS-CRT-ID        PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-CRT-NOM       PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-CRT-IRP       PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-CRT-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(1).
           05 WS-CRT-STATUT    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-CRT-DATE1     PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-CRT-DATE2     PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-CRT-PRIX      PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-CRT-DEVISE    PIC X(3).

      * Annee d'assurance en cours : debut (dernier anniversaire) et
      * fin exclue (anniversaire suivant, ou lendemain de WS-date2).
       01 WS-DEBUT-ANNEE     PIC 9(08).
       01 WS-FIN-ANNEE       PIC 9(08).
       01 WS-LENDEMAIN-FIN   PIC 9(08).
       01 WS-NB-ANNIV        PIC 9(03).
       01 WS-JOURS-ECOULES   PIC 9(05).
       01 WS-JOURS-ANNEE     PIC 9(05).
       01 WS-PRIME-NUM       PIC 9(09).
       01 WS-ACQUISE         PIC 9(09)V99.
       01 WS-NON-ACQUISE     PIC 9(09)V99.
       01 WS-FIN-CALCUL      PIC X(01).
          88 CALCUL-TERMINE  VALUE 'O'.

      * Totaux par produit, par intermediaire et par devise.
       01 WS-NB-PRODUITS     PIC 9(02) VALUE ZERO.
       01 WS-TAB-PRODUITS.
          05 WS-PRD-ENTREE OCCURS 30 TIMES.
             10 WS-PRD-NOM      PIC X(14).
             10 WS-PRD-DEVISE   PIC X(3).
             10 WS-PRD-ACQUISE  PIC 9(11)V99.
             10 WS-PRD-PPNA     PIC 9(11)V99.
       01 WS-NB-IRP          PIC 9(02) VALUE ZERO.
       01 WS-TAB-IRP.
          05 WS-IRP-ENTREE OCCURS 50 TIMES.
             10 WS-IRP-CODE     PIC X(14).
             10 WS-IRP-DEVISE   PIC X(3).
             10 WS-IRP-ACQUISE  PIC 9(11)V99.
             10 WS-IRP-PPNA     PIC 9(11)V99.
       01 WS-NB-DEVISES      PIC 9(02) VALUE ZERO.
       01 WS-TAB-DEVISES.
          05 WS-DEV-ENTREE OCCURS 10 TIMES.
             10 WS-DEV-CODE     PIC X(3).
             10 WS-DEV-ACQUISE  PIC 9(11)V99.
             10 WS-DEV-PPNA     PIC 9(11)V99.
       01 WS-POS             PIC 9(02) VALUE ZERO.
       01 WS-K               PIC 9(02) VALUE ZERO.

      * Taux vers la devise de reference retenus a la date d'arrete :
      * pour chaque devise, la ligne de date d'effet la plus recente
      * au plus tard a l'arrete.
       01 WS-NB-TAUX         PIC 9(02) VALUE ZERO.
       01 WS-TAUX-POS        PIC 9(02) VALUE ZERO.
       01 WS-TAB-TAUX.
          05 WS-TAUX-ENTREE OCCURS 10 TIMES.
             10 WS-TAUX-DEVISE  PIC X(3).
             10 WS-TAUX-VALEUR  PIC 9(3)V9(4).
             10 WS-TAUX-DATE    PIC 9(8).
       01 WS-TAUX-LU         PIC 9(3)V9(4).
       01 WS-TAUX-DATE-LUE   PIC 9(8).
       01 WS-TOTAL-ACQ-CONV  PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-PPNA-CONV PIC 9(13)V99 VALUE ZERO.
       01 WS-NB-SANS-TAUX    PIC 9(02) VALUE ZERO.

       01 WS-MONTANT-ED      PIC Z(10)9.99.
       01 WS-PRIME-ED        PIC Z(8)9.
       01 WS-JOURS-ED        PIC ZZZZ9.
       01 WS-TAUX-ED         PIC ZZ9.9999.

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
           INITIALIZE WS-TAB-PRODUITS WS-TAB-IRP WS-TAB-DEVISES.

           DISPLAY 'PERIODE D''ARRETE (AAAAMM, VIDE = MOIS COURANT) : '
               WITH NO ADVANCING.
           ACCEPT WS-PERIODE-SAISIE.
           IF WS-PERIODE-SAISIE = SPACES
               MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           ELSE
               IF WS-PERIODE-SAISIE NOT NUMERIC
                   DISPLAY 'PERIODE ILLISIBLE, CALCUL ABANDONNE.'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF.

      * Date d'arrete : dernier jour du mois, soit le premier du mois
      * suivant recule d'un jour par DATEUTIL.
           COMPUTE WS-DATEUTIL-DATE-1 = WS-PERIODE * 100 + 1.
           MOVE 'AJOUTMOI' TO WS-DATEUTIL-FONCTION.
           MOVE 1 TO WS-DATEUTIL-NOMBRE.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           IF WS-DATEUTIL-CODE NOT = '00'
               DISPLAY 'PERIODE IMPOSSIBLE, CALCUL ABANDONNE.'
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
           MOVE WS-DATEUTIL-RESULTAT TO WS-DATE-ARRETE.

           PERFORM 1000-CHARGER-TAUX
           THRU    1000-CHARGER-TAUX-FIN.

           PERFORM 2000-OUVRIR-FICHIERS
           THRU    2000-OUVRIR-FICHIERS-FIN.

           PERFORM 3000-TRAITER-PART1
           THRU    3000-TRAITER-PART1-FIN.

           PERFORM 3100-TRAITER-PART2
           THRU    3100-TRAITER-PART2-FIN.

           PERFORM 6000-ECRIRE-TOTAUX
           THRU    6000-ECRIRE-TOTAUX-FIN.

           CLOSE ASSUR-PART1-FILE.
           CLOSE ASSUR-PART2-FILE.
           CLOSE RAPPORT-PPNA-FILE.

           DISPLAY 'POLICES LUES            : ' WS-NB-POLICES.
           DISPLAY 'POLICES ACTIF CALCULEES : ' WS-NB-RETENUES.
           DISPLAY 'ANOMALIES               : ' WS-NB-ANOMALIES.

           MOVE WS-NB-POLICES  TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-RETENUES TO WS-RUNCTL-COMPTEUR-2.
           IF WS-NB-ANOMALIES = ZERO AND WS-NB-SANS-TAUX = ZERO
               MOVE 'OK' TO WS-RUNCTL-STATUT
           ELSE
               MOVE 'ANOMALIES' TO WS-RUNCTL-STATUT
           END-IF.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Charge les taux de taux-devises.dat : pour chaque devise, le
      * taux de date d'effet la plus recente au plus tard a la date
      * d'arrete (les taux posterieurs sont ignores). Un fichier
      * absent ou sans taux utilisable fait retomber sur les taux de
      * secours figes d'assur.cbl, dates zero.
      ******************************************************************
       1000-CHARGER-TAUX.
           OPEN INPUT TAUX-DEVISES-FILE.
           IF NOT STATUT-TAUX-OK
               DISPLAY 'FICHIER TAUX-DEVISES.DAT ILLISIBLE ('
                   WS-STATUS-TAUX ') : TAUX DE SECOURS FIGES'
               PERFORM 1100-TAUX-DE-SECOURS
               THRU    1100-TAUX-DE-SECOURS-FIN
               GO TO 1000-CHARGER-TAUX-FIN
           END-IF.

           PERFORM UNTIL STATUT-TAUX-FIN
               READ TAUX-DEVISES-FILE
               IF STATUT-TAUX-OK
                   PERFORM 1200-CHARGER-UN-TAUX
                   THRU    1200-CHARGER-UN-TAUX-FIN
               ELSE
                   SET STATUT-TAUX-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE TAUX-DEVISES-FILE.

           IF WS-NB-TAUX = ZERO
               DISPLAY 'AUCUN TAUX EN VIGUEUR AU ' WS-DATE-ARRETE
                   ' : TAUX DE SECOURS FIGES'
               PERFORM 1100-TAUX-DE-SECOURS
               THRU    1100-TAUX-DE-SECOURS-FIN
           END-IF.
       1000-CHARGER-TAUX-FIN. EXIT.

       1100-TAUX-DE-SECOURS.
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
       1100-TAUX-DE-SECOURS-FIN. EXIT.

      * Retient la ligne courante si elle est en vigueur a l'arrete et
      * plus recente que le taux deja retenu pour sa devise.
       1200-CHARGER-UN-TAUX.
           IF WS-TXR-DEVISE = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXR-TAUX))
                   NOT = 0
               OR WS-TXR-DATE NOT NUMERIC
               DISPLAY 'LIGNE DE TAUX ILLISIBLE IGNOREE : ['
                   WS-TAUX-RECORD ']'
               GO TO 1200-CHARGER-UN-TAUX-FIN
           END-IF.
           MOVE WS-TXR-DATE TO WS-TAUX-DATE-LUE.
           IF WS-TAUX-DATE-LUE > WS-DATE-ARRETE
               GO TO 1200-CHARGER-UN-TAUX-FIN
           END-IF.
           COMPUTE WS-TAUX-LU = FUNCTION NUMVAL(WS-TXR-TAUX).

           MOVE ZERO TO WS-TAUX-POS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-TAUX
               IF WS-TAUX-DEVISE (WS-K) = WS-TXR-DEVISE
                   MOVE WS-K TO WS-TAUX-POS
               END-IF
           END-PERFORM.
           IF WS-TAUX-POS = ZERO
               IF WS-NB-TAUX >= 10
                   DISPLAY 'PLUS DE 10 DEVISES DANS TAUX-DEVISES.DAT, '
                       'LIGNE IGNOREE : [' WS-TAUX-RECORD ']'
                   GO TO 1200-CHARGER-UN-TAUX-FIN
               END-IF
               ADD 1 TO WS-NB-TAUX
               MOVE WS-NB-TAUX TO WS-TAUX-POS
               MOVE WS-TXR-DEVISE TO WS-TAUX-DEVISE (WS-TAUX-POS)
               MOVE ZERO TO WS-TAUX-DATE (WS-TAUX-POS)
           END-IF.
           IF WS-TAUX-DATE-LUE >= WS-TAUX-DATE (WS-TAUX-POS)
               MOVE WS-TAUX-LU TO WS-TAUX-VALEUR (WS-TAUX-POS)
               MOVE WS-TAUX-DATE-LUE TO WS-TAUX-DATE (WS-TAUX-POS)
           END-IF.
       1200-CHARGER-UN-TAUX-FIN. EXIT.

      ******************************************************************
      * Ouverture des fichiers de production en lecture et du rapport
      * en creation, avec son en-tete.
      ******************************************************************
       2000-OUVRIR-FICHIERS.
           OPEN INPUT ASSUR-PART1-FILE.
           IF NOT STATUT-FICHIER-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART1.DAT : '
                       WS-STATUS-FICHIER
               MOVE '2000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ASSUR-PART1-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ASSUR-PART2-FILE.
           IF NOT STATUT-FICHIER2-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART2.DAT : '
                       WS-STATUS-FICHIER2
               MOVE '2000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ASSUR-PART2-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER2 WS-LOG-MESSAGE
               CLOSE ASSUR-PART1-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-PPNA-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'ERREUR OUVERTURE RAPPORT-PRIMES-ACQUISES.DAT : '
                       WS-STATUS-RAPPORT
               MOVE '2000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RAPPORT-PPNA-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-RAPPORT WS-LOG-MESSAGE
               CLOSE ASSUR-PART1-FILE
               CLOSE ASSUR-PART2-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'PRIMES ACQUISES ET PPNA - ARRETE AU '
               WS-DATE-ARRETE
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'POLICE   PRODUIT        INTERMEDIAIRE  DEV '
               '    PRIME DEBUT    FIN EXCL ECOUL  JOURS '
               '      ACQUISE          PPNA'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       2000-OUVRIR-FICHIERS-FIN. EXIT.

      ******************************************************************
      * Parcours de PART1 puis de PART2 : chaque police est recopiee
      * dans WS-POLICE-CRT puis calculee.
      ******************************************************************
       3000-TRAITER-PART1.
           READ ASSUR-PART1-FILE.
           PERFORM UNTIL STATUT-FICHIER-FIN
               IF NOT STATUT-FICHIER-OK
                   DISPLAY 'ERREUR LECTURE ASSURANCES-PART1.DAT : '
                           WS-STATUS-FICHIER
                   SET STATUT-FICHIER-FIN TO TRUE
               ELSE
                   ADD 1 TO WS-NB-POLICES
                   MOVE WS-ASSUR-PART1-RECORD TO WS-POLICE-CRT
                   PERFORM 4000-CALCULER-POLICE
                   THRU    4000-CALCULER-POLICE-FIN
                   READ ASSUR-PART1-FILE
               END-IF
           END-PERFORM.
       3000-TRAITER-PART1-FIN. EXIT.

       3100-TRAITER-PART2.
           READ ASSUR-PART2-FILE.
           PERFORM UNTIL STATUT-FICHIER2-FIN
               IF NOT STATUT-FICHIER2-OK
                   DISPLAY 'ERREUR LECTURE ASSURANCES-PART2.DAT : '
                           WS-STATUS-FICHIER2
                   SET STATUT-FICHIER2-FIN TO TRUE
               ELSE
                   ADD 1 TO WS-NB-POLICES
                   MOVE WS-ASSUR-PART2-RECORD TO WS-POLICE-CRT
                   PERFORM 4000-CALCULER-POLICE
                   THRU    4000-CALCULER-POLICE-FIN
                   READ ASSUR-PART2-FILE
               END-IF
           END-PERFORM.
       3100-TRAITER-PART2-FIN. EXIT.

      ******************************************************************
      * Une police ACTIF : annee d'assurance en cours, prorata de la
      * prime annuelle, ligne de detail et cumul des totaux. Une date
      * d'effet impossible ou une prime illisible est signalee et la
      * police ecartee.
      ******************************************************************
       4000-CALCULER-POLICE.
           IF WS-CRT-STATUT NOT = 'ACTIF   '
               GO TO 4000-CALCULER-POLICE-FIN
           END-IF.
           IF WS-CRT-PRIX NOT NUMERIC OR WS-CRT-DATE1 NOT NUMERIC
               DISPLAY 'POLICE ' WS-CRT-ID
                   ' : PRIME OU DATE D''EFFET ILLISIBLE, ECARTEE'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 4000-CALCULER-POLICE-FIN
           END-IF.
           MOVE 'VALIDER ' TO WS-DATEUTIL-FONCTION.
           MOVE WS-CRT-DATE1 TO WS-DATEUTIL-DATE-1.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           IF WS-DATEUTIL-CODE NOT = '00'
               DISPLAY 'POLICE ' WS-CRT-ID
                   ' : DATE D''EFFET IMPOSSIBLE, ECARTEE'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 4000-CALCULER-POLICE-FIN
           END-IF.
           MOVE WS-CRT-PRIX TO WS-PRIME-NUM.
           ADD 1 TO WS-NB-RETENUES.

      * Lendemain de la date de fin (zero si la police est ouverte).
           MOVE ZERO TO WS-LENDEMAIN-FIN.
           IF WS-CRT-DATE2 NUMERIC AND WS-CRT-DATE2 NOT = ZERO
               MOVE 'AJOUTJRS' TO WS-DATEUTIL-FONCTION
               MOVE WS-CRT-DATE2 TO WS-DATEUTIL-DATE-1
               MOVE 1 TO WS-DATEUTIL-NOMBRE
               CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
                   WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
                   WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
                   WS-DATEUTIL-CODE
               IF WS-DATEUTIL-CODE = '00'
                   MOVE WS-DATEUTIL-RESULTAT TO WS-LENDEMAIN-FIN
               END-IF
           END-IF.

           MOVE WS-CRT-DATE1 TO WS-DEBUT-ANNEE.
           MOVE ZERO TO WS-JOURS-ECOULES WS-JOURS-ANNEE.
           EVALUATE TRUE
               WHEN WS-DATE-ARRETE < WS-DEBUT-ANNEE
                   MOVE ZERO TO WS-ACQUISE
                   MOVE WS-PRIME-NUM TO WS-NON-ACQUISE
                   MOVE ZERO TO WS-FIN-ANNEE
               WHEN WS-LENDEMAIN-FIN NOT = ZERO
                   AND WS-DATE-ARRETE >= WS-LENDEMAIN-FIN
                   MOVE WS-PRIME-NUM TO WS-ACQUISE
                   MOVE ZERO TO WS-NON-ACQUISE
                   MOVE WS-LENDEMAIN-FIN TO WS-FIN-ANNEE
               WHEN OTHER
                   PERFORM 4100-ANNEE-EN-COURS
                   THRU    4100-ANNEE-EN-COURS-FIN
                   COMPUTE WS-ACQUISE ROUNDED =
                       WS-PRIME-NUM * WS-JOURS-ECOULES / WS-JOURS-ANNEE
                   COMPUTE WS-NON-ACQUISE = WS-PRIME-NUM - WS-ACQUISE
           END-EVALUATE.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           MOVE WS-PRIME-NUM TO WS-PRIME-ED.
           STRING WS-CRT-ID ' ' WS-CRT-NOM ' ' WS-CRT-IRP ' '
               WS-CRT-DEVISE ' ' WS-PRIME-ED ' '
               WS-DEBUT-ANNEE ' ' WS-FIN-ANNEE ' '
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           MOVE WS-JOURS-ECOULES TO WS-JOURS-ED.
           MOVE WS-JOURS-ED TO WS-RAPPORT-RECORD(73:5).
           MOVE WS-JOURS-ANNEE TO WS-JOURS-ED.
           MOVE WS-JOURS-ED TO WS-RAPPORT-RECORD(79:5).
           MOVE WS-ACQUISE TO WS-MONTANT-ED.
           MOVE WS-MONTANT-ED TO WS-RAPPORT-RECORD(85:14).
           MOVE WS-NON-ACQUISE TO WS-MONTANT-ED.
           MOVE WS-MONTANT-ED TO WS-RAPPORT-RECORD(100:14).
           WRITE WS-RAPPORT-RECORD.

           PERFORM 5000-CUMULER-TOTAUX
           THRU    5000-CUMULER-TOTAUX-FIN.
       4000-CALCULER-POLICE-FIN. EXIT.

      ******************************************************************
      * Annee d'assurance contenant la date d'arrete : WS-Date1 avancee
      * d'un nombre entier d'annees (toujours depuis WS-Date1, pour ne
      * pas deriver sur un 29 fevrier), fin bornee par le lendemain de
      * WS-date2. Nombre de jours ecoules (arrete inclus) et total.
      ******************************************************************
       4100-ANNEE-EN-COURS.
           MOVE ZERO TO WS-NB-ANNIV.
           MOVE 'N' TO WS-FIN-CALCUL.
           PERFORM UNTIL CALCUL-TERMINE
               MOVE 'AJOUTMOI' TO WS-DATEUTIL-FONCTION
               MOVE WS-CRT-DATE1 TO WS-DATEUTIL-DATE-1
               COMPUTE WS-DATEUTIL-NOMBRE = (WS-NB-ANNIV + 1) * 12
               CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
                   WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
                   WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
                   WS-DATEUTIL-CODE
               MOVE WS-DATEUTIL-RESULTAT TO WS-FIN-ANNEE
               IF WS-FIN-ANNEE > WS-DATE-ARRETE OR WS-NB-ANNIV >= 999
                   MOVE 'O' TO WS-FIN-CALCUL
               ELSE
                   ADD 1 TO WS-NB-ANNIV
                   MOVE WS-FIN-ANNEE TO WS-DEBUT-ANNEE
               END-IF
           END-PERFORM.
           IF WS-LENDEMAIN-FIN NOT = ZERO
               AND WS-LENDEMAIN-FIN < WS-FIN-ANNEE
               MOVE WS-LENDEMAIN-FIN TO WS-FIN-ANNEE
           END-IF.

           MOVE 'ECART   ' TO WS-DATEUTIL-FONCTION.
           MOVE WS-DEBUT-ANNEE TO WS-DATEUTIL-DATE-1.
           MOVE WS-FIN-ANNEE TO WS-DATEUTIL-DATE-2.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           MOVE WS-DATEUTIL-RESULTAT TO WS-JOURS-ANNEE.

           MOVE WS-DATE-ARRETE TO WS-DATEUTIL-DATE-2.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           COMPUTE WS-JOURS-ECOULES = WS-DATEUTIL-RESULTAT + 1.
           IF WS-JOURS-ECOULES > WS-JOURS-ANNEE
               MOVE WS-JOURS-ANNEE TO WS-JOURS-ECOULES
           END-IF.
       4100-ANNEE-EN-COURS-FIN. EXIT.

      ******************************************************************
      * Cumul de la police courante par produit et devise, par
      * intermediaire et devise, et par devise.
      ******************************************************************
       5000-CUMULER-TOTAUX.
           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-PRODUITS
               IF WS-PRD-NOM (WS-K) = WS-CRT-NOM
                   AND WS-PRD-DEVISE (WS-K) = WS-CRT-DEVISE
                   MOVE WS-K TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = ZERO AND WS-NB-PRODUITS < 30
               ADD 1 TO WS-NB-PRODUITS
               MOVE WS-NB-PRODUITS TO WS-POS
               MOVE WS-CRT-NOM    TO WS-PRD-NOM (WS-POS)
               MOVE WS-CRT-DEVISE TO WS-PRD-DEVISE (WS-POS)
           END-IF.
           IF WS-POS = ZERO
               DISPLAY 'PLUS DE 30 PRODUITS : POLICE ' WS-CRT-ID
                   ' NON CUMULEE PAR PRODUIT'
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               ADD WS-ACQUISE     TO WS-PRD-ACQUISE (WS-POS)
               ADD WS-NON-ACQUISE TO WS-PRD-PPNA (WS-POS)
           END-IF.

           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-IRP
               IF WS-IRP-CODE (WS-K) = WS-CRT-IRP
                   AND WS-IRP-DEVISE (WS-K) = WS-CRT-DEVISE
                   MOVE WS-K TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = ZERO AND WS-NB-IRP < 50
               ADD 1 TO WS-NB-IRP
               MOVE WS-NB-IRP TO WS-POS
               MOVE WS-CRT-IRP    TO WS-IRP-CODE (WS-POS)
               MOVE WS-CRT-DEVISE TO WS-IRP-DEVISE (WS-POS)
           END-IF.
           IF WS-POS = ZERO
               DISPLAY 'PLUS DE 50 INTERMEDIAIRES : POLICE ' WS-CRT-ID
                   ' NON CUMULEE PAR INTERMEDIAIRE'
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               ADD WS-ACQUISE     TO WS-IRP-ACQUISE (WS-POS)
               ADD WS-NON-ACQUISE TO WS-IRP-PPNA (WS-POS)
           END-IF.

           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-DEVISES
               IF WS-DEV-CODE (WS-K) = WS-CRT-DEVISE
                   MOVE WS-K TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = ZERO AND WS-NB-DEVISES < 10
               ADD 1 TO WS-NB-DEVISES
               MOVE WS-NB-DEVISES TO WS-POS
               MOVE WS-CRT-DEVISE TO WS-DEV-CODE (WS-POS)
           END-IF.
           IF WS-POS = ZERO
               DISPLAY 'PLUS DE 10 DEVISES : POLICE ' WS-CRT-ID
                   ' NON CUMULEE PAR DEVISE'
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               ADD WS-ACQUISE     TO WS-DEV-ACQUISE (WS-POS)
               ADD WS-NON-ACQUISE TO WS-DEV-PPNA (WS-POS)
           END-IF.
       5000-CUMULER-TOTAUX-FIN. EXIT.

      ******************************************************************
      * Totaux par produit, par intermediaire, par devise, puis total
      * converti dans la devise de reference au taux retenu pour
      * chaque devise (une devise sans taux est signalee et exclue du
      * total converti).
      ******************************************************************
       6000-ECRIRE-TOTAUX.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE 'TOTAUX PAR PRODUIT' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-PRODUITS
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING WS-PRD-NOM (WS-K) ' ' WS-PRD-DEVISE (WS-K)
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               MOVE WS-PRD-ACQUISE (WS-K) TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO WS-RAPPORT-RECORD(85:14)
               MOVE WS-PRD-PPNA (WS-K) TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO WS-RAPPORT-RECORD(100:14)
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.

           MOVE 'TOTAUX PAR INTERMEDIAIRE' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-IRP
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING WS-IRP-CODE (WS-K) ' ' WS-IRP-DEVISE (WS-K)
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               MOVE WS-IRP-ACQUISE (WS-K) TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO WS-RAPPORT-RECORD(85:14)
               MOVE WS-IRP-PPNA (WS-K) TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO WS-RAPPORT-RECORD(100:14)
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.

           MOVE 'TOTAUX PAR DEVISE ET CONVERSION' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-DEVISES
               MOVE ZERO TO WS-POS
               PERFORM VARYING WS-TAUX-POS FROM 1 BY 1
                       UNTIL WS-TAUX-POS > WS-NB-TAUX
                   IF WS-TAUX-DEVISE (WS-TAUX-POS) = WS-DEV-CODE (WS-K)
                       MOVE WS-TAUX-POS TO WS-POS
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-RAPPORT-RECORD
               IF WS-POS = ZERO
                   ADD 1 TO WS-NB-SANS-TAUX
                   STRING WS-DEV-CODE (WS-K)
                       ' SANS TAUX AU ' WS-DATE-ARRETE
                       ' : EXCLUE DU TOTAL CONVERTI'
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               ELSE
                   MOVE WS-TAUX-VALEUR (WS-POS) TO WS-TAUX-ED
                   STRING WS-DEV-CODE (WS-K) ' TAUX ' WS-TAUX-ED
                       ' DU ' WS-TAUX-DATE (WS-POS)
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
                   COMPUTE WS-TOTAL-ACQ-CONV ROUNDED =
                       WS-TOTAL-ACQ-CONV
                       + WS-DEV-ACQUISE (WS-K) * WS-TAUX-VALEUR (WS-POS)
                   COMPUTE WS-TOTAL-PPNA-CONV ROUNDED =
                       WS-TOTAL-PPNA-CONV
                       + WS-DEV-PPNA (WS-K) * WS-TAUX-VALEUR (WS-POS)
               END-IF
               MOVE WS-DEV-ACQUISE (WS-K) TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO WS-RAPPORT-RECORD(85:14)
               MOVE WS-DEV-PPNA (WS-K) TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO WS-RAPPORT-RECORD(100:14)
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           MOVE 'TOTAL CONVERTI EN DEVISE DE REFERENCE'
               TO WS-RAPPORT-RECORD.
           MOVE WS-TOTAL-ACQ-CONV TO WS-MONTANT-ED.
           MOVE WS-MONTANT-ED TO WS-RAPPORT-RECORD(85:14).
           MOVE WS-TOTAL-PPNA-CONV TO WS-MONTANT-ED.
           MOVE WS-MONTANT-ED TO WS-RAPPORT-RECORD(100:14).
           WRITE WS-RAPPORT-RECORD.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       6000-ECRIRE-TOTAUX-FIN. EXIT.

       END PROGRAM assur-primes-acquises.
