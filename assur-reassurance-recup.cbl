      ********************************************************************
      *     Bordereau trimestriel de recuperation des sinistres cedes : *
      *     la part du reassureur dans la charge de chaque sinistre     *
      *     survenu sur une police cedee lui est reclamee, au meme      *
      *     format fixe (en-tete / details / fin) que le bordereau de   *
      *     cession, sans jamais refacturer ce qui l'a deja ete.        *
      ********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assur-reassurance-recup.
       AUTHOR. K.SAFAA.

      * assur-reassurance.cbl cede au reassureur l'excedent de prime
      * au-dela du plein de retention, mais quand un sinistre etait
      * regle sur une police cedee, personne ne reclamait la part du
      * reassureur. Ce batch trimestriel, lance apres le bordereau de
      * cession, lit les details '2' de BORDEREAU-REASSURANCE.DAT
      * (police, devise, part cedee en pourcentage) puis
      * SINISTRES-ASSUR.DAT : pour chaque sinistre d'une police
      * cedee, la charge connue est la provision restante plus les
      * reglements saisis (WS-SIN-RESERVE + WS-SIN-REGLE, comme le
      * triangle des sinistres), ramenee a zero pour un sinistre
      * REFUSE ou hors garantie, et la part recuperable est cette
      * charge multipliee par la part cedee. Le suivi
      * RECUPERATIONS-REASSURANCE.DAT garde, par sinistre, le cumul
      * deja facture au reassureur : seul l'ecart entre la part
      * recuperable du jour et ce cumul est porte au bordereau, si
      * bien qu'une provision revisee n'est facturee que pour la
      * difference (negative si la provision a baisse) et qu'un
      * rejeu ne refacture rien. Le bordereau
      * BORDEREAU-RECUPERATION.DAT suit le dessin du bordereau de
      * cession ('1' en-tete date, '2' detail par sinistre, '3' fin
      * avec compte et total a facturer par devise, signe).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CESSION-FILE
           ASSIGN TO 'bordereau-reassurance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CESSION.

           SELECT SINISTRES-FILE ASSIGN TO 'sinistres-assur.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-SIN-NUMERO
           ALTERNATE RECORD KEY IS WS-SIN-ID-POLICE WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-SINISTRES.

           SELECT SUIVI-FILE
           ASSIGN TO 'recuperations-reassurance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-SUIVI.

           SELECT RECUPERATION-FILE
           ASSIGN TO 'bordereau-recuperation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RECUPERATION.

       DATA DIVISION.
       FILE SECTION.
       FD CESSION-FILE
      * Meme dessin que dans assur-reassurance.cbl.
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD     IS WS-CESSION-RECORD.
       01 WS-CESSION-RECORD.
           05 WS-CES-TYPE      PIC X(1).
           05 WS-CES-DONNEES   PIC X(131).

       01 WS-CES-DETAIL REDEFINES WS-CESSION-RECORD.
           05 FILLER           PIC X(1).
           05 WS-CES-DET-ID      PIC X(8).
           05 WS-CES-DET-PRODUIT PIC X(14).
           05 WS-CES-DET-DEVISE  PIC X(3).
           05 WS-CES-DET-PRIME   PIC 9(9).
           05 WS-CES-DET-PLEIN   PIC 9(9).
           05 WS-CES-DET-CEDE    PIC 9(9).
           05 WS-CES-DET-PART    PIC 9(3)V9(2).
           05 FILLER             PIC X(82).

       FD SINISTRES-FILE
      * Meme dessin que dans assur-sinistres.cbl.
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-SINISTRE-RECORD.
       01 WS-SINISTRE-RECORD.
           05 WS-SIN-NUMERO    PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-SIN-ID-POLICE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-DATE-SURV PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-DATE-DECL PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-RESERVE   PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-SIN-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-SIN-STATUT    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-REGLE     PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-SIN-GARANTIE  PIC X(1).
              88 WS-SIN-HORS-GARANTIE VALUE 'H'.
           05 WS-SIN-MOTIF-HG  PIC X(2).
           05 WS-SIN-RESPONSABLE PIC X(1).
           05 FILLER           PIC X(5).

       FD SUIVI-FILE
      * Une ligne par sinistre deja facture au reassureur : numero,
      * police, devise, cumul facture et date de la derniere
      * facturation.
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD     IS WS-SUIVI-RECORD.
       01 WS-SUIVI-RECORD.
           05 WS-SUI-SINISTRE  PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-SUI-ID-POLICE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SUI-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-SUI-FACTURE   PIC 9(9).
           05 FILLER           PIC X(1).
           05 WS-SUI-DATE      PIC 9(8).

       FD RECUPERATION-FILE
      * Trois types d'enregistrement comme le bordereau de cession :
      * '1' en-tete, '2' detail de recuperation par sinistre, '3' fin
      * avec compte et totaux a facturer par devise.
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD     IS WS-RECUPERATION-RECORD.
       01 WS-RECUPERATION-RECORD.
           05 WS-REC-TYPE      PIC X(1).
           05 WS-REC-DONNEES   PIC X(131).

       01 WS-REC-ENTETE REDEFINES WS-RECUPERATION-RECORD.
           05 FILLER           PIC X(1).
           05 WS-REC-ENT-LIB   PIC X(21).
           05 WS-REC-ENT-DATE  PIC 9(8).
           05 FILLER           PIC X(102).

       01 WS-REC-DETAIL REDEFINES WS-RECUPERATION-RECORD.
           05 FILLER           PIC X(1).
           05 WS-REC-DET-SINISTRE PIC X(10).
           05 WS-REC-DET-ID       PIC X(8).
           05 WS-REC-DET-DEVISE   PIC X(3).
           05 WS-REC-DET-CHARGE   PIC 9(9).
           05 WS-REC-DET-PART     PIC 9(3)V9(2).
           05 WS-REC-DET-RECUP    PIC 9(9).
           05 WS-REC-DET-DEJA     PIC 9(9).
           05 WS-REC-DET-ECART    PIC S9(9) SIGN LEADING SEPARATE.
           05 WS-REC-DET-STATUT   PIC X(8).
           05 FILLER              PIC X(60).

       01 WS-REC-FIN REDEFINES WS-RECUPERATION-RECORD.
           05 FILLER           PIC X(1).
           05 WS-REC-FIN-NBRE  PIC 9(7).
           05 WS-REC-FIN-DEVISES OCCURS 5 TIMES.
              10 WS-REC-FIN-DEV-CODE  PIC X(3).
              10 WS-REC-FIN-DEV-TOTAL PIC S9(12)
                                      SIGN LEADING SEPARATE.
           05 FILLER           PIC X(44).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-CESSION==
                     ==FSTAT-OK==    BY ==STATUT-CESSION-OK==.
           88 STATUT-CESSION-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-SINISTRES==
                     ==FSTAT-OK==    BY ==STATUT-SINISTRES-OK==.
           88 STATUT-SINISTRES-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-SUIVI==
                     ==FSTAT-OK==    BY ==STATUT-SUIVI-OK==.
           88 STATUT-SUIVI-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RECUPERATION==
                     ==FSTAT-OK==    BY ==STATUT-RECUPERATION-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-REASSUR-RECUP'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'ASSUR-REASSUR-RECUP'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-NB-SINISTRES    PIC 9(05) VALUE ZERO.
       01 WS-NB-CEDES        PIC 9(05) VALUE ZERO.
       01 WS-NB-DETAILS      PIC 9(05) VALUE ZERO.
       01 WS-NB-ANOMALIES    PIC 9(05) VALUE ZERO.

      * Polices cedees du dernier bordereau de cession.
       01 WS-NB-POLICES-CEDEES PIC 9(04) VALUE ZERO.
       01 WS-TAB-CESSIONS.
          05 WS-CES-ENTREE OCCURS 1000 TIMES.
             10 WS-CES-ID       PIC X(8).
             10 WS-CES-DEVISE   PIC X(3).
             10 WS-CES-PART     PIC 9(3)V9(2).
       01 WS-CES-POS         PIC 9(04) VALUE ZERO.

      * Suivi des recuperations deja facturees, relu puis reecrit.
       01 WS-NB-SUIVIS       PIC 9(04) VALUE ZERO.
       01 WS-TAB-SUIVIS.
          05 WS-SUI-ENTREE OCCURS 2000 TIMES.
             10 WS-TS-SINISTRE  PIC X(10).
             10 WS-TS-ID-POLICE PIC X(8).
             10 WS-TS-DEVISE    PIC X(3).
             10 WS-TS-FACTURE   PIC 9(9).
             10 WS-TS-DATE      PIC 9(8).
       01 WS-SUI-POS         PIC 9(04) VALUE ZERO.

      * Sinistre en cours.
       01 WS-CHARGE-NUM      PIC 9(9).
       01 WS-RECUP-NUM       PIC 9(9).
       01 WS-DEJA-NUM        PIC 9(9).
       01 WS-ECART-NUM       PIC S9(9).

      * Totaux a facturer par devise pour l'enregistrement de fin.
       01 WS-NB-DEVISES      PIC 9(02) VALUE ZERO.
       01 WS-DEV-POS         PIC 9(02) VALUE ZERO.
       01 WS-TAB-DEVISES.
          05 WS-DEV-ENTREE OCCURS 5 TIMES.
             10 WS-DEV-CODE   PIC X(3).
             10 WS-DEV-TOTAL  PIC S9(12).

       01 WS-I               PIC 9(04) VALUE ZERO.
       01 WS-MONTANT-ED      PIC -(11)9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 1000-CHARGER-CESSIONS
           THRU    1000-CHARGER-CESSIONS-FIN.

           PERFORM 1500-CHARGER-SUIVI
           THRU    1500-CHARGER-SUIVI-FIN.

           OPEN OUTPUT RECUPERATION-FILE.
           IF NOT STATUT-RECUPERATION-OK
               DISPLAY 'ERREUR OUVERTURE BORDEREAU-RECUPERATION.DAT : '
                       WS-STATUS-RECUPERATION
               MOVE '0000-MAIN-START'         TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RECUPERATION-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-RECUPERATION
                   WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-RECUPERATION-RECORD.
           MOVE '1' TO WS-REC-TYPE.
           MOVE 'BORDEREAU RECUPER. A ' TO WS-REC-ENT-LIB.
           MOVE WS-DATE-JOUR TO WS-REC-ENT-DATE.
           WRITE WS-RECUPERATION-RECORD.

           PERFORM 2000-PARCOURIR-SINISTRES
           THRU    2000-PARCOURIR-SINISTRES-FIN.

           PERFORM 6000-ECRIRE-FIN-BORDEREAU
           THRU    6000-ECRIRE-FIN-BORDEREAU-FIN.

           CLOSE RECUPERATION-FILE.

           PERFORM 7000-REECRIRE-SUIVI
           THRU    7000-REECRIRE-SUIVI-FIN.

           DISPLAY 'SINISTRES EXAMINES      : ' WS-NB-SINISTRES.
           DISPLAY 'SUR POLICES CEDEES      : ' WS-NB-CEDES.
           DISPLAY 'LIGNES DE RECUPERATION  : ' WS-NB-DETAILS.
           DISPLAY 'ANOMALIES               : ' WS-NB-ANOMALIES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-DEVISES
               MOVE WS-DEV-TOTAL (WS-I) TO WS-MONTANT-ED
               DISPLAY 'A FACTURER ' WS-DEV-CODE (WS-I) '          : '
                   WS-MONTANT-ED
           END-PERFORM.

           MOVE WS-NB-SINISTRES TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-DETAILS   TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Polices cedees et part cedee, tirees des details '2' du
      * bordereau de cession. Sans bordereau, rien a recuperer.
      ******************************************************************
       1000-CHARGER-CESSIONS.
           OPEN INPUT CESSION-FILE.
           IF NOT STATUT-CESSION-OK
               DISPLAY 'BORDEREAU-REASSURANCE.DAT ILLISIBLE ('
                   WS-STATUS-CESSION ') : AUCUNE RECUPERATION'
               MOVE '1000-CHARGER-CESSIONS'   TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE CESSION-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-CESSION WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL STATUT-CESSION-FIN
               READ CESSION-FILE
               IF STATUT-CESSION-OK
                   IF WS-CES-TYPE = '2'
                       IF WS-CES-DET-PART NOT NUMERIC
                           DISPLAY 'CESSION ' WS-CES-DET-ID
                               ' : PART CEDEE ILLISIBLE, IGNOREE'
                           ADD 1 TO WS-NB-ANOMALIES
                       ELSE
                           IF WS-NB-POLICES-CEDEES < 1000
                               ADD 1 TO WS-NB-POLICES-CEDEES
                               MOVE WS-CES-DET-ID TO
                                   WS-CES-ID (WS-NB-POLICES-CEDEES)
                               MOVE WS-CES-DET-DEVISE TO
                                   WS-CES-DEVISE (WS-NB-POLICES-CEDEES)
                               MOVE WS-CES-DET-PART TO
                                   WS-CES-PART (WS-NB-POLICES-CEDEES)
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   SET STATUT-CESSION-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE CESSION-FILE.
       1000-CHARGER-CESSIONS-FIN. EXIT.

      ******************************************************************
      * Cumuls deja factures par sinistre. Un suivi absent (premier
      * passage) laisse la table vide : tout est alors a facturer.
      ******************************************************************
       1500-CHARGER-SUIVI.
           OPEN INPUT SUIVI-FILE.
           IF NOT STATUT-SUIVI-OK
               DISPLAY 'RECUPERATIONS-REASSURANCE.DAT ABSENT ('
                   WS-STATUS-SUIVI ') : PREMIER PASSAGE'
               GO TO 1500-CHARGER-SUIVI-FIN
           END-IF.
           PERFORM UNTIL STATUT-SUIVI-FIN
               READ SUIVI-FILE
               IF STATUT-SUIVI-OK
                   IF WS-SUI-FACTURE NUMERIC AND WS-NB-SUIVIS < 2000
                       ADD 1 TO WS-NB-SUIVIS
                       MOVE WS-SUI-SINISTRE
                           TO WS-TS-SINISTRE (WS-NB-SUIVIS)
                       MOVE WS-SUI-ID-POLICE
                           TO WS-TS-ID-POLICE (WS-NB-SUIVIS)
                       MOVE WS-SUI-DEVISE
                           TO WS-TS-DEVISE (WS-NB-SUIVIS)
                       MOVE WS-SUI-FACTURE
                           TO WS-TS-FACTURE (WS-NB-SUIVIS)
                       IF WS-SUI-DATE NUMERIC
                           MOVE WS-SUI-DATE
                               TO WS-TS-DATE (WS-NB-SUIVIS)
                       ELSE
                           MOVE ZERO TO WS-TS-DATE (WS-NB-SUIVIS)
                       END-IF
                   ELSE
                       DISPLAY 'LIGNE DE SUIVI ILLISIBLE IGNOREE : ['
                           WS-SUIVI-RECORD ']'
                       ADD 1 TO WS-NB-ANOMALIES
                   END-IF
               ELSE
                   SET STATUT-SUIVI-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE SUIVI-FILE.
       1500-CHARGER-SUIVI-FIN. EXIT.

      ******************************************************************
      * Parcourt SINISTRES-ASSUR.DAT et traite chaque sinistre.
      ******************************************************************
       2000-PARCOURIR-SINISTRES.
           OPEN INPUT SINISTRES-FILE.
           IF NOT STATUT-SINISTRES-OK
               DISPLAY 'ERREUR OUVERTURE SINISTRES-ASSUR.DAT : '
                       WS-STATUS-SINISTRES
               MOVE '2000-PARCOURIR-SINISTRES' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE SINISTRES-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-SINISTRES
                   WS-LOG-MESSAGE
               GO TO 2000-PARCOURIR-SINISTRES-FIN
           END-IF.

           READ SINISTRES-FILE.
           PERFORM UNTIL STATUT-SINISTRES-FIN
               IF NOT STATUT-SINISTRES-OK
                   DISPLAY 'ERREUR LECTURE SINISTRES-ASSUR.DAT : '
                           WS-STATUS-SINISTRES
                   SET STATUT-SINISTRES-FIN TO TRUE
               ELSE
                   ADD 1 TO WS-NB-SINISTRES
                   PERFORM 5000-EXAMINER-SINISTRE
                   THRU    5000-EXAMINER-SINISTRE-FIN
                   READ SINISTRES-FILE
               END-IF
           END-PERFORM.
           CLOSE SINISTRES-FILE.
       2000-PARCOURIR-SINISTRES-FIN. EXIT.

      ******************************************************************
      * Un sinistre : police cedee ?, charge connue (nulle si REFUSE
      * ou hors garantie), part recuperable, ecart avec le cumul deja
      * facture. Un ecart non nul donne un detail au bordereau et met
      * le suivi a jour.
      ******************************************************************
       5000-EXAMINER-SINISTRE.
           MOVE ZERO TO WS-CES-POS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-POLICES-CEDEES
               IF WS-CES-ID (WS-I) = WS-SIN-ID-POLICE
                   MOVE WS-I TO WS-CES-POS
               END-IF
           END-PERFORM.
           IF WS-CES-POS = ZERO
               GO TO 5000-EXAMINER-SINISTRE-FIN
           END-IF.
           ADD 1 TO WS-NB-CEDES.

           MOVE ZERO TO WS-CHARGE-NUM.
           IF WS-SIN-STATUT NOT = 'REFUSE  '
               AND NOT WS-SIN-HORS-GARANTIE
               IF WS-SIN-RESERVE NUMERIC
                   ADD FUNCTION NUMVAL(WS-SIN-RESERVE) TO WS-CHARGE-NUM
               END-IF
               IF WS-SIN-REGLE NUMERIC
                   ADD FUNCTION NUMVAL(WS-SIN-REGLE) TO WS-CHARGE-NUM
               END-IF
           END-IF.
           COMPUTE WS-RECUP-NUM ROUNDED =
               WS-CHARGE-NUM * WS-CES-PART (WS-CES-POS) / 100.

           MOVE ZERO TO WS-SUI-POS WS-DEJA-NUM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-SUIVIS
               IF WS-TS-SINISTRE (WS-I) = WS-SIN-NUMERO
                   MOVE WS-I TO WS-SUI-POS
               END-IF
           END-PERFORM.
           IF WS-SUI-POS > ZERO
               MOVE WS-TS-FACTURE (WS-SUI-POS) TO WS-DEJA-NUM
           END-IF.

           COMPUTE WS-ECART-NUM = WS-RECUP-NUM - WS-DEJA-NUM.
           IF WS-ECART-NUM = ZERO
               GO TO 5000-EXAMINER-SINISTRE-FIN
           END-IF.

           IF WS-SUI-POS = ZERO
               IF WS-NB-SUIVIS >= 2000
                   DISPLAY 'SUIVI DES RECUPERATIONS PLEIN, SINISTRE '
                       'NON FACTURE : ' WS-SIN-NUMERO
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 5000-EXAMINER-SINISTRE-FIN
               END-IF
               ADD 1 TO WS-NB-SUIVIS
               MOVE WS-NB-SUIVIS TO WS-SUI-POS
               MOVE WS-SIN-NUMERO    TO WS-TS-SINISTRE (WS-SUI-POS)
               MOVE WS-SIN-ID-POLICE TO WS-TS-ID-POLICE (WS-SUI-POS)
               MOVE WS-SIN-DEVISE    TO WS-TS-DEVISE (WS-SUI-POS)
           END-IF.
           MOVE WS-RECUP-NUM TO WS-TS-FACTURE (WS-SUI-POS).
           MOVE WS-DATE-JOUR TO WS-TS-DATE (WS-SUI-POS).

           MOVE SPACES TO WS-RECUPERATION-RECORD.
           MOVE '2' TO WS-REC-TYPE.
           MOVE WS-SIN-NUMERO    TO WS-REC-DET-SINISTRE.
           MOVE WS-SIN-ID-POLICE TO WS-REC-DET-ID.
           MOVE WS-SIN-DEVISE    TO WS-REC-DET-DEVISE.
           MOVE WS-CHARGE-NUM    TO WS-REC-DET-CHARGE.
           MOVE WS-CES-PART (WS-CES-POS) TO WS-REC-DET-PART.
           MOVE WS-RECUP-NUM     TO WS-REC-DET-RECUP.
           MOVE WS-DEJA-NUM      TO WS-REC-DET-DEJA.
           MOVE WS-ECART-NUM     TO WS-REC-DET-ECART.
           MOVE WS-SIN-STATUT    TO WS-REC-DET-STATUT.
           WRITE WS-RECUPERATION-RECORD.
           ADD 1 TO WS-NB-DETAILS.

      * Cumul a facturer par devise (devise du sinistre) pour la fin
      * de bordereau.
           MOVE ZERO TO WS-DEV-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-DEVISES
               IF WS-DEV-CODE (WS-I) = WS-SIN-DEVISE
                   MOVE WS-I TO WS-DEV-POS
               END-IF
           END-PERFORM.
           IF WS-DEV-POS = ZERO AND WS-NB-DEVISES < 5
               ADD 1 TO WS-NB-DEVISES
               MOVE WS-NB-DEVISES TO WS-DEV-POS
               MOVE WS-SIN-DEVISE TO WS-DEV-CODE (WS-DEV-POS)
               MOVE ZERO TO WS-DEV-TOTAL (WS-DEV-POS)
           END-IF.
           IF WS-DEV-POS > ZERO
               ADD WS-ECART-NUM TO WS-DEV-TOTAL (WS-DEV-POS)
           ELSE
               DISPLAY 'PLUS DE 5 DEVISES, SINISTRE HORS TOTAUX : '
                   WS-SIN-NUMERO
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
       5000-EXAMINER-SINISTRE-FIN. EXIT.

      ******************************************************************
      * Enregistrement de fin de bordereau : nombre de details puis
      * les totaux a facturer par devise, dans l'ordre de rencontre.
      ******************************************************************
       6000-ECRIRE-FIN-BORDEREAU.
           MOVE SPACES TO WS-RECUPERATION-RECORD.
           MOVE '3' TO WS-REC-TYPE.
           MOVE WS-NB-DETAILS TO WS-REC-FIN-NBRE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-DEVISES
               MOVE WS-DEV-CODE (WS-I)
                   TO WS-REC-FIN-DEV-CODE (WS-I)
               MOVE WS-DEV-TOTAL (WS-I)
                   TO WS-REC-FIN-DEV-TOTAL (WS-I)
           END-PERFORM.
           WRITE WS-RECUPERATION-RECORD.
       6000-ECRIRE-FIN-BORDEREAU-FIN. EXIT.

      ******************************************************************
      * Reecrit le suivi avec les cumuls factures a jour.
      ******************************************************************
       7000-REECRIRE-SUIVI.
           OPEN OUTPUT SUIVI-FILE.
           IF NOT STATUT-SUIVI-OK
               DISPLAY 'ERREUR REECRITURE RECUPERATIONS-REASSURANCE.DAT'
                   ' : ' WS-STATUS-SUIVI
               MOVE '7000-REECRIRE-SUIVI'     TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR REECRITURE SUIVI-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-SUIVI WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               GO TO 7000-REECRIRE-SUIVI-FIN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-SUIVIS
               MOVE SPACES TO WS-SUIVI-RECORD
               MOVE WS-TS-SINISTRE (WS-I)  TO WS-SUI-SINISTRE
               MOVE WS-TS-ID-POLICE (WS-I) TO WS-SUI-ID-POLICE
               MOVE WS-TS-DEVISE (WS-I)    TO WS-SUI-DEVISE
               MOVE WS-TS-FACTURE (WS-I)   TO WS-SUI-FACTURE
               MOVE WS-TS-DATE (WS-I)      TO WS-SUI-DATE
               WRITE WS-SUIVI-RECORD
           END-PERFORM.
           CLOSE SUIVI-FILE.
       7000-REECRIRE-SUIVI-FIN. EXIT.

       END PROGRAM assur-reassurance-recup.
