      * ancien/nouveau par police plus, par devise, le total ancien,
      * le total nouveau et le total attendu (ancien * taux) pour
      * reconciliation : l'ecart ne doit refleter que les arrondis.
      * Au meme passage, la prime indexee est ajustee du bonus-malus
      * de la police : son coefficient, tenu dans
      * BONUS-MALUS-ASSUR.DAT (1.00 a la premiere application), est
      * reduit de BM_TAUX_BONUS % apres une annee sans sinistre et
      * majore de BM_TAUX_MALUS % par sinistre responsable declare
      * dans SINISTRES-ASSUR.DAT pendant l'annee d'assurance qui
      * s'acheve (hors REFUSE), puis borne par BM_PLANCHER et
      * BM_PLAFOND. Ces quatre valeurs viennent du fichier central
      * des parametres (routine PARAMLIRE), a defaut 5 %, 25 %, 0.50
      * et 3.50. La nouvelle prime est la prime indexee multipliee
      * par le rapport nouveau / ancien coefficient. Le coefficient
      * ne s'applique qu'une fois par an (date de derniere
      * application), jamais la premiere annee de la police, et la
      * ligne POLHIST porte alors l'action BONMAL. L'avis de
      * renouvellement (assur-renouvellement.cbl) relit le fichier
      * pour expliquer le changement de prime a l'assure.
      * Un taux d'indexation nul est admis : le passage n'applique
      * alors que le bonus-malus.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WS-ASSUR-PART2-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER2.

           SELECT SINISTRES-FILE ASSIGN TO 'sinistres-assur.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-SIN-NUMERO
           ALTERNATE RECORD KEY IS WS-SIN-ID-POLICE WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-SINISTRES.

           SELECT BONUS-MALUS-FILE ASSIGN TO 'bonus-malus-assur.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY   IS WS-BM-ID
           FILE STATUS  IS WS-STATUS-BM.

           SELECT RAPPORT-INDEX-FILE
           ASSIGN TO 'rapport-indexation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
               05 FILLER       PIC X(1).
               05 WS-DEVISE    PIC X(3).

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
           05 WS-SIN-MOTIF-HG  PIC X(2).
           05 WS-SIN-RESPONSABLE PIC X(1).
              88 WS-SIN-NON-RESPONSABLE VALUE 'N'.
           05 FILLER           PIC X(5).

       FD BONUS-MALUS-FILE
      * Un enregistrement par police : coefficient en vigueur, le
      * precedent, nombre de sinistres responsables retenus, prime
      * avant ajustement et date de la derniere application.
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD     IS WS-BM-RECORD.
       01 WS-BM-RECORD.
           05 WS-BM-ID         PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-BM-COEF       PIC 9V99.
           05 FILLER           PIC X(1).
           05 WS-BM-COEF-PREC  PIC 9V99.
           05 FILLER           PIC X(1).
           05 WS-BM-NB-SIN     PIC 9(2).
           05 FILLER           PIC X(1).
           05 WS-BM-PRIME-PREC PIC 9(9).
           05 FILLER           PIC X(1).
           05 WS-BM-DATE-APPLI PIC 9(8).
           05 FILLER           PIC X(12).

       FD RAPPORT-INDEX-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
          88 STATUT-FICHIER2-OK  VALUE '00'.
          88 STATUT-FICHIER2-FIN VALUE '10'.

       01 WS-STATUS-SINISTRES PIC X(02).
          88 STATUT-SINISTRES-OK      VALUE '00'.
          88 STATUT-SINISTRES-ABSENT  VALUE '35'.

       01 WS-STATUS-BM       PIC X(02).
          88 STATUT-BM-OK        VALUE '00'.
          88 STATUT-BM-ABSENT    VALUE '35'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

       01 WS-NB-EXAMINEES    PIC 9(05) VALUE ZERO.
       01 WS-NB-INDEXEES     PIC 9(05) VALUE ZERO.
       01 WS-NB-BONUS-MALUS  PIC 9(05) VALUE ZERO.

      * Police en cours d'indexation.
       01 WS-ANCIENNE-PRIME  PIC 9(9).
       01 WS-PRIME-INDEXEE   PIC 9(9).
       01 WS-NOUVELLE-PRIME  PIC 9(9).
       01 WS-ANCIENNE-ED     PIC Z(8)9.
       01 WS-NOUVELLE-ED     PIC Z(8)9.
       01 WS-CRT-ID          PIC X(8).
       01 WS-CRT-DATE1       PIC X(8).

      * Bornes et taux du bonus-malus, lus par PARAMLIRE avec leurs
      * valeurs par defaut.
       01 WS-BM-PLANCHER     PIC 9V99     VALUE 0.50.
       01 WS-BM-PLAFOND      PIC 9V99     VALUE 3.50.
       01 WS-BM-TAUX-BONUS   PIC 9(2)V99  VALUE 5.
       01 WS-BM-TAUX-MALUS   PIC 9(2)V99  VALUE 25.

      * Bonus-malus de la police courante.
       01 WS-BM-APPLIQUE     PIC X(01).
          88 BM-APPLIQUE     VALUE 'O'.
       01 WS-BM-EXISTE       PIC X(01).
          88 BM-EXISTANT     VALUE 'O'.
       01 WS-COEF-ANCIEN     PIC 9V99.
       01 WS-COEF-NOUVEAU    PIC 9V99.
       01 WS-COEF-CALCUL     PIC 9(3)V9(6).
       01 WS-COEF-ANCIEN-ED  PIC 9.99.
       01 WS-COEF-NOUVEAU-ED PIC 9.99.
       01 WS-NB-SIN-TORT     PIC 9(02).
       01 WS-N               PIC 9(02).
       01 WS-ANNIVERSAIRE    PIC 9(08).
       01 WS-DEBUT-ANNEE-ASS PIC 9(08).
       01 WS-FIN-PARCOURS    PIC X(01).
          88 FIN-PARCOURS-SIN VALUE 'O'.
       01 WS-SINISTRES-OUVERT PIC X(01) VALUE 'N'.
          88 SINISTRES-OUVERT VALUE 'O'.

      * Zones d'appel de la routine partagee de calcul de dates.
       01 WS-DATEUTIL-FONCTION PIC X(08).
       01 WS-DATEUTIL-DATE-1   PIC 9(08).
       01 WS-DATEUTIL-DATE-2   PIC 9(08).
       01 WS-DATEUTIL-NOMBRE   PIC S9(07).
       01 WS-DATEUTIL-RESULTAT PIC S9(08).
       01 WS-DATEUTIL-CODE     PIC X(02).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01  WS-PARAM-CLE         PIC X(20).
       01  WS-PARAM-VALEUR      PIC X(20).
       01  WS-PARAM-CODE        PIC X(02).

      * Totaux de controle par devise : ancien total, nouveau total,
      * total attendu (ancien * taux) arrondi.
          05 WS-DEV-ENTREE OCCURS 10 TIMES.
             10 WS-DEV-CODE        PIC X(3).
             10 WS-DEV-TOTAL-AVANT PIC 9(11).
             10 WS-DEV-TOTAL-INDEX PIC 9(11).
             10 WS-DEV-TOTAL-APRES PIC 9(11).

       01 WS-TOTAL-ATTENDU   PIC 9(11).
       01 WS-TOTAL-AVANT-ED  PIC Z(10)9.
       01 WS-TOTAL-INDEX-ED  PIC Z(10)9.
       01 WS-TOTAL-APRES-ED  PIC Z(10)9.
       01 WS-TOTAL-ATT-ED    PIC Z(10)9.

           END-IF.
           COMPUTE WS-TAUX-PCT = FUNCTION NUMVAL(WS-TAUX-SAISI).
           IF WS-TAUX-PCT = ZERO
               DISPLAY 'TAUX NUL : BONUS-MALUS SEUL.'
           END-IF.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS-TRAITEMENT.
           DISPLAY 'MOIS DE TRAITEMENT : ' WS-MOIS-TRAITEMENT.

           PERFORM 0100-LIRE-PARAMETRES-BM
           THRU    0100-LIRE-PARAMETRES-BM-FIN.

           OPEN I-O BONUS-MALUS-FILE.
           IF STATUT-BM-ABSENT
               OPEN OUTPUT BONUS-MALUS-FILE
               CLOSE BONUS-MALUS-FILE
               OPEN I-O BONUS-MALUS-FILE
           END-IF.
           IF NOT STATUT-BM-OK
               DISPLAY 'ERREUR OUVERTURE BONUS-MALUS-ASSUR.DAT : '
                       WS-STATUS-BM
               MOVE '0000-MAIN-START'         TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE BONUS-MALUS-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-BM WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Sans fichier des sinistres, toutes les polices sont reputees
      * sans sinistre sur l'annee.
           OPEN INPUT SINISTRES-FILE.
           IF STATUT-SINISTRES-OK
               MOVE 'O' TO WS-SINISTRES-OUVERT
           ELSE
               DISPLAY 'SINISTRES-ASSUR.DAT ILLISIBLE ('
                   WS-STATUS-SINISTRES ') : AUCUN SINISTRE RETENU'
           END-IF.

           OPEN OUTPUT RAPPORT-INDEX-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'ERREUR OUVERTURE RAPPORT-INDEXATION.DAT : '
           THRU    6000-ECRIRE-CONTROLES-FIN.

           CLOSE RAPPORT-INDEX-FILE.
           CLOSE BONUS-MALUS-FILE.
           IF SINISTRES-OUVERT
               CLOSE SINISTRES-FILE
           END-IF.

           DISPLAY 'POLICES EXAMINEES : ' WS-NB-EXAMINEES.
           DISPLAY 'POLICES INDEXEES  : ' WS-NB-INDEXEES.
           DISPLAY 'BONUS-MALUS       : ' WS-NB-BONUS-MALUS.

           MOVE WS-NB-EXAMINEES TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-INDEXEES  TO WS-RUNCTL-COMPTEUR-2.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Bornes et taux du bonus-malus depuis le fichier central des
      * parametres ; une valeur absente ou illisible garde son defaut.
      ******************************************************************
       0100-LIRE-PARAMETRES-BM.
           MOVE 'BM_PLANCHER' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-BM-PLANCHER =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.
           MOVE 'BM_PLAFOND' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-BM-PLAFOND =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.
           MOVE 'BM_TAUX_BONUS' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-BM-TAUX-BONUS =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.
           MOVE 'BM_TAUX_MALUS' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-BM-TAUX-MALUS =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.
           IF WS-BM-PLANCHER > WS-BM-PLAFOND
               DISPLAY 'BM_PLANCHER SUPERIEUR A BM_PLAFOND : '
                   'BORNES PAR DEFAUT'
               MOVE 0.50 TO WS-BM-PLANCHER
               MOVE 3.50 TO WS-BM-PLAFOND
           END-IF.
       0100-LIRE-PARAMETRES-BM-FIN. EXIT.

      ******************************************************************
      * Parcourt ASSUR-PART1-FILE en mise a jour et indexe chaque
      * police ACTIF dont l'anniversaire tombe dans le mois courant.
       1000-INDEXER-PART1-FIN. EXIT.

       1100-APPLIQUER-TAUX-P1.
           MOVE WS-ID OF WS-ASSUR-PART1-RECORD    TO WS-CRT-ID.
           MOVE WS-Date1 OF WS-ASSUR-PART1-RECORD TO WS-CRT-DATE1.
           MOVE WS-PRIX-NUM-P1 TO WS-ANCIENNE-PRIME.
           PERFORM 3000-CALCULER-PRIME
           THRU    3000-CALCULER-PRIME-FIN.

           MOVE 'PART1' TO WS-HIST-FICHIER.
           MOVE WS-ASSUR-PART1-RECORD TO WS-HIST-IMAGE.
           CALL 'POLHIST' USING WS-HIST-PROGRAMME WS-HIST-ACTION
               WS-HIST-FICHIER WS-HIST-IMAGE.

           MOVE WS-NOUVELLE-PRIME TO WS-PRIX-NUM-P1.

           REWRITE WS-ASSUR-PART1-RECORD.
           END-IF.

           ADD 1 TO WS-NB-INDEXEES.
           PERFORM 3500-ENREGISTRER-BM
           THRU    3500-ENREGISTRER-BM-FIN.
           MOVE WS-DEVISE OF WS-ASSUR-PART1-RECORD TO WS-DEV-POS-CODE.
           PERFORM 5000-CUMULER-CONTROLE
           THRU    5000-CUMULER-CONTROLE-FIN.
       2000-INDEXER-PART2-FIN. EXIT.

       2100-APPLIQUER-TAUX-P2.
           MOVE WS-ID OF WS-ASSUR-PART2-RECORD    TO WS-CRT-ID.
           MOVE WS-Date1 OF WS-ASSUR-PART2-RECORD TO WS-CRT-DATE1.
           MOVE WS-PRIX-NUM-P2 TO WS-ANCIENNE-PRIME.
           PERFORM 3000-CALCULER-PRIME
           THRU    3000-CALCULER-PRIME-FIN.

           MOVE 'PART2' TO WS-HIST-FICHIER.
           MOVE WS-ASSUR-PART2-RECORD TO WS-HIST-IMAGE.
           CALL 'POLHIST' USING WS-HIST-PROGRAMME WS-HIST-ACTION
               WS-HIST-FICHIER WS-HIST-IMAGE.

           MOVE WS-NOUVELLE-PRIME TO WS-PRIX-NUM-P2.

           REWRITE WS-ASSUR-PART2-RECORD.
           END-IF.

           ADD 1 TO WS-NB-INDEXEES.
           PERFORM 3500-ENREGISTRER-BM
           THRU    3500-ENREGISTRER-BM-FIN.
           MOVE WS-DEVISE OF WS-ASSUR-PART2-RECORD TO WS-DEV-POS-CODE.
           PERFORM 5000-CUMULER-CONTROLE
           THRU    5000-CUMULER-CONTROLE-FIN.
           THRU    5100-ECRIRE-LIGNE-AUDIT-FIN.
       2100-APPLIQUER-TAUX-P2-FIN. EXIT.

      ******************************************************************
      * Nouvelle prime de la police courante : indexation, puis
      * ajustement par le rapport nouveau / ancien coefficient de
      * bonus-malus quand celui-ci s'applique cette annee. L'action
      * POLHIST suit : BONMAL si le coefficient s'applique, INDEX
      * sinon.
      ******************************************************************
       3000-CALCULER-PRIME.
           COMPUTE WS-PRIME-INDEXEE ROUNDED =
               WS-ANCIENNE-PRIME * (1 + WS-TAUX-PCT / 100).
           MOVE WS-PRIME-INDEXEE TO WS-NOUVELLE-PRIME.
           MOVE 'INDEX ' TO WS-HIST-ACTION.

           PERFORM 3100-CALCULER-COEFFICIENT
           THRU    3100-CALCULER-COEFFICIENT-FIN.
           IF BM-APPLIQUE
               MOVE 'BONMAL' TO WS-HIST-ACTION
               COMPUTE WS-NOUVELLE-PRIME ROUNDED =
                   WS-PRIME-INDEXEE * WS-COEF-NOUVEAU / WS-COEF-ANCIEN
           END-IF.
       3000-CALCULER-PRIME-FIN. EXIT.

      ******************************************************************
      * Coefficient de bonus-malus de la police courante. Ne
      * s'applique pas la premiere annee de la police ni deux fois la
      * meme annee. Les sinistres retenus sont ceux declares pendant
      * l'annee d'assurance qui s'acheve a l'anniversaire de cette
      * annee, responsables (ou anterieurs a la saisie de la
      * responsabilite) et non REFUSE.
      ******************************************************************
       3100-CALCULER-COEFFICIENT.
           MOVE 'N' TO WS-BM-APPLIQUE.
           MOVE ZERO TO WS-NB-SIN-TORT.
           IF WS-CRT-DATE1 NOT NUMERIC
               OR WS-CRT-DATE1(1:4) >= WS-DATE-JOUR(1:4)
               GO TO 3100-CALCULER-COEFFICIENT-FIN
           END-IF.

           MOVE 'N' TO WS-BM-EXISTE.
           MOVE WS-CRT-ID TO WS-BM-ID.
           READ BONUS-MALUS-FILE.
           IF STATUT-BM-OK
               MOVE 'O' TO WS-BM-EXISTE
               IF WS-BM-DATE-APPLI(1:4) = WS-DATE-JOUR(1:4)
                   GO TO 3100-CALCULER-COEFFICIENT-FIN
               END-IF
               MOVE WS-BM-COEF TO WS-COEF-ANCIEN
           ELSE
               MOVE 1.00 TO WS-COEF-ANCIEN
           END-IF.
           IF WS-COEF-ANCIEN = ZERO
               MOVE 1.00 TO WS-COEF-ANCIEN
           END-IF.

      * Anniversaire de cette annee (un 29 fevrier devient le 28 les
      * annees non bissextiles) et debut de l'annee d'assurance.
           MOVE WS-DATE-JOUR TO WS-ANNIVERSAIRE.
           MOVE WS-CRT-DATE1(5:4) TO WS-ANNIVERSAIRE(5:4).
           MOVE 'VALIDER ' TO WS-DATEUTIL-FONCTION.
           MOVE WS-ANNIVERSAIRE TO WS-DATEUTIL-DATE-1.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           IF WS-DATEUTIL-CODE NOT = '00'
               SUBTRACT 1 FROM WS-ANNIVERSAIRE
           END-IF.
           MOVE 'AJOUTMOI' TO WS-DATEUTIL-FONCTION.
           MOVE WS-ANNIVERSAIRE TO WS-DATEUTIL-DATE-1.
           MOVE -12 TO WS-DATEUTIL-NOMBRE.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           MOVE WS-DATEUTIL-RESULTAT TO WS-DEBUT-ANNEE-ASS.

           IF SINISTRES-OUVERT
               PERFORM 3200-COMPTER-SINISTRES
               THRU    3200-COMPTER-SINISTRES-FIN
           END-IF.

           COMPUTE WS-COEF-CALCUL = WS-COEF-ANCIEN.
           IF WS-NB-SIN-TORT = ZERO
               COMPUTE WS-COEF-CALCUL ROUNDED =
                   WS-COEF-CALCUL * (1 - WS-BM-TAUX-BONUS / 100)
           ELSE
               PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-NB-SIN-TORT
                   COMPUTE WS-COEF-CALCUL ROUNDED =
                       WS-COEF-CALCUL * (1 + WS-BM-TAUX-MALUS / 100)
                   IF WS-COEF-CALCUL > WS-BM-PLAFOND
                       MOVE WS-BM-PLAFOND TO WS-COEF-CALCUL
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-COEF-CALCUL < WS-BM-PLANCHER
               MOVE WS-BM-PLANCHER TO WS-COEF-CALCUL
           END-IF.
           IF WS-COEF-CALCUL > WS-BM-PLAFOND
               MOVE WS-BM-PLAFOND TO WS-COEF-CALCUL
           END-IF.
           COMPUTE WS-COEF-NOUVEAU ROUNDED = WS-COEF-CALCUL.
           MOVE 'O' TO WS-BM-APPLIQUE.
       3100-CALCULER-COEFFICIENT-FIN. EXIT.

      ******************************************************************
      * Sinistres de la police courante declares dans l'annee
      * d'assurance : START sur la cle secondaire WS-SIN-ID-POLICE
      * puis lecture en sequence tant que la cle ne change pas.
      ******************************************************************
       3200-COMPTER-SINISTRES.
           MOVE WS-CRT-ID TO WS-SIN-ID-POLICE.
           START SINISTRES-FILE KEY NOT < WS-SIN-ID-POLICE.
           IF NOT STATUT-SINISTRES-OK
               GO TO 3200-COMPTER-SINISTRES-FIN
           END-IF.
           MOVE 'N' TO WS-FIN-PARCOURS.
           PERFORM UNTIL FIN-PARCOURS-SIN
               READ SINISTRES-FILE NEXT
               IF NOT STATUT-SINISTRES-OK
                   OR WS-SIN-ID-POLICE NOT = WS-CRT-ID
                   MOVE 'O' TO WS-FIN-PARCOURS
               ELSE
                   IF WS-SIN-STATUT NOT = 'REFUSE  '
                       AND NOT WS-SIN-NON-RESPONSABLE
                       AND WS-SIN-DATE-DECL NUMERIC
                       AND WS-SIN-DATE-DECL >= WS-DEBUT-ANNEE-ASS
                       AND WS-SIN-DATE-DECL <  WS-ANNIVERSAIRE
                       AND WS-NB-SIN-TORT < 99
                       ADD 1 TO WS-NB-SIN-TORT
                   END-IF
               END-IF
           END-PERFORM.
       3200-COMPTER-SINISTRES-FIN. EXIT.

      ******************************************************************
      * Une fois la police reecrite, le coefficient applique est
      * range dans BONUS-MALUS-ASSUR.DAT avec le precedent, le nombre
      * de sinistres retenus et la prime avant ajustement, pour
      * l'avis de renouvellement.
      ******************************************************************
       3500-ENREGISTRER-BM.
           IF NOT BM-APPLIQUE
               GO TO 3500-ENREGISTRER-BM-FIN
           END-IF.
           MOVE SPACES TO WS-BM-RECORD.
           MOVE WS-CRT-ID         TO WS-BM-ID.
           MOVE WS-COEF-NOUVEAU   TO WS-BM-COEF.
           MOVE WS-COEF-ANCIEN    TO WS-BM-COEF-PREC.
           MOVE WS-NB-SIN-TORT    TO WS-BM-NB-SIN.
           MOVE WS-ANCIENNE-PRIME TO WS-BM-PRIME-PREC.
           MOVE WS-DATE-JOUR      TO WS-BM-DATE-APPLI.
           IF BM-EXISTANT
               REWRITE WS-BM-RECORD
           ELSE
               WRITE WS-BM-RECORD
           END-IF.
           IF NOT STATUT-BM-OK
               DISPLAY 'ERREUR ECRITURE BONUS-MALUS POUR ' WS-CRT-ID
                   ' : ' WS-STATUS-BM
               MOVE '3500-ENREGISTRER-BM'     TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR ECRITURE BONUS-MALUS-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-BM WS-LOG-MESSAGE
               GO TO 3500-ENREGISTRER-BM-FIN
           END-IF.
           ADD 1 TO WS-NB-BONUS-MALUS.
       3500-ENREGISTRER-BM-FIN. EXIT.

      ******************************************************************
      * Cumule les totaux de controle avant/apres de la devise de la
      * police indexee (WS-DEV-POS-CODE), en creant l'entree de la
               MOVE WS-NB-DEVISES TO WS-DEV-POS
               MOVE WS-DEV-POS-CODE TO WS-DEV-CODE (WS-DEV-POS)
               MOVE ZERO TO WS-DEV-TOTAL-AVANT (WS-DEV-POS)
               MOVE ZERO TO WS-DEV-TOTAL-INDEX (WS-DEV-POS)
               MOVE ZERO TO WS-DEV-TOTAL-APRES (WS-DEV-POS)
           END-IF.
           ADD WS-ANCIENNE-PRIME TO WS-DEV-TOTAL-AVANT (WS-DEV-POS).
           ADD WS-PRIME-INDEXEE  TO WS-DEV-TOTAL-INDEX (WS-DEV-POS).
           ADD WS-NOUVELLE-PRIME TO WS-DEV-TOTAL-APRES (WS-DEV-POS).
       5000-CUMULER-CONTROLE-FIN. EXIT.

               ' ANCIENNE PRIME : ' WS-ANCIENNE-ED
               ' NOUVELLE PRIME : ' WS-NOUVELLE-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           IF BM-APPLIQUE
               MOVE WS-COEF-ANCIEN  TO WS-COEF-ANCIEN-ED
               MOVE WS-COEF-NOUVEAU TO WS-COEF-NOUVEAU-ED
               STRING ' BM ' WS-COEF-ANCIEN-ED '>' WS-COEF-NOUVEAU-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD(67:13)
           END-IF.
           WRITE WS-RAPPORT-RECORD.
       5100-ECRIRE-LIGNE-AUDIT-FIN. EXIT.

      ******************************************************************
      * Totaux de controle par devise : le total indexe doit retomber
      * sur ancien total * taux, a l'effet des arrondis pres - tout
      * autre ecart signale une prime corrompue pendant le passage.
      * Le total apres bonus-malus suit sur une seconde ligne.
      ******************************************************************
       6000-ECRIRE-CONTROLES.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
               COMPUTE WS-TOTAL-ATTENDU ROUNDED =
                   WS-DEV-TOTAL-AVANT (WS-K) * (1 + WS-TAUX-PCT / 100)
               MOVE WS-DEV-TOTAL-AVANT (WS-K) TO WS-TOTAL-AVANT-ED
               MOVE WS-DEV-TOTAL-INDEX (WS-K) TO WS-TOTAL-INDEX-ED
               MOVE WS-DEV-TOTAL-APRES (WS-K) TO WS-TOTAL-APRES-ED
               MOVE WS-TOTAL-ATTENDU          TO WS-TOTAL-ATT-ED
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING WS-DEV-CODE (WS-K)
                   ' AVANT : ' WS-TOTAL-AVANT-ED
                   ' INDEXE : ' WS-TOTAL-INDEX-ED
                   ' ATTENDU : ' WS-TOTAL-ATT-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING WS-DEV-CODE (WS-K)
                   ' APRES BONUS-MALUS : ' WS-TOTAL-APRES-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.
       6000-ECRIRE-CONTROLES-FIN. EXIT.

