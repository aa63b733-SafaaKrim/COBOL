      ********************************************************************
      *     Triangle de developpement des sinistres et estimation des   *
      *     sinistres tardifs (IBNR) : nombre et montant des sinistres  *
      *     par annee de survenance et annee de developpement, par      *
      *     produit et devise, facteurs chain-ladder et IBNR estime     *
      *     par annee de survenance.                                    *
      ********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assur-sinistres-triangle.
       AUTHOR. K.SAFAA.

      * Chaque trimestre la finance demande combien provisionner pour
      * les sinistres survenus mais pas encore declares. Ce batch lit
      * SINISTRES-ASSUR.DAT et classe chaque sinistre (hors REFUSE)
      * par annee de survenance (WS-SIN-DATE-SURV) et par annee de
      * developpement, ecart en annees entre la survenance et la
      * declaration (WS-SIN-DATE-DECL) : 0 = declare l'annee de sa
      * survenance. Le montant d'un sinistre est sa charge connue,
      * provision restante plus reglements deja saisis (WS-SIN-RESERVE
      * + WS-SIN-REGLE). Le produit (WS-NOM) est pris dans la
      * photographie de fin de mois PHOTO-ASSURANCES-<AAAAMM>.DAT de
      * assur-cloture.cbl pour la periode d'arrete ; une police
      * absente de la photographie tombe sous le produit INCONNU.
      * La periode d'arrete est saisie au lancement (AAAAMM, mois
      * courant par defaut) : seuls comptent les sinistres survenus
      * et declares au plus tard le dernier jour de ce mois, et le
      * triangle couvre les dix annees de survenance qui finissent a
      * l'annee d'arrete (les survenances plus anciennes sont
      * comptees a part).
      * Pour chaque couple produit / devise, RAPPORT-TRIANGLE-
      * SINISTRES.DAT donne les triangles cumules du nombre et du
      * montant, les facteurs de developpement chain-ladder d'une
      * annee a la suivante (somme des cumuls connus en annee d+1 sur
      * la somme des memes annees de survenance en annee d, 1 faute
      * de donnees), puis par annee de survenance la charge connue,
      * le facteur jusqu'a l'ultime, la charge ultime et l'IBNR
      * (ultime moins connu). Le rapport se termine par l'IBNR total
      * par devise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINISTRES-FILE ASSIGN TO 'sinistres-assur.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-SIN-NUMERO
           ALTERNATE RECORD KEY IS WS-SIN-ID-POLICE WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-SINISTRES.

      * Photographie de fin de mois, le nom etant compose a
      * l'execution comme dans assur-cloture.cbl.
           SELECT PHOTO-FILE ASSIGN DYNAMIC WS-PHOTO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-PHOTO.

           SELECT RAPPORT-TRI-FILE
           ASSIGN TO 'rapport-triangle-sinistres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
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
           05 FILLER           PIC X(6).

       FD PHOTO-FILE
      * Une ligne par police : fichier d'origine (1 ou 2) puis
      * l'enregistrement police complet.
           RECORD CONTAINS 123 CHARACTERS
           DATA RECORD     IS WS-PHOTO-RECORD.
       01 WS-PHOTO-RECORD.
           05 WS-PHO-PART      PIC X(1).
           05 FILLER           PIC X(1).
           05 WS-PHO-POLICE.
              10 WS-PHO-ID     PIC X(8).
              10 FILLER        PIC X(1).
              10 WS-PHO-NOM    PIC X(14).
              10 FILLER        PIC X(98).

       FD RAPPORT-TRI-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SINISTRES PIC X(02).
          88 STATUT-SINISTRES-OK  VALUE '00'.
          88 STATUT-SINISTRES-FIN VALUE '10'.
          88 STATUT-SINISTRES-ABSENT VALUE '35'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-PHOTO==
                     ==FSTAT-OK==    BY ==STATUT-PHOTO-OK==.
           88 STATUT-PHOTO-FIN VALUE '10'.
           88 STATUT-PHOTO-ABSENT VALUE '35'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-SIN-TRIANGLE'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'ASSUR-SIN-TRIANGLE'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

       01 WS-PHOTO-PATH      PIC X(200).
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-PERIODE         PIC 9(06).
       01 WS-PERIODE-SAISIE  PIC X(06).
       01 WS-DATE-ARRETE     PIC 9(08).
       01 WS-DATE-ARRETE-X REDEFINES WS-DATE-ARRETE.
          05 WS-ANNEE-ARRETE PIC 9(04).
          05 FILLER          PIC 9(04).
       01 WS-ANNEE-DEBUT     PIC 9(04).

       01 WS-NB-LUS          PIC 9(07) VALUE ZERO.
       01 WS-NB-RETENUS      PIC 9(07) VALUE ZERO.
       01 WS-NB-ANCIENS      PIC 9(07) VALUE ZERO.
       01 WS-NB-ECARTES      PIC 9(07) VALUE ZERO.
       01 WS-NB-SANS-PRODUIT PIC 9(07) VALUE ZERO.

      * Produit des polices, charge depuis la photographie.
       01 WS-MAX-POLICES     PIC 9(04) VALUE 500.
       01 WS-NB-POLICES      PIC 9(04) VALUE ZERO.
       01 WS-TAB-POLICES.
          05 WS-POL-ENTREE OCCURS 500 TIMES.
             10 WS-POL-ID      PIC X(8).
             10 WS-POL-NOM     PIC X(14).

      * Un triangle par couple produit / devise : dix annees de
      * survenance (1 = la plus ancienne) sur dix annees de
      * developpement (1 = annee de survenance). Les cellules sont
      * d'abord chargees en increments puis cumulees sur la ligne.
       01 WS-MAX-GROUPES     PIC 9(02) VALUE 20.
       01 WS-NB-GROUPES      PIC 9(02) VALUE ZERO.
       01 WS-TAB-GROUPES.
          05 WS-GRP-ENTREE OCCURS 20 TIMES.
             10 WS-GRP-PRODUIT  PIC X(14).
             10 WS-GRP-DEVISE   PIC X(3).
             10 WS-GRP-ORIGINE OCCURS 10 TIMES.
                15 WS-GRP-CELLULE OCCURS 10 TIMES.
                   20 WS-GRP-NBRE    PIC 9(05).
                   20 WS-GRP-MONTANT PIC 9(13).

      * Facteurs de developpement du groupe courant (d vers d+1).
       01 WS-TAB-FACTEURS.
          05 WS-FACTEUR      PIC 9(03)V9(06) OCCURS 9 TIMES.
       01 WS-NUMERATEUR      PIC 9(15).
       01 WS-DENOMINATEUR    PIC 9(15).
       01 WS-FACTEUR-ULTIME  PIC 9(05)V9(06).
       01 WS-CHARGE-CONNUE   PIC 9(13).
       01 WS-CHARGE-ULTIME   PIC 9(15).
       01 WS-IBNR            PIC 9(15).
       01 WS-IBNR-GROUPE     PIC 9(15).

      * IBNR total par devise, tous produits confondus.
       01 WS-NB-DEVISES      PIC 9(02) VALUE ZERO.
       01 WS-DEV-POS         PIC 9(02) VALUE ZERO.
       01 WS-TAB-DEVISES.
          05 WS-DEV-ENTREE OCCURS 10 TIMES.
             10 WS-DEV-CODE    PIC X(3).
             10 WS-DEV-IBNR    PIC 9(15).

       01 WS-PRODUIT-CRT     PIC X(14).
       01 WS-MONTANT-CRT     PIC 9(13).
       01 WS-ANNEE-SURV      PIC 9(04).
       01 WS-ANNEE-DECL      PIC 9(04).
       01 WS-G               PIC 9(02) VALUE ZERO.
       01 WS-O               PIC 9(02) VALUE ZERO.
       01 WS-D               PIC 9(02) VALUE ZERO.
       01 WS-DERNIER-D       PIC 9(02) VALUE ZERO.
       01 WS-I               PIC 9(04) VALUE ZERO.
       01 WS-K               PIC 9(02) VALUE ZERO.

      * Ligne de triangle : libelle puis dix colonnes.
       01 WS-LIGNE-TRI.
          05 WS-LT-LIB        PIC X(10).
          05 WS-LT-COLONNE OCCURS 10 TIMES.
             10 FILLER        PIC X(1).
             10 WS-LT-VALEUR  PIC X(13).
       01 WS-MONTANT-ED      PIC Z(12)9.
       01 WS-MONTANT15-ED    PIC Z(14)9.
       01 WS-FACTEUR-ED      PIC ZZ9.999999.
       01 WS-ULTIME-ED       PIC Z(4)9.999999.
       01 WS-NBRE-ED         PIC Z(6)9.

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
           INITIALIZE WS-TAB-GROUPES.

           DISPLAY 'PERIODE D''ARRETE (AAAAMM, VIDE = MOIS COURANT) : '
               WITH NO ADVANCING.
           ACCEPT WS-PERIODE-SAISIE.
           IF WS-PERIODE-SAISIE = SPACES
               MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           ELSE
               IF WS-PERIODE-SAISIE NOT NUMERIC
                   DISPLAY 'PERIODE ILLISIBLE, TRIANGLE ABANDONNE.'
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
               DISPLAY 'PERIODE IMPOSSIBLE, TRIANGLE ABANDONNE.'
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
           COMPUTE WS-ANNEE-DEBUT = WS-ANNEE-ARRETE - 9.

           PERFORM 1000-CHARGER-PHOTO
           THRU    1000-CHARGER-PHOTO-FIN.

           PERFORM 2000-CHARGER-SINISTRES
           THRU    2000-CHARGER-SINISTRES-FIN.

           PERFORM 3000-ECRIRE-RAPPORT
           THRU    3000-ECRIRE-RAPPORT-FIN.

           DISPLAY 'SINISTRES LUS                : ' WS-NB-LUS.
           DISPLAY 'SINISTRES DANS LE TRIANGLE   : ' WS-NB-RETENUS.
           DISPLAY 'SURVENANCES ANTERIEURES      : ' WS-NB-ANCIENS.
           DISPLAY 'ECARTES (REFUSE, APRES ARRETE, ILLISIBLES) : '
               WS-NB-ECARTES.
           DISPLAY 'POLICES ABSENTES DE LA PHOTO : '
               WS-NB-SANS-PRODUIT.

           MOVE WS-NB-LUS     TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-RETENUS TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Charge le produit de chaque police depuis la photographie de
      * la periode d'arrete. Une photographie absente n'arrete pas le
      * traitement : tous les sinistres tombent sous INCONNU.
      ******************************************************************
       1000-CHARGER-PHOTO.
           MOVE SPACES TO WS-PHOTO-PATH.
           STRING 'photo-assurances-' WS-PERIODE '.dat'
               DELIMITED BY SIZE INTO WS-PHOTO-PATH.
           OPEN INPUT PHOTO-FILE.
           IF NOT STATUT-PHOTO-OK
               DISPLAY 'PHOTOGRAPHIE ' FUNCTION TRIM(WS-PHOTO-PATH)
                   ' ABSENTE : PRODUITS INCONNUS'
               GO TO 1000-CHARGER-PHOTO-FIN
           END-IF.
           READ PHOTO-FILE.
           PERFORM UNTIL STATUT-PHOTO-FIN
               IF NOT STATUT-PHOTO-OK
                   DISPLAY 'ERREUR LECTURE ' FUNCTION
                       TRIM(WS-PHOTO-PATH) ' : ' WS-STATUS-PHOTO
                   SET STATUT-PHOTO-FIN TO TRUE
               ELSE
                   IF WS-NB-POLICES >= WS-MAX-POLICES
                       DISPLAY 'ERREUR : DEPASSEMENT DE '
                           'WS-TAB-POLICES (MAXIMUM '
                           WS-MAX-POLICES ')'
                       MOVE '1000-CHARGER-PHOTO'  TO WS-LOG-PARAGRAPHE
                       MOVE 'DEPASSEMENT CAPACITE TABLEAU POLICES'
                                               TO WS-LOG-MESSAGE
                       CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                           WS-LOG-PARAGRAPHE WS-STATUS-PHOTO
                           WS-LOG-MESSAGE
                       CLOSE PHOTO-FILE
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-POLICES
                   MOVE WS-PHO-ID  TO WS-POL-ID (WS-NB-POLICES)
                   MOVE WS-PHO-NOM TO WS-POL-NOM (WS-NB-POLICES)
                   READ PHOTO-FILE
               END-IF
           END-PERFORM.
           CLOSE PHOTO-FILE.
       1000-CHARGER-PHOTO-FIN. EXIT.

      ******************************************************************
      * Lecture des sinistres et cumul dans le triangle de leur
      * couple produit / devise. Un fichier absent n'est pas une
      * erreur : le rapport sort sans triangle.
      ******************************************************************
       2000-CHARGER-SINISTRES.
           OPEN INPUT SINISTRES-FILE.
           IF STATUT-SINISTRES-ABSENT
               DISPLAY 'SINISTRES-ASSUR.DAT ABSENT : RAPPORT VIDE'
               GO TO 2000-CHARGER-SINISTRES-FIN
           END-IF.
           IF NOT STATUT-SINISTRES-OK
               DISPLAY 'ERREUR OUVERTURE SINISTRES-ASSUR.DAT : '
                       WS-STATUS-SINISTRES
               MOVE '2000-CHARGER-SINISTRES'  TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE SINISTRES-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-SINISTRES WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ SINISTRES-FILE.
           PERFORM UNTIL STATUT-SINISTRES-FIN
               IF NOT STATUT-SINISTRES-OK
                   DISPLAY 'ERREUR LECTURE SINISTRES-ASSUR.DAT : '
                           WS-STATUS-SINISTRES
                   SET STATUT-SINISTRES-FIN TO TRUE
               ELSE
                   ADD 1 TO WS-NB-LUS
                   PERFORM 2100-CLASSER-SINISTRE
                   THRU    2100-CLASSER-SINISTRE-FIN
                   READ SINISTRES-FILE
               END-IF
           END-PERFORM.
           CLOSE SINISTRES-FILE.
       2000-CHARGER-SINISTRES-FIN. EXIT.

      ******************************************************************
      * Un sinistre : controles, annee de survenance et de
      * developpement, recherche du groupe produit / devise puis
      * cumul du nombre et de la charge dans la cellule.
      ******************************************************************
       2100-CLASSER-SINISTRE.
           IF WS-SIN-STATUT = 'REFUSE  '
               OR WS-SIN-DATE-SURV NOT NUMERIC
               OR WS-SIN-DATE-DECL NOT NUMERIC
               ADD 1 TO WS-NB-ECARTES
               GO TO 2100-CLASSER-SINISTRE-FIN
           END-IF.
           IF WS-SIN-DATE-SURV > WS-DATE-ARRETE
               OR WS-SIN-DATE-DECL > WS-DATE-ARRETE
               ADD 1 TO WS-NB-ECARTES
               GO TO 2100-CLASSER-SINISTRE-FIN
           END-IF.
           MOVE WS-SIN-DATE-SURV(1:4) TO WS-ANNEE-SURV.
           MOVE WS-SIN-DATE-DECL(1:4) TO WS-ANNEE-DECL.
           IF WS-ANNEE-SURV < WS-ANNEE-DEBUT
               ADD 1 TO WS-NB-ANCIENS
               GO TO 2100-CLASSER-SINISTRE-FIN
           END-IF.
           IF WS-ANNEE-DECL < WS-ANNEE-SURV
               MOVE WS-ANNEE-SURV TO WS-ANNEE-DECL
           END-IF.
           COMPUTE WS-O = WS-ANNEE-SURV - WS-ANNEE-DEBUT + 1.
           COMPUTE WS-D = WS-ANNEE-DECL - WS-ANNEE-SURV + 1.

           MOVE ZERO TO WS-MONTANT-CRT.
           IF WS-SIN-RESERVE NUMERIC
               ADD FUNCTION NUMVAL(WS-SIN-RESERVE) TO WS-MONTANT-CRT
           END-IF.
           IF WS-SIN-REGLE NUMERIC
               ADD FUNCTION NUMVAL(WS-SIN-REGLE) TO WS-MONTANT-CRT
           END-IF.

           MOVE 'INCONNU' TO WS-PRODUIT-CRT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-POLICES
               IF WS-POL-ID (WS-I) = WS-SIN-ID-POLICE
                   MOVE WS-POL-NOM (WS-I) TO WS-PRODUIT-CRT
               END-IF
           END-PERFORM.
           IF WS-PRODUIT-CRT = 'INCONNU'
               ADD 1 TO WS-NB-SANS-PRODUIT
           END-IF.

           MOVE ZERO TO WS-G.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-GROUPES
               IF WS-GRP-PRODUIT (WS-K) = WS-PRODUIT-CRT
                   AND WS-GRP-DEVISE (WS-K) = WS-SIN-DEVISE
                   MOVE WS-K TO WS-G
               END-IF
           END-PERFORM.
           IF WS-G = ZERO
               IF WS-NB-GROUPES >= WS-MAX-GROUPES
                   DISPLAY 'ERREUR : DEPASSEMENT DE WS-TAB-GROUPES '
                       '(MAXIMUM ' WS-MAX-GROUPES ')'
                   MOVE '2100-CLASSER-SINISTRE'  TO WS-LOG-PARAGRAPHE
                   MOVE 'DEPASSEMENT CAPACITE TABLEAU GROUPES'
                                               TO WS-LOG-MESSAGE
                   CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                       WS-LOG-PARAGRAPHE WS-STATUS-SINISTRES
                       WS-LOG-MESSAGE
                   CLOSE SINISTRES-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-GROUPES
               MOVE WS-NB-GROUPES TO WS-G
               MOVE WS-PRODUIT-CRT TO WS-GRP-PRODUIT (WS-G)
               MOVE WS-SIN-DEVISE  TO WS-GRP-DEVISE (WS-G)
           END-IF.

           ADD 1 TO WS-GRP-NBRE (WS-G WS-O WS-D).
           ADD WS-MONTANT-CRT TO WS-GRP-MONTANT (WS-G WS-O WS-D).
           ADD 1 TO WS-NB-RETENUS.
       2100-CLASSER-SINISTRE-FIN. EXIT.

      ******************************************************************
      * Ecrit le rapport : en-tete, un bloc par couple produit /
      * devise, puis l'IBNR total par devise.
      ******************************************************************
       3000-ECRIRE-RAPPORT.
           OPEN OUTPUT RAPPORT-TRI-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'ERREUR OUVERTURE RAPPORT-TRIANGLE-SINISTRES.DAT'
                   ' : ' WS-STATUS-RAPPORT
               MOVE '3000-ECRIRE-RAPPORT'     TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RAPPORT-TRI-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-RAPPORT WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'TRIANGLE DE DEVELOPPEMENT DES SINISTRES ET IBNR - '
               'ARRETE AU ' WS-DATE-ARRETE
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GROUPES
               PERFORM 4000-TRAITER-GROUPE
               THRU    4000-TRAITER-GROUPE-FIN
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE 'IBNR TOTAL PAR DEVISE' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-DEVISES
               MOVE WS-DEV-IBNR (WS-K) TO WS-MONTANT15-ED
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING 'IBNR ' WS-DEV-CODE (WS-K) ' : ' WS-MONTANT15-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           CLOSE RAPPORT-TRI-FILE.
       3000-ECRIRE-RAPPORT-FIN. EXIT.

      ******************************************************************
      * Un couple produit / devise (WS-G) : cumul des lignes, ecriture
      * des deux triangles, facteurs chain-ladder et IBNR.
      ******************************************************************
       4000-TRAITER-GROUPE.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 10
               PERFORM VARYING WS-D FROM 2 BY 1 UNTIL WS-D > 10
                   ADD WS-GRP-NBRE (WS-G WS-O WS-D - 1)
                       TO WS-GRP-NBRE (WS-G WS-O WS-D)
                   ADD WS-GRP-MONTANT (WS-G WS-O WS-D - 1)
                       TO WS-GRP-MONTANT (WS-G WS-O WS-D)
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE ALL '-' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'PRODUIT ' WS-GRP-PRODUIT (WS-G)
               '  DEVISE ' WS-GRP-DEVISE (WS-G)
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           MOVE 'NOMBRE CUMULE DE SINISTRES DECLARES'
               TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM 4100-ECRIRE-ENTETE-DEV
           THRU    4100-ECRIRE-ENTETE-DEV-FIN.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 10
               MOVE SPACES TO WS-LIGNE-TRI
               COMPUTE WS-ANNEE-SURV = WS-ANNEE-DEBUT + WS-O - 1
               MOVE WS-ANNEE-SURV TO WS-LT-LIB
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 11 - WS-O
                   MOVE WS-GRP-NBRE (WS-G WS-O WS-D) TO WS-MONTANT-ED
                   MOVE WS-MONTANT-ED TO WS-LT-VALEUR (WS-D)
               END-PERFORM
               MOVE WS-LIGNE-TRI TO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.

           MOVE 'CHARGE CUMULEE DES SINISTRES DECLARES'
               TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM 4100-ECRIRE-ENTETE-DEV
           THRU    4100-ECRIRE-ENTETE-DEV-FIN.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 10
               MOVE SPACES TO WS-LIGNE-TRI
               COMPUTE WS-ANNEE-SURV = WS-ANNEE-DEBUT + WS-O - 1
               MOVE WS-ANNEE-SURV TO WS-LT-LIB
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 11 - WS-O
                   MOVE WS-GRP-MONTANT (WS-G WS-O WS-D)
                       TO WS-MONTANT-ED
                   MOVE WS-MONTANT-ED TO WS-LT-VALEUR (WS-D)
               END-PERFORM
               MOVE WS-LIGNE-TRI TO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.

           PERFORM 4200-CALCULER-FACTEURS
           THRU    4200-CALCULER-FACTEURS-FIN.

           PERFORM 4300-ECRIRE-IBNR
           THRU    4300-ECRIRE-IBNR-FIN.
       4000-TRAITER-GROUPE-FIN. EXIT.

      ******************************************************************
      * Ligne d'en-tete des colonnes de developpement (0 a 9 ans).
      ******************************************************************
       4100-ECRIRE-ENTETE-DEV.
           MOVE SPACES TO WS-LIGNE-TRI.
           MOVE 'SURV/DEV' TO WS-LT-LIB.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               COMPUTE WS-K = WS-D - 1
               MOVE WS-K TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO WS-LT-VALEUR (WS-D)
           END-PERFORM.
           MOVE WS-LIGNE-TRI TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       4100-ECRIRE-ENTETE-DEV-FIN. EXIT.

      ******************************************************************
      * Facteurs chain-ladder sur la charge cumulee : pour passer de
      * la colonne d a d+1, somme de la colonne d+1 sur les annees de
      * survenance qui la connaissent, divisee par la somme de la
      * colonne d sur ces memes annees. Faute de charge, le facteur
      * vaut 1.
      ******************************************************************
       4200-CALCULER-FACTEURS.
           MOVE SPACES TO WS-LIGNE-TRI.
           MOVE 'FACTEURS' TO WS-LT-LIB.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 9
               MOVE ZERO TO WS-NUMERATEUR WS-DENOMINATEUR
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > 10 - WS-D
                   ADD WS-GRP-MONTANT (WS-G WS-O WS-D + 1)
                       TO WS-NUMERATEUR
                   ADD WS-GRP-MONTANT (WS-G WS-O WS-D)
                       TO WS-DENOMINATEUR
               END-PERFORM
               IF WS-DENOMINATEUR = ZERO
                   MOVE 1 TO WS-FACTEUR (WS-D)
               ELSE
                   COMPUTE WS-FACTEUR (WS-D) ROUNDED =
                       WS-NUMERATEUR / WS-DENOMINATEUR
               END-IF
               MOVE WS-FACTEUR (WS-D) TO WS-FACTEUR-ED
               MOVE WS-FACTEUR-ED TO WS-LT-VALEUR (WS-D)
           END-PERFORM.
           MOVE WS-LIGNE-TRI TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       4200-CALCULER-FACTEURS-FIN. EXIT.

      ******************************************************************
      * IBNR par annee de survenance : la charge connue (derniere
      * colonne renseignee) est portee a l'ultime par le produit des
      * facteurs restants ; l'IBNR est l'ecart. Le total du groupe
      * alimente le total de sa devise.
      ******************************************************************
       4300-ECRIRE-IBNR.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           MOVE 'SURV' TO WS-RAPPORT-RECORD(1:4).
           MOVE 'CHARGE CONNUE' TO WS-RAPPORT-RECORD(6:13).
           MOVE 'FACT.ULTIME' TO WS-RAPPORT-RECORD(21:11).
           MOVE 'CHARGE ULTIME' TO WS-RAPPORT-RECORD(37:13).
           MOVE 'IBNR' TO WS-RAPPORT-RECORD(61:4).
           WRITE WS-RAPPORT-RECORD.
           MOVE ZERO TO WS-IBNR-GROUPE.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 10
               COMPUTE WS-DERNIER-D = 11 - WS-O
               MOVE WS-GRP-MONTANT (WS-G WS-O WS-DERNIER-D)
                   TO WS-CHARGE-CONNUE
               MOVE 1 TO WS-FACTEUR-ULTIME
               PERFORM VARYING WS-D FROM WS-DERNIER-D BY 1
                       UNTIL WS-D > 9
                   COMPUTE WS-FACTEUR-ULTIME ROUNDED =
                       WS-FACTEUR-ULTIME * WS-FACTEUR (WS-D)
               END-PERFORM
               COMPUTE WS-CHARGE-ULTIME ROUNDED =
                   WS-CHARGE-CONNUE * WS-FACTEUR-ULTIME
               IF WS-CHARGE-ULTIME > WS-CHARGE-CONNUE
                   COMPUTE WS-IBNR = WS-CHARGE-ULTIME - WS-CHARGE-CONNUE
               ELSE
                   MOVE ZERO TO WS-IBNR
               END-IF
               ADD WS-IBNR TO WS-IBNR-GROUPE
               COMPUTE WS-ANNEE-SURV = WS-ANNEE-DEBUT + WS-O - 1
               MOVE WS-CHARGE-CONNUE TO WS-MONTANT-ED
               MOVE WS-FACTEUR-ULTIME TO WS-ULTIME-ED
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING WS-ANNEE-SURV ' ' WS-MONTANT-ED ' '
                   WS-ULTIME-ED ' '
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               MOVE WS-CHARGE-ULTIME TO WS-MONTANT15-ED
               MOVE WS-MONTANT15-ED TO WS-RAPPORT-RECORD(35:15)
               MOVE WS-IBNR TO WS-MONTANT15-ED
               MOVE WS-MONTANT15-ED TO WS-RAPPORT-RECORD(50:15)
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.

           MOVE WS-IBNR-GROUPE TO WS-MONTANT15-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'IBNR ' WS-GRP-PRODUIT (WS-G) ' '
               WS-GRP-DEVISE (WS-G) ' : ' WS-MONTANT15-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           MOVE ZERO TO WS-DEV-POS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-DEVISES
               IF WS-DEV-CODE (WS-K) = WS-GRP-DEVISE (WS-G)
                   MOVE WS-K TO WS-DEV-POS
               END-IF
           END-PERFORM.
           IF WS-DEV-POS = ZERO
               IF WS-NB-DEVISES >= 10
                   DISPLAY 'PLUS DE 10 DEVISES DISTINCTES : IBNR NON '
                       'CUMULE POUR ' WS-GRP-DEVISE (WS-G)
                   GO TO 4300-ECRIRE-IBNR-FIN
               END-IF
               ADD 1 TO WS-NB-DEVISES
               MOVE WS-NB-DEVISES TO WS-DEV-POS
               MOVE WS-GRP-DEVISE (WS-G) TO WS-DEV-CODE (WS-DEV-POS)
               MOVE ZERO TO WS-DEV-IBNR (WS-DEV-POS)
           END-IF.
           ADD WS-IBNR-GROUPE TO WS-DEV-IBNR (WS-DEV-POS).
       4300-ECRIRE-IBNR-FIN. EXIT.

       END PROGRAM assur-sinistres-triangle.
