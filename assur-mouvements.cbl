      * complet au format des fichiers de production. Chaque mouvement
      * applique ou rejete laisse une ligne avant/apres dans
      * MOUVEMENTS-ASSUR-JOURNAL.LOG, comme people.cob journalise ses
      * UPDATE en masse dans people-journal.log. Les ajouts et les
      * modifications sont valides contre le referentiel des produits
      * et contre celui des intermediaires : un WS-IRP inconnu ou
      * radie est rejete a l'ajout, et en modification seulement s'il
      * change l'intermediaire de la police (une suspension ou une
      * resiliation d'une police d'un intermediaire radie passe).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-PRODUITS.

      * Referentiel des intermediaires tenu par
      * assur-intermediaires-ref.cbl, relu au lancement pour
      * valider le WS-IRP des ajouts et des changements
      * d'intermediaire.
           SELECT INTERMEDIAIRES-FILE
           ASSIGN TO 'intermediaires-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INTERM.

       DATA DIVISION.
       FILE SECTION.
       FD MOUVEMENTS-FILE
              10 WS-MVT-ID     PIC X(8).
              10 FILLER        PIC X(1).
              10 WS-MVT-NOM    PIC X(14).
              10 FILLER        PIC X(1).
              10 WS-MVT-IRP    PIC X(14).
              10 FILLER        PIC X(70).
              10 WS-MVT-PRIX   PIC X(9).
              10 FILLER        PIC X(1).
              10 WS-MVT-DEVISE PIC X(3).
           05 WS-PRD-OUVERT    PIC X(1).
           05 FILLER           PIC X(1).

       FD INTERMEDIAIRES-FILE
      * Meme dessin que dans assur-intermediaires-ref.cbl, seuls le
      * code et le statut servent ici.
           RECORD CONTAINS 285 CHARACTERS
           DATA RECORD     IS WS-INTERM-RECORD.
       01 WS-INTERM-RECORD.
           05 WS-ITM-CODE        PIC X(14).
           05 FILLER             PIC X(139).
           05 WS-ITM-STATUT      PIC X(8).
           05 FILLER             PIC X(124).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-MVT==
                     ==FSTAT-OK==    BY ==STATUT-PRODUITS-OK==.
           88 STATUT-PRODUITS-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-INTERM==
                     ==FSTAT-OK==    BY ==STATUT-INTERM-OK==.
           88 STATUT-INTERM-FIN VALUE '10'.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-MOUVEMENTS'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
             10 WS-TAB-PRD-PRIME-MAX PIC 9(9).
             10 WS-TAB-PRD-OUVERT    PIC X(1).

      * Referentiel des intermediaires charge au lancement, meme
      * regle : absent, la validation des intermediaires est
      * desactivee.
       01 WS-REFERENTIEL-IRP PIC X(01) VALUE 'N'.
          88 REFERENTIEL-IRP-CHARGE VALUE 'O'.
       01 WS-NB-INTERM       PIC 9(03) VALUE ZERO.
       01 WS-TAB-INTERM.
          05 WS-ITM-ENTREE OCCURS 100 TIMES.
             10 WS-TAB-ITM-CODE   PIC X(14).
             10 WS-TAB-ITM-STATUT PIC X(8).
       01 WS-ITM-POS         PIC 9(03) VALUE ZERO.
       01 WS-I-ITM           PIC 9(03) VALUE ZERO.

      * Resultat de 3500-VALIDER-PRODUIT pour le mouvement courant.
       01 WS-PRD-POS         PIC 9(03) VALUE ZERO.
       01 WS-I-PRD           PIC 9(03) VALUE ZERO.
      * Image avant du dossier vise par une modification ou une
      * suppression, relue avant d'appliquer le mouvement.
       01 WS-IMAGE-AVANT     PIC X(121).
       01 WS-IMAGE-AVANT-R REDEFINES WS-IMAGE-AVANT.
          05 FILLER          PIC X(24).
          05 WS-AVANT-IRP    PIC X(14).
          05 FILLER          PIC X(83).
       01 WS-POLICE-EXISTE   PIC X(01).
          88 POLICE-EXISTANTE VALUE 'O'.


           PERFORM 1500-CHARGER-PRODUITS
           THRU    1500-CHARGER-PRODUITS-FIN.
           PERFORM 1600-CHARGER-INTERMEDIAIRES
           THRU    1600-CHARGER-INTERMEDIAIRES-FIN.
       1000-OUVRIR-FICHIERS-FIN. EXIT.

      ******************************************************************
           END-IF.
       1500-CHARGER-PRODUITS-FIN. EXIT.

      ******************************************************************
      * Charge le referentiel des intermediaires
      * (assur-intermediaires-ref.cbl), code et statut. Absent ou
      * vide, la validation des intermediaires est desactivee avec
      * un avertissement console, comme pour les produits.
      ******************************************************************
       1600-CHARGER-INTERMEDIAIRES.
           OPEN INPUT INTERMEDIAIRES-FILE.
           IF NOT STATUT-INTERM-OK
               DISPLAY 'INTERMEDIAIRES-ASSUR.DAT ILLISIBLE ('
                   WS-STATUS-INTERM ') : VALIDATION INTERMEDIAIRES '
                   'DESACTIVEE'
               GO TO 1600-CHARGER-INTERMEDIAIRES-FIN
           END-IF.

           PERFORM UNTIL STATUT-INTERM-FIN
               READ INTERMEDIAIRES-FILE
               IF STATUT-INTERM-OK
                   IF WS-ITM-CODE NOT = SPACES
                       AND WS-NB-INTERM < 100
                       ADD 1 TO WS-NB-INTERM
                       MOVE WS-ITM-CODE
                           TO WS-TAB-ITM-CODE (WS-NB-INTERM)
                       MOVE WS-ITM-STATUT
                           TO WS-TAB-ITM-STATUT (WS-NB-INTERM)
                   END-IF
               ELSE
                   SET STATUT-INTERM-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE INTERMEDIAIRES-FILE.

           IF WS-NB-INTERM > ZERO
               MOVE 'O' TO WS-REFERENTIEL-IRP
           ELSE
               DISPLAY 'INTERMEDIAIRES-ASSUR.DAT VIDE : VALIDATION '
                   'INTERMEDIAIRES DESACTIVEE'
           END-IF.
       1600-CHARGER-INTERMEDIAIRES-FIN. EXIT.

       2000-LIRE-MOUVEMENT.
           READ MOUVEMENTS-FILE.
           IF NOT STATUT-MVT-OK AND NOT STATUT-MVT-FIN
               GO TO 3000-APPLIQUER-MOUVEMENT-FIN
           END-IF.

      * Image avant : necessaire au journal pour M et S, sert aussi
      * de controle d'existence de la cle, et donne l'intermediaire
      * en place a la validation d'une modification.
           PERFORM 7000-LIRE-IMAGE-AVANT
           THRU    7000-LIRE-IMAGE-AVANT-FIN.

      * Validation du produit et de la prime contre le referentiel,
      * puis de l'intermediaire, pour les ajouts et les
      * modifications.
           IF WS-MVT-AJOUT OR WS-MVT-MODIFICATION
               PERFORM 3500-VALIDER-PRODUIT
               THRU    3500-VALIDER-PRODUIT-FIN
               IF MOUVEMENT-VALIDE
                   PERFORM 3600-VALIDER-INTERMEDIAIRE
                   THRU    3600-VALIDER-INTERMEDIAIRE-FIN
               END-IF
               IF NOT MOUVEMENT-VALIDE
                   DISPLAY 'MOUVEMENT REJETE (' WS-MOTIF-REJET ') : '
                           WS-MVT-CODE ' ' WS-MVT-ID ' PRODUIT ['
                           WS-MVT-NOM '] IRP [' WS-MVT-IRP ']'
                   ADD 1 TO WS-NB-MVT-REJETES
                   MOVE 'REJET ' TO WS-JRN-SENS-APPEL
                   MOVE WS-MVT-POLICE TO WS-JRN-IMAGE-APPEL
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-MVT-AJOUT
                   PERFORM 4000-APPLIQUER-AJOUT
           END-IF.
       3500-VALIDER-PRODUIT-FIN. EXIT.

      ******************************************************************
      * Valide l'intermediaire du mouvement (WS-MVT-IRP) contre le
      * referentiel des intermediaires : il doit exister et ne pas
      * etre radie. Un intermediaire SUSPENDU reste accepte, la
      * suspension ne portant que sur le reglement des commissions.
      * Une modification qui garde l'intermediaire de la police en
      * place n'est pas controlee : une police d'un intermediaire
      * radie doit pouvoir etre suspendue ou resiliee.
      * Referentiel non charge : tout passe.
      ******************************************************************
       3600-VALIDER-INTERMEDIAIRE.
           IF NOT REFERENTIEL-IRP-CHARGE
               GO TO 3600-VALIDER-INTERMEDIAIRE-FIN
           END-IF.
           IF WS-MVT-MODIFICATION AND POLICE-EXISTANTE
               AND WS-MVT-IRP = WS-AVANT-IRP
               GO TO 3600-VALIDER-INTERMEDIAIRE-FIN
           END-IF.

           MOVE ZERO TO WS-ITM-POS.
           PERFORM VARYING WS-I-ITM FROM 1 BY 1
                   UNTIL WS-I-ITM > WS-NB-INTERM
               IF WS-TAB-ITM-CODE (WS-I-ITM) = WS-MVT-IRP
                   MOVE WS-I-ITM TO WS-ITM-POS
               END-IF
           END-PERFORM.
           IF WS-ITM-POS = ZERO
               MOVE 'N' TO WS-MVT-VALIDE
               MOVE 'IRP INCONNU' TO WS-MOTIF-REJET
               GO TO 3600-VALIDER-INTERMEDIAIRE-FIN
           END-IF.

           IF WS-TAB-ITM-STATUT (WS-ITM-POS) = 'RADIE   '
               MOVE 'N' TO WS-MVT-VALIDE
               MOVE 'IRP RADIE' TO WS-MOTIF-REJET
           END-IF.
       3600-VALIDER-INTERMEDIAIRE-FIN. EXIT.

       4000-APPLIQUER-AJOUT.
           IF POLICE-EXISTANTE
               DISPLAY 'AJOUT REJETE, CLE DEJA PRESENTE : ' WS-MVT-ID
