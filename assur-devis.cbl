      * mouvement 'A' complet a la suite de mouvements-assur.dat,
      * que assur-mouvements.cbl applique au prochain passage, et
      * passe le devis en CONVERTI. Le rapport mensuel emis/convertis
      * est porte par assur-devis-rapport.cbl. L'intermediaire saisi
      * a la conversion est controle contre le referentiel des
      * intermediaires : inconnu ou radie, la conversion est refusee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-MVT.

      * Referentiel des intermediaires tenu par
      * assur-intermediaires-ref.cbl, relu a la conversion.
           SELECT INTERMEDIAIRES-FILE
           ASSIGN TO 'intermediaires-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INTERM.

       DATA DIVISION.
       FILE SECTION.
       FD DEVIS-FILE
           05 FILLER           PIC X(1).
           05 WS-MVT-POLICE    PIC X(121).

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
       01 WS-STATUS-DEVIS    PIC X(02).
          88 STATUT-DEVIS-OK         VALUE '00'.
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-MVT==
                     ==FSTAT-OK==    BY ==STATUT-MVT-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-INTERM==
                     ==FSTAT-OK==    BY ==STATUT-INTERM-OK==.
           88 STATUT-INTERM-FIN VALUE '10'.

      * Resultat du controle de l'intermediaire a la conversion.
       01 WS-IRP-RETENU      PIC X(01).
          88 INTERMEDIAIRE-RETENU VALUE 'O'.
       01 WS-IRP-TROUVE      PIC X(01).
       01 WS-IRP-STATUT      PIC X(08).
       01 WS-NB-IRP-LUS      PIC 9(03).

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-DEVIS'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
           END-IF.
           DISPLAY 'Intermediaire (IRP) : ' WITH NO ADVANCING.
           ACCEPT WS-TRV-IRP.
           PERFORM 7500-CONTROLER-INTERMEDIAIRE
           THRU    7500-CONTROLER-INTERMEDIAIRE-FIN.
           IF NOT INTERMEDIAIRE-RETENU
               GO TO 5000-CONVERTIR-DEVIS-FIN
           END-IF.
           DISPLAY 'Date de debut (AAAAMMJJ) : ' WITH NO ADVANCING.
           ACCEPT WS-TRV-Date1.
           DISPLAY 'Date de fin (AAAAMMJJ) : ' WITH NO ADVANCING.
           END-IF.
       7000-LIRE-DEVIS-FIN. EXIT.

      ******************************************************************
      * Controle l'intermediaire saisi (WS-TRV-IRP) contre le
      * referentiel des intermediaires : inconnu ou radie, il est
      * refuse. Un referentiel absent laisse passer la saisie, avec
      * un avertissement, comme assur-mouvements.cbl.
      ******************************************************************
       7500-CONTROLER-INTERMEDIAIRE.
           MOVE 'O' TO WS-IRP-RETENU.
           MOVE 'N' TO WS-IRP-TROUVE.
           MOVE SPACES TO WS-IRP-STATUT.
           MOVE ZERO TO WS-NB-IRP-LUS.
           OPEN INPUT INTERMEDIAIRES-FILE.
           IF NOT STATUT-INTERM-OK
               DISPLAY 'INTERMEDIAIRES-ASSUR.DAT ILLISIBLE ('
                   WS-STATUS-INTERM ') : INTERMEDIAIRE NON CONTROLE'
               GO TO 7500-CONTROLER-INTERMEDIAIRE-FIN
           END-IF.

           PERFORM UNTIL STATUT-INTERM-FIN OR WS-IRP-TROUVE = 'O'
               READ INTERMEDIAIRES-FILE
               IF STATUT-INTERM-OK
                   ADD 1 TO WS-NB-IRP-LUS
                   IF WS-ITM-CODE = WS-TRV-IRP
                       MOVE 'O' TO WS-IRP-TROUVE
                       MOVE WS-ITM-STATUT TO WS-IRP-STATUT
                   END-IF
               ELSE
                   SET STATUT-INTERM-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE INTERMEDIAIRES-FILE.

           IF WS-NB-IRP-LUS = ZERO
               DISPLAY 'INTERMEDIAIRES-ASSUR.DAT VIDE : '
                   'INTERMEDIAIRE NON CONTROLE'
               GO TO 7500-CONTROLER-INTERMEDIAIRE-FIN
           END-IF.
           IF WS-IRP-TROUVE = 'N'
               DISPLAY 'INTERMEDIAIRE INCONNU DU REFERENTIEL, '
                   'CONVERSION ABANDONNEE.'
               MOVE 'N' TO WS-IRP-RETENU
               GO TO 7500-CONTROLER-INTERMEDIAIRE-FIN
           END-IF.
           IF WS-IRP-STATUT = 'RADIE   '
               DISPLAY 'INTERMEDIAIRE RADIE, CONVERSION ABANDONNEE.'
               MOVE 'N' TO WS-IRP-RETENU
           END-IF.
       7500-CONTROLER-INTERMEDIAIRE-FIN. EXIT.

       END PROGRAM assur-devis.
