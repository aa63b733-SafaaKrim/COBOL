           ALTERNATE RECORD KEY IS WS-SIN-ID-POLICE WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-SINISTRES.

      * Reglements dates des sinistres, saisis par assur-sinistres.cbl
      * (cle = numero de sinistre puis numero d'ordre) : restitues
      * sous chaque sinistre de la police consultee.
           SELECT REGLEMENTS-FILE ASSIGN TO 'reglements-sinistres.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-REG-CLE
           FILE STATUS  IS WS-STATUS-REGLEMENTS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSUR-PART1-FILE
           05 WS-SIN-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-SIN-STATUT    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-REGLE     PIC X(9).
           05 FILLER           PIC X(10).

       FD REGLEMENTS-FILE
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
           05 FILLER           PIC X(1).
           05 WS-REG-DATE-VIR  PIC X(8).
           05 FILLER           PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FICHIER  PIC X(02).
       01 WS-FIN-SINISTRES   PIC X(01).
          88 FIN-PARCOURS-SIN VALUE 'O'.

       01 WS-STATUS-REGLEMENTS PIC X(02).
          88 STATUT-REGLEMENTS-OK VALUE '00'.
       01 WS-REGLEMENTS-OUVERTS PIC X(01) VALUE 'N'.
          88 REGLEMENTS-OUVERTS VALUE 'O'.
       01 WS-FIN-REGLEMENTS  PIC X(01).
          88 FIN-PARCOURS-REG VALUE 'O'.
       01 WS-NB-REGLEMENTS   PIC 9(03) VALUE ZERO.

      * Recherche par nom : mode 2 (nom exact) ou 3 (début de nom),
      * nom recherché et sa longueur utile pour la comparaison en
      * début de chaîne.
      * secondaire WS-SIN-ID-POLICE puis lecture en avant tant que la
      * cle de police lue correspond, comme la recherche par nom. Un
      * fichier de sinistres absent n'est pas une erreur (aucun
      * sinistre declare depuis la mise en place du module). Les
      * reglements de chaque sinistre suivent sa ligne.
       8100-AFFICHER-SINISTRES.
           OPEN INPUT SINISTRES-FILE.
           IF NOT STATUT-SINISTRES-OK
               GO TO 8100-AFFICHER-SINISTRES-FIN
           END-IF.

           OPEN INPUT REGLEMENTS-FILE.
           IF STATUT-REGLEMENTS-OK
               MOVE 'O' TO WS-REGLEMENTS-OUVERTS
           ELSE
               MOVE 'N' TO WS-REGLEMENTS-OUVERTS
           END-IF.

           MOVE ZERO TO WS-NB-SINISTRES.
           MOVE 'N' TO WS-FIN-SINISTRES.
           PERFORM UNTIL FIN-PARCOURS-SIN
                           ' DECLARE ' WS-SIN-DATE-DECL
                           ' PROVISION ' WS-SIN-RESERVE
                           ' ' WS-SIN-DEVISE ' ' WS-SIN-STATUT
                       IF REGLEMENTS-OUVERTS
                           PERFORM 8200-AFFICHER-REGLEMENTS
                           THRU    8200-AFFICHER-REGLEMENTS-FIN
                       END-IF
                   ELSE
                       MOVE 'O' TO WS-FIN-SINISTRES
                   END-IF
               DISPLAY 'AUCUN SINISTRE ENREGISTRE POUR CETTE POLICE'
           END-IF.

           IF REGLEMENTS-OUVERTS
               CLOSE REGLEMENTS-FILE
           END-IF.
           CLOSE SINISTRES-FILE.
       8100-AFFICHER-SINISTRES-FIN. EXIT.

      **********************************************
      * Reglements du sinistre courant, dans l'ordre de saisie :
      * date, type, nature, montant, statut du virement et
      * beneficiaire.
       8200-AFFICHER-REGLEMENTS.
           MOVE WS-SIN-NUMERO TO WS-REG-SINISTRE.
           MOVE ZERO TO WS-REG-SEQUENCE.
           MOVE ZERO TO WS-NB-REGLEMENTS.
           START REGLEMENTS-FILE KEY NOT < WS-REG-CLE.
           IF STATUT-REGLEMENTS-OK
               MOVE 'N' TO WS-FIN-REGLEMENTS
           ELSE
               MOVE 'O' TO WS-FIN-REGLEMENTS
           END-IF.
           PERFORM UNTIL FIN-PARCOURS-REG
               READ REGLEMENTS-FILE NEXT
               IF NOT STATUT-REGLEMENTS-OK
                   MOVE 'O' TO WS-FIN-REGLEMENTS
               ELSE
                   IF WS-REG-SINISTRE = WS-SIN-NUMERO
                       ADD 1 TO WS-NB-REGLEMENTS
                       DISPLAY '      REGLEMENT ' WS-REG-SEQUENCE
                           ' DU ' WS-REG-DATE ' ' WS-REG-TYPE
                           ' ' WS-REG-NATURE ' ' WS-REG-MONTANT
                           ' ' WS-REG-DEVISE ' ' WS-REG-STATUT
                           ' ' WS-REG-DATE-VIR
                       DISPLAY '        A ' WS-REG-BENEF
                   ELSE
                       MOVE 'O' TO WS-FIN-REGLEMENTS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-REGLEMENTS > ZERO
               DISPLAY '      CUMUL REGLE ' WS-SIN-REGLE ' '
                   WS-SIN-DEVISE
           END-IF.
       8200-AFFICHER-REGLEMENTS-FIN. EXIT.

       END PROGRAM assur-lookup.
