      * fichier (operande;operateur;operande, un calcul par ligne) et
      * les resultats edites repartent dans un fichier, une ligne
      * invalide etant signalee sans arreter le lot.
      * Une ligne E;capital;taux annuel;duree en mois;date de debut
      * demande l'echeancier complet du pret, ecrit a la suite dans
      * le fichier des resultats (meme routine AMORTIS que l'operateur
      * E de calc.cbl).
           SELECT F-OPERATIONS ASSIGN TO "operations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-OPERATIONS.
        01 WS-NB-CALCULEES      PIC 9(05) VALUE 0.
        01 WS-NB-INVALIDES      PIC 9(05) VALUE 0.
        01 WS-DATE-LOT          PIC 9(08).
      * Ligne echeancier du mode lot : champs, totaux, editions.
        01 WS-CHAMP-TYPE        PIC X(03).
        01 WS-CHAMP-TAUX        PIC X(12).
        01 WS-CHAMP-DUREE       PIC X(12).
        01 WS-CHAMP-DATE        PIC X(12).
        01 WS-TOTAL-ECHEANCES   PIC 9(9)V99.
        01 WS-TOTAL-INTERETS    PIC 9(9)V99.
        01 WS-CAPITAL-ED        PIC Z(8)9.99.
        01 WS-TAUX-PRET-ED      PIC Z9.9999.
        01 WS-ECHEANCE-ED       PIC Z(8)9.99.
        01 WS-INTERETS-ED       PIC Z(8)9.99.
        01 WS-ENTETE-ECHEANCIER.
           05 FILLER         PIC X(16) VALUE " NUM  DATE".
           05 FILLER         PIC X(13) VALUE "    ECHEANCE".
           05 FILLER         PIC X(13) VALUE "    INTERETS".
           05 FILLER         PIC X(13) VALUE "     CAPITAL".
           05 FILLER         PIC X(12) VALUE "     RESTANT".
        01 WS-DETAIL-ECHEANCIER.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-DE-NUMERO   PIC ZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DE-DATE     PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DE-MONTANT  PIC Z(8)9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-DE-INTERETS PIC Z(8)9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-DE-CAPITAL  PIC Z(8)9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-DE-RESTANT  PIC Z(8)9.99.

           COPY "AMORTIS".

        01 WS-HEURE-COMPLETE.
           05 WS-HEURE-LOT      PIC 9(06).
           05 FILLER            PIC 9(02).
      * operateur connu, division ou modulo par zero), calcul par le
      * paragraphe commun et edition du resultat.
       TRAITER-LIGNE-LOT.
           IF FUNCTION UPPER-CASE(WS-LIGNE-OPERATION(1:2)) = 'E;'
              PERFORM TRAITER-ECHEANCIER-LOT
              THRU    TRAITER-ECHEANCIER-LOT-FIN
              GO TO TRAITER-LIGNE-LOT-FIN
           END-IF.
           MOVE SPACES TO WS-CHAMP-NUM1 WS-CHAMP-OPER WS-CHAMP-NUM2.
           UNSTRING WS-LIGNE-OPERATION DELIMITED BY ';'
               INTO WS-CHAMP-NUM1 WS-CHAMP-OPER WS-CHAMP-NUM2
           THRU    ECRIRE-HISTORIQUE-CALCUL-FIN.
       TRAITER-LIGNE-LOT-FIN. EXIT.

      * Ligne echeancier du lot (E;capital;taux;duree;date) : memes
      * controles que l'operateur E de calc.cbl, tableau complet et
      * totaux ecrits dans le fichier des resultats, pret trace dans
      * l'historique. Une date vide prend la date du lot.
       TRAITER-ECHEANCIER-LOT.
           MOVE SPACES TO WS-CHAMP-TYPE WS-CHAMP-NUM1 WS-CHAMP-TAUX
                          WS-CHAMP-DUREE WS-CHAMP-DATE.
           UNSTRING WS-LIGNE-OPERATION DELIMITED BY ';'
               INTO WS-CHAMP-TYPE WS-CHAMP-NUM1 WS-CHAMP-TAUX
                    WS-CHAMP-DUREE WS-CHAMP-DATE
           END-UNSTRING.

           MOVE 'O' TO WS-LIGNE-VALIDE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHAMP-NUM1))
                   NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHAMP-TAUX))
                   NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHAMP-DUREE))
                   NOT = 0
              MOVE 'N' TO WS-LIGNE-VALIDE
           END-IF.
           IF LIGNE-VALIDE
              COMPUTE AMO-CAPITAL = FUNCTION NUMVAL(WS-CHAMP-NUM1)
              COMPUTE AMO-TAUX-ANNUEL =
                  FUNCTION NUMVAL(WS-CHAMP-TAUX)
              COMPUTE AMO-DUREE = FUNCTION NUMVAL(WS-CHAMP-DUREE)
              IF WS-CHAMP-DATE(1:8) NUMERIC
                 MOVE WS-CHAMP-DATE(1:8) TO AMO-DATE-DEBUT
              ELSE
                 MOVE WS-DATE-LOT TO AMO-DATE-DEBUT
              END-IF
              MOVE 'CALCULER' TO AMO-FONCTION
              CALL 'AMORTIS' USING AMO-ZONE-APPEL
              IF NOT AMO-OK
                 MOVE 'N' TO WS-LIGNE-VALIDE
              END-IF
           END-IF.

           IF NOT LIGNE-VALIDE
              ADD 1 TO WS-NB-INVALIDES
              MOVE SPACES TO WS-LIGNE-RESULTAT
              STRING 'LIGNE INVALIDE : ' WS-LIGNE-OPERATION
                     DELIMITED BY SIZE
                  INTO WS-LIGNE-RESULTAT
              WRITE WS-LIGNE-RESULTAT
              GO TO TRAITER-ECHEANCIER-LOT-FIN
           END-IF.

           MOVE AMO-CAPITAL TO WS-CAPITAL-ED.
           MOVE AMO-TAUX-ANNUEL TO WS-TAUX-PRET-ED.
           MOVE SPACES TO WS-LIGNE-RESULTAT.
           STRING 'PRET DE ' FUNCTION TRIM(WS-CAPITAL-ED)
                  ' A ' FUNCTION TRIM(WS-TAUX-PRET-ED)
                  ' % SUR ' AMO-DUREE ' MOIS DU ' AMO-DATE-DEBUT
                  DELIMITED BY SIZE
               INTO WS-LIGNE-RESULTAT.
           WRITE WS-LIGNE-RESULTAT.
           MOVE WS-ENTETE-ECHEANCIER TO WS-LIGNE-RESULTAT.
           WRITE WS-LIGNE-RESULTAT.

           MOVE ZERO TO WS-TOTAL-ECHEANCES WS-TOTAL-INTERETS.
           PERFORM UNTIL AMO-NUMERO = AMO-DUREE
                   OR NOT AMO-OK
              MOVE 'LIGNE   ' TO AMO-FONCTION
              CALL 'AMORTIS' USING AMO-ZONE-APPEL
              IF AMO-OK
                 ADD AMO-MONTANT-ECHEANCE TO WS-TOTAL-ECHEANCES
                 ADD AMO-PART-INTERETS TO WS-TOTAL-INTERETS
                 MOVE AMO-NUMERO TO WS-DE-NUMERO
                 MOVE AMO-DATE-ECHEANCE TO WS-DE-DATE
                 MOVE AMO-MONTANT-ECHEANCE TO WS-DE-MONTANT
                 MOVE AMO-PART-INTERETS TO WS-DE-INTERETS
                 MOVE AMO-PART-CAPITAL TO WS-DE-CAPITAL
                 MOVE AMO-CAPITAL-RESTANT TO WS-DE-RESTANT
                 MOVE WS-DETAIL-ECHEANCIER TO WS-LIGNE-RESULTAT
                 WRITE WS-LIGNE-RESULTAT
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-DETAIL-ECHEANCIER.
           MOVE WS-TOTAL-ECHEANCES TO WS-DE-MONTANT.
           MOVE WS-TOTAL-INTERETS TO WS-DE-INTERETS.
           MOVE AMO-CAPITAL TO WS-DE-CAPITAL.
           MOVE WS-DETAIL-ECHEANCIER TO WS-LIGNE-RESULTAT.
           MOVE 'TOTAL' TO WS-LIGNE-RESULTAT(2:5).
           WRITE WS-LIGNE-RESULTAT.
           ADD 1 TO WS-NB-CALCULEES.

           OPEN EXTEND F-HISTORIQUE.
           IF NOT STATUT-HISTORIQUE-OK
              OPEN OUTPUT F-HISTORIQUE
           END-IF.
           IF STATUT-HISTORIQUE-OK
              MOVE AMO-ECHEANCE-CONSTANTE TO WS-ECHEANCE-ED
              MOVE WS-TOTAL-INTERETS TO WS-INTERETS-ED
              MOVE SPACES TO WS-LIGNE-HISTORIQUE
              STRING 'ECHEANCIER ' FUNCTION TRIM(WS-CAPITAL-ED)
                     ' A ' FUNCTION TRIM(WS-TAUX-PRET-ED) '% '
                     AMO-DUREE ' MOIS DU ' AMO-DATE-DEBUT
                     ' : ECH ' FUNCTION TRIM(WS-ECHEANCE-ED)
                     ' INT ' FUNCTION TRIM(WS-INTERETS-ED)
                     DELIMITED BY SIZE
                  INTO WS-LIGNE-HISTORIQUE
              WRITE WS-LIGNE-HISTORIQUE
           END-IF.
           CLOSE F-HISTORIQUE.
       TRAITER-ECHEANCIER-LOT-FIN. EXIT.

       SUITE-CALCUL.

           DISPLAY 'ARRET DE LA CALCULATRICE ? TAPEZ OUI ou NON :'
