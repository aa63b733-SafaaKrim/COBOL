      * moyenne des compteurs des nuits passees et l'ecart de cette
      * nuit. Le seuil de derive (en pourcentage, 30 a defaut) est
      * modifiable par la variable d'environnement TENDANCE_SEUIL_PCT.
      * Les regles du balayage d'integrite (integrite.cbl, passages
      * INTEG-<regle>) sont suivies en plus, au fil de leur apparition
      * dans le fichier de suivi : pour elles seule une hausse du
      * nombre d'orphelins (CPT1) est une anomalie - au-dela du seuil,
      * ou des qu'il en apparait sur une regle jusque-la propre.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDANCES.
      * du seul compteur de sortie (CPT2) doit alerter autant qu'une
      * chute du compteur d'entree.
       01  WS-NB-PROGRAMMES      PIC 9(02) VALUE 3.
       01  WS-MAX-PROGRAMMES     PIC 9(02) VALUE 40.
       01  WS-TAB-PROGRAMMES.
           05 WS-PROG-ENTREE OCCURS 40 TIMES.
              10 WS-PROG-NOM        PIC X(20).
              10 WS-PROG-SOMME      PIC 9(11).
              10 WS-PROG-NB-NUITS   PIC 9(05).
              10 WS-PROG-NB-NUITS-2 PIC 9(05).
              10 WS-PROG-CPT-NUIT-2 PIC 9(07).
              10 WS-PROG-VU-NUIT    PIC X(01).
              10 WS-PROG-INTEG      PIC X(01).

       01  WS-I                  PIC 9(02).
       01  WS-MOYENNE            PIC 9(07)V9(1).
               MOVE 0 TO WS-PROG-NB-NUITS-2 (WS-I)
               MOVE 0 TO WS-PROG-CPT-NUIT-2 (WS-I)
               MOVE 'N' TO WS-PROG-VU-NUIT (WS-I)
               MOVE 'N' TO WS-PROG-INTEG (WS-I)
           END-PERFORM.

           PERFORM 1000-CUMULER-HISTORIQUE
               MOVE 0 TO WS-CPT2-LIGNE
           END-IF.

           IF WS-SEG-PROG(1:6) = 'INTEG-'
               PERFORM 1200-SUIVRE-REGLE
               THRU    1200-SUIVRE-REGLE-FIN
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-PROGRAMMES
               IF FUNCTION TRIM(WS-SEG-PROG) =
           END-PERFORM.
       1100-CUMULER-LIGNE-FIN. EXIT.

      * Premiere rencontre d'une regle d'integrite : elle prend place
      * dans la table des programmes suivis.
       1200-SUIVRE-REGLE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-PROGRAMMES
               IF FUNCTION TRIM(WS-SEG-PROG) =
                       FUNCTION TRIM(WS-PROG-NOM (WS-I))
                   GO TO 1200-SUIVRE-REGLE-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-PROGRAMMES NOT < WS-MAX-PROGRAMMES
               GO TO 1200-SUIVRE-REGLE-FIN
           END-IF.
           ADD 1 TO WS-NB-PROGRAMMES.
           MOVE WS-NB-PROGRAMMES TO WS-I.
           MOVE WS-SEG-PROG TO WS-PROG-NOM (WS-I).
           MOVE 0 TO WS-PROG-SOMME (WS-I).
           MOVE 0 TO WS-PROG-NB-NUITS (WS-I).
           MOVE 0 TO WS-PROG-CPT-NUIT (WS-I).
           MOVE 0 TO WS-PROG-SOMME-2 (WS-I).
           MOVE 0 TO WS-PROG-NB-NUITS-2 (WS-I).
           MOVE 0 TO WS-PROG-CPT-NUIT-2 (WS-I).
           MOVE 'N' TO WS-PROG-VU-NUIT (WS-I).
           MOVE 'O' TO WS-PROG-INTEG (WS-I).
       1200-SUIVRE-REGLE-FIN. EXIT.

      **********************************************
      * Rapport du matin : un bloc par programme suivi, derive au-dela
      * du seuil et absence de passage signalees en tete de ligne.
       3000-ECRIRE-RAPPORT-FIN. EXIT.

       3100-ECRIRE-BLOC-PROGRAMME.
           IF WS-PROG-INTEG (WS-I) = 'O'
               PERFORM 3200-ECRIRE-BLOC-REGLE
               THRU    3200-ECRIRE-BLOC-REGLE-FIN
               GO TO 3100-ECRIRE-BLOC-PROGRAMME-FIN
           END-IF.

           IF WS-PROG-VU-NUIT (WS-I) = 'N'
               ADD 1 TO WS-NB-ANOMALIES
               MOVE SPACES TO WS-LIGNE-ANOMALIE
           WRITE WS-LIGNE-ANOMALIE.
       3110-ECRIRE-LIGNE-COMPTEUR-FIN. EXIT.

      * Regle d'integrite : une regle sans compte cette nuit (non
      * conclue ou retiree du catalogue) est seulement mentionnee,
      * une baisse des orphelins n'est pas une anomalie.
       3200-ECRIRE-BLOC-REGLE.
           MOVE SPACES TO WS-LIGNE-ANOMALIE.
           IF WS-PROG-VU-NUIT (WS-I) = 'N'
               STRING WS-PROG-NOM (WS-I)
                   ' SANS COMPTE CETTE NUIT'
                   DELIMITED BY SIZE INTO WS-LIGNE-ANOMALIE
               WRITE WS-LIGNE-ANOMALIE
               GO TO 3200-ECRIRE-BLOC-REGLE-FIN
           END-IF.

           IF WS-PROG-NB-NUITS (WS-I) = 0
               STRING WS-PROG-NOM (WS-I) ' ORPHELINS='
                   WS-PROG-CPT-NUIT (WS-I)
                   ' (PAS ENCORE D''HISTORIQUE DE COMPARAISON)'
                   DELIMITED BY SIZE INTO WS-LIGNE-ANOMALIE
               WRITE WS-LIGNE-ANOMALIE
               GO TO 3200-ECRIRE-BLOC-REGLE-FIN
           END-IF.

           COMPUTE WS-MOYENNE ROUNDED =
               WS-PROG-SOMME (WS-I) / WS-PROG-NB-NUITS (WS-I).
           MOVE WS-MOYENNE TO WS-MOYENNE-ED.
           IF WS-MOYENNE = 0
               MOVE 0 TO WS-ECART-PCT
           ELSE
               COMPUTE WS-ECART-PCT ROUNDED =
                   (WS-PROG-CPT-NUIT (WS-I) - WS-MOYENNE)
                   * 100 / WS-MOYENNE
           END-IF.
           MOVE WS-ECART-PCT TO WS-ECART-ED.

           IF WS-PROG-CPT-NUIT (WS-I) > WS-MOYENNE
               AND (WS-MOYENNE = 0 OR WS-ECART-PCT > WS-SEUIL-PCT)
               ADD 1 TO WS-NB-ANOMALIES
               STRING 'ANOMALIE : ' WS-PROG-NOM (WS-I)
                   ' ORPHELINS EN HAUSSE=' WS-PROG-CPT-NUIT (WS-I)
                   ' MOYENNE=' WS-MOYENNE-ED
                   ' ECART=' WS-ECART-ED ' %'
                   DELIMITED BY SIZE INTO WS-LIGNE-ANOMALIE
           ELSE
               STRING WS-PROG-NOM (WS-I)
                   ' ORPHELINS=' WS-PROG-CPT-NUIT (WS-I)
                   ' MOYENNE=' WS-MOYENNE-ED
                   ' ECART=' WS-ECART-ED ' %'
                   DELIMITED BY SIZE INTO WS-LIGNE-ANOMALIE
           END-IF.
           WRITE WS-LIGNE-ANOMALIE.
       3200-ECRIRE-BLOC-REGLE-FIN. EXIT.

       END PROGRAM TENDANCES.
