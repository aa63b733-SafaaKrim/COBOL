      *                 que FS-JOUR-DEPART du planning des trains).
      *     'BISSEXT '  LK-RESULTAT = 1 si l'annee de LK-DATE-1 est
      *                 bissextile, 0 sinon.
      *     'PAQUES  '  LK-RESULTAT = date (AAAAMMJJ) du dimanche de
      *                 Paques de l'annee de LK-DATE-1 (calendrier
      *                 gregorien), d'ou se deduisent les feries
      *                 mobiles (lundi de Paques, Ascension, lundi de
      *                 Pentecote).
      *   Toute fonction renvoie LK-CODE-RETOUR '00' si le calcul a
      *   abouti, '10' si une date d'entree est invalide, '20' si la
      *   fonction demandee est inconnue.
       01  WS-ANNEE-CALC        PIC S9(06).
       01  WS-RESTE             PIC 9(01).

      * Calcul de Paques (algorithme anonyme gregorien, dit de
      * Meeus-Jones-Butcher).
       01  WS-PQ-A              PIC 9(04).
       01  WS-PQ-B              PIC 9(04).
       01  WS-PQ-C              PIC 9(04).
       01  WS-PQ-D              PIC 9(04).
       01  WS-PQ-E              PIC 9(04).
       01  WS-PQ-F              PIC 9(04).
       01  WS-PQ-G              PIC 9(04).
       01  WS-PQ-H              PIC 9(04).
       01  WS-PQ-I              PIC 9(04).
       01  WS-PQ-K              PIC 9(04).
       01  WS-PQ-L              PIC 9(04).
       01  WS-PQ-M              PIC 9(04).
       01  WS-PQ-N              PIC 9(04).
       01  WS-PQ-Q              PIC 9(04).

       LINKAGE SECTION.
       01  LK-FONCTION          PIC X(08).
       01  LK-DATE-1            PIC 9(08).
                   PERFORM 1100-CALCULER-BISSEXTILE
                   THRU    1100-CALCULER-BISSEXTILE-END
                   MOVE WS-BISSEXTILE TO LK-RESULTAT
               WHEN 'PAQUES  '
                   PERFORM 6000-DIMANCHE-PAQUES
                   THRU    6000-DIMANCHE-PAQUES-END
               WHEN OTHER
                   MOVE '20' TO LK-CODE-RETOUR
           END-EVALUATE.
       5000-JOUR-SEMAINE-END.
           EXIT.

      ******************************************************************
      * Dimanche de Paques de l'annee de LK-DATE-1 (seule l'annee est
      * lue : le mois et le jour peuvent etre a zero). Nombre d'or,
      * siecle, epacte corrigee puis lettre dominicale donnent le
      * mois (3 ou 4) et le jour.
       6000-DIMANCHE-PAQUES.
           MOVE LK-DATE-1 TO WS-DATE-TRAVAIL.
           IF WS-ANNEE < 1600 OR WS-ANNEE > 9999
               MOVE '10' TO LK-CODE-RETOUR
               GO TO 6000-DIMANCHE-PAQUES-END
           END-IF.
           DIVIDE WS-ANNEE BY 19 GIVING WS-PQ-Q REMAINDER WS-PQ-A.
           DIVIDE WS-ANNEE BY 100 GIVING WS-PQ-B REMAINDER WS-PQ-C.
           DIVIDE WS-PQ-B BY 4 GIVING WS-PQ-D REMAINDER WS-PQ-E.
           COMPUTE WS-PQ-F = (WS-PQ-B + 8) / 25.
           COMPUTE WS-PQ-G = (WS-PQ-B - WS-PQ-F + 1) / 3.
           COMPUTE WS-PQ-N = 19 * WS-PQ-A + WS-PQ-B - WS-PQ-D
               - WS-PQ-G + 15.
           DIVIDE WS-PQ-N BY 30 GIVING WS-PQ-Q REMAINDER WS-PQ-H.
           DIVIDE WS-PQ-C BY 4 GIVING WS-PQ-I REMAINDER WS-PQ-K.
      * 32 + 2e + 2i - h - k ne descend jamais sous zero (h <= 29,
      * k <= 3) : les zones non signees suffisent.
           COMPUTE WS-PQ-N = 32 + 2 * WS-PQ-E + 2 * WS-PQ-I
               - WS-PQ-H - WS-PQ-K.
           DIVIDE WS-PQ-N BY 7 GIVING WS-PQ-Q REMAINDER WS-PQ-L.
           COMPUTE WS-PQ-M = (WS-PQ-A + 11 * WS-PQ-H + 22 * WS-PQ-L)
               / 451.
           COMPUTE WS-PQ-N = WS-PQ-H + WS-PQ-L - 7 * WS-PQ-M + 114.
           DIVIDE WS-PQ-N BY 31 GIVING WS-PQ-Q REMAINDER WS-PQ-K.
           MOVE WS-PQ-Q TO WS-MOIS.
           COMPUTE WS-JOUR = WS-PQ-K + 1.
           MOVE WS-DATE-TRAVAIL TO LK-RESULTAT.
       6000-DIMANCHE-PAQUES-END.
           EXIT.

       END PROGRAM DATEUTIL.
