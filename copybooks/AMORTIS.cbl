      ******************************************************************
      * Programme : AMORTIS
      * Description : Routine partagee, appelee par CALL comme
      *   DATEUTIL, qui etablit le tableau d'amortissement d'un pret
      *   ou d'un credit-bail a echeances mensuelles constantes, pour
      *   que la calculatrice interactive (calc.cbl) et son mode lot
      *   (calcul-test.cbl) donnent les memes arrondis au centime.
      *   La zone d'appel est le copybook AMORTIS.cpy.
      *   Fonctions, choisies par AMO-FONCTION :
      *     'CALCULER'  controle le pret (capital non nul, duree de 1
      *                 a 360 mois, date de debut reelle) et calcule
      *                 l'echeance constante
      *                   C x t / (1 - (1 + t) ** -n),  t = taux / 1200
      *                 (C / n a taux nul), arrondie au centime ;
      *                 remet le tableau a la ligne 0.
      *     'LIGNE   '  produit la ligne suivante : numero, date
      *                 d'echeance (date de debut avancee de numero
      *                 mois par DATEUTIL), interets du mois sur le
      *                 capital restant, part de capital et capital
      *                 restant apres paiement. La derniere echeance
      *                 rembourse exactement le capital restant : les
      *                 ecarts d'arrondi des mois precedents s'y
      *                 retrouvent.
      *   AMO-CODE-RETOUR '00' si le calcul a abouti, '10' si la date
      *   de debut est invalide, '30' si le capital ou la duree est
      *   hors limites, '40' si le tableau est deja termine, '20' si
      *   la fonction est inconnue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTIS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TAUX-MENSUEL      PIC 9(01)V9(12).
       01  WS-FACTEUR           PIC 9(06)V9(12).

      * Zones d'appel de la routine partagee de calcul de dates.
       01  WS-DU-FONCTION       PIC X(08).
       01  WS-DU-DATE-1         PIC 9(08).
       01  WS-DU-DATE-2         PIC 9(08).
       01  WS-DU-NOMBRE         PIC S9(07).
       01  WS-DU-RESULTAT       PIC S9(08).
       01  WS-DU-CODE           PIC X(02).

       LINKAGE SECTION.
       COPY "AMORTIS".

       PROCEDURE DIVISION USING AMO-ZONE-APPEL.
       0000-MAIN-START.
           MOVE '00' TO AMO-CODE-RETOUR.
           COMPUTE WS-TAUX-MENSUEL = AMO-TAUX-ANNUEL / 1200.
           EVALUATE AMO-FONCTION
               WHEN 'CALCULER'
                   PERFORM 1000-CALCULER-ECHEANCE
                   THRU    1000-CALCULER-ECHEANCE-END
               WHEN 'LIGNE   '
                   PERFORM 2000-LIGNE-SUIVANTE
                   THRU    2000-LIGNE-SUIVANTE-END
               WHEN OTHER
                   MOVE '20' TO AMO-CODE-RETOUR
           END-EVALUATE.
       0000-MAIN-END.
           GOBACK.

      ******************************************************************
      * Controle du pret et echeance constante.
      ******************************************************************
       1000-CALCULER-ECHEANCE.
           MOVE 0 TO AMO-NUMERO AMO-DATE-ECHEANCE
                     AMO-MONTANT-ECHEANCE AMO-PART-INTERETS
                     AMO-PART-CAPITAL AMO-ECHEANCE-CONSTANTE.
           MOVE AMO-CAPITAL TO AMO-CAPITAL-RESTANT.
           IF AMO-CAPITAL = 0 OR AMO-DUREE = 0 OR AMO-DUREE > 360
               MOVE '30' TO AMO-CODE-RETOUR
               GO TO 1000-CALCULER-ECHEANCE-END
           END-IF.

           MOVE 'VALIDER ' TO WS-DU-FONCTION.
           MOVE AMO-DATE-DEBUT TO WS-DU-DATE-1.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE NOT = '00'
               MOVE '10' TO AMO-CODE-RETOUR
               GO TO 1000-CALCULER-ECHEANCE-END
           END-IF.

           IF WS-TAUX-MENSUEL = 0
               COMPUTE AMO-ECHEANCE-CONSTANTE ROUNDED =
                   AMO-CAPITAL / AMO-DUREE
           ELSE
               COMPUTE WS-FACTEUR ROUNDED =
                   (1 + WS-TAUX-MENSUEL) ** AMO-DUREE
               COMPUTE AMO-ECHEANCE-CONSTANTE ROUNDED =
                   AMO-CAPITAL * WS-TAUX-MENSUEL
                   / (1 - 1 / WS-FACTEUR)
           END-IF.
       1000-CALCULER-ECHEANCE-END.
           EXIT.

      ******************************************************************
      * Ligne suivante du tableau ; la derniere solde le capital.
      ******************************************************************
       2000-LIGNE-SUIVANTE.
           IF AMO-NUMERO NOT < AMO-DUREE
               MOVE '40' TO AMO-CODE-RETOUR
               GO TO 2000-LIGNE-SUIVANTE-END
           END-IF.
           ADD 1 TO AMO-NUMERO.

           MOVE 'AJOUTMOI' TO WS-DU-FONCTION.
           MOVE AMO-DATE-DEBUT TO WS-DU-DATE-1.
           MOVE AMO-NUMERO TO WS-DU-NOMBRE.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE NOT = '00'
               MOVE '10' TO AMO-CODE-RETOUR
               GO TO 2000-LIGNE-SUIVANTE-END
           END-IF.
           MOVE WS-DU-RESULTAT TO AMO-DATE-ECHEANCE.

           COMPUTE AMO-PART-INTERETS ROUNDED =
               AMO-CAPITAL-RESTANT * WS-TAUX-MENSUEL.
           IF AMO-NUMERO = AMO-DUREE
               MOVE AMO-CAPITAL-RESTANT TO AMO-PART-CAPITAL
               COMPUTE AMO-MONTANT-ECHEANCE =
                   AMO-PART-CAPITAL + AMO-PART-INTERETS
           ELSE
               MOVE AMO-ECHEANCE-CONSTANTE TO AMO-MONTANT-ECHEANCE
               COMPUTE AMO-PART-CAPITAL =
                   AMO-MONTANT-ECHEANCE - AMO-PART-INTERETS
           END-IF.
           SUBTRACT AMO-PART-CAPITAL FROM AMO-CAPITAL-RESTANT.
       2000-LIGNE-SUIVANTE-END.
           EXIT.

       END PROGRAM AMORTIS.
