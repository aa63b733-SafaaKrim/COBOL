      *   commun RUNCTL, et ecrit au matin la liste des jobs dus mais
      *   non passes (rapport-jobs-manques.dat). Manquer l'indexation
      *   a un anniversaire de police coute de la prime reelle.
      *   Chaque lancement est encadre par un appel RUNCTL DEBUT et
      *   l'appel de fin habituel, pour que la duree du job entre
      *   dans l'historique durees-jobs.log (rapport durees.cbl).
      *   En decembre, l'ordonnanceur verifie aussi que les feries
      *   mobiles de l'annee suivante (lundi de Paques, Ascension,
      *   lundi de Pentecote) sont deja au calendrier de JOURFERIE ;
      *   s'il en manque, il le signale a la console et dans le
      *   rapport du matin, pour que calendrier-feries soit lance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ordonnanceur.
          05 WS-CALC-AAAA    PIC 9(04).
          05 WS-CALC-MM      PIC 9(02).
          05 WS-CALC-JJ      PIC 9(02).
      * Controle de decembre : feries mobiles de l'annee suivante
      * (ecarts en jours depuis le dimanche de Paques).
       01 WS-ANNEE-SUIVANTE  PIC 9(04) VALUE 0.
       01 WS-PAQUES-SUIVANT  PIC 9(08).
       01 WS-NB-MOBILES-ABSENTS PIC 9(01) VALUE 0.
       01 WS-DEF-ECARTS-MOBILES PIC 9(09) VALUE 001039050.
       01 WS-TAB-ECARTS-MOBILES REDEFINES WS-DEF-ECARTS-MOBILES.
          05 WS-ECART-MOBILE PIC 9(03) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 1000-DERNIER-OUVRE-DU-MOIS
           THRU    1000-DERNIER-OUVRE-DU-MOIS-FIN.

           PERFORM 1500-CONTROLER-FERIES-MOBILES
           THRU    1500-CONTROLER-FERIES-MOBILES-FIN.

           PERFORM 2000-CHARGER-PLANNING
           THRU    2000-CHARGER-PLANNING-FIN.

           END-PERFORM.
       1000-DERNIER-OUVRE-DU-MOIS-FIN. EXIT.

      ******************************************************************
      * En decembre seulement : Paques de l'annee suivante (DATEUTIL),
      * puis chaque ferie mobile qui en decoule. Tous tombent en
      * semaine : si JOURFERIE le dit ouvre, il manque au calendrier.
      ******************************************************************
       1500-CONTROLER-FERIES-MOBILES.
           MOVE WS-DATE-JOUR TO WS-DATE-CALCUL.
           IF WS-CALC-MM NOT = 12
               GO TO 1500-CONTROLER-FERIES-MOBILES-FIN
           END-IF.
           COMPUTE WS-ANNEE-SUIVANTE = WS-CALC-AAAA + 1.
           MOVE 'PAQUES  ' TO WS-DU-FONCTION.
           COMPUTE WS-DU-DATE-1 = WS-ANNEE-SUIVANTE * 10000.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           MOVE WS-DU-RESULTAT TO WS-PAQUES-SUIVANT.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               MOVE 'AJOUTJRS' TO WS-DU-FONCTION
               MOVE WS-PAQUES-SUIVANT TO WS-DU-DATE-1
               MOVE WS-ECART-MOBILE(WS-I) TO WS-DU-NOMBRE
               CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT
                   WS-DU-CODE
               MOVE 'OUVRE   ' TO WS-JF-FONCTION
               MOVE WS-DU-RESULTAT TO WS-JF-DATE
               MOVE 0 TO WS-JF-NOMBRE
               CALL 'JOURFERIE' USING WS-JF-FONCTION WS-JF-DATE
                   WS-JF-NOMBRE WS-JF-RESULTAT WS-JF-LIBELLE
                   WS-JF-CODE
               IF WS-JF-CODE = '00' AND WS-JF-RESULTAT = 1
                   ADD 1 TO WS-NB-MOBILES-ABSENTS
               END-IF
           END-PERFORM.

           IF WS-NB-MOBILES-ABSENTS > 0
               DISPLAY 'ATTENTION : ' WS-NB-MOBILES-ABSENTS
                   ' FERIE(S) MOBILE(S) ' WS-ANNEE-SUIVANTE
                   ' ABSENT(S) DE JOURS-FERIES.DAT'
               DISPLAY '            LANCER CALENDRIER-FERIES'
                   ' AVEC FERIES_ANNEE=' WS-ANNEE-SUIVANTE
           END-IF.
       1500-CONTROLER-FERIES-MOBILES-FIN. EXIT.

      ******************************************************************
      * Charge le planning des jobs. Sans planning, rien a piloter.
      ******************************************************************
           DISPLAY 'LANCEMENT DE ' WS-JOB-NOM(WS-I) ' : '
               FUNCTION TRIM(WS-JOB-COMMANDE(WS-I)).
           MOVE WS-JOB-COMMANDE(WS-I) TO WS-COMMANDE.
           MOVE WS-JOB-NOM(WS-I) TO WS-RUNCTL-PROGRAMME.
           MOVE ZERO TO WS-RUNCTL-COMPTEUR-1 WS-RUNCTL-COMPTEUR-2.
           MOVE 'DEBUT' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
           MOVE 0 TO RETURN-CODE.
           CALL 'SYSTEM' USING WS-COMMANDE.

           IF RETURN-CODE = 0
               MOVE 'O' TO WS-JOB-LANCE(WS-I)
               MOVE WS-DATE-JOUR TO WS-JOB-DERNIERE(WS-I)
                   TO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-IF.

           IF WS-NB-MOBILES-ABSENTS > 0
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING 'CALENDRIER : ' WS-NB-MOBILES-ABSENTS
                   ' FERIE(S) MOBILE(S) ' WS-ANNEE-SUIVANTE
                   ' ABSENT(S) : LANCER CALENDRIER-FERIES'
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-IF.
           CLOSE RAPPORT-FILE.
       6000-RAPPORT-MANQUES-FIN. EXIT.

