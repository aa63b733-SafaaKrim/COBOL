      * calculs (calcul-historique.txt). Une devise inconnue ou sans
      * taux en vigueur a la date demandee est une erreur claire,
      * jamais un zero silencieux.
      * L'operateur "E" ouvre le mode echeancier de pret : capital,
      * taux annuel, duree en mois et date de debut donnent le
      * tableau d'amortissement a echeances constantes (numero, date,
      * echeance, interets, capital, capital restant, totaux), affiche
      * et ecrit dans echeancier.txt, le calcul passant par la
      * routine partagee AMORTIS et etant trace dans l'historique.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTORIQUE.

           SELECT F-ECHEANCIER ASSIGN TO "echeancier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECHEANCIER.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TAUX
       FD  F-HISTORIQUE.
       01  WS-LIGNE-HISTORIQUE PIC X(80).

       FD  F-ECHEANCIER.
       01  WS-LIGNE-ECHEANCIER PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-NUM1        PIC 9(3).
       01  WS-CIBLE-TROUVE   PIC X(1).
       01  WS-TAUX-ED        PIC 9(3).9(4).

      * Mode echeancier : saisies, totaux et lignes editees.
       01  WS-STATUT-ECHEANCIER PIC X(02).
           88 STATUT-ECHEANCIER-OK VALUE "00".
       01  WS-CAPITAL-SAISI  PIC X(14).
       01  WS-TAUX-SAISI     PIC X(08).
       01  WS-DUREE-SAISIE   PIC X(04).
       01  WS-TOTAL-ECHEANCES PIC 9(9)V99.
       01  WS-TOTAL-INTERETS PIC 9(9)V99.
       01  WS-CAPITAL-ED     PIC Z(8)9.99.
       01  WS-TAUX-PRET-ED   PIC Z9.9999.
       01  WS-ECHEANCE-ED    PIC Z(8)9.99.
       01  WS-INTERETS-ED    PIC Z(8)9.99.
       01  WS-ENTETE-ECHEANCIER.
           05 FILLER         PIC X(16) VALUE " NUM  DATE".
           05 FILLER         PIC X(13) VALUE "    ECHEANCE".
           05 FILLER         PIC X(13) VALUE "    INTERETS".
           05 FILLER         PIC X(13) VALUE "     CAPITAL".
           05 FILLER         PIC X(12) VALUE "     RESTANT".
       01  WS-DETAIL-ECHEANCIER.
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

       PROCEDURE DIVISION.
           DISPLAY " " NO ADVANCING
              ACCEPT WS-NUM1.
              THRU    CONVERTIR-DEVISE-FIN
              STOP RUN
           END-IF.
      * L'operateur "E" bascule en mode echeancier de pret.
           IF FUNCTION UPPER-CASE(WS-OPE(1:1)) = "E"
              PERFORM ETABLIR-ECHEANCIER
              THRU    ETABLIR-ECHEANCIER-FIN
              STOP RUN
           END-IF.
           DISPLAY WS-NUM1
              SPACE WS-OPE
              SPACE NO ADVANCING
           END-IF.
           CLOSE F-HISTORIQUE.
       ECRIRE-HISTORIQUE-CONVERSION-FIN. EXIT.

      *****************************
      * Mode echeancier : le pret saisi (capital, taux annuel en %,
      * duree en mois, date de debut) est controle et amorti par la
      * routine AMORTIS ; chaque echeance est affichee et ecrite
      * dans echeancier.txt, suivie des totaux d'echeances et
      * d'interets, et le pret est trace dans l'historique.
      *****************************
       ETABLIR-ECHEANCIER.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           DISPLAY "CAPITAL EMPRUNTE : " NO ADVANCING.
           ACCEPT WS-CAPITAL-SAISI.
           DISPLAY "TAUX ANNUEL (%) : " NO ADVANCING.
           ACCEPT WS-TAUX-SAISI.
           DISPLAY "DUREE (MOIS) : " NO ADVANCING.
           ACCEPT WS-DUREE-SAISIE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CAPITAL-SAISI))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TAUX-SAISI))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DUREE-SAISIE))
                 NOT = 0
              DISPLAY "ERREUR : CAPITAL, TAUX OU DUREE NON NUMERIQUE"
              GO TO ETABLIR-ECHEANCIER-FIN
           END-IF.
           COMPUTE AMO-CAPITAL = FUNCTION NUMVAL(WS-CAPITAL-SAISI).
           COMPUTE AMO-TAUX-ANNUEL = FUNCTION NUMVAL(WS-TAUX-SAISI).
           COMPUTE AMO-DUREE = FUNCTION NUMVAL(WS-DUREE-SAISIE).
           DISPLAY "DATE DE DEBUT (AAAAMMJJ, VIDE = AUJOURD'HUI) : "
              NO ADVANCING.
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE = SPACES
              OR WS-DATE-SAISIE NOT NUMERIC
              MOVE WS-DATE-JOUR TO AMO-DATE-DEBUT
           ELSE
              MOVE WS-DATE-SAISIE TO AMO-DATE-DEBUT
           END-IF.

           MOVE "CALCULER" TO AMO-FONCTION.
           CALL "AMORTIS" USING AMO-ZONE-APPEL.
           EVALUATE AMO-CODE-RETOUR
              WHEN "00"
                 CONTINUE
              WHEN "10"
                 DISPLAY "ERREUR : DATE DE DEBUT INVALIDE "
                    AMO-DATE-DEBUT
                 GO TO ETABLIR-ECHEANCIER-FIN
              WHEN OTHER
                 DISPLAY "ERREUR : CAPITAL NUL OU DUREE HORS 1-360"
                 GO TO ETABLIR-ECHEANCIER-FIN
           END-EVALUATE.

           OPEN OUTPUT F-ECHEANCIER.
           IF NOT STATUT-ECHEANCIER-OK
              DISPLAY "ERREUR : ECHEANCIER.TXT NON CREE ("
                 WS-STATUT-ECHEANCIER ")"
              GO TO ETABLIR-ECHEANCIER-FIN
           END-IF.

           MOVE AMO-CAPITAL TO WS-CAPITAL-ED.
           MOVE AMO-TAUX-ANNUEL TO WS-TAUX-PRET-ED.
           MOVE SPACES TO WS-LIGNE-ECHEANCIER.
           STRING "PRET DE " FUNCTION TRIM(WS-CAPITAL-ED)
                  " A " FUNCTION TRIM(WS-TAUX-PRET-ED)
                  " % SUR " AMO-DUREE " MOIS DU " AMO-DATE-DEBUT
                  DELIMITED BY SIZE
               INTO WS-LIGNE-ECHEANCIER.
           PERFORM EDITER-LIGNE-ECHEANCIER
           THRU    EDITER-LIGNE-ECHEANCIER-FIN.
           MOVE WS-ENTETE-ECHEANCIER TO WS-LIGNE-ECHEANCIER.
           PERFORM EDITER-LIGNE-ECHEANCIER
           THRU    EDITER-LIGNE-ECHEANCIER-FIN.

           MOVE ZERO TO WS-TOTAL-ECHEANCES WS-TOTAL-INTERETS.
           PERFORM UNTIL AMO-NUMERO = AMO-DUREE
                   OR NOT AMO-OK
              MOVE "LIGNE   " TO AMO-FONCTION
              CALL "AMORTIS" USING AMO-ZONE-APPEL
              IF AMO-OK
                 ADD AMO-MONTANT-ECHEANCE TO WS-TOTAL-ECHEANCES
                 ADD AMO-PART-INTERETS TO WS-TOTAL-INTERETS
                 MOVE AMO-NUMERO TO WS-DE-NUMERO
                 MOVE AMO-DATE-ECHEANCE TO WS-DE-DATE
                 MOVE AMO-MONTANT-ECHEANCE TO WS-DE-MONTANT
                 MOVE AMO-PART-INTERETS TO WS-DE-INTERETS
                 MOVE AMO-PART-CAPITAL TO WS-DE-CAPITAL
                 MOVE AMO-CAPITAL-RESTANT TO WS-DE-RESTANT
                 MOVE WS-DETAIL-ECHEANCIER TO WS-LIGNE-ECHEANCIER
                 PERFORM EDITER-LIGNE-ECHEANCIER
                 THRU    EDITER-LIGNE-ECHEANCIER-FIN
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-DETAIL-ECHEANCIER.
           MOVE WS-TOTAL-ECHEANCES TO WS-DE-MONTANT.
           MOVE WS-TOTAL-INTERETS TO WS-DE-INTERETS.
           MOVE AMO-CAPITAL TO WS-DE-CAPITAL.
           MOVE WS-DETAIL-ECHEANCIER TO WS-LIGNE-ECHEANCIER.
           MOVE "TOTAL" TO WS-LIGNE-ECHEANCIER(2:5).
           PERFORM EDITER-LIGNE-ECHEANCIER
           THRU    EDITER-LIGNE-ECHEANCIER-FIN.
           CLOSE F-ECHEANCIER.

           PERFORM ECRIRE-HISTORIQUE-ECHEANCIER
           THRU    ECRIRE-HISTORIQUE-ECHEANCIER-FIN.
       ETABLIR-ECHEANCIER-FIN. EXIT.

      *****************************
      * Une ligne de l'echeancier, a l'ecran et dans le fichier.
      *****************************
       EDITER-LIGNE-ECHEANCIER.
           DISPLAY WS-LIGNE-ECHEANCIER.
           WRITE WS-LIGNE-ECHEANCIER.
       EDITER-LIGNE-ECHEANCIER-FIN. EXIT.

      *****************************
      * Trace le pret amorti dans l'historique des calculs.
      *****************************
       ECRIRE-HISTORIQUE-ECHEANCIER.
           OPEN EXTEND F-HISTORIQUE.
           IF NOT STATUT-HISTORIQUE-OK
              OPEN OUTPUT F-HISTORIQUE
           END-IF.
           IF STATUT-HISTORIQUE-OK
              MOVE AMO-ECHEANCE-CONSTANTE TO WS-ECHEANCE-ED
              MOVE WS-TOTAL-INTERETS TO WS-INTERETS-ED
              MOVE SPACES TO WS-LIGNE-HISTORIQUE
              STRING "ECHEANCIER " FUNCTION TRIM(WS-CAPITAL-ED)
                     " A " FUNCTION TRIM(WS-TAUX-PRET-ED) "% "
                     AMO-DUREE " MOIS DU " AMO-DATE-DEBUT
                     " : ECH " FUNCTION TRIM(WS-ECHEANCE-ED)
                     " INT " FUNCTION TRIM(WS-INTERETS-ED)
                     DELIMITED BY SIZE
                  INTO WS-LIGNE-HISTORIQUE
              WRITE WS-LIGNE-HISTORIQUE
           END-IF.
           CLOSE F-HISTORIQUE.
       ECRIRE-HISTORIQUE-ECHEANCIER-FIN. EXIT.
