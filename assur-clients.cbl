      * en entier. La detection des quasi-doublons de noms est portee
      * par assur-clients-doublons.cbl et la vue portefeuille par
      * client par assur-clients-rapport.cbl.
      * La date de naissance d'un client vient de la souscription :
      * assur-maint.cbl la note dans NAISSANCES-ASSURES.DAT a l'ajout
      * d'une police. Un client sans date la recoit de la derniere
      * ligne notee a son nom ; une date deja au referentiel n'est
      * pas remplacee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WS-ASSUR-PART2-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER2.

           SELECT NAISSANCES-FILE ASSIGN TO 'naissances-assures.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-NAISSANCES.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS-FILE
      * Une ligne par client : numero client stable ('C' suivi de
      * sept chiffres) et nom de l'assure tel qu'il figure dans les
      * fichiers de production, puis date de naissance AAAAMMJJ
      * quand la souscription l'a notee dans NAISSANCES-ASSURES.DAT
      * (a blanc sinon), conservee d'un passage a l'autre.
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD     IS WS-CLIENT-RECORD.
       01 WS-CLIENT-RECORD.
           05 WS-CLT-NUMERO    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-CLT-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(1).
           05 WS-CLT-NAISSANCE PIC X(8).
           05 FILLER           PIC X(1).

       FD ASSUR-PART1-FILE
           RECORD CONTAINS 121 CHARACTERS
               05 WS-NOM-ASS   PIC X(41).
               05 FILLER       PIC X(41).

       FD NAISSANCES-FILE
      * Meme dessin que dans assur-maint.cbl.
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD     IS WS-NAISSANCE-RECORD.
       01 WS-NAISSANCE-RECORD.
           05 WS-NAI-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(1).
           05 WS-NAI-DATE      PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-NAI-ID        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-CLIENTS==
                     ==FSTAT-OK==    BY ==STATUT-CLIENTS-OK==.
           88 STATUT-CLIENTS-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-NAISSANCES==
                     ==FSTAT-OK==    BY ==STATUT-NAISSANCES-OK==.
           88 STATUT-NAISSANCES-FIN VALUE '10'.

       01 WS-STATUS-FICHIER  PIC X(02).
          88 STATUT-FICHIER-OK   VALUE '00'.
          88 STATUT-FICHIER-FIN  VALUE '10'.
       01 WS-NB-CLIENTS      PIC 9(04) VALUE ZERO.
       01 WS-NB-NOUVEAUX     PIC 9(04) VALUE ZERO.
       01 WS-NB-POLICES      PIC 9(05) VALUE ZERO.
       01 WS-NB-DATES        PIC 9(04) VALUE ZERO.

      * Dernier numero client attribue (partie numerique du 'Cnnnnnnn'
      * le plus haut relu dans le referentiel) : les nouveaux clients
          05 WS-CLT-ENTREE OCCURS 500 TIMES.
             10 WS-TAB-NUMERO   PIC X(8).
             10 WS-TAB-NOM-ASS  PIC X(41).
             10 WS-TAB-NAISSANCE PIC X(8).

      * Dates de naissance notees a la souscription, une par nom
      * d'assure (la derniere ligne lue fait foi).
       01 WS-NB-NAISSANCES   PIC 9(04) VALUE ZERO.
       01 WS-TAB-NAISSANCES.
          05 WS-NAI-ENTREE OCCURS 500 TIMES.
             10 WS-TN-NOM-ASS   PIC X(41).
             10 WS-TN-DATE      PIC X(8).

       01 WS-CRT-NOM-ASS     PIC X(41).
       01 WS-CRT-NAISSANCE   PIC X(8).
       01 WS-NAI-POS         PIC 9(04) VALUE ZERO.
       01 WS-CLT-POS         PIC 9(04) VALUE ZERO.
       01 WS-I               PIC 9(04) VALUE ZERO.

           PERFORM 1000-CHARGER-REFERENTIEL
           THRU    1000-CHARGER-REFERENTIEL-FIN.

           PERFORM 1500-CHARGER-NAISSANCES
           THRU    1500-CHARGER-NAISSANCES-FIN.

           PERFORM 2000-PARCOURIR-PART1
           THRU    2000-PARCOURIR-PART1-FIN.
           PERFORM 3000-PARCOURIR-PART2
           DISPLAY 'POLICES PARCOURUES : ' WS-NB-POLICES.
           DISPLAY 'CLIENTS AU TOTAL   : ' WS-NB-CLIENTS.
           DISPLAY 'NOUVEAUX CLIENTS   : ' WS-NB-NOUVEAUX.
           DISPLAY 'DATES DE NAISSANCE : ' WS-NB-DATES.

           MOVE WS-NB-CLIENTS  TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-NOUVEAUX TO WS-RUNCTL-COMPTEUR-2.
           ADD 1 TO WS-NB-CLIENTS.
           MOVE WS-CLT-NUMERO  TO WS-TAB-NUMERO (WS-NB-CLIENTS).
           MOVE WS-CLT-NOM-ASS TO WS-TAB-NOM-ASS (WS-NB-CLIENTS).
           MOVE WS-CLT-NAISSANCE TO WS-TAB-NAISSANCE (WS-NB-CLIENTS).
           IF WS-CLT-NUMERO(2:7) > WS-DERNIER-NUMERO
               MOVE WS-CLT-NUMERO(2:7) TO WS-DERNIER-NUMERO
           END-IF.
       1100-CHARGER-UN-CLIENT-FIN. EXIT.

      ******************************************************************
      * Charge les dates de naissance notees a la souscription. Un
      * fichier absent n'est pas une erreur : aucune date a reporter.
      ******************************************************************
       1500-CHARGER-NAISSANCES.
           OPEN INPUT NAISSANCES-FILE.
           IF NOT STATUT-NAISSANCES-OK
               DISPLAY 'NAISSANCES-ASSURES.DAT ABSENT : AUCUNE DATE '
                   'DE NAISSANCE A REPORTER'
               GO TO 1500-CHARGER-NAISSANCES-FIN
           END-IF.

           PERFORM UNTIL STATUT-NAISSANCES-FIN
               READ NAISSANCES-FILE
               IF STATUT-NAISSANCES-OK
                   PERFORM 1600-CHARGER-UNE-NAISSANCE
                   THRU    1600-CHARGER-UNE-NAISSANCE-FIN
               ELSE
                   SET STATUT-NAISSANCES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE NAISSANCES-FILE.
       1500-CHARGER-NAISSANCES-FIN. EXIT.

       1600-CHARGER-UNE-NAISSANCE.
           IF WS-NAI-NOM-ASS = SPACES OR WS-NAI-DATE NOT NUMERIC
               DISPLAY 'LIGNE NAISSANCE ILLISIBLE IGNOREE : ['
                   WS-NAISSANCE-RECORD ']'
               GO TO 1600-CHARGER-UNE-NAISSANCE-FIN
           END-IF.
           MOVE WS-NAI-NOM-ASS TO WS-CRT-NOM-ASS.
           PERFORM 5100-CHERCHER-NAISSANCE
           THRU    5100-CHERCHER-NAISSANCE-FIN.
           IF WS-NAI-POS = ZERO
               IF WS-NB-NAISSANCES >= 500
                   DISPLAY 'PLUS DE 500 DATES DE NAISSANCE, IGNOREE : '
                       WS-NAI-NOM-ASS
                   GO TO 1600-CHARGER-UNE-NAISSANCE-FIN
               END-IF
               ADD 1 TO WS-NB-NAISSANCES
               MOVE WS-NB-NAISSANCES TO WS-NAI-POS
               MOVE WS-NAI-NOM-ASS TO WS-TN-NOM-ASS (WS-NAI-POS)
           END-IF.
           MOVE WS-NAI-DATE TO WS-TN-DATE (WS-NAI-POS).
       1600-CHARGER-UNE-NAISSANCE-FIN. EXIT.

      ******************************************************************
      * Parcourt ASSUR-PART1-FILE et rattache chaque assure au
      * referentiel, en creant les clients encore inconnus.
      ******************************************************************
      * Recherche WS-CRT-NOM-ASS dans le referentiel ; un assure
      * encore inconnu recoit le numero suivant le dernier attribue.
      * Un client sans date de naissance recoit celle notee a la
      * souscription, s'il y en a une.
      ******************************************************************
       5000-RATTACHER-CLIENT.
           IF WS-CRT-NOM-ASS = SPACES
               END-IF
           END-PERFORM.
           IF WS-CLT-POS NOT = ZERO
               IF WS-TAB-NAISSANCE (WS-CLT-POS) = SPACES
                   PERFORM 5100-CHERCHER-NAISSANCE
                   THRU    5100-CHERCHER-NAISSANCE-FIN
                   IF WS-CRT-NAISSANCE NOT = SPACES
                       MOVE WS-CRT-NAISSANCE
                           TO WS-TAB-NAISSANCE (WS-CLT-POS)
                       ADD 1 TO WS-NB-DATES
                   END-IF
               END-IF
               GO TO 5000-RATTACHER-CLIENT-FIN
           END-IF.

           ADD 1 TO WS-NB-NOUVEAUX.
           MOVE WS-NUMERO-COMPOSE TO WS-TAB-NUMERO (WS-NB-CLIENTS).
           MOVE WS-CRT-NOM-ASS    TO WS-TAB-NOM-ASS (WS-NB-CLIENTS).
           PERFORM 5100-CHERCHER-NAISSANCE
           THRU    5100-CHERCHER-NAISSANCE-FIN.
           MOVE WS-CRT-NAISSANCE  TO WS-TAB-NAISSANCE (WS-NB-CLIENTS).
           IF WS-CRT-NAISSANCE NOT = SPACES
               ADD 1 TO WS-NB-DATES
           END-IF.
           DISPLAY 'NOUVEAU CLIENT ' WS-NUMERO-COMPOSE ' : '
               WS-CRT-NOM-ASS.
       5000-RATTACHER-CLIENT-FIN. EXIT.

      ******************************************************************
      * Date de naissance notee pour WS-CRT-NOM-ASS : rang dans la
      * table (WS-NAI-POS, zero si aucun) et date (WS-CRT-NAISSANCE,
      * a blanc si aucune).
      ******************************************************************
       5100-CHERCHER-NAISSANCE.
           MOVE ZERO TO WS-NAI-POS.
           MOVE SPACES TO WS-CRT-NAISSANCE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-NAISSANCES
               IF WS-TN-NOM-ASS (WS-I) = WS-CRT-NOM-ASS
                   MOVE WS-I TO WS-NAI-POS
                   MOVE WS-TN-DATE (WS-I) TO WS-CRT-NAISSANCE
               END-IF
           END-PERFORM.
       5100-CHERCHER-NAISSANCE-FIN. EXIT.

      ******************************************************************
      * Reecrit le referentiel complet (anciens numeros conserves,
      * nouveaux clients a la suite).
               MOVE SPACES TO WS-CLIENT-RECORD
               MOVE WS-TAB-NUMERO (WS-I)  TO WS-CLT-NUMERO
               MOVE WS-TAB-NOM-ASS (WS-I) TO WS-CLT-NOM-ASS
               MOVE WS-TAB-NAISSANCE (WS-I) TO WS-CLT-NAISSANCE
               WRITE WS-CLIENT-RECORD
           END-PERFORM.

