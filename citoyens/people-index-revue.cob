      ******************************************************************
      * Programme : people-index-revue
      * Description : Revue des liens incertains de l'index des
      *   personnes personnes-index.dat construit par people-index.cob.
      *   Chaque lien encore automatique de confiance moyenne (date de
      *   naissance absente d'un cote) ou faible (tuteur, sur le seul
      *   nom) est presente avec les autres liens de la meme personne ;
      *   l'operateur le confirme (etat C : meme personne) ou le separe
      *   (etat S : le lien recoit une personne a lui seul). La
      *   decision porte le code operateur et la date du jour, et
      *   people-index.cob la reprend a chaque reconstruction. Les
      *   liens de confiance haute ne sont pas presentes. L'index est
      *   reecrit en fin de revue s'il y a eu au moins une decision.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. people-index-revue.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE
           ASSIGN TO 'personnes-index.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-INDEX.

       DATA DIVISION.
       FILE SECTION.
       FD INDEX-FILE
      * Meme dessin que dans people-index.cob.
           RECORD CONTAINS 183 CHARACTERS
           DATA RECORD     IS WS-INDEX-RECORD.
       01 WS-INDEX-RECORD.
           05 WS-IDX-PERSONNE  PIC 9(8).
           05 FILLER           PIC X(1).
           05 WS-IDX-SOURCE    PIC X(7).
           05 FILLER           PIC X(1).
           05 WS-IDX-CLE       PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-IDX-CONFIANCE PIC X(1).
           05 FILLER           PIC X(1).
           05 WS-IDX-ETAT      PIC X(1).
           05 FILLER           PIC X(1).
           05 WS-IDX-NAISSANCE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-IDX-NOM-NORM  PIC X(61).
           05 FILLER           PIC X(1).
           05 WS-IDX-LIBELLE   PIC X(50).
           05 FILLER           PIC X(1).
           05 WS-IDX-OPERATEUR PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-IDX-DATE-DEC  PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-INDEX    PIC X(02).
          88 STATUT-INDEX-OK  VALUE '00'.
          88 STATUT-INDEX-FIN VALUE '10'.

      * Index charge en memoire, reecrit apres la revue.
       01 WS-NB-LIENS        PIC 9(04) VALUE ZERO.
       01 WS-TAB-LIENS.
          05 WS-LN-ENTREE OCCURS 3000 TIMES.
             10 WS-LN-PERSONNE   PIC 9(08).
             10 WS-LN-SOURCE     PIC X(07).
             10 WS-LN-CLE        PIC X(20).
             10 WS-LN-CONFIANCE  PIC X(01).
             10 WS-LN-ETAT       PIC X(01).
             10 WS-LN-NAISSANCE  PIC X(08).
             10 WS-LN-NOM-NORM   PIC X(61).
             10 WS-LN-LIBELLE    PIC X(50).
             10 WS-LN-OPERATEUR  PIC X(10).
             10 WS-LN-DATE-DEC   PIC X(08).

       01 WS-DERNIER-ID      PIC 9(08) VALUE ZERO.
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-SAISIE          PIC X(10).
       01 WS-CODE-OPERATEUR  PIC X(10).
       01 WS-DECISION        PIC X(01).
       01 WS-FIN-REVUE       PIC X(01) VALUE 'N'.
          88 FIN-REVUE       VALUE 'O'.

       01 WS-I               PIC 9(04).
       01 WS-K               PIC 9(04).
       01 WS-NB-PRESENTES    PIC 9(05) VALUE ZERO.
       01 WS-NB-CONFIRMES    PIC 9(05) VALUE ZERO.
       01 WS-NB-SEPARES      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 2000-CHARGER-INDEX
           THRU    2000-CHARGER-INDEX-FIN.

           DISPLAY 'REVUE DES LIENS INCERTAINS DE L''INDEX DES '
               'PERSONNES'.
           DISPLAY 'CODE OPERATEUR : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'CODE OPERATEUR OBLIGATOIRE.'
               STOP RUN
           END-IF.
           MOVE WS-SAISIE TO WS-CODE-OPERATEUR.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIENS OR FIN-REVUE
               IF WS-LN-ETAT(WS-I) = 'A'
                   AND (WS-LN-CONFIANCE(WS-I) = 'M'
                        OR WS-LN-CONFIANCE(WS-I) = 'F')
                   PERFORM 3000-REVOIR-LIEN
                   THRU    3000-REVOIR-LIEN-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-CONFIRMES + WS-NB-SEPARES > ZERO
               PERFORM 4000-REECRIRE-INDEX
               THRU    4000-REECRIRE-INDEX-FIN
           END-IF.

           DISPLAY 'LIENS PRESENTES : ' WS-NB-PRESENTES.
           DISPLAY 'LIENS CONFIRMES : ' WS-NB-CONFIRMES.
           DISPLAY 'LIENS SEPARES   : ' WS-NB-SEPARES.
       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
       2000-CHARGER-INDEX.
           OPEN INPUT INDEX-FILE.
           IF NOT STATUT-INDEX-OK
               DISPLAY 'PERSONNES-INDEX.DAT ILLISIBLE : '
                   WS-STATUS-INDEX
               STOP RUN
           END-IF.
           PERFORM UNTIL STATUT-INDEX-FIN
               READ INDEX-FILE
               IF STATUT-INDEX-OK
                   IF WS-NB-LIENS < 3000
                       ADD 1 TO WS-NB-LIENS
                       MOVE WS-IDX-PERSONNE
                           TO WS-LN-PERSONNE(WS-NB-LIENS)
                       MOVE WS-IDX-SOURCE
                           TO WS-LN-SOURCE(WS-NB-LIENS)
                       MOVE WS-IDX-CLE
                           TO WS-LN-CLE(WS-NB-LIENS)
                       MOVE WS-IDX-CONFIANCE
                           TO WS-LN-CONFIANCE(WS-NB-LIENS)
                       MOVE WS-IDX-ETAT
                           TO WS-LN-ETAT(WS-NB-LIENS)
                       MOVE WS-IDX-NAISSANCE
                           TO WS-LN-NAISSANCE(WS-NB-LIENS)
                       MOVE WS-IDX-NOM-NORM
                           TO WS-LN-NOM-NORM(WS-NB-LIENS)
                       MOVE WS-IDX-LIBELLE
                           TO WS-LN-LIBELLE(WS-NB-LIENS)
                       MOVE WS-IDX-OPERATEUR
                           TO WS-LN-OPERATEUR(WS-NB-LIENS)
                       MOVE WS-IDX-DATE-DEC
                           TO WS-LN-DATE-DEC(WS-NB-LIENS)
                       IF WS-IDX-PERSONNE > WS-DERNIER-ID
                           MOVE WS-IDX-PERSONNE TO WS-DERNIER-ID
                       END-IF
                   ELSE
                       DISPLAY 'PLUS DE 3000 LIENS : REVUE IMPOSSIBLE '
                           'SANS PERTE, ARRET.'
                       CLOSE INDEX-FILE
                       STOP RUN
                   END-IF
               ELSE
                   SET STATUT-INDEX-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE INDEX-FILE.
       2000-CHARGER-INDEX-FIN. EXIT.

      ******************************************************************
      * Un lien incertain : la personne et tous ses liens, puis la
      * decision de l'operateur.
      ******************************************************************
       3000-REVOIR-LIEN.
           ADD 1 TO WS-NB-PRESENTES.
           DISPLAY ' '.
           DISPLAY 'PERSONNE ' WS-LN-PERSONNE(WS-I)
               ' - LIEN A REVOIR : ' WS-LN-SOURCE(WS-I) ' '
               WS-LN-CLE(WS-I) ' CONFIANCE ' WS-LN-CONFIANCE(WS-I).
           DISPLAY '  ' FUNCTION TRIM(WS-LN-LIBELLE(WS-I))
               ' NE(E) LE ' WS-LN-NAISSANCE(WS-I).
           DISPLAY 'AUTRES LIENS DE LA PERSONNE :'.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-LIENS
               IF WS-K NOT = WS-I
                   AND WS-LN-PERSONNE(WS-K) = WS-LN-PERSONNE(WS-I)
                   DISPLAY '  ' WS-LN-SOURCE(WS-K) ' '
                       WS-LN-CLE(WS-K) ' ' WS-LN-CONFIANCE(WS-K)
                       WS-LN-ETAT(WS-K) ' ' WS-LN-NAISSANCE(WS-K) ' '
                       FUNCTION TRIM(WS-LN-LIBELLE(WS-K))
               END-IF
           END-PERFORM.

           DISPLAY 'C CONFIRMER, S SEPARER, ENTREE PASSER, '
               'Q QUITTER : ' WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           EVALUATE WS-DECISION
               WHEN 'C'
                   MOVE 'C' TO WS-LN-ETAT(WS-I)
                   MOVE WS-CODE-OPERATEUR TO WS-LN-OPERATEUR(WS-I)
                   MOVE WS-DATE-JOUR TO WS-LN-DATE-DEC(WS-I)
                   ADD 1 TO WS-NB-CONFIRMES
               WHEN 'S'
                   ADD 1 TO WS-DERNIER-ID
                   MOVE WS-DERNIER-ID TO WS-LN-PERSONNE(WS-I)
                   MOVE 'S' TO WS-LN-ETAT(WS-I)
                   MOVE WS-CODE-OPERATEUR TO WS-LN-OPERATEUR(WS-I)
                   MOVE WS-DATE-JOUR TO WS-LN-DATE-DEC(WS-I)
                   ADD 1 TO WS-NB-SEPARES
                   DISPLAY '  LIEN SEPARE : PERSONNE ' WS-DERNIER-ID
               WHEN 'Q'
                   SET FIN-REVUE TO TRUE
           END-EVALUATE.
       3000-REVOIR-LIEN-FIN. EXIT.

      ******************************************************************
       4000-REECRIRE-INDEX.
           OPEN OUTPUT INDEX-FILE.
           IF NOT STATUT-INDEX-OK
               DISPLAY 'ERREUR OUVERTURE PERSONNES-INDEX.DAT : '
                   WS-STATUS-INDEX
               STOP RUN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIENS
               MOVE SPACES TO WS-INDEX-RECORD
               MOVE WS-LN-PERSONNE(WS-I)  TO WS-IDX-PERSONNE
               MOVE WS-LN-SOURCE(WS-I)    TO WS-IDX-SOURCE
               MOVE WS-LN-CLE(WS-I)       TO WS-IDX-CLE
               MOVE WS-LN-CONFIANCE(WS-I) TO WS-IDX-CONFIANCE
               MOVE WS-LN-ETAT(WS-I)      TO WS-IDX-ETAT
               MOVE WS-LN-NAISSANCE(WS-I) TO WS-IDX-NAISSANCE
               MOVE WS-LN-NOM-NORM(WS-I)  TO WS-IDX-NOM-NORM
               MOVE WS-LN-LIBELLE(WS-I)   TO WS-IDX-LIBELLE
               MOVE WS-LN-OPERATEUR(WS-I) TO WS-IDX-OPERATEUR
               MOVE WS-LN-DATE-DEC(WS-I)  TO WS-IDX-DATE-DEC
               WRITE WS-INDEX-RECORD
           END-PERFORM.
           CLOSE INDEX-FILE.
       4000-REECRIRE-INDEX-FIN. EXIT.

       END PROGRAM people-index-revue.
