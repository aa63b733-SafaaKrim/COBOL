      * pret a poster (nom de l'assure, cle, date d'echeance, prime
      * en cours) dans RENOUVELLEMENTS-ASSUR.DAT, puis un
      * recapitulatif par mois d'echeance et par fenetre 30/60/90.
      * Quand la prime a ete ajustee par le bonus-malus a
      * l'anniversaire (assur-indexation.cbl), l'avis reprend depuis
      * BONUS-MALUS-ASSUR.DAT le coefficient applique, le precedent,
      * le nombre de sinistres responsables retenus et la prime avant
      * ajustement, pour que l'assure comprenne l'evolution de sa
      * prime. Fichier absent : avis sans ces lignes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-AVIS.

           SELECT BONUS-MALUS-FILE ASSIGN TO 'bonus-malus-assur.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY   IS WS-BM-ID
           FILE STATUS  IS WS-STATUS-BM.

       DATA DIVISION.
       FILE SECTION.
       FD ASSUR-PART1-FILE
           DATA RECORD     IS WS-AVIS-RECORD.
       01 WS-AVIS-RECORD  PIC X(80).

       FD BONUS-MALUS-FILE
      * Meme dessin que dans assur-indexation.cbl.
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD     IS WS-BM-RECORD.
       01 WS-BM-RECORD.
           05 WS-BM-ID         PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-BM-COEF       PIC 9V99.
           05 FILLER           PIC X(1).
           05 WS-BM-COEF-PREC  PIC 9V99.
           05 FILLER           PIC X(1).
           05 WS-BM-NB-SIN     PIC 9(2).
           05 FILLER           PIC X(1).
           05 WS-BM-PRIME-PREC PIC 9(9).
           05 FILLER           PIC X(1).
           05 WS-BM-DATE-APPLI PIC 9(8).
           05 FILLER           PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FICHIER  PIC X(02).
          88 STATUT-FICHIER-OK   VALUE '00'.
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-AVIS==
                     ==FSTAT-OK==    BY ==STATUT-AVIS-OK==.

       01 WS-STATUS-BM       PIC X(02).
          88 STATUT-BM-OK        VALUE '00'.
       01 WS-BM-OUVERT       PIC X(01) VALUE 'N'.
          88 BM-OUVERT           VALUE 'O'.
       01 WS-COEF-ED         PIC 9.99.
       01 WS-COEF-PREC-ED    PIC 9.99.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-RENOUV'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
               STOP RUN
           END-IF.

           OPEN INPUT BONUS-MALUS-FILE.
           IF STATUT-BM-OK
               MOVE 'O' TO WS-BM-OUVERT
           END-IF.

           PERFORM 1000-PARCOURIR-PART1
           THRU    1000-PARCOURIR-PART1-FIN.

           THRU    6000-ECRIRE-RECAPITULATIF-FIN.

           CLOSE AVIS-FILE.
           IF BM-OUVERT
               CLOSE BONUS-MALUS-FILE
           END-IF.

           DISPLAY 'POLICES EXAMINEES : ' WS-NB-POLICES-LUES.
           DISPLAY 'AVIS EMIS         : ' WS-NB-AVIS.
               DELIMITED BY SIZE INTO WS-AVIS-RECORD.
           WRITE WS-AVIS-RECORD.

           IF BM-OUVERT
               MOVE WS-CRT-ID TO WS-BM-ID
               READ BONUS-MALUS-FILE
               IF STATUT-BM-OK
                   MOVE WS-BM-COEF      TO WS-COEF-ED
                   MOVE WS-BM-COEF-PREC TO WS-COEF-PREC-ED
                   MOVE SPACES TO WS-AVIS-RECORD
                   STRING 'BONUS-MALUS    : ' WS-COEF-ED
                       ' (PRECEDENT ' WS-COEF-PREC-ED ') - '
                       WS-BM-NB-SIN ' SINISTRE(S) RESPONSABLE(S)'
                       DELIMITED BY SIZE INTO WS-AVIS-RECORD
                   WRITE WS-AVIS-RECORD
                   MOVE WS-BM-PRIME-PREC TO WS-PRIX-ED
                   MOVE SPACES TO WS-AVIS-RECORD
                   STRING 'PRIME AVANT AJUSTEMENT : ' WS-PRIX-ED ' '
                       WS-CRT-DEVISE ' (AU '
                       WS-BM-DATE-APPLI(7:2) '/'
                       WS-BM-DATE-APPLI(5:2) '/'
                       WS-BM-DATE-APPLI(1:4) ')'
                       DELIMITED BY SIZE INTO WS-AVIS-RECORD
                   WRITE WS-AVIS-RECORD
               END-IF
           END-IF.

           MOVE SPACES TO WS-AVIS-RECORD.
           MOVE 'SANS REPONSE DE VOTRE PART, LA POLICE SERA'
               TO WS-AVIS-RECORD.
