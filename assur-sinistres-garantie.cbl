      ********************************************************************
      *     Controle nocturne de garantie des sinistres : chaque        *
      *     sinistre au fichier est confronte a l'etat de sa police a   *
      *     la date de survenance, reconstitue depuis l'historique      *
      *     des polices ; les sinistres hors periode couverte sortent   *
      *     dans un rapport avec le motif.                              *
      ********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assur-sinistres-garantie.
       AUTHOR. K.SAFAA.

      * La declaration au guichet (assur-sinistres.cbl) controle la
      * garantie des nouveaux sinistres, mais les dossiers deja au
      * fichier, et ceux dont la police a ete corrigee apres coup,
      * ne sont jamais repasses. Ce batch lit SINISTRES-ASSUR.DAT
      * dans l'ordre des numeros, relit la police dans PART1 puis
      * PART2 et appelle la routine partagee GARANTIE, qui
      * reconstitue le statut et les dates d'effet de la police a la
      * date de survenance depuis HISTORIQUE-POLICES.DAT. Chaque
      * sinistre hors garantie part dans
      * RAPPORT-SINISTRES-HORS-GARANTIE.DAT avec le code et le
      * libelle du motif, le statut de la police a la survenance et
      * l'indication 'MARQUE' quand le dossier porte deja la marque
      * hors garantie posee a la declaration. Une police absente de
      * PART1 et PART2 est reconstituee depuis l'historique seul (une
      * police supprimee y a laisse son image) ; sans trace aucune,
      * le sinistre sort avec le motif IN. Le rapport se termine par
      * le compte des sinistres lus et hors garantie par motif.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINISTRES-FILE ASSIGN TO 'sinistres-assur.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-SIN-NUMERO
           ALTERNATE RECORD KEY IS WS-SIN-ID-POLICE WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-SINISTRES.

           SELECT ASSUR-PART1-FILE ASSIGN TO 'assurances-part1.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY   IS WS-ID OF WS-ASSUR-PART1-RECORD
           ALTERNATE RECORD KEY IS WS-NOM-ASS OF
               WS-ASSUR-PART1-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER.

           SELECT ASSUR-PART2-FILE ASSIGN TO 'assurances-part2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY   IS WS-ID OF WS-ASSUR-PART2-RECORD
           ALTERNATE RECORD KEY IS WS-NOM-ASS OF
               WS-ASSUR-PART2-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER2.

           SELECT RAPPORT-HG-FILE
           ASSIGN TO 'rapport-sinistres-hors-garantie.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD SINISTRES-FILE
      * Meme dessin que dans assur-sinistres.cbl.
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-SINISTRE-RECORD.
       01 WS-SINISTRE-RECORD.
           05 WS-SIN-NUMERO    PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-SIN-ID-POLICE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-DATE-SURV PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-DATE-DECL PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-RESERVE   PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-SIN-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-SIN-STATUT    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-REGLE     PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-SIN-GARANTIE  PIC X(1).
              88 WS-SIN-HORS-GARANTIE VALUE 'H'.
           05 WS-SIN-MOTIF-HG  PIC X(2).
           05 FILLER           PIC X(6).

       FD ASSUR-PART1-FILE
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-ASSUR-PART1-RECORD.
       01 WS-ASSUR-PART1-RECORD.
           05 WS-ID            PIC X(8).
           05 FILLER           PIC X(31).
           05 WS-NOM-ASS       PIC X(41).
           05 FILLER           PIC X(41).

       FD ASSUR-PART2-FILE
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-ASSUR-PART2-RECORD.
       01 WS-ASSUR-PART2-RECORD.
           05 WS-ID            PIC X(8).
           05 FILLER           PIC X(31).
           05 WS-NOM-ASS       PIC X(41).
           05 FILLER           PIC X(41).

       FD RAPPORT-HG-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SINISTRES PIC X(02).
          88 STATUT-SINISTRES-OK  VALUE '00'.
          88 STATUT-SINISTRES-FIN VALUE '10'.
          88 STATUT-SINISTRES-ABSENT VALUE '35'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-FICHIER==
                     ==FSTAT-OK==    BY ==STATUT-FICHIER-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-FICHIER2==
                     ==FSTAT-OK==    BY ==STATUT-FICHIER2-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-SIN-GARANTIE'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'ASSUR-SIN-GARANTIE'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-NB-LUS          PIC 9(07) VALUE ZERO.
       01 WS-NB-HORS-GARANTIE PIC 9(07) VALUE ZERO.
       01 WS-NB-NON-MARQUES  PIC 9(07) VALUE ZERO.
       01 WS-NB-DATES-ILLISIBLES PIC 9(07) VALUE ZERO.
       01 WS-MARQUE          PIC X(06).
       01 WS-NBRE-ED         PIC Z(6)9.

      * Image de la police relue pour chaque sinistre (a blanc si la
      * police n'est plus dans PART1 ni PART2).
       01 WS-IMAGE-POLICE    PIC X(121).

      * Zones d'appel de la routine partagee GARANTIE.
       01 WS-GARANTIE-DATE     PIC 9(08).
       01 WS-GARANTIE-STATUT   PIC X(08).
       01 WS-GARANTIE-MOTIF    PIC X(02).
       01 WS-GARANTIE-LIBELLE  PIC X(40).
       01 WS-GARANTIE-CODE     PIC X(02).
          88 GARANTIE-COUVERTE VALUE '00'.

      * Compte des sinistres hors garantie par code motif, dans
      * l'ordre des motifs de la routine GARANTIE.
       01 WS-TAB-MOTIFS.
          05 FILLER PIC X(2) VALUE 'AV'.
          05 FILLER PIC X(2) VALUE 'AP'.
          05 FILLER PIC X(2) VALUE 'SU'.
          05 FILLER PIC X(2) VALUE 'RE'.
          05 FILLER PIC X(2) VALUE 'ST'.
          05 FILLER PIC X(2) VALUE 'IN'.
       01 WS-TAB-MOTIFS-R REDEFINES WS-TAB-MOTIFS.
          05 WS-MOTIF-CODE   PIC X(2) OCCURS 6 TIMES.
       01 WS-TAB-COMPTES.
          05 WS-MOTIF-NBRE   PIC 9(07) OCCURS 6 TIMES.
       01 WS-M               PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           INITIALIZE WS-TAB-COMPTES.

           PERFORM 1000-OUVRIR-FICHIERS
           THRU    1000-OUVRIR-FICHIERS-FIN.

           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'SINISTRES HORS GARANTIE AU ' WS-DATE-JOUR
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE 'SINISTRE   POLICE   SURVENU  STATUT   '
               TO WS-RAPPORT-RECORD.
           MOVE 'POL.A DATE MOTIF' TO WS-RAPPORT-RECORD(40:16).
           MOVE 'MARQUE' TO WS-RAPPORT-RECORD(104:6).
           WRITE WS-RAPPORT-RECORD.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           IF NOT STATUT-SINISTRES-ABSENT
               PERFORM 2000-CONTROLER-SINISTRES
               THRU    2000-CONTROLER-SINISTRES-FIN
               CLOSE SINISTRES-FILE
           END-IF.

           PERFORM 4000-ECRIRE-TOTAUX
           THRU    4000-ECRIRE-TOTAUX-FIN.

           CLOSE RAPPORT-HG-FILE.
           CLOSE ASSUR-PART1-FILE.
           CLOSE ASSUR-PART2-FILE.

           DISPLAY 'SINISTRES LUS            : ' WS-NB-LUS.
           DISPLAY 'SINISTRES HORS GARANTIE  : ' WS-NB-HORS-GARANTIE.
           DISPLAY 'DONT NON MARQUES         : ' WS-NB-NON-MARQUES.
           DISPLAY 'DATES DE SURVENANCE ILLISIBLES : '
               WS-NB-DATES-ILLISIBLES.

           MOVE WS-NB-LUS           TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-HORS-GARANTIE TO WS-RUNCTL-COMPTEUR-2.
           IF WS-NB-DATES-ILLISIBLES = ZERO
               MOVE 'OK' TO WS-RUNCTL-STATUT
           ELSE
               MOVE 'ANOMALIES' TO WS-RUNCTL-STATUT
           END-IF.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Ouverture : rapport en creation, polices en lecture, sinistres
      * en lecture. Un fichier des sinistres absent n'est pas une
      * erreur : aucun sinistre n'a encore ete declare et le rapport
      * sort vide, totaux compris.
      ******************************************************************
       1000-OUVRIR-FICHIERS.
           OPEN OUTPUT RAPPORT-HG-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'ERREUR OUVERTURE '
                   'RAPPORT-SINISTRES-HORS-GARANTIE.DAT : '
                   WS-STATUS-RAPPORT
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RAPPORT-HG-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-RAPPORT WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ASSUR-PART1-FILE.
           IF NOT STATUT-FICHIER-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART1.DAT : '
                       WS-STATUS-FICHIER
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ASSUR-PART1-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER WS-LOG-MESSAGE
               CLOSE RAPPORT-HG-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ASSUR-PART2-FILE.
           IF NOT STATUT-FICHIER2-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART2.DAT : '
                       WS-STATUS-FICHIER2
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ASSUR-PART2-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER2 WS-LOG-MESSAGE
               CLOSE RAPPORT-HG-FILE
               CLOSE ASSUR-PART1-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SINISTRES-FILE.
           IF STATUT-SINISTRES-ABSENT
               DISPLAY 'SINISTRES-ASSUR.DAT ABSENT : RAPPORT VIDE'
               GO TO 1000-OUVRIR-FICHIERS-FIN
           END-IF.
           IF NOT STATUT-SINISTRES-OK
               DISPLAY 'ERREUR OUVERTURE SINISTRES-ASSUR.DAT : '
                       WS-STATUS-SINISTRES
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE SINISTRES-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-SINISTRES WS-LOG-MESSAGE
               CLOSE RAPPORT-HG-FILE
               CLOSE ASSUR-PART1-FILE
               CLOSE ASSUR-PART2-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-OUVRIR-FICHIERS-FIN. EXIT.

      ******************************************************************
      * Parcours des sinistres dans l'ordre des numeros.
      ******************************************************************
       2000-CONTROLER-SINISTRES.
           READ SINISTRES-FILE.
           PERFORM UNTIL STATUT-SINISTRES-FIN
               IF NOT STATUT-SINISTRES-OK
                   DISPLAY 'ERREUR LECTURE SINISTRES-ASSUR.DAT : '
                           WS-STATUS-SINISTRES
                   SET STATUT-SINISTRES-FIN TO TRUE
               ELSE
                   ADD 1 TO WS-NB-LUS
                   PERFORM 3000-CONTROLER-UN-SINISTRE
                   THRU    3000-CONTROLER-UN-SINISTRE-FIN
                   READ SINISTRES-FILE
               END-IF
           END-PERFORM.
       2000-CONTROLER-SINISTRES-FIN. EXIT.

      ******************************************************************
      * Un sinistre : relecture de la police (PART1 puis PART2), appel
      * de GARANTIE a la date de survenance, ligne de rapport si le
      * sinistre est hors garantie.
      ******************************************************************
       3000-CONTROLER-UN-SINISTRE.
           IF WS-SIN-DATE-SURV NOT NUMERIC
               DISPLAY 'SINISTRE ' WS-SIN-NUMERO
                   ' : DATE DE SURVENANCE ILLISIBLE'
               ADD 1 TO WS-NB-DATES-ILLISIBLES
               GO TO 3000-CONTROLER-UN-SINISTRE-FIN
           END-IF.

           MOVE SPACES TO WS-IMAGE-POLICE.
           MOVE WS-SIN-ID-POLICE TO WS-ID OF WS-ASSUR-PART1-RECORD.
           READ ASSUR-PART1-FILE.
           IF STATUT-FICHIER-OK
               MOVE WS-ASSUR-PART1-RECORD TO WS-IMAGE-POLICE
           ELSE
               MOVE WS-SIN-ID-POLICE TO WS-ID OF WS-ASSUR-PART2-RECORD
               READ ASSUR-PART2-FILE
               IF STATUT-FICHIER2-OK
                   MOVE WS-ASSUR-PART2-RECORD TO WS-IMAGE-POLICE
               END-IF
           END-IF.

           MOVE WS-SIN-DATE-SURV TO WS-GARANTIE-DATE.
           CALL 'GARANTIE' USING WS-SIN-ID-POLICE WS-GARANTIE-DATE
               WS-IMAGE-POLICE WS-GARANTIE-STATUT WS-GARANTIE-MOTIF
               WS-GARANTIE-LIBELLE WS-GARANTIE-CODE.
           IF GARANTIE-COUVERTE
               GO TO 3000-CONTROLER-UN-SINISTRE-FIN
           END-IF.

           ADD 1 TO WS-NB-HORS-GARANTIE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               IF WS-MOTIF-CODE (WS-M) = WS-GARANTIE-MOTIF
                   ADD 1 TO WS-MOTIF-NBRE (WS-M)
               END-IF
           END-PERFORM.
           IF WS-SIN-HORS-GARANTIE
               MOVE 'MARQUE' TO WS-MARQUE
           ELSE
               MOVE SPACES TO WS-MARQUE
               ADD 1 TO WS-NB-NON-MARQUES
           END-IF.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING WS-SIN-NUMERO ' '
               WS-SIN-ID-POLICE ' '
               WS-SIN-DATE-SURV ' '
               WS-SIN-STATUT ' '
               WS-GARANTIE-STATUT '   '
               WS-GARANTIE-MOTIF ' '
               WS-GARANTIE-LIBELLE ' '
               WS-MARQUE
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       3000-CONTROLER-UN-SINISTRE-FIN. EXIT.

      ******************************************************************
      * Fin de rapport : sinistres lus, hors garantie, non marques, et
      * compte par code motif.
      ******************************************************************
       4000-ECRIRE-TOTAUX.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE WS-NB-LUS TO WS-NBRE-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'SINISTRES LUS             : ' WS-NBRE-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE WS-NB-HORS-GARANTIE TO WS-NBRE-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'SINISTRES HORS GARANTIE   : ' WS-NBRE-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE WS-NB-NON-MARQUES TO WS-NBRE-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'DONT NON MARQUES          : ' WS-NBRE-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE WS-MOTIF-NBRE (WS-M) TO WS-NBRE-ED
               MOVE SPACES TO WS-RAPPORT-RECORD
               STRING 'MOTIF ' WS-MOTIF-CODE (WS-M)
                   '                  : ' WS-NBRE-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WRITE WS-RAPPORT-RECORD
           END-PERFORM.
           MOVE ALL '*' TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       4000-ECRIRE-TOTAUX-FIN. EXIT.

       END PROGRAM assur-sinistres-garantie.
