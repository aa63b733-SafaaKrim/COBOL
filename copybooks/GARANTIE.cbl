      ******************************************************************
      * Programme : GARANTIE
      * Description : Routine partagee, appelee par CALL comme
      *   POLHIST et DATEUTIL, qui dit si une police etait couverte a
      *   une date donnee (la date de survenance d'un sinistre), en
      *   reconstituant son etat a cette date depuis le fichier
      *   d'historique des polices tenu par POLHIST.
      *   Chaque ligne d'historique porte l'image de la police AVANT
      *   le changement qu'elle date : l'etat de la police a la date
      *   demandee est donc l'image de la premiere ligne datee apres
      *   cette date (un changement date du jour meme est repute deja
      *   en vigueur), et a defaut l'enregistrement courant passe par
      *   l'appelant (aucun changement depuis). Une ligne AJOUT porte
      *   l'image ecrite : ses propres dates d'effet en decident.
      *   Sur l'etat reconstitue, la police est couverte si la date
      *   est comprise entre WS-Date1 et WS-date2 (bornes comprises,
      *   une date de fin a blanc ou a zero etant ouverte) et si le
      *   statut est ACTIF.
      *   Le repertoire du fichier d'historique peut etre impose par
      *   la variable d'environnement POLHIST_DIR, comme pour
      *   POLHIST.
      *   LK-CODE-RETOUR : '00' police couverte, '10' hors garantie
      *   (motif dans LK-MOTIF et LK-LIBELLE), '20' police inconnue a
      *   cette date (ni enregistrement courant ni historique).
      *   Motifs : AV survenance avant la date d'effet, AP survenance
      *   apres la date de fin, SU police suspendue, RE police
      *   resiliee, ST autre statut, IN police inconnue.
      *   LK-STATUT recoit le statut reconstitue a la date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARANTIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HIST ASSIGN DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HIST.

       DATA DIVISION.
       FILE SECTION.
       FD  F-HIST.
       01  WS-LIGNE-HIST.
           05 WS-HIST-ID         PIC X(8).
           05 FILLER             PIC X(1).
           05 WS-HIST-DATE       PIC X(8).
           05 FILLER             PIC X(1).
           05 WS-HIST-HEURE      PIC X(6).
           05 FILLER             PIC X(1).
           05 WS-HIST-PROGRAMME  PIC X(12).
           05 FILLER             PIC X(1).
           05 WS-HIST-ACTION     PIC X(6).
           05 FILLER             PIC X(1).
           05 WS-HIST-FICHIER    PIC X(5).
           05 FILLER             PIC X(1).
           05 WS-HIST-IMAGE      PIC X(121).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-HIST       PIC X(02).
           88 STATUT-HIST-OK    VALUE "00".
           88 STATUT-HIST-FIN   VALUE "10".

       01  WS-HIST-DIR          PIC X(200).
       01  WS-HIST-PATH         PIC X(200)
                                VALUE "historique-polices.dat".

       01  WS-DATE-X            PIC X(08).
       01  WS-TROUVE-APRES      PIC X(01).
           88 CHANGEMENT-APRES  VALUE 'O'.

      * Etat reconstitue de la police a la date demandee, au dessin
      * des enregistrements de ASSUR-PART1/PART2.
       01  WS-ETAT-POLICE.
           05 WS-ETAT-ID        PIC X(8).
           05 FILLER            PIC X(1).
           05 WS-ETAT-NOM       PIC X(14).
           05 FILLER            PIC X(1).
           05 WS-ETAT-IRP       PIC X(14).
           05 FILLER            PIC X(1).
           05 WS-ETAT-NOM-ASS   PIC X(41).
           05 FILLER            PIC X(1).
           05 WS-ETAT-STATUT    PIC X(8).
           05 FILLER            PIC X(1).
           05 WS-ETAT-DATE1     PIC X(8).
           05 FILLER            PIC X(1).
           05 WS-ETAT-DATE2     PIC X(8).
           05 FILLER            PIC X(1).
           05 WS-ETAT-PRIX      PIC X(9).
           05 FILLER            PIC X(1).
           05 WS-ETAT-DEVISE    PIC X(3).

       LINKAGE SECTION.
       01  LK-ID                PIC X(08).
       01  LK-DATE              PIC 9(08).
       01  LK-IMAGE             PIC X(121).
       01  LK-STATUT            PIC X(08).
       01  LK-MOTIF             PIC X(02).
       01  LK-LIBELLE           PIC X(40).
       01  LK-CODE-RETOUR       PIC X(02).

       PROCEDURE DIVISION USING LK-ID LK-DATE LK-IMAGE LK-STATUT
               LK-MOTIF LK-LIBELLE LK-CODE-RETOUR.
       0000-MAIN-START.
           MOVE '00' TO LK-CODE-RETOUR.
           MOVE SPACES TO LK-STATUT LK-MOTIF LK-LIBELLE.
           MOVE LK-DATE TO WS-DATE-X.
           MOVE LK-IMAGE TO WS-ETAT-POLICE.

           PERFORM 1000-RECONSTITUER-ETAT
           THRU    1000-RECONSTITUER-ETAT-END.

           PERFORM 2000-CONTROLER-ETAT
           THRU    2000-CONTROLER-ETAT-END.
       0000-MAIN-END.
           GOBACK.

      ******************************************************************
      * Parcourt l'historique et retient l'image de la premiere ligne
      * de la police datee apres la date demandee. Un historique
      * absent laisse l'enregistrement courant comme seul etat connu.
       1000-RECONSTITUER-ETAT.
           MOVE 'N' TO WS-TROUVE-APRES.
           MOVE SPACES TO WS-HIST-DIR.
           ACCEPT WS-HIST-DIR FROM ENVIRONMENT "POLHIST_DIR".
           IF WS-HIST-DIR NOT = SPACES
               STRING FUNCTION TRIM(WS-HIST-DIR) DELIMITED BY SIZE
                      "/historique-polices.dat" DELIMITED BY SIZE
                   INTO WS-HIST-PATH
           END-IF.
           OPEN INPUT F-HIST.
           IF NOT STATUT-HIST-OK
               GO TO 1000-RECONSTITUER-ETAT-END
           END-IF.
           PERFORM UNTIL STATUT-HIST-FIN
               READ F-HIST
               IF STATUT-HIST-OK
                   IF WS-HIST-ID = LK-ID
                       AND WS-HIST-DATE > WS-DATE-X
                       AND NOT CHANGEMENT-APRES
                       MOVE 'O' TO WS-TROUVE-APRES
                       MOVE WS-HIST-IMAGE TO WS-ETAT-POLICE
                   END-IF
               ELSE
                   SET STATUT-HIST-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-HIST.
       1000-RECONSTITUER-ETAT-END.
           EXIT.

      ******************************************************************
      * Controle de l'etat reconstitue : police connue, date dans la
      * periode d'effet, statut ACTIF.
       2000-CONTROLER-ETAT.
           IF WS-ETAT-ID = SPACES
               MOVE '20' TO LK-CODE-RETOUR
               MOVE 'IN' TO LK-MOTIF
               MOVE 'POLICE INCONNUE A LA DATE DE SURVENANCE'
                   TO LK-LIBELLE
               GO TO 2000-CONTROLER-ETAT-END
           END-IF.
           MOVE WS-ETAT-STATUT TO LK-STATUT.

           IF WS-ETAT-DATE1 NUMERIC AND WS-ETAT-DATE1 > WS-DATE-X
               MOVE '10' TO LK-CODE-RETOUR
               MOVE 'AV' TO LK-MOTIF
               MOVE 'SURVENANCE AVANT LA DATE D''EFFET'
                   TO LK-LIBELLE
               GO TO 2000-CONTROLER-ETAT-END
           END-IF.
           IF WS-ETAT-DATE2 NUMERIC AND WS-ETAT-DATE2 NOT = ZERO
               AND WS-ETAT-DATE2 < WS-DATE-X
               MOVE '10' TO LK-CODE-RETOUR
               MOVE 'AP' TO LK-MOTIF
               MOVE 'SURVENANCE APRES LA DATE DE FIN'
                   TO LK-LIBELLE
               GO TO 2000-CONTROLER-ETAT-END
           END-IF.
           EVALUATE WS-ETAT-STATUT
               WHEN 'ACTIF   '
                   CONTINUE
               WHEN 'SUSPENDU'
                   MOVE '10' TO LK-CODE-RETOUR
                   MOVE 'SU' TO LK-MOTIF
                   MOVE 'POLICE SUSPENDUE A LA SURVENANCE'
                       TO LK-LIBELLE
               WHEN 'RESILIE '
                   MOVE '10' TO LK-CODE-RETOUR
                   MOVE 'RE' TO LK-MOTIF
                   MOVE 'POLICE RESILIEE A LA SURVENANCE'
                       TO LK-LIBELLE
               WHEN OTHER
                   MOVE '10' TO LK-CODE-RETOUR
                   MOVE 'ST' TO LK-MOTIF
                   STRING 'STATUT ' WS-ETAT-STATUT
                          ' A LA SURVENANCE' DELIMITED BY SIZE
                       INTO LK-LIBELLE
           END-EVALUATE.
       2000-CONTROLER-ETAT-END.
           EXIT.

       END PROGRAM GARANTIE.
