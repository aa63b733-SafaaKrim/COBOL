      *   tous dans le meme repertoire courant, pour que le suivi
      *   reste unique) ; a defaut, le fichier est cree dans le
      *   repertoire courant du programme appelant.
      *   Un appel avec le statut DEBUT (lanceur d'un job, comme
      *   ordonnanceur.cbl) ne produit pas de ligne de suivi : il note
      *   l'heure de debut du job et ecrit une ligne EN COURS dans
      *   l'historique des durees durees-jobs.log (meme repertoire).
      *   L'appel de fin du meme job dans la meme execution y ajoute
      *   la ligne complete : debut, fin, duree en secondes, statut.
      *   C'est cet historique que relisent durees.cbl (rapport du
      *   matin) et console-exploitation.cbl (alerte de depassement).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
           SELECT F-RUNCTRL ASSIGN DYNAMIC WS-RUNCTRL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUNCTRL.
           SELECT F-DUREES ASSIGN DYNAMIC WS-DUREES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DUREES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RUNCTRL.
       01  WS-LIGNE-RUNCTRL PIC X(120).

       FD  F-DUREES.
       01  F-LIGNE-DUREES       PIC X(80).

       WORKING-STORAGE SECTION.
      * Ligne de l'historique des durees, ecrite aussi par
      * batch/run-nightly.sh pour les jobs de la chaine nocturne.
       01  WS-LIGNE-DUREES.
           05 WS-DUR-DATE       PIC X(10).
           05 FILLER            PIC X(01).
           05 WS-DUR-DEBUT      PIC X(08).
           05 FILLER            PIC X(01).
           05 WS-DUR-FIN        PIC X(08).
           05 FILLER            PIC X(01).
           05 WS-DUR-SECONDES   PIC 9(06).
           05 FILLER            PIC X(01).
           05 WS-DUR-JOB        PIC X(20).
           05 FILLER            PIC X(01).
           05 WS-DUR-STATUT     PIC X(10).
           05 FILLER            PIC X(01).
           05 WS-DUR-ORIGINE    PIC X(12).

       01  WS-STATUT-RUNCTRL    PIC X(02).
           88 STATUT-RUNCTRL-OK VALUE "00".

       01  WS-RUNCTRL-DIR       PIC X(200).
       01  WS-RUNCTRL-PATH      PIC X(200) VALUE "run-control.log".

       01  WS-STATUT-DUREES     PIC X(02).
           88 STATUT-DUREES-OK  VALUE "00".
       01  WS-DUREES-PATH       PIC X(200) VALUE "durees-jobs.log".

      * Jobs dont le debut a ete note par un appel DEBUT et dont
      * l'appel de fin n'est pas encore venu.
       01  WS-NB-DEBUTS         PIC 9(02) VALUE 0.
       01  WS-TAB-DEBUTS.
           05 WS-DEB-ENTREE OCCURS 20 TIMES.
              10 WS-DEB-PROGRAMME PIC X(20).
              10 WS-DEB-DATE      PIC X(10).
              10 WS-DEB-HEURE     PIC X(08).
              10 WS-DEB-SECONDES  PIC 9(05).
       01  WS-I                 PIC 9(02).
       01  WS-J                 PIC 9(02).
       01  WS-SECONDES-FIN      PIC 9(05).
       01  WS-DUREE             PIC S9(06).
       01  WS-DATE-ED           PIC X(10).
       01  WS-HEURE-ED          PIC X(08).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01  WS-PARAM-CLE         PIC X(20).
       01  WS-RUN-TIME.
           05 WS-RUN-HEURE      PIC 9(02).
           05 WS-RUN-MINUTE     PIC 9(02).
           05 WS-RUN-SECONDE    PIC 9(02).
           05 FILLER            PIC 9(02).

       LINKAGE SECTION.
       01  LK-PROGRAMME         PIC X(20).
       PROCEDURE DIVISION USING LK-PROGRAMME LK-COMPTEUR-1
               LK-COMPTEUR-2 LK-STATUT.
       0000-MAIN-START.
           PERFORM 0500-LOCALISER-START
           THRU    0500-LOCALISER-END.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-DATE-ED WS-HEURE-ED.
           STRING WS-RUN-ANNEE "-" WS-RUN-MOIS "-" WS-RUN-JOUR
               DELIMITED BY SIZE INTO WS-DATE-ED.
           STRING WS-RUN-HEURE ":" WS-RUN-MINUTE ":" WS-RUN-SECONDE
               DELIMITED BY SIZE INTO WS-HEURE-ED.
           IF LK-STATUT = "DEBUT"
               PERFORM 2000-NOTER-DEBUT-START
               THRU    2000-NOTER-DEBUT-END
           ELSE
               PERFORM 1000-ECRIRE-RUNCTRL-START
               THRU    1000-ECRIRE-RUNCTRL-END
               PERFORM 3000-ECRIRE-DUREE-START
               THRU    3000-ECRIRE-DUREE-END
           END-IF.
       0000-MAIN-END.
           GOBACK.

      ******************************************************************
      * Chemins du fichier de suivi et de l'historique des durees.
       0500-LOCALISER-START.
      * Le repertoire vient d'abord du fichier central des
      * parametres, puis de l'ancienne variable d'environnement.
      * L'appel est protege : si le module PARAMLIRE n'est pas
               STRING FUNCTION TRIM(WS-RUNCTRL-DIR) DELIMITED BY SIZE
                      "/run-control.log" DELIMITED BY SIZE
                   INTO WS-RUNCTRL-PATH
               MOVE SPACES TO WS-DUREES-PATH
               STRING FUNCTION TRIM(WS-RUNCTRL-DIR) DELIMITED BY SIZE
                      "/durees-jobs.log" DELIMITED BY SIZE
                   INTO WS-DUREES-PATH
           END-IF.
       0500-LOCALISER-END.
           EXIT.

      ******************************************************************
      * Ajoute une ligne (date, heure, programme, compteur 1, compteur
      * 2, statut) au fichier de suivi des passages batch. Le fichier
      * est ouvert et referme a chaque appel, car il n'existe pas
      * forcement avant le premier passage d'un programme quelconque.
       1000-ECRIRE-RUNCTRL-START.
           OPEN EXTEND F-RUNCTRL.
           IF NOT STATUT-RUNCTRL-OK
               OPEN OUTPUT F-RUNCTRL
           END-IF.
           IF STATUT-RUNCTRL-OK
               MOVE SPACES TO WS-LIGNE-RUNCTRL
               STRING WS-RUN-ANNEE "-" WS-RUN-MOIS "-" WS-RUN-JOUR
                      " " WS-RUN-HEURE ":" WS-RUN-MINUTE
       1000-ECRIRE-RUNCTRL-END.
           EXIT.

      ******************************************************************
      * Appel DEBUT : l'heure de debut du job est gardee (un nouvel
      * appel DEBUT du meme job remplace la precedente) et une ligne
      * EN COURS est ecrite, pour que la console puisse suivre un job
      * qui tourne encore.
       2000-NOTER-DEBUT-START.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-DEBUTS OR WS-J > 0
               IF WS-DEB-PROGRAMME (WS-I) = LK-PROGRAMME
                   OR WS-DEB-PROGRAMME (WS-I) = SPACES
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM.
           IF WS-J = 0
               IF WS-NB-DEBUTS >= 20
                   GO TO 2000-NOTER-DEBUT-END
               END-IF
               ADD 1 TO WS-NB-DEBUTS
               MOVE WS-NB-DEBUTS TO WS-J
           END-IF.
           MOVE LK-PROGRAMME TO WS-DEB-PROGRAMME (WS-J).
           MOVE WS-DATE-ED   TO WS-DEB-DATE (WS-J).
           MOVE WS-HEURE-ED  TO WS-DEB-HEURE (WS-J).
           COMPUTE WS-DEB-SECONDES (WS-J) = WS-RUN-HEURE * 3600
               + WS-RUN-MINUTE * 60 + WS-RUN-SECONDE.

           MOVE SPACES TO WS-LIGNE-DUREES.
           MOVE WS-DATE-ED   TO WS-DUR-DATE.
           MOVE WS-HEURE-ED  TO WS-DUR-DEBUT.
           MOVE "--:--:--"   TO WS-DUR-FIN.
           MOVE 0            TO WS-DUR-SECONDES.
           MOVE LK-PROGRAMME TO WS-DUR-JOB.
           MOVE "EN COURS"   TO WS-DUR-STATUT.
           MOVE "RUNCTL"     TO WS-DUR-ORIGINE.
           PERFORM 4000-ECRIRE-LIGNE-DUREE-START
           THRU    4000-ECRIRE-LIGNE-DUREE-END.
       2000-NOTER-DEBUT-END.
           EXIT.

      ******************************************************************
      * Appel de fin d'un job dont le debut a ete note : ligne
      * complete dans l'historique des durees. Un job qui passe la
      * minuit est ramene sur 24 heures. Sans appel DEBUT prealable
      * (programme lance a la main ou par run-nightly.sh, qui tient
      * lui-meme l'historique de ses jobs), rien n'est ecrit.
       3000-ECRIRE-DUREE-START.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-DEBUTS OR WS-J > 0
               IF WS-DEB-PROGRAMME (WS-I) = LK-PROGRAMME
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM.
           IF WS-J = 0
               GO TO 3000-ECRIRE-DUREE-END
           END-IF.
           COMPUTE WS-SECONDES-FIN = WS-RUN-HEURE * 3600
               + WS-RUN-MINUTE * 60 + WS-RUN-SECONDE.
           COMPUTE WS-DUREE = WS-SECONDES-FIN
               - WS-DEB-SECONDES (WS-J).
           IF WS-DUREE < 0
               ADD 86400 TO WS-DUREE
           END-IF.

           MOVE SPACES TO WS-LIGNE-DUREES.
           MOVE WS-DEB-DATE (WS-J)  TO WS-DUR-DATE.
           MOVE WS-DEB-HEURE (WS-J) TO WS-DUR-DEBUT.
           MOVE WS-HEURE-ED         TO WS-DUR-FIN.
           MOVE WS-DUREE            TO WS-DUR-SECONDES.
           MOVE LK-PROGRAMME        TO WS-DUR-JOB.
           MOVE LK-STATUT           TO WS-DUR-STATUT.
           MOVE "RUNCTL"            TO WS-DUR-ORIGINE.
           PERFORM 4000-ECRIRE-LIGNE-DUREE-START
           THRU    4000-ECRIRE-LIGNE-DUREE-END.
           MOVE SPACES TO WS-DEB-PROGRAMME (WS-J).
       3000-ECRIRE-DUREE-END.
           EXIT.

      ******************************************************************
      * Ajout d'une ligne a l'historique des durees, ouvert et
      * referme a chaque appel comme le fichier de suivi.
       4000-ECRIRE-LIGNE-DUREE-START.
           OPEN EXTEND F-DUREES.
           IF NOT STATUT-DUREES-OK
               OPEN OUTPUT F-DUREES
           END-IF.
           IF STATUT-DUREES-OK
               WRITE F-LIGNE-DUREES FROM WS-LIGNE-DUREES
           END-IF.
           CLOSE F-DUREES.
       4000-ECRIRE-LIGNE-DUREE-END.
           EXIT.

       END PROGRAM RUNCTL.
