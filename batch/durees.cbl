      ********************************************************************
      *  Fenetre batch : duree de chaque job cette nuit face a sa      *
      *  moyenne, tendance des dernieres nuits et heure de fin         *
      *  projetee de la chaine nocturne face a l'heure limite.        *
      ********************************************************************
      * run-control.log dit quand chaque programme a fini, pas quand il
      * a commence, et les lignes DEBUT/FIN de run-nightly.log ne sont
      * jamais lues comme des durees : on decouvrait que la chaine
      * glissait vers l'ouverture de 06:00 le matin ou elle la
      * depassait. L'historique durees-jobs.log (ecrit par
      * run-nightly.sh pour les jobs de la chaine et par RUNCTL pour
      * ceux de l'ordonnanceur) donne pour chaque passage le debut, la
      * fin et la duree en secondes. Ce rapport du matin en tire, par
      * job : la derniere duree, la moyenne des passages precedents,
      * la moyenne des 5 derniers passages face aux 5 d'avant
      * (tendance), et pour la chaine entiere (CHAINE-NOCTURNE) l'heure
      * de fin projetee, pour la prochaine nuit et dans 7 nuits si la
      * derive continue, confrontee a l'heure limite.
      * Parametres (fichier central, puis variable d'environnement,
      * puis defaut) : FENETRE_FIN, heure limite HHMM (0600) ;
      * DUREE_MARGE_PCT, marge au-dela de la moyenne qui rend une
      * duree anormale (50 %), la meme que pour l'alerte de la console
      * d'exploitation.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUREES.
       AUTHOR. K.SAFAA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DUREES-IN ASSIGN DYNAMIC WS-DUREES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DUREES-IN.

           SELECT F-RAPPORT-OUT
               ASSIGN TO 'rapport-durees-jobs.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que la ligne ecrite par RUNCTL.cbl.
       FD  F-DUREES-IN.
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

       FD  F-RAPPORT-OUT.
       01  WS-LIGNE-RAPPORT     PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-DUREES-IN==
                     ==FSTAT-OK==    BY ==STATUT-DUREES-IN-OK==.
           88 STATUT-DUREES-IN-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME     PIC X(20) VALUE 'DUREES'.
       01  WS-LOG-PARAGRAPHE    PIC X(30).
       01  WS-LOG-MESSAGE       PIC X(50).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01  WS-PARAM-CLE         PIC X(20).
       01  WS-PARAM-VALEUR      PIC X(20).
       01  WS-PARAM-CODE        PIC X(02).

      * Meme mecanisme de localisation que RUNCTL.cbl : l'historique
      * des durees est a cote de run-control.log.
       01  WS-RUNCTRL-DIR       PIC X(200).
       01  WS-DUREES-PATH       PIC X(200) VALUE "durees-jobs.log".

      * Heure limite de fin de la chaine et marge d'anomalie.
       01  WS-FENETRE-SAISIE    PIC X(08).
       01  WS-FENETRE-HEURE     PIC 9(02) VALUE 6.
       01  WS-FENETRE-MINUTE    PIC 9(02) VALUE 0.
       01  WS-MARGE-PCT         PIC 9(03) VALUE 50.
       01  WS-MARGE-SAISIE      PIC X(08).

      * Suivi par job : nombre et somme des passages termines,
      * 10 dernieres durees (la plus recente en tete), dernier
      * passage et passage EN COURS reste sans fin.
       01  WS-NB-JOBS           PIC 9(02) VALUE 0.
       01  WS-TAB-JOBS.
           05 WS-JOB-ENTREE OCCURS 50 TIMES.
              10 WS-JOB-NOM         PIC X(20).
              10 WS-JOB-NB          PIC 9(05).
              10 WS-JOB-SOMME       PIC 9(11).
              10 WS-JOB-HIST        PIC 9(06) OCCURS 10 TIMES.
              10 WS-JOB-DATE        PIC X(10).
              10 WS-JOB-DEBUT       PIC X(08).
              10 WS-JOB-FIN         PIC X(08).
              10 WS-JOB-STATUT      PIC X(10).
              10 WS-JOB-OUVERT      PIC X(01).
              10 WS-JOB-OUV-DATE    PIC X(10).
              10 WS-JOB-OUV-DEBUT   PIC X(08).

       01  WS-I                 PIC 9(02).
       01  WS-J                 PIC 9(02).
       01  WS-K                 PIC 9(02).
       01  WS-NB-HIST           PIC 9(02).
       01  WS-NB-RECENTS        PIC 9(02).
       01  WS-NB-ANCIENS        PIC 9(02).
       01  WS-SOMME-RECENTS     PIC 9(08).
       01  WS-SOMME-ANCIENS     PIC 9(08).
       01  WS-MOYENNE           PIC 9(06).
       01  WS-MOY-RECENTE       PIC 9(06).
       01  WS-MOY-ANCIENNE      PIC 9(06).
       01  WS-DERIVE-NUIT       PIC S9(06).
       01  WS-SEUIL             PIC 9(07).
       01  WS-ECART-PCT         PIC S9(05).
       01  WS-NB-ANOMALIES      PIC 9(03) VALUE 0.
       01  WS-CHAINE            PIC 9(02) VALUE 0.

      * Calculs d'heures, en secondes depuis minuit.
       01  WS-HHMMSS.
           05 WS-HMS-HEURE      PIC 9(02).
           05 FILLER            PIC X(01).
           05 WS-HMS-MINUTE     PIC 9(02).
           05 FILLER            PIC X(01).
           05 WS-HMS-SECONDE    PIC 9(02).
       01  WS-SEC-DEBUT         PIC 9(06).
       01  WS-SEC-LIMITE        PIC 9(06).
       01  WS-SEC-FIN           PIC S9(07).
       01  WS-SEC-DUREE         PIC S9(07).
       01  WS-SEC-ECART         PIC S9(07).
       01  WS-SEC-A-FORMATER    PIC 9(07).
       01  WS-H                 PIC 9(03).
       01  WS-M                 PIC 9(02).
       01  WS-S                 PIC 9(02).
       01  WS-HEURE-ED          PIC X(09).
       01  WS-DUREE-ED          PIC X(09).
       01  WS-MOYENNE-ED        PIC X(09).
       01  WS-RECENTE-ED        PIC X(09).
       01  WS-ECART-ED          PIC +Z(3)9.
       01  WS-MINUTES-ED        PIC Z(4)9.
       01  WS-LIBELLE-PROJ      PIC X(30).
       01  WS-TENDANCE          PIC X(08).
       01  WS-TENDANCE-LIB      PIC X(16).
       01  WS-MARQUE            PIC X(11).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0500-LIRE-PARAMETRES
           THRU    0500-LIRE-PARAMETRES-FIN.

           PERFORM 1000-CUMULER-HISTORIQUE
           THRU    1000-CUMULER-HISTORIQUE-FIN.

           PERFORM 3000-ECRIRE-RAPPORT
           THRU    3000-ECRIRE-RAPPORT-FIN.
       0000-MAIN-END.
           STOP RUN.

      **********************************************
      * Localisation de l'historique, heure limite et marge : fichier
      * central des parametres, puis variable d'environnement, puis
      * defaut.
       0500-LIRE-PARAMETRES.
           MOVE SPACES TO WS-RUNCTRL-DIR.
           MOVE 'RUNCTL_DIR' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-RUNCTRL-DIR
           ELSE
               ACCEPT WS-RUNCTRL-DIR FROM ENVIRONMENT "RUNCTL_DIR"
           END-IF.
           IF WS-RUNCTRL-DIR NOT = SPACES
               MOVE SPACES TO WS-DUREES-PATH
               STRING FUNCTION TRIM(WS-RUNCTRL-DIR) DELIMITED BY SIZE
                      "/durees-jobs.log" DELIMITED BY SIZE
                   INTO WS-DUREES-PATH
           END-IF.

      * Heure limite en HHMM ou HH:MM.
           MOVE 'FENETRE_FIN' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-FENETRE-SAISIE
           ELSE
               MOVE SPACES TO WS-FENETRE-SAISIE
               ACCEPT WS-FENETRE-SAISIE FROM ENVIRONMENT
                   'FENETRE_FIN'
           END-IF.
           IF WS-FENETRE-SAISIE(3:1) = ':'
               MOVE WS-FENETRE-SAISIE(4:2) TO WS-FENETRE-SAISIE(3:2)
           END-IF.
           IF WS-FENETRE-SAISIE(1:4) IS NUMERIC
               AND WS-FENETRE-SAISIE(1:2) < '24'
               AND WS-FENETRE-SAISIE(3:2) < '60'
               MOVE WS-FENETRE-SAISIE(1:2) TO WS-FENETRE-HEURE
               MOVE WS-FENETRE-SAISIE(3:2) TO WS-FENETRE-MINUTE
           END-IF.
           COMPUTE WS-SEC-LIMITE = WS-FENETRE-HEURE * 3600
               + WS-FENETRE-MINUTE * 60.

           MOVE 'DUREE_MARGE_PCT' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-MARGE-SAISIE
           ELSE
               MOVE SPACES TO WS-MARGE-SAISIE
               ACCEPT WS-MARGE-SAISIE FROM ENVIRONMENT
                   'DUREE_MARGE_PCT'
           END-IF.
           IF WS-MARGE-SAISIE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-MARGE-SAISIE)) = 0
               COMPUTE WS-MARGE-PCT = FUNCTION NUMVAL(WS-MARGE-SAISIE)
           END-IF.
       0500-LIRE-PARAMETRES-FIN. EXIT.

      **********************************************
      * Relit tout l'historique des durees, dans l'ordre d'ecriture.
       1000-CUMULER-HISTORIQUE.
           OPEN INPUT F-DUREES-IN.
           IF NOT STATUT-DUREES-IN-OK
               DISPLAY 'DUREES-JOBS.LOG ILLISIBLE : '
                   WS-STATUS-DUREES-IN
               MOVE '1000-CUMULER-HISTORIQUE' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE DUREES-JOBS.LOG'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-DUREES-IN
                   WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL STATUT-DUREES-IN-FIN
               READ F-DUREES-IN
                   AT END
                       SET STATUT-DUREES-IN-FIN TO TRUE
                   NOT AT END
                       PERFORM 1100-CUMULER-LIGNE
                       THRU    1100-CUMULER-LIGNE-FIN
               END-READ
           END-PERFORM.

           CLOSE F-DUREES-IN.
       1000-CUMULER-HISTORIQUE-FIN. EXIT.

      * Une ligne EN COURS ouvre un passage ; la ligne de fin du meme
      * passage (meme date et heure de debut) le referme et ajoute sa
      * duree a l'historique du job.
       1100-CUMULER-LIGNE.
           IF WS-DUR-JOB = SPACES
               GO TO 1100-CUMULER-LIGNE-FIN
           END-IF.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-JOBS OR WS-J > 0
               IF WS-JOB-NOM (WS-I) = WS-DUR-JOB
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM.
           IF WS-J = 0
               IF WS-NB-JOBS >= 50
                   GO TO 1100-CUMULER-LIGNE-FIN
               END-IF
               ADD 1 TO WS-NB-JOBS
               MOVE WS-NB-JOBS TO WS-J
               MOVE WS-DUR-JOB TO WS-JOB-NOM (WS-J)
               MOVE 0 TO WS-JOB-NB (WS-J) WS-JOB-SOMME (WS-J)
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
                   MOVE 0 TO WS-JOB-HIST (WS-J, WS-K)
               END-PERFORM
               MOVE SPACES TO WS-JOB-DATE (WS-J) WS-JOB-DEBUT (WS-J)
                   WS-JOB-FIN (WS-J) WS-JOB-STATUT (WS-J)
               MOVE 'N' TO WS-JOB-OUVERT (WS-J)
           END-IF.

           IF WS-DUR-STATUT = 'EN COURS'
               MOVE 'O' TO WS-JOB-OUVERT (WS-J)
               MOVE WS-DUR-DATE  TO WS-JOB-OUV-DATE (WS-J)
               MOVE WS-DUR-DEBUT TO WS-JOB-OUV-DEBUT (WS-J)
               GO TO 1100-CUMULER-LIGNE-FIN
           END-IF.
           IF WS-DUR-SECONDES NOT NUMERIC
               GO TO 1100-CUMULER-LIGNE-FIN
           END-IF.

           IF WS-JOB-OUVERT (WS-J) = 'O'
               AND WS-JOB-OUV-DATE (WS-J) = WS-DUR-DATE
               AND WS-JOB-OUV-DEBUT (WS-J) = WS-DUR-DEBUT
               MOVE 'N' TO WS-JOB-OUVERT (WS-J)
           END-IF.
           ADD 1 TO WS-JOB-NB (WS-J).
           ADD WS-DUR-SECONDES TO WS-JOB-SOMME (WS-J).
           PERFORM VARYING WS-K FROM 10 BY -1 UNTIL WS-K < 2
               MOVE WS-JOB-HIST (WS-J, WS-K - 1)
                 TO WS-JOB-HIST (WS-J, WS-K)
           END-PERFORM.
           MOVE WS-DUR-SECONDES TO WS-JOB-HIST (WS-J, 1).
           MOVE WS-DUR-DATE   TO WS-JOB-DATE (WS-J).
           MOVE WS-DUR-DEBUT  TO WS-JOB-DEBUT (WS-J).
           MOVE WS-DUR-FIN    TO WS-JOB-FIN (WS-J).
           MOVE WS-DUR-STATUT TO WS-JOB-STATUT (WS-J).
       1100-CUMULER-LIGNE-FIN. EXIT.

      **********************************************
      * Rapport du matin : une ligne par job, puis la projection de
      * la fin de la chaine nocturne.
       3000-ECRIRE-RAPPORT.
           OPEN OUTPUT F-RAPPORT-OUT.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'RAPPORT DES DUREES ILLISIBLE : '
                   WS-STATUS-RAPPORT
               MOVE 1 TO RETURN-CODE
               GO TO 3000-ECRIRE-RAPPORT-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'DUREES DES JOBS BATCH (HEURE LIMITE '
               WS-FENETRE-HEURE ':' WS-FENETRE-MINUTE
               ', MARGE ' WS-MARGE-PCT ' %)'
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           WRITE WS-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '           JOB                  DATE'
               '       DEBUT    FIN        DUREE     MOYENNE'
               '   5 DERN.   TENDANCE'
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           WRITE WS-LIGNE-RAPPORT.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-JOBS
               PERFORM 3100-ECRIRE-LIGNE-JOB
               THRU    3100-ECRIRE-LIGNE-JOB-FIN
           END-PERFORM.

           PERFORM 3500-PROJETER-CHAINE
           THRU    3500-PROJETER-CHAINE-FIN.

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'ANOMALIES RELEVEES : ' WS-NB-ANOMALIES
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           WRITE WS-LIGNE-RAPPORT.

           CLOSE F-RAPPORT-OUT.
           DISPLAY 'DUREES DES JOBS - ' WS-NB-ANOMALIES
               ' ANOMALIE(S), VOIR rapport-durees-jobs.rpt'.
       3000-ECRIRE-RAPPORT-FIN. EXIT.

      * Ligne d'un job : derniere duree, moyenne des passages
      * precedents, moyenne des 5 derniers et tendance face aux 5
      * d'avant ; anomalie si la derniere duree depasse la moyenne de
      * plus de la marge, ou si le dernier passage n'a pas de fin.
       3100-ECRIRE-LIGNE-JOB.
           IF WS-JOB-NOM (WS-I) = 'CHAINE-NOCTURNE'
               MOVE WS-I TO WS-CHAINE
           END-IF.
           IF WS-JOB-OUVERT (WS-I) = 'O'
               ADD 1 TO WS-NB-ANOMALIES
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING 'ANOMALIE : ' WS-JOB-NOM (WS-I)
                   ' LANCE LE ' WS-JOB-OUV-DATE (WS-I)
                   ' A ' WS-JOB-OUV-DEBUT (WS-I)
                   ' SANS FIN ENREGISTREE'
                   DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
               WRITE WS-LIGNE-RAPPORT
           END-IF.
           IF WS-JOB-NB (WS-I) = 0
               GO TO 3100-ECRIRE-LIGNE-JOB-FIN
           END-IF.

           PERFORM 3200-MOYENNES-JOB
           THRU    3200-MOYENNES-JOB-FIN.

           MOVE WS-JOB-HIST (WS-I, 1) TO WS-SEC-A-FORMATER.
           PERFORM 8100-FORMATER-DUREE THRU 8100-FORMATER-DUREE-FIN.
           MOVE WS-HEURE-ED TO WS-DUREE-ED.
           MOVE WS-MOYENNE TO WS-SEC-A-FORMATER.
           PERFORM 8100-FORMATER-DUREE THRU 8100-FORMATER-DUREE-FIN.
           MOVE WS-HEURE-ED TO WS-MOYENNE-ED.
           MOVE WS-MOY-RECENTE TO WS-SEC-A-FORMATER.
           PERFORM 8100-FORMATER-DUREE THRU 8100-FORMATER-DUREE-FIN.
           MOVE WS-HEURE-ED TO WS-RECENTE-ED.

           MOVE SPACES TO WS-MARQUE.
           IF WS-JOB-NB (WS-I) > 1
               COMPUTE WS-SEUIL =
                   WS-MOYENNE * (100 + WS-MARGE-PCT) / 100
               IF WS-JOB-HIST (WS-I, 1) > WS-SEUIL
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE 'ANOMALIE : ' TO WS-MARQUE
               END-IF
           ELSE
               MOVE '-' TO WS-MOYENNE-ED
           END-IF.

           MOVE WS-TENDANCE TO WS-TENDANCE-LIB.
           IF WS-NB-ANCIENS > 0
               MOVE WS-ECART-PCT TO WS-ECART-ED
               MOVE SPACES TO WS-TENDANCE-LIB
               STRING WS-TENDANCE DELIMITED BY SPACE
                   ' ' WS-ECART-ED ' %' DELIMITED BY SIZE
                   INTO WS-TENDANCE-LIB
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-MARQUE WS-JOB-NOM (WS-I) ' '
               WS-JOB-DATE (WS-I) ' ' WS-JOB-DEBUT (WS-I) ' '
               WS-JOB-FIN (WS-I) ' ' WS-DUREE-ED ' '
               WS-MOYENNE-ED ' ' WS-RECENTE-ED ' ' WS-TENDANCE-LIB
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           WRITE WS-LIGNE-RAPPORT.
           IF WS-JOB-STATUT (WS-I) NOT = 'OK'
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING '    DERNIER PASSAGE EN STATUT '
                   WS-JOB-STATUT (WS-I)
                   DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
               WRITE WS-LIGNE-RAPPORT
           END-IF.
       3100-ECRIRE-LIGNE-JOB-FIN. EXIT.

      * Moyennes du job WS-I : passages precedents (hors dernier),
      * 5 derniers passages, 5 passages d'avant ; derive par nuit =
      * ecart des deux moyennes de 5, dont les milieux sont distants
      * de 5 nuits.
       3200-MOYENNES-JOB.
           MOVE 0 TO WS-MOYENNE WS-DERIVE-NUIT WS-ECART-PCT.
           MOVE 'STABLE' TO WS-TENDANCE.
           IF WS-JOB-NB (WS-I) > 1
               COMPUTE WS-MOYENNE ROUNDED =
                   (WS-JOB-SOMME (WS-I) - WS-JOB-HIST (WS-I, 1))
                   / (WS-JOB-NB (WS-I) - 1)
           END-IF.
           IF WS-JOB-NB (WS-I) > 10
               MOVE 10 TO WS-NB-HIST
           ELSE
               MOVE WS-JOB-NB (WS-I) TO WS-NB-HIST
           END-IF.
           MOVE 0 TO WS-NB-RECENTS WS-NB-ANCIENS
               WS-SOMME-RECENTS WS-SOMME-ANCIENS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-HIST
               IF WS-K <= 5
                   ADD 1 TO WS-NB-RECENTS
                   ADD WS-JOB-HIST (WS-I, WS-K) TO WS-SOMME-RECENTS
               ELSE
                   ADD 1 TO WS-NB-ANCIENS
                   ADD WS-JOB-HIST (WS-I, WS-K) TO WS-SOMME-ANCIENS
               END-IF
           END-PERFORM.
           COMPUTE WS-MOY-RECENTE ROUNDED =
               WS-SOMME-RECENTS / WS-NB-RECENTS.
           IF WS-NB-ANCIENS = 0
               MOVE '-' TO WS-TENDANCE
               GO TO 3200-MOYENNES-JOB-FIN
           END-IF.
           COMPUTE WS-MOY-ANCIENNE ROUNDED =
               WS-SOMME-ANCIENS / WS-NB-ANCIENS.
           COMPUTE WS-DERIVE-NUIT ROUNDED =
               (WS-MOY-RECENTE - WS-MOY-ANCIENNE) / 5.
           IF WS-MOY-ANCIENNE > 0
               COMPUTE WS-ECART-PCT ROUNDED =
                   (WS-MOY-RECENTE - WS-MOY-ANCIENNE) * 100
                   / WS-MOY-ANCIENNE
           END-IF.
           IF WS-ECART-PCT > 10
               MOVE 'HAUSSE' TO WS-TENDANCE
           END-IF.
           IF WS-ECART-PCT < -10
               MOVE 'BAISSE' TO WS-TENDANCE
           END-IF.
       3200-MOYENNES-JOB-FIN. EXIT.

      **********************************************
      * Fin de la chaine nocturne : celle de cette nuit, puis celle
      * projetee a partir du meme debut avec la moyenne des 5
      * dernieres nuits, pour la prochaine nuit et dans 7 nuits si la
      * derive par nuit se poursuit, face a l'heure limite. Cette
      * moyenne vaut pour le milieu de ses 5 nuits, soit 2 nuits avant
      * la derniere : la prochaine nuit est 3 nuits plus loin.
       3500-PROJETER-CHAINE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           WRITE WS-LIGNE-RAPPORT.
           IF WS-CHAINE = 0
               MOVE 'CHAINE NOCTURNE : PAS ENCORE D''HISTORIQUE'
                   TO WS-LIGNE-RAPPORT
               WRITE WS-LIGNE-RAPPORT
               GO TO 3500-PROJETER-CHAINE-FIN
           END-IF.
           MOVE WS-CHAINE TO WS-I.
           IF WS-JOB-NB (WS-I) = 0
               MOVE 'CHAINE NOCTURNE : AUCUNE NUIT TERMINEE'
                   TO WS-LIGNE-RAPPORT
               WRITE WS-LIGNE-RAPPORT
               GO TO 3500-PROJETER-CHAINE-FIN
           END-IF.
           PERFORM 3200-MOYENNES-JOB THRU 3200-MOYENNES-JOB-FIN.

           MOVE WS-JOB-DEBUT (WS-I) TO WS-HHMMSS.
           IF WS-HMS-HEURE NOT NUMERIC OR WS-HMS-MINUTE NOT NUMERIC
               OR WS-HMS-SECONDE NOT NUMERIC
               GO TO 3500-PROJETER-CHAINE-FIN
           END-IF.
           COMPUTE WS-SEC-DEBUT = WS-HMS-HEURE * 3600
               + WS-HMS-MINUTE * 60 + WS-HMS-SECONDE.
      * Une chaine lancee apres l'heure limite (le soir) doit finir
      * avant l'heure limite du lendemain.
           IF WS-SEC-LIMITE <= WS-SEC-DEBUT
               ADD 86400 TO WS-SEC-LIMITE
           END-IF.

           MOVE 'FIN CETTE NUIT' TO WS-LIBELLE-PROJ.
           MOVE WS-JOB-HIST (WS-I, 1) TO WS-SEC-DUREE.
           PERFORM 3600-ECRIRE-PROJECTION
           THRU    3600-ECRIRE-PROJECTION-FIN.

           MOVE 'FIN PROJETEE PROCHAINE NUIT' TO WS-LIBELLE-PROJ.
           COMPUTE WS-SEC-DUREE = WS-MOY-RECENTE
               + WS-DERIVE-NUIT * 3.
           PERFORM 3600-ECRIRE-PROJECTION
           THRU    3600-ECRIRE-PROJECTION-FIN.

           MOVE 'FIN PROJETEE DANS 7 NUITS' TO WS-LIBELLE-PROJ.
           COMPUTE WS-SEC-DUREE = WS-MOY-RECENTE
               + WS-DERIVE-NUIT * 9.
           PERFORM 3600-ECRIRE-PROJECTION
           THRU    3600-ECRIRE-PROJECTION-FIN.
       3500-PROJETER-CHAINE-FIN. EXIT.

      * Ligne de projection pour une duree de chaine WS-SEC-DUREE
      * depuis le debut WS-SEC-DEBUT : heure de fin et marge (ou
      * depassement) en minutes face a l'heure limite.
       3600-ECRIRE-PROJECTION.
           IF WS-SEC-DUREE < 0
               MOVE 0 TO WS-SEC-DUREE
           END-IF.
           COMPUTE WS-SEC-FIN = WS-SEC-DEBUT + WS-SEC-DUREE.
           COMPUTE WS-SEC-ECART = WS-SEC-LIMITE - WS-SEC-FIN.
           MOVE WS-SEC-FIN TO WS-SEC-A-FORMATER.
           IF WS-SEC-A-FORMATER >= 86400
               SUBTRACT 86400 FROM WS-SEC-A-FORMATER
           END-IF.
           PERFORM 8100-FORMATER-DUREE THRU 8100-FORMATER-DUREE-FIN.

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-SEC-ECART < 0
               ADD 1 TO WS-NB-ANOMALIES
               COMPUTE WS-MINUTES-ED = (0 - WS-SEC-ECART + 59) / 60
               STRING 'ANOMALIE : CHAINE NOCTURNE '
                   FUNCTION TRIM(WS-LIBELLE-PROJ) ' : '
                   WS-HEURE-ED(2:8) ' - DEPASSE L''HEURE LIMITE DE '
                   FUNCTION TRIM(WS-MINUTES-ED) ' MIN'
                   DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
               COMPUTE WS-MINUTES-ED = WS-SEC-ECART / 60
               STRING 'CHAINE NOCTURNE '
                   FUNCTION TRIM(WS-LIBELLE-PROJ) ' : '
                   WS-HEURE-ED(2:8) ' - MARGE '
                   FUNCTION TRIM(WS-MINUTES-ED) ' MIN'
                   DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF.
           WRITE WS-LIGNE-RAPPORT.
       3600-ECRIRE-PROJECTION-FIN. EXIT.

      **********************************************
      * Mise en forme HHH:MM:SS (cadree a droite sur 9 caracteres)
      * d'un nombre de secondes WS-SEC-A-FORMATER.
       8100-FORMATER-DUREE.
           COMPUTE WS-H = WS-SEC-A-FORMATER / 3600.
           COMPUTE WS-M = (WS-SEC-A-FORMATER - WS-H * 3600) / 60.
           COMPUTE WS-S = WS-SEC-A-FORMATER - WS-H * 3600 - WS-M * 60.
           MOVE SPACES TO WS-HEURE-ED.
           STRING WS-H ':' WS-M ':' WS-S
               DELIMITED BY SIZE INTO WS-HEURE-ED.
       8100-FORMATER-DUREE-FIN. EXIT.

       END PROGRAM DUREES.
