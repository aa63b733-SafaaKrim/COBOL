      *   on le change ici, et chaque changement part au journal
      *   parametres-journal.log avec l'ancienne et la nouvelle
      *   valeur.
      *   Double signature : un changement saisi par un operateur
      *   n'est pas applique tout de suite, il attend dans
      *   parametres-attente.dat la confirmation d'un second
      *   operateur, different du premier et dont le profil porte la
      *   fonction de validation (FCT_PRF de la base BOBODB, comme
      *   les operations a contresigner du menu : fonction FCT_VALID
      *   de la ligne PARAMETRE de SEUIL_SIGNATURE, ADMIN a defaut).
      *   Le code operateur est donc un utilisateur (USER) ouvert de
      *   la base, authentifie par son mot de passe comme a l'entree
      *   du menu ; un mot de passe encore a changer (PWD_TO_CHANGE,
      *   pose par l'administration) n'est pas accepte. Demande,
      *   confirmation et rejet partent tous au journal avec
      *   l'operateur qui les a faits, et a la piste
      *   d'audit AUDIT_TRAIL (fonction PARAMETRE). La liste
      *   quotidienne signatures-attente.cbl reprend les changements
      *   en attente de parametres-attente.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. parametres.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-JOURNAL.

           SELECT ATTENTE-FILE ASSIGN TO 'parametres-attente.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-ATTENTE.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMS-FILE
           05 WS-PRM-COMMENT   PIC X(30).

       FD JOURNAL-FILE
      * Une ligne par etape d'un changement : date, heure, cle,
      * avant, apres, etape (DEMANDE, CONFIRME, REJETE) et operateur.
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD     IS WS-JOURNAL-RECORD.
       01 WS-JOURNAL-RECORD.
           05 WS-JRN-DATE      PIC 9(8).
           05 WS-JRN-AVANT     PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-JRN-APRES     PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-JRN-ETAPE     PIC X(08).
           05 FILLER           PIC X(1).
           05 WS-JRN-OPERATEUR PIC X(20).
           05 FILLER           PIC X(2).

       FD ATTENTE-FILE
      * Changements en attente de seconde signature : numero, cle,
      * valeur et commentaire demandes, operateur, date et heure de
      * la demande.
           RECORD CONTAINS 123 CHARACTERS
           DATA RECORD     IS WS-ATTENTE-RECORD.
       01 WS-ATTENTE-RECORD.
           05 WS-ATT-NUMERO    PIC 9(5).
           05 FILLER           PIC X(1).
           05 WS-ATT-CLE       PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-ATT-VALEUR    PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-ATT-COMMENT   PIC X(30).
           05 FILLER           PIC X(1).
           05 WS-ATT-OPERATEUR PIC X(20).
           05 FILLER           PIC X(1).
           05 WS-ATT-DATE      PIC 9(8).
           05 FILLER           PIC X(1).
           05 WS-ATT-HEURE     PIC 9(6).
           05 FILLER           PIC X(8).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 DB-CONN-INFO.
           05 DB-USERNAME PIC X(30) VALUE "cobol".
           05 DB-PASSWORD PIC X(10) VALUE SPACES.
           05 DB-NAME     PIC X(30) VALUE "bobodb".

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-PARAMS==
                     ==FSTAT-OK==    BY ==STATUT-PARAMS-OK==.
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-JOURNAL==
                     ==FSTAT-OK==    BY ==STATUT-JOURNAL-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-ATTENTE==
                     ==FSTAT-OK==    BY ==STATUT-ATTENTE-OK==.
           88 STATUT-ATTENTE-FIN VALUE '10'.

       01 WS-CHOIX-MENU      PIC X(01).
       01 WS-CLE-SAISIE      PIC X(20).
       01 WS-VALEUR-SAISIE   PIC X(20).
       01 WS-COMMENT-SAISI   PIC X(30).
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-AVANT           PIC X(20).
       01 WS-OPERATEUR       PIC X(20).
       01 WS-MOT-DE-PASSE    PIC X(30).
       01 WS-ETAPE           PIC X(08).
       01 WS-DECISION        PIC X(01).
       01 WS-NUM-SAISI       PIC 9(05).

      * Changements en attente de seconde signature, relus au
      * lancement et reecrits a la sortie sans ceux qui ont ete
      * confirmes ou rejetes (le journal en garde la trace).
       01 WS-MAX-ATTENTE     PIC 9(03) VALUE 100.
       01 WS-NB-ATTENTE      PIC 9(03) VALUE 0.
       01 WS-DERNIER-NUMERO  PIC 9(05) VALUE 0.
       01 WS-TAB-ATTENTE.
          05 WS-ATT-ENTREE OCCURS 100 TIMES.
             10 WS-TAT-NUMERO    PIC 9(05).
             10 WS-TAT-CLE       PIC X(20).
             10 WS-TAT-VALEUR    PIC X(20).
             10 WS-TAT-COMMENT   PIC X(30).
             10 WS-TAT-OPERATEUR PIC X(20).
             10 WS-TAT-DATE      PIC 9(08).
             10 WS-TAT-HEURE     PIC 9(06).
             10 WS-TAT-STATUT    PIC X(01).
                88 ATTENTE-EN-COURS VALUE 'A'.
       01 WS-ATT-POS         PIC 9(03).
       01 WS-ATTENTE-MODIFIEE PIC X(01) VALUE 'N'.
          88 ATTENTES-MODIFIEES VALUE 'O'.

      * Habilitation a contresigner : profil de l'operateur dans
      * la base et fonction de validation des parametres.
       01 WS-CODE-USER       PIC X(10).
       01 WS-CODE-PRF        PIC X(10).
       01 WS-PWD-TO-CHANGE   PIC X(01).
       01 WS-FCT-VALID       PIC X(15).
       01 WS-FCT-LU          PIC X(15).
       01 WS-NB-DROITS       PIC 9(05).
       01 WS-HABILITE        PIC X(01).
          88 OPERATEUR-HABILITE VALUE 'O'.

      * Ligne de la piste d'audit AUDIT_TRAIL.
       01 WS-NUM-EDIT        PIC 9(05).
       01 WS-AUD-CLES        PIC X(80).
       01 WS-AUD-DETAIL      PIC X(80).

      * Parametres en memoire, reecrits en entier a chaque
      * changement, comme les referentiels du lot.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT WS-OPERATEUR.
           IF WS-OPERATEUR = SPACES
               DISPLAY 'CODE OPERATEUR OBLIGATOIRE.'
               GO TO 0000-MAIN-END
           END-IF.
           IF WS-OPERATEUR(11:10) NOT = SPACES
               DISPLAY 'CODE OPERATEUR TROP LONG (10 CARACTERES).'
               GO TO 0000-MAIN-END
           END-IF.
           DISPLAY 'Mot de passe : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-MOT-DE-PASSE.
           ACCEPT WS-MOT-DE-PASSE.

           PERFORM 1200-CONNECTER-BASE
           THRU    1200-CONNECTER-BASE-FIN.
           PERFORM 1000-CHARGER-PARAMS
           THRU    1000-CHARGER-PARAMS-FIN.
           PERFORM 1100-CHARGER-ATTENTES
           THRU    1100-CHARGER-ATTENTES-FIN.

           PERFORM UNTIL WS-CHOIX-MENU = 'Q'
               DISPLAY SPACE
               DISPLAY 'PARAMETRES D''EXPLOITATION'
               DISPLAY '1. Lister les parametres'
               DISPLAY '2. Demander un changement de parametre'
               DISPLAY '3. Lister les changements en attente'
               DISPLAY '4. Contresigner un changement'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
                   WHEN '2'
                       PERFORM 3000-POSER-PARAM
                       THRU    3000-POSER-PARAM-FIN
                   WHEN '3'
                       PERFORM 4000-LISTER-ATTENTES
                       THRU    4000-LISTER-ATTENTES-FIN
                   WHEN '4'
                       PERFORM 5000-CONTRESIGNER
                       THRU    5000-CONTRESIGNER-FIN
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
               PERFORM 8000-REECRIRE-PARAMS
               THRU    8000-REECRIRE-PARAMS-FIN
           END-IF.
           IF ATTENTES-MODIFIEES
               PERFORM 8100-REECRIRE-ATTENTES
               THRU    8100-REECRIRE-ATTENTES-FIN
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT END-EXEC.
       0000-MAIN-END.
           STOP RUN.

           CLOSE PARAMS-FILE.
       1000-CHARGER-PARAMS-FIN. EXIT.

      * Changements en attente. Absent : aucun changement en attente.
       1100-CHARGER-ATTENTES.
           OPEN INPUT ATTENTE-FILE.
           IF NOT STATUT-ATTENTE-OK
               GO TO 1100-CHARGER-ATTENTES-FIN
           END-IF.
           PERFORM UNTIL STATUT-ATTENTE-FIN
               READ ATTENTE-FILE
               IF STATUT-ATTENTE-OK
                   IF WS-NB-ATTENTE < WS-MAX-ATTENTE
                       ADD 1 TO WS-NB-ATTENTE
                       MOVE WS-ATT-NUMERO
                           TO WS-TAT-NUMERO(WS-NB-ATTENTE)
                       MOVE WS-ATT-CLE
                           TO WS-TAT-CLE(WS-NB-ATTENTE)
                       MOVE WS-ATT-VALEUR
                           TO WS-TAT-VALEUR(WS-NB-ATTENTE)
                       MOVE WS-ATT-COMMENT
                           TO WS-TAT-COMMENT(WS-NB-ATTENTE)
                       MOVE WS-ATT-OPERATEUR
                           TO WS-TAT-OPERATEUR(WS-NB-ATTENTE)
                       MOVE WS-ATT-DATE
                           TO WS-TAT-DATE(WS-NB-ATTENTE)
                       MOVE WS-ATT-HEURE
                           TO WS-TAT-HEURE(WS-NB-ATTENTE)
                       MOVE 'A' TO WS-TAT-STATUT(WS-NB-ATTENTE)
                       IF WS-ATT-NUMERO > WS-DERNIER-NUMERO
                           MOVE WS-ATT-NUMERO TO WS-DERNIER-NUMERO
                       END-IF
                   END-IF
               ELSE
                   SET STATUT-ATTENTE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE ATTENTE-FILE.
       1100-CHARGER-ATTENTES-FIN. EXIT.

      ******************************************************************
      * Connexion a la base BOBODB et profil de l'operateur : un
      * code qui n'est pas un utilisateur ouvert de la base, ou dont
      * le mot de passe est faux ou encore a changer, ne peut ni
      * demander ni contresigner un changement.
      ******************************************************************
       1200-CONNECTER-BASE.
           EXEC SQL
               CONNECT :DB-USERNAME IDENTIFIED BY :DB-PASSWORD
                   USING :DB-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'Connexion base indisponible, SQLCODE ' SQLCODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATEUR(1:10) TO WS-CODE-USER.
           MOVE SPACES TO WS-CODE-PRF.
           MOVE SPACES TO WS-PWD-TO-CHANGE.
           EXEC SQL
               SELECT CODE_PRF, COALESCE(PWD_TO_CHANGE, 'N')
               INTO :WS-CODE-PRF, :WS-PWD-TO-CHANGE
               FROM USER
               WHERE CODE_USER = :WS-CODE-USER
               AND PW_USER = :WS-MOT-DE-PASSE
               AND DAT_CLOSE_USER IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'OPERATEUR ' WS-CODE-USER ' INCONNU, FERME OU '
                   'MOT DE PASSE INVALIDE.'
               EXEC SQL DISCONNECT END-EXEC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PWD-TO-CHANGE = 'O'
               DISPLAY 'MOT DE PASSE A CHANGER : SE CONNECTER D''ABORD '
                   'AU MENU.'
               EXEC SQL DISCONNECT END-EXEC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-CONNECTER-BASE-FIN. EXIT.

       2000-LISTER-PARAMS.
           IF WS-NB-PARAMS = 0
               DISPLAY 'AUCUN PARAMETRE.'
       2000-LISTER-PARAMS-FIN. EXIT.

      ******************************************************************
      * Demande de changement : la valeur n'est pas posee, elle part
      * en attente de la seconde signature (parametres-attente.dat)
      * et la demande part au journal.
      ******************************************************************
       3000-POSER-PARAM.
           DISPLAY 'Mot-cle : ' WITH NO ADVANCING.
           DISPLAY 'Commentaire : ' WITH NO ADVANCING.
           ACCEPT WS-COMMENT-SAISI.

           IF WS-NB-ATTENTE >= WS-MAX-ATTENTE
               DISPLAY 'TROP DE CHANGEMENTS EN ATTENTE, DEMANDE '
                   'IMPOSSIBLE.'
               GO TO 3000-POSER-PARAM-FIN
           END-IF.

           PERFORM 3100-CHERCHER-PARAM
           THRU    3100-CHERCHER-PARAM-FIN.
           IF WS-POS = 0
               MOVE SPACES TO WS-AVANT
           ELSE
               MOVE WS-TAB-VALEUR(WS-POS) TO WS-AVANT
           END-IF.

           ADD 1 TO WS-NB-ATTENTE.
           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO WS-TAT-NUMERO(WS-NB-ATTENTE).
           MOVE WS-CLE-SAISIE    TO WS-TAT-CLE(WS-NB-ATTENTE).
           MOVE WS-VALEUR-SAISIE TO WS-TAT-VALEUR(WS-NB-ATTENTE).
           MOVE WS-COMMENT-SAISI TO WS-TAT-COMMENT(WS-NB-ATTENTE).
           MOVE WS-OPERATEUR     TO WS-TAT-OPERATEUR(WS-NB-ATTENTE).
           ACCEPT WS-TAT-DATE(WS-NB-ATTENTE) FROM DATE YYYYMMDD.
           ACCEPT WS-TAT-HEURE(WS-NB-ATTENTE) FROM TIME.
           MOVE 'A' TO WS-TAT-STATUT(WS-NB-ATTENTE).
           MOVE 'O' TO WS-ATTENTE-MODIFIEE.

           MOVE 'DEMANDE' TO WS-ETAPE.
           MOVE WS-DERNIER-NUMERO TO WS-NUM-EDIT.
           PERFORM 7000-ECRIRE-JOURNAL
           THRU    7000-ECRIRE-JOURNAL-FIN.
           DISPLAY 'CHANGEMENT ' WS-DERNIER-NUMERO ' DE '
               WS-CLE-SAISIE ' EN ATTENTE DE SECONDE SIGNATURE.'.
       3000-POSER-PARAM-FIN. EXIT.

       3100-CHERCHER-PARAM.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PARAMS
               IF WS-TAB-CLE(WS-I) = WS-CLE-SAISIE
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
       3100-CHERCHER-PARAM-FIN. EXIT.

      ******************************************************************
      * Pose un parametre confirme : une cle deja presente est
      * remplacee (et l'avant/apres part au journal), une cle
      * nouvelle est ajoutee.
      ******************************************************************
       3500-APPLIQUER-PARAM.
           PERFORM 3100-CHERCHER-PARAM
           THRU    3100-CHERCHER-PARAM-FIN.

           IF WS-POS = 0
               IF WS-NB-PARAMS >= WS-MAX-PARAMS
                   DISPLAY 'FICHIER PLEIN, AJOUT IMPOSSIBLE.'
                   GO TO 3500-APPLIQUER-PARAM-FIN
               END-IF
               ADD 1 TO WS-NB-PARAMS
               MOVE WS-NB-PARAMS TO WS-POS
               MOVE WS-COMMENT-SAISI TO WS-TAB-COMMENT(WS-POS)
           END-IF.
           MOVE 'O' TO WS-MODIFIE.
           DISPLAY 'PARAMETRE ' WS-CLE-SAISIE ' POSE A ['
               WS-VALEUR-SAISIE ']'.
       3500-APPLIQUER-PARAM-FIN. EXIT.

       4000-LISTER-ATTENTES.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-ATTENTE
               IF ATTENTE-EN-COURS(WS-I)
                   ADD 1 TO WS-POS
                   DISPLAY WS-TAT-NUMERO(WS-I) ' '
                       WS-TAT-CLE(WS-I) ' -> ['
                       WS-TAT-VALEUR(WS-I) '] PAR '
                       WS-TAT-OPERATEUR(WS-I) ' LE '
                       WS-TAT-DATE(WS-I) ' ' WS-TAT-HEURE(WS-I)
               END-IF
           END-PERFORM.
           IF WS-POS = 0
               DISPLAY 'AUCUN CHANGEMENT EN ATTENTE.'
           END-IF.
       4000-LISTER-ATTENTES-FIN. EXIT.

      ******************************************************************
      * Seconde signature : le changement est confirme (et alors
      * applique) ou rejete par un operateur qui n'est pas celui de
      * la demande et dont le profil porte la fonction de
      * validation des parametres.
      ******************************************************************
       5000-CONTRESIGNER.
           PERFORM 4000-LISTER-ATTENTES
           THRU    4000-LISTER-ATTENTES-FIN.
           MOVE 0 TO WS-NUM-SAISI.
           DISPLAY 'Changement a contresigner (0 = retour) : '
               WITH NO ADVANCING.
           ACCEPT WS-NUM-SAISI.
           IF WS-NUM-SAISI = 0
               GO TO 5000-CONTRESIGNER-FIN
           END-IF.

           MOVE 0 TO WS-ATT-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-ATTENTE
               IF WS-TAT-NUMERO(WS-I) = WS-NUM-SAISI
                   AND ATTENTE-EN-COURS(WS-I)
                   MOVE WS-I TO WS-ATT-POS
               END-IF
           END-PERFORM.
           IF WS-ATT-POS = 0
               DISPLAY 'CHANGEMENT INCONNU OU DEJA TRAITE.'
               GO TO 5000-CONTRESIGNER-FIN
           END-IF.
           IF WS-TAT-OPERATEUR(WS-ATT-POS) = WS-OPERATEUR
               DISPLAY 'LA SECONDE SIGNATURE DOIT ETRE DONNEE PAR UN '
                   'AUTRE OPERATEUR.'
               GO TO 5000-CONTRESIGNER-FIN
           END-IF.
           PERFORM 5100-CONTROLER-HABILITATION
           THRU    5100-CONTROLER-HABILITATION-FIN.
           IF NOT OPERATEUR-HABILITE
               DISPLAY 'PROFIL NON HABILITE A CONTRESIGNER : FONCTION '
                   WS-FCT-VALID ' REQUISE'
               GO TO 5000-CONTRESIGNER-FIN
           END-IF.

           DISPLAY 'Confirmer (C) ou rejeter (R), autre = abandon : '
               WITH NO ADVANCING.
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.
           IF WS-DECISION NOT = 'C' AND WS-DECISION NOT = 'R'
               GO TO 5000-CONTRESIGNER-FIN
           END-IF.

           MOVE WS-TAT-CLE(WS-ATT-POS)     TO WS-CLE-SAISIE.
           MOVE WS-TAT-VALEUR(WS-ATT-POS)  TO WS-VALEUR-SAISIE.
           MOVE WS-TAT-COMMENT(WS-ATT-POS) TO WS-COMMENT-SAISI.
           IF WS-DECISION = 'C'
               PERFORM 3500-APPLIQUER-PARAM
               THRU    3500-APPLIQUER-PARAM-FIN
               MOVE 'CONFIRME' TO WS-ETAPE
           ELSE
               PERFORM 3100-CHERCHER-PARAM
               THRU    3100-CHERCHER-PARAM-FIN
               MOVE SPACES TO WS-AVANT
               IF WS-POS > 0
                   MOVE WS-TAB-VALEUR(WS-POS) TO WS-AVANT
               END-IF
               MOVE 'REJETE' TO WS-ETAPE
               DISPLAY 'CHANGEMENT ' WS-NUM-SAISI ' REJETE.'
           END-IF.
           MOVE 'T' TO WS-TAT-STATUT(WS-ATT-POS).
           MOVE 'O' TO WS-ATTENTE-MODIFIEE.
           MOVE WS-NUM-SAISI TO WS-NUM-EDIT.
           PERFORM 7000-ECRIRE-JOURNAL
           THRU    7000-ECRIRE-JOURNAL-FIN.
       5000-CONTRESIGNER-FIN. EXIT.

      * Fonction de validation : ligne PARAMETRE de SEUIL_SIGNATURE
      * si l'administration l'a posee, ADMIN sinon ; le profil de
      * l'operateur doit la porter dans FCT_PRF.
       5100-CONTROLER-HABILITATION.
           MOVE 'N' TO WS-HABILITE.
           MOVE 'ADMIN' TO WS-FCT-VALID.
           EXEC SQL
               SELECT FCT_VALID INTO :WS-FCT-LU
               FROM SEUIL_SIGNATURE
               WHERE TYPE_OP = 'PARAMETRE'
           END-EXEC.
           IF SQLCODE = 0 AND WS-FCT-LU NOT = SPACES
               MOVE WS-FCT-LU TO WS-FCT-VALID
           END-IF.
           MOVE ZERO TO WS-NB-DROITS.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NB-DROITS
               FROM FCT_PRF F
               INNER JOIN FUNCTION_TAB T ON T.CODE_FCT = F.CODE_FCT
               WHERE F.CODE_PRF = :WS-CODE-PRF
               AND T.LABS_FCT = :WS-FCT-VALID
           END-EXEC.
           IF SQLCODE = 0 AND WS-NB-DROITS > 0
               MOVE 'O' TO WS-HABILITE
           END-IF.
       5100-CONTROLER-HABILITATION-FIN. EXIT.

      * Le fichier est ouvert et referme a chaque changement, comme
      * les journaux batch du lot ; chaque etape part aussi a la
      * piste d'audit de la base.
       7000-ECRIRE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT STATUT-JOURNAL-OK
               MOVE WS-CLE-SAISIE    TO WS-JRN-CLE
               MOVE WS-AVANT         TO WS-JRN-AVANT
               MOVE WS-VALEUR-SAISIE TO WS-JRN-APRES
               MOVE WS-ETAPE         TO WS-JRN-ETAPE
               MOVE WS-OPERATEUR     TO WS-JRN-OPERATEUR
               WRITE WS-JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM 7100-ENREGISTRER-AUDIT
           THRU    7100-ENREGISTRER-AUDIT-FIN.
       7000-ECRIRE-JOURNAL-FIN. EXIT.

       7100-ENREGISTRER-AUDIT.
           MOVE SPACES TO WS-AUD-CLES.
           STRING 'PRM ' WS-NUM-EDIT '/' WS-CLE-SAISIE
               DELIMITED BY SIZE INTO WS-AUD-CLES.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING WS-ETAPE ' ' WS-AVANT ' -> ' WS-VALEUR-SAISIE
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           EXEC SQL
               INSERT INTO AUDIT_TRAIL
                   (CODE_USER, FCT_AUDIT, KEYS_AUDIT, DETAIL_AUDIT,
                    TS_AUDIT)
               VALUES (:WS-CODE-USER, 'PARAMETRE', :WS-AUD-CLES,
                   :WS-AUD-DETAIL, CURRENT_TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY 'ECRITURE AUDIT_TRAIL EN ECHEC, SQLCODE '
                   SQLCODE
           END-IF.
       7100-ENREGISTRER-AUDIT-FIN. EXIT.

       8000-REECRIRE-PARAMS.
           OPEN OUTPUT PARAMS-FILE.
           IF NOT STATUT-PARAMS-OK
           DISPLAY 'PARAMETRES REECRITS (' WS-NB-PARAMS ' LIGNES).'.
       8000-REECRIRE-PARAMS-FIN. EXIT.

      * Seuls les changements encore en attente sont reecrits.
       8100-REECRIRE-ATTENTES.
           OPEN OUTPUT ATTENTE-FILE.
           IF NOT STATUT-ATTENTE-OK
               DISPLAY 'ERREUR OUVERTURE PARAMETRES-ATTENTE.DAT : '
                       WS-STATUS-ATTENTE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-ATTENTE
               IF ATTENTE-EN-COURS(WS-I)
                   MOVE SPACES TO WS-ATTENTE-RECORD
                   MOVE WS-TAT-NUMERO(WS-I)    TO WS-ATT-NUMERO
                   MOVE WS-TAT-CLE(WS-I)       TO WS-ATT-CLE
                   MOVE WS-TAT-VALEUR(WS-I)    TO WS-ATT-VALEUR
                   MOVE WS-TAT-COMMENT(WS-I)   TO WS-ATT-COMMENT
                   MOVE WS-TAT-OPERATEUR(WS-I) TO WS-ATT-OPERATEUR
                   MOVE WS-TAT-DATE(WS-I)      TO WS-ATT-DATE
                   MOVE WS-TAT-HEURE(WS-I)     TO WS-ATT-HEURE
                   WRITE WS-ATTENTE-RECORD
               END-IF
           END-PERFORM.
           CLOSE ATTENTE-FILE.
       8100-REECRIRE-ATTENTES-FIN. EXIT.

       END PROGRAM parametres.
