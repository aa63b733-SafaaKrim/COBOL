      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Dossiers de candidature a l'inscription de la   *
      * base school : saisie des demandes, capacite d'accueil par      *
      * classe et annee, admission dans l'ordre d'arrivee dans la      *
      * limite des places laissees par la bascule de promotion.cbl,    *
      * liste d'attente classee et lettre de proposition de place      *
      * quand une place se libere.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inscription.
       AUTHOR. K.SAFAA.

      * Les nouveaux eleves n'entraient dans la base qu'a l'arrivee
      * de leurs notes et les candidatures de l'annee suivante
      * restaient dans un classeur. Deux tables sont posees ici :
      *   ENROLLMENT_APPLICATION : une candidature (candidat, date de
      *       naissance, classe et annee demandees, tuteur, date de
      *       reception, statut RECU / ADMIS / LISTE-ATTENTE /
      *       REFUSE et rang sur la liste d'attente) ;
      *   CLASS_CAPACITY : le nombre de places par classe et annee.
      * Les places restantes d'une classe sont sa capacite moins les
      * lignes STUDENT_CLASS de l'annee (posees par la bascule de
      * promotion.cbl, hors eleves PARTI) et moins les candidats deja
      * admis. L'admission prend les candidatures RECU et
      * LISTE-ATTENTE par date de reception, puis par numero, et
      * classe les suivantes sur la liste d'attente. Le depart d'un
      * eleve (STUDENT_CLASS passe a PARTI) ou le refus d'un candidat
      * admis libere une place, proposee au premier de la liste
      * d'attente par une lettre ajoutee a
      * lettres-offre-inscription.dat.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OFFRES
               ASSIGN TO 'lettres-offre-inscription.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OFFRES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-OFFRES.
       01  REC-F-OFFRES        PIC X(100).

       WORKING-STORAGE SECTION.
       01  F-OFFRES-STATUS     PIC X(02) VALUE SPACE.
           88 F-OFFRES-STATUS-OK VALUE '00'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME              PIC X(30) VALUE 'school'.
       01  USERNAME            PIC X(30) VALUE 'cobol'.
       01  PASSWD              PIC X(10) VALUE SPACES.

       01  SQL-APP-ID          PIC 9(06).
       01  SQL-NOM             PIC X(20).
       01  SQL-PRENOM          PIC X(20).
       01  SQL-NAISSANCE       PIC X(08).
       01  SQL-CLASSE          PIC X(20).
       01  SQL-ANNEE           PIC X(09).
       01  SQL-TUT-NOM         PIC X(20).
       01  SQL-TUT-ADRESSE     PIC X(40).
       01  SQL-RECEPTION       PIC X(08).
       01  SQL-STATUT          PIC X(13).
       01  SQL-RANG            PIC 9(04).
       01  SQL-CAPACITE        PIC 9(04).
       01  SQL-NB-TROUVES      PIC 9(04).
       01  SQL-NB-INSCRITS     PIC 9(04).
       01  SQL-NB-ADMIS        PIC 9(04).
       01  SQL-S-ID            PIC 9(04).
       01  SQL-DATE-ED         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-CHOIX-MENU       PIC X(01).
       01  WS-SAISIE           PIC X(40).
       01  WS-DATE-JOUR        PIC 9(08).
       01  WS-PLACES-RESTANTES PIC S9(04).
       01  WS-I                PIC 9(04).
       01  WS-C                PIC 9(02).
       01  WS-NB-ADMIS-PASSAGE PIC 9(04).
       01  WS-NB-ATTENTE       PIC 9(04).
       01  WS-ED-NB            PIC ZZZ9.

      * Classes dotees d'une capacite pour l'annee traitee.
       01  WS-NB-CLASSES       PIC 9(02) VALUE 0.
       01  WS-TAB-CLASSES.
           03 WS-CL-ENTREE OCCURS 30 TIMES.
              05 WS-CL-CLASSE      PIC X(20).
              05 WS-CL-CAPACITE    PIC 9(04).

      * Candidatures en cours d'une classe, dans l'ordre d'arrivee.
       01  WS-NB-CANDIDATS     PIC 9(04) VALUE 0.
       01  WS-TAB-CANDIDATS.
           03 WS-CA-APP-ID OCCURS 500 TIMES PIC 9(06).

       PROCEDURE DIVISION.
       1000-MAIN-START.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'Connexion base indisponible, SQLCODE ' SQLCODE
               STOP RUN
           END-IF.

           PERFORM 1100-CREER-TABLES
               THRU 1100-CREER-TABLES-END.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM UNTIL WS-CHOIX-MENU = 'Q'
               DISPLAY SPACE
               DISPLAY 'CANDIDATURES A L''INSCRIPTION DE LA BASE SCHOOL'
               DISPLAY '1. Enregistrer une candidature'
               DISPLAY '2. Maintenir la capacite par classe et annee'
               DISPLAY '3. Lancer l''admission d''une annee'
               DISPLAY '4. Refuser une candidature'
               DISPLAY '5. Enregistrer le depart d''un eleve'
               DISPLAY '6. Liste d''attente d''une classe'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN '1'
                       PERFORM 2000-SAISIR-CANDIDATURE
                           THRU 2000-SAISIR-CANDIDATURE-END
                   WHEN '2'
                       PERFORM 2500-MAINTENIR-CAPACITE
                           THRU 2500-MAINTENIR-CAPACITE-END
                   WHEN '3'
                       PERFORM 3000-ADMETTRE-ANNEE
                           THRU 3000-ADMETTRE-ANNEE-END
                   WHEN '4'
                       PERFORM 4000-REFUSER-CANDIDATURE
                           THRU 4000-REFUSER-CANDIDATURE-END
                   WHEN '5'
                       PERFORM 5000-DEPART-ELEVE
                           THRU 5000-DEPART-ELEVE-END
                   WHEN '6'
                       PERFORM 7000-LISTER-ATTENTE
                           THRU 7000-LISTER-ATTENTE-END
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CHOIX INVALIDE, ESSAYEZ ENCORE.'
               END-EVALUATE
           END-PERFORM.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Pose les tables des candidatures et des capacites si elles
      * n'existent pas encore, ainsi que STUDENT_CLASS (meme
      * definition que promotion.cbl) pour le decompte des places.
      ******************************************************************
       1100-CREER-TABLES.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ENROLLMENT_APPLICATION (
                   APP_ID           SERIAL PRIMARY KEY,
                   LASTNAME         VARCHAR(20) NOT NULL,
                   FIRSTNAME        VARCHAR(20) NOT NULL,
                   BIRTH_DATE       DATE NOT NULL,
                   CLASS_LABEL      VARCHAR(20) NOT NULL,
                   SCHOOL_YEAR      VARCHAR(9)  NOT NULL,
                   GUARDIAN_NAME    VARCHAR(20) NOT NULL,
                   GUARDIAN_ADDRESS VARCHAR(40),
                   DATE_RECEIVED    DATE NOT NULL,
                   STATUS           VARCHAR(13) NOT NULL,
                   WAIT_RANK        INT
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLASS_CAPACITY (
                   SCHOOL_YEAR VARCHAR(9)  NOT NULL,
                   CLASS_LABEL VARCHAR(20) NOT NULL,
                   CAPACITY    INT NOT NULL,
                   PRIMARY KEY (SCHOOL_YEAR, CLASS_LABEL)
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS STUDENT_CLASS (
                   STUDENT_ID INTEGER,
                   SCHOOL_YEAR VARCHAR(9),
                   CLASS_LABEL VARCHAR(20),
                   STATUS VARCHAR(10)
               )
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.
       1100-CREER-TABLES-END.
           EXIT.

      ******************************************************************
      * Saisie d'une candidature, enregistree au statut RECU ; la
      * date de reception est celle du jour si elle n'est pas saisie.
      ******************************************************************
       2000-SAISIR-CANDIDATURE.
           DISPLAY 'Nom du candidat : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'NOM OBLIGATOIRE, SAISIE ABANDONNEE.'
               GO TO 2000-SAISIR-CANDIDATURE-END
           END-IF.
           MOVE WS-SAISIE TO SQL-NOM.
           DISPLAY 'Prenom : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'PRENOM OBLIGATOIRE, SAISIE ABANDONNEE.'
               GO TO 2000-SAISIR-CANDIDATURE-END
           END-IF.
           MOVE WS-SAISIE TO SQL-PRENOM.
           DISPLAY 'Date de naissance (AAAAMMJJ) : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE(1:8) TO SQL-NAISSANCE.
           IF SQL-NAISSANCE NOT NUMERIC
               OR WS-SAISIE(9:) NOT = SPACES
               DISPLAY 'DATE DE NAISSANCE INVALIDE, SAISIE '
                   'ABANDONNEE.'
               GO TO 2000-SAISIR-CANDIDATURE-END
           END-IF.
           DISPLAY 'Classe demandee : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'CLASSE OBLIGATOIRE, SAISIE ABANDONNEE.'
               GO TO 2000-SAISIR-CANDIDATURE-END
           END-IF.
           MOVE WS-SAISIE TO SQL-CLASSE.
           DISPLAY 'Annee scolaire (AAAA-AAAA) : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE(1:9) TO SQL-ANNEE.
           IF SQL-ANNEE(1:4) NOT NUMERIC OR SQL-ANNEE(5:1) NOT = '-'
               OR SQL-ANNEE(6:4) NOT NUMERIC
               DISPLAY 'ANNEE SCOLAIRE INVALIDE, SAISIE ABANDONNEE.'
               GO TO 2000-SAISIR-CANDIDATURE-END
           END-IF.
           DISPLAY 'Nom du tuteur : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'TUTEUR OBLIGATOIRE, SAISIE ABANDONNEE.'
               GO TO 2000-SAISIR-CANDIDATURE-END
           END-IF.
           MOVE WS-SAISIE TO SQL-TUT-NOM.
           DISPLAY 'Adresse du tuteur : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE TO SQL-TUT-ADRESSE.
           DISPLAY 'Date de reception (AAAAMMJJ, vide = ce jour) : '
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               MOVE WS-DATE-JOUR TO SQL-RECEPTION
           ELSE
               MOVE WS-SAISIE(1:8) TO SQL-RECEPTION
               IF SQL-RECEPTION NOT NUMERIC
                   OR WS-SAISIE(9:) NOT = SPACES
                   DISPLAY 'DATE DE RECEPTION INVALIDE, SAISIE '
                       'ABANDONNEE.'
                   GO TO 2000-SAISIR-CANDIDATURE-END
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO ENROLLMENT_APPLICATION
                   (LASTNAME, FIRSTNAME, BIRTH_DATE, CLASS_LABEL,
                    SCHOOL_YEAR, GUARDIAN_NAME, GUARDIAN_ADDRESS,
                    DATE_RECEIVED, STATUS)
               VALUES (:SQL-NOM, :SQL-PRENOM,
                   TO_DATE(:SQL-NAISSANCE, 'YYYYMMDD'),
                   :SQL-CLASSE, :SQL-ANNEE, :SQL-TUT-NOM,
                   :SQL-TUT-ADRESSE,
                   TO_DATE(:SQL-RECEPTION, 'YYYYMMDD'), 'RECU')
               RETURNING APP_ID INTO :SQL-APP-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ECHEC DE L''ENREGISTREMENT (SQLCODE '
                   SQLCODE ')'
               EXEC SQL ROLLBACK END-EXEC
               GO TO 2000-SAISIR-CANDIDATURE-END
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY 'CANDIDATURE ' SQL-APP-ID ' ENREGISTREE (RECU).'.
       2000-SAISIR-CANDIDATURE-END.
           EXIT.

      ******************************************************************
      * Capacite : pose ou remplace le nombre de places d'un couple
      * classe / annee scolaire.
      ******************************************************************
       2500-MAINTENIR-CAPACITE.
           DISPLAY 'Classe : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY 'CLASSE OBLIGATOIRE, SAISIE ABANDONNEE.'
               GO TO 2500-MAINTENIR-CAPACITE-END
           END-IF.
           MOVE WS-SAISIE TO SQL-CLASSE.
           DISPLAY 'Annee scolaire (AAAA-AAAA) : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE(1:9) TO SQL-ANNEE.
           DISPLAY 'Nombre de places : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAISIE)) NOT = 0
               DISPLAY 'NOMBRE NON NUMERIQUE, SAISIE ABANDONNEE.'
               GO TO 2500-MAINTENIR-CAPACITE-END
           END-IF.
           COMPUTE SQL-CAPACITE = FUNCTION NUMVAL(WS-SAISIE).

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-TROUVES FROM CLASS_CAPACITY
               WHERE CLASS_LABEL = :SQL-CLASSE
               AND SCHOOL_YEAR = :SQL-ANNEE
           END-EXEC.
           IF SQL-NB-TROUVES > 0
               EXEC SQL
                   UPDATE CLASS_CAPACITY SET CAPACITY = :SQL-CAPACITE
                   WHERE CLASS_LABEL = :SQL-CLASSE
                   AND SCHOOL_YEAR = :SQL-ANNEE
               END-EXEC
               DISPLAY 'CAPACITE MISE A JOUR.'
           ELSE
               EXEC SQL
                   INSERT INTO CLASS_CAPACITY
                       (SCHOOL_YEAR, CLASS_LABEL, CAPACITY)
                   VALUES (:SQL-ANNEE, :SQL-CLASSE, :SQL-CAPACITE)
               END-EXEC
               DISPLAY 'CAPACITE CREEE.'
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       2500-MAINTENIR-CAPACITE-END.
           EXIT.

      ******************************************************************
      * Admission d'une annee scolaire, classe par classe : les
      * candidatures RECU et LISTE-ATTENTE, par date de reception,
      * sont admises tant qu'il reste des places, les suivantes
      * prennent leur rang sur la liste d'attente. Le passage peut
      * etre relance : les admis deja prononces gardent leur place.
      ******************************************************************
       3000-ADMETTRE-ANNEE.
           DISPLAY 'Annee scolaire (AAAA-AAAA) : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE(1:9) TO SQL-ANNEE.

           MOVE 0 TO WS-NB-CLASSES.
           EXEC SQL
               DECLARE CUR_CAPACITE CURSOR FOR
               SELECT CLASS_LABEL, CAPACITY FROM CLASS_CAPACITY
               WHERE SCHOOL_YEAR = :SQL-ANNEE
               ORDER BY CLASS_LABEL
           END-EXEC.
           EXEC SQL OPEN CUR_CAPACITE END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_CAPACITE INTO :SQL-CLASSE, :SQL-CAPACITE
               END-EXEC
               IF SQLCODE = 0
                   IF WS-NB-CLASSES < 30
                       ADD 1 TO WS-NB-CLASSES
                       MOVE SQL-CLASSE
                           TO WS-CL-CLASSE (WS-NB-CLASSES)
                       MOVE SQL-CAPACITE
                           TO WS-CL-CAPACITE (WS-NB-CLASSES)
                   ELSE
                       DISPLAY 'PLUS DE 30 CLASSES, CLASSE IGNOREE : '
                           SQL-CLASSE
                   END-IF
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_CAPACITE END-EXEC.
           IF WS-NB-CLASSES = 0
               DISPLAY 'AUCUNE CAPACITE POUR CETTE ANNEE : LA POSER '
                   'D''ABORD (OPTION 2).'
               GO TO 3000-ADMETTRE-ANNEE-END
           END-IF.

           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CLASSES
               MOVE WS-CL-CLASSE (WS-C) TO SQL-CLASSE
               MOVE WS-CL-CAPACITE (WS-C) TO SQL-CAPACITE
               PERFORM 3100-ADMETTRE-CLASSE
                   THRU 3100-ADMETTRE-CLASSE-END
           END-PERFORM.
           EXEC SQL COMMIT WORK END-EXEC.
       3000-ADMETTRE-ANNEE-END.
           EXIT.

       3100-ADMETTRE-CLASSE.
           PERFORM 3200-COMPTER-PLACES
               THRU 3200-COMPTER-PLACES-END.

           MOVE 0 TO WS-NB-CANDIDATS.
           EXEC SQL
               DECLARE CUR_CANDIDATS CURSOR FOR
               SELECT APP_ID FROM ENROLLMENT_APPLICATION
               WHERE CLASS_LABEL = :SQL-CLASSE
               AND SCHOOL_YEAR = :SQL-ANNEE
               AND STATUS IN ('RECU', 'LISTE-ATTENTE')
               ORDER BY DATE_RECEIVED, APP_ID
           END-EXEC.
           EXEC SQL OPEN CUR_CANDIDATS END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_CANDIDATS INTO :SQL-APP-ID
               END-EXEC
               IF SQLCODE = 0
                   IF WS-NB-CANDIDATS < 500
                       ADD 1 TO WS-NB-CANDIDATS
                       MOVE SQL-APP-ID
                           TO WS-CA-APP-ID (WS-NB-CANDIDATS)
                   ELSE
                       DISPLAY 'PLUS DE 500 CANDIDATURES, REPORTEE : '
                           SQL-APP-ID
                   END-IF
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_CANDIDATS END-EXEC.

           MOVE 0 TO WS-NB-ADMIS-PASSAGE WS-NB-ATTENTE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CANDIDATS
               MOVE WS-CA-APP-ID (WS-I) TO SQL-APP-ID
               IF WS-PLACES-RESTANTES > 0
                   EXEC SQL
                       UPDATE ENROLLMENT_APPLICATION
                       SET STATUS = 'ADMIS', WAIT_RANK = NULL
                       WHERE APP_ID = :SQL-APP-ID
                   END-EXEC
                   SUBTRACT 1 FROM WS-PLACES-RESTANTES
                   ADD 1 TO WS-NB-ADMIS-PASSAGE
               ELSE
                   ADD 1 TO WS-NB-ATTENTE
                   MOVE WS-NB-ATTENTE TO SQL-RANG
                   EXEC SQL
                       UPDATE ENROLLMENT_APPLICATION
                       SET STATUS = 'LISTE-ATTENTE',
                           WAIT_RANK = :SQL-RANG
                       WHERE APP_ID = :SQL-APP-ID
                   END-EXEC
               END-IF
           END-PERFORM.

           DISPLAY FUNCTION TRIM(SQL-CLASSE) ' : '
               WS-NB-ADMIS-PASSAGE ' ADMIS, '
               WS-NB-ATTENTE ' EN LISTE D''ATTENTE.'.
       3100-ADMETTRE-CLASSE-END.
           EXIT.

      ******************************************************************
      * Places restantes de SQL-CLASSE pour SQL-ANNEE : capacite moins
      * les eleves inscrits par la bascule (hors PARTI) et les
      * candidats deja admis. Le libelle de classe est compare sans
      * ses blancs de fin, la bascule l'ecrivant sur six caracteres.
      ******************************************************************
       3200-COMPTER-PLACES.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-INSCRITS FROM STUDENT_CLASS
               WHERE TRIM(CLASS_LABEL) = TRIM(:SQL-CLASSE)
               AND SCHOOL_YEAR = :SQL-ANNEE
               AND STATUS <> 'PARTI'
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-ADMIS
               FROM ENROLLMENT_APPLICATION
               WHERE CLASS_LABEL = :SQL-CLASSE
               AND SCHOOL_YEAR = :SQL-ANNEE
               AND STATUS = 'ADMIS'
           END-EXEC.
           COMPUTE WS-PLACES-RESTANTES = SQL-CAPACITE
               - SQL-NB-INSCRITS - SQL-NB-ADMIS.
       3200-COMPTER-PLACES-END.
           EXIT.

      ******************************************************************
      * Refus d'une candidature : un candidat en liste d'attente en
      * sort et ceux classes derriere lui remontent d'un rang ; un
      * candidat deja admis libere sa place, proposee aussitot au
      * premier de la liste d'attente.
      ******************************************************************
       4000-REFUSER-CANDIDATURE.
           DISPLAY 'Numero de candidature : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAISIE)) NOT = 0
               DISPLAY 'NUMERO NON NUMERIQUE, SAISIE ABANDONNEE.'
               GO TO 4000-REFUSER-CANDIDATURE-END
           END-IF.
           COMPUTE SQL-APP-ID = FUNCTION NUMVAL(WS-SAISIE).

           EXEC SQL
               SELECT CLASS_LABEL, SCHOOL_YEAR, STATUS,
                      COALESCE(WAIT_RANK, 0)
               INTO :SQL-CLASSE, :SQL-ANNEE, :SQL-STATUT, :SQL-RANG
               FROM ENROLLMENT_APPLICATION
               WHERE APP_ID = :SQL-APP-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CANDIDATURE INTROUVABLE.'
               GO TO 4000-REFUSER-CANDIDATURE-END
           END-IF.
           IF SQL-STATUT = 'REFUSE'
               DISPLAY 'CANDIDATURE DEJA REFUSEE.'
               GO TO 4000-REFUSER-CANDIDATURE-END
           END-IF.

           EXEC SQL
               UPDATE ENROLLMENT_APPLICATION
               SET STATUS = 'REFUSE', WAIT_RANK = NULL
               WHERE APP_ID = :SQL-APP-ID
           END-EXEC.
           IF SQL-STATUT = 'LISTE-ATTENTE'
               EXEC SQL
                   UPDATE ENROLLMENT_APPLICATION
                   SET WAIT_RANK = WAIT_RANK - 1
                   WHERE CLASS_LABEL = :SQL-CLASSE
                   AND SCHOOL_YEAR = :SQL-ANNEE
                   AND STATUS = 'LISTE-ATTENTE'
                   AND WAIT_RANK > :SQL-RANG
               END-EXEC
           END-IF.
           DISPLAY 'CANDIDATURE ' SQL-APP-ID ' REFUSEE.'.
           IF SQL-STATUT = 'ADMIS'
               PERFORM 6000-PROPOSER-PLACE
                   THRU 6000-PROPOSER-PLACE-END
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       4000-REFUSER-CANDIDATURE-END.
           EXIT.

      ******************************************************************
      * Depart d'un eleve : sa ligne STUDENT_CLASS de l'annee passe a
      * PARTI et la place liberee est proposee au premier de la liste
      * d'attente de sa classe.
      ******************************************************************
       5000-DEPART-ELEVE.
           DISPLAY 'Identifiant de l''eleve : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAISIE)) NOT = 0
               DISPLAY 'IDENTIFIANT NON NUMERIQUE, SAISIE ABANDONNEE.'
               GO TO 5000-DEPART-ELEVE-END
           END-IF.
           COMPUTE SQL-S-ID = FUNCTION NUMVAL(WS-SAISIE).
           DISPLAY 'Annee scolaire (AAAA-AAAA) : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE(1:9) TO SQL-ANNEE.

           EXEC SQL
               SELECT CLASS_LABEL INTO :SQL-CLASSE FROM STUDENT_CLASS
               WHERE STUDENT_ID = :SQL-S-ID
               AND SCHOOL_YEAR = :SQL-ANNEE
               AND STATUS <> 'PARTI'
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'AUCUNE INSCRIPTION EN COURS POUR CET ELEVE '
                   'ET CETTE ANNEE.'
               GO TO 5000-DEPART-ELEVE-END
           END-IF.

           EXEC SQL
               UPDATE STUDENT_CLASS SET STATUS = 'PARTI'
               WHERE STUDENT_ID = :SQL-S-ID
               AND SCHOOL_YEAR = :SQL-ANNEE
           END-EXEC.
           DISPLAY 'DEPART ENREGISTRE, PLACE LIBEREE EN '
               FUNCTION TRIM(SQL-CLASSE) '.'.
           IF SQL-CLASSE NOT = 'SORTIE'
               PERFORM 6000-PROPOSER-PLACE
                   THRU 6000-PROPOSER-PLACE-END
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       5000-DEPART-ELEVE-END.
           EXIT.

      ******************************************************************
      * Place liberee en SQL-CLASSE / SQL-ANNEE : si la classe a
      * encore une place, le premier de la liste d'attente est admis,
      * les suivants remontent d'un rang et une lettre de proposition
      * est adressee a son tuteur.
      ******************************************************************
       6000-PROPOSER-PLACE.
           EXEC SQL
               SELECT CAPACITY INTO :SQL-CAPACITE FROM CLASS_CAPACITY
               WHERE CLASS_LABEL = :SQL-CLASSE
               AND SCHOOL_YEAR = :SQL-ANNEE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'PAS DE CAPACITE POSEE POUR LA CLASSE, AUCUNE '
                   'PROPOSITION.'
               GO TO 6000-PROPOSER-PLACE-END
           END-IF.
           PERFORM 3200-COMPTER-PLACES
               THRU 3200-COMPTER-PLACES-END.
           IF WS-PLACES-RESTANTES <= 0
               DISPLAY 'CLASSE TOUJOURS COMPLETE, AUCUNE PROPOSITION.'
               GO TO 6000-PROPOSER-PLACE-END
           END-IF.

           EXEC SQL
               SELECT APP_ID, LASTNAME, FIRSTNAME, GUARDIAN_NAME,
                      COALESCE(GUARDIAN_ADDRESS, ' ')
               INTO :SQL-APP-ID, :SQL-NOM, :SQL-PRENOM,
                    :SQL-TUT-NOM, :SQL-TUT-ADRESSE
               FROM ENROLLMENT_APPLICATION
               WHERE CLASS_LABEL = :SQL-CLASSE
               AND SCHOOL_YEAR = :SQL-ANNEE
               AND STATUS = 'LISTE-ATTENTE'
               ORDER BY WAIT_RANK, DATE_RECEIVED, APP_ID
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'LISTE D''ATTENTE VIDE, PLACE NON PROPOSEE.'
               GO TO 6000-PROPOSER-PLACE-END
           END-IF.

           EXEC SQL
               UPDATE ENROLLMENT_APPLICATION
               SET STATUS = 'ADMIS', WAIT_RANK = NULL
               WHERE APP_ID = :SQL-APP-ID
           END-EXEC.
           EXEC SQL
               UPDATE ENROLLMENT_APPLICATION
               SET WAIT_RANK = WAIT_RANK - 1
               WHERE CLASS_LABEL = :SQL-CLASSE
               AND SCHOOL_YEAR = :SQL-ANNEE
               AND STATUS = 'LISTE-ATTENTE'
           END-EXEC.

           PERFORM 6100-ECRIRE-LETTRE
               THRU 6100-ECRIRE-LETTRE-END.
           DISPLAY 'PLACE PROPOSEE A LA CANDIDATURE ' SQL-APP-ID ' : '
               FUNCTION TRIM(SQL-PRENOM) ' ' FUNCTION TRIM(SQL-NOM).
       6000-PROPOSER-PLACE-END.
           EXIT.

      ******************************************************************
      * Lettre de proposition de place, ajoutee a la suite des
      * precedentes, sur le modele des lettres d'avertissement de
      * student/file.cbl.
      ******************************************************************
       6100-ECRIRE-LETTRE.
           OPEN EXTEND F-OFFRES.
           IF NOT F-OFFRES-STATUS-OK
               OPEN OUTPUT F-OFFRES
           END-IF.
           IF NOT F-OFFRES-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE LETTRES-OFFRE-INSCRIPTION.DAT'
                   ' : ' F-OFFRES-STATUS
               GO TO 6100-ECRIRE-LETTRE-END
           END-IF.

           MOVE SPACES TO SQL-DATE-ED.
           STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
               WS-DATE-JOUR(1:4) DELIMITED BY SIZE INTO SQL-DATE-ED.
           MOVE ALL '=' TO REC-F-OFFRES.
           WRITE REC-F-OFFRES.
           MOVE SPACES TO REC-F-OFFRES.
           STRING 'PROPOSITION DE PLACE - ANNEE SCOLAIRE ' SQL-ANNEE
               ' - LE ' SQL-DATE-ED
               DELIMITED BY SIZE INTO REC-F-OFFRES.
           WRITE REC-F-OFFRES.
           MOVE SPACES TO REC-F-OFFRES.
           STRING 'A : ' FUNCTION TRIM(SQL-TUT-NOM)
               DELIMITED BY SIZE INTO REC-F-OFFRES.
           WRITE REC-F-OFFRES.
           MOVE SQL-TUT-ADRESSE TO REC-F-OFFRES.
           WRITE REC-F-OFFRES.
           MOVE SPACES TO REC-F-OFFRES.
           STRING 'UNE PLACE S''EST LIBEREE EN CLASSE '
               FUNCTION TRIM(SQL-CLASSE) ' ET EST PROPOSEE A '
               FUNCTION TRIM(SQL-PRENOM) ' ' FUNCTION TRIM(SQL-NOM)
               DELIMITED BY SIZE INTO REC-F-OFFRES.
           WRITE REC-F-OFFRES.
           MOVE SPACES TO REC-F-OFFRES.
           STRING '(CANDIDATURE NUMERO ' SQL-APP-ID
               '). MERCI DE CONFIRMER L''INSCRIPTION AUPRES DU '
               'SECRETARIAT.'
               DELIMITED BY SIZE INTO REC-F-OFFRES.
           WRITE REC-F-OFFRES.
           CLOSE F-OFFRES.
       6100-ECRIRE-LETTRE-END.
           EXIT.

      ******************************************************************
      * Liste d'attente d'une classe et d'une annee, par rang.
      ******************************************************************
       7000-LISTER-ATTENTE.
           DISPLAY 'Classe : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE TO SQL-CLASSE.
           DISPLAY 'Annee scolaire (AAAA-AAAA) : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE(1:9) TO SQL-ANNEE.

           MOVE 0 TO WS-NB-ATTENTE.
           EXEC SQL
               DECLARE CUR_ATTENTE CURSOR FOR
               SELECT WAIT_RANK, APP_ID, LASTNAME, FIRSTNAME,
                      TO_CHAR(DATE_RECEIVED, 'DD/MM/YYYY')
               FROM ENROLLMENT_APPLICATION
               WHERE CLASS_LABEL = :SQL-CLASSE
               AND SCHOOL_YEAR = :SQL-ANNEE
               AND STATUS = 'LISTE-ATTENTE'
               ORDER BY WAIT_RANK
           END-EXEC.
           EXEC SQL OPEN CUR_ATTENTE END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_ATTENTE INTO :SQL-RANG, :SQL-APP-ID,
                       :SQL-NOM, :SQL-PRENOM, :SQL-DATE-ED
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-NB-ATTENTE
                   MOVE SQL-RANG TO WS-ED-NB
                   DISPLAY '  RANG ' WS-ED-NB ' : '
                       FUNCTION TRIM(SQL-PRENOM) ' '
                       FUNCTION TRIM(SQL-NOM)
                       ' (CANDIDATURE ' SQL-APP-ID
                       ', RECUE LE ' SQL-DATE-ED ')'
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR_ATTENTE END-EXEC.
           IF WS-NB-ATTENTE = 0
               DISPLAY '  LISTE D''ATTENTE VIDE.'
           END-IF.
       7000-LISTER-ATTENTE-END.
           EXIT.

       END PROGRAM inscription.
