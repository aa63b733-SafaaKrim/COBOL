      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Prevision des entrees en 6EME pour les trois    *
      * prochaines annees scolaires, commune par commune, a partir     *
      * des enfants recenses dans la base citoyens (table databank)    *
      * et du taux d'entree observe l'an dernier dans la base school,  *
      * confrontee aux capacites des classes de 6EME.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prevision-6eme.
       AUTHOR. K.SAFAA.

      * Un enfant entre en 6EME l'annee scolaire ou il a 11 ans : la
      * rentree de septembre AAAA accueille les enfants nes en
      * AAAA - 11. L'annee scolaire courante suit la regle de
      * grade-screen (avant septembre, l'annee a commence l'an
      * passe) ; les trois annees prevues sont les trois suivantes.
      * Le taux d'entree d'une commune est le nombre d'eleves de 6EME
      * de l'an dernier (STUDENT_CLASS) qui en viennent, rapporte aux
      * enfants de la commune nes la meme annee qu'eux. La commune
      * d'un eleve est celle de sa fiche databank (nom, prenom et
      * annee de naissance) ; un eleve introuvable est compte en
      * origine inconnue et n'entre dans aucun taux. La capacite
      * d'une annee est la somme des CLASS_CAPACITY des classes 6EME
      * declarees pour elle, a defaut celle de l'annee courante.
      * Les deux bases sont lues l'une apres l'autre.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT
               ASSIGN TO 'prevision-6eme.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RAPPORT.
       01  REC-F-RAPPORT       PIC X(100).

       WORKING-STORAGE SECTION.
       01  F-RAPPORT-STATUS    PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK    VALUE '00'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME              PIC X(30) VALUE 'school'.
       01  USERNAME            PIC X(30) VALUE 'cobol'.
       01  PASSWD              PIC X(10) VALUE SPACES.

       01  SQL-ANNEE           PIC X(09).
       01  SQL-S-LASTNAME      PIC X(07).
       01  SQL-S-FIRSTNAME     PIC X(06).
       01  SQL-CAPACITE        PIC 9(05).
       01  SQL-VILLE           PIC X(30).
       01  SQL-AN-NAISS        PIC 9(04).
       01  SQL-AN-MIN          PIC 9(04).
       01  SQL-AN-MAX          PIC 9(04).
       01  SQL-NB              PIC 9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-DATE-JOUR        PIC 9(08).
       01  WS-ANNEE-DEB        PIC 9(04).
       01  WS-ANNEE-FIN        PIC 9(04).
       01  WS-ANNEE-COURANTE   PIC X(09).
       01  WS-ANNEE-PRECEDENTE PIC X(09).
      * Annees de naissance : 1 = 6EME de l'an dernier, 3 a 5 = les
      * trois annees prevues (2 = annee courante, non utilisee).
       01  WS-AN-NAISS-BASE    PIC 9(04).
       01  WS-TAB-ANNEES.
           03 WS-AN-ENTREE OCCURS 3 TIMES.
              05 WS-AN-LIBELLE     PIC X(09).
              05 WS-AN-CAPACITE    PIC 9(05).
              05 WS-AN-PREVISION   PIC 9(05).
       01  WS-CAPACITE-COURANTE PIC 9(05).

      * Eleves de 6EME de l'an dernier.
       01  WS-NB-ENTRANTS      PIC 9(03) VALUE 0.
       01  WS-TAB-ENTRANTS.
           03 WS-ENT-ENTREE OCCURS 500 TIMES.
              05 WS-ENT-NOM        PIC X(07).
              05 WS-ENT-PRENOM     PIC X(06).
       01  WS-NB-INCONNUS      PIC 9(03) VALUE 0.

      * Communes : enfants par annee de naissance, eleves entres l'an
      * dernier, taux et prevision par annee.
       01  WS-NB-COMMUNES      PIC 9(03) VALUE 0.
       01  WS-TAB-COMMUNES.
           03 WS-CO-ENTREE OCCURS 300 TIMES.
              05 WS-CO-NOM         PIC X(30).
              05 WS-CO-ENFANTS     PIC 9(06) OCCURS 5 TIMES.
              05 WS-CO-ENTRES      PIC 9(03).
              05 WS-CO-TAUX        PIC 9V9999.
              05 WS-CO-TAUX-OK     PIC X(01).
              05 WS-CO-PREVISION   PIC 9(05) OCCURS 3 TIMES.

       01  WS-I                PIC 9(03).
       01  WS-J                PIC 9(03).
       01  WS-POS              PIC 9(03).
       01  WS-Y                PIC 9(01).
       01  WS-NB-ALERTES       PIC 9(01) VALUE 0.
       01  WS-ED-TAUX          PIC ZZ9,99.
       01  WS-ED-NB            PIC ZZZZ9.
       01  WS-ED-NB-2          PIC ZZZZ9.
       01  WS-ED-NB-3          PIC ZZZZ9.
       01  WS-LIGNE-COMMUNE    PIC X(100).

       PROCEDURE DIVISION.
       1000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-DEB.
           IF WS-DATE-JOUR(5:2) < '09'
               SUBTRACT 1 FROM WS-ANNEE-DEB
           END-IF.
           COMPUTE WS-ANNEE-FIN = WS-ANNEE-DEB + 1.
           STRING WS-ANNEE-DEB '-' WS-ANNEE-FIN
               DELIMITED BY SIZE INTO WS-ANNEE-COURANTE.
           COMPUTE WS-AN-NAISS-BASE = WS-ANNEE-DEB - 12.
           SUBTRACT 1 FROM WS-ANNEE-DEB.
           SUBTRACT 1 FROM WS-ANNEE-FIN.
           STRING WS-ANNEE-DEB '-' WS-ANNEE-FIN
               DELIMITED BY SIZE INTO WS-ANNEE-PRECEDENTE.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 3
               COMPUTE WS-ANNEE-DEB = WS-AN-NAISS-BASE + 12 + WS-Y
               COMPUTE WS-ANNEE-FIN = WS-ANNEE-DEB + 1
               MOVE SPACES TO WS-AN-LIBELLE(WS-Y)
               STRING WS-ANNEE-DEB '-' WS-ANNEE-FIN
                   DELIMITED BY SIZE INTO WS-AN-LIBELLE(WS-Y)
               MOVE 0 TO WS-AN-CAPACITE(WS-Y) WS-AN-PREVISION(WS-Y)
           END-PERFORM.

           PERFORM 2000-LIRE-SCHOOL
               THRU 2000-LIRE-SCHOOL-END.

           PERFORM 3000-LIRE-CITOYENS
               THRU 3000-LIRE-CITOYENS-END.

           PERFORM 4000-PROJETER
               THRU 4000-PROJETER-END.

           PERFORM 5000-EDITER-RAPPORT
               THRU 5000-EDITER-RAPPORT-END.

           DISPLAY 'PREVISION 6EME TERMINEE - COMMUNES : '
               WS-NB-COMMUNES ' / ENTRANTS AN DERNIER : '
               WS-NB-ENTRANTS ' / ANNEES EN DEPASSEMENT : '
               WS-NB-ALERTES.
       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       1001-ERROR-RTN-END.
           STOP RUN.

      ******************************************************************
      * Base school : eleves de 6EME de l'an dernier et capacites des
      * classes de 6EME pour les trois annees prevues.
      ******************************************************************
       2000-LIRE-SCHOOL.
           MOVE 'school' TO DBNAME.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE WS-ANNEE-PRECEDENTE TO SQL-ANNEE.
           EXEC SQL
               DECLARE ENT_CURSOR CURSOR FOR
               SELECT S.LASTNAME, S.FIRSTNAME
               FROM STUDENT_CLASS SC
               JOIN STUDENT S ON S.ID = SC.STUDENT_ID
               WHERE SC.SCHOOL_YEAR = :SQL-ANNEE
                 AND TRIM(SC.CLASS_LABEL) LIKE '6EME%'
               ORDER BY S.LASTNAME, S.FIRSTNAME
           END-EXEC.
           EXEC SQL OPEN ENT_CURSOR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ENT_CURSOR
                   INTO :SQL-S-LASTNAME, :SQL-S-FIRSTNAME
               END-EXEC
               IF SQLCODE = 0
                   IF WS-NB-ENTRANTS < 500
                       ADD 1 TO WS-NB-ENTRANTS
                       MOVE SQL-S-LASTNAME
                         TO WS-ENT-NOM(WS-NB-ENTRANTS)
                       MOVE SQL-S-FIRSTNAME
                         TO WS-ENT-PRENOM(WS-NB-ENTRANTS)
                   ELSE
                       DISPLAY 'PLUS DE 500 ELEVES DE 6EME, ELEVE '
                           'IGNORE : ' SQL-S-LASTNAME
                   END-IF
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE ENT_CURSOR END-EXEC.

           MOVE WS-ANNEE-COURANTE TO SQL-ANNEE.
           PERFORM 2100-LIRE-CAPACITE
               THRU 2100-LIRE-CAPACITE-END.
           MOVE SQL-CAPACITE TO WS-CAPACITE-COURANTE.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 3
               MOVE WS-AN-LIBELLE(WS-Y) TO SQL-ANNEE
               PERFORM 2100-LIRE-CAPACITE
                   THRU 2100-LIRE-CAPACITE-END
               IF SQL-CAPACITE > 0
                   MOVE SQL-CAPACITE TO WS-AN-CAPACITE(WS-Y)
               ELSE
                   MOVE WS-CAPACITE-COURANTE TO WS-AN-CAPACITE(WS-Y)
               END-IF
           END-PERFORM.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
       2000-LIRE-SCHOOL-END.
           EXIT.

       2100-LIRE-CAPACITE.
           MOVE 0 TO SQL-CAPACITE.
           EXEC SQL
               SELECT COALESCE(SUM(CAPACITY), 0)
               INTO :SQL-CAPACITE
               FROM CLASS_CAPACITY
               WHERE SCHOOL_YEAR = :SQL-ANNEE
                 AND TRIM(CLASS_LABEL) LIKE '6EME%'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQL-CAPACITE
           END-IF.
       2100-LIRE-CAPACITE-END.
           EXIT.

      ******************************************************************
      * Base citoyens : enfants par commune et annee de naissance,
      * puis commune d'origine de chaque eleve de l'an dernier.
      ******************************************************************
       3000-LIRE-CITOYENS.
           MOVE 'citoyens' TO DBNAME.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE WS-AN-NAISS-BASE TO SQL-AN-MIN.
           COMPUTE SQL-AN-MAX = WS-AN-NAISS-BASE + 4.
           EXEC SQL
               DECLARE ENF_CURSOR CURSOR FOR
               SELECT UPPER(TRIM(city)),
                      EXTRACT(YEAR FROM birth_date), COUNT(*)
               FROM databank
               WHERE birth_date IS NOT NULL
                 AND city IS NOT NULL AND TRIM(city) <> ''
                 AND EXTRACT(YEAR FROM birth_date)
                     BETWEEN :SQL-AN-MIN AND :SQL-AN-MAX
               GROUP BY UPPER(TRIM(city)),
                        EXTRACT(YEAR FROM birth_date)
               ORDER BY UPPER(TRIM(city))
           END-EXEC.
           EXEC SQL OPEN ENF_CURSOR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ENF_CURSOR
                   INTO :SQL-VILLE, :SQL-AN-NAISS, :SQL-NB
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 3100-RANGER-COMMUNE
                       THRU 3100-RANGER-COMMUNE-END
                   IF WS-POS > 0
                       COMPUTE WS-Y = SQL-AN-NAISS - WS-AN-NAISS-BASE
                           + 1
                       ADD SQL-NB TO WS-CO-ENFANTS(WS-POS, WS-Y)
                   END-IF
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE ENF_CURSOR END-EXEC.

           MOVE WS-AN-NAISS-BASE TO SQL-AN-NAISS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ENTRANTS
               MOVE WS-ENT-NOM(WS-I)    TO SQL-S-LASTNAME
               MOVE WS-ENT-PRENOM(WS-I) TO SQL-S-FIRSTNAME
               MOVE SPACES TO SQL-VILLE
               EXEC SQL
                   SELECT UPPER(TRIM(city))
                   INTO :SQL-VILLE
                   FROM databank
                   WHERE UPPER(SUBSTR(TRIM(last_name), 1, 7)) =
                         UPPER(TRIM(:SQL-S-LASTNAME))
                     AND UPPER(SUBSTR(TRIM(first_name), 1, 6)) =
                         UPPER(TRIM(:SQL-S-FIRSTNAME))
                     AND EXTRACT(YEAR FROM birth_date) = :SQL-AN-NAISS
                     AND city IS NOT NULL AND TRIM(city) <> ''
                   LIMIT 1
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 3100-RANGER-COMMUNE
                       THRU 3100-RANGER-COMMUNE-END
                   IF WS-POS > 0
                       ADD 1 TO WS-CO-ENTRES(WS-POS)
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-INCONNUS
               END-IF
           END-PERFORM.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
       3000-LIRE-CITOYENS-END.
           EXIT.

      ******************************************************************
      * Rang de la commune SQL-VILLE dans WS-POS, creee au besoin
      * (0 si la table est pleine).
      ******************************************************************
       3100-RANGER-COMMUNE.
           MOVE 0 TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-COMMUNES
               IF WS-CO-NOM(WS-J) = SQL-VILLE
                   MOVE WS-J TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS > 0
               GO TO 3100-RANGER-COMMUNE-END
           END-IF.
           IF WS-NB-COMMUNES >= 300
               DISPLAY 'PLUS DE 300 COMMUNES, COMMUNE IGNOREE : '
                   SQL-VILLE
               GO TO 3100-RANGER-COMMUNE-END
           END-IF.
           ADD 1 TO WS-NB-COMMUNES.
           MOVE WS-NB-COMMUNES TO WS-POS.
           INITIALIZE WS-CO-ENTREE(WS-POS).
           MOVE SQL-VILLE TO WS-CO-NOM(WS-POS).
       3100-RANGER-COMMUNE-END.
           EXIT.

      ******************************************************************
      * Taux d'entree de chaque commune (plafonne a 100 %) et
      * prevision par annee ; une commune sans enfant de la tranche
      * de l'an dernier n'a pas de taux calculable.
      ******************************************************************
       4000-PROJETER.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMMUNES
               MOVE 0 TO WS-CO-TAUX(WS-I)
               IF WS-CO-ENFANTS(WS-I, 1) > 0
                   MOVE 'O' TO WS-CO-TAUX-OK(WS-I)
                   IF WS-CO-ENTRES(WS-I) >= WS-CO-ENFANTS(WS-I, 1)
                       MOVE 1 TO WS-CO-TAUX(WS-I)
                   ELSE
                       COMPUTE WS-CO-TAUX(WS-I) ROUNDED =
                           WS-CO-ENTRES(WS-I) / WS-CO-ENFANTS(WS-I, 1)
                   END-IF
               ELSE
                   MOVE 'N' TO WS-CO-TAUX-OK(WS-I)
               END-IF
               PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 3
                   COMPUTE WS-CO-PREVISION(WS-I, WS-Y) ROUNDED =
                       WS-CO-ENFANTS(WS-I, WS-Y + 2) * WS-CO-TAUX(WS-I)
                   ADD WS-CO-PREVISION(WS-I, WS-Y)
                    TO WS-AN-PREVISION(WS-Y)
               END-PERFORM
           END-PERFORM.
       4000-PROJETER-END.
           EXIT.

      ******************************************************************
      * Rapport : une ligne par commune, puis le bilan de chaque
      * annee face a la capacite des classes de 6EME.
      ******************************************************************
       5000-EDITER-RAPPORT.
           OPEN OUTPUT F-RAPPORT.
           IF NOT F-RAPPORT-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE RAPPORT : ' F-RAPPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO REC-F-RAPPORT.
           STRING 'PREVISION DES ENTREES EN 6EME - EDITEE LE '
               WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
               WS-DATE-JOUR(1:4)
               DELIMITED BY SIZE INTO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE SPACES TO REC-F-RAPPORT.
           MOVE WS-NB-ENTRANTS TO WS-ED-NB.
           MOVE WS-NB-INCONNUS TO WS-ED-NB-2.
           STRING 'BASE DU TAUX : 6EME ' WS-ANNEE-PRECEDENTE
               ' -' WS-ED-NB ' ELEVES DONT' WS-ED-NB-2
               ' D''ORIGINE INCONNUE'
               DELIMITED BY SIZE INTO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE SPACES TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE SPACES TO REC-F-RAPPORT.
           MOVE 'COMMUNE' TO REC-F-RAPPORT(1:7).
           MOVE 'ENTRES' TO REC-F-RAPPORT(33:6).
           MOVE 'TAUX %' TO REC-F-RAPPORT(42:6).
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 3
               COMPUTE WS-J = 50 + (WS-Y - 1) * 11
               MOVE WS-AN-LIBELLE(WS-Y) TO REC-F-RAPPORT(WS-J:9)
           END-PERFORM.
           WRITE REC-F-RAPPORT.
           MOVE SPACES TO REC-F-RAPPORT.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 3
               COMPUTE WS-J = 50 + (WS-Y - 1) * 11
               MOVE 'ENF/PREV' TO REC-F-RAPPORT(WS-J:8)
           END-PERFORM.
           WRITE REC-F-RAPPORT.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMMUNES
               PERFORM 5100-EDITER-COMMUNE
                   THRU 5100-EDITER-COMMUNE-END
           END-PERFORM.

           MOVE SPACES TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 3
               MOVE WS-AN-PREVISION(WS-Y) TO WS-ED-NB
               MOVE WS-AN-CAPACITE(WS-Y) TO WS-ED-NB-2
               MOVE SPACES TO REC-F-RAPPORT
               STRING 'ANNEE ' WS-AN-LIBELLE(WS-Y)
                   ' : PREVISION' WS-ED-NB
                   ' / CAPACITE 6EME' WS-ED-NB-2
                   DELIMITED BY SIZE INTO REC-F-RAPPORT
               IF WS-AN-PREVISION(WS-Y) > WS-AN-CAPACITE(WS-Y)
                   ADD 1 TO WS-NB-ALERTES
                   COMPUTE WS-ED-NB-3 =
                       WS-AN-PREVISION(WS-Y) - WS-AN-CAPACITE(WS-Y)
                   MOVE SPACES TO WS-LIGNE-COMMUNE
                   STRING '  *** ALERTE : DEPASSEMENT DE' WS-ED-NB-3
                       ' PLACES ***'
                       DELIMITED BY SIZE INTO WS-LIGNE-COMMUNE
                   MOVE WS-LIGNE-COMMUNE TO REC-F-RAPPORT(55:46)
               END-IF
               WRITE REC-F-RAPPORT
           END-PERFORM.
           CLOSE F-RAPPORT.
       5000-EDITER-RAPPORT-END.
           EXIT.

       5100-EDITER-COMMUNE.
           MOVE SPACES TO WS-LIGNE-COMMUNE.
           MOVE WS-CO-NOM(WS-I) TO WS-LIGNE-COMMUNE(1:30).
           MOVE WS-CO-ENTRES(WS-I) TO WS-ED-NB.
           MOVE WS-ED-NB TO WS-LIGNE-COMMUNE(34:5).
           IF WS-CO-TAUX-OK(WS-I) = 'O'
               COMPUTE WS-ED-TAUX = WS-CO-TAUX(WS-I) * 100
               MOVE WS-ED-TAUX TO WS-LIGNE-COMMUNE(42:6)
           ELSE
               MOVE '   N/C' TO WS-LIGNE-COMMUNE(42:6)
           END-IF.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 3
               MOVE WS-CO-ENFANTS(WS-I, WS-Y + 2) TO WS-ED-NB
               MOVE WS-CO-PREVISION(WS-I, WS-Y) TO WS-ED-NB-2
               COMPUTE WS-J = 49 + (WS-Y - 1) * 11
               STRING WS-ED-NB '/' WS-ED-NB-2
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-COMMUNE(WS-J:11)
           END-PERFORM.
           MOVE WS-LIGNE-COMMUNE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
       5100-EDITER-COMMUNE-END.
           EXIT.
