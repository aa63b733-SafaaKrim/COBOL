      ******************************************************************
      * Programme : calendrier-feries
      * Description : Generateur annuel du calendrier des jours
      *   feries lu par la routine JOURFERIE. Les feries a date fixe
      *   sont dans jours-feries.dat avec le drapeau recurrent O, mais
      *   le lundi de Paques, l'Ascension et le lundi de Pentecote
      *   devaient etre ressaisis a la main chaque annee - et l'annee
      *   ou personne n'y a pense, sepa-prenotif.cbl a annonce un
      *   prelevement un jour ferie. Pour l'annee traitee, le
      *   programme calcule le dimanche de Paques (DATEUTIL 'PAQUES  ')
      *   et en deduit les trois feries mobiles (Paques + 1, + 39 et
      *   + 50 jours), qu'il ajoute a jours-feries.dat (drapeau N)
      *   sauf si la date y figure deja ; un rejeu ne duplique donc
      *   rien. Il edite ensuite pour l'exploitation, sur une page,
      *   le calendrier ouvre de l'annee (calendrier-ouvre-AAAA.rpt) :
      *   par mois, jours civils, jours de week-end, feries en semaine
      *   et jours ouvres, puis la liste des feries de l'annee. Le
      *   nombre de jours de l'annee suit la regle bissextile de
      *   bisxtel.cbl (DATEUTIL 'BISSEXT ').
      *   Annee traitee : variable d'environnement FERIES_ANNEE
      *   (AAAA) ; a defaut l'annee en cours, ou l'annee suivante si
      *   le programme passe en decembre (l'ordonnanceur signale en
      *   decembre les feries mobiles de l'annee suivante manquants).
      *   Le repertoire de jours-feries.dat suit JOURFERIE_DIR, comme
      *   la routine JOURFERIE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calendrier-feries.
       AUTHOR. K.SAFAA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIES-FILE ASSIGN DYNAMIC WS-FERIES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-FERIES.

           SELECT CALENDRIER-FILE ASSIGN DYNAMIC WS-CALENDRIER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CALENDRIER.

       DATA DIVISION.
       FILE SECTION.
       FD FERIES-FILE
      * Meme dessin que le fichier lu par JOURFERIE : date AAAAMMJJ,
      * drapeau recurrent O/N, libelle.
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD     IS WS-FERIE-RECORD.
       01 WS-FERIE-RECORD.
           05 WS-FER-DATE       PIC X(08).
           05 FILLER            PIC X(01).
           05 WS-FER-RECURRENT  PIC X(01).
           05 FILLER            PIC X(01).
           05 WS-FER-LIBELLE    PIC X(25).

       FD CALENDRIER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-CALENDRIER-RECORD.
       01 WS-CALENDRIER-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-FERIES==
                     ==FSTAT-OK==    BY ==STATUT-FERIES-OK==.
           88 STATUT-FERIES-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-CALENDRIER==
                     ==FSTAT-OK==    BY ==STATUT-CALENDRIER-OK==.

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'CALENDRIER-FERIES'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

       01 WS-FERIES-DIR         PIC X(200).
       01 WS-FERIES-PATH        PIC X(200) VALUE 'jours-feries.dat'.
       01 WS-CALENDRIER-PATH    PIC X(60).

       01 WS-DATE-JOUR          PIC 9(08).
       01 WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR.
          05 WS-JOUR-AAAA       PIC 9(04).
          05 WS-JOUR-MM         PIC 9(02).
          05 WS-JOUR-JJ         PIC 9(02).
       01 WS-ANNEE-SAISIE       PIC X(04).
       01 WS-ANNEE              PIC 9(04).
       01 WS-PAQUES             PIC 9(08).

      * Calendrier deja present dans jours-feries.dat.
       01 WS-NB-FERIES          PIC 9(03) VALUE 0.
       01 WS-TAB-FERIES.
          05 WS-FERIE-ENTREE OCCURS 200 TIMES.
             10 WS-TF-DATE      PIC X(08).
             10 WS-TF-RECURRENT PIC X(01).

      * Feries mobiles de l'annee : ecart en jours depuis le dimanche
      * de Paques et libelle.
       01 WS-DEF-MOBILES.
          05 FILLER PIC X(28) VALUE '001LUNDI DE PAQUES'.
          05 FILLER PIC X(28) VALUE '039ASCENSION'.
          05 FILLER PIC X(28) VALUE '050LUNDI DE PENTECOTE'.
       01 WS-TAB-MOBILES REDEFINES WS-DEF-MOBILES.
          05 WS-MOBILE-ENTREE OCCURS 3 TIMES.
             10 WS-MOB-ECART    PIC 9(03).
             10 WS-MOB-LIBELLE  PIC X(25).
       01 WS-DATE-MOBILE        PIC 9(08).
       01 WS-DATE-MOBILE-X REDEFINES WS-DATE-MOBILE PIC X(08).
       01 WS-DEJA-PRESENT       PIC X(01).
          88 DEJA-PRESENT       VALUE 'O'.
       01 WS-NB-AJOUTES         PIC 9(02) VALUE 0.
       01 WS-NB-PRESENTS        PIC 9(02) VALUE 0.

       01 WS-I                  PIC 9(03).
       01 WS-M                  PIC 9(02).

      * Calendrier ouvre de l'annee : compteurs par mois et feries
      * rencontres.
       01 WS-DEF-NOMS-MOIS.
          05 FILLER PIC X(36) VALUE
             'JANVIER  FEVRIER  MARS     AVRIL    '.
          05 FILLER PIC X(36) VALUE
             'MAI      JUIN     JUILLET  AOUT     '.
          05 FILLER PIC X(36) VALUE
             'SEPTEMBREOCTOBRE  NOVEMBRE DECEMBRE '.
       01 WS-TAB-NOMS-MOIS REDEFINES WS-DEF-NOMS-MOIS.
          05 WS-NOM-MOIS        PIC X(09) OCCURS 12 TIMES.
       01 WS-DEF-NOMS-JOURS.
          05 FILLER PIC X(36) VALUE
             'LUNDI    MARDI    MERCREDI JEUDI    '.
          05 FILLER PIC X(27) VALUE
             'VENDREDI SAMEDI   DIMANCHE '.
       01 WS-TAB-NOMS-JOURS REDEFINES WS-DEF-NOMS-JOURS.
          05 WS-NOM-JOUR        PIC X(09) OCCURS 7 TIMES.
       01 WS-TAB-COMPTES.
          05 WS-COMPTE-MOIS OCCURS 12 TIMES.
             10 WS-CM-JOURS     PIC 9(03).
             10 WS-CM-WEEKEND   PIC 9(03).
             10 WS-CM-FERIES    PIC 9(03).
             10 WS-CM-OUVRES    PIC 9(03).
       01 WS-TOTAUX.
          05 WS-TOT-JOURS       PIC 9(03).
          05 WS-TOT-WEEKEND     PIC 9(03).
          05 WS-TOT-FERIES      PIC 9(03).
          05 WS-TOT-OUVRES      PIC 9(03).
       01 WS-NB-LISTE           PIC 9(02) VALUE 0.
       01 WS-TAB-LISTE.
          05 WS-LISTE-ENTREE OCCURS 30 TIMES.
             10 WS-LS-DATE      PIC 9(08).
             10 WS-LS-JOURSEM   PIC 9(01).
             10 WS-LS-LIBELLE   PIC X(25).
       01 WS-DATE-COURANTE      PIC 9(08).
       01 WS-DATE-COURANTE-X REDEFINES WS-DATE-COURANTE.
          05 WS-COUR-AAAA       PIC 9(04).
          05 WS-COUR-MM         PIC 9(02).
          05 WS-COUR-JJ         PIC 9(02).
       01 WS-JOUR-SEMAINE       PIC 9(01).
       01 WS-BISSEXTILE         PIC 9(01).

       01 WS-LIGNE-MOIS.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LM-MOIS         PIC X(12).
          05 WS-LM-JOURS        PIC ZZ9.
          05 FILLER             PIC X(06) VALUE SPACES.
          05 WS-LM-WEEKEND      PIC ZZ9.
          05 FILLER             PIC X(06) VALUE SPACES.
          05 WS-LM-FERIES       PIC ZZ9.
          05 FILLER             PIC X(06) VALUE SPACES.
          05 WS-LM-OUVRES       PIC ZZ9.
       01 WS-LIGNE-FERIE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LF-JJ           PIC 9(02).
          05 FILLER             PIC X(01) VALUE '/'.
          05 WS-LF-MM           PIC 9(02).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LF-JOUR         PIC X(09).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-LF-LIBELLE      PIC X(25).
          05 WS-LF-REMARQUE     PIC X(12).

      * Zones d'appel des routines partagees de dates et de
      * calendrier ouvre.
       01 WS-DU-FONCTION     PIC X(08).
       01 WS-DU-DATE-1       PIC 9(08).
       01 WS-DU-DATE-2       PIC 9(08).
       01 WS-DU-NOMBRE       PIC S9(07).
       01 WS-DU-RESULTAT     PIC S9(08).
       01 WS-DU-CODE         PIC X(02).
       01 WS-JF-FONCTION     PIC X(08).
       01 WS-JF-DATE         PIC 9(08).
       01 WS-JF-NOMBRE       PIC S9(07).
       01 WS-JF-RESULTAT     PIC S9(08).
       01 WS-JF-LIBELLE      PIC X(25).
       01 WS-JF-CODE         PIC X(02).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 1000-DETERMINER-ANNEE
           THRU    1000-DETERMINER-ANNEE-FIN.

           PERFORM 2000-CHARGER-FERIES
           THRU    2000-CHARGER-FERIES-FIN.

           PERFORM 3000-AJOUTER-MOBILES
           THRU    3000-AJOUTER-MOBILES-FIN.

           PERFORM 5000-EDITER-CALENDRIER
           THRU    5000-EDITER-CALENDRIER-FIN.

           DISPLAY 'FERIES MOBILES ' WS-ANNEE ' AJOUTES : '
               WS-NB-AJOUTES ' - DEJA PRESENTS : ' WS-NB-PRESENTS.

           MOVE WS-NB-AJOUTES  TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-PRESENTS TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Annee traitee, chemin du calendrier des feries (JOURFERIE_DIR)
      * et nom du rapport.
      ******************************************************************
       1000-DETERMINER-ANNEE.
           MOVE SPACES TO WS-ANNEE-SAISIE.
           ACCEPT WS-ANNEE-SAISIE FROM ENVIRONMENT 'FERIES_ANNEE'.
           IF WS-ANNEE-SAISIE NUMERIC
               MOVE WS-ANNEE-SAISIE TO WS-ANNEE
           ELSE
               MOVE WS-JOUR-AAAA TO WS-ANNEE
               IF WS-JOUR-MM = 12
                   ADD 1 TO WS-ANNEE
               END-IF
           END-IF.

           MOVE SPACES TO WS-FERIES-DIR.
           ACCEPT WS-FERIES-DIR FROM ENVIRONMENT 'JOURFERIE_DIR'.
           IF WS-FERIES-DIR NOT = SPACES
               MOVE SPACES TO WS-FERIES-PATH
               STRING FUNCTION TRIM(WS-FERIES-DIR) DELIMITED BY SIZE
                      '/jours-feries.dat' DELIMITED BY SIZE
                   INTO WS-FERIES-PATH
           END-IF.

           MOVE SPACES TO WS-CALENDRIER-PATH.
           STRING 'calendrier-ouvre-' WS-ANNEE '.rpt'
               DELIMITED BY SIZE INTO WS-CALENDRIER-PATH.
       1000-DETERMINER-ANNEE-FIN. EXIT.

      ******************************************************************
      * Charge les dates deja presentes dans jours-feries.dat. Un
      * fichier absent laisse la table vide : il sera cree a l'ajout.
      ******************************************************************
       2000-CHARGER-FERIES.
           OPEN INPUT FERIES-FILE.
           IF NOT STATUT-FERIES-OK
               DISPLAY 'JOURS-FERIES.DAT ABSENT ('
                   WS-STATUS-FERIES ') : IL SERA CREE'
               GO TO 2000-CHARGER-FERIES-FIN
           END-IF.
           PERFORM UNTIL STATUT-FERIES-FIN
               READ FERIES-FILE
               IF STATUT-FERIES-OK
                   IF WS-FER-DATE NUMERIC AND WS-NB-FERIES < 200
                       ADD 1 TO WS-NB-FERIES
                       MOVE WS-FER-DATE
                           TO WS-TF-DATE(WS-NB-FERIES)
                       MOVE WS-FER-RECURRENT
                           TO WS-TF-RECURRENT(WS-NB-FERIES)
                   END-IF
               ELSE
                   SET STATUT-FERIES-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE FERIES-FILE.
       2000-CHARGER-FERIES-FIN. EXIT.

      ******************************************************************
      * Dimanche de Paques de l'annee, puis chaque ferie mobile :
      * ajoute a jours-feries.dat s'il n'y est pas deja (meme date, ou
      * ferie recurrent tombant le meme jour).
      ******************************************************************
       3000-AJOUTER-MOBILES.
           MOVE 'PAQUES  ' TO WS-DU-FONCTION.
           COMPUTE WS-DU-DATE-1 = WS-ANNEE * 10000.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           IF WS-DU-CODE NOT = '00'
               DISPLAY 'ANNEE INVALIDE : ' WS-ANNEE
               MOVE 'ERREUR' TO WS-RUNCTL-STATUT
               CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME
                   WS-RUNCTL-COMPTEUR-1 WS-RUNCTL-COMPTEUR-2
                   WS-RUNCTL-STATUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DU-RESULTAT TO WS-PAQUES.
           DISPLAY 'PAQUES ' WS-ANNEE ' : ' WS-PAQUES.

           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               MOVE 'AJOUTJRS' TO WS-DU-FONCTION
               MOVE WS-PAQUES TO WS-DU-DATE-1
               MOVE WS-MOB-ECART(WS-M) TO WS-DU-NOMBRE
               CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT
                   WS-DU-CODE
               MOVE WS-DU-RESULTAT TO WS-DATE-MOBILE
               PERFORM 3100-RECHERCHER-DATE
               THRU    3100-RECHERCHER-DATE-FIN
               IF DEJA-PRESENT
                   ADD 1 TO WS-NB-PRESENTS
                   DISPLAY '  ' WS-DATE-MOBILE ' '
                       WS-MOB-LIBELLE(WS-M) ' DEJA PRESENT'
               ELSE
                   PERFORM 3200-ECRIRE-FERIE
                   THRU    3200-ECRIRE-FERIE-FIN
               END-IF
           END-PERFORM.
       3000-AJOUTER-MOBILES-FIN. EXIT.

       3100-RECHERCHER-DATE.
           MOVE 'N' TO WS-DEJA-PRESENT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-FERIES
               IF WS-TF-DATE(WS-I) = WS-DATE-MOBILE-X
                   MOVE 'O' TO WS-DEJA-PRESENT
               END-IF
               IF WS-TF-RECURRENT(WS-I) = 'O'
                   AND WS-TF-DATE(WS-I)(5:4) = WS-DATE-MOBILE-X(5:4)
                   MOVE 'O' TO WS-DEJA-PRESENT
               END-IF
           END-PERFORM.
       3100-RECHERCHER-DATE-FIN. EXIT.

       3200-ECRIRE-FERIE.
           OPEN EXTEND FERIES-FILE.
           IF NOT STATUT-FERIES-OK
               OPEN OUTPUT FERIES-FILE
           END-IF.
           IF NOT STATUT-FERIES-OK
               DISPLAY 'ERREUR ECRITURE JOURS-FERIES.DAT : '
                   WS-STATUS-FERIES
               MOVE 8 TO RETURN-CODE
               GO TO 3200-ECRIRE-FERIE-FIN
           END-IF.
           MOVE SPACES TO WS-FERIE-RECORD.
           MOVE WS-DATE-MOBILE-X TO WS-FER-DATE.
           MOVE 'N' TO WS-FER-RECURRENT.
           MOVE WS-MOB-LIBELLE(WS-M) TO WS-FER-LIBELLE.
           WRITE WS-FERIE-RECORD.
           CLOSE FERIES-FILE.
           ADD 1 TO WS-NB-AJOUTES.
           IF WS-NB-FERIES < 200
               ADD 1 TO WS-NB-FERIES
               MOVE WS-DATE-MOBILE-X TO WS-TF-DATE(WS-NB-FERIES)
               MOVE 'N' TO WS-TF-RECURRENT(WS-NB-FERIES)
           END-IF.
           DISPLAY '  ' WS-DATE-MOBILE ' ' WS-MOB-LIBELLE(WS-M)
               ' AJOUTE'.
       3200-ECRIRE-FERIE-FIN. EXIT.

      ******************************************************************
      * Calendrier ouvre de l'annee, jour par jour : week-end par
      * DATEUTIL, ferie par JOURFERIE (qui lit le calendrier complete
      * ci-dessus), puis edition d'une page.
      ******************************************************************
       5000-EDITER-CALENDRIER.
           INITIALIZE WS-TAB-COMPTES WS-TOTAUX.
           COMPUTE WS-DATE-COURANTE = WS-ANNEE * 10000 + 0101.
           PERFORM UNTIL WS-COUR-AAAA NOT = WS-ANNEE
               PERFORM 5100-EXAMINER-JOUR
               THRU    5100-EXAMINER-JOUR-FIN
               MOVE 'AJOUTJRS' TO WS-DU-FONCTION
               MOVE WS-DATE-COURANTE TO WS-DU-DATE-1
               MOVE 1 TO WS-DU-NOMBRE
               CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT
                   WS-DU-CODE
               MOVE WS-DU-RESULTAT TO WS-DATE-COURANTE
           END-PERFORM.

           OPEN OUTPUT CALENDRIER-FILE.
           IF NOT STATUT-CALENDRIER-OK
               DISPLAY 'RAPPORT ' FUNCTION TRIM(WS-CALENDRIER-PATH)
                   ' INDISPONIBLE (' WS-STATUS-CALENDRIER ')'
               GO TO 5000-EDITER-CALENDRIER-FIN
           END-IF.

           MOVE 'BISSEXT ' TO WS-DU-FONCTION.
           COMPUTE WS-DU-DATE-1 = WS-ANNEE * 10000 + 0101.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           MOVE WS-DU-RESULTAT TO WS-BISSEXTILE.
           MOVE SPACES TO WS-CALENDRIER-RECORD.
           IF WS-BISSEXTILE = 1
               STRING 'CALENDRIER OUVRE ' WS-ANNEE
                   ' (ANNEE BISSEXTILE, ' WS-TOT-JOURS ' JOURS)'
                   DELIMITED BY SIZE INTO WS-CALENDRIER-RECORD
           ELSE
               STRING 'CALENDRIER OUVRE ' WS-ANNEE
                   ' (ANNEE NON BISSEXTILE, ' WS-TOT-JOURS ' JOURS)'
                   DELIMITED BY SIZE INTO WS-CALENDRIER-RECORD
           END-IF.
           WRITE WS-CALENDRIER-RECORD.
           MOVE SPACES TO WS-CALENDRIER-RECORD.
           WRITE WS-CALENDRIER-RECORD.
           MOVE '  MOIS      JOURS WEEK-END   FERIES   OUVRES'
               TO WS-CALENDRIER-RECORD.
           WRITE WS-CALENDRIER-RECORD.

           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               MOVE WS-NOM-MOIS(WS-M)   TO WS-LM-MOIS
               MOVE WS-CM-JOURS(WS-M)   TO WS-LM-JOURS
               MOVE WS-CM-WEEKEND(WS-M) TO WS-LM-WEEKEND
               MOVE WS-CM-FERIES(WS-M)  TO WS-LM-FERIES
               MOVE WS-CM-OUVRES(WS-M)  TO WS-LM-OUVRES
               MOVE WS-LIGNE-MOIS TO WS-CALENDRIER-RECORD
               WRITE WS-CALENDRIER-RECORD
           END-PERFORM.

           MOVE 'TOTAL'          TO WS-LM-MOIS.
           MOVE WS-TOT-JOURS     TO WS-LM-JOURS.
           MOVE WS-TOT-WEEKEND   TO WS-LM-WEEKEND.
           MOVE WS-TOT-FERIES    TO WS-LM-FERIES.
           MOVE WS-TOT-OUVRES    TO WS-LM-OUVRES.
           MOVE WS-LIGNE-MOIS TO WS-CALENDRIER-RECORD.
           WRITE WS-CALENDRIER-RECORD.

           MOVE SPACES TO WS-CALENDRIER-RECORD.
           WRITE WS-CALENDRIER-RECORD.
           MOVE 'JOURS FERIES DE L''ANNEE' TO WS-CALENDRIER-RECORD.
           WRITE WS-CALENDRIER-RECORD.
           IF WS-NB-LISTE = 0
               MOVE '  AUCUN FERIE AU CALENDRIER'
                   TO WS-CALENDRIER-RECORD
               WRITE WS-CALENDRIER-RECORD
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-LISTE
               MOVE WS-LS-DATE(WS-I) TO WS-DATE-COURANTE
               MOVE WS-COUR-JJ TO WS-LF-JJ
               MOVE WS-COUR-MM TO WS-LF-MM
               MOVE WS-NOM-JOUR(WS-LS-JOURSEM(WS-I)) TO WS-LF-JOUR
               MOVE WS-LS-LIBELLE(WS-I) TO WS-LF-LIBELLE
               IF WS-LS-JOURSEM(WS-I) > 5
                   MOVE '(WEEK-END)' TO WS-LF-REMARQUE
               ELSE
                   MOVE SPACES TO WS-LF-REMARQUE
               END-IF
               MOVE WS-LIGNE-FERIE TO WS-CALENDRIER-RECORD
               WRITE WS-CALENDRIER-RECORD
           END-PERFORM.
           CLOSE CALENDRIER-FILE.
       5000-EDITER-CALENDRIER-FIN. EXIT.

      * Classe WS-DATE-COURANTE : week-end, ferie en semaine ou jour
      * ouvre ; tout ferie rencontre entre dans la liste.
       5100-EXAMINER-JOUR.
           MOVE WS-COUR-MM TO WS-M.
           ADD 1 TO WS-CM-JOURS(WS-M) WS-TOT-JOURS.
           MOVE 'JOURSEM ' TO WS-DU-FONCTION.
           MOVE WS-DATE-COURANTE TO WS-DU-DATE-1.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           MOVE WS-DU-RESULTAT TO WS-JOUR-SEMAINE.

           MOVE 'OUVRE   ' TO WS-JF-FONCTION.
           MOVE WS-DATE-COURANTE TO WS-JF-DATE.
           MOVE 0 TO WS-JF-NOMBRE.
           CALL 'JOURFERIE' USING WS-JF-FONCTION WS-JF-DATE
               WS-JF-NOMBRE WS-JF-RESULTAT WS-JF-LIBELLE WS-JF-CODE.

           EVALUATE TRUE
               WHEN WS-JOUR-SEMAINE > 5
                   ADD 1 TO WS-CM-WEEKEND(WS-M) WS-TOT-WEEKEND
               WHEN WS-JF-RESULTAT = 0
                   ADD 1 TO WS-CM-FERIES(WS-M) WS-TOT-FERIES
               WHEN OTHER
                   ADD 1 TO WS-CM-OUVRES(WS-M) WS-TOT-OUVRES
           END-EVALUATE.

           IF WS-JF-LIBELLE NOT = SPACES AND WS-NB-LISTE < 30
               ADD 1 TO WS-NB-LISTE
               MOVE WS-DATE-COURANTE TO WS-LS-DATE(WS-NB-LISTE)
               MOVE WS-JOUR-SEMAINE TO WS-LS-JOURSEM(WS-NB-LISTE)
               MOVE WS-JF-LIBELLE TO WS-LS-LIBELLE(WS-NB-LISTE)
           END-IF.
       5100-EXAMINER-JOUR-FIN. EXIT.

       END PROGRAM calendrier-feries.
