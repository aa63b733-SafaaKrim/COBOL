      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Certificats numerotes de la base school :       *
      * certificat de scolarite de l'annee en cours, attestation       *
      * d'assiduite avec le total des absences, attestation de fin de  *
      * cycle reprenant moyennes et decisions de transcriptions.dat.   *
      * Chaque document recoit un numero sequentiel porte au registre  *
      * des documents delivres, qui sert aussi a leur verification.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. certificats.
       AUTHOR. K.SAFAA.

      * Le secretariat tapait les certificats a la main sans garder
      * trace de ce qui etait delivre. Le registre
      * registre-certificats.dat recoit une ligne par document emis
      * (numero, date, type, etudiant, nom, annee scolaire, EMIS) ;
      * le numero suivant est le plus grand du registre plus un.
      * L'annulation ajoute une ligne ANNULE portant le meme numero :
      * rien n'est reecrit ni renumerote, et la verification d'un
      * numero restitue l'emission puis l'eventuelle annulation.
      * L'annee scolaire en cours commence en septembre, comme pour
      * les voeux de grade-screen.cbl ; la classe vient de
      * STUDENT_CLASS (6EME sans ligne, comme promotion.cbl). Les
      * absences sont celles du fichier du bulletin input.dat
      * (fiches '03' rattachees a la fiche '01' de l'eleve), la base
      * ne les portant pas ; la fin de cycle reprend toutes les
      * lignes de l'eleve dans transcriptions.dat, retrouve par son
      * nom compresse comme dans rapprochement.cbl, et imprime
      * l'orientation retenue en fin de 3EME par promotion.cbl
      * (colonne ORIENTATION de STUDENT_CLASS, la plus recente
      * renseignee). Les documents imprimes s'ajoutent a
      * certificats.dat.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGISTRE
               ASSIGN TO 'registre-certificats.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

           SELECT F-CERTIF
               ASSIGN TO 'certificats.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CERTIF-STATUS.

           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT F-TRANSCRIT
               ASSIGN TO 'transcriptions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANSCRIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-REGISTRE.
       01  REC-F-REGISTRE.
           03 RG-NUMERO        PIC 9(06).
           03 FILLER           PIC X(01).
           03 RG-DATE          PIC 9(08).
           03 FILLER           PIC X(01).
           03 RG-TYPE          PIC X(10).
           03 FILLER           PIC X(01).
           03 RG-ETUDIANT      PIC 9(04).
           03 FILLER           PIC X(01).
           03 RG-NOM           PIC X(13).
           03 FILLER           PIC X(01).
           03 RG-ANNEE         PIC X(09).
           03 FILLER           PIC X(01).
           03 RG-ETAT          PIC X(06).

       FD  F-CERTIF.
       01  REC-F-CERTIF        PIC X(100).

       FD  F-INPUT
      * Meme dessin que le fichier lu par student/file.cbl ; seules
      * les fiches '01' et '03' servent ici.
           RECORD CONTAINS 2 TO 1000 CHARACTERS.
       01  REC-F-INPUT-2       PIC X(02).
       01  REC-STUDENT.
           03 R-S-KEY          PIC 9(02).
           03 R-S-LASTNAME     PIC X(07).
           03 R-S-FIRSTNAME    PIC X(06).
           03 R-S-AGE          PIC 9(02).
       01  REC-ABSENCE.
           03 R-A-KEY          PIC 9(02).
           03 R-A-DATE         PIC X(08).
           03 R-A-DEMI         PIC X(01).
           03 R-A-JUSTIFIEE    PIC X(01).

       FD  F-TRANSCRIT
           RECORD CONTAINS 61 CHARACTERS.
       01  REC-F-TRANSCRIT.
           03 TR-ANNEE         PIC X(09).
           03 FILLER           PIC X(01).
           03 TR-CLASSE        PIC X(20).
           03 FILLER           PIC X(01).
           03 TR-NOM           PIC X(13).
           03 FILLER           PIC X(01).
           03 TR-MOYENNE       PIC 99V99.
           03 FILLER           PIC X(01).
           03 TR-RANG          PIC 9(03).
           03 FILLER           PIC X(01).
           03 TR-DECISION      PIC X(07).

       WORKING-STORAGE SECTION.
       01  F-REGISTRE-STATUS   PIC X(02) VALUE SPACE.
           88 F-REGISTRE-STATUS-OK VALUE '00'.
           88 F-REGISTRE-STATUS-EOF VALUE '10'.
       01  F-CERTIF-STATUS     PIC X(02) VALUE SPACE.
           88 F-CERTIF-STATUS-OK VALUE '00'.
       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK VALUE '00'.
           88 F-INPUT-STATUS-EOF VALUE '10'.
       01  F-TRANSCRIT-STATUS  PIC X(02) VALUE SPACE.
           88 F-TRANSCRIT-STATUS-OK VALUE '00'.
           88 F-TRANSCRIT-STATUS-EOF VALUE '10'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME              PIC X(30) VALUE 'school'.
       01  USERNAME            PIC X(30) VALUE 'cobol'.
       01  PASSWD              PIC X(10) VALUE SPACES.

       01  SQL-S-ID            PIC 9(04).
       01  SQL-S-LASTNAME      PIC X(07).
       01  SQL-S-FIRSTNAME     PIC X(06).
       01  SQL-CLASSE          PIC X(20).
       01  SQL-ANNEE           PIC X(09).
       01  SQL-NB-TROUVES      PIC 9(04).
       01  SQL-ORIENTATION     PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-CHOIX-MENU       PIC X(01).
       01  WS-SAISIE           PIC X(20).
       01  WS-DATE-JOUR        PIC 9(08).
       01  WS-DATE-ED          PIC X(10).
       01  WS-ANNEE-DEB        PIC 9(04).
       01  WS-ANNEE-FIN        PIC 9(04).
       01  WS-NUMERO           PIC 9(06).
       01  WS-TYPE-DOC         PIC X(10).
       01  WS-TITRE-DOC        PIC X(40).
       01  WS-NOM-COMPRESSE    PIC X(13).
       01  WS-NOM-PART1        PIC X(13).
       01  WS-NOM-PART2        PIC X(13).
       01  WS-TR-COMPRESSE     PIC X(13).
       01  WS-ED-MOYENNE       PIC Z9,99.
       01  WS-ED-NB            PIC ZZ9.
       01  WS-ED-NB-2          PIC ZZ9.

      * Absences de l'eleve relevees dans input.dat.
       01  WS-ELEVE-TROUVE     PIC X(01).
           88 ELEVE-TROUVE     VALUE 'O'.
       01  WS-ELEVE-COURANT    PIC X(01).
           88 ELEVE-COURANT    VALUE 'O'.
       01  WS-NB-ABSENCES      PIC 9(03).
       01  WS-NB-JUSTIFIEES    PIC 9(03).
       01  WS-NB-NON-JUSTIF    PIC 9(03).

      * Lignes de transcriptions.dat de l'eleve, dans l'ordre du
      * fichier.
       01  WS-NB-CURSUS        PIC 9(02) VALUE 0.
       01  WS-I                PIC 9(02).
       01  WS-TAB-CURSUS.
           03 WS-CU-ENTREE OCCURS 20 TIMES.
              05 WS-CU-ANNEE       PIC X(09).
              05 WS-CU-CLASSE      PIC X(20).
              05 WS-CU-MOYENNE     PIC 99V99.
              05 WS-CU-DECISION    PIC X(07).

      * Verification d'un numero : emission et annulation.
       01  WS-EMISSION         PIC X(62).
       01  WS-ANNULATION       PIC X(62).
       01  WS-ETAT-TROUVE      PIC X(06).

       PROCEDURE DIVISION.
       1000-MAIN-START.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'Connexion base indisponible, SQLCODE ' SQLCODE
               STOP RUN
           END-IF.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-DEB.
           IF WS-DATE-JOUR(5:2) < '09'
               SUBTRACT 1 FROM WS-ANNEE-DEB
           END-IF.
           COMPUTE WS-ANNEE-FIN = WS-ANNEE-DEB + 1.
           MOVE SPACES TO SQL-ANNEE.
           STRING WS-ANNEE-DEB '-' WS-ANNEE-FIN
               DELIMITED BY SIZE INTO SQL-ANNEE.
           MOVE SPACES TO WS-DATE-ED.
           STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
               WS-DATE-JOUR(1:4) DELIMITED BY SIZE INTO WS-DATE-ED.

           PERFORM UNTIL WS-CHOIX-MENU = 'Q'
               DISPLAY SPACE
               DISPLAY 'CERTIFICATS ET ATTESTATIONS DE LA BASE SCHOOL'
               DISPLAY '1. Certificat de scolarite'
               DISPLAY '2. Attestation d''assiduite'
               DISPLAY '3. Attestation de fin de cycle'
               DISPLAY '4. Annuler un document'
               DISPLAY '5. Verifier un numero de document'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN '1'
                       PERFORM 3000-CERTIFICAT-SCOLARITE
                           THRU 3000-CERTIFICAT-SCOLARITE-END
                   WHEN '2'
                       PERFORM 4000-ATTESTATION-ASSIDUITE
                           THRU 4000-ATTESTATION-ASSIDUITE-END
                   WHEN '3'
                       PERFORM 5000-ATTESTATION-CYCLE
                           THRU 5000-ATTESTATION-CYCLE-END
                   WHEN '4'
                       PERFORM 6000-ANNULER-DOCUMENT
                           THRU 6000-ANNULER-DOCUMENT-END
                   WHEN '5'
                       PERFORM 7000-VERIFIER-DOCUMENT
                           THRU 7000-VERIFIER-DOCUMENT-END
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CHOIX INVALIDE, ESSAYEZ ENCORE.'
               END-EVALUATE
           END-PERFORM.

           EXEC SQL DISCONNECT ALL END-EXEC.
       1000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Identifiant saisi et nom de l'etudiant lu dans STUDENT ;
      * SQLCODE reste non nul si la saisie ou la recherche echoue.
      ******************************************************************
       2000-LIRE-ETUDIANT.
           MOVE 100 TO SQLCODE.
           DISPLAY 'Identifiant de l''etudiant : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAISIE)) NOT = 0
               DISPLAY 'IDENTIFIANT NON NUMERIQUE, SAISIE ABANDONNEE.'
               GO TO 2000-LIRE-ETUDIANT-END
           END-IF.
           COMPUTE SQL-S-ID = FUNCTION NUMVAL(WS-SAISIE).
           EXEC SQL
               SELECT LASTNAME, FIRSTNAME
               INTO :SQL-S-LASTNAME, :SQL-S-FIRSTNAME
               FROM STUDENT WHERE ID = :SQL-S-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ETUDIANT INTROUVABLE.'
               GO TO 2000-LIRE-ETUDIANT-END
           END-IF.
           MOVE SPACES TO WS-NOM-COMPRESSE.
           STRING FUNCTION TRIM(SQL-S-FIRSTNAME)
                  FUNCTION TRIM(SQL-S-LASTNAME)
               DELIMITED BY SIZE INTO WS-NOM-COMPRESSE.
       2000-LIRE-ETUDIANT-END.
           EXIT.

      ******************************************************************
      * Numero suivant : le plus grand numero du registre plus un,
      * les lignes d'annulation portant le numero du document annule.
      ******************************************************************
       2100-PROCHAIN-NUMERO.
           MOVE 0 TO WS-NUMERO.
           OPEN INPUT F-REGISTRE.
           IF F-REGISTRE-STATUS-OK
               PERFORM UNTIL F-REGISTRE-STATUS-EOF
                   READ F-REGISTRE
                   IF F-REGISTRE-STATUS-OK
                       IF RG-NUMERO NUMERIC AND RG-NUMERO > WS-NUMERO
                           MOVE RG-NUMERO TO WS-NUMERO
                       END-IF
                   ELSE
                       SET F-REGISTRE-STATUS-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE F-REGISTRE
           END-IF.
           ADD 1 TO WS-NUMERO.
       2100-PROCHAIN-NUMERO-END.
           EXIT.

      ******************************************************************
      * Ligne du registre pour le document WS-NUMERO de type
      * WS-TYPE-DOC, a l'etat donne dans RG-ETAT par l'appelant.
      ******************************************************************
       2200-ECRIRE-REGISTRE.
           OPEN EXTEND F-REGISTRE.
           IF NOT F-REGISTRE-STATUS-OK
               OPEN OUTPUT F-REGISTRE
           END-IF.
           IF NOT F-REGISTRE-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE REGISTRE-CERTIFICATS.DAT : '
                   F-REGISTRE-STATUS
               GO TO 2200-ECRIRE-REGISTRE-END
           END-IF.
           MOVE SPACES         TO REC-F-REGISTRE.
           MOVE WS-ETAT-TROUVE TO RG-ETAT.
           MOVE WS-NUMERO      TO RG-NUMERO.
           MOVE WS-DATE-JOUR   TO RG-DATE.
           MOVE WS-TYPE-DOC    TO RG-TYPE.
           MOVE SQL-S-ID       TO RG-ETUDIANT.
           MOVE WS-NOM-COMPRESSE TO RG-NOM.
           MOVE SQL-ANNEE      TO RG-ANNEE.
           WRITE REC-F-REGISTRE.
           CLOSE F-REGISTRE.
       2200-ECRIRE-REGISTRE-END.
           EXIT.

      ******************************************************************
      * Numerotation et en-tete commun des documents : numero attribue
      * et porte au registre, bandeau, titre et destinataire.
      ******************************************************************
       2300-OUVRIR-DOCUMENT.
           PERFORM 2100-PROCHAIN-NUMERO
               THRU 2100-PROCHAIN-NUMERO-END.
           MOVE 'EMIS' TO WS-ETAT-TROUVE.
           PERFORM 2200-ECRIRE-REGISTRE
               THRU 2200-ECRIRE-REGISTRE-END.

           OPEN EXTEND F-CERTIF.
           IF NOT F-CERTIF-STATUS-OK
               OPEN OUTPUT F-CERTIF
           END-IF.
           IF NOT F-CERTIF-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE CERTIFICATS.DAT : '
                   F-CERTIF-STATUS
               GO TO 2300-OUVRIR-DOCUMENT-END
           END-IF.
           MOVE ALL '=' TO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           MOVE SPACES TO REC-F-CERTIF.
           STRING FUNCTION TRIM(WS-TITRE-DOC) ' N. ' WS-NUMERO
               DELIMITED BY SIZE INTO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           MOVE SPACES TO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
       2300-OUVRIR-DOCUMENT-END.
           EXIT.

      ******************************************************************
      * Pied commun des documents et fermeture de certificats.dat.
      ******************************************************************
       2400-FERMER-DOCUMENT.
           IF NOT F-CERTIF-STATUS-OK
               GO TO 2400-FERMER-DOCUMENT-END
           END-IF.
           MOVE SPACES TO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           MOVE SPACES TO REC-F-CERTIF.
           STRING 'FAIT LE ' WS-DATE-ED ' POUR SERVIR ET VALOIR CE '
               'QUE DE DROIT.'
               DELIMITED BY SIZE INTO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           MOVE SPACES TO REC-F-CERTIF.
           STRING 'DOCUMENT VERIFIABLE AUPRES DU SECRETARIAT SOUS LE '
               'NUMERO ' WS-NUMERO '.'
               DELIMITED BY SIZE INTO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           CLOSE F-CERTIF.
           DISPLAY FUNCTION TRIM(WS-TITRE-DOC) ' N. ' WS-NUMERO
               ' EMIS - VOIR certificats.dat'.
       2400-FERMER-DOCUMENT-END.
           EXIT.

      ******************************************************************
      * Certificat de scolarite de l'annee en cours : refuse pour un
      * etudiant parti ou sorti de l'etablissement.
      ******************************************************************
       3000-CERTIFICAT-SCOLARITE.
           PERFORM 2000-LIRE-ETUDIANT
               THRU 2000-LIRE-ETUDIANT-END.
           IF SQLCODE NOT = 0
               GO TO 3000-CERTIFICAT-SCOLARITE-END
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NB-TROUVES
               FROM STUDENT_CLASS
               WHERE STUDENT_ID = :SQL-S-ID
               AND SCHOOL_YEAR = :SQL-ANNEE
               AND (STATUS = 'PARTI' OR CLASS_LABEL = 'SORTIE')
           END-EXEC.
           IF SQLCODE = 0 AND SQL-NB-TROUVES > 0
               DISPLAY 'ETUDIANT NON INSCRIT POUR L''ANNEE ' SQL-ANNEE
                   ', AUCUN CERTIFICAT.'
               GO TO 3000-CERTIFICAT-SCOLARITE-END
           END-IF.
           EXEC SQL
               SELECT COALESCE(MAX(CLASS_LABEL), '6EME')
               INTO :SQL-CLASSE
               FROM STUDENT_CLASS
               WHERE STUDENT_ID = :SQL-S-ID
               AND SCHOOL_YEAR = :SQL-ANNEE
           END-EXEC.

           MOVE 'SCOLARITE' TO WS-TYPE-DOC.
           MOVE 'CERTIFICAT DE SCOLARITE' TO WS-TITRE-DOC.
           PERFORM 2300-OUVRIR-DOCUMENT
               THRU 2300-OUVRIR-DOCUMENT-END.
           IF NOT F-CERTIF-STATUS-OK
               GO TO 3000-CERTIFICAT-SCOLARITE-END
           END-IF.
           MOVE SPACES TO REC-F-CERTIF.
           STRING 'LE CHEF D''ETABLISSEMENT CERTIFIE QUE '
               FUNCTION TRIM(SQL-S-FIRSTNAME) ' '
               FUNCTION TRIM(SQL-S-LASTNAME)
               ' (IDENTIFIANT ' SQL-S-ID ')'
               DELIMITED BY SIZE INTO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           MOVE SPACES TO REC-F-CERTIF.
           STRING 'EST INSCRIT(E) EN CLASSE DE '
               FUNCTION TRIM(SQL-CLASSE)
               ' POUR L''ANNEE SCOLAIRE ' SQL-ANNEE '.'
               DELIMITED BY SIZE INTO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           PERFORM 2400-FERMER-DOCUMENT
               THRU 2400-FERMER-DOCUMENT-END.
       3000-CERTIFICAT-SCOLARITE-END.
           EXIT.

      ******************************************************************
      * Attestation d'assiduite : demi-journees d'absence de l'eleve
      * relevees dans input.dat, justifiees et non justifiees.
      ******************************************************************
       4000-ATTESTATION-ASSIDUITE.
           PERFORM 2000-LIRE-ETUDIANT
               THRU 2000-LIRE-ETUDIANT-END.
           IF SQLCODE NOT = 0
               GO TO 4000-ATTESTATION-ASSIDUITE-END
           END-IF.

           MOVE 'N' TO WS-ELEVE-TROUVE WS-ELEVE-COURANT.
           MOVE 0 TO WS-NB-ABSENCES WS-NB-JUSTIFIEES WS-NB-NON-JUSTIF.
           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE INPUT.DAT : ' F-INPUT-STATUS
                   ', AUCUNE ATTESTATION.'
               GO TO 4000-ATTESTATION-ASSIDUITE-END
           END-IF.
           PERFORM UNTIL F-INPUT-STATUS-EOF
               READ F-INPUT
               IF F-INPUT-STATUS-OK
                   EVALUATE REC-F-INPUT-2
                       WHEN '01'
                           IF R-S-LASTNAME = SQL-S-LASTNAME
                               AND R-S-FIRSTNAME = SQL-S-FIRSTNAME
                               MOVE 'O' TO WS-ELEVE-TROUVE
                                           WS-ELEVE-COURANT
                           ELSE
                               MOVE 'N' TO WS-ELEVE-COURANT
                           END-IF
                       WHEN '03'
                           IF ELEVE-COURANT
                               ADD 1 TO WS-NB-ABSENCES
                               IF R-A-JUSTIFIEE = 'O'
                                   ADD 1 TO WS-NB-JUSTIFIEES
                               ELSE
                                   ADD 1 TO WS-NB-NON-JUSTIF
                               END-IF
                           END-IF
                   END-EVALUATE
               ELSE
                   SET F-INPUT-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-INPUT.
           IF NOT ELEVE-TROUVE
               DISPLAY 'ETUDIANT ABSENT DU FICHIER DU BULLETIN, AUCUNE '
                   'ATTESTATION.'
               GO TO 4000-ATTESTATION-ASSIDUITE-END
           END-IF.

           MOVE 'ASSIDUITE' TO WS-TYPE-DOC.
           MOVE 'ATTESTATION D''ASSIDUITE' TO WS-TITRE-DOC.
           PERFORM 2300-OUVRIR-DOCUMENT
               THRU 2300-OUVRIR-DOCUMENT-END.
           IF NOT F-CERTIF-STATUS-OK
               GO TO 4000-ATTESTATION-ASSIDUITE-END
           END-IF.
           MOVE SPACES TO REC-F-CERTIF.
           STRING 'LE CHEF D''ETABLISSEMENT ATTESTE QUE '
               FUNCTION TRIM(SQL-S-FIRSTNAME) ' '
               FUNCTION TRIM(SQL-S-LASTNAME)
               ' (IDENTIFIANT ' SQL-S-ID ')'
               DELIMITED BY SIZE INTO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           MOVE SPACES TO REC-F-CERTIF.
           MOVE WS-NB-ABSENCES TO WS-ED-NB.
           STRING 'TOTALISE ' WS-ED-NB ' DEMI-JOURNEE(S) D''ABSENCE '
               'POUR L''ANNEE SCOLAIRE ' SQL-ANNEE ','
               DELIMITED BY SIZE INTO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           MOVE SPACES TO REC-F-CERTIF.
           MOVE WS-NB-JUSTIFIEES TO WS-ED-NB.
           MOVE WS-NB-NON-JUSTIF TO WS-ED-NB-2.
           STRING 'DONT ' WS-ED-NB ' JUSTIFIEE(S) ET '
               WS-ED-NB-2 ' NON JUSTIFIEE(S).'
               DELIMITED BY SIZE INTO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           PERFORM 2400-FERMER-DOCUMENT
               THRU 2400-FERMER-DOCUMENT-END.
       4000-ATTESTATION-ASSIDUITE-END.
           EXIT.

      ******************************************************************
      * Attestation de fin de cycle : chaque annee archivee dans
      * transcriptions.dat avec sa classe, sa moyenne finale et sa
      * decision, puis l'orientation decidee en fin de 3EME si
      * promotion.cbl en a porte une. Sans ligne archivee, aucun
      * document n'est emis.
      ******************************************************************
       5000-ATTESTATION-CYCLE.
           PERFORM 2000-LIRE-ETUDIANT
               THRU 2000-LIRE-ETUDIANT-END.
           IF SQLCODE NOT = 0
               GO TO 5000-ATTESTATION-CYCLE-END
           END-IF.

           MOVE 0 TO WS-NB-CURSUS.
           OPEN INPUT F-TRANSCRIT.
           IF NOT F-TRANSCRIT-STATUS-OK
               DISPLAY 'ERREUR OUVERTURE TRANSCRIPTIONS.DAT : '
                   F-TRANSCRIT-STATUS ', AUCUNE ATTESTATION.'
               GO TO 5000-ATTESTATION-CYCLE-END
           END-IF.
           PERFORM UNTIL F-TRANSCRIT-STATUS-EOF
               READ F-TRANSCRIT
               IF F-TRANSCRIT-STATUS-OK
                   MOVE SPACES TO WS-NOM-PART1 WS-NOM-PART2
                   UNSTRING TR-NOM DELIMITED BY ALL SPACE
                       INTO WS-NOM-PART1 WS-NOM-PART2
                   END-UNSTRING
                   MOVE SPACES TO WS-TR-COMPRESSE
                   STRING FUNCTION TRIM(WS-NOM-PART1)
                          FUNCTION TRIM(WS-NOM-PART2)
                       DELIMITED BY SIZE INTO WS-TR-COMPRESSE
                   IF WS-TR-COMPRESSE = WS-NOM-COMPRESSE
                       IF WS-NB-CURSUS < 20
                           ADD 1 TO WS-NB-CURSUS
                           MOVE TR-ANNEE
                               TO WS-CU-ANNEE (WS-NB-CURSUS)
                           MOVE TR-CLASSE
                               TO WS-CU-CLASSE (WS-NB-CURSUS)
                           MOVE TR-MOYENNE
                               TO WS-CU-MOYENNE (WS-NB-CURSUS)
                           MOVE TR-DECISION
                               TO WS-CU-DECISION (WS-NB-CURSUS)
                       END-IF
                   END-IF
               ELSE
                   SET F-TRANSCRIT-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-TRANSCRIT.
           IF WS-NB-CURSUS = 0
               DISPLAY 'AUCUN RESULTAT ARCHIVE POUR CET ETUDIANT, '
                   'AUCUNE ATTESTATION.'
               GO TO 5000-ATTESTATION-CYCLE-END
           END-IF.

           MOVE 'FIN-CYCLE' TO WS-TYPE-DOC.
           MOVE 'ATTESTATION DE FIN DE CYCLE' TO WS-TITRE-DOC.
           PERFORM 2300-OUVRIR-DOCUMENT
               THRU 2300-OUVRIR-DOCUMENT-END.
           IF NOT F-CERTIF-STATUS-OK
               GO TO 5000-ATTESTATION-CYCLE-END
           END-IF.
           MOVE SPACES TO REC-F-CERTIF.
           STRING 'LE CHEF D''ETABLISSEMENT ATTESTE LE PARCOURS DE '
               FUNCTION TRIM(SQL-S-FIRSTNAME) ' '
               FUNCTION TRIM(SQL-S-LASTNAME)
               ' (IDENTIFIANT ' SQL-S-ID ') :'
               DELIMITED BY SIZE INTO REC-F-CERTIF.
           WRITE REC-F-CERTIF.
           MOVE SPACES TO REC-F-CERTIF.
           MOVE 'ANNEE'            TO REC-F-CERTIF(3:5).
           MOVE 'CLASSE'           TO REC-F-CERTIF(14:6).
           MOVE 'MOYENNE FINALE'   TO REC-F-CERTIF(36:14).
           MOVE 'DECISION'         TO REC-F-CERTIF(52:8).
           WRITE REC-F-CERTIF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CURSUS
               MOVE SPACES TO REC-F-CERTIF
               MOVE WS-CU-ANNEE (WS-I)    TO REC-F-CERTIF(3:9)
               MOVE WS-CU-CLASSE (WS-I)   TO REC-F-CERTIF(14:20)
               MOVE WS-CU-MOYENNE (WS-I)  TO WS-ED-MOYENNE
               MOVE WS-ED-MOYENNE         TO REC-F-CERTIF(41:5)
               MOVE WS-CU-DECISION (WS-I) TO REC-F-CERTIF(52:7)
               WRITE REC-F-CERTIF
           END-PERFORM.

           MOVE SPACES TO SQL-ORIENTATION.
           EXEC SQL
               SELECT COALESCE(MAX(ORIENTATION), ' ')
               INTO :SQL-ORIENTATION
               FROM STUDENT_CLASS
               WHERE STUDENT_ID = :SQL-S-ID
               AND SCHOOL_YEAR =
                   (SELECT MAX(SCHOOL_YEAR) FROM STUDENT_CLASS
                    WHERE STUDENT_ID = :SQL-S-ID
                    AND ORIENTATION IS NOT NULL
                    AND ORIENTATION <> ' ')
           END-EXEC.
           IF SQLCODE = 0 AND SQL-ORIENTATION NOT = SPACES
               MOVE SPACES TO REC-F-CERTIF
               WRITE REC-F-CERTIF
               MOVE SPACES TO REC-F-CERTIF
               STRING 'ORIENTATION RETENUE EN FIN DE 3EME : '
                   FUNCTION TRIM(SQL-ORIENTATION)
                   DELIMITED BY SIZE INTO REC-F-CERTIF
               WRITE REC-F-CERTIF
           END-IF.
           PERFORM 2400-FERMER-DOCUMENT
               THRU 2400-FERMER-DOCUMENT-END.
       5000-ATTESTATION-CYCLE-END.
           EXIT.

      ******************************************************************
      * Annulation : le document doit avoir ete emis et ne pas etre
      * deja annule ; une ligne ANNULE au meme numero est ajoutee au
      * registre, le numero n'etant jamais reattribue.
      ******************************************************************
       6000-ANNULER-DOCUMENT.
           PERFORM 7100-CHERCHER-NUMERO
               THRU 7100-CHERCHER-NUMERO-END.
           IF WS-EMISSION = SPACES
               DISPLAY 'NUMERO ABSENT DU REGISTRE.'
               GO TO 6000-ANNULER-DOCUMENT-END
           END-IF.
           IF WS-ANNULATION NOT = SPACES
               DISPLAY 'DOCUMENT DEJA ANNULE.'
               GO TO 6000-ANNULER-DOCUMENT-END
           END-IF.
           MOVE WS-EMISSION TO REC-F-REGISTRE.
           MOVE RG-TYPE     TO WS-TYPE-DOC.
           MOVE RG-ETUDIANT TO SQL-S-ID.
           MOVE RG-NOM      TO WS-NOM-COMPRESSE.
           MOVE RG-ANNEE    TO SQL-ANNEE.
           MOVE 'ANNULE' TO WS-ETAT-TROUVE.
           PERFORM 2200-ECRIRE-REGISTRE
               THRU 2200-ECRIRE-REGISTRE-END.
           DISPLAY 'DOCUMENT ' WS-NUMERO ' ANNULE.'.
      * L'annee scolaire en cours est retablie pour la suite.
           MOVE SPACES TO SQL-ANNEE.
           STRING WS-ANNEE-DEB '-' WS-ANNEE-FIN
               DELIMITED BY SIZE INTO SQL-ANNEE.
       6000-ANNULER-DOCUMENT-END.
           EXIT.

      ******************************************************************
      * Verification d'un numero presente par un autre etablissement.
      ******************************************************************
       7000-VERIFIER-DOCUMENT.
           PERFORM 7100-CHERCHER-NUMERO
               THRU 7100-CHERCHER-NUMERO-END.
           IF WS-EMISSION = SPACES
               DISPLAY 'NUMERO ABSENT DU REGISTRE : DOCUMENT NON '
                   'DELIVRE PAR L''ETABLISSEMENT.'
               GO TO 7000-VERIFIER-DOCUMENT-END
           END-IF.
           MOVE WS-EMISSION TO REC-F-REGISTRE.
           DISPLAY 'DOCUMENT ' RG-NUMERO ' : ' FUNCTION TRIM(RG-TYPE)
               ' EMIS LE ' RG-DATE(7:2) '/' RG-DATE(5:2) '/'
               RG-DATE(1:4).
           DISPLAY '  ETUDIANT ' RG-ETUDIANT ' ' FUNCTION TRIM(RG-NOM)
               ' - ANNEE SCOLAIRE ' RG-ANNEE.
           IF WS-ANNULATION = SPACES
               DISPLAY '  DOCUMENT VALIDE.'
           ELSE
               MOVE WS-ANNULATION TO REC-F-REGISTRE
               DISPLAY '  *** DOCUMENT ANNULE LE ' RG-DATE(7:2) '/'
                   RG-DATE(5:2) '/' RG-DATE(1:4) ' ***'
           END-IF.
       7000-VERIFIER-DOCUMENT-END.
           EXIT.

      ******************************************************************
      * Numero saisi et lignes correspondantes du registre : la ligne
      * d'emission dans WS-EMISSION, celle d'annulation dans
      * WS-ANNULATION (a blanc si absentes).
      ******************************************************************
       7100-CHERCHER-NUMERO.
           MOVE SPACES TO WS-EMISSION WS-ANNULATION.
           DISPLAY 'Numero du document : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAISIE)) NOT = 0
               DISPLAY 'NUMERO NON NUMERIQUE.'
               GO TO 7100-CHERCHER-NUMERO-END
           END-IF.
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-SAISIE).
           OPEN INPUT F-REGISTRE.
           IF NOT F-REGISTRE-STATUS-OK
               GO TO 7100-CHERCHER-NUMERO-END
           END-IF.
           PERFORM UNTIL F-REGISTRE-STATUS-EOF
               READ F-REGISTRE
               IF F-REGISTRE-STATUS-OK
                   IF RG-NUMERO = WS-NUMERO
                       IF RG-ETAT = 'ANNULE'
                           MOVE REC-F-REGISTRE TO WS-ANNULATION
                       ELSE
                           MOVE REC-F-REGISTRE TO WS-EMISSION
                       END-IF
                   END-IF
               ELSE
                   SET F-REGISTRE-STATUS-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-REGISTRE.
       7100-CHERCHER-NUMERO-END.
           EXIT.

       END PROGRAM certificats.
