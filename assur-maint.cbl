      * les fichiers indexes de production (READ/REWRITE/WRITE/DELETE
      * par cle WS-ID), la ou une simple correction d'adresse devait
      * auparavant attendre la prochaine reconstruction des fichiers.
      * A l'ajout d'une police, la date de naissance de l'assure est
      * demandee (facultative, controlee par DATEUTIL) : la fiche
      * police n'a pas de place pour elle, elle est donc ajoutee a
      * NAISSANCES-ASSURES.DAT avec le nom de l'assure et la cle de
      * la police, d'ou assur-clients.cbl la reporte dans le
      * referentiel clients.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WS-ASSUR-PART2-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER2.

           SELECT NAISSANCES-FILE ASSIGN TO 'naissances-assures.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-NAISSANCES.

       DATA DIVISION.
       FILE SECTION.
       FD ASSUR-PART1-FILE
               05 FILLER       PIC X(1).
               05 WS-DEVISE    PIC X(3).

       FD NAISSANCES-FILE
      * Une ligne par souscription dont la date de naissance est
      * connue : nom de l'assure, date AAAAMMJJ, cle de la police.
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD     IS WS-NAISSANCE-RECORD.
       01 WS-NAISSANCE-RECORD.
           05 WS-NAI-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(1).
           05 WS-NAI-DATE      PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-NAI-ID        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FICHIER  PIC X(02).
          88 STATUT-FICHIER-OK         VALUE '00'.
          88 STATUT-FICHIER2-NON-TROUVE VALUE '23'.
          88 STATUT-FICHIER2-DOUBLON    VALUE '22'.

       01 WS-STATUS-NAISSANCES PIC X(02).
          88 STATUT-NAISSANCES-OK       VALUE '00'.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-MAINT'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
      * PIC 9(9) par assur.cbl).
       01 WS-PRIX-NUM        PIC 9(9).

      * Date de naissance de l'assure saisie a l'ajout (a blanc si
      * inconnue) et zones d'appel de la routine partagee de calcul
      * de dates qui la controle.
       01 WS-NAISSANCE-SAISIE  PIC X(08).
       01 WS-DATEUTIL-FONCTION PIC X(08).
       01 WS-DATEUTIL-DATE-1   PIC 9(08).
       01 WS-DATEUTIL-DATE-2   PIC 9(08).
       01 WS-DATEUTIL-NOMBRE   PIC S9(07).
       01 WS-DATEUTIL-RESULTAT PIC S9(08).
       01 WS-DATEUTIL-CODE     PIC X(02).

      * Historique des changements de police : image avant capturee a
      * la relecture du dossier, et zones d'appel de la routine
      * partagee POLHIST (copybooks/POLHIST.cbl) alimentees avant
      * Ajout d'une police : saisie complete des champs puis WRITE
      * dans le fichier choisi par l'operateur. Une cle deja presente
      * (statut 22) est refusee, l'ajout ne doit jamais ecraser une
      * police existante. La date de naissance de l'assure, si elle
      * est donnee, est notee une fois la police ecrite.
      ******************************************************************
       2000-AJOUTER-POLICE.
           MOVE SPACES TO WS-POLICE-TRAVAIL.
           MOVE WS-PRIX-NUM TO WS-TRV-PRIX.
           DISPLAY 'Devise (3 caracteres) : ' WITH NO ADVANCING.
           ACCEPT WS-TRV-DEVISE.
           DISPLAY 'Date de naissance de l''assure (AAAAMMJJ, vide si '
               'inconnue) : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-NAISSANCE-SAISIE.
           ACCEPT WS-NAISSANCE-SAISIE.
           IF WS-NAISSANCE-SAISIE NOT = SPACES
               IF WS-NAISSANCE-SAISIE NOT NUMERIC
                   DISPLAY 'DATE DE NAISSANCE INVALIDE, AJOUT '
                       'ABANDONNE.'
                   GO TO 2000-AJOUTER-POLICE-FIN
               END-IF
               MOVE 'VALIDER ' TO WS-DATEUTIL-FONCTION
               MOVE WS-NAISSANCE-SAISIE TO WS-DATEUTIL-DATE-1
               CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
                   WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
                   WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
                   WS-DATEUTIL-CODE
               IF WS-DATEUTIL-CODE NOT = '00'
                   DISPLAY 'DATE DE NAISSANCE IMPOSSIBLE, AJOUT '
                       'ABANDONNE.'
                   GO TO 2000-AJOUTER-POLICE-FIN
               END-IF
           END-IF.

           IF WS-CHOIX-PART = '1'
               MOVE WS-POLICE-TRAVAIL TO WS-ASSUR-PART1-RECORD
                   MOVE WS-POLICE-TRAVAIL TO WS-HIST-IMAGE
                   PERFORM 8500-ECRIRE-HISTORIQUE
                   THRU    8500-ECRIRE-HISTORIQUE-FIN
                   PERFORM 2500-NOTER-NAISSANCE
                   THRU    2500-NOTER-NAISSANCE-FIN
               ELSE
                   IF STATUT-FICHIER-DOUBLON
                       DISPLAY 'CLE DEJA PRESENTE, AJOUT REFUSE.'
                   MOVE WS-POLICE-TRAVAIL TO WS-HIST-IMAGE
                   PERFORM 8500-ECRIRE-HISTORIQUE
                   THRU    8500-ECRIRE-HISTORIQUE-FIN
                   PERFORM 2500-NOTER-NAISSANCE
                   THRU    2500-NOTER-NAISSANCE-FIN
               ELSE
                   IF STATUT-FICHIER2-DOUBLON
                       DISPLAY 'CLE DEJA PRESENTE, AJOUT REFUSE.'
           END-IF.
       2000-AJOUTER-POLICE-FIN. EXIT.

      ******************************************************************
      * Ajoute la date de naissance saisie a NAISSANCES-ASSURES.DAT,
      * cree au premier ajout. Sans date saisie, rien n'est ecrit.
      ******************************************************************
       2500-NOTER-NAISSANCE.
           IF WS-NAISSANCE-SAISIE = SPACES
               GO TO 2500-NOTER-NAISSANCE-FIN
           END-IF.
           OPEN EXTEND NAISSANCES-FILE.
           IF NOT STATUT-NAISSANCES-OK
               OPEN OUTPUT NAISSANCES-FILE
           END-IF.
           IF NOT STATUT-NAISSANCES-OK
               DISPLAY 'ERREUR OUVERTURE NAISSANCES-ASSURES.DAT : '
                       WS-STATUS-NAISSANCES
               MOVE '2500-NOTER-NAISSANCE'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE NAISSANCES-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-NAISSANCES
                   WS-LOG-MESSAGE
               GO TO 2500-NOTER-NAISSANCE-FIN
           END-IF.
           MOVE SPACES              TO WS-NAISSANCE-RECORD.
           MOVE WS-TRV-NOM-ASS      TO WS-NAI-NOM-ASS.
           MOVE WS-NAISSANCE-SAISIE TO WS-NAI-DATE.
           MOVE WS-TRV-ID           TO WS-NAI-ID.
           WRITE WS-NAISSANCE-RECORD.
           CLOSE NAISSANCES-FILE.
       2500-NOTER-NAISSANCE-FIN. EXIT.

      ******************************************************************
      * Modification d'une police existante : la police est relue par
      * sa cle (PART1 puis PART2), chaque champ modifiable est
