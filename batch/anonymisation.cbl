      ******************************************************************
      * Programme : anonymisation
      * Description : Copie anonymisee des fichiers de production pour
      *   l'environnement de test. Les fichiers sont recopies dans le
      *   repertoire de test (ANONYM_REPERTOIRE, copie-test a defaut)
      *   sous leur nom et leur organisation d'origine, les champs
      *   personnels remplaces par des valeurs fictives :
      *     assurances-part1.dat / part2.dat : nom de l'assure ;
      *     clients-assur.dat                : nom de l'assure ;
      *     sinistres-assur.dat              : recopie telle quelle
      *                                        (aucun champ personnel) ;
      *     reglements-sinistres.dat         : beneficiaire et IBAN ;
      *     student/input.dat (bulletin)     : nom et prenom de
      *                                        l'eleve (fiche 01), nom
      *                                        et adresse du tuteur
      *                                        (fiche 05).
      *   Les valeurs fictives viennent de la routine partagee PSEUDO
      *   avec la cle secrete PSEUDO_CLE (parametre d'exploitation ou
      *   variable d'environnement, sans defaut : le passage est
      *   refuse sans elle). La meme personne porte donc le meme nom
      *   fictif dans tous les fichiers, et dans les bases copiees par
      *   citoyens/people-anonymisation.cob lance avec la meme cle :
      *   les rapprochements entre fichiers (polices et referentiel
      *   clients, croisement avec la mutuelle) restent possibles.
      *   Cles, montants, dates et statuts ne sont pas touches.
      *   Preuve : chaque valeur personnelle d'origine (chaque mot de
      *   trois lettres au moins pour les noms, la valeur entiere
      *   pour les adresses et les IBAN) est retenue pendant la copie,
      *   puis les fichiers copies sont relus et chaque champ masque
      *   y est recherche. Le rapport rapport-anonymisation.rpt donne
      *   fichier par fichier les enregistrements copies, les champs
      *   masques et les valeurs d'origine retrouvees (position
      *   seulement, jamais la valeur), puis sa conclusion. Une valeur
      *   retrouvee, un fichier en erreur ou une table des valeurs
      *   saturee rendent le passage RESIDUS ou INCOMPLET (code
      *   retour 1) : la copie ne doit pas etre diffusee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. anonymisation.
       AUTHOR. K.SAFAA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Polices (part1 puis part2), de production puis copiees.
           SELECT POLICE-ENTREE-FILE ASSIGN DYNAMIC WS-CHEMIN-ENTREE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-PEN-ID
           ALTERNATE RECORD KEY IS WS-PEN-NOM-ASS WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-ENTREE.

           SELECT POLICE-SORTIE-FILE ASSIGN DYNAMIC WS-CHEMIN-SORTIE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-PSO-ID
           ALTERNATE RECORD KEY IS WS-PSO-NOM-ASS WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-SORTIE.

           SELECT SINISTRE-ENTREE-FILE ASSIGN DYNAMIC WS-CHEMIN-ENTREE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-SEN-NUMERO
           ALTERNATE RECORD KEY IS WS-SEN-ID-POLICE WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-ENTREE.

           SELECT SINISTRE-SORTIE-FILE ASSIGN DYNAMIC WS-CHEMIN-SORTIE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-SSO-NUMERO
           ALTERNATE RECORD KEY IS WS-SSO-ID-POLICE WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-SORTIE.

           SELECT REGLEMENT-ENTREE-FILE ASSIGN DYNAMIC WS-CHEMIN-ENTREE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-REN-CLE
           FILE STATUS  IS WS-STATUS-ENTREE.

           SELECT REGLEMENT-SORTIE-FILE ASSIGN DYNAMIC WS-CHEMIN-SORTIE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY   IS WS-RSO-CLE
           FILE STATUS  IS WS-STATUS-SORTIE.

      * Fichiers sequentiels ligne (clients, bulletin).
           SELECT LIGNE-ENTREE-FILE ASSIGN DYNAMIC WS-CHEMIN-ENTREE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-ENTREE.

           SELECT LIGNE-SORTIE-FILE ASSIGN DYNAMIC WS-CHEMIN-SORTIE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-SORTIE.

           SELECT RAPPORT-FILE ASSIGN TO 'rapport-anonymisation.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD POLICE-ENTREE-FILE
      * Meme dessin que les polices de assur-mouvements.cbl.
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-POLICE-ENTREE-RECORD.
       01 WS-POLICE-ENTREE-RECORD.
           05 WS-PEN-ID        PIC X(8).
           05 FILLER           PIC X(31).
           05 WS-PEN-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(41).

       FD POLICE-SORTIE-FILE
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-POLICE-SORTIE-RECORD.
       01 WS-POLICE-SORTIE-RECORD.
           05 WS-PSO-ID        PIC X(8).
           05 FILLER           PIC X(31).
           05 WS-PSO-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(41).

       FD SINISTRE-ENTREE-FILE
      * Meme dessin que les sinistres de assur-sinistres.cbl.
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-SINISTRE-ENTREE-RECORD.
       01 WS-SINISTRE-ENTREE-RECORD.
           05 WS-SEN-NUMERO    PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-SEN-ID-POLICE PIC X(8).
           05 FILLER           PIC X(61).

       FD SINISTRE-SORTIE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-SINISTRE-SORTIE-RECORD.
       01 WS-SINISTRE-SORTIE-RECORD.
           05 WS-SSO-NUMERO    PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-SSO-ID-POLICE PIC X(8).
           05 FILLER           PIC X(61).

       FD REGLEMENT-ENTREE-FILE
      * Meme dessin que les reglements de assur-sinistres.cbl.
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD     IS WS-REGLEMENT-ENTREE-RECORD.
       01 WS-REGLEMENT-ENTREE-RECORD.
           05 WS-REN-CLE       PIC X(13).
           05 FILLER           PIC X(42).
           05 WS-REN-BENEF     PIC X(30).
           05 FILLER           PIC X(1).
           05 WS-REN-IBAN      PIC X(34).
           05 FILLER           PIC X(20).

       FD REGLEMENT-SORTIE-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD     IS WS-REGLEMENT-SORTIE-RECORD.
       01 WS-REGLEMENT-SORTIE-RECORD.
           05 WS-RSO-CLE       PIC X(13).
           05 FILLER           PIC X(42).
           05 WS-RSO-BENEF     PIC X(30).
           05 FILLER           PIC X(1).
           05 WS-RSO-IBAN      PIC X(34).
           05 FILLER           PIC X(20).

       FD LIGNE-ENTREE-FILE
           RECORD CONTAINS 1000 CHARACTERS
           DATA RECORD     IS WS-LIGNE-ENTREE-RECORD.
       01 WS-LIGNE-ENTREE-RECORD PIC X(1000).

       FD LIGNE-SORTIE-FILE
           RECORD CONTAINS 1000 CHARACTERS
           DATA RECORD     IS WS-LIGNE-SORTIE-RECORD.
       01 WS-LIGNE-SORTIE-RECORD PIC X(1000).

       FD RAPPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
      * Le statut '02' (cle alternative en double) vaut lecture ou
      * ecriture reussie sur les polices et les sinistres.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-ENTREE==
                     ==FSTAT-OK==    BY ==STATUT-ENTREE-OK==.
           88 STATUT-ENTREE-LU     VALUES '00' '02'.
           88 STATUT-ENTREE-FIN    VALUE '10'.
           88 STATUT-ENTREE-ABSENT VALUE '35'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-SORTIE==
                     ==FSTAT-OK==    BY ==STATUT-SORTIE-OK==.
           88 STATUT-SORTIE-LU     VALUES '00' '02'.
           88 STATUT-SORTIE-FIN    VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ANONYMISATION'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'ANONYMISATION'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01 WS-PARAM-CLE       PIC X(20).
       01 WS-PARAM-VALEUR    PIC X(20).
       01 WS-PARAM-CODE      PIC X(02).

      * Zones d'appel de la routine partagee PSEUDO.
       01 WS-PSEUDO-TYPE     PIC X(08).
       01 WS-PSEUDO-CLE      PIC X(20).
       01 WS-PSEUDO-ENTREE   PIC X(80).
       01 WS-PSEUDO-SORTIE   PIC X(80).
       01 WS-PSEUDO-CODE     PIC X(02).

       01 WS-REPERTOIRE      PIC X(20).
       01 WS-CHEMIN-ENTREE   PIC X(80).
       01 WS-CHEMIN-SORTIE   PIC X(80).
       01 WS-COMMANDE        PIC X(120).
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-DATE-EDITEE     PIC X(10).

      * Fichiers copies, dans l'ordre du rapport.
       01 WS-NB-FICHIERS     PIC 9(02) VALUE 6.
       01 WS-NOMS-FICHIERS-VAL.
          05 FILLER PIC X(30) VALUE 'assurances-part1.dat'.
          05 FILLER PIC X(30) VALUE 'assurances-part2.dat'.
          05 FILLER PIC X(30) VALUE 'clients-assur.dat'.
          05 FILLER PIC X(30) VALUE 'sinistres-assur.dat'.
          05 FILLER PIC X(30) VALUE 'reglements-sinistres.dat'.
          05 FILLER PIC X(30) VALUE 'student/input.dat'.
       01 WS-NOMS-FICHIERS REDEFINES WS-NOMS-FICHIERS-VAL.
          05 WS-NOM-FICHIER  PIC X(30) OCCURS 6 TIMES.
      * Nom de la copie dans le repertoire de test.
       01 WS-NOMS-COPIES-VAL.
          05 FILLER PIC X(30) VALUE 'assurances-part1.dat'.
          05 FILLER PIC X(30) VALUE 'assurances-part2.dat'.
          05 FILLER PIC X(30) VALUE 'clients-assur.dat'.
          05 FILLER PIC X(30) VALUE 'sinistres-assur.dat'.
          05 FILLER PIC X(30) VALUE 'reglements-sinistres.dat'.
          05 FILLER PIC X(30) VALUE 'input.dat'.
       01 WS-NOMS-COPIES REDEFINES WS-NOMS-COPIES-VAL.
          05 WS-NOM-COPIE    PIC X(30) OCCURS 6 TIMES.

       01 WS-TAB-FICHIERS.
          05 WS-FIC-ENTREE OCCURS 6 TIMES.
             10 WS-FIC-LUS          PIC 9(07).
             10 WS-FIC-ECRITS       PIC 9(07).
             10 WS-FIC-MASQUES      PIC 9(07).
             10 WS-FIC-CONTROLES    PIC 9(07).
             10 WS-FIC-RESIDUS      PIC 9(07).
             10 WS-FIC-ETAT         PIC X(10).
       01 WS-F               PIC 9(02).

      * Valeurs personnelles d'origine retenues pour la preuve. Une
      * table pleine rend la preuve INCOMPLETE plutot que de laisser
      * passer une valeur non controlee.
       01 WS-MAX-VALEURS     PIC 9(05) VALUE 10000.
       01 WS-NB-VALEURS      PIC 9(05) VALUE 0.
       01 WS-VALEURS-SATUREES PIC X(01) VALUE 'N'.
       01 WS-TAB-VALEURS.
          05 WS-VAL-ORIGINE  PIC X(40) OCCURS 10000 TIMES.
       01 WS-VALEUR-CHERCHEE PIC X(40).
       01 WS-VALEUR-RANG     PIC 9(05).
       01 WS-K               PIC 9(05).

      * Decoupage d'un champ en valeurs controlees (mots d'un nom ou
      * valeur entiere), pour les noter ou pour les rechercher.
       01 WS-CHAMP-TYPE      PIC X(08).
       01 WS-CHAMP-VALEUR    PIC X(80).
       01 WS-CHAMP-LIBELLE   PIC X(20).
       01 WS-MODE-VALEUR     PIC X(01).
          88 WS-MODE-NOTER      VALUE 'N'.
          88 WS-MODE-CONTROLER  VALUE 'C'.
       01 WS-MOT             PIC X(40).
       01 WS-LONG-MOT        PIC 9(03).
       01 WS-I               PIC 9(03).
       01 WS-CAR             PIC X(01).
       01 WS-RESIDU-CHAMP    PIC X(01).

      * Ligne du bulletin en cours.
       01 WS-BUL-LIGNE       PIC X(1000).

       01 WS-NO-ENREG        PIC 9(07).
       01 WS-NB-ED           PIC Z(6)9.
       01 WS-NB-ED-2         PIC Z(6)9.
       01 WS-NB-ED-3         PIC Z(6)9.
       01 WS-DETAIL-MAX      PIC 9(03) VALUE 20.
       01 WS-NB-DETAILS      PIC 9(05) VALUE 0.
       01 WS-TOTAL-LUS       PIC 9(07) VALUE 0.
       01 WS-TOTAL-MASQUES   PIC 9(07) VALUE 0.
       01 WS-TOTAL-RESIDUS   PIC 9(07) VALUE 0.
       01 WS-NB-INCOMPLETS   PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DATE-JOUR(1:4) '-' WS-DATE-JOUR(5:2)
               '-' WS-DATE-JOUR(7:2)
               DELIMITED BY SIZE INTO WS-DATE-EDITEE.

           PERFORM 1000-INITIALISER
           THRU    1000-INITIALISER-FIN.

           PERFORM 2000-COPIER-POLICES
           THRU    2000-COPIER-POLICES-FIN.
           PERFORM 2200-COPIER-CLIENTS
           THRU    2200-COPIER-CLIENTS-FIN.
           PERFORM 2300-COPIER-SINISTRES
           THRU    2300-COPIER-SINISTRES-FIN.
           PERFORM 2400-COPIER-REGLEMENTS
           THRU    2400-COPIER-REGLEMENTS-FIN.
           PERFORM 2500-COPIER-BULLETIN
           THRU    2500-COPIER-BULLETIN-FIN.

           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE 'PREUVE : VALEURS D''ORIGINE RECHERCHEES DANS LA COPIE'
               TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           PERFORM 3000-VERIFIER-POLICES
           THRU    3000-VERIFIER-POLICES-FIN.
           PERFORM 3200-VERIFIER-CLIENTS
           THRU    3200-VERIFIER-CLIENTS-FIN.
           PERFORM 3400-VERIFIER-REGLEMENTS
           THRU    3400-VERIFIER-REGLEMENTS-FIN.
           PERFORM 3500-VERIFIER-BULLETIN
           THRU    3500-VERIFIER-BULLETIN-FIN.

           PERFORM 8000-ECRIRE-SYNTHESE
           THRU    8000-ECRIRE-SYNTHESE-FIN.
           CLOSE RAPPORT-FILE.

           DISPLAY 'ENREGISTREMENTS COPIES : ' WS-TOTAL-LUS.
           DISPLAY 'CHAMPS MASQUES         : ' WS-TOTAL-MASQUES.
           DISPLAY 'VALEURS RETROUVEES     : ' WS-TOTAL-RESIDUS.

           MOVE 'ANONYMISATION' TO WS-RUNCTL-PROGRAMME.
           MOVE WS-TOTAL-MASQUES TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-TOTAL-LUS TO WS-RUNCTL-COMPTEUR-2.
           EVALUATE TRUE
               WHEN WS-TOTAL-RESIDUS > ZERO
                   MOVE 'RESIDUS' TO WS-RUNCTL-STATUT
               WHEN WS-NB-INCOMPLETS > ZERO
                   OR WS-VALEURS-SATUREES = 'O'
                   MOVE 'INCOMPLET' TO WS-RUNCTL-STATUT
               WHEN OTHER
                   MOVE 'OK' TO WS-RUNCTL-STATUT
           END-EVALUATE.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
      * Code retour pose apres l'appel, que RUNCTL remet a zero.
           IF WS-RUNCTL-STATUT = 'OK'
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Cle secrete et repertoire de test (fichier central des
      * parametres, puis variable d'environnement), creation du
      * repertoire et ouverture du rapport. Sans cle, ou avec le
      * repertoire courant comme cible, rien n'est copie : la copie
      * ecraserait la production.
      ******************************************************************
       1000-INITIALISER.
           MOVE 'PSEUDO_CLE' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-PSEUDO-CLE
           ELSE
               MOVE SPACES TO WS-PSEUDO-CLE
               ACCEPT WS-PSEUDO-CLE FROM ENVIRONMENT 'PSEUDO_CLE'
           END-IF.
           IF WS-PSEUDO-CLE = SPACES
               DISPLAY 'PSEUDO_CLE NON RENSEIGNEE : AUCUNE COPIE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'ANONYM_REPERTOIRE' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-REPERTOIRE
           ELSE
               MOVE SPACES TO WS-REPERTOIRE
               ACCEPT WS-REPERTOIRE FROM ENVIRONMENT
                   'ANONYM_REPERTOIRE'
           END-IF.
           IF WS-REPERTOIRE = SPACES
               MOVE 'copie-test' TO WS-REPERTOIRE
           END-IF.
           IF WS-REPERTOIRE = '.' OR WS-REPERTOIRE = './'
               DISPLAY 'ANONYM_REPERTOIRE DESIGNE LA PRODUCTION : '
                   'AUCUNE COPIE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-COMMANDE.
           STRING 'mkdir -p ' FUNCTION TRIM(WS-REPERTOIRE)
               DELIMITED BY SIZE INTO WS-COMMANDE.
           CALL 'SYSTEM' USING WS-COMMANDE.

           OPEN OUTPUT RAPPORT-FILE.
           IF NOT STATUT-RAPPORT-OK
               DISPLAY 'RAPPORT-ANONYMISATION.RPT INDISPONIBLE ('
                   WS-STATUS-RAPPORT ') : AUCUNE COPIE'
               MOVE '1000-INITIALISER' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE RAPPORT-ANONYMISATION.RPT'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-RAPPORT
                   WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'COPIE ANONYMISEE POUR LE TEST DU ' WS-DATE-EDITEE
               ' VERS ' FUNCTION TRIM(WS-REPERTOIRE) '/'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FICHIERS
               MOVE ZERO TO WS-FIC-LUS(WS-F) WS-FIC-ECRITS(WS-F)
                   WS-FIC-MASQUES(WS-F) WS-FIC-CONTROLES(WS-F)
                   WS-FIC-RESIDUS(WS-F)
               MOVE SPACES TO WS-FIC-ETAT(WS-F)
           END-PERFORM.
       1000-INITIALISER-FIN. EXIT.

      ******************************************************************
      * Polices part1 et part2 : le nom de l'assure (cle alternative)
      * est masque, la cle de police et le reste de la ligne gardes.
      ******************************************************************
       2000-COPIER-POLICES.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2
               PERFORM 2100-COPIER-UNE-POLICE
               THRU    2100-COPIER-UNE-POLICE-FIN
           END-PERFORM.
       2000-COPIER-POLICES-FIN. EXIT.

       2100-COPIER-UNE-POLICE.
           PERFORM 6500-PREPARER-CHEMINS
           THRU    6500-PREPARER-CHEMINS-FIN.
           OPEN INPUT POLICE-ENTREE-FILE.
           IF NOT STATUT-ENTREE-OK
               PERFORM 6600-ENTREE-ILLISIBLE
               THRU    6600-ENTREE-ILLISIBLE-FIN
               GO TO 2100-COPIER-UNE-POLICE-FIN
           END-IF.
           OPEN OUTPUT POLICE-SORTIE-FILE.
           IF NOT STATUT-SORTIE-OK
               CLOSE POLICE-ENTREE-FILE
               PERFORM 6700-SORTIE-IMPOSSIBLE
               THRU    6700-SORTIE-IMPOSSIBLE-FIN
               GO TO 2100-COPIER-UNE-POLICE-FIN
           END-IF.
           PERFORM UNTIL STATUT-ENTREE-FIN
               READ POLICE-ENTREE-FILE
               IF STATUT-ENTREE-LU
                   ADD 1 TO WS-FIC-LUS(WS-F)
                   MOVE WS-POLICE-ENTREE-RECORD
                       TO WS-POLICE-SORTIE-RECORD
                   MOVE 'NOM' TO WS-CHAMP-TYPE
                   MOVE WS-PEN-NOM-ASS TO WS-CHAMP-VALEUR
                   PERFORM 5000-MASQUER-CHAMP
                   THRU    5000-MASQUER-CHAMP-FIN
                   MOVE WS-PSEUDO-SORTIE TO WS-PSO-NOM-ASS
                   WRITE WS-POLICE-SORTIE-RECORD
                   PERFORM 6800-COMPTER-ECRITURE
                   THRU    6800-COMPTER-ECRITURE-FIN
               ELSE
                   SET STATUT-ENTREE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE POLICE-ENTREE-FILE POLICE-SORTIE-FILE.
           PERFORM 6900-ECRIRE-COPIE
           THRU    6900-ECRIRE-COPIE-FIN.
       2100-COPIER-UNE-POLICE-FIN. EXIT.

      ******************************************************************
      * Referentiel clients : nom de l'assure masque comme dans les
      * polices (meme valeur fictive), numero client et date de
      * naissance gardes.
      ******************************************************************
       2200-COPIER-CLIENTS.
           MOVE 3 TO WS-F.
           PERFORM 6500-PREPARER-CHEMINS
           THRU    6500-PREPARER-CHEMINS-FIN.
           OPEN INPUT LIGNE-ENTREE-FILE.
           IF NOT STATUT-ENTREE-OK
               PERFORM 6600-ENTREE-ILLISIBLE
               THRU    6600-ENTREE-ILLISIBLE-FIN
               GO TO 2200-COPIER-CLIENTS-FIN
           END-IF.
           OPEN OUTPUT LIGNE-SORTIE-FILE.
           IF NOT STATUT-SORTIE-OK
               CLOSE LIGNE-ENTREE-FILE
               PERFORM 6700-SORTIE-IMPOSSIBLE
               THRU    6700-SORTIE-IMPOSSIBLE-FIN
               GO TO 2200-COPIER-CLIENTS-FIN
           END-IF.
           PERFORM UNTIL STATUT-ENTREE-FIN
               READ LIGNE-ENTREE-FILE
               IF STATUT-ENTREE-OK
                   ADD 1 TO WS-FIC-LUS(WS-F)
                   MOVE WS-LIGNE-ENTREE-RECORD TO WS-BUL-LIGNE
                   MOVE 'NOM' TO WS-CHAMP-TYPE
                   MOVE WS-BUL-LIGNE(10:41) TO WS-CHAMP-VALEUR
                   PERFORM 5000-MASQUER-CHAMP
                   THRU    5000-MASQUER-CHAMP-FIN
                   MOVE WS-PSEUDO-SORTIE TO WS-BUL-LIGNE(10:41)
                   MOVE WS-BUL-LIGNE TO WS-LIGNE-SORTIE-RECORD
                   WRITE WS-LIGNE-SORTIE-RECORD
                   PERFORM 6800-COMPTER-ECRITURE
                   THRU    6800-COMPTER-ECRITURE-FIN
               ELSE
                   SET STATUT-ENTREE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE LIGNE-ENTREE-FILE LIGNE-SORTIE-FILE.
           PERFORM 6900-ECRIRE-COPIE
           THRU    6900-ECRIRE-COPIE-FIN.
       2200-COPIER-CLIENTS-FIN. EXIT.

      ******************************************************************
      * Sinistres : aucun champ personnel (numero, police, dates,
      * montants, statuts), recopies tels quels.
      ******************************************************************
       2300-COPIER-SINISTRES.
           MOVE 4 TO WS-F.
           PERFORM 6500-PREPARER-CHEMINS
           THRU    6500-PREPARER-CHEMINS-FIN.
           OPEN INPUT SINISTRE-ENTREE-FILE.
           IF NOT STATUT-ENTREE-OK
               PERFORM 6600-ENTREE-ILLISIBLE
               THRU    6600-ENTREE-ILLISIBLE-FIN
               GO TO 2300-COPIER-SINISTRES-FIN
           END-IF.
           OPEN OUTPUT SINISTRE-SORTIE-FILE.
           IF NOT STATUT-SORTIE-OK
               CLOSE SINISTRE-ENTREE-FILE
               PERFORM 6700-SORTIE-IMPOSSIBLE
               THRU    6700-SORTIE-IMPOSSIBLE-FIN
               GO TO 2300-COPIER-SINISTRES-FIN
           END-IF.
           PERFORM UNTIL STATUT-ENTREE-FIN
               READ SINISTRE-ENTREE-FILE
               IF STATUT-ENTREE-LU
                   ADD 1 TO WS-FIC-LUS(WS-F)
                   MOVE WS-SINISTRE-ENTREE-RECORD
                       TO WS-SINISTRE-SORTIE-RECORD
                   WRITE WS-SINISTRE-SORTIE-RECORD
                   PERFORM 6800-COMPTER-ECRITURE
                   THRU    6800-COMPTER-ECRITURE-FIN
               ELSE
                   SET STATUT-ENTREE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE SINISTRE-ENTREE-FILE SINISTRE-SORTIE-FILE.
           PERFORM 6900-ECRIRE-COPIE
           THRU    6900-ECRIRE-COPIE-FIN.
       2300-COPIER-SINISTRES-FIN. EXIT.

      ******************************************************************
      * Reglements de sinistres : beneficiaire et IBAN masques,
      * montants, dates et statuts du virement gardes.
      ******************************************************************
       2400-COPIER-REGLEMENTS.
           MOVE 5 TO WS-F.
           PERFORM 6500-PREPARER-CHEMINS
           THRU    6500-PREPARER-CHEMINS-FIN.
           OPEN INPUT REGLEMENT-ENTREE-FILE.
           IF NOT STATUT-ENTREE-OK
               PERFORM 6600-ENTREE-ILLISIBLE
               THRU    6600-ENTREE-ILLISIBLE-FIN
               GO TO 2400-COPIER-REGLEMENTS-FIN
           END-IF.
           OPEN OUTPUT REGLEMENT-SORTIE-FILE.
           IF NOT STATUT-SORTIE-OK
               CLOSE REGLEMENT-ENTREE-FILE
               PERFORM 6700-SORTIE-IMPOSSIBLE
               THRU    6700-SORTIE-IMPOSSIBLE-FIN
               GO TO 2400-COPIER-REGLEMENTS-FIN
           END-IF.
           PERFORM UNTIL STATUT-ENTREE-FIN
               READ REGLEMENT-ENTREE-FILE
               IF STATUT-ENTREE-LU
                   ADD 1 TO WS-FIC-LUS(WS-F)
                   MOVE WS-REGLEMENT-ENTREE-RECORD
                       TO WS-REGLEMENT-SORTIE-RECORD
                   MOVE 'NOM' TO WS-CHAMP-TYPE
                   MOVE WS-REN-BENEF TO WS-CHAMP-VALEUR
                   PERFORM 5000-MASQUER-CHAMP
                   THRU    5000-MASQUER-CHAMP-FIN
                   MOVE WS-PSEUDO-SORTIE TO WS-RSO-BENEF
                   MOVE 'IBAN' TO WS-CHAMP-TYPE
                   MOVE WS-REN-IBAN TO WS-CHAMP-VALEUR
                   PERFORM 5000-MASQUER-CHAMP
                   THRU    5000-MASQUER-CHAMP-FIN
                   MOVE WS-PSEUDO-SORTIE TO WS-RSO-IBAN
                   WRITE WS-REGLEMENT-SORTIE-RECORD
                   PERFORM 6800-COMPTER-ECRITURE
                   THRU    6800-COMPTER-ECRITURE-FIN
               ELSE
                   SET STATUT-ENTREE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE REGLEMENT-ENTREE-FILE REGLEMENT-SORTIE-FILE.
           PERFORM 6900-ECRIRE-COPIE
           THRU    6900-ECRIRE-COPIE-FIN.
       2400-COPIER-REGLEMENTS-FIN. EXIT.

      ******************************************************************
      * Bulletin : fiche 01 (nom et prenom de l'eleve) et fiche 05
      * (nom et adresse du tuteur) masquees, les autres fiches (cours,
      * notes, absences, periodes, examens, appreciations) recopiees.
      ******************************************************************
       2500-COPIER-BULLETIN.
           MOVE 6 TO WS-F.
           PERFORM 6500-PREPARER-CHEMINS
           THRU    6500-PREPARER-CHEMINS-FIN.
           OPEN INPUT LIGNE-ENTREE-FILE.
           IF NOT STATUT-ENTREE-OK
               PERFORM 6600-ENTREE-ILLISIBLE
               THRU    6600-ENTREE-ILLISIBLE-FIN
               GO TO 2500-COPIER-BULLETIN-FIN
           END-IF.
           OPEN OUTPUT LIGNE-SORTIE-FILE.
           IF NOT STATUT-SORTIE-OK
               CLOSE LIGNE-ENTREE-FILE
               PERFORM 6700-SORTIE-IMPOSSIBLE
               THRU    6700-SORTIE-IMPOSSIBLE-FIN
               GO TO 2500-COPIER-BULLETIN-FIN
           END-IF.
           PERFORM UNTIL STATUT-ENTREE-FIN
               READ LIGNE-ENTREE-FILE
               IF STATUT-ENTREE-OK
                   ADD 1 TO WS-FIC-LUS(WS-F)
                   MOVE WS-LIGNE-ENTREE-RECORD TO WS-BUL-LIGNE
                   PERFORM 2510-MASQUER-FICHE
                   THRU    2510-MASQUER-FICHE-FIN
                   MOVE WS-BUL-LIGNE TO WS-LIGNE-SORTIE-RECORD
                   WRITE WS-LIGNE-SORTIE-RECORD
                   PERFORM 6800-COMPTER-ECRITURE
                   THRU    6800-COMPTER-ECRITURE-FIN
               ELSE
                   SET STATUT-ENTREE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE LIGNE-ENTREE-FILE LIGNE-SORTIE-FILE.
           PERFORM 6900-ECRIRE-COPIE
           THRU    6900-ECRIRE-COPIE-FIN.
       2500-COPIER-BULLETIN-FIN. EXIT.

      * Dessin des fiches de student/file.cbl : 01 = cle, nom (7),
      * prenom (6), age ; 05 = cle, nom (20), adresse (40).
       2510-MASQUER-FICHE.
           EVALUATE WS-BUL-LIGNE(1:2)
               WHEN '01'
                   MOVE 'NOM' TO WS-CHAMP-TYPE
                   MOVE WS-BUL-LIGNE(3:7) TO WS-CHAMP-VALEUR
                   PERFORM 5000-MASQUER-CHAMP
                   THRU    5000-MASQUER-CHAMP-FIN
                   MOVE WS-PSEUDO-SORTIE TO WS-BUL-LIGNE(3:7)
                   MOVE WS-BUL-LIGNE(10:6) TO WS-CHAMP-VALEUR
                   PERFORM 5000-MASQUER-CHAMP
                   THRU    5000-MASQUER-CHAMP-FIN
                   MOVE WS-PSEUDO-SORTIE TO WS-BUL-LIGNE(10:6)
               WHEN '05'
                   MOVE 'NOM' TO WS-CHAMP-TYPE
                   MOVE WS-BUL-LIGNE(3:20) TO WS-CHAMP-VALEUR
                   PERFORM 5000-MASQUER-CHAMP
                   THRU    5000-MASQUER-CHAMP-FIN
                   MOVE WS-PSEUDO-SORTIE TO WS-BUL-LIGNE(3:20)
                   MOVE 'ADRESSE' TO WS-CHAMP-TYPE
                   MOVE WS-BUL-LIGNE(23:40) TO WS-CHAMP-VALEUR
                   PERFORM 5000-MASQUER-CHAMP
                   THRU    5000-MASQUER-CHAMP-FIN
                   MOVE WS-PSEUDO-SORTIE TO WS-BUL-LIGNE(23:40)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2510-MASQUER-FICHE-FIN. EXIT.

      ******************************************************************
      * Preuve, polices : chaque nom d'assure copie est recherche
      * parmi les valeurs d'origine.
      ******************************************************************
       3000-VERIFIER-POLICES.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2
               PERFORM 3100-VERIFIER-UNE-POLICE
               THRU    3100-VERIFIER-UNE-POLICE-FIN
           END-PERFORM.
       3000-VERIFIER-POLICES-FIN. EXIT.

       3100-VERIFIER-UNE-POLICE.
           IF WS-FIC-ETAT(WS-F) NOT = 'COPIE'
               GO TO 3100-VERIFIER-UNE-POLICE-FIN
           END-IF.
           PERFORM 6500-PREPARER-CHEMINS
           THRU    6500-PREPARER-CHEMINS-FIN.
           OPEN INPUT POLICE-SORTIE-FILE.
           IF NOT STATUT-SORTIE-OK
               PERFORM 6750-COPIE-ILLISIBLE
               THRU    6750-COPIE-ILLISIBLE-FIN
               GO TO 3100-VERIFIER-UNE-POLICE-FIN
           END-IF.
           MOVE ZERO TO WS-NO-ENREG.
           PERFORM UNTIL STATUT-SORTIE-FIN
               READ POLICE-SORTIE-FILE
               IF STATUT-SORTIE-LU
                   ADD 1 TO WS-NO-ENREG
                   MOVE 'NOM' TO WS-CHAMP-TYPE
                   MOVE 'NOM ASSURE' TO WS-CHAMP-LIBELLE
                   MOVE WS-PSO-NOM-ASS TO WS-CHAMP-VALEUR
                   PERFORM 5200-CONTROLER-CHAMP
                   THRU    5200-CONTROLER-CHAMP-FIN
               ELSE
                   SET STATUT-SORTIE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE POLICE-SORTIE-FILE.
           PERFORM 6950-ECRIRE-PREUVE
           THRU    6950-ECRIRE-PREUVE-FIN.
       3100-VERIFIER-UNE-POLICE-FIN. EXIT.

       3200-VERIFIER-CLIENTS.
           MOVE 3 TO WS-F.
           IF WS-FIC-ETAT(WS-F) NOT = 'COPIE'
               GO TO 3200-VERIFIER-CLIENTS-FIN
           END-IF.
           PERFORM 6500-PREPARER-CHEMINS
           THRU    6500-PREPARER-CHEMINS-FIN.
           OPEN INPUT LIGNE-SORTIE-FILE.
           IF NOT STATUT-SORTIE-OK
               PERFORM 6750-COPIE-ILLISIBLE
               THRU    6750-COPIE-ILLISIBLE-FIN
               GO TO 3200-VERIFIER-CLIENTS-FIN
           END-IF.
           MOVE ZERO TO WS-NO-ENREG.
           PERFORM UNTIL STATUT-SORTIE-FIN
               READ LIGNE-SORTIE-FILE
               IF STATUT-SORTIE-OK
                   ADD 1 TO WS-NO-ENREG
                   MOVE 'NOM' TO WS-CHAMP-TYPE
                   MOVE 'NOM ASSURE' TO WS-CHAMP-LIBELLE
                   MOVE WS-LIGNE-SORTIE-RECORD(10:41)
                       TO WS-CHAMP-VALEUR
                   PERFORM 5200-CONTROLER-CHAMP
                   THRU    5200-CONTROLER-CHAMP-FIN
               ELSE
                   SET STATUT-SORTIE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE LIGNE-SORTIE-FILE.
           PERFORM 6950-ECRIRE-PREUVE
           THRU    6950-ECRIRE-PREUVE-FIN.
       3200-VERIFIER-CLIENTS-FIN. EXIT.

       3400-VERIFIER-REGLEMENTS.
           MOVE 5 TO WS-F.
           IF WS-FIC-ETAT(WS-F) NOT = 'COPIE'
               GO TO 3400-VERIFIER-REGLEMENTS-FIN
           END-IF.
           PERFORM 6500-PREPARER-CHEMINS
           THRU    6500-PREPARER-CHEMINS-FIN.
           OPEN INPUT REGLEMENT-SORTIE-FILE.
           IF NOT STATUT-SORTIE-OK
               PERFORM 6750-COPIE-ILLISIBLE
               THRU    6750-COPIE-ILLISIBLE-FIN
               GO TO 3400-VERIFIER-REGLEMENTS-FIN
           END-IF.
           MOVE ZERO TO WS-NO-ENREG.
           PERFORM UNTIL STATUT-SORTIE-FIN
               READ REGLEMENT-SORTIE-FILE
               IF STATUT-SORTIE-LU
                   ADD 1 TO WS-NO-ENREG
                   MOVE 'NOM' TO WS-CHAMP-TYPE
                   MOVE 'BENEFICIAIRE' TO WS-CHAMP-LIBELLE
                   MOVE WS-RSO-BENEF TO WS-CHAMP-VALEUR
                   PERFORM 5200-CONTROLER-CHAMP
                   THRU    5200-CONTROLER-CHAMP-FIN
                   MOVE 'IBAN' TO WS-CHAMP-TYPE
                   MOVE 'IBAN' TO WS-CHAMP-LIBELLE
                   MOVE WS-RSO-IBAN TO WS-CHAMP-VALEUR
                   PERFORM 5200-CONTROLER-CHAMP
                   THRU    5200-CONTROLER-CHAMP-FIN
               ELSE
                   SET STATUT-SORTIE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE REGLEMENT-SORTIE-FILE.
           PERFORM 6950-ECRIRE-PREUVE
           THRU    6950-ECRIRE-PREUVE-FIN.
       3400-VERIFIER-REGLEMENTS-FIN. EXIT.

       3500-VERIFIER-BULLETIN.
           MOVE 6 TO WS-F.
           IF WS-FIC-ETAT(WS-F) NOT = 'COPIE'
               GO TO 3500-VERIFIER-BULLETIN-FIN
           END-IF.
           PERFORM 6500-PREPARER-CHEMINS
           THRU    6500-PREPARER-CHEMINS-FIN.
           OPEN INPUT LIGNE-SORTIE-FILE.
           IF NOT STATUT-SORTIE-OK
               PERFORM 6750-COPIE-ILLISIBLE
               THRU    6750-COPIE-ILLISIBLE-FIN
               GO TO 3500-VERIFIER-BULLETIN-FIN
           END-IF.
           MOVE ZERO TO WS-NO-ENREG.
           PERFORM UNTIL STATUT-SORTIE-FIN
               READ LIGNE-SORTIE-FILE
               IF STATUT-SORTIE-OK
                   ADD 1 TO WS-NO-ENREG
                   MOVE WS-LIGNE-SORTIE-RECORD TO WS-BUL-LIGNE
                   PERFORM 3510-CONTROLER-FICHE
                   THRU    3510-CONTROLER-FICHE-FIN
               ELSE
                   SET STATUT-SORTIE-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE LIGNE-SORTIE-FILE.
           PERFORM 6950-ECRIRE-PREUVE
           THRU    6950-ECRIRE-PREUVE-FIN.
       3500-VERIFIER-BULLETIN-FIN. EXIT.

       3510-CONTROLER-FICHE.
           EVALUATE WS-BUL-LIGNE(1:2)
               WHEN '01'
                   MOVE 'NOM' TO WS-CHAMP-TYPE
                   MOVE 'NOM ELEVE' TO WS-CHAMP-LIBELLE
                   MOVE WS-BUL-LIGNE(3:7) TO WS-CHAMP-VALEUR
                   PERFORM 5200-CONTROLER-CHAMP
                   THRU    5200-CONTROLER-CHAMP-FIN
                   MOVE 'PRENOM ELEVE' TO WS-CHAMP-LIBELLE
                   MOVE WS-BUL-LIGNE(10:6) TO WS-CHAMP-VALEUR
                   PERFORM 5200-CONTROLER-CHAMP
                   THRU    5200-CONTROLER-CHAMP-FIN
               WHEN '05'
                   MOVE 'NOM' TO WS-CHAMP-TYPE
                   MOVE 'NOM TUTEUR' TO WS-CHAMP-LIBELLE
                   MOVE WS-BUL-LIGNE(3:20) TO WS-CHAMP-VALEUR
                   PERFORM 5200-CONTROLER-CHAMP
                   THRU    5200-CONTROLER-CHAMP-FIN
                   MOVE 'ADRESSE' TO WS-CHAMP-TYPE
                   MOVE 'ADRESSE TUTEUR' TO WS-CHAMP-LIBELLE
                   MOVE WS-BUL-LIGNE(23:40) TO WS-CHAMP-VALEUR
                   PERFORM 5200-CONTROLER-CHAMP
                   THRU    5200-CONTROLER-CHAMP-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3510-CONTROLER-FICHE-FIN. EXIT.

      ******************************************************************
      * Masquage d'un champ (WS-CHAMP-TYPE, WS-CHAMP-VALEUR) : ses
      * valeurs d'origine sont retenues pour la preuve, puis PSEUDO
      * rend la valeur fictive dans WS-PSEUDO-SORTIE.
      ******************************************************************
       5000-MASQUER-CHAMP.
           MOVE WS-CHAMP-VALEUR TO WS-PSEUDO-SORTIE.
           IF WS-CHAMP-VALEUR = SPACES
               GO TO 5000-MASQUER-CHAMP-FIN
           END-IF.
           SET WS-MODE-NOTER TO TRUE.
           PERFORM 5100-DECOUPER-CHAMP
           THRU    5100-DECOUPER-CHAMP-FIN.
           MOVE WS-CHAMP-TYPE TO WS-PSEUDO-TYPE.
           MOVE WS-CHAMP-VALEUR TO WS-PSEUDO-ENTREE.
           CALL 'PSEUDO' USING WS-PSEUDO-TYPE WS-PSEUDO-CLE
               WS-PSEUDO-ENTREE WS-PSEUDO-SORTIE WS-PSEUDO-CODE.
           ADD 1 TO WS-FIC-MASQUES(WS-F).
       5000-MASQUER-CHAMP-FIN. EXIT.

      * Valeurs controlees d'un champ : pour un nom, chaque mot de
      * trois lettres au moins (un nom fictif tronque a la largeur du
      * champ reste ainsi controle) ; pour les autres types, la
      * valeur entiere en majuscules.
       5100-DECOUPER-CHAMP.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHAMP-VALEUR))
               TO WS-CHAMP-VALEUR.
           IF WS-CHAMP-TYPE NOT = 'NOM'
               MOVE WS-CHAMP-VALEUR TO WS-VALEUR-CHERCHEE
               PERFORM 5300-TRAITER-VALEUR
               THRU    5300-TRAITER-VALEUR-FIN
               GO TO 5100-DECOUPER-CHAMP-FIN
           END-IF.
           MOVE SPACES TO WS-MOT.
           MOVE ZERO TO WS-LONG-MOT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 81
               IF WS-I < 81
                   MOVE WS-CHAMP-VALEUR(WS-I:1) TO WS-CAR
               ELSE
                   MOVE SPACE TO WS-CAR
               END-IF
               IF WS-CAR IS ALPHABETIC AND WS-CAR NOT = SPACE
                   IF WS-LONG-MOT < 40
                       ADD 1 TO WS-LONG-MOT
                       MOVE WS-CAR TO WS-MOT(WS-LONG-MOT:1)
                   END-IF
               ELSE
                   IF WS-LONG-MOT > 2
                       MOVE WS-MOT TO WS-VALEUR-CHERCHEE
                       PERFORM 5300-TRAITER-VALEUR
                       THRU    5300-TRAITER-VALEUR-FIN
                   END-IF
                   MOVE SPACES TO WS-MOT
                   MOVE ZERO TO WS-LONG-MOT
               END-IF
           END-PERFORM.
       5100-DECOUPER-CHAMP-FIN. EXIT.

      * Controle d'un champ de la copie : toute valeur d'origine
      * retrouvee est comptee et citee par sa position.
       5200-CONTROLER-CHAMP.
           IF WS-CHAMP-VALEUR = SPACES
               GO TO 5200-CONTROLER-CHAMP-FIN
           END-IF.
           ADD 1 TO WS-FIC-CONTROLES(WS-F).
           MOVE 'N' TO WS-RESIDU-CHAMP.
           SET WS-MODE-CONTROLER TO TRUE.
           PERFORM 5100-DECOUPER-CHAMP
           THRU    5100-DECOUPER-CHAMP-FIN.
           IF WS-RESIDU-CHAMP = 'N'
               GO TO 5200-CONTROLER-CHAMP-FIN
           END-IF.
           ADD 1 TO WS-FIC-RESIDUS(WS-F).
           ADD 1 TO WS-TOTAL-RESIDUS.
           ADD 1 TO WS-NB-DETAILS.
           IF WS-NB-DETAILS > WS-DETAIL-MAX
               GO TO 5200-CONTROLER-CHAMP-FIN
           END-IF.
           MOVE WS-NO-ENREG TO WS-NB-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING '    VALEUR D''ORIGINE : '
               FUNCTION TRIM(WS-NOM-FICHIER(WS-F))
               ' ENREGISTREMENT ' FUNCTION TRIM(WS-NB-ED)
               ' CHAMP ' FUNCTION TRIM(WS-CHAMP-LIBELLE)
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       5200-CONTROLER-CHAMP-FIN. EXIT.

      * Valeur d'origine notee, ou valeur de la copie recherchee.
       5300-TRAITER-VALEUR.
           IF WS-MODE-NOTER
               PERFORM 6100-AJOUTER-VALEUR
               THRU    6100-AJOUTER-VALEUR-FIN
           ELSE
               PERFORM 6000-CHERCHER-VALEUR
               THRU    6000-CHERCHER-VALEUR-FIN
               IF WS-VALEUR-RANG > ZERO
                   MOVE 'O' TO WS-RESIDU-CHAMP
               END-IF
           END-IF.
       5300-TRAITER-VALEUR-FIN. EXIT.

      ******************************************************************
       6000-CHERCHER-VALEUR.
           MOVE ZERO TO WS-VALEUR-RANG.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-VALEURS OR WS-VALEUR-RANG > ZERO
               IF WS-VAL-ORIGINE(WS-K) = WS-VALEUR-CHERCHEE
                   MOVE WS-K TO WS-VALEUR-RANG
               END-IF
           END-PERFORM.
       6000-CHERCHER-VALEUR-FIN. EXIT.

       6100-AJOUTER-VALEUR.
           PERFORM 6000-CHERCHER-VALEUR THRU 6000-CHERCHER-VALEUR-FIN.
           IF WS-VALEUR-RANG > ZERO
               GO TO 6100-AJOUTER-VALEUR-FIN
           END-IF.
           IF WS-NB-VALEURS NOT < WS-MAX-VALEURS
               MOVE 'O' TO WS-VALEURS-SATUREES
               GO TO 6100-AJOUTER-VALEUR-FIN
           END-IF.
           ADD 1 TO WS-NB-VALEURS.
           MOVE WS-VALEUR-CHERCHEE TO WS-VAL-ORIGINE(WS-NB-VALEURS).
       6100-AJOUTER-VALEUR-FIN. EXIT.

      ******************************************************************
      * Chemins du fichier WS-F : production (relatif au repertoire de
      * lancement) et copie dans le repertoire de test.
      ******************************************************************
       6500-PREPARER-CHEMINS.
           MOVE WS-NOM-FICHIER(WS-F) TO WS-CHEMIN-ENTREE.
           MOVE SPACES TO WS-CHEMIN-SORTIE.
           STRING FUNCTION TRIM(WS-REPERTOIRE) '/'
               FUNCTION TRIM(WS-NOM-COPIE(WS-F))
               DELIMITED BY SIZE INTO WS-CHEMIN-SORTIE.
       6500-PREPARER-CHEMINS-FIN. EXIT.

      * Fichier de production absent (statut 35) ou illisible : la
      * copie est incomplete.
       6600-ENTREE-ILLISIBLE.
           ADD 1 TO WS-NB-INCOMPLETS.
           IF STATUT-ENTREE-ABSENT
               MOVE 'ABSENT' TO WS-FIC-ETAT(WS-F)
           ELSE
               MOVE 'ILLISIBLE' TO WS-FIC-ETAT(WS-F)
               MOVE '6600-ENTREE-ILLISIBLE' TO WS-LOG-PARAGRAPHE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'ERREUR OUVERTURE '
                   FUNCTION TRIM(WS-NOM-FICHIER(WS-F))
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-ENTREE
                   WS-LOG-MESSAGE
           END-IF.
           PERFORM 6900-ECRIRE-COPIE
           THRU    6900-ECRIRE-COPIE-FIN.
       6600-ENTREE-ILLISIBLE-FIN. EXIT.

       6700-SORTIE-IMPOSSIBLE.
           ADD 1 TO WS-NB-INCOMPLETS.
           MOVE 'ERREUR' TO WS-FIC-ETAT(WS-F).
           MOVE '6700-SORTIE-IMPOSSIBLE' TO WS-LOG-PARAGRAPHE.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING 'ERREUR CREATION COPIE '
               FUNCTION TRIM(WS-NOM-COPIE(WS-F))
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
           CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
               WS-LOG-PARAGRAPHE WS-STATUS-SORTIE
               WS-LOG-MESSAGE.
           PERFORM 6900-ECRIRE-COPIE
           THRU    6900-ECRIRE-COPIE-FIN.
       6700-SORTIE-IMPOSSIBLE-FIN. EXIT.

      * Copie ecrite mais impossible a relire : preuve non faite.
       6750-COPIE-ILLISIBLE.
           ADD 1 TO WS-NB-INCOMPLETS.
           MOVE 'NON RELUE' TO WS-FIC-ETAT(WS-F).
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING '  ' WS-NOM-FICHIER(WS-F)
               ' COPIE ILLISIBLE (' WS-STATUS-SORTIE
               ') : PREUVE NON FAITE'
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       6750-COPIE-ILLISIBLE-FIN. EXIT.

      * Ecriture d'un enregistrement copie : une ecriture refusee
      * rend la copie du fichier incomplete.
       6800-COMPTER-ECRITURE.
           IF STATUT-SORTIE-LU
               ADD 1 TO WS-FIC-ECRITS(WS-F)
           ELSE
               IF WS-FIC-ETAT(WS-F) NOT = 'ERREUR'
                   ADD 1 TO WS-NB-INCOMPLETS
                   MOVE 'ERREUR' TO WS-FIC-ETAT(WS-F)
               END-IF
           END-IF.
       6800-COMPTER-ECRITURE-FIN. EXIT.

      * Ligne du rapport pour la copie du fichier WS-F.
       6900-ECRIRE-COPIE.
           IF WS-FIC-ETAT(WS-F) = SPACES
               MOVE 'COPIE' TO WS-FIC-ETAT(WS-F)
           END-IF.
           ADD WS-FIC-LUS(WS-F) TO WS-TOTAL-LUS.
           ADD WS-FIC-MASQUES(WS-F) TO WS-TOTAL-MASQUES.
           MOVE WS-FIC-LUS(WS-F) TO WS-NB-ED.
           MOVE WS-FIC-ECRITS(WS-F) TO WS-NB-ED-2.
           MOVE WS-FIC-MASQUES(WS-F) TO WS-NB-ED-3.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING '  ' WS-NOM-FICHIER(WS-F) ' ' WS-FIC-ETAT(WS-F)
               ' LUS ' WS-NB-ED ' ECRITS ' WS-NB-ED-2
               ' CHAMPS MASQUES ' WS-NB-ED-3
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       6900-ECRIRE-COPIE-FIN. EXIT.

      * Ligne du rapport pour la preuve du fichier WS-F.
       6950-ECRIRE-PREUVE.
           MOVE WS-FIC-CONTROLES(WS-F) TO WS-NB-ED.
           MOVE WS-FIC-RESIDUS(WS-F) TO WS-NB-ED-2.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING '  ' WS-NOM-FICHIER(WS-F)
               ' CHAMPS CONTROLES ' WS-NB-ED
               ' VALEURS D''ORIGINE RETROUVEES ' WS-NB-ED-2
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
       6950-ECRIRE-PREUVE-FIN. EXIT.

      ******************************************************************
      * Synthese et conclusion de la preuve.
      ******************************************************************
       8000-ECRIRE-SYNTHESE.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE WS-NB-VALEURS TO WS-NB-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'VALEURS PERSONNELLES D''ORIGINE RETENUES : '
               WS-NB-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE WS-TOTAL-RESIDUS TO WS-NB-ED.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           STRING 'VALEURS D''ORIGINE RETROUVEES DANS LA COPIE : '
               WS-NB-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-RECORD.
           WRITE WS-RAPPORT-RECORD.
           MOVE SPACES TO WS-RAPPORT-RECORD.
           EVALUATE TRUE
               WHEN WS-TOTAL-RESIDUS > ZERO
                   STRING 'CONCLUSION : VALEURS D''ORIGINE PRESENTES, '
                       'COPIE A NE PAS DIFFUSER (CHANGER PSEUDO_CLE)'
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WHEN WS-VALEURS-SATUREES = 'O'
                   STRING 'CONCLUSION : TABLE DES VALEURS SATUREE, '
                       'PREUVE INCOMPLETE, COPIE A NE PAS DIFFUSER'
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WHEN WS-NB-INCOMPLETS > ZERO
                   STRING 'CONCLUSION : COPIE INCOMPLETE (FICHIER '
                       'ABSENT OU EN ERREUR), AUCUNE VALEUR D''ORIGINE '
                       'DANS LES FICHIERS COPIES'
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
               WHEN OTHER
                   STRING 'CONCLUSION : AUCUNE VALEUR PERSONNELLE '
                       'D''ORIGINE DANS LA COPIE'
                       DELIMITED BY SIZE INTO WS-RAPPORT-RECORD
           END-EVALUATE.
           WRITE WS-RAPPORT-RECORD.
       8000-ECRIRE-SYNTHESE-FIN. EXIT.
