      * d'erreurs commun et dans le code retour : un ecart au matin
      * signifie recharger depuis le dernier dechargement sain
      * (assur-sauvegarde.cbl RESTAURER).
      * Un dechargement sans ecart est inscrit dans
      * sauvegardes-validees.dat (date du dechargement, date de la
      * verification) : la purge des fichiers dates
      * (purge-retention.cbl) ne supprime jamais le plus recent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-RAPPORT.

           SELECT VALIDEES-FILE ASSIGN TO 'sauvegardes-validees.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-VALIDEES.

       DATA DIVISION.
       FILE SECTION.
       FD ASSUR-PART1-FILE
           DATA RECORD     IS WS-RAPPORT-RECORD.
       01 WS-RAPPORT-RECORD PIC X(90).

       FD VALIDEES-FILE
      * Une ligne par dechargement valide : date du dechargement,
      * date de la verification.
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD     IS WS-VALIDEES-RECORD.
       01 WS-VALIDEES-RECORD.
           05 WS-VAL-DATE-SVG  PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-VAL-DATE-VERIF PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FICHIER  PIC X(02).
          88 STATUT-FICHIER-OK   VALUE '00'.
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-RAPPORT==
                     ==FSTAT-OK==    BY ==STATUT-RAPPORT-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-VALIDEES==
                     ==FSTAT-OK==    BY ==STATUT-VALIDEES-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-VERIFICATION'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
           MOVE ZERO TO WS-RUNCTL-COMPTEUR-1.
           IF WS-NB-ECARTS = ZERO
               MOVE 'OK' TO WS-RUNCTL-STATUT
               PERFORM 5000-INSCRIRE-VALIDEE
               THRU    5000-INSCRIRE-VALIDEE-FIN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 'ECARTS' TO WS-RUNCTL-STATUT
               + FUNCTION NUMVAL(WS-CRT-PRIX).
       4000-CUMULER-DEVISE-FIN. EXIT.

      ******************************************************************
      * Inscrit le dechargement sans ecart dans la liste des
      * sauvegardes validees.
      ******************************************************************
       5000-INSCRIRE-VALIDEE.
           OPEN EXTEND VALIDEES-FILE.
           IF NOT STATUT-VALIDEES-OK
               OPEN OUTPUT VALIDEES-FILE
           END-IF.
           IF NOT STATUT-VALIDEES-OK
               MOVE '5000-INSCRIRE-VALIDEE' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE SAUVEGARDES-VALIDEES.DAT'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-VALIDEES
                   WS-LOG-MESSAGE
               GO TO 5000-INSCRIRE-VALIDEE-FIN
           END-IF.
           MOVE SPACES TO WS-VALIDEES-RECORD.
           MOVE WS-PARAM-DATE TO WS-VAL-DATE-SVG.
           MOVE WS-DATE-JOUR  TO WS-VAL-DATE-VERIF.
           WRITE WS-VALIDEES-RECORD.
           CLOSE VALIDEES-FILE.
       5000-INSCRIRE-VALIDEE-FIN. EXIT.

       END PROGRAM assur-verification.
