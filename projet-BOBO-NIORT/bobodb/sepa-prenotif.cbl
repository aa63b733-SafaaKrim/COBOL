               STOP RUN
           END-IF.

      * Registre des courriers sortants, partage par tous les
      * programmes qui ecrivent aux adherents.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS COURRIER (
                   CODE_COUR SERIAL PRIMARY KEY,
                   CODE_MBR VARCHAR(10),
                   TYPE_COUR VARCHAR(12),
                   DAT_COUR DATE,
                   REF_COUR VARCHAR(30),
                   PGM_COUR VARCHAR(30),
                   DAT_RETOUR DATE
               )
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           OPEN OUTPUT PRENOTIF-FILE.
           IF NOT STATUT-PRENOTIF-OK
               DISPLAY 'Fichier de pre-notifications illisible : '
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-NB-LETTRES
               PERFORM ENREGISTRER-COURRIER
               THRU    ENREGISTRER-COURRIER-FIN
           END-IF.
       NOTIFIER-UNE-ECHEANCE-FIN. EXIT.

      ******************************************************************
      * Trace de la lettre dans le registre des courriers, reference
      * la facture de l'echeance annoncee.
      ******************************************************************
       ENREGISTRER-COURRIER.
           EXEC SQL
               INSERT INTO COURRIER
                   (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR, PGM_COUR)
               VALUES (:PRE-CODE-MBR, 'PRENOTIF', CURRENT_DATE,
                   :PRE-NUM-INV, 'sepa-prenotif')
           END-EXEC.
       ENREGISTRER-COURRIER-FIN. EXIT.
