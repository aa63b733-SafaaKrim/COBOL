       01 ATT-ADR1           PIC X(50).
       01 ATT-TOWN           PIC X(50).
       01 ATT-TOTAL-GLOBAL   PIC 9(11)V99.
       01 ATT-REF-COUR       PIC X(30).

       01 WS-ANNEE-SAISIE    PIC X(04).
       01 WS-DATE-JOUR       PIC 9(08).
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

           OPEN OUTPUT ATTESTATIONS-FILE.
           IF NOT STATUT-ATTEST-OK
               DISPLAY 'Fichier des attestations illisible : '

           ADD 1 TO WS-NB-ATTESTATIONS.
           ADD ATT-TOTAL TO WS-TOTAL-CERTIFIE.
           PERFORM ENREGISTRER-COURRIER THRU ENREGISTRER-COURRIER-FIN.
       EDITER-UNE-ATTESTATION-FIN. EXIT.

      ******************************************************************
      * Trace de l'attestation dans le registre des courriers, avec
      * l'annee fiscale en reference.
      ******************************************************************
       ENREGISTRER-COURRIER.
           MOVE SPACES TO ATT-REF-COUR.
           STRING 'ANNEE ' ATT-ANNEE DELIMITED BY SIZE
               INTO ATT-REF-COUR.
           EXEC SQL
               INSERT INTO COURRIER
                   (CODE_MBR, TYPE_COUR, DAT_COUR, REF_COUR, PGM_COUR)
               VALUES (:ATT-CODE-MBR, 'ATTESTATION', CURRENT_DATE,
                   :ATT-REF-COUR, 'attestation-fiscale')
           END-EXEC.
       ENREGISTRER-COURRIER-FIN. EXIT.
