       IDENTIFICATION DIVISION.
       PROGRAM-ID. doublons-remboursements.

      ******************************************************************
      * Liste mensuelle des paires de remboursements suspects deja
      * payes, pour recuperation de l'indu. Memes regles que le
      * controle fait a la decision dans GESTION-REMBOURSEMENTS :
      * - doublon : meme beneficiaire (CODE_MBR, CODE_FAM), meme
      *   garantie, meme montant, dates de soin distantes d'au plus
      *   GUARANTEE.DOUBLON_JOURS jours (30 par defaut) ;
      * - periodicite : deux remboursements de la garantie pour le
      *   meme beneficiaire a moins de GUARANTEE.PERIODICITY annees.
      * Une paire est listee le mois ou le second des deux
      * remboursements a ete paye (REIMBURSEMENT.REIMB_DATE) ; le
      * montant a recuperer est celui de ce second paiement.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOUBLONS-FILE
           ASSIGN TO 'doublons-remboursements.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DOUBLONS.

       DATA DIVISION.
       FILE SECTION.
       FD DOUBLONS-FILE.
       01 DOUBLONS-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 DB-CONN-INFO.
           05 DB-USERNAME PIC X(30) VALUE "cobol".
           05 DB-PASSWORD PIC X(10) VALUE SPACES.
           05 DB-NAME     PIC X(30) VALUE "bobodb".

       01 WS-STATUS-DOUBLONS  PIC X(02).
          88 STATUT-DOUBLONS-OK VALUE '00'.

       01 DBL-MOIS-DEBUT     PIC X(10).
       01 DBL-MOIS-FIN       PIC X(10).
       01 DBL-REIMB-1        PIC 9(09).
       01 DBL-REIMB-2        PIC 9(09).
       01 DBL-CODE-MBR       PIC X(10).
       01 DBL-CODE-FAM       PIC 9(09).
       01 DBL-CODE-GAR       PIC 9(09).
       01 DBL-SOIN-1         PIC X(10).
       01 DBL-SOIN-2         PIC X(10).
       01 DBL-PAYE-1         PIC X(10).
       01 DBL-PAYE-2         PIC X(10).
       01 DBL-MONTANT-1      PIC 9(07)V99.
       01 DBL-MONTANT-2      PIC 9(07)V99.
       01 DBL-PRV-1          PIC X(10).
       01 DBL-PRV-2          PIC X(10).
       01 DBL-MOTIF          PIC X(11).
       01 DBL-A-RECUPERER    PIC 9(07)V99.

       01 WS-MOIS-SAISIE     PIC X(06).
       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-ANNEE           PIC 9(04).
       01 WS-MOIS            PIC 9(02).
       01 WS-ANNEE-FIN       PIC 9(04).
       01 WS-MOIS-FIN        PIC 9(02).
       01 WS-VERSE-A-1       PIC X(14).
       01 WS-VERSE-A-2       PIC X(14).

       01 WS-NB-PAIRES       PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-RECUPERER PIC 9(09)V99 VALUE ZERO.
       01 WS-MONTANT-ED      PIC Z(6)9.99.
       01 WS-TOTAL-ED        PIC Z(8)9.99.

       PROCEDURE DIVISION.

      * Mois traite : saisi en AAAAMM, le mois precedent par defaut.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           DISPLAY 'MOIS DE PAIEMENT A CONTROLER (AAAAMM, VIDE = MOIS '
               'PRECEDENT) : ' WITH NO ADVANCING.
           ACCEPT WS-MOIS-SAISIE.
           IF WS-MOIS-SAISIE NUMERIC
               MOVE WS-MOIS-SAISIE(1:4) TO WS-ANNEE
               MOVE WS-MOIS-SAISIE(5:2) TO WS-MOIS
           ELSE
               MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE
               MOVE WS-DATE-JOUR(5:2) TO WS-MOIS
               IF WS-MOIS = 1
                   MOVE 12 TO WS-MOIS
                   SUBTRACT 1 FROM WS-ANNEE
               ELSE
                   SUBTRACT 1 FROM WS-MOIS
               END-IF
           END-IF.
           MOVE WS-ANNEE TO WS-ANNEE-FIN.
           IF WS-MOIS = 12
               MOVE 1 TO WS-MOIS-FIN
               ADD 1 TO WS-ANNEE-FIN
           ELSE
               COMPUTE WS-MOIS-FIN = WS-MOIS + 1
           END-IF.
           STRING WS-ANNEE '-' WS-MOIS '-01'
               DELIMITED BY SIZE INTO DBL-MOIS-DEBUT.
           STRING WS-ANNEE-FIN '-' WS-MOIS-FIN '-01'
               DELIMITED BY SIZE INTO DBL-MOIS-FIN.

           EXEC SQL
               CONNECT :DB-USERNAME IDENTIFIED BY :DB-PASSWORD
                   USING :DB-NAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'Connexion base indisponible, SQLCODE ' SQLCODE
               STOP RUN
           END-IF.

           EXEC SQL
               ALTER TABLE GUARANTEE
               ADD COLUMN IF NOT EXISTS DOUBLON_JOURS INTEGER
           END-EXEC.

           OPEN OUTPUT DOUBLONS-FILE.
           IF NOT STATUT-DOUBLONS-OK
               DISPLAY 'Fichier doublons-remboursements.rpt '
                   'illisible : ' WS-STATUS-DOUBLONS
               STOP RUN
           END-IF.

           MOVE SPACES TO DOUBLONS-RECORD.
           STRING 'REMBOURSEMENTS SUSPECTS PAYES EN ' WS-ANNEE '-'
               WS-MOIS ' - A RECUPERER'
               DELIMITED BY SIZE INTO DOUBLONS-RECORD.
           WRITE DOUBLONS-RECORD.
           MOVE ALL '-' TO DOUBLONS-RECORD.
           WRITE DOUBLONS-RECORD.

           PERFORM LISTER-PAIRES THRU LISTER-PAIRES-FIN.

           MOVE ALL '-' TO DOUBLONS-RECORD.
           WRITE DOUBLONS-RECORD.
           MOVE WS-TOTAL-RECUPERER TO WS-TOTAL-ED.
           MOVE SPACES TO DOUBLONS-RECORD.
           STRING 'TOTAL : ' WS-NB-PAIRES ' PAIRE(S) SUSPECTE(S), '
               'MONTANT A RECUPERER ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO DOUBLONS-RECORD.
           WRITE DOUBLONS-RECORD.

           CLOSE DOUBLONS-FILE.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT END-EXEC.

           DISPLAY WS-NB-PAIRES ' paire(s) suspecte(s) pour '
               WS-TOTAL-ED ' a recuperer'.
           STOP RUN.

      ******************************************************************
      * Paires de remboursements payes (R1 le premier, R2 le second
      * paye) du meme beneficiaire et de la meme garantie, le second
      * paye dans le mois traite.
      ******************************************************************
       LISTER-PAIRES.
           EXEC SQL
               DECLARE CUR_DOUBLONS CURSOR FOR
                   SELECT A1.CODE_REIMB, A2.CODE_REIMB, A1.CODE_MBR,
                          COALESCE(A1.CODE_FAM, 0), A1.CODE_GAR,
                          TO_CHAR(A1.DAT_CREA_REIMB, 'YYYY-MM-DD'),
                          TO_CHAR(A2.DAT_CREA_REIMB, 'YYYY-MM-DD'),
                          TO_CHAR(R1.REIMB_DATE, 'YYYY-MM-DD'),
                          TO_CHAR(R2.REIMB_DATE, 'YYYY-MM-DD'),
                          R1.REIMB_AMOUNT, R2.REIMB_AMOUNT,
                          COALESCE(A1.PAYEE_PRV, ''),
                          COALESCE(A2.PAYEE_PRV, ''),
                          CASE WHEN R1.REIMB_AMOUNT = R2.REIMB_AMOUNT
                               AND ABS(A2.DAT_CREA_REIMB
                                   - A1.DAT_CREA_REIMB)
                                   <= COALESCE(G.DOUBLON_JOURS, 30)
                               THEN 'DOUBLON'
                               ELSE 'PERIODICITE' END
                   FROM REIMBURSEMENT R1
                   INNER JOIN ASKED_REIMB A1
                       ON A1.CODE_REIMB = R1.CODE_REIMB
                   INNER JOIN REIMBURSEMENT R2
                       ON R2.CODE_MBR = R1.CODE_MBR
                       AND R2.CODE_GAR = R1.CODE_GAR
                       AND R2.REIMB_PAID = TRUE
                       AND (R2.REIMB_DATE > R1.REIMB_DATE
                            OR (R2.REIMB_DATE = R1.REIMB_DATE
                                AND R2.CODE_REIMB > R1.CODE_REIMB))
                   INNER JOIN ASKED_REIMB A2
                       ON A2.CODE_REIMB = R2.CODE_REIMB
                   INNER JOIN GUARANTEE G ON G.CODE_GAR = R1.CODE_GAR
                   WHERE R1.REIMB_PAID = TRUE
                   AND COALESCE(A2.CODE_FAM, 0)
                       = COALESCE(A1.CODE_FAM, 0)
                   AND R2.REIMB_DATE >= CAST(:DBL-MOIS-DEBUT AS DATE)
                   AND R2.REIMB_DATE < CAST(:DBL-MOIS-FIN AS DATE)
                   AND ((R1.REIMB_AMOUNT = R2.REIMB_AMOUNT
                         AND ABS(A2.DAT_CREA_REIMB
                             - A1.DAT_CREA_REIMB)
                             <= COALESCE(G.DOUBLON_JOURS, 30))
                        OR (COALESCE(G.PERIODICITY, 0) > 0
                         AND A2.DAT_CREA_REIMB < A1.DAT_CREA_REIMB
                             + G.PERIODICITY * INTERVAL '1 year'
                         AND A1.DAT_CREA_REIMB < A2.DAT_CREA_REIMB
                             + G.PERIODICITY * INTERVAL '1 year'))
                   ORDER BY A1.CODE_MBR, A1.CODE_REIMB, A2.CODE_REIMB
           END-EXEC.
           EXEC SQL OPEN CUR_DOUBLONS END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR_DOUBLONS
                   INTO :DBL-REIMB-1, :DBL-REIMB-2, :DBL-CODE-MBR,
                        :DBL-CODE-FAM, :DBL-CODE-GAR,
                        :DBL-SOIN-1, :DBL-SOIN-2,
                        :DBL-PAYE-1, :DBL-PAYE-2,
                        :DBL-MONTANT-1, :DBL-MONTANT-2,
                        :DBL-PRV-1, :DBL-PRV-2, :DBL-MOTIF
               END-EXEC
               IF SQLCODE = 0
                   PERFORM ECRIRE-PAIRE THRU ECRIRE-PAIRE-FIN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR_DOUBLONS END-EXEC.
       LISTER-PAIRES-FIN. EXIT.

       ECRIRE-PAIRE.
           ADD 1 TO WS-NB-PAIRES.
           MOVE DBL-MONTANT-2 TO DBL-A-RECUPERER.
           ADD DBL-A-RECUPERER TO WS-TOTAL-RECUPERER.

           IF DBL-PRV-1 = SPACES
               MOVE 'ADHERENT' TO WS-VERSE-A-1
           ELSE
               MOVE SPACES TO WS-VERSE-A-1
               STRING 'TIERS ' DBL-PRV-1
                   DELIMITED BY SIZE INTO WS-VERSE-A-1
           END-IF.
           IF DBL-PRV-2 = SPACES
               MOVE 'ADHERENT' TO WS-VERSE-A-2
           ELSE
               MOVE SPACES TO WS-VERSE-A-2
               STRING 'TIERS ' DBL-PRV-2
                   DELIMITED BY SIZE INTO WS-VERSE-A-2
           END-IF.

           MOVE SPACES TO DOUBLONS-RECORD.
           STRING DBL-MOTIF ' MEMBRE ' DBL-CODE-MBR
               ' BENEF ' DBL-CODE-FAM ' GARANTIE ' DBL-CODE-GAR
               DELIMITED BY SIZE INTO DOUBLONS-RECORD.
           WRITE DOUBLONS-RECORD.

           MOVE DBL-MONTANT-1 TO WS-MONTANT-ED.
           MOVE SPACES TO DOUBLONS-RECORD.
           STRING '  1ER  DEMANDE ' DBL-REIMB-1 ' SOIN ' DBL-SOIN-1
               ' PAYE ' DBL-PAYE-1 ' ' WS-MONTANT-ED
               ' A ' WS-VERSE-A-1
               DELIMITED BY SIZE INTO DOUBLONS-RECORD.
           WRITE DOUBLONS-RECORD.

           MOVE DBL-MONTANT-2 TO WS-MONTANT-ED.
           MOVE SPACES TO DOUBLONS-RECORD.
           STRING '  2EME DEMANDE ' DBL-REIMB-2 ' SOIN ' DBL-SOIN-2
               ' PAYE ' DBL-PAYE-2 ' ' WS-MONTANT-ED
               ' A ' WS-VERSE-A-2 ' - A RECUPERER'
               DELIMITED BY SIZE INTO DOUBLONS-RECORD.
           WRITE DOUBLONS-RECORD.
       ECRIRE-PAIRE-FIN. EXIT.
