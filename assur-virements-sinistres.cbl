      ********************************************************************
      *     Emission des virements de reglement des sinistres : tout    *
      *     reglement SAISI dont la date est atteinte part dans un      *
      *     fichier de virements a format fixe (en-tete / details /     *
      *     fin avec totaux de controle par devise), passe VIRE, et     *
      *     le sinistre dont le reglement final est vire passe REGLE.   *
      ********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assur-virements-sinistres.
       AUTHOR. K.SAFAA.

      * Les reglements saisis au guichet par assur-sinistres.cbl dans
      * REGLEMENTS-SINISTRES.DAT restaient a virer a la main. Ce batch
      * parcourt le fichier des reglements et, pour chaque reglement
      * SAISI date du jour ou avant, ecrit un detail dans
      * VIREMENTS-SINISTRES.DAT au dessin de
      * transmission-assurances.dat ('1' en-tete date, '2' un detail
      * par virement avec beneficiaire et IBAN, '3' fin avec compte
      * et total vire par devise), puis passe le reglement VIRE avec
      * la date d'emission. Quand le reglement vire est le reglement
      * final du sinistre, le sinistre passe REGLE et le solde de sa
      * provision est libere : c'est le seul chemin normal vers
      * REGLE, le guichet le refusant tant qu'aucun final n'est vire.
      * Avant de virer, le statut du sinistre est relu : un reglement
      * dont le sinistre n'est plus ouvert (REGLE ou REFUSE entre la
      * saisie et la remise) ou introuvable n'est pas vire, reste
      * SAISI et est signale en anomalie ; un sinistre REFUSE n'est
      * jamais repasse REGLE.
      * Le solde de provision libere au reglement final est ajoute a
      * MOUVEMENTS-PROVISIONS.DAT (motif SOLDE), comme les changements
      * de provision faits au guichet par assur-sinistres.cbl.
      * Un reglement final n'est pas vire tant qu'un autre reglement
      * du meme sinistre reste SAISI (date future, sinistre bloque ou
      * montant illisible) : solder le sinistre rendrait ce reglement
      * impossible a virer. Le final reste SAISI et part au passage
      * ou plus rien n'est en attente devant lui.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLEMENTS-FILE ASSIGN TO 'reglements-sinistres.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-REG-CLE
           FILE STATUS  IS WS-STATUS-REGLEMENTS.

           SELECT SINISTRES-FILE ASSIGN TO 'sinistres-assur.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-SIN-NUMERO
           ALTERNATE RECORD KEY IS WS-SIN-ID-POLICE WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-SINISTRES.

           SELECT VIREMENTS-FILE
           ASSIGN TO 'virements-sinistres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-VIREMENTS.

           SELECT MOUVEMENTS-PROV-FILE
           ASSIGN TO 'mouvements-provisions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-MVTPROV.

       DATA DIVISION.
       FILE SECTION.
       FD REGLEMENTS-FILE
      * Meme dessin que dans assur-sinistres.cbl.
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD     IS WS-REGLEMENT-RECORD.
       01 WS-REGLEMENT-RECORD.
           05 WS-REG-CLE.
              10 WS-REG-SINISTRE  PIC X(10).
              10 WS-REG-SEQUENCE  PIC 9(3).
           05 FILLER           PIC X(1).
           05 WS-REG-ID-POLICE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-REG-DATE      PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-REG-TYPE      PIC X(6).
           05 FILLER           PIC X(1).
           05 WS-REG-NATURE    PIC X(1).
              88 WS-REG-FINAL         VALUE 'F'.
           05 FILLER           PIC X(1).
           05 WS-REG-MONTANT   PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-REG-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-REG-BENEF     PIC X(30).
           05 FILLER           PIC X(1).
           05 WS-REG-IBAN      PIC X(34).
           05 FILLER           PIC X(1).
           05 WS-REG-STATUT    PIC X(6).
              88 WS-REG-SAISI     VALUE 'SAISI '.
              88 WS-REG-VIRE      VALUE 'VIRE  '.
           05 FILLER           PIC X(1).
           05 WS-REG-DATE-VIR  PIC X(8).
           05 FILLER           PIC X(4).

       FD SINISTRES-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-SINISTRE-RECORD.
       01 WS-SINISTRE-RECORD.
           05 WS-SIN-NUMERO    PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-SIN-ID-POLICE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-DATE-SURV PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-DATE-DECL PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-SIN-RESERVE   PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-SIN-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-SIN-STATUT    PIC X(8).
              88 WS-SIN-OUVERT       VALUES 'DECLARE ' 'ENCOURS '.
              88 WS-SIN-REFUSE       VALUE 'REFUSE  '.
           05 FILLER           PIC X(1).
           05 WS-SIN-REGLE     PIC X(9).
           05 FILLER           PIC X(10).

       FD VIREMENTS-FILE
      * Trois types d'enregistrement, identifies en colonne 1 :
      * '1' = en-tete de remise, '2' = detail virement, '3' = fin de
      * remise avec compte et totaux de controle par devise.
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD     IS WS-VIREMENT-RECORD.
       01 WS-VIREMENT-RECORD.
           05 WS-VIR-TYPE      PIC X(1).
           05 WS-VIR-DONNEES   PIC X(131).

       01 WS-VIR-ENTETE REDEFINES WS-VIREMENT-RECORD.
           05 FILLER           PIC X(1).
           05 WS-VIR-ENT-LIB   PIC X(21).
           05 WS-VIR-ENT-DATE  PIC 9(8).
           05 FILLER           PIC X(102).

       01 WS-VIR-DETAIL REDEFINES WS-VIREMENT-RECORD.
           05 FILLER             PIC X(1).
           05 WS-VIR-DET-SINISTRE PIC X(10).
           05 WS-VIR-DET-SEQUENCE PIC 9(3).
           05 WS-VIR-DET-POLICE  PIC X(8).
           05 WS-VIR-DET-TYPE    PIC X(6).
           05 WS-VIR-DET-NATURE  PIC X(1).
           05 WS-VIR-DET-DATE    PIC X(8).
           05 WS-VIR-DET-MONTANT PIC X(9).
           05 WS-VIR-DET-DEVISE  PIC X(3).
           05 WS-VIR-DET-BENEF   PIC X(30).
           05 WS-VIR-DET-IBAN    PIC X(34).
           05 FILLER             PIC X(19).

       01 WS-VIR-FIN REDEFINES WS-VIREMENT-RECORD.
           05 FILLER           PIC X(1).
           05 WS-VIR-FIN-NBRE  PIC 9(7).
           05 WS-VIR-FIN-DEVISES OCCURS 5 TIMES.
              10 WS-VIR-FIN-DEV-CODE  PIC X(3).
              10 WS-VIR-FIN-DEV-TOTAL PIC 9(13).
           05 FILLER           PIC X(44).

       FD MOUVEMENTS-PROV-FILE
      * Meme dessin que dans assur-sinistres.cbl.
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD     IS WS-MVTPROV-RECORD.
       01 WS-MVTPROV-RECORD.
           05 WS-MVP-SINISTRE  PIC X(10).
           05 FILLER           PIC X(1).
           05 WS-MVP-DATE      PIC 9(8).
           05 FILLER           PIC X(1).
           05 WS-MVP-ANCIENNE  PIC 9(9).
           05 FILLER           PIC X(1).
           05 WS-MVP-NOUVELLE  PIC 9(9).
           05 FILLER           PIC X(1).
           05 WS-MVP-DEVISE    PIC X(3).
           05 FILLER           PIC X(1).
           05 WS-MVP-MOTIF     PIC X(10).
           05 FILLER           PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGLEMENTS PIC X(02).
          88 STATUT-REGLEMENTS-OK  VALUE '00'.
          88 STATUT-REGLEMENTS-FIN VALUE '10'.
          88 STATUT-REGLEMENTS-ABSENT VALUE '35'.

       01 WS-STATUS-SINISTRES PIC X(02).
          88 STATUT-SINISTRES-OK  VALUE '00'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-VIREMENTS==
                     ==FSTAT-OK==    BY ==STATUT-VIREMENTS-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-MVTPROV==
                     ==FSTAT-OK==    BY ==STATUT-MVTPROV-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-VIREMENTS-SIN'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01 WS-RUNCTL-PROGRAMME   PIC X(20) VALUE 'ASSUR-VIREMENTS-SIN'.
       01 WS-RUNCTL-COMPTEUR-1  PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2  PIC 9(07).
       01 WS-RUNCTL-STATUT      PIC X(10).

       01 WS-DATE-JOUR       PIC 9(08).
       01 WS-NB-DETAILS      PIC 9(07) VALUE ZERO.
       01 WS-NB-SOLDES       PIC 9(07) VALUE ZERO.
       01 WS-NB-DIFFERES     PIC 9(07) VALUE ZERO.
       01 WS-NB-BLOQUES      PIC 9(07) VALUE ZERO.
       01 WS-NB-FINALS-RETENUS PIC 9(07) VALUE ZERO.
       01 WS-NB-ANOMALIES    PIC 9(05) VALUE ZERO.
       01 WS-RESERVE-NUM     PIC 9(9).
       01 WS-SIN-EN-COURS    PIC X(10) VALUE SPACES.
       01 WS-AUTRE-SAISI     PIC X(01) VALUE 'N'.
          88 AUTRE-REGLEMENT-SAISI VALUE 'O'.
       01 WS-ANCIENNE-RESERVE PIC 9(9).

      * Totaux de controle des virements par devise distincte.
       01 WS-NB-DEVISES      PIC 9(02) VALUE ZERO.
       01 WS-DEV-POS         PIC 9(02) VALUE ZERO.
       01 WS-K               PIC 9(02) VALUE ZERO.
       01 WS-TAB-DEVISES.
          05 WS-DEV-ENTREE OCCURS 5 TIMES.
             10 WS-DEV-CODE   PIC X(3).
             10 WS-DEV-TOTAL  PIC 9(13).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 1000-OUVRIR-FICHIERS
           THRU    1000-OUVRIR-FICHIERS-FIN.

           MOVE SPACES TO WS-VIREMENT-RECORD.
           MOVE '1' TO WS-VIR-TYPE.
           MOVE 'VIREMENTS SINISTRES A' TO WS-VIR-ENT-LIB.
           MOVE WS-DATE-JOUR TO WS-VIR-ENT-DATE.
           WRITE WS-VIREMENT-RECORD.

           PERFORM 2000-TRAITER-REGLEMENTS
           THRU    2000-TRAITER-REGLEMENTS-FIN.

           PERFORM 6000-ECRIRE-FIN-REMISE
           THRU    6000-ECRIRE-FIN-REMISE-FIN.

           CLOSE VIREMENTS-FILE.
           CLOSE REGLEMENTS-FILE.
           CLOSE SINISTRES-FILE.
           CLOSE MOUVEMENTS-PROV-FILE.

           DISPLAY 'VIREMENTS EMIS           : ' WS-NB-DETAILS.
           DISPLAY 'SINISTRES PASSES REGLE   : ' WS-NB-SOLDES.
           DISPLAY 'REGLEMENTS A DATE FUTURE : ' WS-NB-DIFFERES.
           DISPLAY 'SINISTRE NON OUVERT      : ' WS-NB-BLOQUES.
           DISPLAY 'FINALS RETENUS           : ' WS-NB-FINALS-RETENUS.
           DISPLAY 'ANOMALIES                : ' WS-NB-ANOMALIES.

           MOVE WS-NB-DETAILS TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-SOLDES  TO WS-RUNCTL-COMPTEUR-2.
           IF WS-NB-ANOMALIES = ZERO
               MOVE 'OK' TO WS-RUNCTL-STATUT
           ELSE
               MOVE 'ANOMALIES' TO WS-RUNCTL-STATUT
           END-IF.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Ouverture : reglements et sinistres en mise a jour, fichier de
      * virements en creation, journal des mouvements de provision en
      * ajout. Un fichier de reglements absent n'est
      * pas une erreur : la remise part vide, en-tete et fin compris.
      ******************************************************************
       1000-OUVRIR-FICHIERS.
           OPEN OUTPUT VIREMENTS-FILE.
           IF NOT STATUT-VIREMENTS-OK
               DISPLAY 'ERREUR OUVERTURE VIREMENTS-SINISTRES.DAT : '
                       WS-STATUS-VIREMENTS
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE VIREMENTS-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-VIREMENTS
                   WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O REGLEMENTS-FILE.
           IF STATUT-REGLEMENTS-ABSENT
               OPEN OUTPUT REGLEMENTS-FILE
               CLOSE REGLEMENTS-FILE
               OPEN I-O REGLEMENTS-FILE
           END-IF.
           IF NOT STATUT-REGLEMENTS-OK
               DISPLAY 'ERREUR OUVERTURE REGLEMENTS-SINISTRES.DAT : '
                       WS-STATUS-REGLEMENTS
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE REGLEMENTS-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-REGLEMENTS
                   WS-LOG-MESSAGE
               CLOSE VIREMENTS-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O SINISTRES-FILE.
           IF NOT STATUT-SINISTRES-OK
               DISPLAY 'ERREUR OUVERTURE SINISTRES-ASSUR.DAT : '
                       WS-STATUS-SINISTRES
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE SINISTRES-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-SINISTRES WS-LOG-MESSAGE
               CLOSE VIREMENTS-FILE
               CLOSE REGLEMENTS-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND MOUVEMENTS-PROV-FILE.
           IF NOT STATUT-MVTPROV-OK
               OPEN OUTPUT MOUVEMENTS-PROV-FILE
           END-IF.
           IF NOT STATUT-MVTPROV-OK
               DISPLAY 'ERREUR OUVERTURE MOUVEMENTS-PROVISIONS.DAT : '
                       WS-STATUS-MVTPROV
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE MOUVEMENTS-PROV-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-MVTPROV WS-LOG-MESSAGE
               CLOSE VIREMENTS-FILE
               CLOSE REGLEMENTS-FILE
               CLOSE SINISTRES-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-OUVRIR-FICHIERS-FIN. EXIT.

      ******************************************************************
      * Parcours des reglements dans l'ordre de la cle (sinistre puis
      * numero d'ordre) : chaque reglement SAISI dont la date est
      * atteinte est vire si son sinistre est encore ouvert (DECLARE
      * ou ENCOURS) ; sinon, comme pour un montant illisible, il est
      * laisse SAISI et signale.
      * Le guichet n'accepte aucun reglement derriere un final : le
      * final est donc le dernier de son sinistre dans l'ordre de la
      * cle, et WS-AUTRE-SAISI dit s'il reste devant lui un reglement
      * du meme sinistre encore SAISI, auquel cas il est retenu.
      ******************************************************************
       2000-TRAITER-REGLEMENTS.
           READ REGLEMENTS-FILE NEXT.
           PERFORM UNTIL STATUT-REGLEMENTS-FIN
               IF NOT STATUT-REGLEMENTS-OK
                   DISPLAY 'ERREUR LECTURE REGLEMENTS-SINISTRES.DAT : '
                           WS-STATUS-REGLEMENTS
                   ADD 1 TO WS-NB-ANOMALIES
                   SET STATUT-REGLEMENTS-FIN TO TRUE
               ELSE
                   IF WS-REG-SINISTRE NOT = WS-SIN-EN-COURS
                       MOVE WS-REG-SINISTRE TO WS-SIN-EN-COURS
                       MOVE 'N' TO WS-AUTRE-SAISI
                   END-IF
                   IF WS-REG-SAISI
                       IF WS-REG-DATE > WS-DATE-JOUR
                           ADD 1 TO WS-NB-DIFFERES
                       ELSE
                           IF WS-REG-FINAL AND AUTRE-REGLEMENT-SAISI
                               DISPLAY 'REGLEMENT FINAL '
                                   WS-REG-SINISTRE '/' WS-REG-SEQUENCE
                                   ' RETENU : REGLEMENT ANTERIEUR '
                                   'NON VIRE'
                               ADD 1 TO WS-NB-FINALS-RETENUS
                           ELSE
                               PERFORM 2500-CONTROLER-SINISTRE
                               THRU    2500-CONTROLER-SINISTRE-FIN
                               IF WS-SIN-OUVERT
                                   PERFORM 3000-VIRER-REGLEMENT
                                   THRU    3000-VIRER-REGLEMENT-FIN
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF WS-REG-SAISI
                       MOVE 'O' TO WS-AUTRE-SAISI
                   END-IF
                   READ REGLEMENTS-FILE NEXT
               END-IF
           END-PERFORM.
       2000-TRAITER-REGLEMENTS-FIN. EXIT.

      ******************************************************************
      * Relit le sinistre du reglement courant. Introuvable ou plus
      * ouvert, le reglement est signale ; WS-SIN-STATUT est laisse a
      * blanc pour un sinistre introuvable, ce qui le fait ecarter.
      ******************************************************************
       2500-CONTROLER-SINISTRE.
           MOVE WS-REG-SINISTRE TO WS-SIN-NUMERO.
           READ SINISTRES-FILE.
           IF NOT STATUT-SINISTRES-OK
               MOVE SPACES TO WS-SIN-STATUT
               DISPLAY 'SINISTRE ' WS-REG-SINISTRE ' INTROUVABLE, '
                   'REGLEMENT ' WS-REG-SEQUENCE ' NON VIRE'
               ADD 1 TO WS-NB-ANOMALIES
               ADD 1 TO WS-NB-BLOQUES
               GO TO 2500-CONTROLER-SINISTRE-FIN
           END-IF.
           IF NOT WS-SIN-OUVERT
               DISPLAY 'SINISTRE ' WS-REG-SINISTRE ' ' WS-SIN-STATUT
                   ', REGLEMENT ' WS-REG-SEQUENCE ' NON VIRE'
               ADD 1 TO WS-NB-ANOMALIES
               ADD 1 TO WS-NB-BLOQUES
           END-IF.
       2500-CONTROLER-SINISTRE-FIN. EXIT.

      ******************************************************************
      * Un reglement : detail de virement, cumul de controle par
      * devise, passage VIRE, puis solde du sinistre si le reglement
      * est final.
      ******************************************************************
       3000-VIRER-REGLEMENT.
           IF WS-REG-MONTANT NOT NUMERIC
               DISPLAY 'MONTANT ILLISIBLE, REGLEMENT ' WS-REG-SINISTRE
                   '/' WS-REG-SEQUENCE ' NON VIRE'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 3000-VIRER-REGLEMENT-FIN
           END-IF.

           MOVE SPACES TO WS-VIREMENT-RECORD.
           MOVE '2' TO WS-VIR-TYPE.
           MOVE WS-REG-SINISTRE  TO WS-VIR-DET-SINISTRE.
           MOVE WS-REG-SEQUENCE  TO WS-VIR-DET-SEQUENCE.
           MOVE WS-REG-ID-POLICE TO WS-VIR-DET-POLICE.
           MOVE WS-REG-TYPE      TO WS-VIR-DET-TYPE.
           MOVE WS-REG-NATURE    TO WS-VIR-DET-NATURE.
           MOVE WS-REG-DATE      TO WS-VIR-DET-DATE.
           MOVE WS-REG-MONTANT   TO WS-VIR-DET-MONTANT.
           MOVE WS-REG-DEVISE    TO WS-VIR-DET-DEVISE.
           MOVE WS-REG-BENEF     TO WS-VIR-DET-BENEF.
           MOVE WS-REG-IBAN      TO WS-VIR-DET-IBAN.
           WRITE WS-VIREMENT-RECORD.
           ADD 1 TO WS-NB-DETAILS.

           PERFORM 5000-CUMULER-DEVISE
           THRU    5000-CUMULER-DEVISE-FIN.

           MOVE 'VIRE  ' TO WS-REG-STATUT.
           MOVE WS-DATE-JOUR TO WS-REG-DATE-VIR.
           REWRITE WS-REGLEMENT-RECORD.
           IF NOT STATUT-REGLEMENTS-OK
               DISPLAY 'ERREUR REECRITURE REGLEMENT ' WS-REG-SINISTRE
                   '/' WS-REG-SEQUENCE ' : ' WS-STATUS-REGLEMENTS
               MOVE '3000-VIRER-REGLEMENT'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR REECRITURE REGLEMENTS-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-REGLEMENTS
                   WS-LOG-MESSAGE
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 3000-VIRER-REGLEMENT-FIN
           END-IF.

           IF WS-REG-FINAL
               PERFORM 4000-SOLDER-SINISTRE
               THRU    4000-SOLDER-SINISTRE-FIN
           END-IF.
       3000-VIRER-REGLEMENT-FIN. EXIT.

      ******************************************************************
      * Reglement final vire : le sinistre passe REGLE et sa provision
      * restante est ramenee a zero (le dossier ne porte plus
      * d'engagement) ; le solde libere est journalise (motif SOLDE).
      * Un sinistre REFUSE garde son statut.
      ******************************************************************
       4000-SOLDER-SINISTRE.
           MOVE WS-REG-SINISTRE TO WS-SIN-NUMERO.
           READ SINISTRES-FILE.
           IF NOT STATUT-SINISTRES-OK
               DISPLAY 'SINISTRE ' WS-REG-SINISTRE ' INTROUVABLE, '
                   'STATUT NON MIS A JOUR'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 4000-SOLDER-SINISTRE-FIN
           END-IF.
           IF WS-SIN-REFUSE
               DISPLAY 'SINISTRE ' WS-REG-SINISTRE ' REFUSE, STATUT '
                   'NON MIS A JOUR'
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 4000-SOLDER-SINISTRE-FIN
           END-IF.
           IF WS-SIN-RESERVE NUMERIC
               MOVE WS-SIN-RESERVE TO WS-ANCIENNE-RESERVE
           ELSE
               MOVE ZERO TO WS-ANCIENNE-RESERVE
           END-IF.
           MOVE 'REGLE   ' TO WS-SIN-STATUT.
           MOVE ZERO TO WS-RESERVE-NUM.
           MOVE WS-RESERVE-NUM TO WS-SIN-RESERVE.
           REWRITE WS-SINISTRE-RECORD.
           IF STATUT-SINISTRES-OK
               ADD 1 TO WS-NB-SOLDES
               IF WS-ANCIENNE-RESERVE > ZERO
                   PERFORM 4100-ECRIRE-MVT-PROVISION
                   THRU    4100-ECRIRE-MVT-PROVISION-FIN
               END-IF
           ELSE
               DISPLAY 'ERREUR REECRITURE SINISTRE ' WS-SIN-NUMERO
                   ' : ' WS-STATUS-SINISTRES
               MOVE '4000-SOLDER-SINISTRE'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR REECRITURE SINISTRES-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-SINISTRES WS-LOG-MESSAGE
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
       4000-SOLDER-SINISTRE-FIN. EXIT.

      ******************************************************************
      * Mouvement de provision du solde : provision restante avant le
      * solde, zero apres, motif SOLDE, a la date d'emission.
      ******************************************************************
       4100-ECRIRE-MVT-PROVISION.
           MOVE SPACES TO WS-MVTPROV-RECORD.
           MOVE WS-SIN-NUMERO       TO WS-MVP-SINISTRE.
           MOVE WS-DATE-JOUR        TO WS-MVP-DATE.
           MOVE WS-ANCIENNE-RESERVE TO WS-MVP-ANCIENNE.
           MOVE ZERO                TO WS-MVP-NOUVELLE.
           MOVE WS-SIN-DEVISE       TO WS-MVP-DEVISE.
           MOVE 'SOLDE'             TO WS-MVP-MOTIF.
           WRITE WS-MVTPROV-RECORD.
           IF NOT STATUT-MVTPROV-OK
               DISPLAY 'ERREUR ECRITURE MOUVEMENTS-PROVISIONS.DAT : '
                   WS-STATUS-MVTPROV
               MOVE '4100-ECRIRE-MVT-PROVISION' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR ECRITURE MOUVEMENTS-PROV-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-MVTPROV WS-LOG-MESSAGE
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
       4100-ECRIRE-MVT-PROVISION-FIN. EXIT.

      ******************************************************************
      * Cumule le montant du virement courant dans le total de
      * controle de sa devise (cinq devises distinctes au plus, comme
      * assur-transmission.cbl).
      ******************************************************************
       5000-CUMULER-DEVISE.
           MOVE ZERO TO WS-DEV-POS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-DEVISES
               IF WS-DEV-CODE (WS-K) = WS-REG-DEVISE
                   MOVE WS-K TO WS-DEV-POS
               END-IF
           END-PERFORM.
           IF WS-DEV-POS = ZERO
               IF WS-NB-DEVISES >= 5
                   DISPLAY 'PLUS DE 5 DEVISES DISTINCTES : TOTAL NON '
                       'CUMULE POUR ' WS-REG-DEVISE
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 5000-CUMULER-DEVISE-FIN
               END-IF
               ADD 1 TO WS-NB-DEVISES
               MOVE WS-NB-DEVISES TO WS-DEV-POS
               MOVE WS-REG-DEVISE TO WS-DEV-CODE (WS-DEV-POS)
               MOVE ZERO TO WS-DEV-TOTAL (WS-DEV-POS)
           END-IF.
           COMPUTE WS-DEV-TOTAL (WS-DEV-POS) =
               WS-DEV-TOTAL (WS-DEV-POS)
               + FUNCTION NUMVAL(WS-REG-MONTANT).
       5000-CUMULER-DEVISE-FIN. EXIT.

      ******************************************************************
      * Enregistrement de fin de remise : nombre de virements puis les
      * totaux de controle par devise, dans l'ordre de rencontre.
      ******************************************************************
       6000-ECRIRE-FIN-REMISE.
           MOVE SPACES TO WS-VIREMENT-RECORD.
           MOVE '3' TO WS-VIR-TYPE.
           MOVE WS-NB-DETAILS TO WS-VIR-FIN-NBRE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-DEVISES
               MOVE WS-DEV-CODE (WS-K)
                   TO WS-VIR-FIN-DEV-CODE (WS-K)
               MOVE WS-DEV-TOTAL (WS-K)
                   TO WS-VIR-FIN-DEV-TOTAL (WS-K)
           END-PERFORM.
           WRITE WS-VIREMENT-RECORD.
       6000-ECRIRE-FIN-REMISE-FIN. EXIT.

       END PROGRAM assur-virements-sinistres.
