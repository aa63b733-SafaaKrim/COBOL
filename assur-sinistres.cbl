      *     Gestion des sinistres rattaches aux polices des fichiers    *
      *     indexes ASSUR-PART1/PART2 : declaration au guichet,         *
      *     changement de statut (DECLARE/ENCOURS/REGLE/REFUSE),        *
      *     revision de la provision, consultation par police et        *
      *     saisie des reglements dates de chaque sinistre.             *
      ********************************************************************

       IDENTIFICATION DIVISION.
      * police existe bien dans PART1 ou PART2 avant d'accepter le
      * dossier, et les dates passent par la routine partagee
      * DATEUTIL comme dans assur.cbl.
      * La declaration controle aussi, par la routine partagee
      * GARANTIE, que la police etait couverte a la date de
      * survenance : son statut a cette date est reconstitue depuis
      * l'historique des polices tenu par POLHIST, et la date doit
      * tomber entre WS-Date1 et WS-date2. Un sinistre hors garantie
      * est refuse, ou enregistre marque 'H' (WS-SIN-GARANTIE) avec
      * le code motif au choix du gestionnaire ; le batch
      * assur-sinistres-garantie.cbl repasse chaque nuit les
      * sinistres deja au fichier.
      * La declaration note aussi si l'assure est responsable du
      * sinistre (WS-SIN-RESPONSABLE) : les sinistres responsables
      * majorent le coefficient de bonus-malus de la police a son
      * anniversaire (assur-indexation.cbl).
      * Les sommes versees sont tenues dans REGLEMENTS-SINISTRES.DAT,
      * un fichier indexe par numero de sinistre et numero d'ordre du
      * reglement : chaque reglement date (indemnite ou honoraires
      * d'expert, partiel ou final) porte son beneficiaire et son
      * IBAN, et diminue d'autant la provision restante du sinistre.
      * Le reglement part au statut SAISI ; c'est le batch
      * assur-virements-sinistres.cbl qui l'emet dans le fichier de
      * virements et le passe VIRE. Un sinistre ne passe REGLE que
      * lorsque son reglement final a ete vire (le batch l'y passe
      * lui-meme, et le changement de statut au guichet le refuse
      * tant que ce n'est pas le cas).
      * Chaque changement de la provision (declaration, revision,
      * refus ou cloture) est ajoute a MOUVEMENTS-PROVISIONS.DAT avec
      * la provision avant et apres : assur-compta-export.cbl en tire
      * les dotations et reprises du mois, meme apres coup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WS-ASSUR-PART2-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER2.

      * Reglements dates des sinistres : cle = numero de sinistre
      * suivi du numero d'ordre du reglement (001, 002...).
           SELECT REGLEMENTS-FILE ASSIGN TO 'reglements-sinistres.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-REG-CLE
           FILE STATUS  IS WS-STATUS-REGLEMENTS.

      * Journal des mouvements de provision : une ligne a chaque
      * changement de la provision d'un sinistre, relu par
      * assur-compta-export.cbl pour les dotations et reprises.
           SELECT MOUVEMENTS-PROV-FILE
           ASSIGN TO 'mouvements-provisions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-MVTPROV.

       DATA DIVISION.
       FILE SECTION.
       FD SINISTRES-FILE
      * Un enregistrement par sinistre : numero, cle de la police,
      * date de survenance, date de declaration, provision restante,
      * devise, statut, cumul des reglements saisis, marque hors
      * garantie avec son code motif et responsabilite de l'assure
      * (O = sinistre responsable, N = non responsable).
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-SINISTRE-RECORD.
       01 WS-SINISTRE-RECORD.
              88 WS-SIN-STATUT-CONNU VALUES 'DECLARE ' 'ENCOURS '
                                            'REGLE   ' 'REFUSE  '.
              88 WS-SIN-STATUT-CLOS  VALUES 'REGLE   ' 'REFUSE  '.
           05 FILLER           PIC X(1).
           05 WS-SIN-REGLE     PIC X(9).
           05 FILLER           PIC X(1).
           05 WS-SIN-GARANTIE  PIC X(1).
              88 WS-SIN-HORS-GARANTIE VALUE 'H'.
           05 WS-SIN-MOTIF-HG  PIC X(2).
           05 WS-SIN-RESPONSABLE PIC X(1).
              88 WS-SIN-EN-TORT       VALUE 'O'.
           05 FILLER           PIC X(5).

       FD REGLEMENTS-FILE
      * Un enregistrement par reglement : sinistre et numero d'ordre,
      * police, date du reglement, type (INDEMN = indemnite, HONOR =
      * honoraires d'expert), nature (P = partiel, F = final),
      * montant et devise, beneficiaire et son IBAN, statut (SAISI
      * puis VIRE) et date d'emission du virement.
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
              88 WS-REG-TYPE-CONNU VALUES 'INDEMN' 'HONOR '.
           05 FILLER           PIC X(1).
           05 WS-REG-NATURE    PIC X(1).
              88 WS-REG-NATURE-CONNUE VALUES 'P' 'F'.
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

       FD MOUVEMENTS-PROV-FILE
      * Un mouvement de provision : sinistre, date, provision avant et
      * apres, devise et motif (DECLARE, REVISION, REFUS, CLOTURE ou
      * SOLDE). Meme dessin dans assur-virements-sinistres.cbl et
      * assur-compta-export.cbl.
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

       FD ASSUR-PART1-FILE
           RECORD CONTAINS 121 CHARACTERS
          88 STATUT-FICHIER2-OK         VALUE '00'.
          88 STATUT-FICHIER2-NON-TROUVE VALUE '23'.

       01 WS-STATUS-REGLEMENTS PIC X(02).
          88 STATUT-REGLEMENTS-OK         VALUE '00'.
          88 STATUT-REGLEMENTS-DOUBLON    VALUE '22'.
          88 STATUT-REGLEMENTS-ABSENT     VALUE '35'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-MVTPROV==
                     ==FSTAT-OK==    BY ==STATUT-MVTPROV-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-SINISTRES'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
           05 WS-TRV-STATUT    PIC X(8).
              88 WS-TRV-STATUT-CONNU VALUES 'DECLARE ' 'ENCOURS '
                                            'REGLE   ' 'REFUSE  '.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-TRV-REGLE     PIC X(9).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-TRV-GARANTIE  PIC X(1).
           05 WS-TRV-MOTIF-HG  PIC X(2).
           05 WS-TRV-RESPONSABLE PIC X(1).
           05 FILLER           PIC X(5) VALUE SPACES.

      * La provision est saisie librement puis validee par FUNCTION
      * TEST-NUMVAL et rangee cadree a droite avec des zeros, comme
      * la prime de assur-maint.cbl.
       01 WS-RESERVE-NUM     PIC 9(9).
      * Provision avant changement et motif, pour le journal des
      * mouvements de provision (9000-ECRIRE-MVT-PROVISION).
       01 WS-ANCIENNE-RESERVE PIC 9(9).
       01 WS-MOTIF-MVT        PIC X(10).

       01 WS-POLICE-EXISTE   PIC X(01).
          88 POLICE-EXISTANTE VALUE 'O'.
      * Image de la police lue par 7000-VERIFIER-POLICE, passee a la
      * routine GARANTIE pour le controle de la periode couverte.
       01 WS-IMAGE-POLICE    PIC X(121).

       01 WS-NB-TROUVES      PIC 9(03) VALUE ZERO.
       01 WS-FIN-PARCOURS    PIC X(01).
          88 FIN-PARCOURS-SIN VALUE 'O'.

      * Saisie d'un reglement : montant, cumul regle du sinistre,
      * dernier numero d'ordre et etat des reglements deja saisis
      * (releve par 8200-EXAMINER-REGLEMENTS).
       01 WS-MONTANT-NUM     PIC 9(9).
       01 WS-REGLE-NUM       PIC 9(9).
       01 WS-DERNIERE-SEQ    PIC 9(3) VALUE ZERO.
       01 WS-NB-REGLEMENTS   PIC 9(3) VALUE ZERO.
       01 WS-FINAL-SAISI     PIC X(01).
          88 FINAL-EN-ATTENTE VALUE 'O'.
       01 WS-FINAL-VIRE      PIC X(01).
          88 FINAL-DEJA-VIRE  VALUE 'O'.
       01 WS-REG-EN-ATTENTE  PIC X(01).
          88 REGLEMENT-EN-ATTENTE VALUE 'O'.
       01 WS-DATE-SAISI-MAX  PIC X(08).
       01 WS-FIN-REGLEMENTS  PIC X(01).
          88 FIN-PARCOURS-REG VALUE 'O'.
       01 WS-CONFIRMATION    PIC X(01).

      * Zones d'appel de la routine partagee de calcul de dates.
       01 WS-DATEUTIL-FONCTION PIC X(08).
       01 WS-DATEUTIL-DATE-1   PIC 9(08).
       01 WS-DATEUTIL-RESULTAT PIC S9(08).
       01 WS-DATEUTIL-CODE     PIC X(02).

      * Zones d'appel de la routine partagee GARANTIE (police couverte
      * a la date de survenance, d'apres l'historique des polices).
       01 WS-GARANTIE-DATE     PIC 9(08).
       01 WS-GARANTIE-STATUT   PIC X(08).
       01 WS-GARANTIE-MOTIF    PIC X(02).
       01 WS-GARANTIE-LIBELLE  PIC X(40).
       01 WS-GARANTIE-CODE     PIC X(02).
          88 GARANTIE-COUVERTE VALUE '00'.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
               DISPLAY '2. Changer le statut d''un sinistre'
               DISPLAY '3. Reviser la provision d''un sinistre'
               DISPLAY '4. Consulter les sinistres d''une police'
               DISPLAY '5. Enregistrer un reglement'
               DISPLAY '6. Consulter les reglements d''un sinistre'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
                   WHEN '4'
                       PERFORM 5000-CONSULTER-PAR-POLICE
                       THRU    5000-CONSULTER-PAR-POLICE-FIN
                   WHEN '5'
                       PERFORM 8000-ENREGISTRER-REGLEMENT
                       THRU    8000-ENREGISTRER-REGLEMENT-FIN
                   WHEN '6'
                       PERFORM 8100-CONSULTER-REGLEMENTS
                       THRU    8100-CONSULTER-REGLEMENTS-FIN
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
           END-PERFORM.

           CLOSE SINISTRES-FILE.
           CLOSE REGLEMENTS-FILE.
           CLOSE MOUVEMENTS-PROV-FILE.
           CLOSE ASSUR-PART1-FILE.
           CLOSE ASSUR-PART2-FILE.
       0000-MAIN-END.

      ******************************************************************
      * Ouvre le fichier des sinistres en mise a jour (cree au premier
      * lancement s'il n'existe pas encore), de meme pour le fichier
      * des reglements, le journal des mouvements de provision en
      * ajout, et les deux fichiers de production en lecture, pour
      * le controle d'existence des polices a la declaration.
      ******************************************************************
       1000-OUVRIR-FICHIERS.
           OPEN I-O SINISTRES-FILE.
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
               CLOSE SINISTRES-FILE
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
               CLOSE SINISTRES-FILE
               CLOSE REGLEMENTS-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ASSUR-PART1-FILE.
           IF NOT STATUT-FICHIER-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART1.DAT : '
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER WS-LOG-MESSAGE
               CLOSE SINISTRES-FILE
               CLOSE REGLEMENTS-FILE
               CLOSE MOUVEMENTS-PROV-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER2 WS-LOG-MESSAGE
               CLOSE SINISTRES-FILE
               CLOSE REGLEMENTS-FILE
               CLOSE MOUVEMENTS-PROV-FILE
               CLOSE ASSUR-PART1-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
      ******************************************************************
      * Declaration d'un sinistre : la police doit exister dans PART1
      * ou PART2, la date de survenance doit etre une date reelle non
      * posterieure au jour, la police doit etre couverte a cette date
      * (7100-CONTROLER-GARANTIE), la responsabilite est O ou N et la
      * provision doit etre numerique. Le sinistre part au statut
      * DECLARE avec la date du jour en date de declaration ; sa
      * provision initiale est journalisee (motif DECLARE).
      ******************************************************************
       2000-DECLARER-SINISTRE.
           MOVE SPACES TO WS-SINISTRE-TRAVAIL.
               GO TO 2000-DECLARER-SINISTRE-FIN
           END-IF.

           PERFORM 7100-CONTROLER-GARANTIE
           THRU    7100-CONTROLER-GARANTIE-FIN.
           IF NOT GARANTIE-COUVERTE
               DISPLAY 'HORS GARANTIE : ' WS-GARANTIE-LIBELLE
               DISPLAY 'Enregistrer le sinistre HORS GARANTIE (O) '
                   'ou refuser la declaration (N) : '
                   WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRMATION
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION NOT = 'O'
                   DISPLAY 'DECLARATION REFUSEE, POLICE NON COUVERTE '
                       'A LA DATE DE SURVENANCE.'
                   GO TO 2000-DECLARER-SINISTRE-FIN
               END-IF
               MOVE 'H' TO WS-TRV-GARANTIE
               MOVE WS-GARANTIE-MOTIF TO WS-TRV-MOTIF-HG
           END-IF.

           DISPLAY 'Sinistre responsable (O/N) : ' WITH NO ADVANCING.
           ACCEPT WS-TRV-RESPONSABLE.
           IF WS-TRV-RESPONSABLE NOT = 'O'
               AND WS-TRV-RESPONSABLE NOT = 'N'
               DISPLAY 'RESPONSABILITE O OU N, DECLARATION ABANDONNEE.'
               GO TO 2000-DECLARER-SINISTRE-FIN
           END-IF.

           DISPLAY 'Provision initiale : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.

           MOVE WS-DATE-JOUR TO WS-TRV-DATE-DECL.
           MOVE 'DECLARE ' TO WS-TRV-STATUT.
           MOVE ZERO TO WS-REGLE-NUM.
           MOVE WS-REGLE-NUM TO WS-TRV-REGLE.

           MOVE WS-SINISTRE-TRAVAIL TO WS-SINISTRE-RECORD.
           WRITE WS-SINISTRE-RECORD.
           IF STATUT-SINISTRES-OK
               DISPLAY 'SINISTRE ' WS-TRV-NUMERO ' DECLARE SUR LA '
                   'POLICE ' WS-TRV-ID-POLICE
               IF WS-TRV-GARANTIE = 'H'
                   DISPLAY 'SINISTRE MARQUE HORS GARANTIE, MOTIF '
                       WS-TRV-MOTIF-HG
               END-IF
               MOVE ZERO TO WS-ANCIENNE-RESERVE
               MOVE 'DECLARE' TO WS-MOTIF-MVT
               PERFORM 9000-ECRIRE-MVT-PROVISION
               THRU    9000-ECRIRE-MVT-PROVISION-FIN
           ELSE
               IF STATUT-SINISTRES-DOUBLON
                   DISPLAY 'NUMERO DEJA PRESENT, DECLARATION REFUSEE.'
      * Changement de statut d'un sinistre existant : DECLARE peut
      * passer ENCOURS, REGLE ou REFUSE ; ENCOURS peut passer REGLE
      * ou REFUSE ; un sinistre REGLE ou REFUSE est clos et ne bouge
      * plus. Le passage a REGLE exige que le reglement final du
      * sinistre ait ete vire (8200-EXAMINER-REGLEMENTS). Le passage
      * a REFUSE est bloque tant qu'un reglement du sinistre est
      * encore SAISI : le batch des virements le paierait sinon.
      * Le reglement et le refus ramenent la provision a zero, le
      * dossier ne porte plus d'engagement : la provision liberee est
      * journalisee (motif CLOTURE ou REFUS).
      ******************************************************************
       3000-CHANGER-STATUT.
           PERFORM 6000-LIRE-SINISTRE
               DISPLAY 'SINISTRE DEJA EN COURS, RIEN A FAIRE.'
               GO TO 3000-CHANGER-STATUT-FIN
           END-IF.
           IF WS-TRV-STATUT = 'REGLE   '
               PERFORM 8200-EXAMINER-REGLEMENTS
               THRU    8200-EXAMINER-REGLEMENTS-FIN
               IF NOT FINAL-DEJA-VIRE
                   DISPLAY 'AUCUN REGLEMENT FINAL VIRE, PASSAGE A '
                       'REGLE REFUSE.'
                   GO TO 3000-CHANGER-STATUT-FIN
               END-IF
           END-IF.
           IF WS-TRV-STATUT = 'REFUSE  '
               PERFORM 8200-EXAMINER-REGLEMENTS
               THRU    8200-EXAMINER-REGLEMENTS-FIN
               IF REGLEMENT-EN-ATTENTE
                   DISPLAY 'REGLEMENT SAISI EN ATTENTE DE VIREMENT, '
                       'PASSAGE A REFUSE REFUSE.'
                   GO TO 3000-CHANGER-STATUT-FIN
               END-IF
           END-IF.

           IF WS-SIN-RESERVE NUMERIC
               MOVE WS-SIN-RESERVE TO WS-ANCIENNE-RESERVE
           ELSE
               MOVE ZERO TO WS-ANCIENNE-RESERVE
           END-IF.
           MOVE WS-TRV-STATUT TO WS-SIN-STATUT.
           IF WS-SIN-STATUT-CLOS
               MOVE ZERO TO WS-RESERVE-NUM
           IF STATUT-SINISTRES-OK
               DISPLAY 'SINISTRE ' WS-SIN-NUMERO ' PASSE AU STATUT '
                   WS-SIN-STATUT
               IF WS-SIN-STATUT = 'REFUSE  '
                   MOVE 'REFUS' TO WS-MOTIF-MVT
               ELSE
                   MOVE 'CLOTURE' TO WS-MOTIF-MVT
               END-IF
               PERFORM 9000-ECRIRE-MVT-PROVISION
               THRU    9000-ECRIRE-MVT-PROVISION-FIN
           ELSE
               DISPLAY 'ERREUR REECRITURE : ' WS-STATUS-SINISTRES
           END-IF.
       3000-CHANGER-STATUT-FIN. EXIT.

      ******************************************************************
      * Revision de la provision d'un sinistre non clos, journalisee
      * (motif REVISION).
      ******************************************************************
       4000-REVISER-PROVISION.
           PERFORM 6000-LIRE-SINISTRE
               DISPLAY 'PROVISION NON NUMERIQUE, REVISION ABANDONNEE.'
               GO TO 4000-REVISER-PROVISION-FIN
           END-IF.
           IF WS-SIN-RESERVE NUMERIC
               MOVE WS-SIN-RESERVE TO WS-ANCIENNE-RESERVE
           ELSE
               MOVE ZERO TO WS-ANCIENNE-RESERVE
           END-IF.
           COMPUTE WS-RESERVE-NUM = FUNCTION NUMVAL(WS-SAISIE-CHAMP).
           MOVE WS-RESERVE-NUM TO WS-SIN-RESERVE.

           IF STATUT-SINISTRES-OK
               DISPLAY 'PROVISION DU SINISTRE ' WS-SIN-NUMERO
                   ' PORTEE A ' WS-SIN-RESERVE ' ' WS-SIN-DEVISE
               MOVE 'REVISION' TO WS-MOTIF-MVT
               PERFORM 9000-ECRIRE-MVT-PROVISION
               THRU    9000-ECRIRE-MVT-PROVISION-FIN
           ELSE
               DISPLAY 'ERREUR REECRITURE : ' WS-STATUS-SINISTRES
           END-IF.
                           ' DECLARE ' WS-SIN-DATE-DECL
                           ' PROVISION ' WS-SIN-RESERVE ' '
                           WS-SIN-DEVISE ' ' WS-SIN-STATUT
                           ' REGLE ' WS-SIN-REGLE
                       IF WS-SIN-HORS-GARANTIE
                           DISPLAY '           HORS GARANTIE, MOTIF '
                               WS-SIN-MOTIF-HG
                       END-IF
                       IF WS-SIN-EN-TORT
                           DISPLAY '           SINISTRE RESPONSABLE'
                       END-IF
                   ELSE
                       MOVE 'O' TO WS-FIN-PARCOURS
                   END-IF
      ******************************************************************
      * Controle d'existence de la police declaree : lecture par cle
      * dans PART1 puis PART2, comme 7000-LIRE-POLICE de
      * assur-maint.cbl. L'enregistrement lu est garde dans
      * WS-IMAGE-POLICE pour le controle de garantie.
      ******************************************************************
       7000-VERIFIER-POLICE.
           MOVE 'N' TO WS-POLICE-EXISTE.
           MOVE WS-CLE-POLICE TO WS-ID OF WS-ASSUR-PART1-RECORD.
           MOVE SPACES TO WS-IMAGE-POLICE.
           READ ASSUR-PART1-FILE.
           IF STATUT-FICHIER-OK
               MOVE 'O' TO WS-POLICE-EXISTE
               MOVE WS-ASSUR-PART1-RECORD TO WS-IMAGE-POLICE
               GO TO 7000-VERIFIER-POLICE-FIN
           END-IF.
           MOVE WS-CLE-POLICE TO WS-ID OF WS-ASSUR-PART2-RECORD.
           READ ASSUR-PART2-FILE.
           IF STATUT-FICHIER2-OK
               MOVE 'O' TO WS-POLICE-EXISTE
               MOVE WS-ASSUR-PART2-RECORD TO WS-IMAGE-POLICE
           END-IF.
       7000-VERIFIER-POLICE-FIN. EXIT.

      ******************************************************************
      * Controle de garantie a la declaration : la routine partagee
      * GARANTIE reconstitue l'etat de la police a la date de
      * survenance depuis l'historique des polices (POLHIST) et dit
      * si elle etait ACTIF et dans sa periode d'effet. Un sinistre
      * hors garantie est refuse, ou enregistre marque 'H' avec le
      * code motif si le gestionnaire le decide.
      ******************************************************************
       7100-CONTROLER-GARANTIE.
           MOVE WS-TRV-DATE-SURV TO WS-GARANTIE-DATE.
           CALL 'GARANTIE' USING WS-CLE-POLICE WS-GARANTIE-DATE
               WS-IMAGE-POLICE WS-GARANTIE-STATUT WS-GARANTIE-MOTIF
               WS-GARANTIE-LIBELLE WS-GARANTIE-CODE.
       7100-CONTROLER-GARANTIE-FIN. EXIT.

      ******************************************************************
      * Saisie d'un reglement sur un sinistre non clos : date, type,
      * nature partielle ou finale, montant (au plus la provision
      * restante), beneficiaire et IBAN. Le reglement est ecrit au
      * statut SAISI avec le numero d'ordre suivant ; la provision du
      * sinistre est diminuee du montant et le cumul regle augmente.
      * Un sinistre DECLARE passe ENCOURS a son premier reglement.
      * Aucun reglement n'est accepte derriere un reglement final, et
      * un reglement final ne peut pas etre date avant un reglement
      * encore SAISI du meme sinistre : le batch des virements
      * solderait le sinistre avant d'avoir emis ce reglement.
      ******************************************************************
       8000-ENREGISTRER-REGLEMENT.
           PERFORM 6000-LIRE-SINISTRE
           THRU    6000-LIRE-SINISTRE-FIN.
           IF NOT STATUT-SINISTRES-OK
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.

           IF WS-SIN-STATUT-CLOS
               DISPLAY 'SINISTRE CLOS (' WS-SIN-STATUT '), REGLEMENT '
                   'REFUSE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.

           PERFORM 8200-EXAMINER-REGLEMENTS
           THRU    8200-EXAMINER-REGLEMENTS-FIN.
           IF FINAL-EN-ATTENTE OR FINAL-DEJA-VIRE
               DISPLAY 'UN REGLEMENT FINAL EXISTE DEJA, SAISIE '
                   'ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.
           IF WS-DERNIERE-SEQ >= 999
               DISPLAY 'NUMEROTATION DES REGLEMENTS EPUISEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.

           MOVE SPACES TO WS-REGLEMENT-RECORD.
           MOVE WS-SIN-NUMERO TO WS-REG-SINISTRE.
           COMPUTE WS-REG-SEQUENCE = WS-DERNIERE-SEQ + 1.
           MOVE WS-SIN-ID-POLICE TO WS-REG-ID-POLICE.
           MOVE WS-SIN-DEVISE TO WS-REG-DEVISE.

           DISPLAY 'Date du reglement (AAAAMMJJ, vide = jour) : '
               WITH NO ADVANCING.
           ACCEPT WS-REG-DATE.
           IF WS-REG-DATE = SPACES
               MOVE WS-DATE-JOUR TO WS-REG-DATE
           END-IF.
           IF WS-REG-DATE NOT NUMERIC
               DISPLAY 'DATE NON NUMERIQUE, SAISIE ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.
           MOVE 'VALIDER ' TO WS-DATEUTIL-FONCTION.
           MOVE WS-REG-DATE TO WS-DATEUTIL-DATE-1.
           CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
               WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
               WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
               WS-DATEUTIL-CODE.
           IF WS-DATEUTIL-CODE NOT = '00'
               DISPLAY 'DATE IMPOSSIBLE, SAISIE ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.
           IF WS-REG-DATE < WS-SIN-DATE-SURV
               DISPLAY 'REGLEMENT ANTERIEUR A LA SURVENANCE, SAISIE '
                   'ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.

           DISPLAY 'Type (INDEMN = indemnite, HONOR = honoraires '
               'd''expert) : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           MOVE WS-SAISIE-CHAMP(1:6) TO WS-REG-TYPE.
           IF NOT WS-REG-TYPE-CONNU
               DISPLAY 'TYPE NON RECONNU, SAISIE ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.

           DISPLAY 'Nature (P = partiel, F = final) : '
               WITH NO ADVANCING.
           ACCEPT WS-REG-NATURE.
           IF NOT WS-REG-NATURE-CONNUE
               DISPLAY 'NATURE NON RECONNUE, SAISIE ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.
           IF WS-REG-FINAL AND REGLEMENT-EN-ATTENTE
              AND WS-REG-DATE < WS-DATE-SAISI-MAX
               DISPLAY 'REGLEMENT SAISI NON VIRE AU ' WS-DATE-SAISI-MAX
                   ' : LE FINAL NE PEUT ETRE DATE AVANT, SAISIE '
                   'ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.

           DISPLAY 'Montant [provision restante ' WS-SIN-RESERVE ' '
               WS-SIN-DEVISE '] : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CHAMP.
           ACCEPT WS-SAISIE-CHAMP.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAISIE-CHAMP))
                   NOT = 0
               DISPLAY 'MONTANT NON NUMERIQUE, SAISIE ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.
           COMPUTE WS-MONTANT-NUM = FUNCTION NUMVAL(WS-SAISIE-CHAMP).
           IF WS-MONTANT-NUM = ZERO
               DISPLAY 'MONTANT NUL, SAISIE ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.
           IF WS-SIN-RESERVE NUMERIC
               MOVE WS-SIN-RESERVE TO WS-RESERVE-NUM
           ELSE
               MOVE ZERO TO WS-RESERVE-NUM
           END-IF.
           IF WS-MONTANT-NUM > WS-RESERVE-NUM
               DISPLAY 'MONTANT SUPERIEUR A LA PROVISION RESTANTE : '
                   'REVISER LA PROVISION D''ABORD.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.
           MOVE WS-MONTANT-NUM TO WS-REG-MONTANT.

           DISPLAY 'Beneficiaire : ' WITH NO ADVANCING.
           ACCEPT WS-REG-BENEF.
           IF WS-REG-BENEF = SPACES
               DISPLAY 'BENEFICIAIRE OBLIGATOIRE, SAISIE ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.
           DISPLAY 'IBAN du beneficiaire : ' WITH NO ADVANCING.
           ACCEPT WS-REG-IBAN.
           IF WS-REG-IBAN = SPACES
               DISPLAY 'IBAN OBLIGATOIRE, SAISIE ABANDONNEE.'
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.

           IF WS-REG-FINAL
               DISPLAY 'REGLEMENT FINAL : LE SOLDE DE PROVISION SERA '
                   'LIBERE AU VIREMENT. CONFIRMER (O/N) : '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION NOT = 'O'
                   DISPLAY 'SAISIE ABANDONNEE.'
                   GO TO 8000-ENREGISTRER-REGLEMENT-FIN
               END-IF
           END-IF.

           MOVE 'SAISI ' TO WS-REG-STATUT.
           WRITE WS-REGLEMENT-RECORD.
           IF NOT STATUT-REGLEMENTS-OK
               DISPLAY 'ERREUR ECRITURE REGLEMENT : '
                   WS-STATUS-REGLEMENTS
               MOVE '8000-ENREGISTRER-REGLEMENT' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR ECRITURE REGLEMENTS-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-REGLEMENTS
                   WS-LOG-MESSAGE
               GO TO 8000-ENREGISTRER-REGLEMENT-FIN
           END-IF.

           SUBTRACT WS-MONTANT-NUM FROM WS-RESERVE-NUM.
           MOVE WS-RESERVE-NUM TO WS-SIN-RESERVE.
           IF WS-SIN-REGLE NUMERIC
               MOVE WS-SIN-REGLE TO WS-REGLE-NUM
           ELSE
               MOVE ZERO TO WS-REGLE-NUM
           END-IF.
           ADD WS-MONTANT-NUM TO WS-REGLE-NUM.
           MOVE WS-REGLE-NUM TO WS-SIN-REGLE.
           IF WS-SIN-STATUT = 'DECLARE '
               MOVE 'ENCOURS ' TO WS-SIN-STATUT
           END-IF.
           REWRITE WS-SINISTRE-RECORD.
           IF STATUT-SINISTRES-OK
               DISPLAY 'REGLEMENT ' WS-REG-SINISTRE '/' WS-REG-SEQUENCE
                   ' ENREGISTRE, PROVISION RESTANTE ' WS-SIN-RESERVE
                   ' ' WS-SIN-DEVISE
           ELSE
               DISPLAY 'ERREUR REECRITURE : ' WS-STATUS-SINISTRES
           END-IF.
       8000-ENREGISTRER-REGLEMENT-FIN. EXIT.

      ******************************************************************
      * Liste des reglements d'un sinistre, dans l'ordre de saisie.
      ******************************************************************
       8100-CONSULTER-REGLEMENTS.
           PERFORM 6000-LIRE-SINISTRE
           THRU    6000-LIRE-SINISTRE-FIN.
           IF NOT STATUT-SINISTRES-OK
               GO TO 8100-CONSULTER-REGLEMENTS-FIN
           END-IF.

           MOVE WS-SIN-NUMERO TO WS-REG-SINISTRE.
           MOVE ZERO TO WS-REG-SEQUENCE.
           MOVE ZERO TO WS-NB-REGLEMENTS.
           START REGLEMENTS-FILE KEY NOT < WS-REG-CLE.
           IF STATUT-REGLEMENTS-OK
               MOVE 'N' TO WS-FIN-REGLEMENTS
           ELSE
               MOVE 'O' TO WS-FIN-REGLEMENTS
           END-IF.
           PERFORM UNTIL FIN-PARCOURS-REG
               READ REGLEMENTS-FILE NEXT
               IF NOT STATUT-REGLEMENTS-OK
                   MOVE 'O' TO WS-FIN-REGLEMENTS
               ELSE
                   IF WS-REG-SINISTRE = WS-SIN-NUMERO
                       ADD 1 TO WS-NB-REGLEMENTS
                       DISPLAY WS-REG-SEQUENCE ' ' WS-REG-DATE
                           ' ' WS-REG-TYPE ' ' WS-REG-NATURE
                           ' ' WS-REG-MONTANT ' ' WS-REG-DEVISE
                           ' ' WS-REG-STATUT ' ' WS-REG-DATE-VIR
                       DISPLAY '    ' WS-REG-BENEF ' ' WS-REG-IBAN
                   ELSE
                       MOVE 'O' TO WS-FIN-REGLEMENTS
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-REGLEMENTS = ZERO
               DISPLAY 'AUCUN REGLEMENT POUR CE SINISTRE.'
           ELSE
               DISPLAY WS-NB-REGLEMENTS ' REGLEMENT(S), CUMUL REGLE '
                   WS-SIN-REGLE ' ' WS-SIN-DEVISE
           END-IF.
       8100-CONSULTER-REGLEMENTS-FIN. EXIT.

      ******************************************************************
      * Releve des reglements deja saisis pour le sinistre courant
      * (WS-SIN-NUMERO) : dernier numero d'ordre, presence d'un
      * reglement final encore SAISI ou deja VIRE, presence d'un
      * reglement quelconque encore SAISI et date la plus tardive
      * des reglements encore SAISIS. Le fichier des
      * sinistres n'est pas touche : l'enregistrement courant reste
      * disponible pour la reecriture de l'appelant.
      ******************************************************************
       8200-EXAMINER-REGLEMENTS.
           MOVE ZERO TO WS-DERNIERE-SEQ.
           MOVE 'N' TO WS-FINAL-SAISI.
           MOVE 'N' TO WS-FINAL-VIRE.
           MOVE 'N' TO WS-REG-EN-ATTENTE.
           MOVE LOW-VALUES TO WS-DATE-SAISI-MAX.
           MOVE WS-SIN-NUMERO TO WS-REG-SINISTRE.
           MOVE ZERO TO WS-REG-SEQUENCE.
           START REGLEMENTS-FILE KEY NOT < WS-REG-CLE.
           IF STATUT-REGLEMENTS-OK
               MOVE 'N' TO WS-FIN-REGLEMENTS
           ELSE
               MOVE 'O' TO WS-FIN-REGLEMENTS
           END-IF.
           PERFORM UNTIL FIN-PARCOURS-REG
               READ REGLEMENTS-FILE NEXT
               IF NOT STATUT-REGLEMENTS-OK
                   MOVE 'O' TO WS-FIN-REGLEMENTS
               ELSE
                   IF WS-REG-SINISTRE = WS-SIN-NUMERO
                       MOVE WS-REG-SEQUENCE TO WS-DERNIERE-SEQ
                       IF WS-REG-SAISI
                           MOVE 'O' TO WS-REG-EN-ATTENTE
                           IF WS-REG-DATE > WS-DATE-SAISI-MAX
                               MOVE WS-REG-DATE TO WS-DATE-SAISI-MAX
                           END-IF
                       END-IF
                       IF WS-REG-FINAL
                           IF WS-REG-VIRE
                               MOVE 'O' TO WS-FINAL-VIRE
                           ELSE
                               MOVE 'O' TO WS-FINAL-SAISI
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'O' TO WS-FIN-REGLEMENTS
                   END-IF
               END-IF
           END-PERFORM.
       8200-EXAMINER-REGLEMENTS-FIN. EXIT.

      ******************************************************************
      * Journal des mouvements de provision : une ligne pour le
      * sinistre courant, provision avant (WS-ANCIENNE-RESERVE) et
      * apres (WS-SIN-RESERVE), avec le motif WS-MOTIF-MVT. Un
      * changement sans effet sur le montant n'est pas ecrit. La
      * saisie d'un reglement n'est pas journalisee ici : la reprise
      * de provision correspondante est comptabilisee au virement.
      ******************************************************************
       9000-ECRIRE-MVT-PROVISION.
           IF WS-SIN-RESERVE NUMERIC
               MOVE WS-SIN-RESERVE TO WS-RESERVE-NUM
           ELSE
               MOVE ZERO TO WS-RESERVE-NUM
           END-IF.
           IF WS-RESERVE-NUM = WS-ANCIENNE-RESERVE
               GO TO 9000-ECRIRE-MVT-PROVISION-FIN
           END-IF.
           MOVE SPACES TO WS-MVTPROV-RECORD.
           MOVE WS-SIN-NUMERO       TO WS-MVP-SINISTRE.
           MOVE WS-DATE-JOUR        TO WS-MVP-DATE.
           MOVE WS-ANCIENNE-RESERVE TO WS-MVP-ANCIENNE.
           MOVE WS-RESERVE-NUM      TO WS-MVP-NOUVELLE.
           MOVE WS-SIN-DEVISE       TO WS-MVP-DEVISE.
           MOVE WS-MOTIF-MVT        TO WS-MVP-MOTIF.
           WRITE WS-MVTPROV-RECORD.
           IF NOT STATUT-MVTPROV-OK
               DISPLAY 'ERREUR ECRITURE MOUVEMENTS-PROVISIONS.DAT : '
                   WS-STATUS-MVTPROV
               MOVE '9000-ECRIRE-MVT-PROVISION' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR ECRITURE MOUVEMENTS-PROV-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-MVTPROV WS-LOG-MESSAGE
           END-IF.
       9000-ECRIRE-MVT-PROVISION-FIN. EXIT.

       END PROGRAM assur-sinistres.
