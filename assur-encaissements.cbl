      *     Rapprochement des paiements recus de la banque avec         *
      *     l'echeancier des primes : pointage paye/partiel/impaye      *
      *     par echeance, rapport de balance agee 30/60/90 jours par    *
      *     police et par devise, et procedure legale de non-paiement   *
      *     (mise en demeure, suspension, resiliation) au format        *
      *     mouvement, avec registre des courriers.                     *
      ********************************************************************

       IDENTIFICATION DIVISION.
      * MOUVEMENTS-SUSPENSION.DAT au format de mouvements-assur.dat :
      * l'exploitation la verse au fichier de mouvements du lendemain
      * et assur-mouvements.cbl l'applique comme n'importe quel 'M'.
      * La suspension suit desormais la procedure legale de
      * non-paiement, tenue police par police dans
      * PROCEDURE-IMPAYES.DAT : des que le seuil d'impayes est
      * atteint (1 echeance echue par defaut), une mise en demeure
      * portant le montant du est emise ; sans paiement, la garantie
      * est suspendue IMPAYE_DELAI_SUSP jours plus tard (30 par
      * defaut), puis le contrat resilie IMPAYE_DELAI_RESIL jours
      * apres la suspension (10 par defaut). Les deux dates sont
      * ramenees au premier jour ouvre par la routine JOURFERIE et
      * fixees des la mise en demeure. Chaque etape produit son
      * courrier dans LETTRES-IMPAYES.DAT et, pour la suspension et
      * la resiliation, le 'M' correspondant ; un reglement integral
      * recu en cours de procedure l'arrete (et remet la police ACTIF
      * si elle etait suspendue). Toutes les etapes sont ajoutees a
      * REGISTRE-IMPAYES.DAT, preuve des courriers envoyes et des
      * dates atteintes en cas de litige.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-SUSPENSIONS.

      * Etat de la procedure de non-paiement de chaque police.
           SELECT PROCEDURE-FILE ASSIGN TO 'procedure-impayes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY   IS WS-PRO-ID
           FILE STATUS  IS WS-STATUS-PROCEDURE.

      * Courriers du jour, prets a poster.
           SELECT LETTRES-FILE ASSIGN TO 'lettres-impayes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-LETTRES.

      * Registre cumule des etapes franchies (jamais reinitialise).
           SELECT REGISTRE-FILE ASSIGN TO 'registre-impayes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-REGISTRE.

       DATA DIVISION.
       FILE SECTION.
       FD ECHEANCIER-FILE
           05 FILLER           PIC X(1).
           05 WS-SUS-POLICE    PIC X(121).

       FD PROCEDURE-FILE
      * Etape en cours (D = mise en demeure envoyee, S = garantie
      * suspendue, R = contrat resilie, A = procedure arretee par le
      * paiement), dates de la mise en demeure, de la suspension et
      * de la resiliation prevues, date de cloture et montant du a la
      * mise en demeure.
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-PROCEDURE-RECORD.
       01 WS-PROCEDURE-RECORD.
           05 WS-PRO-ID          PIC X(8).
           05 FILLER             PIC X(1).
           05 WS-PRO-ETAPE       PIC X(1).
              88 PRO-DEMEURE         VALUE 'D'.
              88 PRO-SUSPENDUE       VALUE 'S'.
              88 PRO-RESILIEE        VALUE 'R'.
              88 PRO-ARRETEE         VALUE 'A'.
              88 PRO-EN-COURS        VALUES 'D' 'S'.
           05 FILLER             PIC X(1).
           05 WS-PRO-DATE-DEMEURE PIC 9(8).
           05 FILLER             PIC X(1).
           05 WS-PRO-DATE-SUSP   PIC 9(8).
           05 FILLER             PIC X(1).
           05 WS-PRO-DATE-RESIL  PIC 9(8).
           05 FILLER             PIC X(1).
           05 WS-PRO-DATE-FIN    PIC 9(8).
           05 FILLER             PIC X(1).
           05 WS-PRO-MONTANT     PIC 9(9).
           05 FILLER             PIC X(1).
           05 WS-PRO-DEVISE      PIC X(3).
           05 FILLER             PIC X(19).

       FD LETTRES-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-LETTRE-RECORD.
       01 WS-LETTRE-RECORD   PIC X(80).

       FD REGISTRE-FILE
      * Une ligne par etape : police, date, etape, montant du,
      * prochaine date de la procedure et statut du 'M' emis.
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-REGISTRE-RECORD.
       01 WS-REGISTRE-RECORD.
           05 WS-REG-ID          PIC X(8).
           05 FILLER             PIC X(1).
           05 WS-REG-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 WS-REG-ETAPE       PIC X(14).
           05 FILLER             PIC X(1).
           05 WS-REG-MONTANT     PIC Z(8)9.
           05 FILLER             PIC X(1).
           05 WS-REG-DEVISE      PIC X(3).
           05 FILLER             PIC X(1).
           05 WS-REG-PROCHAINE   PIC X(8).
           05 FILLER             PIC X(1).
           05 WS-REG-MOUVEMENT   PIC X(8).
           05 FILLER             PIC X(16).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-ECHEANCIER==
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-SUSPENSIONS==
                     ==FSTAT-OK==    BY ==STATUT-SUSPENSIONS-OK==.

       01 WS-STATUS-PROCEDURE PIC X(02).
          88 STATUT-PROCEDURE-OK        VALUE '00'.
          88 STATUT-PROCEDURE-ABSENT    VALUE '35'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-LETTRES==
                     ==FSTAT-OK==    BY ==STATUT-LETTRES-OK==.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-REGISTRE==
                     ==FSTAT-OK==    BY ==STATUT-REGISTRE-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-ENCAISSE'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-NB-SANS-ECH     PIC 9(05) VALUE ZERO.
       01 WS-NB-SUSPENSIONS  PIC 9(05) VALUE ZERO.
       01 WS-NB-AVOIRS       PIC 9(05) VALUE ZERO.
       01 WS-NB-DEMEURES     PIC 9(05) VALUE ZERO.
       01 WS-NB-RESILIATIONS PIC 9(05) VALUE ZERO.
       01 WS-NB-ARRETS       PIC 9(05) VALUE ZERO.
       01 WS-NB-ETAPES       PIC 9(05) VALUE ZERO.

      * Seuil d'echeances echues impayees declenchant la mise en
      * demeure. Modifiable par la variable d'environnement
      * ENCAISSE_SEUIL_IMPAYES, comme TAUX_SEUIL_JOURS pour assur.cbl.
       01 WS-SEUIL-IMPAYES   PIC 9(02) VALUE 1.
       01 WS-SEUIL-SAISI     PIC X(8).

      * Delais legaux de la procedure de non-paiement, en jours
      * calendaires ramenes au jour ouvre suivant.
       01 WS-DELAI-SUSP      PIC 9(03) VALUE 30.
       01 WS-DELAI-RESIL     PIC 9(03) VALUE 10.

       01 WS-DATE-JOUR       PIC 9(08).

      * Echeancier en memoire, avec le cumul des paiements recus et
       01 WS-POLICE-STATUT   PIC X(8).
       01 WS-POLICE-TROUVEE  PIC X(1).
          88 POLICE-TROUVEE  VALUE 'O'.
       01 WS-DU-POL          PIC 9(9) VALUE ZERO.
       01 WS-DEVISE-POL      PIC X(3).
       01 WS-PRO-EXISTE      PIC X(1).
          88 PROCEDURE-EXISTANTE VALUE 'O'.
       01 WS-MVT-STATUT      PIC X(8).
       01 WS-COURRIER-ETAPE  PIC X(14).

      * Zones d'appel de la routine partagee des jours ouvres.
       01 WS-JF-FONCTION     PIC X(08).
       01 WS-JF-DATE         PIC 9(08).
       01 WS-JF-NOMBRE       PIC S9(07).
       01 WS-JF-RESULTAT     PIC S9(08).
       01 WS-JF-LIBELLE      PIC X(25).
       01 WS-JF-CODE         PIC X(02).

      * Date a editer JJ/MM/AAAA dans les courriers.
       01 WS-DATE-A-EDITER   PIC 9(08).
       01 WS-DATE-EDITEE     PIC X(10).

      * Zones d'appel de la routine partagee de calcul de dates.
       01 WS-DATEUTIL-FONCTION PIC X(08).
               COMPUTE WS-SEUIL-IMPAYES =
                   FUNCTION NUMVAL(WS-SEUIL-SAISI)
           END-IF.
           IF WS-SEUIL-IMPAYES = ZERO
               MOVE 1 TO WS-SEUIL-IMPAYES
           END-IF.

           MOVE 'IMPAYE_DELAI_SUSP' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-DELAI-SUSP =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.
           MOVE 'IMPAYE_DELAI_RESIL' TO WS-PARAM-CLE.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               AND FUNCTION TEST-NUMVAL(FUNCTION
                   TRIM(WS-PARAM-VALEUR)) = 0
               COMPUTE WS-DELAI-RESIL =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF.

           PERFORM 1000-CHARGER-ECHEANCIER
           THRU    1000-CHARGER-ECHEANCIER-FIN.
           DISPLAY 'AVOIRS EXCLUS           : ' WS-NB-AVOIRS.
           DISPLAY 'PAIEMENTS POINTES       : ' WS-NB-PAIEMENTS.
           DISPLAY 'PAIEMENTS SANS ECHEANCE : ' WS-NB-SANS-ECH.
           DISPLAY 'MISES EN DEMEURE        : ' WS-NB-DEMEURES.
           DISPLAY 'SUSPENSIONS PROPOSEES   : ' WS-NB-SUSPENSIONS.
           DISPLAY 'RESILIATIONS PROPOSEES  : ' WS-NB-RESILIATIONS.
           DISPLAY 'PROCEDURES ARRETEES     : ' WS-NB-ARRETS.

           COMPUTE WS-NB-ETAPES = WS-NB-DEMEURES + WS-NB-SUSPENSIONS
               + WS-NB-RESILIATIONS + WS-NB-ARRETS.
           MOVE WS-NB-PAIEMENTS   TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-NB-ETAPES      TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       5200-CUMULER-TRANCHE-FIN. EXIT.

      ******************************************************************
      * Procedure de non-paiement : cumule pour chaque police le
      * nombre d'echeances echues non soldees et le restant du, puis
      * fait avancer sa procedure dans PROCEDURE-IMPAYES.DAT. Le
      * tableau etant produit police par police par
      * assur-echeancier.cbl, le changement de cle marque la fin de
      * chaque police.
      ******************************************************************
       7000-PROPOSER-SUSPENSIONS.
           OPEN OUTPUT SUSPENSIONS-FILE.
               GO TO 7000-PROPOSER-SUSPENSIONS-FIN
           END-IF.

           OPEN I-O PROCEDURE-FILE.
           IF STATUT-PROCEDURE-ABSENT
               OPEN OUTPUT PROCEDURE-FILE
               CLOSE PROCEDURE-FILE
               OPEN I-O PROCEDURE-FILE
           END-IF.
           IF NOT STATUT-PROCEDURE-OK
               DISPLAY 'ERREUR OUVERTURE PROCEDURE-IMPAYES.DAT : '
                       WS-STATUS-PROCEDURE
               MOVE '7000-PROPOSER-SUSPENSIONS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE PROCEDURE-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-PROCEDURE
                   WS-LOG-MESSAGE
               CLOSE SUSPENSIONS-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LETTRES-FILE.
           IF NOT STATUT-LETTRES-OK
               DISPLAY 'ERREUR OUVERTURE LETTRES-IMPAYES.DAT : '
                       WS-STATUS-LETTRES
               MOVE '7000-PROPOSER-SUSPENSIONS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE LETTRES-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-LETTRES
                   WS-LOG-MESSAGE
               CLOSE SUSPENSIONS-FILE PROCEDURE-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND REGISTRE-FILE.
           IF NOT STATUT-REGISTRE-OK
               OPEN OUTPUT REGISTRE-FILE
           END-IF.
           IF NOT STATUT-REGISTRE-OK
               DISPLAY 'ERREUR OUVERTURE REGISTRE-IMPAYES.DAT : '
                       WS-STATUS-REGISTRE
               MOVE '7000-PROPOSER-SUSPENSIONS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE REGISTRE-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-REGISTRE
                   WS-LOG-MESSAGE
               CLOSE SUSPENSIONS-FILE PROCEDURE-FILE LETTRES-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ASSUR-PART1-FILE.
           OPEN INPUT ASSUR-PART2-FILE.

           MOVE SPACES TO WS-CRT-ID.
           MOVE ZERO TO WS-NB-IMPAYES-POL WS-DU-POL.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ECHEANCES
               IF WS-TAB-ID (WS-I) NOT = WS-CRT-ID
                   PERFORM 7100-EXAMINER-POLICE
                   THRU    7100-EXAMINER-POLICE-FIN
                   MOVE WS-TAB-ID (WS-I) TO WS-CRT-ID
                   MOVE ZERO TO WS-NB-IMPAYES-POL WS-DU-POL
               END-IF
               IF NOT ECHEANCE-PAYEE (WS-I)
                   AND WS-TAB-DATE (WS-I) < WS-DATE-JOUR
                   ADD 1 TO WS-NB-IMPAYES-POL
                   COMPUTE WS-DU-POL = WS-DU-POL
                       + WS-TAB-MONTANT (WS-I) - WS-TAB-PAYE (WS-I)
                   MOVE WS-TAB-DEVISE (WS-I) TO WS-DEVISE-POL
               END-IF
           END-PERFORM.
           PERFORM 7100-EXAMINER-POLICE
           CLOSE ASSUR-PART1-FILE.
           CLOSE ASSUR-PART2-FILE.
           CLOSE SUSPENSIONS-FILE.
           CLOSE PROCEDURE-FILE.
           CLOSE LETTRES-FILE.
           CLOSE REGISTRE-FILE.
       7000-PROPOSER-SUSPENSIONS-FIN. EXIT.

      ******************************************************************
      * Fin de la police precedente : lecture de sa procedure, puis
      * selon l'etape atteinte ouverture (seuil d'impayes atteint),
      * arret (plus rien de du), suspension ou resiliation (date
      * prevue atteinte).
      ******************************************************************
       7100-EXAMINER-POLICE.
           IF WS-CRT-ID = SPACES
               GO TO 7100-EXAMINER-POLICE-FIN
           END-IF.
           MOVE SPACES TO WS-MVT-STATUT.

           MOVE 'N' TO WS-PRO-EXISTE.
           MOVE WS-CRT-ID TO WS-PRO-ID.
           READ PROCEDURE-FILE.
           IF STATUT-PROCEDURE-OK
               MOVE 'O' TO WS-PRO-EXISTE
           END-IF.

           IF NOT PROCEDURE-EXISTANTE OR NOT PRO-EN-COURS
               IF WS-NB-IMPAYES-POL >= WS-SEUIL-IMPAYES
                   AND WS-DU-POL > ZERO
                   AND NOT (PROCEDURE-EXISTANTE AND PRO-RESILIEE)
                   PERFORM 7300-OUVRIR-PROCEDURE
                   THRU    7300-OUVRIR-PROCEDURE-FIN
               END-IF
               GO TO 7100-EXAMINER-POLICE-FIN
           END-IF.

           IF WS-DU-POL = ZERO
               PERFORM 7600-ARRETER-PROCEDURE
               THRU    7600-ARRETER-PROCEDURE-FIN
               GO TO 7100-EXAMINER-POLICE-FIN
           END-IF.

           IF PRO-DEMEURE AND WS-DATE-JOUR >= WS-PRO-DATE-SUSP
               PERFORM 7400-SUSPENDRE-POLICE
               THRU    7400-SUSPENDRE-POLICE-FIN
               GO TO 7100-EXAMINER-POLICE-FIN
           END-IF.

           IF PRO-SUSPENDUE AND WS-DATE-JOUR >= WS-PRO-DATE-RESIL
               PERFORM 7500-RESILIER-POLICE
               THRU    7500-RESILIER-POLICE-FIN
           END-IF.
       7100-EXAMINER-POLICE-FIN. EXIT.

      ******************************************************************
      ******************************************************************
       7200-LIRE-POLICE.
           MOVE 'N' TO WS-POLICE-TROUVEE.
           MOVE SPACES TO WS-POLICE-IMAGE WS-POLICE-STATUT.
           MOVE WS-CRT-ID TO WS-ID OF WS-ASSUR-PART1-RECORD.
           READ ASSUR-PART1-FILE.
           IF STATUT-FICHIER-OK
           END-IF.
       7200-LIRE-POLICE-FIN. EXIT.

      ******************************************************************
      * Mise en demeure : la police doit etre ACTIF en production. Les
      * dates de suspension et de resiliation sont fixees tout de
      * suite, en jours ouvres (JOURFERIE 'PROCHAIN'), et annoncees
      * dans le courrier.
      ******************************************************************
       7300-OUVRIR-PROCEDURE.
           PERFORM 7200-LIRE-POLICE
           THRU    7200-LIRE-POLICE-FIN.
           IF NOT POLICE-TROUVEE
               DISPLAY 'POLICE EN IMPAYES INTROUVABLE EN PRODUCTION : '
                   WS-CRT-ID
               GO TO 7300-OUVRIR-PROCEDURE-FIN
           END-IF.
           IF WS-POLICE-STATUT NOT = 'ACTIF   '
               DISPLAY 'POLICE EN IMPAYES DEJA ' WS-POLICE-STATUT
                   ' : ' WS-CRT-ID ', PAS DE MISE EN DEMEURE'
               GO TO 7300-OUVRIR-PROCEDURE-FIN
           END-IF.

           MOVE SPACES TO WS-PROCEDURE-RECORD.
           MOVE WS-CRT-ID     TO WS-PRO-ID.
           MOVE 'D'           TO WS-PRO-ETAPE.
           MOVE WS-DATE-JOUR  TO WS-PRO-DATE-DEMEURE.
           MOVE ZERO          TO WS-PRO-DATE-FIN.
           MOVE WS-DU-POL     TO WS-PRO-MONTANT.
           MOVE WS-DEVISE-POL TO WS-PRO-DEVISE.

           MOVE WS-DATE-JOUR  TO WS-JF-DATE.
           MOVE WS-DELAI-SUSP TO WS-JF-NOMBRE.
           PERFORM 7700-JOUR-OUVRE
           THRU    7700-JOUR-OUVRE-FIN.
           MOVE WS-JF-RESULTAT TO WS-PRO-DATE-SUSP.
           MOVE WS-PRO-DATE-SUSP TO WS-JF-DATE.
           MOVE WS-DELAI-RESIL   TO WS-JF-NOMBRE.
           PERFORM 7700-JOUR-OUVRE
           THRU    7700-JOUR-OUVRE-FIN.
           MOVE WS-JF-RESULTAT TO WS-PRO-DATE-RESIL.

           IF PROCEDURE-EXISTANTE
               REWRITE WS-PROCEDURE-RECORD
           ELSE
               WRITE WS-PROCEDURE-RECORD
           END-IF.
           IF NOT STATUT-PROCEDURE-OK
               PERFORM 7900-ERREUR-PROCEDURE
               THRU    7900-ERREUR-PROCEDURE-FIN
               GO TO 7300-OUVRIR-PROCEDURE-FIN
           END-IF.

           MOVE 'MISE EN DEMEURE' TO WS-COURRIER-ETAPE.
           PERFORM 8000-ENTETE-COURRIER
           THRU    8000-ENTETE-COURRIER-FIN.
           MOVE WS-PRO-DATE-SUSP TO WS-DATE-A-EDITER.
           PERFORM 8200-EDITER-DATE
           THRU    8200-EDITER-DATE-FIN.
           MOVE SPACES TO WS-LETTRE-RECORD.
           STRING 'SANS PAIEMENT INTEGRAL AU ' WS-DATE-EDITEE
               ', LA GARANTIE SERA SUSPENDUE'
               DELIMITED BY SIZE INTO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.
           MOVE WS-PRO-DATE-RESIL TO WS-DATE-A-EDITER.
           PERFORM 8200-EDITER-DATE
           THRU    8200-EDITER-DATE-FIN.
           MOVE SPACES TO WS-LETTRE-RECORD.
           STRING 'ET LE CONTRAT RESILIE LE ' WS-DATE-EDITEE '.'
               DELIMITED BY SIZE INTO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.

           PERFORM 8100-ECRIRE-REGISTRE
           THRU    8100-ECRIRE-REGISTRE-FIN.
           ADD 1 TO WS-NB-DEMEURES.
           DISPLAY 'MISE EN DEMEURE POUR ' WS-CRT-ID ' ('
               WS-NB-IMPAYES-POL ' ECHEANCES IMPAYEES, SEUIL '
               WS-SEUIL-IMPAYES ')'.
       7300-OUVRIR-PROCEDURE-FIN. EXIT.

      ******************************************************************
      * Suspension : date prevue atteinte sans paiement integral. Le
      * 'M' SUSPENDU n'est ecrit que si la police est encore ACTIF ;
      * la procedure avance dans tous les cas sauf resiliation deja
      * faite par ailleurs.
      ******************************************************************
       7400-SUSPENDRE-POLICE.
           PERFORM 7200-LIRE-POLICE
           THRU    7200-LIRE-POLICE-FIN.
           IF POLICE-TROUVEE AND WS-POLICE-STATUT = 'RESILIE '
               MOVE 'R' TO WS-PRO-ETAPE
               MOVE WS-DATE-JOUR TO WS-PRO-DATE-FIN
               REWRITE WS-PROCEDURE-RECORD
               IF NOT STATUT-PROCEDURE-OK
                   PERFORM 7900-ERREUR-PROCEDURE
                   THRU    7900-ERREUR-PROCEDURE-FIN
               END-IF
               GO TO 7400-SUSPENDRE-POLICE-FIN
           END-IF.
           IF POLICE-TROUVEE AND WS-POLICE-STATUT = 'ACTIF   '
               MOVE 'SUSPENDU' TO WS-MVT-STATUT
               PERFORM 7800-ECRIRE-MOUVEMENT
               THRU    7800-ECRIRE-MOUVEMENT-FIN
           END-IF.

           MOVE 'S' TO WS-PRO-ETAPE.
           REWRITE WS-PROCEDURE-RECORD.
           IF NOT STATUT-PROCEDURE-OK
               PERFORM 7900-ERREUR-PROCEDURE
               THRU    7900-ERREUR-PROCEDURE-FIN
               GO TO 7400-SUSPENDRE-POLICE-FIN
           END-IF.

           MOVE 'SUSPENSION' TO WS-COURRIER-ETAPE.
           PERFORM 8000-ENTETE-COURRIER
           THRU    8000-ENTETE-COURRIER-FIN.
           MOVE 'FAUTE DE PAIEMENT, LA GARANTIE EST SUSPENDUE.'
               TO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.
           MOVE WS-PRO-DATE-RESIL TO WS-DATE-A-EDITER.
           PERFORM 8200-EDITER-DATE
           THRU    8200-EDITER-DATE-FIN.
           MOVE SPACES TO WS-LETTRE-RECORD.
           STRING 'SANS PAIEMENT INTEGRAL AU ' WS-DATE-EDITEE
               ', LE CONTRAT SERA RESILIE.'
               DELIMITED BY SIZE INTO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.

           PERFORM 8100-ECRIRE-REGISTRE
           THRU    8100-ECRIRE-REGISTRE-FIN.
           ADD 1 TO WS-NB-SUSPENSIONS.
           DISPLAY 'SUSPENSION PROPOSEE POUR ' WS-CRT-ID.
       7400-SUSPENDRE-POLICE-FIN. EXIT.

      ******************************************************************
      * Resiliation : date prevue atteinte, garantie suspendue et
      * toujours impayee. Le 'M' RESILIE clot la procedure.
      ******************************************************************
       7500-RESILIER-POLICE.
           PERFORM 7200-LIRE-POLICE
           THRU    7200-LIRE-POLICE-FIN.
           IF POLICE-TROUVEE AND WS-POLICE-STATUT NOT = 'RESILIE '
               MOVE 'RESILIE ' TO WS-MVT-STATUT
               PERFORM 7800-ECRIRE-MOUVEMENT
               THRU    7800-ECRIRE-MOUVEMENT-FIN
           END-IF.

           MOVE 'R' TO WS-PRO-ETAPE.
           MOVE WS-DATE-JOUR TO WS-PRO-DATE-FIN.
           REWRITE WS-PROCEDURE-RECORD.
           IF NOT STATUT-PROCEDURE-OK
               PERFORM 7900-ERREUR-PROCEDURE
               THRU    7900-ERREUR-PROCEDURE-FIN
               GO TO 7500-RESILIER-POLICE-FIN
           END-IF.

           MOVE 'RESILIATION' TO WS-COURRIER-ETAPE.
           PERFORM 8000-ENTETE-COURRIER
           THRU    8000-ENTETE-COURRIER-FIN.
           MOVE WS-DATE-JOUR TO WS-DATE-A-EDITER.
           PERFORM 8200-EDITER-DATE
           THRU    8200-EDITER-DATE-FIN.
           MOVE SPACES TO WS-LETTRE-RECORD.
           STRING 'FAUTE DE PAIEMENT, LE CONTRAT EST RESILIE LE '
               WS-DATE-EDITEE '.'
               DELIMITED BY SIZE INTO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.

           PERFORM 8100-ECRIRE-REGISTRE
           THRU    8100-ECRIRE-REGISTRE-FIN.
           ADD 1 TO WS-NB-RESILIATIONS.
           DISPLAY 'RESILIATION PROPOSEE POUR ' WS-CRT-ID.
       7500-RESILIER-POLICE-FIN. EXIT.

      ******************************************************************
      * Arret : tout l'arriere a ete regle en cours de procedure. Une
      * police deja suspendue est remise ACTIF par un 'M'.
      ******************************************************************
       7600-ARRETER-PROCEDURE.
           PERFORM 7200-LIRE-POLICE
           THRU    7200-LIRE-POLICE-FIN.
           IF PRO-SUSPENDUE
               AND POLICE-TROUVEE AND WS-POLICE-STATUT = 'SUSPENDU'
               MOVE 'ACTIF   ' TO WS-MVT-STATUT
               PERFORM 7800-ECRIRE-MOUVEMENT
               THRU    7800-ECRIRE-MOUVEMENT-FIN
           END-IF.

           MOVE 'A' TO WS-PRO-ETAPE.
           MOVE WS-DATE-JOUR TO WS-PRO-DATE-FIN.
           REWRITE WS-PROCEDURE-RECORD.
           IF NOT STATUT-PROCEDURE-OK
               PERFORM 7900-ERREUR-PROCEDURE
               THRU    7900-ERREUR-PROCEDURE-FIN
               GO TO 7600-ARRETER-PROCEDURE-FIN
           END-IF.

           MOVE 'FIN PROCEDURE' TO WS-COURRIER-ETAPE.
           PERFORM 8000-ENTETE-COURRIER
           THRU    8000-ENTETE-COURRIER-FIN.
           MOVE 'VOTRE REGLEMENT A ETE RECU : LA PROCEDURE EST ARRETEE'
               TO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.
           MOVE 'ET LA GARANTIE SE POURSUIT NORMALEMENT.'
               TO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.

           PERFORM 8100-ECRIRE-REGISTRE
           THRU    8100-ECRIRE-REGISTRE-FIN.
           ADD 1 TO WS-NB-ARRETS.
           DISPLAY 'PROCEDURE ARRETEE PAR PAIEMENT : ' WS-CRT-ID.
       7600-ARRETER-PROCEDURE-FIN. EXIT.

      ******************************************************************
      * Premier jour ouvre atteint depuis WS-JF-DATE avance de
      * WS-JF-NOMBRE jours ; a defaut de calendrier exploitable, la
      * date calendaire est retenue.
      ******************************************************************
       7700-JOUR-OUVRE.
           MOVE 'PROCHAIN' TO WS-JF-FONCTION.
           CALL 'JOURFERIE' USING WS-JF-FONCTION WS-JF-DATE
               WS-JF-NOMBRE WS-JF-RESULTAT WS-JF-LIBELLE WS-JF-CODE.
           IF WS-JF-CODE NOT = '00'
               MOVE 'AJOUTJRS' TO WS-DATEUTIL-FONCTION
               MOVE WS-JF-DATE   TO WS-DATEUTIL-DATE-1
               MOVE WS-JF-NOMBRE TO WS-DATEUTIL-NOMBRE
               CALL 'DATEUTIL' USING WS-DATEUTIL-FONCTION
                   WS-DATEUTIL-DATE-1 WS-DATEUTIL-DATE-2
                   WS-DATEUTIL-NOMBRE WS-DATEUTIL-RESULTAT
                   WS-DATEUTIL-CODE
               MOVE WS-DATEUTIL-RESULTAT TO WS-JF-RESULTAT
           END-IF.
       7700-JOUR-OUVRE-FIN. EXIT.

      ******************************************************************
      * Ecrit le 'M' de la police courante avec le statut
      * WS-MVT-STATUT, au format de mouvements-assur.dat. Le statut
      * occupe les positions 82-89 de l'enregistrement police (apres
      * ID, NOM, IRP, NOM-ASS et leurs separateurs).
      ******************************************************************
       7800-ECRIRE-MOUVEMENT.
           MOVE WS-MVT-STATUT TO WS-POLICE-IMAGE(82:8).
           MOVE SPACES TO WS-SUSPENSION-RECORD.
           MOVE 'M' TO WS-SUS-CODE.
           MOVE WS-POLICE-PART TO WS-SUS-PART.
           MOVE WS-POLICE-IMAGE TO WS-SUS-POLICE.
           WRITE WS-SUSPENSION-RECORD.
       7800-ECRIRE-MOUVEMENT-FIN. EXIT.

       7900-ERREUR-PROCEDURE.
           DISPLAY 'ERREUR ECRITURE PROCEDURE-IMPAYES.DAT POUR '
               WS-CRT-ID ' : ' WS-STATUS-PROCEDURE.
           MOVE '7100-EXAMINER-POLICE'     TO WS-LOG-PARAGRAPHE.
           MOVE 'ERREUR ECRITURE PROCEDURE-FILE' TO WS-LOG-MESSAGE.
           CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
               WS-LOG-PARAGRAPHE WS-STATUS-PROCEDURE WS-LOG-MESSAGE.
       7900-ERREUR-PROCEDURE-FIN. EXIT.

      ******************************************************************
      * En-tete commun des courriers : objet, police, assure, date
      * d'envoi et montant restant du.
      ******************************************************************
       8000-ENTETE-COURRIER.
           MOVE ALL '*' TO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.
           MOVE SPACES TO WS-LETTRE-RECORD.
           STRING WS-COURRIER-ETAPE ' - POLICE ' WS-CRT-ID
               DELIMITED BY SIZE INTO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.
           MOVE SPACES TO WS-LETTRE-RECORD.
           STRING 'ASSURE    : ' WS-POLICE-IMAGE(40:41)
               DELIMITED BY SIZE INTO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.
           MOVE WS-DATE-JOUR TO WS-DATE-A-EDITER.
           PERFORM 8200-EDITER-DATE
           THRU    8200-EDITER-DATE-FIN.
           MOVE SPACES TO WS-LETTRE-RECORD.
           STRING 'DATE      : ' WS-DATE-EDITEE
               DELIMITED BY SIZE INTO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.
           MOVE WS-DU-POL TO WS-MONTANT-ED.
           MOVE SPACES TO WS-LETTRE-RECORD.
           STRING 'MONTANT DU : ' WS-MONTANT-ED ' ' WS-PRO-DEVISE
               DELIMITED BY SIZE INTO WS-LETTRE-RECORD.
           WRITE WS-LETTRE-RECORD.
       8000-ENTETE-COURRIER-FIN. EXIT.

      ******************************************************************
      * Ligne du registre des courriers pour l'etape qui vient d'etre
      * franchie : date, montant du, prochaine echeance de la
      * procedure et statut du 'M' emis (blanc si aucun).
      ******************************************************************
       8100-ECRIRE-REGISTRE.
           MOVE SPACES TO WS-REGISTRE-RECORD.
           MOVE WS-CRT-ID         TO WS-REG-ID.
           MOVE WS-DATE-JOUR      TO WS-REG-DATE.
           MOVE WS-COURRIER-ETAPE TO WS-REG-ETAPE.
           MOVE WS-DU-POL         TO WS-REG-MONTANT.
           MOVE WS-PRO-DEVISE     TO WS-REG-DEVISE.
           IF WS-PRO-ETAPE = 'D'
               MOVE WS-PRO-DATE-SUSP  TO WS-REG-PROCHAINE
           END-IF.
           IF WS-PRO-ETAPE = 'S'
               MOVE WS-PRO-DATE-RESIL TO WS-REG-PROCHAINE
           END-IF.
           MOVE WS-MVT-STATUT     TO WS-REG-MOUVEMENT.
           WRITE WS-REGISTRE-RECORD.
       8100-ECRIRE-REGISTRE-FIN. EXIT.

       8200-EDITER-DATE.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER(7:2) '/' WS-DATE-A-EDITER(5:2) '/'
               WS-DATE-A-EDITER(1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       8200-EDITER-DATE-FIN. EXIT.

       END PROGRAM assur-encaissements.
