       IDENTIFICATION DIVISION.
        PROGRAM-ID. VOY-CON-ORDRES.
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Passe quotidienne des virements permanents saisis dans
      *VOY-CON-SCREEN1 : pour chaque compte du referentiel, les
      *ordres actifs dont l'echeance, reportee au jour ouvre suivant
      *par JOURFERIE, est atteinte sont executes. Chaque execution
      *ecrit les deux mouvements signes apparies dans les fichiers
      *compte-mouvements-<numero>.dat des deux comptes, comme le
      *virement interne de l'ecran. Un ordre qui emmenerait le compte
      *source au-dela de son decouvert autorise est refuse ; executes
      *et refus sont repris dans ordres-permanents.rpt.
           SELECT F-REFERENTIEL ASSIGN TO "comptes-referentiel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REFERENTIEL.

           SELECT F-COMPTE ASSIGN DYNAMIC WS-COMPTE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-COMPTE.

           SELECT F-MOUVEMENTS ASSIGN DYNAMIC WS-MOUVEMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.

           SELECT F-ORDRES ASSIGN DYNAMIC WS-ORDRES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ORDRES.

           SELECT F-RAPPORT ASSIGN TO "ordres-permanents.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-REFERENTIEL.
       01  ENREG-REFERENTIEL.
           05 REF-NUMERO    PIC X(6).
           05 FILLER        PIC X(1).
           05 REF-TITULAIRE PIC X(20).
           05 FILLER        PIC X(1).
           05 REF-DECOUVERT PIC 9(5)V99.

       FD  F-COMPTE.
       01  ENREG-COMPTE.
           05 CPT-SOLDE SIGN LEADING SEPARATE PIC S9(5)V99.

       FD  F-MOUVEMENTS.
       01  ENREG-MOUVEMENT.
           05 MVT-DATE      PIC 9(8).
           05 FILLER        PIC X(1).
           05 MVT-LIBELLE   PIC X(20).
           05 FILLER        PIC X(1).
           05 MVT-MONTANT SIGN LEADING SEPARATE PIC S9(5)V99.

       FD  F-ORDRES.
      *Meme dessin que dans VOY-CON-SCREEN1.
       01  ENREG-ORDRE.
           05 ORD-NUMERO    PIC 9(3).
           05 FILLER        PIC X(1).
           05 ORD-CIBLE     PIC X(6).
           05 FILLER        PIC X(1).
           05 ORD-MONTANT   PIC 9(5)V99.
           05 FILLER        PIC X(1).
           05 ORD-FREQUENCE PIC X(1).
           05 FILLER        PIC X(1).
           05 ORD-JOUR      PIC 9(2).
           05 FILLER        PIC X(1).
           05 ORD-DEBUT     PIC 9(8).
           05 FILLER        PIC X(1).
           05 ORD-FIN       PIC 9(8).
           05 FILLER        PIC X(1).
           05 ORD-STATUT    PIC X(1).
           05 FILLER        PIC X(1).
           05 ORD-ECHEANCE  PIC 9(8).
           05 FILLER        PIC X(1).
           05 ORD-LIBELLE   PIC X(20).

       FD  F-RAPPORT.
       01  ENREG-RAPPORT    PIC X(100).

       WORKING-STORAGE SECTION.
       77 SOLDE PIC S9(5)V99.
       77 WS-STATUT-REFERENTIEL PIC X(02).
       77 WS-STATUT-COMPTE PIC X(02).
       77 WS-STATUT-MOUVEMENTS PIC X(02).
       77 WS-STATUT-ORDRES PIC X(02).
       77 WS-STATUT-RAPPORT PIC X(02).
       77 WS-LIBELLE-SAISI PIC X(20).
       77 WS-MONTANT PIC S9(5)V99.
       77 WS-MONTANT-ED PIC -Z(5).99.
       77 WS-DATE-JOUR PIC 9(08).
       77 WS-DATE-MVT PIC 9(08).

      *Referentiel des comptes.
       01 WS-NB-COMPTES PIC 9(02) VALUE 0.
       01 WS-TAB-COMPTES.
          05 WS-CPT-ENTREE OCCURS 20 TIMES.
             10 WS-CPT-NUMERO    PIC X(6).
             10 WS-CPT-TITULAIRE PIC X(20).
             10 WS-CPT-DECOUVERT PIC 9(5)V99.

       77 WS-COMPTE-COURANT PIC X(6).
       77 WS-COMPTE-PATH PIC X(60).
       77 WS-MOUVEMENTS-PATH PIC X(60).
       77 WS-ORDRES-PATH PIC X(60).
       77 WS-NUMERO-SAISI PIC X(6).
       77 WS-POS PIC 9(02).
       77 WS-I PIC 9(02).

      *Compte source en cours, compte cible de l'ordre, et solde du
      *source avant debit pour retour arriere.
       77 WS-POS-SOURCE PIC 9(02).
       77 WS-POS-CIBLE PIC 9(02).
       77 WS-SOLDE-AVANT PIC S9(5)V99.
       77 WS-SOLDE-PROJET PIC S9(5)V99.
       77 WS-DECOUVERT-NEG PIC S9(5)V99.

      *Virements permanents du compte source.
       01 WS-NB-ORDRES PIC 9(02) VALUE 0.
       01 WS-TAB-ORDRES.
          05 WS-ORD-ENTREE OCCURS 30 TIMES.
             10 WS-ORD-NUMERO    PIC 9(3).
             10 WS-ORD-CIBLE     PIC X(6).
             10 WS-ORD-MONTANT   PIC 9(5)V99.
             10 WS-ORD-FREQUENCE PIC X(1).
             10 WS-ORD-JOUR      PIC 9(2).
             10 WS-ORD-DEBUT     PIC 9(8).
             10 WS-ORD-FIN       PIC 9(8).
             10 WS-ORD-STATUT    PIC X(1).
             10 WS-ORD-ECHEANCE  PIC 9(8).
             10 WS-ORD-LIBELLE   PIC X(20).
       77 WS-IO PIC 9(02).

      *Echeance examinee : date d'execution (echeance reportee au
      *jour ouvre), indicateur d'echeance due, garde-fou sur le
      *rattrapage d'echeances manquees (deux ans de mensualites).
       77 WS-DATE-EXECUTION PIC 9(08).
       77 WS-ECHEANCE-DUE PIC X(01).
          88 ECHEANCE-DUE VALUE "O".
       77 WS-GARDE-FOU PIC 9(03).
       77 WS-RESULTAT PIC X(30).

       01 WS-ECH-MOIS PIC 9(06).
       01 WS-ECH-JOUR PIC 9(02).
       01 WS-ECH-DATE PIC 9(08).

       01 WS-NB-EXECUTES PIC 9(05) VALUE 0.
       01 WS-NB-REFUSES  PIC 9(05) VALUE 0.

      *Zones d'appel des routines partagees de calcul de dates et de
      *calendrier ouvre.
       01 WS-DU-FONCTION PIC X(08).
       01 WS-DU-DATE-1   PIC 9(08).
       01 WS-DU-DATE-2   PIC 9(08).
       01 WS-DU-NOMBRE   PIC S9(07).
       01 WS-DU-RESULTAT PIC S9(08).
       01 WS-DU-CODE     PIC X(02).
       01 WS-JF-FONCTION PIC X(08).
       01 WS-JF-DATE     PIC 9(08).
       01 WS-JF-NOMBRE   PIC S9(07).
       01 WS-JF-RESULTAT PIC S9(08).
       01 WS-JF-LIBELLE  PIC X(25).
       01 WS-JF-CODE     PIC X(02).

      *Zones d'appel de la routine commune de suivi des passages.
       01 WS-RUNCTL-PROGRAMME  PIC X(20) VALUE "VOY-CON-ORDRES".
       01 WS-RUNCTL-COMPTEUR-1 PIC 9(07).
       01 WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01 WS-RUNCTL-STATUT     PIC X(10).

       01 WS-LIGNE-DETAIL.
          05 WS-LD-SOURCE    PIC X(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-LD-ORDRE     PIC 9(3).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-LD-CIBLE     PIC X(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-LD-ECHEANCE  PIC 9(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-LD-EXECUTION PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 WS-LD-MONTANT   PIC -Z(5).99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-LD-RESULTAT  PIC X(30).

        PROCEDURE DIVISION.
        PAR.
            ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
            PERFORM CHARGER-REFERENTIEL
            THRU    CHARGER-REFERENTIEL-FIN.
            OPEN OUTPUT F-RAPPORT.
            IF WS-STATUT-RAPPORT NOT = "00"
               DISPLAY "RAPPORT NON CREE : " WS-STATUT-RAPPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE SPACES TO ENREG-RAPPORT.
            STRING "VIREMENTS PERMANENTS - PASSE DU " WS-DATE-JOUR
                DELIMITED BY SIZE INTO ENREG-RAPPORT.
            WRITE ENREG-RAPPORT.
            MOVE SPACES TO ENREG-RAPPORT.
            WRITE ENREG-RAPPORT.
            MOVE "SOURCE  ORD  CIBLE   ECHEANCE  EXECUTE      MONTANT"
                TO ENREG-RAPPORT.
            MOVE "RESULTAT" TO ENREG-RAPPORT(56:).
            WRITE ENREG-RAPPORT.

            PERFORM TRAITER-COMPTE
            THRU    TRAITER-COMPTE-FIN
                VARYING WS-POS-SOURCE FROM 1 BY 1
                UNTIL WS-POS-SOURCE > WS-NB-COMPTES.

            MOVE SPACES TO ENREG-RAPPORT.
            WRITE ENREG-RAPPORT.
            STRING "ORDRES EXECUTES : " WS-NB-EXECUTES
                "   ORDRES REFUSES : " WS-NB-REFUSES
                DELIMITED BY SIZE INTO ENREG-RAPPORT.
            WRITE ENREG-RAPPORT.
            CLOSE F-RAPPORT.
            DISPLAY "VIREMENTS PERMANENTS : " WS-NB-EXECUTES
                " EXECUTE(S), " WS-NB-REFUSES " REFUSE(S)".

            MOVE WS-NB-EXECUTES TO WS-RUNCTL-COMPTEUR-1.
            MOVE WS-NB-REFUSES TO WS-RUNCTL-COMPTEUR-2.
            IF WS-NB-REFUSES = 0
               MOVE "OK" TO WS-RUNCTL-STATUT
            ELSE
               MOVE "REFUS" TO WS-RUNCTL-STATUT
            END-IF.
            CALL "RUNCTL" USING WS-RUNCTL-PROGRAMME
                WS-RUNCTL-COMPTEUR-1 WS-RUNCTL-COMPTEUR-2
                WS-RUNCTL-STATUT.
      *Code retour pose apres l'appel, que RUNCTL remet a zero.
            IF WS-NB-REFUSES > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
           STOP RUN.

      *Charge le referentiel des comptes.
        CHARGER-REFERENTIEL.
            MOVE 0 TO WS-NB-COMPTES.
            OPEN INPUT F-REFERENTIEL.
            IF WS-STATUT-REFERENTIEL NOT = "00"
               DISPLAY "REFERENTIEL DES COMPTES ABSENT"
               GO TO CHARGER-REFERENTIEL-FIN
            END-IF.
            PERFORM UNTIL WS-STATUT-REFERENTIEL NOT = "00"
               READ F-REFERENTIEL
               IF WS-STATUT-REFERENTIEL = "00"
                  IF WS-NB-COMPTES < 20
                     ADD 1 TO WS-NB-COMPTES
                     MOVE REF-NUMERO
                         TO WS-CPT-NUMERO(WS-NB-COMPTES)
                     MOVE REF-TITULAIRE
                         TO WS-CPT-TITULAIRE(WS-NB-COMPTES)
                     MOVE REF-DECOUVERT
                         TO WS-CPT-DECOUVERT(WS-NB-COMPTES)
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE F-REFERENTIEL.
        CHARGER-REFERENTIEL-FIN. EXIT.

      *Traite les virements permanents d'un compte source, puis
      *reecrit son fichier d'ordres (echeances avancees, ordres
      *arrives a terme).
        TRAITER-COMPTE.
            MOVE WS-CPT-NUMERO(WS-POS-SOURCE) TO WS-COMPTE-COURANT.
            PERFORM COMPOSER-CHEMINS
            THRU    COMPOSER-CHEMINS-FIN.
            PERFORM CHARGER-ORDRES
            THRU    CHARGER-ORDRES-FIN.
            IF WS-NB-ORDRES = 0
               GO TO TRAITER-COMPTE-FIN
            END-IF.
            PERFORM TRAITER-ORDRE
            THRU    TRAITER-ORDRE-FIN
                VARYING WS-IO FROM 1 BY 1
                UNTIL WS-IO > WS-NB-ORDRES.
            MOVE WS-CPT-NUMERO(WS-POS-SOURCE) TO WS-COMPTE-COURANT.
            PERFORM COMPOSER-CHEMINS
            THRU    COMPOSER-CHEMINS-FIN.
            PERFORM SAUVER-ORDRES
            THRU    SAUVER-ORDRES-FIN.
        TRAITER-COMPTE-FIN. EXIT.

      *Un ordre actif : chaque echeance due est executee (ou
      *refusee) puis l'echeance avance d'un mois ou d'un trimestre.
      *Les echeances manquees (passe non lancee un jour) sont
      *rattrapees une a une.
        TRAITER-ORDRE.
            IF WS-ORD-STATUT(WS-IO) NOT = "A"
               GO TO TRAITER-ORDRE-FIN
            END-IF.
            MOVE 0 TO WS-GARDE-FOU.
            PERFORM EXAMINER-ECHEANCE
            THRU    EXAMINER-ECHEANCE-FIN.
            PERFORM UNTIL NOT ECHEANCE-DUE OR WS-GARDE-FOU > 24
               PERFORM EXECUTER-ORDRE
               THRU    EXECUTER-ORDRE-FIN
               PERFORM AVANCER-ECHEANCE
               THRU    AVANCER-ECHEANCE-FIN
               ADD 1 TO WS-GARDE-FOU
               PERFORM EXAMINER-ECHEANCE
               THRU    EXAMINER-ECHEANCE-FIN
            END-PERFORM.
        TRAITER-ORDRE-FIN. EXIT.

      *L'echeance est due si l'ordre n'est pas arrive a terme et si
      *le premier jour ouvre a partir de l'echeance est atteint.
      *Passee la date de fin, l'ordre est termine.
        EXAMINER-ECHEANCE.
            MOVE "N" TO WS-ECHEANCE-DUE.
            IF WS-ORD-FIN(WS-IO) NOT = 0
               AND WS-ORD-ECHEANCE(WS-IO) > WS-ORD-FIN(WS-IO)
               MOVE "T" TO WS-ORD-STATUT(WS-IO)
               GO TO EXAMINER-ECHEANCE-FIN
            END-IF.
            MOVE "PROCHAIN" TO WS-JF-FONCTION.
            MOVE WS-ORD-ECHEANCE(WS-IO) TO WS-JF-DATE.
            MOVE 0 TO WS-JF-NOMBRE.
            CALL "JOURFERIE" USING WS-JF-FONCTION WS-JF-DATE
                WS-JF-NOMBRE WS-JF-RESULTAT WS-JF-LIBELLE WS-JF-CODE.
            IF WS-JF-CODE = "00"
               MOVE WS-JF-RESULTAT TO WS-DATE-EXECUTION
            ELSE
               MOVE WS-ORD-ECHEANCE(WS-IO) TO WS-DATE-EXECUTION
            END-IF.
            IF WS-DATE-EXECUTION <= WS-DATE-JOUR
               MOVE "O" TO WS-ECHEANCE-DUE
            END-IF.
        EXAMINER-ECHEANCE-FIN. EXIT.

      *Execution d'une echeance : controle du decouvert autorise du
      *compte source, debit du source, credit de la cible, puis
      *journalisation des deux mouvements apparies a la date
      *d'execution. Comme dans le virement interne de l'ecran, un
      *credit impossible annule le debit avant toute journalisation.
        EXECUTER-ORDRE.
            MOVE WS-ORD-MONTANT(WS-IO) TO WS-MONTANT.
            MOVE WS-DATE-EXECUTION TO WS-DATE-MVT.
            MOVE WS-ORD-CIBLE(WS-IO) TO WS-NUMERO-SAISI.
            PERFORM CHERCHER-COMPTE
            THRU    CHERCHER-COMPTE-FIN.
            IF WS-POS = 0
               MOVE "REFUSE : COMPTE CIBLE INCONNU" TO WS-RESULTAT
               ADD 1 TO WS-NB-REFUSES
               PERFORM ECRIRE-DETAIL
               THRU    ECRIRE-DETAIL-FIN
               GO TO EXECUTER-ORDRE-FIN
            END-IF.
            MOVE WS-POS TO WS-POS-CIBLE.

            MOVE WS-CPT-NUMERO(WS-POS-SOURCE) TO WS-COMPTE-COURANT.
            PERFORM COMPOSER-CHEMINS
            THRU    COMPOSER-CHEMINS-FIN.
            PERFORM CHARGER-SOLDE
            THRU    CHARGER-SOLDE-FIN.
            COMPUTE WS-SOLDE-PROJET = SOLDE - WS-MONTANT.
            COMPUTE WS-DECOUVERT-NEG =
                ZERO - WS-CPT-DECOUVERT(WS-POS-SOURCE).
            IF WS-SOLDE-PROJET < WS-DECOUVERT-NEG
               MOVE "REFUSE : DECOUVERT DEPASSE" TO WS-RESULTAT
               ADD 1 TO WS-NB-REFUSES
               PERFORM ECRIRE-DETAIL
               THRU    ECRIRE-DETAIL-FIN
               GO TO EXECUTER-ORDRE-FIN
            END-IF.

            MOVE SOLDE TO WS-SOLDE-AVANT.
            SUBTRACT WS-MONTANT FROM SOLDE.
            PERFORM SAUVER-SOLDE
            THRU    SAUVER-SOLDE-FIN.
            IF WS-STATUT-COMPTE NOT = "00"
               MOVE "ERREUR : DEBIT NON SAUVE" TO WS-RESULTAT
               ADD 1 TO WS-NB-REFUSES
               PERFORM ECRIRE-DETAIL
               THRU    ECRIRE-DETAIL-FIN
               GO TO EXECUTER-ORDRE-FIN
            END-IF.

            MOVE WS-CPT-NUMERO(WS-POS-CIBLE) TO WS-COMPTE-COURANT.
            PERFORM COMPOSER-CHEMINS
            THRU    COMPOSER-CHEMINS-FIN.
            PERFORM CHARGER-SOLDE
            THRU    CHARGER-SOLDE-FIN.
            ADD WS-MONTANT TO SOLDE.
            PERFORM SAUVER-SOLDE
            THRU    SAUVER-SOLDE-FIN.
            IF WS-STATUT-COMPTE NOT = "00"
               MOVE WS-CPT-NUMERO(WS-POS-SOURCE) TO WS-COMPTE-COURANT
               PERFORM COMPOSER-CHEMINS
               THRU    COMPOSER-CHEMINS-FIN
               MOVE WS-SOLDE-AVANT TO SOLDE
               PERFORM SAUVER-SOLDE
               THRU    SAUVER-SOLDE-FIN
               MOVE "ERREUR : CREDIT IMPOSSIBLE" TO WS-RESULTAT
               ADD 1 TO WS-NB-REFUSES
               PERFORM ECRIRE-DETAIL
               THRU    ECRIRE-DETAIL-FIN
               GO TO EXECUTER-ORDRE-FIN
            END-IF.
            MOVE SPACES TO WS-LIBELLE-SAISI.
            STRING "VIRPERM DE "
                FUNCTION TRIM(WS-CPT-NUMERO(WS-POS-SOURCE))
                DELIMITED BY SIZE INTO WS-LIBELLE-SAISI.
            PERFORM ECRIRE-MOUVEMENT
            THRU    ECRIRE-MOUVEMENT-FIN.

            MOVE WS-CPT-NUMERO(WS-POS-SOURCE) TO WS-COMPTE-COURANT.
            PERFORM COMPOSER-CHEMINS
            THRU    COMPOSER-CHEMINS-FIN.
            MOVE SPACES TO WS-LIBELLE-SAISI.
            STRING "VIRPERM VERS "
                FUNCTION TRIM(WS-CPT-NUMERO(WS-POS-CIBLE))
                DELIMITED BY SIZE INTO WS-LIBELLE-SAISI.
            COMPUTE WS-MONTANT = ZERO - WS-MONTANT.
            PERFORM ECRIRE-MOUVEMENT
            THRU    ECRIRE-MOUVEMENT-FIN.
            COMPUTE WS-MONTANT = ZERO - WS-MONTANT.

            MOVE "EXECUTE" TO WS-RESULTAT.
            ADD 1 TO WS-NB-EXECUTES.
            PERFORM ECRIRE-DETAIL
            THRU    ECRIRE-DETAIL-FIN.
        EXECUTER-ORDRE-FIN. EXIT.

      *Avance l'echeance d'un mois ou d'un trimestre, au jour
      *convenu de l'ordre.
        AVANCER-ECHEANCE.
            COMPUTE WS-ECH-MOIS = WS-ORD-ECHEANCE(WS-IO) / 100.
            IF WS-ORD-FREQUENCE(WS-IO) = "T"
               MOVE 3 TO WS-DU-NOMBRE
            ELSE
               MOVE 1 TO WS-DU-NOMBRE
            END-IF.
            MOVE "AJOUTMOI" TO WS-DU-FONCTION.
            COMPUTE WS-DU-DATE-1 = WS-ECH-MOIS * 100 + 1.
            CALL "DATEUTIL" USING WS-DU-FONCTION WS-DU-DATE-1
                WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
            COMPUTE WS-ECH-MOIS = WS-DU-RESULTAT / 100.
            MOVE WS-ORD-JOUR(WS-IO) TO WS-ECH-JOUR.
            PERFORM FIXER-JOUR-ECHEANCE
            THRU    FIXER-JOUR-ECHEANCE-FIN.
            MOVE WS-ECH-DATE TO WS-ORD-ECHEANCE(WS-IO).
        AVANCER-ECHEANCE-FIN. EXIT.

      *Date d'echeance du mois WS-ECH-MOIS au jour WS-ECH-JOUR,
      *ramene au dernier jour du mois si besoin.
        FIXER-JOUR-ECHEANCE.
            MOVE "VALIDER " TO WS-DU-FONCTION.
            COMPUTE WS-ECH-DATE = WS-ECH-MOIS * 100 + WS-ECH-JOUR.
            MOVE WS-ECH-DATE TO WS-DU-DATE-1.
            CALL "DATEUTIL" USING WS-DU-FONCTION WS-DU-DATE-1
                WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
            IF WS-DU-CODE NOT = "00" AND WS-ECH-JOUR > 28
               SUBTRACT 1 FROM WS-ECH-JOUR
               GO TO FIXER-JOUR-ECHEANCE
            END-IF.
        FIXER-JOUR-ECHEANCE-FIN. EXIT.

      *Ligne du rapport pour l'echeance traitee.
        ECRIRE-DETAIL.
            MOVE WS-CPT-NUMERO(WS-POS-SOURCE) TO WS-LD-SOURCE.
            MOVE WS-ORD-NUMERO(WS-IO) TO WS-LD-ORDRE.
            MOVE WS-ORD-CIBLE(WS-IO) TO WS-LD-CIBLE.
            MOVE WS-ORD-ECHEANCE(WS-IO) TO WS-LD-ECHEANCE.
            MOVE WS-DATE-EXECUTION TO WS-LD-EXECUTION.
            MOVE WS-ORD-MONTANT(WS-IO) TO WS-LD-MONTANT.
            MOVE WS-RESULTAT TO WS-LD-RESULTAT.
            MOVE WS-LIGNE-DETAIL TO ENREG-RAPPORT.
            WRITE ENREG-RAPPORT.
            IF WS-RESULTAT NOT = "EXECUTE"
               DISPLAY "ORDRE " WS-ORD-NUMERO(WS-IO) " DU COMPTE "
                   WS-CPT-NUMERO(WS-POS-SOURCE) " "
                   FUNCTION TRIM(WS-RESULTAT)
            END-IF.
        ECRIRE-DETAIL-FIN. EXIT.

      *Position du numero saisi dans le referentiel, zero si absent.
        CHERCHER-COMPTE.
            MOVE 0 TO WS-POS.
            PERFORM VARYING WS-I FROM 1 BY 1
                  UNTIL WS-I > WS-NB-COMPTES
               IF WS-CPT-NUMERO(WS-I) = WS-NUMERO-SAISI
                  MOVE WS-I TO WS-POS
               END-IF
            END-PERFORM.
        CHERCHER-COMPTE-FIN. EXIT.

      *Chemins des fichiers du compte courant.
        COMPOSER-CHEMINS.
            MOVE SPACES TO WS-COMPTE-PATH.
            STRING "compte-solde-"
                FUNCTION TRIM(WS-COMPTE-COURANT) ".dat"
                DELIMITED BY SIZE INTO WS-COMPTE-PATH.
            MOVE SPACES TO WS-MOUVEMENTS-PATH.
            STRING "compte-mouvements-"
                FUNCTION TRIM(WS-COMPTE-COURANT) ".dat"
                DELIMITED BY SIZE INTO WS-MOUVEMENTS-PATH.
            MOVE SPACES TO WS-ORDRES-PATH.
            STRING "compte-ordres-"
                FUNCTION TRIM(WS-COMPTE-COURANT) ".dat"
                DELIMITED BY SIZE INTO WS-ORDRES-PATH.
        COMPOSER-CHEMINS-FIN. EXIT.

      *Charge les virements permanents du compte courant.
        CHARGER-ORDRES.
            MOVE 0 TO WS-NB-ORDRES.
            OPEN INPUT F-ORDRES.
            IF WS-STATUT-ORDRES NOT = "00"
               GO TO CHARGER-ORDRES-FIN
            END-IF.
            PERFORM UNTIL WS-STATUT-ORDRES NOT = "00"
               READ F-ORDRES
               IF WS-STATUT-ORDRES = "00"
                  IF WS-NB-ORDRES < 30
                     ADD 1 TO WS-NB-ORDRES
                     MOVE ORD-NUMERO    TO WS-ORD-NUMERO(WS-NB-ORDRES)
                     MOVE ORD-CIBLE     TO WS-ORD-CIBLE(WS-NB-ORDRES)
                     MOVE ORD-MONTANT   TO WS-ORD-MONTANT(WS-NB-ORDRES)
                     MOVE ORD-FREQUENCE
                         TO WS-ORD-FREQUENCE(WS-NB-ORDRES)
                     MOVE ORD-JOUR      TO WS-ORD-JOUR(WS-NB-ORDRES)
                     MOVE ORD-DEBUT     TO WS-ORD-DEBUT(WS-NB-ORDRES)
                     MOVE ORD-FIN       TO WS-ORD-FIN(WS-NB-ORDRES)
                     MOVE ORD-STATUT    TO WS-ORD-STATUT(WS-NB-ORDRES)
                     MOVE ORD-ECHEANCE
                         TO WS-ORD-ECHEANCE(WS-NB-ORDRES)
                     MOVE ORD-LIBELLE   TO WS-ORD-LIBELLE(WS-NB-ORDRES)
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE F-ORDRES.
        CHARGER-ORDRES-FIN. EXIT.

      *Reecrit le fichier des virements permanents du compte courant.
        SAUVER-ORDRES.
            OPEN OUTPUT F-ORDRES.
            IF WS-STATUT-ORDRES = "00"
               PERFORM VARYING WS-IO FROM 1 BY 1
                     UNTIL WS-IO > WS-NB-ORDRES
                  MOVE SPACES TO ENREG-ORDRE
                  MOVE WS-ORD-NUMERO(WS-IO)    TO ORD-NUMERO
                  MOVE WS-ORD-CIBLE(WS-IO)     TO ORD-CIBLE
                  MOVE WS-ORD-MONTANT(WS-IO)   TO ORD-MONTANT
                  MOVE WS-ORD-FREQUENCE(WS-IO) TO ORD-FREQUENCE
                  MOVE WS-ORD-JOUR(WS-IO)      TO ORD-JOUR
                  MOVE WS-ORD-DEBUT(WS-IO)     TO ORD-DEBUT
                  MOVE WS-ORD-FIN(WS-IO)       TO ORD-FIN
                  MOVE WS-ORD-STATUT(WS-IO)    TO ORD-STATUT
                  MOVE WS-ORD-ECHEANCE(WS-IO)  TO ORD-ECHEANCE
                  MOVE WS-ORD-LIBELLE(WS-IO)   TO ORD-LIBELLE
                  WRITE ENREG-ORDRE
               END-PERFORM
               CLOSE F-ORDRES
            ELSE
               DISPLAY "VIREMENTS PERMANENTS NON SAUVES : "
                   WS-COMPTE-COURANT " " WS-STATUT-ORDRES
            END-IF.
        SAUVER-ORDRES-FIN. EXIT.

      *Recharge le solde persistant du compte courant.
        CHARGER-SOLDE.
            MOVE ZERO TO SOLDE.
            OPEN INPUT F-COMPTE.
            IF WS-STATUT-COMPTE = "00"
               READ F-COMPTE
               IF WS-STATUT-COMPTE = "00"
                  MOVE CPT-SOLDE TO SOLDE
               END-IF
               CLOSE F-COMPTE
            END-IF.
        CHARGER-SOLDE-FIN. EXIT.

      *Reecrit le solde persistant du compte courant.
        SAUVER-SOLDE.
            OPEN OUTPUT F-COMPTE.
            IF WS-STATUT-COMPTE = "00"
               MOVE SOLDE TO CPT-SOLDE
               WRITE ENREG-COMPTE
               CLOSE F-COMPTE
            ELSE
               DISPLAY "SOLDE NON SAUVE : " WS-COMPTE-COURANT " "
                   WS-STATUT-COMPTE
            END-IF.
        SAUVER-SOLDE-FIN. EXIT.

      *Ajoute le mouvement, date du jour d'execution, au fichier
      *cumulatif du compte courant.
        ECRIRE-MOUVEMENT.
            OPEN EXTEND F-MOUVEMENTS.
            IF WS-STATUT-MOUVEMENTS NOT = "00"
               OPEN OUTPUT F-MOUVEMENTS
            END-IF.
            IF WS-STATUT-MOUVEMENTS = "00"
               MOVE SPACES TO ENREG-MOUVEMENT
               MOVE WS-DATE-MVT TO MVT-DATE
               MOVE WS-LIBELLE-SAISI TO MVT-LIBELLE
               MOVE WS-MONTANT TO MVT-MONTANT
               WRITE ENREG-MOUVEMENT
               CLOSE F-MOUVEMENTS
            ELSE
               DISPLAY "MOUVEMENT NON JOURNALISE : "
                   WS-COMPTE-COURANT " " WS-STATUT-MOUVEMENTS
            END-IF.
        ECRIRE-MOUVEMENT-FIN. EXIT.
       END PROGRAM VOY-CON-ORDRES.
