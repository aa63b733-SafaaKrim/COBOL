      ******************************************************************
      * Auteur       : K.SAFAA                                         *
      * Description  : Export mensuel des heures de conduite vers la   *
      * paie : le roulement des conducteurs est deroule jour par jour  *
      * sur le mois selon le calendrier de service, et les heures de   *
      * chaque conducteur sont ventilees en heures normales, de nuit,  *
      * du dimanche et des jours feries. Sortie : fichier d'interface  *
      * paie a format fixe avec enregistrement de controle, et releve  *
      * d'heures par conducteur.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. train-paie-conducteurs.
       AUTHOR. K.SAFAA.

      * Le service paie ressaisissait chaque mois les heures des
      * conducteurs a partir du roulement imprime, sans savoir quels
      * trains avaient reellement circule ni quelles heures ouvraient
      * droit aux majorations. Ce batch reprend le roulement
      * (ROULEMENT-CONDUCTEURS.DAT, comme train-roulement.cbl) et le
      * deroule date par date sur le mois demande en ligne de
      * commande ('AAAAMM', mois precedent a defaut) :
      *   - un service d'un jour de semaine donne est retenu a chaque
      *     date de ce jour de semaine ou son train circule, selon
      *     les regles de train3.cbl : periode de validite et dates
      *     supprimees de calendrier-trains.dat, relation fermee par
      *     des travaux (minutes 'FER' de travaux.dat) ;
      *   - la duree de conduite est le temps de parcours du train
      *     (FS-NBH de train.dat) allonge des minutes de travaux de
      *     sa relation actives a la date, comme au planning ;
      *   - chaque minute de conduite est classee d'apres la date
      *     calendaire ou elle tombe, dans cet ordre : jour ferie
      *     (routine partagee JOURFERIE, jours-feries.dat), dimanche,
      *     nuit (de PAIE_NUIT_DEBUT a PAIE_NUIT_FIN, 2100 et 0600 a
      *     defaut, au format HHMN), sinon heure normale. Les
      *     categories ne se cumulent pas : une heure de nuit un
      *     dimanche est payee comme heure du dimanche. Un service
      *     qui passe minuit le dernier jour du mois reste paye sur
      *     le mois de sa prise de service.
      * Les bornes de nuit viennent d'abord du fichier central des
      * parametres (routine PARAMLIRE), puis des variables
      * d'environnement du meme nom, puis des defauts codes, comme
      * les seuils de train-roulement.cbl.
      * L'interface PAIE-CONDUCTEURS-AAAAMM.DAT suit le dessin des
      * remises de assur-transmission.cbl : '1' en-tete (mois, date
      * d'execution, bornes de nuit), '2' un detail par conducteur du
      * referentiel (minutes par categorie, zero s'il n'a pas
      * conduit), '3' fin avec le nombre de details et les totaux de
      * controle des minutes. Chaque conducteur recoit en plus
      * RELEVE-HEURES-<MATRICULE>-AAAAMM.DAT : ses services dates
      * avec leur ventilation, les services non circules avec leur
      * motif, et ses totaux en heures et minutes, pour qu'il puisse
      * verifier ce qui part en paie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INPUT
           ASSIGN TO 'train.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-FICIN.

           SELECT F-CALENDRIER
           ASSIGN TO 'calendrier-trains.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-CALEND.

           SELECT F-TRAVAUX
           ASSIGN TO 'travaux.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-TRAVAUX.

           SELECT F-CONDUCTEURS
           ASSIGN TO 'conducteurs.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-COND.

           SELECT F-ROULEMENT
           ASSIGN TO 'roulement-conducteurs.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-ROUL.

           SELECT F-PAIE ASSIGN DYNAMIC WS-PAIE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-PAIE.

           SELECT F-RELEVE ASSIGN DYNAMIC WS-RELEVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-RELEVE.

       DATA DIVISION.
       FILE SECTION.
       COPY train1.

       FD  F-CALENDRIER
           RECORD CONTAINS 69 CHARACTERS.
       01  FS-CALEND-REF.
           05 FS-CAL-NUM-TRAIN    PIC X(6).
           05 FILLER              PIC X.
           05 FS-CAL-DEBUT        PIC X(8).
           05 FILLER              PIC X.
           05 FS-CAL-FIN          PIC X(8).
           05 FS-CAL-EXCLUSIONS.
              10 FS-CAL-EXCLUE OCCURS 5 TIMES.
                 15 FILLER           PIC X.
                 15 FS-CAL-DATE-EXC  PIC X(8).

       FD  F-TRAVAUX
           RECORD CONTAINS 43 CHARACTERS.
       01  FS-TRAVAUX-REF.
           05 FS-TV-GARE-DEPART   PIC X(10).
           05 FILLER              PIC X.
           05 FS-TV-GARE-ARRIVEE  PIC X(10).
           05 FILLER              PIC X.
           05 FS-TV-DATE-DEBUT    PIC X(8).
           05 FILLER              PIC X.
           05 FS-TV-DATE-FIN      PIC X(8).
           05 FILLER              PIC X.
           05 FS-TV-MINUTES       PIC X(3).

       FD  F-CONDUCTEURS
      * Une ligne par conducteur : matricule et nom.
           RECORD CONTAINS 27 CHARACTERS.
       01  FS-CONDUCTEUR.
           05 FS-CD-MATRICULE     PIC X(6).
           05 FILLER              PIC X.
           05 FS-CD-NOM           PIC X(20).

       FD  F-ROULEMENT
      * Une ligne par service : matricule, train, jour.
           RECORD CONTAINS 16 CHARACTERS.
       01  FS-SERVICE.
           05 FS-SV-MATRICULE     PIC X(6).
           05 FILLER              PIC X.
           05 FS-SV-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X.
           05 FS-SV-JOUR          PIC X(1).

       FD  F-PAIE
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-PAIE-LIGNE          PIC X(80).

       FD  F-RELEVE
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-RELEVE-LIGNE        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-FICIN==
                     ==FSTAT-OK==    BY ==WS-STAT-FICIOK==.
           88  WS-STAT-FICIFIN                    VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-CALEND==
                     ==FSTAT-OK==    BY ==WS-STAT-CALEND-OK==.
           88  WS-STAT-CALEND-FIN                 VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-TRAVAUX==
                     ==FSTAT-OK==    BY ==WS-STAT-TRAVAUX-OK==.
           88  WS-STAT-TRAVAUX-FIN                VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-COND==
                     ==FSTAT-OK==    BY ==WS-STAT-COND-OK==.
           88  WS-STAT-COND-FIN                   VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-ROUL==
                     ==FSTAT-OK==    BY ==WS-STAT-ROUL-OK==.
           88  WS-STAT-ROUL-FIN                   VALUE '10'.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-PAIE==
                     ==FSTAT-OK==    BY ==WS-STAT-PAIE-OK==.
       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STAT-RELEVE==
                     ==FSTAT-OK==    BY ==WS-STAT-RELEVE-OK==.

      * Longueur lue de l'enregistrement variable de train.dat.
       01  WS-FS-ENREG       PIC 99.

      * Zones d'appel de la routine commune de journalisation
       01  WS-LOG-PROGRAMME  PIC X(20) VALUE 'TRAIN-PAIE-COND'.
       01  WS-LOG-PARAGRAPHE PIC X(30).
       01  WS-LOG-MESSAGE    PIC X(50).

      * Zones d'appel de la routine commune de suivi des passages batch
       01  WS-RUNCTL-PROGRAMME  PIC X(20) VALUE 'TRAIN-PAIE-COND'.
       01  WS-RUNCTL-COMPTEUR-1 PIC 9(07).
       01  WS-RUNCTL-COMPTEUR-2 PIC 9(07).
       01  WS-RUNCTL-STATUT     PIC X(10).

      * Zones d'appel de la routine partagee de calcul de dates
      * (copybooks/DATEUTIL.cbl).
       01  WS-DU-FONCTION    PIC X(08).
       01  WS-DU-DATE-1      PIC 9(08).
       01  WS-DU-DATE-2      PIC 9(08).
       01  WS-DU-NOMBRE      PIC S9(07).
       01  WS-DU-RESULTAT    PIC S9(08).
       01  WS-DU-CODE        PIC X(02).

      * Zones d'appel de la routine partagee du calendrier des jours
      * feries (copybooks/JOURFERIE.cbl).
       01  WS-JF-FONCTION    PIC X(08).
       01  WS-JF-DATE        PIC 9(08).
       01  WS-JF-NOMBRE      PIC S9(07).
       01  WS-JF-RESULTAT    PIC S9(08).
       01  WS-JF-LIBELLE     PIC X(25).
       01  WS-JF-CODE        PIC X(02).

      * Zones d'appel de la routine partagee des parametres
      * d'exploitation (copybooks/PARAMLIRE.cbl).
       01  WS-PARAM-CLE      PIC X(20).
       01  WS-PARAM-VALEUR   PIC X(20).
       01  WS-PARAM-CODE     PIC X(02).

      * Mois traite, en ligne de commande (mois precedent a defaut).
       01  WS-PARAM-LIGNE    PIC X(20).
       01  WS-PARAM-MOIS     PIC X(6).
       01  WS-DATE-JOUR      PIC 9(8).
       01  WS-MOIS           PIC 9(6).
       01  WS-MOIS-DET REDEFINES WS-MOIS.
           05 WS-MOIS-AAAA   PIC 9(4).
           05 WS-MOIS-MM     PIC 99.
       01  WS-DATE-DEBUT     PIC 9(8).

      * Bornes de la nuit au format HHMN, puis en minutes du jour.
       01  WS-SEUIL-SAISI    PIC X(8).
       01  WS-NUIT-DEBUT     PIC 9(4) VALUE 2100.
       01  WS-NUIT-FIN       PIC 9(4) VALUE 0600.
       01  WS-NUIT-DEBUT-MN  PIC 9(4).
       01  WS-NUIT-FIN-MN    PIC 9(4).
       01  WS-HHMN-SAISI     PIC 9(4).
       01  WS-HHMN-SAISI-DET REDEFINES WS-HHMN-SAISI.
           05 WS-HH-SAISI    PIC 99.
           05 WS-MN-SAISI    PIC 99.

      * Jours du mois, suivis de quelques jours du mois suivant pour
      * les services qui passent minuit en fin de mois : date, jour
      * de semaine, ferie et libelle du ferie.
       01  WS-NB-JOURS-MOIS  PIC 99 VALUE 0.
       01  WS-TAB-JOURS.
           05 WS-JR-ENTREE OCCURS 40 TIMES.
              10 WS-JR-DATE         PIC 9(8).
              10 WS-JR-SEM          PIC 9.
              10 WS-JR-FERIE        PIC X.
              10 WS-JR-LIBELLE      PIC X(25).
       01  WS-JOUR-I         PIC 99.
       01  WS-JR-POS         PIC 99.

      * Trains de train.dat : numero, relation, jour, heure de depart
      * et temps de parcours.
       01  WS-NB-TRAINS      PIC 9(03) VALUE 0.
       01  WS-TAB-TRAINS.
           05 WS-TRAIN-ENTREE OCCURS 100 TIMES.
              10 WS-TR-NUM          PIC X(6).
              10 WS-TR-GARE-DEPART  PIC X(10).
              10 WS-TR-GARE-ARRIVEE PIC X(10).
              10 WS-TR-JOUR-DEPART  PIC 9.
              10 WS-TR-HHMN         PIC 9(4).
              10 WS-TR-NBH          PIC 9(2).

      * Calendrier de service, charge comme dans train3.cbl.
       01  WS-NB-CALEND      PIC 99 VALUE 0.
       01  WS-TAB-CALEND.
           05 WS-CAL-ENTREE OCCURS 50 TIMES.
              10 WS-CAL-NUM       PIC X(6).
              10 WS-CAL-DEBUT     PIC 9(8).
              10 WS-CAL-FIN       PIC 9(8).
              10 WS-CAL-EXC       PIC 9(8) OCCURS 5 TIMES.
       01  WS-CAL-POS        PIC 99.
       01  WS-EXC-I          PIC 9.

      * Travaux, charges comme dans train3.cbl.
       01  WS-NB-TRAVAUX     PIC 99 VALUE 0.
       01  WS-TAB-TRAVAUX.
           05 WS-TRAVAUX-ENTREE OCCURS 20 TIMES.
              10 WS-TV-GARE-DEPART  PIC X(10).
              10 WS-TV-GARE-ARRIVEE PIC X(10).
              10 WS-TV-DEBUT        PIC 9(8).
              10 WS-TV-FIN          PIC 9(8).
              10 WS-TV-MINUTES      PIC 9(3).
              10 WS-TV-FERMETURE    PIC X.
       01  WS-MINUTES-TRAVAUX PIC 9(4) VALUE 0.
       01  WS-TRV-I          PIC 99.

      * Referentiel des conducteurs.
       01  WS-NB-CONDUCTEURS PIC 9(03) VALUE 0.
       01  WS-TAB-CONDUCTEURS.
           05 WS-CD-ENTREE OCCURS 100 TIMES.
              10 WS-CD-MATRICULE    PIC X(6).
              10 WS-CD-NOM          PIC X(20).
       01  WS-CD-I           PIC 9(03).

      * Services du roulement, rattaches a leur conducteur et a leur
      * train dans les tables ci-dessus.
       01  WS-NB-SERVICES    PIC 9(03) VALUE 0.
       01  WS-TAB-SERVICES.
           05 WS-SV-ENTREE OCCURS 200 TIMES.
              10 WS-SV-COND-POS     PIC 9(03).
              10 WS-SV-TRAIN-POS    PIC 9(03).
              10 WS-SV-JOUR         PIC 9.
       01  WS-SV-I           PIC 9(03).
       01  WS-TR-I           PIC 9(03).
       01  WS-I              PIC 9(03).

      * Circulation du train a la date examinee.
       01  WS-DATE-EXAM      PIC 9(8).
       01  WS-TRAIN-CIRCULE  PIC X.
           88 TRAIN-CIRCULE  VALUE 'O'.
       01  WS-MOTIF-SUPPR    PIC X(30).

      * Ventilation d'un service, minute par minute.
       01  WS-HHMN           PIC 9(4).
       01  WS-HHMN-DET       REDEFINES WS-HHMN.
           05 WS-HH          PIC 99.
           05 WS-MN          PIC 99.
       01  WS-DEBUT-MN       PIC 9(4).
       01  WS-DUREE-MN       PIC 9(5).
       01  WS-MIN-I          PIC 9(5).
       01  WS-MIN-ABS        PIC 9(6).
       01  WS-DECALAGE       PIC 9(3).
       01  WS-MIN-JOUR       PIC 9(4).
       01  WS-SVC-NORMAL     PIC 9(5).
       01  WS-SVC-NUIT       PIC 9(5).
       01  WS-SVC-DIMANCHE   PIC 9(5).
       01  WS-SVC-FERIE      PIC 9(5).

      * Cumuls du conducteur en cours.
       01  WS-CDC-SERVICES   PIC 9(3).
       01  WS-CDC-NON-CIRC   PIC 9(3).
       01  WS-CDC-TOTAL      PIC 9(5).
       01  WS-CDC-NORMAL     PIC 9(5).
       01  WS-CDC-NUIT       PIC 9(5).
       01  WS-CDC-DIMANCHE   PIC 9(5).
       01  WS-CDC-FERIE      PIC 9(5).

      * Totaux de controle de l'interface.
       01  WS-NB-DETAILS     PIC 9(5) VALUE 0.
       01  WS-TOT-SERVICES   PIC 9(5) VALUE 0.
       01  WS-TOT-TOTAL      PIC 9(7) VALUE 0.
       01  WS-TOT-NORMAL     PIC 9(7) VALUE 0.
       01  WS-TOT-NUIT       PIC 9(7) VALUE 0.
       01  WS-TOT-DIMANCHE   PIC 9(7) VALUE 0.
       01  WS-TOT-FERIE      PIC 9(7) VALUE 0.
       01  WS-NB-RELEVES     PIC 9(3) VALUE 0.

      * Interface paie, meme dessin que les remises de
      * assur-transmission.cbl : type d'enregistrement en colonne 1,
      * '1' = en-tete, '2' = detail conducteur, '3' = fin de fichier.
      * Les durees sont en minutes.
       01  WS-PAIE-ENREG.
           05 WS-PAIE-TYPE        PIC X(1).
           05 WS-PAIE-DONNEES     PIC X(79).

       01  WS-PAIE-ENTETE REDEFINES WS-PAIE-ENREG.
           05 FILLER              PIC X(1).
           05 WS-PAIE-ENT-LIB     PIC X(20).
           05 WS-PAIE-ENT-MOIS    PIC 9(6).
           05 WS-PAIE-ENT-DATE    PIC 9(8).
           05 WS-PAIE-ENT-NUIT-DEB PIC 9(4).
           05 WS-PAIE-ENT-NUIT-FIN PIC 9(4).
           05 FILLER              PIC X(37).

       01  WS-PAIE-DETAIL REDEFINES WS-PAIE-ENREG.
           05 FILLER              PIC X(1).
           05 WS-PAIE-DET-MATRICULE PIC X(6).
           05 WS-PAIE-DET-NOM     PIC X(20).
           05 WS-PAIE-DET-MOIS    PIC 9(6).
           05 WS-PAIE-DET-SERVICES PIC 9(3).
           05 WS-PAIE-DET-TOTAL   PIC 9(5).
           05 WS-PAIE-DET-NORMAL  PIC 9(5).
           05 WS-PAIE-DET-NUIT    PIC 9(5).
           05 WS-PAIE-DET-DIMANCHE PIC 9(5).
           05 WS-PAIE-DET-FERIE   PIC 9(5).
           05 FILLER              PIC X(19).

       01  WS-PAIE-FIN REDEFINES WS-PAIE-ENREG.
           05 FILLER              PIC X(1).
           05 WS-PAIE-FIN-DETAILS PIC 9(5).
           05 WS-PAIE-FIN-SERVICES PIC 9(5).
           05 WS-PAIE-FIN-TOTAL   PIC 9(7).
           05 WS-PAIE-FIN-NORMAL  PIC 9(7).
           05 WS-PAIE-FIN-NUIT    PIC 9(7).
           05 WS-PAIE-FIN-DIMANCHE PIC 9(7).
           05 WS-PAIE-FIN-FERIE   PIC 9(7).
           05 FILLER              PIC X(34).

       01  WS-PAIE-PATH      PIC X(200).
       01  WS-RELEVE-PATH    PIC X(200).

      * Editions du releve : duree en minutes editee HHH:MM, heure de
      * depart HH:MM, date JJ/MM/AAAA.
       01  WS-ED-MINUTES     PIC 9(7).
       01  WS-ED-HEURES      PIC ZZZZ9.
       01  WS-ED-RESTE       PIC 99.
       01  WS-ED-DUREE       PIC X(8).
       01  WS-ED-TOTAL       PIC X(8).
       01  WS-ED-NORMAL      PIC X(8).
       01  WS-ED-NUIT        PIC X(8).
       01  WS-ED-DIMANCHE    PIC X(8).
       01  WS-ED-FERIE       PIC X(8).
       01  WS-ED-DEPART      PIC X(5).
       01  WS-ED-DATE        PIC X(10).
       01  WS-ED-QUOT        PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-INITIALISER
           THRU    0100-INITIALISER-FIN.
           PERFORM 1000-CHARGER-TRAINS
           THRU    1000-CHARGER-TRAINS-FIN.
           PERFORM 1100-CHARGER-CALENDRIER
           THRU    1100-CHARGER-CALENDRIER-FIN.
           PERFORM 1200-CHARGER-TRAVAUX
           THRU    1200-CHARGER-TRAVAUX-FIN.
           PERFORM 2000-CHARGER-CONDUCTEURS
           THRU    2000-CHARGER-CONDUCTEURS-FIN.
           PERFORM 2100-CHARGER-ROULEMENT
           THRU    2100-CHARGER-ROULEMENT-FIN.
           PERFORM 3000-OUVRIR-INTERFACE
           THRU    3000-OUVRIR-INTERFACE-FIN.

           PERFORM VARYING WS-CD-I FROM 1 BY 1
                   UNTIL WS-CD-I > WS-NB-CONDUCTEURS
               PERFORM 4000-TRAITER-CONDUCTEUR
               THRU    4000-TRAITER-CONDUCTEUR-FIN
           END-PERFORM.

           PERFORM 5000-FERMER-INTERFACE
           THRU    5000-FERMER-INTERFACE-FIN.

           DISPLAY 'CONDUCTEURS EXPORTES  : ' WS-NB-DETAILS.
           DISPLAY 'SERVICES DATES PAYES  : ' WS-TOT-SERVICES.
           DISPLAY 'MINUTES DE CONDUITE   : ' WS-TOT-TOTAL.
           DISPLAY 'RELEVES ECRITS        : ' WS-NB-RELEVES.

           MOVE WS-NB-DETAILS   TO WS-RUNCTL-COMPTEUR-1.
           MOVE WS-TOT-SERVICES TO WS-RUNCTL-COMPTEUR-2.
           MOVE 'OK' TO WS-RUNCTL-STATUT.
           CALL 'RUNCTL' USING WS-RUNCTL-PROGRAMME WS-RUNCTL-COMPTEUR-1
               WS-RUNCTL-COMPTEUR-2 WS-RUNCTL-STATUT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Mois traite ('AAAAMM' en ligne de commande, mois precedent a
      * defaut), bornes de nuit, puis table des jours du mois et des
      * jours suivants : jour de semaine par DATEUTIL, ferie par
      * JOURFERIE (un libelle restitue signale un ferie, meme un
      * samedi ou un dimanche).
      ******************************************************************
       0100-INITIALISER.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE 'AJOUTMOI' TO WS-DU-FONCTION.
           MOVE WS-DATE-JOUR TO WS-DU-DATE-1.
           MOVE -1 TO WS-DU-NOMBRE.
           CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE.
           MOVE WS-DU-RESULTAT TO WS-DU-DATE-2.
           MOVE WS-DU-DATE-2 (1:6) TO WS-MOIS.

           MOVE SPACES TO WS-PARAM-LIGNE.
           ACCEPT WS-PARAM-LIGNE FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARAM-MOIS.
           UNSTRING WS-PARAM-LIGNE DELIMITED BY ALL SPACE
               INTO WS-PARAM-MOIS.
           IF WS-PARAM-MOIS NOT = SPACES
               IF WS-PARAM-MOIS NUMERIC
                   MOVE 'VALIDER ' TO WS-DU-FONCTION
                   MOVE WS-PARAM-MOIS TO WS-DU-DATE-1 (1:6)
                   MOVE '01' TO WS-DU-DATE-1 (7:2)
                   CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
                       WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT
                       WS-DU-CODE
               ELSE
                   MOVE '10' TO WS-DU-CODE
               END-IF
               IF WS-DU-CODE = '00'
                   MOVE WS-PARAM-MOIS TO WS-MOIS
               ELSE
                   DISPLAY 'MOIS INVALIDE, MOIS PRECEDENT RETENU : '
                       WS-PARAM-MOIS
               END-IF
           END-IF.
           COMPUTE WS-DATE-DEBUT = WS-MOIS * 100 + 1.

      * Bornes de nuit : fichier central des parametres, puis
      * variable d'environnement, puis defaut code. Une valeur qui
      * n'est pas une heure HHMN valide est ignoree.
           MOVE 'PAIE_NUIT_DEBUT' TO WS-PARAM-CLE.
           PERFORM 0110-LIRE-BORNE-NUIT
           THRU    0110-LIRE-BORNE-NUIT-FIN.
           IF WS-SEUIL-SAISI NOT = SPACES
               MOVE WS-HHMN-SAISI TO WS-NUIT-DEBUT
           END-IF.
           MOVE 'PAIE_NUIT_FIN' TO WS-PARAM-CLE.
           PERFORM 0110-LIRE-BORNE-NUIT
           THRU    0110-LIRE-BORNE-NUIT-FIN.
           IF WS-SEUIL-SAISI NOT = SPACES
               MOVE WS-HHMN-SAISI TO WS-NUIT-FIN
           END-IF.
           MOVE WS-NUIT-DEBUT TO WS-HHMN.
           COMPUTE WS-NUIT-DEBUT-MN = WS-HH * 60 + WS-MN.
           MOVE WS-NUIT-FIN TO WS-HHMN.
           COMPUTE WS-NUIT-FIN-MN = WS-HH * 60 + WS-MN.

           MOVE 0 TO WS-NB-JOURS-MOIS.
           PERFORM VARYING WS-JOUR-I FROM 1 BY 1 UNTIL WS-JOUR-I > 40
               MOVE 'AJOUTJRS' TO WS-DU-FONCTION
               MOVE WS-DATE-DEBUT TO WS-DU-DATE-1
               COMPUTE WS-DU-NOMBRE = WS-JOUR-I - 1
               CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE
               MOVE WS-DU-RESULTAT TO WS-JR-DATE (WS-JOUR-I)
               IF WS-JR-DATE (WS-JOUR-I) (1:6) = WS-MOIS
                   MOVE WS-JOUR-I TO WS-NB-JOURS-MOIS
               END-IF
               MOVE 'JOURSEM ' TO WS-DU-FONCTION
               MOVE WS-JR-DATE (WS-JOUR-I) TO WS-DU-DATE-1
               CALL 'DATEUTIL' USING WS-DU-FONCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-NOMBRE WS-DU-RESULTAT WS-DU-CODE
               MOVE WS-DU-RESULTAT TO WS-JR-SEM (WS-JOUR-I)
               MOVE 'OUVRE   ' TO WS-JF-FONCTION
               MOVE WS-JR-DATE (WS-JOUR-I) TO WS-JF-DATE
               MOVE 0 TO WS-JF-NOMBRE
               CALL 'JOURFERIE' USING WS-JF-FONCTION WS-JF-DATE
                   WS-JF-NOMBRE WS-JF-RESULTAT WS-JF-LIBELLE
                   WS-JF-CODE
               MOVE WS-JF-LIBELLE TO WS-JR-LIBELLE (WS-JOUR-I)
               IF WS-JF-CODE = '00' AND WS-JF-LIBELLE NOT = SPACES
                   MOVE 'O' TO WS-JR-FERIE (WS-JOUR-I)
               ELSE
                   MOVE 'N' TO WS-JR-FERIE (WS-JOUR-I)
               END-IF
           END-PERFORM.

           DISPLAY 'HEURES DE CONDUITE DU MOIS ' WS-MOIS
               ' (NUIT DE ' WS-NUIT-DEBUT ' A ' WS-NUIT-FIN ')'.
       0100-INITIALISER-FIN. EXIT.

      * Lit la borne de nuit WS-PARAM-CLE. WS-SEUIL-SAISI reste a
      * blanc si aucune valeur HHMN valide n'est trouvee.
       0110-LIRE-BORNE-NUIT.
           CALL 'PARAMLIRE' USING WS-PARAM-CLE WS-PARAM-VALEUR
               WS-PARAM-CODE.
           IF WS-PARAM-CODE = '00'
               MOVE WS-PARAM-VALEUR TO WS-SEUIL-SAISI
           ELSE
               MOVE SPACES TO WS-SEUIL-SAISI
               ACCEPT WS-SEUIL-SAISI FROM ENVIRONMENT WS-PARAM-CLE
           END-IF.
           IF WS-SEUIL-SAISI = SPACES
               GO TO 0110-LIRE-BORNE-NUIT-FIN
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SEUIL-SAISI)) = 0
               COMPUTE WS-HHMN-SAISI =
                   FUNCTION NUMVAL(WS-SEUIL-SAISI)
               IF WS-HH-SAISI < 24 AND WS-MN-SAISI < 60
                   GO TO 0110-LIRE-BORNE-NUIT-FIN
               END-IF
           END-IF.
           DISPLAY 'BORNE DE NUIT ' FUNCTION TRIM(WS-PARAM-CLE)
               ' INVALIDE, DEFAUT RETENU : ' WS-SEUIL-SAISI.
           MOVE SPACES TO WS-SEUIL-SAISI.
       0110-LIRE-BORNE-NUIT-FIN. EXIT.

      ******************************************************************
      * Charge train.dat : numero, relation, jour de semaine, heure
      * de depart et temps de parcours de chaque train. Sans fichier
      * des trains il n'y a rien a payer : un fichier absent arrete
      * le batch.
      ******************************************************************
       1000-CHARGER-TRAINS.
           OPEN INPUT F-INPUT.
           IF NOT WS-STAT-FICIOK
               DISPLAY 'ERREUR OUVERTURE TRAIN.DAT : ' WS-STAT-FICIN
               MOVE '1000-CHARGER-TRAINS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE TRAIN.DAT' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-FICIN WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-STAT-FICIFIN
               READ F-INPUT
               IF WS-STAT-FICIOK
                   IF FS-JOUR-DEPART NUMERIC AND FS-HHMN NUMERIC
                       AND FS-NBH NUMERIC AND WS-NB-TRAINS < 100
                       ADD 1 TO WS-NB-TRAINS
                       MOVE FS-NUM-TRAIN TO WS-TR-NUM (WS-NB-TRAINS)
                       MOVE FS-GARE-DEPART
                           TO WS-TR-GARE-DEPART (WS-NB-TRAINS)
                       MOVE FS-GARE-ARRIVEE
                           TO WS-TR-GARE-ARRIVEE (WS-NB-TRAINS)
                       MOVE FS-JOUR-DEPART
                           TO WS-TR-JOUR-DEPART (WS-NB-TRAINS)
                       MOVE FS-HHMN TO WS-TR-HHMN (WS-NB-TRAINS)
                       MOVE FS-NBH TO WS-TR-NBH (WS-NB-TRAINS)
                   ELSE
                       DISPLAY 'LIGNE DE TRAIN.DAT IGNOREE : '
                           FS-NUM-TRAIN
                   END-IF
               ELSE
                   SET WS-STAT-FICIFIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-INPUT.
       1000-CHARGER-TRAINS-FIN. EXIT.

      ******************************************************************
      * Calendrier de service, meme lecture que train3.cbl : une date
      * illisible vaut absence de borne ou d'exclusion. Un fichier
      * absent laisse tous les trains circuler toutes les semaines.
      ******************************************************************
       1100-CHARGER-CALENDRIER.
           OPEN INPUT F-CALENDRIER.
           IF NOT WS-STAT-CALEND-OK
               DISPLAY 'CALENDRIER-TRAINS.DAT ILLISIBLE ('
                   WS-STAT-CALEND ') : TOUS LES TRAINS CIRCULENT'
               GO TO 1100-CHARGER-CALENDRIER-FIN
           END-IF.

           PERFORM UNTIL WS-STAT-CALEND-FIN
               READ F-CALENDRIER
               IF WS-STAT-CALEND-OK
                   IF WS-NB-CALEND < 50
                       ADD 1 TO WS-NB-CALEND
                       MOVE FS-CAL-NUM-TRAIN
                           TO WS-CAL-NUM (WS-NB-CALEND)
                       IF FS-CAL-DEBUT NUMERIC
                           MOVE FS-CAL-DEBUT
                               TO WS-CAL-DEBUT (WS-NB-CALEND)
                       ELSE
                           MOVE 0 TO WS-CAL-DEBUT (WS-NB-CALEND)
                       END-IF
                       IF FS-CAL-FIN NUMERIC
                           MOVE FS-CAL-FIN TO WS-CAL-FIN (WS-NB-CALEND)
                       ELSE
                           MOVE 99999999 TO WS-CAL-FIN (WS-NB-CALEND)
                       END-IF
                       PERFORM VARYING WS-EXC-I FROM 1 BY 1
                               UNTIL WS-EXC-I > 5
                           IF FS-CAL-DATE-EXC (WS-EXC-I) NUMERIC
                               MOVE FS-CAL-DATE-EXC (WS-EXC-I)
                                 TO WS-CAL-EXC (WS-NB-CALEND, WS-EXC-I)
                           ELSE
                               MOVE 0
                                 TO WS-CAL-EXC (WS-NB-CALEND, WS-EXC-I)
                           END-IF
                       END-PERFORM
                   ELSE
                       DISPLAY 'PLUS DE 50 TRAINS AU CALENDRIER, '
                           'LIGNE IGNOREE : ' FS-CAL-NUM-TRAIN
                   END-IF
               ELSE
                   SET WS-STAT-CALEND-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-CALENDRIER.
       1100-CHARGER-CALENDRIER-FIN. EXIT.

      ******************************************************************
      * Travaux, meme lecture que train3.cbl : minutes d'allongement
      * ou 'FER' pour une relation fermee. Un fichier absent
      * n'allonge ni ne supprime aucun service.
      ******************************************************************
       1200-CHARGER-TRAVAUX.
           OPEN INPUT F-TRAVAUX.
           IF NOT WS-STAT-TRAVAUX-OK
               DISPLAY 'TRAVAUX.DAT ILLISIBLE ('
                   WS-STAT-TRAVAUX ') : AUCUN TRAJET ALLONGE'
               GO TO 1200-CHARGER-TRAVAUX-FIN
           END-IF.

           PERFORM UNTIL WS-STAT-TRAVAUX-FIN
               READ F-TRAVAUX
               IF WS-STAT-TRAVAUX-OK
                   IF FS-TV-DATE-DEBUT NUMERIC
                       AND FS-TV-DATE-FIN NUMERIC
                       AND (FS-TV-MINUTES NUMERIC
                            OR FS-TV-MINUTES = 'FER')
                       AND WS-NB-TRAVAUX < 20
                       ADD 1 TO WS-NB-TRAVAUX
                       MOVE FS-TV-GARE-DEPART
                           TO WS-TV-GARE-DEPART (WS-NB-TRAVAUX)
                       MOVE FS-TV-GARE-ARRIVEE
                           TO WS-TV-GARE-ARRIVEE (WS-NB-TRAVAUX)
                       MOVE FS-TV-DATE-DEBUT
                           TO WS-TV-DEBUT (WS-NB-TRAVAUX)
                       MOVE FS-TV-DATE-FIN
                           TO WS-TV-FIN (WS-NB-TRAVAUX)
                       IF FS-TV-MINUTES = 'FER'
                           MOVE 0 TO WS-TV-MINUTES (WS-NB-TRAVAUX)
                           MOVE 'O' TO WS-TV-FERMETURE (WS-NB-TRAVAUX)
                       ELSE
                           MOVE FS-TV-MINUTES
                               TO WS-TV-MINUTES (WS-NB-TRAVAUX)
                           MOVE 'N' TO WS-TV-FERMETURE (WS-NB-TRAVAUX)
                       END-IF
                   ELSE
                       DISPLAY 'LIGNE DE TRAVAUX.DAT IGNOREE : '
                           FS-TRAVAUX-REF
                   END-IF
               ELSE
                   SET WS-STAT-TRAVAUX-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-TRAVAUX.
       1200-CHARGER-TRAVAUX-FIN. EXIT.

       2000-CHARGER-CONDUCTEURS.
           OPEN INPUT F-CONDUCTEURS.
           IF NOT WS-STAT-COND-OK
               DISPLAY 'ERREUR OUVERTURE CONDUCTEURS.DAT : '
                       WS-STAT-COND
               MOVE '2000-CHARGER-CONDUCTEURS' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE CONDUCTEURS.DAT'
                   TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-COND WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-COND-FIN
               READ F-CONDUCTEURS
               IF WS-STAT-COND-OK
                   IF WS-NB-CONDUCTEURS < 100
                       ADD 1 TO WS-NB-CONDUCTEURS
                       MOVE FS-CD-MATRICULE
                           TO WS-CD-MATRICULE (WS-NB-CONDUCTEURS)
                       MOVE FS-CD-NOM
                           TO WS-CD-NOM (WS-NB-CONDUCTEURS)
                   END-IF
               ELSE
                   SET WS-STAT-COND-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-CONDUCTEURS.
       2000-CHARGER-CONDUCTEURS-FIN. EXIT.

      ******************************************************************
      * Charge le roulement et rattache chaque service a son
      * conducteur et a son train (numero et jour de semaine) dans
      * train.dat. Matricule inconnu ou train absent : signale et
      * ecarte de la paie, comme dans train-roulement.cbl.
      ******************************************************************
       2100-CHARGER-ROULEMENT.
           OPEN INPUT F-ROULEMENT.
           IF NOT WS-STAT-ROUL-OK
               DISPLAY 'ERREUR OUVERTURE ROULEMENT-CONDUCTEURS.DAT : '
                       WS-STAT-ROUL
               MOVE '2100-CHARGER-ROULEMENT' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ROULEMENT' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-ROUL WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-ROUL-FIN
               READ F-ROULEMENT
               IF WS-STAT-ROUL-OK
                   PERFORM 2110-RANGER-SERVICE
                   THRU    2110-RANGER-SERVICE-FIN
               ELSE
                   SET WS-STAT-ROUL-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE F-ROULEMENT.
       2100-CHARGER-ROULEMENT-FIN. EXIT.

       2110-RANGER-SERVICE.
           IF FS-SV-JOUR NOT NUMERIC
               DISPLAY 'LIGNE DE ROULEMENT ILLISIBLE IGNOREE : '
                   FS-SERVICE
               GO TO 2110-RANGER-SERVICE-FIN
           END-IF.
           IF WS-NB-SERVICES >= 200
               DISPLAY 'PLUS DE 200 SERVICES, LIGNE IGNOREE : '
                   FS-SERVICE
               GO TO 2110-RANGER-SERVICE-FIN
           END-IF.

           MOVE 0 TO WS-CD-I.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CONDUCTEURS
               IF WS-CD-MATRICULE (WS-I) = FS-SV-MATRICULE
                   MOVE WS-I TO WS-CD-I
               END-IF
           END-PERFORM.
           IF WS-CD-I = 0
               DISPLAY 'SERVICE VERS UN MATRICULE INCONNU : '
                   FS-SV-MATRICULE ' (TRAIN ' FS-SV-NUM-TRAIN ')'
               GO TO 2110-RANGER-SERVICE-FIN
           END-IF.

           MOVE 0 TO WS-TR-I.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TRAINS
               IF WS-TR-NUM (WS-I) = FS-SV-NUM-TRAIN
                   AND WS-TR-JOUR-DEPART (WS-I) = FS-SV-JOUR
                   MOVE WS-I TO WS-TR-I
               END-IF
           END-PERFORM.
           IF WS-TR-I = 0
               DISPLAY 'SERVICE SANS TRAIN AU FICHIER DES TRAINS : '
                   FS-SV-MATRICULE ' -> ' FS-SV-NUM-TRAIN
                   ' JOUR ' FS-SV-JOUR
               GO TO 2110-RANGER-SERVICE-FIN
           END-IF.

           ADD 1 TO WS-NB-SERVICES.
           MOVE WS-CD-I    TO WS-SV-COND-POS (WS-NB-SERVICES).
           MOVE WS-TR-I    TO WS-SV-TRAIN-POS (WS-NB-SERVICES).
           MOVE FS-SV-JOUR TO WS-SV-JOUR (WS-NB-SERVICES).
       2110-RANGER-SERVICE-FIN. EXIT.

      ******************************************************************
      * Ouvre l'interface paie du mois et ecrit l'en-tete.
      ******************************************************************
       3000-OUVRIR-INTERFACE.
           MOVE SPACES TO WS-PAIE-PATH.
           STRING 'paie-conducteurs-' WS-MOIS '.dat'
               DELIMITED BY SIZE INTO WS-PAIE-PATH.
           OPEN OUTPUT F-PAIE.
           IF NOT WS-STAT-PAIE-OK
               DISPLAY 'ERREUR OUVERTURE '
                   FUNCTION TRIM(WS-PAIE-PATH) ' : ' WS-STAT-PAIE
               MOVE '3000-OUVRIR-INTERFACE' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE INTERFACE PAIE' TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STAT-PAIE WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-PAIE-ENREG.
           MOVE '1' TO WS-PAIE-TYPE.
           MOVE 'PAIE CONDUCTEURS' TO WS-PAIE-ENT-LIB.
           MOVE WS-MOIS TO WS-PAIE-ENT-MOIS.
           MOVE WS-DATE-JOUR TO WS-PAIE-ENT-DATE.
           MOVE WS-NUIT-DEBUT TO WS-PAIE-ENT-NUIT-DEB.
           MOVE WS-NUIT-FIN TO WS-PAIE-ENT-NUIT-FIN.
           WRITE FS-PAIE-LIGNE FROM WS-PAIE-ENREG.
       3000-OUVRIR-INTERFACE-FIN. EXIT.

      ******************************************************************
      * Un conducteur : releve d'heures date par date, puis detail de
      * l'interface paie et cumul des totaux de controle.
      ******************************************************************
       4000-TRAITER-CONDUCTEUR.
           MOVE 0 TO WS-CDC-SERVICES WS-CDC-NON-CIRC WS-CDC-TOTAL
                     WS-CDC-NORMAL WS-CDC-NUIT WS-CDC-DIMANCHE
                     WS-CDC-FERIE.

           MOVE SPACES TO WS-RELEVE-PATH.
           STRING 'releve-heures-'
               FUNCTION LOWER-CASE(FUNCTION TRIM(
                   WS-CD-MATRICULE (WS-CD-I)))
               '-' WS-MOIS '.dat' DELIMITED BY SIZE
               INTO WS-RELEVE-PATH.
           OPEN OUTPUT F-RELEVE.
           IF NOT WS-STAT-RELEVE-OK
               DISPLAY 'ERREUR OUVERTURE '
                   FUNCTION TRIM(WS-RELEVE-PATH) ' : ' WS-STAT-RELEVE
           ELSE
               ADD 1 TO WS-NB-RELEVES
               MOVE ALL '*' TO FS-RELEVE-LIGNE
               WRITE FS-RELEVE-LIGNE
               MOVE SPACES TO FS-RELEVE-LIGNE
               STRING 'RELEVE D''HEURES DE CONDUITE - MOIS '
                   WS-MOIS (5:2) '/' WS-MOIS (1:4)
                   DELIMITED BY SIZE INTO FS-RELEVE-LIGNE
               WRITE FS-RELEVE-LIGNE
               MOVE SPACES TO FS-RELEVE-LIGNE
               STRING 'CONDUCTEUR : ' WS-CD-MATRICULE (WS-CD-I)
                   ' ' WS-CD-NOM (WS-CD-I)
                   DELIMITED BY SIZE INTO FS-RELEVE-LIGNE
               WRITE FS-RELEVE-LIGNE
               MOVE SPACES TO FS-RELEVE-LIGNE
               STRING 'NUIT DE ' WS-NUIT-DEBUT (1:2) ':'
                   WS-NUIT-DEBUT (3:2) ' A ' WS-NUIT-FIN (1:2) ':'
                   WS-NUIT-FIN (3:2)
                   ' - FERIE, PUIS DIMANCHE, PUIS NUIT'
                   DELIMITED BY SIZE INTO FS-RELEVE-LIGNE
               WRITE FS-RELEVE-LIGNE
               MOVE ALL '*' TO FS-RELEVE-LIGNE
               WRITE FS-RELEVE-LIGNE
               MOVE SPACES TO FS-RELEVE-LIGNE
               STRING 'DATE       TRAIN  DEPART   DUREE   NORMAL'
                   '     NUIT DIMANCHE    FERIE'
                   DELIMITED BY SIZE INTO FS-RELEVE-LIGNE
               WRITE FS-RELEVE-LIGNE
           END-IF.

           PERFORM VARYING WS-JOUR-I FROM 1 BY 1
                   UNTIL WS-JOUR-I > WS-NB-JOURS-MOIS
               PERFORM VARYING WS-SV-I FROM 1 BY 1
                       UNTIL WS-SV-I > WS-NB-SERVICES
                   IF WS-SV-COND-POS (WS-SV-I) = WS-CD-I
                       AND WS-SV-JOUR (WS-SV-I) = WS-JR-SEM (WS-JOUR-I)
                       PERFORM 4100-TRAITER-SERVICE
                       THRU    4100-TRAITER-SERVICE-FIN
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-STAT-RELEVE-OK
               MOVE WS-CDC-TOTAL TO WS-ED-MINUTES
               PERFORM 7000-EDITER-DUREE THRU 7000-EDITER-DUREE-FIN
               MOVE WS-ED-DUREE TO WS-ED-TOTAL
               MOVE WS-CDC-NORMAL TO WS-ED-MINUTES
               PERFORM 7000-EDITER-DUREE THRU 7000-EDITER-DUREE-FIN
               MOVE WS-ED-DUREE TO WS-ED-NORMAL
               MOVE WS-CDC-NUIT TO WS-ED-MINUTES
               PERFORM 7000-EDITER-DUREE THRU 7000-EDITER-DUREE-FIN
               MOVE WS-ED-DUREE TO WS-ED-NUIT
               MOVE WS-CDC-DIMANCHE TO WS-ED-MINUTES
               PERFORM 7000-EDITER-DUREE THRU 7000-EDITER-DUREE-FIN
               MOVE WS-ED-DUREE TO WS-ED-DIMANCHE
               MOVE WS-CDC-FERIE TO WS-ED-MINUTES
               PERFORM 7000-EDITER-DUREE THRU 7000-EDITER-DUREE-FIN
               MOVE WS-ED-DUREE TO WS-ED-FERIE
               MOVE ALL '-' TO FS-RELEVE-LIGNE
               WRITE FS-RELEVE-LIGNE
               MOVE SPACES TO FS-RELEVE-LIGNE
               STRING 'TOTAL                   ' WS-ED-TOTAL
                   ' ' WS-ED-NORMAL ' ' WS-ED-NUIT
                   ' ' WS-ED-DIMANCHE ' ' WS-ED-FERIE
                   DELIMITED BY SIZE INTO FS-RELEVE-LIGNE
               WRITE FS-RELEVE-LIGNE
               MOVE SPACES TO FS-RELEVE-LIGNE
               STRING 'SERVICES ASSURES : ' WS-CDC-SERVICES
                   '   SERVICES NON CIRCULES : ' WS-CDC-NON-CIRC
                   '   MINUTES PAYEES : ' WS-CDC-TOTAL
                   DELIMITED BY SIZE INTO FS-RELEVE-LIGNE
               WRITE FS-RELEVE-LIGNE
               CLOSE F-RELEVE
           END-IF.

           MOVE SPACES TO WS-PAIE-ENREG.
           MOVE '2' TO WS-PAIE-TYPE.
           MOVE WS-CD-MATRICULE (WS-CD-I) TO WS-PAIE-DET-MATRICULE.
           MOVE WS-CD-NOM (WS-CD-I) TO WS-PAIE-DET-NOM.
           MOVE WS-MOIS TO WS-PAIE-DET-MOIS.
           MOVE WS-CDC-SERVICES TO WS-PAIE-DET-SERVICES.
           MOVE WS-CDC-TOTAL TO WS-PAIE-DET-TOTAL.
           MOVE WS-CDC-NORMAL TO WS-PAIE-DET-NORMAL.
           MOVE WS-CDC-NUIT TO WS-PAIE-DET-NUIT.
           MOVE WS-CDC-DIMANCHE TO WS-PAIE-DET-DIMANCHE.
           MOVE WS-CDC-FERIE TO WS-PAIE-DET-FERIE.
           WRITE FS-PAIE-LIGNE FROM WS-PAIE-ENREG.

           ADD 1 TO WS-NB-DETAILS.
           ADD WS-CDC-SERVICES TO WS-TOT-SERVICES.
           ADD WS-CDC-TOTAL    TO WS-TOT-TOTAL.
           ADD WS-CDC-NORMAL   TO WS-TOT-NORMAL.
           ADD WS-CDC-NUIT     TO WS-TOT-NUIT.
           ADD WS-CDC-DIMANCHE TO WS-TOT-DIMANCHE.
           ADD WS-CDC-FERIE    TO WS-TOT-FERIE.
       4000-TRAITER-CONDUCTEUR-FIN. EXIT.

      ******************************************************************
      * Un service a une date du mois : controle de circulation, puis
      * ventilation minute par minute de la duree de conduite selon
      * la date calendaire ou tombe chaque minute (le service peut
      * passer minuit), et ligne du releve.
      ******************************************************************
       4100-TRAITER-SERVICE.
           MOVE WS-SV-TRAIN-POS (WS-SV-I) TO WS-TR-I.
           MOVE WS-JR-DATE (WS-JOUR-I) TO WS-DATE-EXAM.
           MOVE WS-JR-DATE (WS-JOUR-I) TO WS-DU-DATE-1.
           PERFORM 7100-EDITER-DATE THRU 7100-EDITER-DATE-FIN.
           PERFORM 4200-VERIFIER-CIRCULATION
           THRU    4200-VERIFIER-CIRCULATION-FIN.
           IF NOT TRAIN-CIRCULE
               ADD 1 TO WS-CDC-NON-CIRC
               IF WS-STAT-RELEVE-OK
                   MOVE SPACES TO FS-RELEVE-LIGNE
                   STRING WS-ED-DATE ' ' WS-TR-NUM (WS-TR-I)
                       ' NON CIRCULE : ' WS-MOTIF-SUPPR
                       DELIMITED BY SIZE INTO FS-RELEVE-LIGNE
                   WRITE FS-RELEVE-LIGNE
               END-IF
               GO TO 4100-TRAITER-SERVICE-FIN
           END-IF.

      * Duree de conduite : temps de parcours et minutes de travaux
      * de la relation actives a la date, comme au planning.
           MOVE 0 TO WS-MINUTES-TRAVAUX.
           PERFORM VARYING WS-TRV-I FROM 1 BY 1
                   UNTIL WS-TRV-I > WS-NB-TRAVAUX
               IF WS-TV-GARE-DEPART (WS-TRV-I)
                       = WS-TR-GARE-DEPART (WS-TR-I)
                   AND WS-TV-GARE-ARRIVEE (WS-TRV-I)
                       = WS-TR-GARE-ARRIVEE (WS-TR-I)
                   AND WS-DATE-EXAM >= WS-TV-DEBUT (WS-TRV-I)
                   AND WS-DATE-EXAM <= WS-TV-FIN (WS-TRV-I)
                   ADD WS-TV-MINUTES (WS-TRV-I) TO WS-MINUTES-TRAVAUX
               END-IF
           END-PERFORM.
           COMPUTE WS-DUREE-MN =
               WS-TR-NBH (WS-TR-I) * 60 + WS-MINUTES-TRAVAUX.
           MOVE WS-TR-HHMN (WS-TR-I) TO WS-HHMN.
           COMPUTE WS-DEBUT-MN = WS-HH * 60 + WS-MN.

           MOVE 0 TO WS-SVC-NORMAL WS-SVC-NUIT WS-SVC-DIMANCHE
                     WS-SVC-FERIE.
           PERFORM VARYING WS-MIN-I FROM 0 BY 1
                   UNTIL WS-MIN-I >= WS-DUREE-MN
               COMPUTE WS-MIN-ABS = WS-DEBUT-MN + WS-MIN-I
               DIVIDE WS-MIN-ABS BY 1440 GIVING WS-DECALAGE
                   REMAINDER WS-MIN-JOUR
               IF WS-JOUR-I + WS-DECALAGE > 40
                   MOVE 40 TO WS-JR-POS
               ELSE
                   COMPUTE WS-JR-POS = WS-JOUR-I + WS-DECALAGE
               END-IF
               EVALUATE TRUE
                   WHEN WS-JR-FERIE (WS-JR-POS) = 'O'
                       ADD 1 TO WS-SVC-FERIE
                   WHEN WS-JR-SEM (WS-JR-POS) = 7
                       ADD 1 TO WS-SVC-DIMANCHE
                   WHEN WS-NUIT-DEBUT-MN > WS-NUIT-FIN-MN
                        AND (WS-MIN-JOUR >= WS-NUIT-DEBUT-MN
                             OR WS-MIN-JOUR < WS-NUIT-FIN-MN)
                       ADD 1 TO WS-SVC-NUIT
                   WHEN WS-NUIT-DEBUT-MN <= WS-NUIT-FIN-MN
                        AND WS-MIN-JOUR >= WS-NUIT-DEBUT-MN
                        AND WS-MIN-JOUR < WS-NUIT-FIN-MN
                       ADD 1 TO WS-SVC-NUIT
                   WHEN OTHER
                       ADD 1 TO WS-SVC-NORMAL
               END-EVALUATE
           END-PERFORM.

           ADD 1 TO WS-CDC-SERVICES.
           ADD WS-DUREE-MN     TO WS-CDC-TOTAL.
           ADD WS-SVC-NORMAL   TO WS-CDC-NORMAL.
           ADD WS-SVC-NUIT     TO WS-CDC-NUIT.
           ADD WS-SVC-DIMANCHE TO WS-CDC-DIMANCHE.
           ADD WS-SVC-FERIE    TO WS-CDC-FERIE.

           IF NOT WS-STAT-RELEVE-OK
               GO TO 4100-TRAITER-SERVICE-FIN
           END-IF.
           MOVE SPACES TO WS-ED-DEPART.
           STRING WS-HHMN (1:2) ':' WS-HHMN (3:2)
               DELIMITED BY SIZE INTO WS-ED-DEPART.
           MOVE WS-DUREE-MN TO WS-ED-MINUTES.
           PERFORM 7000-EDITER-DUREE THRU 7000-EDITER-DUREE-FIN.
           MOVE WS-ED-DUREE TO WS-ED-TOTAL.
           MOVE WS-SVC-NORMAL TO WS-ED-MINUTES.
           PERFORM 7000-EDITER-DUREE THRU 7000-EDITER-DUREE-FIN.
           MOVE WS-ED-DUREE TO WS-ED-NORMAL.
           MOVE WS-SVC-NUIT TO WS-ED-MINUTES.
           PERFORM 7000-EDITER-DUREE THRU 7000-EDITER-DUREE-FIN.
           MOVE WS-ED-DUREE TO WS-ED-NUIT.
           MOVE WS-SVC-DIMANCHE TO WS-ED-MINUTES.
           PERFORM 7000-EDITER-DUREE THRU 7000-EDITER-DUREE-FIN.
           MOVE WS-ED-DUREE TO WS-ED-DIMANCHE.
           MOVE WS-SVC-FERIE TO WS-ED-MINUTES.
           PERFORM 7000-EDITER-DUREE THRU 7000-EDITER-DUREE-FIN.
           MOVE WS-ED-DUREE TO WS-ED-FERIE.
           MOVE SPACES TO FS-RELEVE-LIGNE.
           STRING WS-ED-DATE ' ' WS-TR-NUM (WS-TR-I)
               ' ' WS-ED-DEPART ' ' WS-ED-TOTAL
               ' ' WS-ED-NORMAL ' ' WS-ED-NUIT
               ' ' WS-ED-DIMANCHE ' ' WS-ED-FERIE
               ' ' WS-JR-LIBELLE (WS-JOUR-I)
               DELIMITED BY SIZE INTO FS-RELEVE-LIGNE.
           WRITE FS-RELEVE-LIGNE.
       4100-TRAITER-SERVICE-FIN. EXIT.

      ******************************************************************
      * Le train du service circule-t-il a WS-DATE-EXAM ? Memes
      * causes de suppression que train3.cbl (le jour de semaine est
      * deja celui du service) : relation fermee par des travaux,
      * date hors periode de validite, date supprimee au calendrier.
      ******************************************************************
       4200-VERIFIER-CIRCULATION.
           MOVE 'O' TO WS-TRAIN-CIRCULE.
           MOVE SPACES TO WS-MOTIF-SUPPR.

           PERFORM VARYING WS-TRV-I FROM 1 BY 1
                   UNTIL WS-TRV-I > WS-NB-TRAVAUX
               IF WS-TV-FERMETURE (WS-TRV-I) = 'O'
                   AND WS-TV-GARE-DEPART (WS-TRV-I)
                       = WS-TR-GARE-DEPART (WS-TR-I)
                   AND WS-TV-GARE-ARRIVEE (WS-TRV-I)
                       = WS-TR-GARE-ARRIVEE (WS-TR-I)
                   AND WS-DATE-EXAM >= WS-TV-DEBUT (WS-TRV-I)
                   AND WS-DATE-EXAM <= WS-TV-FIN (WS-TRV-I)
                   MOVE 'N' TO WS-TRAIN-CIRCULE
                   MOVE 'RELATION FERMEE (TRAVAUX)' TO WS-MOTIF-SUPPR
               END-IF
           END-PERFORM.
           IF NOT TRAIN-CIRCULE
               GO TO 4200-VERIFIER-CIRCULATION-FIN
           END-IF.

           MOVE 0 TO WS-CAL-POS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CALEND
               IF WS-CAL-NUM (WS-I) = WS-TR-NUM (WS-TR-I)
                   MOVE WS-I TO WS-CAL-POS
               END-IF
           END-PERFORM.
           IF WS-CAL-POS = 0
               GO TO 4200-VERIFIER-CIRCULATION-FIN
           END-IF.

           IF WS-DATE-EXAM < WS-CAL-DEBUT (WS-CAL-POS)
               OR WS-DATE-EXAM > WS-CAL-FIN (WS-CAL-POS)
               MOVE 'N' TO WS-TRAIN-CIRCULE
               MOVE 'HORS PERIODE DE VALIDITE' TO WS-MOTIF-SUPPR
               GO TO 4200-VERIFIER-CIRCULATION-FIN
           END-IF.

           PERFORM VARYING WS-EXC-I FROM 1 BY 1 UNTIL WS-EXC-I > 5
               IF WS-CAL-EXC (WS-CAL-POS, WS-EXC-I) NOT = 0
                   AND WS-CAL-EXC (WS-CAL-POS, WS-EXC-I)
                       = WS-DATE-EXAM
                   MOVE 'N' TO WS-TRAIN-CIRCULE
                   MOVE 'DATE SUPPRIMEE AU CALENDRIER'
                       TO WS-MOTIF-SUPPR
               END-IF
           END-PERFORM.
       4200-VERIFIER-CIRCULATION-FIN. EXIT.

      ******************************************************************
      * Enregistrement de fin : nombre de details et totaux de
      * controle des minutes, pour le rapprochement cote paie.
      ******************************************************************
       5000-FERMER-INTERFACE.
           MOVE SPACES TO WS-PAIE-ENREG.
           MOVE '3' TO WS-PAIE-TYPE.
           MOVE WS-NB-DETAILS   TO WS-PAIE-FIN-DETAILS.
           MOVE WS-TOT-SERVICES TO WS-PAIE-FIN-SERVICES.
           MOVE WS-TOT-TOTAL    TO WS-PAIE-FIN-TOTAL.
           MOVE WS-TOT-NORMAL   TO WS-PAIE-FIN-NORMAL.
           MOVE WS-TOT-NUIT     TO WS-PAIE-FIN-NUIT.
           MOVE WS-TOT-DIMANCHE TO WS-PAIE-FIN-DIMANCHE.
           MOVE WS-TOT-FERIE    TO WS-PAIE-FIN-FERIE.
           WRITE FS-PAIE-LIGNE FROM WS-PAIE-ENREG.
           CLOSE F-PAIE.
           DISPLAY 'INTERFACE PAIE ECRITE : '
               FUNCTION TRIM(WS-PAIE-PATH).
       5000-FERMER-INTERFACE-FIN. EXIT.

      * Duree WS-ED-MINUTES editee en heures et minutes (HHHHH:MM).
       7000-EDITER-DUREE.
           DIVIDE WS-ED-MINUTES BY 60 GIVING WS-ED-QUOT
               REMAINDER WS-ED-RESTE.
           MOVE WS-ED-QUOT TO WS-ED-HEURES.
           MOVE SPACES TO WS-ED-DUREE.
           STRING WS-ED-HEURES ':' WS-ED-RESTE
               DELIMITED BY SIZE INTO WS-ED-DUREE.
       7000-EDITER-DUREE-FIN. EXIT.

      * Date WS-DU-DATE-1 (AAAAMMJJ) editee JJ/MM/AAAA.
       7100-EDITER-DATE.
           MOVE SPACES TO WS-ED-DATE.
           STRING WS-DU-DATE-1 (7:2) '/' WS-DU-DATE-1 (5:2) '/'
               WS-DU-DATE-1 (1:4) DELIMITED BY SIZE INTO WS-ED-DATE.
       7100-EDITER-DATE-FIN. EXIT.

       END PROGRAM train-paie-conducteurs.
