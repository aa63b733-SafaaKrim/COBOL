      ********************************************************************
      *     Attestations d'assurance : edition datee et numerotee pour  *
      *     une cle de police, pour toutes les polices d'un numero      *
      *     client, ou en masse pour les polices ACTIF d'un produit,    *
      *     avec registre des attestations pour en verifier             *
      *     l'authenticite.                                             *
      ********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assur-attestations.
       AUTHOR. K.SAFAA.

      * Les attestations demandees au guichet etaient retapees a la
      * main depuis assur-lookup.cbl. Ce programme d'exploitation,
      * sur le modele de assur-devis.cbl, edite dans
      * ATTESTATIONS-ASSUR.DAT une attestation prete a imprimer par
      * police (assure, produit, cle, intermediaire, periode de
      * garantie et statut, date de delivrance) :
      *   - pour une cle de police ;
      *   - pour toutes les polices d'un numero client de
      *     CLIENTS-ASSUR.DAT (assur-clients.cbl), retrouvees par la
      *     cle secondaire WS-NOM-ASS ;
      *   - pour toutes les polices ACTIF d'un produit (code ou
      *     libelle de PRODUITS-ASSUR.DAT), passage annuel de masse.
      * Chaque attestation recoit un numero ('A' suivi de sept
      * chiffres) inscrit dans REGISTRE-ATTESTATIONS.DAT avec ce
      * qu'elle certifie : une attestation presentee plus tard se
      * verifie par l'option 4 en comparant le document au registre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSUR-PART1-FILE ASSIGN TO 'assurances-part1.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-ID OF WS-ASSUR-PART1-RECORD
           ALTERNATE RECORD KEY IS WS-NOM-ASS OF
               WS-ASSUR-PART1-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER.

           SELECT ASSUR-PART2-FILE ASSIGN TO 'assurances-part2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-ID OF WS-ASSUR-PART2-RECORD
           ALTERNATE RECORD KEY IS WS-NOM-ASS OF
               WS-ASSUR-PART2-RECORD WITH DUPLICATES
           FILE STATUS  IS WS-STATUS-FICHIER2.

           SELECT CLIENTS-FILE ASSIGN TO 'clients-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-CLIENTS.

           SELECT PRODUITS-FILE ASSIGN TO 'produits-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-PRODUITS.

           SELECT REGISTRE-FILE ASSIGN TO 'registre-attestations.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY   IS WS-ATT-NUMERO
           FILE STATUS  IS WS-STATUS-REGISTRE.

           SELECT ATTESTATIONS-FILE ASSIGN TO 'attestations-assur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS  IS WS-STATUS-ATTESTATIONS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSUR-PART1-FILE
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-ASSUR-PART1-RECORD.
       01 WS-ASSUR-PART1-RECORD.
               05 WS-ID        PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-NOM       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-IRP       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-NOM-ASS   PIC X(41).
               05 FILLER       PIC X(1).
               05 WS-STATUT    PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-Date1     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-date2     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-PRIX      PIC X(9).
               05 FILLER       PIC X(1).
               05 WS-DEVISE    PIC X(3).

       FD ASSUR-PART2-FILE
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD     IS WS-ASSUR-PART2-RECORD.
       01 WS-ASSUR-PART2-RECORD.
               05 WS-ID        PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-NOM       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-IRP       PIC X(14).
               05 FILLER       PIC X(1).
               05 WS-NOM-ASS   PIC X(41).
               05 FILLER       PIC X(1).
               05 WS-STATUT    PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-Date1     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-date2     PIC X(8).
               05 FILLER       PIC X(1).
               05 WS-PRIX      PIC X(9).
               05 FILLER       PIC X(1).
               05 WS-DEVISE    PIC X(3).

       FD CLIENTS-FILE
      * Meme dessin que dans assur-clients.cbl.
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD     IS WS-CLIENT-RECORD.
       01 WS-CLIENT-RECORD.
           05 WS-CLT-NUMERO    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-CLT-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(10).

       FD PRODUITS-FILE
      * Meme dessin que dans assur-produits.cbl.
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD     IS WS-PRODUIT-RECORD.
       01 WS-PRODUIT-RECORD.
           05 WS-PRD-CODE      PIC X(6).
           05 FILLER           PIC X(1).
           05 WS-PRD-LIBELLE   PIC X(14).
           05 FILLER           PIC X(39).

       FD REGISTRE-FILE
      * Une ligne par attestation delivree : numero, date de
      * delivrance et tout ce que l'attestation certifie.
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD     IS WS-ATTESTATION-RECORD.
       01 WS-ATTESTATION-RECORD.
           05 WS-ATT-NUMERO    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-ATT-DATE-EMIS PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-ATT-ID-POLICE PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-ATT-NOM-ASS   PIC X(41).
           05 FILLER           PIC X(1).
           05 WS-ATT-PRODUIT   PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-ATT-IRP       PIC X(14).
           05 FILLER           PIC X(1).
           05 WS-ATT-DATE1     PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-ATT-DATE2     PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-ATT-STATUT    PIC X(8).
           05 FILLER           PIC X(5).

       FD ATTESTATIONS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS WS-EDITION-RECORD.
       01 WS-EDITION-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FICHIER  PIC X(02).
          88 STATUT-FICHIER-OK         VALUE '00'.
          88 STATUT-FICHIER-NON-TROUVE VALUE '23'.

       01 WS-STATUS-FICHIER2 PIC X(02).
          88 STATUT-FICHIER2-OK         VALUE '00'.
          88 STATUT-FICHIER2-NON-TROUVE VALUE '23'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-CLIENTS==
                     ==FSTAT-OK==    BY ==STATUT-CLIENTS-OK==.
           88 STATUT-CLIENTS-FIN VALUE '10'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-PRODUITS==
                     ==FSTAT-OK==    BY ==STATUT-PRODUITS-OK==.
           88 STATUT-PRODUITS-FIN VALUE '10'.

       01 WS-STATUS-REGISTRE PIC X(02).
          88 STATUT-REGISTRE-OK         VALUE '00'.
          88 STATUT-REGISTRE-NON-TROUVE VALUE '23'.
          88 STATUT-REGISTRE-ABSENT     VALUE '35'.

       COPY "FILESTAT"
           REPLACING ==FSTAT-CHAMP== BY ==WS-STATUS-ATTESTATIONS==
                     ==FSTAT-OK==    BY ==STATUT-ATTESTATIONS-OK==.

      * Zones de journalisation, alimentees avant CALL 'FSTATLOG'.
       01 WS-LOG-PROGRAMME   PIC X(20) VALUE 'ASSUR-ATTEST'.
       01 WS-LOG-PARAGRAPHE  PIC X(30).
       01 WS-LOG-MESSAGE     PIC X(50).

       01 WS-CHOIX-MENU      PIC X(01).
       01 WS-CLE-SAISIE      PIC X(08).
       01 WS-PRODUIT-SAISI   PIC X(14).
       01 WS-PRODUIT-CHERCHE PIC X(14).
       01 WS-NOM-CHERCHE     PIC X(41).
       01 WS-DATE-JOUR       PIC 9(08).

      * Numerotation des attestations : dernier numero attribue,
      * repris au lancement par parcours du registre.
       01 WS-DERNIER-NUMERO  PIC 9(07) VALUE ZERO.
       01 WS-NUMERO-COMPOSE.
          05 FILLER          PIC X(01) VALUE 'A'.
          05 WS-NUMERO-CHIFFRES PIC 9(07).

       01 WS-FIN-PARCOURS    PIC X(01).
          88 FIN-PARCOURS    VALUE 'O'.
       01 WS-NB-EDITEES      PIC 9(05) VALUE ZERO.

      * Police a certifier, copiee depuis PART1 ou PART2.
       01 WS-POLICE-COURANTE.
           05 WS-CRT-ID        PIC X(8).
           05 WS-CRT-NOM       PIC X(14).
           05 WS-CRT-IRP       PIC X(14).
           05 WS-CRT-NOM-ASS   PIC X(41).
           05 WS-CRT-STATUT    PIC X(8).
           05 WS-CRT-DATE1     PIC X(8).
           05 WS-CRT-DATE2     PIC X(8).

      * Date a editer JJ/MM/AAAA.
       01 WS-DATE-A-EDITER   PIC X(08).
       01 WS-DATE-EDITEE     PIC X(10).
       01 WS-DATE-FIN-EDITEE PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 1000-OUVRIR-FICHIERS
           THRU    1000-OUVRIR-FICHIERS-FIN.

           PERFORM UNTIL WS-CHOIX-MENU = 'Q'
               DISPLAY SPACE
               DISPLAY 'ATTESTATIONS D''ASSURANCE'
               DISPLAY '1. Attestation pour une cle de police'
               DISPLAY '2. Attestations pour un numero client'
               DISPLAY '3. Attestations des polices ACTIF d''un produit'
               DISPLAY '4. Verifier une attestation'
               DISPLAY 'Q. Quitter'
               DISPLAY 'Veuillez choisir une option : '
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX-MENU
               EVALUATE WS-CHOIX-MENU
                   WHEN '1'
                       PERFORM 2000-ATTESTER-POLICE
                       THRU    2000-ATTESTER-POLICE-FIN
                   WHEN '2'
                       PERFORM 3000-ATTESTER-CLIENT
                       THRU    3000-ATTESTER-CLIENT-FIN
                   WHEN '3'
                       PERFORM 4000-ATTESTER-PRODUIT
                       THRU    4000-ATTESTER-PRODUIT-FIN
                   WHEN '4'
                       PERFORM 5000-VERIFIER-ATTESTATION
                       THRU    5000-VERIFIER-ATTESTATION-FIN
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CHOIX INVALIDE, ESSAYEZ ENCORE.'
               END-EVALUATE
           END-PERFORM.

           CLOSE ASSUR-PART1-FILE.
           CLOSE ASSUR-PART2-FILE.
           CLOSE REGISTRE-FILE.
           CLOSE ATTESTATIONS-FILE.
           DISPLAY 'ATTESTATIONS EDITEES : ' WS-NB-EDITEES.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * Ouvre les fichiers de production en lecture, le registre en
      * mise a jour (cree au premier lancement) et le fichier
      * d'edition ; reprend le dernier numero d'attestation attribue
      * par un parcours complet du registre.
      ******************************************************************
       1000-OUVRIR-FICHIERS.
           OPEN INPUT ASSUR-PART1-FILE.
           IF NOT STATUT-FICHIER-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART1.DAT : '
                       WS-STATUS-FICHIER
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ASSUR-PART1-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ASSUR-PART2-FILE.
           IF NOT STATUT-FICHIER2-OK
               DISPLAY 'ERREUR OUVERTURE ASSURANCES-PART2.DAT : '
                       WS-STATUS-FICHIER2
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ASSUR-PART2-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-FICHIER2 WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O REGISTRE-FILE.
           IF STATUT-REGISTRE-ABSENT
               OPEN OUTPUT REGISTRE-FILE
               CLOSE REGISTRE-FILE
               OPEN I-O REGISTRE-FILE
           END-IF.
           IF NOT STATUT-REGISTRE-OK
               DISPLAY 'ERREUR OUVERTURE REGISTRE-ATTESTATIONS.DAT : '
                       WS-STATUS-REGISTRE
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE REGISTRE-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-REGISTRE WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ATTESTATIONS-FILE.
           IF NOT STATUT-ATTESTATIONS-OK
               DISPLAY 'ERREUR OUVERTURE ATTESTATIONS-ASSUR.DAT : '
                       WS-STATUS-ATTESTATIONS
               MOVE '1000-OUVRIR-FICHIERS'    TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR OUVERTURE ATTESTATIONS-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-ATTESTATIONS
                   WS-LOG-MESSAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-ATT-NUMERO.
           START REGISTRE-FILE KEY NOT < WS-ATT-NUMERO.
           IF NOT STATUT-REGISTRE-OK
               GO TO 1000-OUVRIR-FICHIERS-FIN
           END-IF.
           MOVE 'N' TO WS-FIN-PARCOURS.
           PERFORM UNTIL FIN-PARCOURS
               READ REGISTRE-FILE NEXT
               IF STATUT-REGISTRE-OK
                   IF WS-ATT-NUMERO(2:7) NUMERIC
                       AND WS-ATT-NUMERO(2:7) > WS-DERNIER-NUMERO
                       MOVE WS-ATT-NUMERO(2:7) TO WS-DERNIER-NUMERO
                   END-IF
               ELSE
                   MOVE 'O' TO WS-FIN-PARCOURS
               END-IF
           END-PERFORM.
       1000-OUVRIR-FICHIERS-FIN. EXIT.

      ******************************************************************
      * Attestation pour une cle de police, cherchee dans PART1 puis
      * PART2, quel que soit son statut (l'attestation l'indique).
      ******************************************************************
       2000-ATTESTER-POLICE.
           DISPLAY 'CLE POLICE (8 CARACTERES) : ' WITH NO ADVANCING.
           ACCEPT WS-CLE-SAISIE.
           IF WS-CLE-SAISIE = SPACES
               DISPLAY 'CLE OBLIGATOIRE, EDITION ABANDONNEE.'
               GO TO 2000-ATTESTER-POLICE-FIN
           END-IF.

           MOVE WS-CLE-SAISIE TO WS-ID OF WS-ASSUR-PART1-RECORD.
           READ ASSUR-PART1-FILE.
           IF STATUT-FICHIER-OK
               PERFORM 7100-PRENDRE-POLICE-P1
               THRU    7100-PRENDRE-POLICE-P1-FIN
               PERFORM 8000-EDITER-ATTESTATION
               THRU    8000-EDITER-ATTESTATION-FIN
               GO TO 2000-ATTESTER-POLICE-FIN
           END-IF.
           MOVE WS-CLE-SAISIE TO WS-ID OF WS-ASSUR-PART2-RECORD.
           READ ASSUR-PART2-FILE.
           IF STATUT-FICHIER2-OK
               PERFORM 7200-PRENDRE-POLICE-P2
               THRU    7200-PRENDRE-POLICE-P2-FIN
               PERFORM 8000-EDITER-ATTESTATION
               THRU    8000-EDITER-ATTESTATION-FIN
               GO TO 2000-ATTESTER-POLICE-FIN
           END-IF.
           DISPLAY 'POLICE INTROUVABLE (PART1 ET PART2)'.
       2000-ATTESTER-POLICE-FIN. EXIT.

      ******************************************************************
      * Attestations pour toutes les polices d'un numero client : le
      * nom de l'assure est repris de CLIENTS-ASSUR.DAT, puis ses
      * polices sont lues par la cle secondaire WS-NOM-ASS.
      ******************************************************************
       3000-ATTESTER-CLIENT.
           DISPLAY 'NUMERO CLIENT (Cnnnnnnn) : ' WITH NO ADVANCING.
           ACCEPT WS-CLE-SAISIE.
           IF WS-CLE-SAISIE = SPACES
               DISPLAY 'NUMERO OBLIGATOIRE, EDITION ABANDONNEE.'
               GO TO 3000-ATTESTER-CLIENT-FIN
           END-IF.

           MOVE SPACES TO WS-NOM-CHERCHE.
           OPEN INPUT CLIENTS-FILE.
           IF NOT STATUT-CLIENTS-OK
               DISPLAY 'ERREUR OUVERTURE CLIENTS-ASSUR.DAT : '
                       WS-STATUS-CLIENTS
               GO TO 3000-ATTESTER-CLIENT-FIN
           END-IF.
           PERFORM UNTIL STATUT-CLIENTS-FIN
               READ CLIENTS-FILE
               IF STATUT-CLIENTS-OK
                   IF WS-CLT-NUMERO = WS-CLE-SAISIE
                       MOVE WS-CLT-NOM-ASS TO WS-NOM-CHERCHE
                       SET STATUT-CLIENTS-FIN TO TRUE
                   END-IF
               ELSE
                   SET STATUT-CLIENTS-FIN TO TRUE
               END-IF
           END-PERFORM.
           CLOSE CLIENTS-FILE.
           IF WS-NOM-CHERCHE = SPACES
               DISPLAY 'NUMERO CLIENT INCONNU : ' WS-CLE-SAISIE
               GO TO 3000-ATTESTER-CLIENT-FIN
           END-IF.
           DISPLAY 'CLIENT : ' WS-NOM-CHERCHE.

           MOVE WS-NOM-CHERCHE TO WS-NOM-ASS OF WS-ASSUR-PART1-RECORD.
           START ASSUR-PART1-FILE
               KEY = WS-NOM-ASS OF WS-ASSUR-PART1-RECORD.
           IF STATUT-FICHIER-OK
               MOVE 'N' TO WS-FIN-PARCOURS
               PERFORM UNTIL FIN-PARCOURS
                   READ ASSUR-PART1-FILE NEXT
                   IF STATUT-FICHIER-OK
                       AND WS-NOM-ASS OF WS-ASSUR-PART1-RECORD
                           = WS-NOM-CHERCHE
                       PERFORM 7100-PRENDRE-POLICE-P1
                       THRU    7100-PRENDRE-POLICE-P1-FIN
                       PERFORM 8000-EDITER-ATTESTATION
                       THRU    8000-EDITER-ATTESTATION-FIN
                   ELSE
                       MOVE 'O' TO WS-FIN-PARCOURS
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-NOM-CHERCHE TO WS-NOM-ASS OF WS-ASSUR-PART2-RECORD.
           START ASSUR-PART2-FILE
               KEY = WS-NOM-ASS OF WS-ASSUR-PART2-RECORD.
           IF STATUT-FICHIER2-OK
               MOVE 'N' TO WS-FIN-PARCOURS
               PERFORM UNTIL FIN-PARCOURS
                   READ ASSUR-PART2-FILE NEXT
                   IF STATUT-FICHIER2-OK
                       AND WS-NOM-ASS OF WS-ASSUR-PART2-RECORD
                           = WS-NOM-CHERCHE
                       PERFORM 7200-PRENDRE-POLICE-P2
                       THRU    7200-PRENDRE-POLICE-P2-FIN
                       PERFORM 8000-EDITER-ATTESTATION
                       THRU    8000-EDITER-ATTESTATION-FIN
                   ELSE
                       MOVE 'O' TO WS-FIN-PARCOURS
                   END-IF
               END-PERFORM
           END-IF.
       3000-ATTESTER-CLIENT-FIN. EXIT.

      ******************************************************************
      * Passage de masse : toutes les polices ACTIF d'un produit. Un
      * code produit de PRODUITS-ASSUR.DAT est traduit en son libelle
      * (celui que portent les polices dans WS-NOM) ; toute autre
      * saisie est prise comme libelle.
      ******************************************************************
       4000-ATTESTER-PRODUIT.
           DISPLAY 'PRODUIT (CODE OU LIBELLE) : ' WITH NO ADVANCING.
           ACCEPT WS-PRODUIT-SAISI.
           IF WS-PRODUIT-SAISI = SPACES
               DISPLAY 'PRODUIT OBLIGATOIRE, EDITION ABANDONNEE.'
               GO TO 4000-ATTESTER-PRODUIT-FIN
           END-IF.
           MOVE WS-PRODUIT-SAISI TO WS-PRODUIT-CHERCHE.

           OPEN INPUT PRODUITS-FILE.
           IF STATUT-PRODUITS-OK
               PERFORM UNTIL STATUT-PRODUITS-FIN
                   READ PRODUITS-FILE
                   IF STATUT-PRODUITS-OK
                       IF WS-PRD-CODE = WS-PRODUIT-SAISI
                           MOVE WS-PRD-LIBELLE TO WS-PRODUIT-CHERCHE
                           SET STATUT-PRODUITS-FIN TO TRUE
                       END-IF
                   ELSE
                       SET STATUT-PRODUITS-FIN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PRODUITS-FILE
           END-IF.
           DISPLAY 'PRODUIT : ' WS-PRODUIT-CHERCHE.

           MOVE LOW-VALUES TO WS-ID OF WS-ASSUR-PART1-RECORD.
           START ASSUR-PART1-FILE
               KEY NOT < WS-ID OF WS-ASSUR-PART1-RECORD.
           IF STATUT-FICHIER-OK
               MOVE 'N' TO WS-FIN-PARCOURS
               PERFORM UNTIL FIN-PARCOURS
                   READ ASSUR-PART1-FILE NEXT
                   IF STATUT-FICHIER-OK
                       IF WS-NOM OF WS-ASSUR-PART1-RECORD
                               = WS-PRODUIT-CHERCHE
                           AND WS-STATUT OF WS-ASSUR-PART1-RECORD
                               = 'ACTIF   '
                           PERFORM 7100-PRENDRE-POLICE-P1
                           THRU    7100-PRENDRE-POLICE-P1-FIN
                           PERFORM 8000-EDITER-ATTESTATION
                           THRU    8000-EDITER-ATTESTATION-FIN
                       END-IF
                   ELSE
                       MOVE 'O' TO WS-FIN-PARCOURS
                   END-IF
               END-PERFORM
           END-IF.

           MOVE LOW-VALUES TO WS-ID OF WS-ASSUR-PART2-RECORD.
           START ASSUR-PART2-FILE
               KEY NOT < WS-ID OF WS-ASSUR-PART2-RECORD.
           IF STATUT-FICHIER2-OK
               MOVE 'N' TO WS-FIN-PARCOURS
               PERFORM UNTIL FIN-PARCOURS
                   READ ASSUR-PART2-FILE NEXT
                   IF STATUT-FICHIER2-OK
                       IF WS-NOM OF WS-ASSUR-PART2-RECORD
                               = WS-PRODUIT-CHERCHE
                           AND WS-STATUT OF WS-ASSUR-PART2-RECORD
                               = 'ACTIF   '
                           PERFORM 7200-PRENDRE-POLICE-P2
                           THRU    7200-PRENDRE-POLICE-P2-FIN
                           PERFORM 8000-EDITER-ATTESTATION
                           THRU    8000-EDITER-ATTESTATION-FIN
                       END-IF
                   ELSE
                       MOVE 'O' TO WS-FIN-PARCOURS
                   END-IF
               END-PERFORM
           END-IF.
       4000-ATTESTER-PRODUIT-FIN. EXIT.

      ******************************************************************
      * Verification d'une attestation presentee : le registre
      * restitue ce qui a ete certifie sous ce numero, a comparer au
      * document.
      ******************************************************************
       5000-VERIFIER-ATTESTATION.
           DISPLAY 'NUMERO D''ATTESTATION (Annnnnnn) : '
               WITH NO ADVANCING.
           ACCEPT WS-CLE-SAISIE.
           MOVE WS-CLE-SAISIE TO WS-ATT-NUMERO.
           READ REGISTRE-FILE.
           IF NOT STATUT-REGISTRE-OK
               DISPLAY 'ATTESTATION ' WS-CLE-SAISIE
                   ' ABSENTE DU REGISTRE : DOCUMENT NON AUTHENTIQUE'
               GO TO 5000-VERIFIER-ATTESTATION-FIN
           END-IF.
           DISPLAY 'ATTESTATION ' WS-ATT-NUMERO ' DELIVREE LE '
               WS-ATT-DATE-EMIS.
           DISPLAY '  ASSURE        : ' WS-ATT-NOM-ASS.
           DISPLAY '  PRODUIT       : ' WS-ATT-PRODUIT.
           DISPLAY '  POLICE        : ' WS-ATT-ID-POLICE.
           DISPLAY '  INTERMEDIAIRE : ' WS-ATT-IRP.
           DISPLAY '  PERIODE       : ' WS-ATT-DATE1 ' - '
               WS-ATT-DATE2.
           DISPLAY '  STATUT        : ' WS-ATT-STATUT.
       5000-VERIFIER-ATTESTATION-FIN. EXIT.

       7100-PRENDRE-POLICE-P1.
           MOVE WS-ID OF WS-ASSUR-PART1-RECORD      TO WS-CRT-ID.
           MOVE WS-NOM OF WS-ASSUR-PART1-RECORD     TO WS-CRT-NOM.
           MOVE WS-IRP OF WS-ASSUR-PART1-RECORD     TO WS-CRT-IRP.
           MOVE WS-NOM-ASS OF WS-ASSUR-PART1-RECORD TO WS-CRT-NOM-ASS.
           MOVE WS-STATUT OF WS-ASSUR-PART1-RECORD  TO WS-CRT-STATUT.
           MOVE WS-Date1 OF WS-ASSUR-PART1-RECORD   TO WS-CRT-DATE1.
           MOVE WS-date2 OF WS-ASSUR-PART1-RECORD   TO WS-CRT-DATE2.
       7100-PRENDRE-POLICE-P1-FIN. EXIT.

       7200-PRENDRE-POLICE-P2.
           MOVE WS-ID OF WS-ASSUR-PART2-RECORD      TO WS-CRT-ID.
           MOVE WS-NOM OF WS-ASSUR-PART2-RECORD     TO WS-CRT-NOM.
           MOVE WS-IRP OF WS-ASSUR-PART2-RECORD     TO WS-CRT-IRP.
           MOVE WS-NOM-ASS OF WS-ASSUR-PART2-RECORD TO WS-CRT-NOM-ASS.
           MOVE WS-STATUT OF WS-ASSUR-PART2-RECORD  TO WS-CRT-STATUT.
           MOVE WS-Date1 OF WS-ASSUR-PART2-RECORD   TO WS-CRT-DATE1.
           MOVE WS-date2 OF WS-ASSUR-PART2-RECORD   TO WS-CRT-DATE2.
       7200-PRENDRE-POLICE-P2-FIN. EXIT.

      ******************************************************************
      * Attribue le numero suivant, inscrit l'attestation au registre
      * puis l'edite. Sans inscription au registre, rien n'est edite :
      * une attestation non enregistree ne pourrait pas etre verifiee.
      ******************************************************************
       8000-EDITER-ATTESTATION.
           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO WS-NUMERO-CHIFFRES.
           MOVE SPACES TO WS-ATTESTATION-RECORD.
           MOVE WS-NUMERO-COMPOSE TO WS-ATT-NUMERO.
           MOVE WS-DATE-JOUR      TO WS-ATT-DATE-EMIS.
           MOVE WS-CRT-ID         TO WS-ATT-ID-POLICE.
           MOVE WS-CRT-NOM-ASS    TO WS-ATT-NOM-ASS.
           MOVE WS-CRT-NOM        TO WS-ATT-PRODUIT.
           MOVE WS-CRT-IRP        TO WS-ATT-IRP.
           MOVE WS-CRT-DATE1      TO WS-ATT-DATE1.
           MOVE WS-CRT-DATE2      TO WS-ATT-DATE2.
           MOVE WS-CRT-STATUT     TO WS-ATT-STATUT.
           WRITE WS-ATTESTATION-RECORD.
           IF NOT STATUT-REGISTRE-OK
               SUBTRACT 1 FROM WS-DERNIER-NUMERO
               DISPLAY 'ERREUR ECRITURE REGISTRE POUR ' WS-CRT-ID
                   ' : ' WS-STATUS-REGISTRE
               MOVE '8000-EDITER-ATTESTATION' TO WS-LOG-PARAGRAPHE
               MOVE 'ERREUR ECRITURE REGISTRE-FILE'
                                               TO WS-LOG-MESSAGE
               CALL 'FSTATLOG' USING WS-LOG-PROGRAMME
                   WS-LOG-PARAGRAPHE WS-STATUS-REGISTRE WS-LOG-MESSAGE
               GO TO 8000-EDITER-ATTESTATION-FIN
           END-IF.

           MOVE ALL '*' TO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.
           MOVE SPACES TO WS-EDITION-RECORD.
           STRING 'ATTESTATION D''ASSURANCE No ' WS-ATT-NUMERO
               DELIMITED BY SIZE INTO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.
           MOVE SPACES TO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.
           MOVE SPACES TO WS-EDITION-RECORD.
           STRING 'NOUS CERTIFIONS QUE ' WS-CRT-NOM-ASS
               DELIMITED BY SIZE INTO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.
           MOVE 'EST TITULAIRE DU CONTRAT CI-DESSOUS :'
               TO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.
           MOVE SPACES TO WS-EDITION-RECORD.
           STRING '  PRODUIT       : ' WS-CRT-NOM
               DELIMITED BY SIZE INTO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.
           MOVE SPACES TO WS-EDITION-RECORD.
           STRING '  POLICE        : ' WS-CRT-ID
               DELIMITED BY SIZE INTO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.
           MOVE SPACES TO WS-EDITION-RECORD.
           STRING '  INTERMEDIAIRE : ' WS-CRT-IRP
               DELIMITED BY SIZE INTO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.

           MOVE WS-CRT-DATE1 TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITER-DATE
           THRU    8100-EDITER-DATE-FIN.
           MOVE WS-DATE-EDITEE TO WS-DATE-FIN-EDITEE.
           MOVE SPACES TO WS-EDITION-RECORD.
           IF WS-CRT-DATE2 = SPACES OR WS-CRT-DATE2 = ZERO
               STRING '  GARANTIE      : DU ' WS-DATE-FIN-EDITEE
                   ' SANS TERME'
                   DELIMITED BY SIZE INTO WS-EDITION-RECORD
           ELSE
               MOVE WS-CRT-DATE2 TO WS-DATE-A-EDITER
               PERFORM 8100-EDITER-DATE
               THRU    8100-EDITER-DATE-FIN
               STRING '  GARANTIE      : DU ' WS-DATE-FIN-EDITEE
                   ' AU ' WS-DATE-EDITEE
                   DELIMITED BY SIZE INTO WS-EDITION-RECORD
           END-IF.
           WRITE WS-EDITION-RECORD.
           MOVE SPACES TO WS-EDITION-RECORD.
           STRING '  STATUT        : ' WS-CRT-STATUT
               DELIMITED BY SIZE INTO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.
           MOVE SPACES TO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.

           MOVE WS-ATT-DATE-EMIS TO WS-DATE-A-EDITER.
           PERFORM 8100-EDITER-DATE
           THRU    8100-EDITER-DATE-FIN.
           MOVE SPACES TO WS-EDITION-RECORD.
           STRING 'DELIVREE LE ' WS-DATE-EDITEE
               ' POUR SERVIR ET VALOIR CE QUE DE DROIT.'
               DELIMITED BY SIZE INTO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.
           MOVE SPACES TO WS-EDITION-RECORD.
           STRING 'AUTHENTICITE VERIFIABLE AUPRES DE NOS SERVICES '
               'SOUS LE No ' WS-ATT-NUMERO '.'
               DELIMITED BY SIZE INTO WS-EDITION-RECORD.
           WRITE WS-EDITION-RECORD.

           ADD 1 TO WS-NB-EDITEES.
           DISPLAY 'ATTESTATION ' WS-ATT-NUMERO ' EDITEE POUR '
               WS-CRT-ID.
       8000-EDITER-ATTESTATION-FIN. EXIT.

       8100-EDITER-DATE.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER(7:2) '/' WS-DATE-A-EDITER(5:2) '/'
               WS-DATE-A-EDITER(1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       8100-EDITER-DATE-FIN. EXIT.

       END PROGRAM assur-attestations.
