      ******************************************************************
      * Copybook  : train4.cpy
      * Auteur    : K.SAFAA
      * Description : Enregistrement du fichier des reservations a la
      *               place (reservations-places.dat) : un billet par
      *               ligne, pour un train, une date de circulation,
      *               une voiture et une place, sur le trajet de la
      *               gare de montee a la gare de descente (codes de
      *               gares.dat). Les positions des deux gares dans
      *               gares.dat (meme numerotation que les drapeaux
      *               d'arret de train.dat) sont reportees sur le
      *               billet pour que les programmes de lecture
      *               calculent la charge de chaque troncon sans
      *               recharger le referentiel. Un billet annule est
      *               conserve avec l'etat X.
      ******************************************************************
       FD  F-BILLETS
           RECORD CONTAINS 99 CHARACTERS.
       01  FS-BILLET.
           05 FS-BL-NUM-BILLET    PIC 9(8).
           05 FILLER              PIC X.
           05 FS-BL-NUM-TRAIN     PIC X(6).
           05 FILLER              PIC X.
           05 FS-BL-DATE-CIRC     PIC 9(8).
           05 FILLER              PIC X.
           05 FS-BL-VOITURE       PIC 9(2).
           05 FILLER              PIC X.
           05 FS-BL-PLACE         PIC 9(3).
           05 FILLER              PIC X.
           05 FS-BL-CODE-MONTEE   PIC X(5).
           05 FILLER              PIC X.
           05 FS-BL-POS-MONTEE    PIC 99.
           05 FILLER              PIC X.
           05 FS-BL-CODE-DESCENTE PIC X(5).
           05 FILLER              PIC X.
           05 FS-BL-POS-DESCENTE  PIC 99.
           05 FILLER              PIC X.
           05 FS-BL-PASSAGER      PIC X(25).
           05 FILLER              PIC X.
           05 FS-BL-PRIX          PIC 9(6).
           05 FILLER              PIC X.
           05 FS-BL-ETAT          PIC X.
              88 FS-BL-ACTIF      VALUE 'A'.
              88 FS-BL-ANNULE     VALUE 'X'.
           05 FILLER              PIC X.
           05 FS-BL-DATE-VENTE    PIC 9(8).
           05 FILLER              PIC X.
           05 FS-BL-GARE-VENTE    PIC X(5).
