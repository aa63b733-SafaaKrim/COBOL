      ******************************************************************
      * Copybook  : AMORTIS.cpy
      * Description : Zone d'appel de la routine AMORTIS (tableau
      *   d'amortissement d'un pret ou d'un credit-bail a echeances
      *   mensuelles constantes), incluse par COPY a la fois dans la
      *   LINKAGE SECTION de la routine et dans la WORKING-STORAGE de
      *   chaque appelant, pour que les deux cotes gardent le meme
      *   dessin.
      *
      * Usage :
      *       COPY "AMORTIS".
      *       ...
      *       MOVE 'CALCULER' TO AMO-FONCTION
      *       CALL 'AMORTIS' USING AMO-ZONE-APPEL
      *       PERFORM ... UNTIL AMO-NUMERO = AMO-DUREE
      *           MOVE 'LIGNE   ' TO AMO-FONCTION
      *           CALL 'AMORTIS' USING AMO-ZONE-APPEL
      ******************************************************************
       01  AMO-ZONE-APPEL.
      * Donnees du pret, fournies par l'appelant.
           05 AMO-FONCTION           PIC X(08).
           05 AMO-CAPITAL            PIC 9(09)V99.
           05 AMO-TAUX-ANNUEL        PIC 9(02)V9(04).
           05 AMO-DUREE              PIC 9(03).
           05 AMO-DATE-DEBUT         PIC 9(08).
      * Echeance constante, calculee par 'CALCULER'.
           05 AMO-ECHEANCE-CONSTANTE PIC 9(09)V99.
      * Ligne courante du tableau, restituee par 'LIGNE   '.
           05 AMO-NUMERO             PIC 9(03).
           05 AMO-DATE-ECHEANCE      PIC 9(08).
           05 AMO-MONTANT-ECHEANCE   PIC 9(09)V99.
           05 AMO-PART-INTERETS      PIC 9(09)V99.
           05 AMO-PART-CAPITAL       PIC 9(09)V99.
           05 AMO-CAPITAL-RESTANT    PIC 9(09)V99.
           05 AMO-CODE-RETOUR        PIC X(02).
              88 AMO-OK              VALUE '00'.
