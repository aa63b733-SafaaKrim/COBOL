       01  WS-FERIES-PATH       PIC X(200)
                                VALUE "jours-feries.dat".

      * Calendrier charge au premier appel de la passe (jusqu'a 200
      * feries, recurrents compris).
       01  WS-NB-FERIES         PIC 9(03) VALUE 0.
       01  WS-TAB-FERIES.
           05 WS-FERIE-ENTREE OCCURS 200 TIMES.
              10 WS-TF-DATE       PIC X(08).
              10 WS-TF-RECURRENT  PIC X(01).
              10 WS-TF-LIBELLE    PIC X(25).
       01  WS-CALENDRIER-CHARGE PIC X(01) VALUE 'N'.
           88 CALENDRIER-CHARGE VALUE 'O'.

       01  WS-I                 PIC 9(03).
       01  WS-DATE-EXAM         PIC 9(08).
       01  WS-DATE-EXAM-X REDEFINES WS-DATE-EXAM PIC X(08).
       01  WS-EST-OUVRE         PIC 9(01).
           PERFORM UNTIL STATUT-FERIES-FIN
               READ F-FERIES
               IF STATUT-FERIES-OK
                   IF WS-FER-DATE NUMERIC AND WS-NB-FERIES < 200
                       ADD 1 TO WS-NB-FERIES
                       MOVE WS-FER-DATE
                           TO WS-TF-DATE (WS-NB-FERIES)
