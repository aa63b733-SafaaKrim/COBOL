           ELSE
               MOVE 'PROPOSITION : AJOURNE' TO REC-F-DELIB(107:21)
           END-IF.
           MOVE 'DECISION CONSEIL : ....................'
               TO REC-F-DELIB(130:39).
           WRITE REC-F-DELIB.
       9049-LIGNE-DELIB-END.
      ******************************************************************
