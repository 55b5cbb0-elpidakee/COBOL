               ACCEPT WS-NEW-CTRIM
               DISPLAY "ENTER NEW WRITTEN EXAM GRADE: "
               ACCEPT WS-NEW-GRAPTA
               DISPLAY "ENTER NEW RESULT (P/F, R/X = RE-SIT): "
               ACCEPT WS-NEW-RESULT
           END-IF.
           DISPLAY "ENTER REASON (REQUIRED): ".
