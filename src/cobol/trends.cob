
       LOAD-ONE-HISTORY-LINE.
           IF WS-HX-KIND NOT = "TOTAL" AND WS-HX-KIND NOT = "MEDIA"
                   AND WS-HX-KIND NOT = "PROGRS"
               CONTINUE
           ELSE
               MOVE WS-HX-DATE (1:6) TO WS-HX-MONTH
