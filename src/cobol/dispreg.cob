               NOT AT END
                   IF DET-ITEM-ID > 0
                           AND DET-DISPOSITION NOT = SPACES
                           AND DET-DISPOSITION NOT = "MERGED"
                       MOVE DET-DISPOSAL-DATE (1:4)
                           TO WS-DISPOSAL-YEAR
                       IF WS-REPORT-PASS = 'C'
