       01 WS-Q-ITEM-ID            PIC 9(6).
       01 WS-Q-OPERATION          PIC X(6).
       01 WS-Q-MONTH              PIC 9(6).
       01 WS-Q-OPERATOR           PIC X(8).
       01 WS-MATCH-COUNT          PIC 9(6) VALUE 0.
       01 WS-SCANNED-FILES        PIC 9(3) VALUE 0.
       01 WS-LINE-MONTH           PIC 9(6).
       01 WS-LINE-ITEM            PIC 9(6).
       01 WS-LINE-OP              PIC X(6).
       01 WS-LINE-OPERATOR        PIC X(8).
       01 WS-MATCHES              PIC X.
       01 WS-NUM-INPUT            PIC X(8).
       01 WS-NUM-VALUE            PIC 9(8).
           ACCEPT WS-NUM-INPUT
           PERFORM EDIT-NUM-INPUT
           MOVE WS-NUM-VALUE TO WS-Q-MONTH
           DISPLAY "Operator ID (blank for all): " WITH NO ADVANCING
           ACCEPT WS-Q-OPERATOR
           MOVE FUNCTION UPPER-CASE (WS-Q-OPERATOR)
               TO WS-Q-OPERATOR
           OPEN OUTPUT QUERY-FILE
           IF WS-QUERY-STATUS NOT EQUAL "00"
               DISPLAY "Cannot open data/audit_query.txt, status "
           STRING "ITEM " WS-Q-ITEM-ID
                  " OP " WS-Q-OPERATION
                  " MONTH " WS-Q-MONTH
                  " OPERATOR " WS-Q-OPERATOR
                   DELIMITED BY SIZE
               INTO WS-QH-FILTER
           END-STRING
               MOVE 0 TO WS-LINE-ITEM
           END-IF
           MOVE SOURCE-LOG-LINE (19:6) TO WS-LINE-OP
           MOVE SOURCE-LOG-LINE (335:8) TO WS-LINE-OPERATOR
           IF WS-Q-MONTH > 0 AND WS-LINE-MONTH NOT = WS-Q-MONTH
               MOVE 'N' TO WS-MATCHES
           END-IF
                   AND WS-LINE-OP NOT = WS-Q-OPERATION
               MOVE 'N' TO WS-MATCHES
           END-IF
           IF WS-Q-OPERATOR NOT = SPACES
                   AND WS-LINE-OPERATOR NOT = WS-Q-OPERATOR
               MOVE 'N' TO WS-MATCHES
           END-IF
           IF WS-MATCHES = 'Y'
               ADD 1 TO WS-MATCH-COUNT
               MOVE SOURCE-LOG-LINE TO QUERY-LINE
