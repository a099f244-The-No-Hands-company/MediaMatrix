               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DET-ITEM-ID
               FILE STATUS IS WS-DETAILS-STATUS.
           SELECT COPIES-FILE ASSIGN TO "data/item_copies.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COPY-KEY
               FILE STATUS IS WS-COPIES-STATUS.
           SELECT VALUATION-FILE
               ASSIGN TO "data/valuation_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 DET-LOCATION         PIC X(10).
           05 FILLER               PIC X(7).

       FD COPIES-FILE.
       01 COPY-RECORD.
           05 COPY-KEY.
               10 COPY-ITEM-ID     PIC 9(6).
               10 COPY-NO          PIC 9(2).
           05 COPY-FORMAT          PIC X(10).
           05 COPY-ACQ-DATE        PIC 9(8).
           05 COPY-PRICE           PIC 9(5)V99.
           05 COPY-VALUE           PIC 9(5)V99.
           05 COPY-CONDITION       PIC X(4).
           05 COPY-LOCATION        PIC X(10).
           05 COPY-DISPOSITION     PIC X(8).
           05 COPY-DISPOSAL-DATE   PIC 9(8).
           05 COPY-PROCEEDS        PIC 9(5)V99.
           05 FILLER               PIC X(10).

       FD VALUATION-FILE.
       01 VALUATION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-DETAILS-STATUS       PIC X(2).
       01 WS-COPIES-STATUS        PIC X(2).
       01 WS-COPIES-OPEN          PIC X VALUE 'N'.
       01 WS-COPY-RECORDS         PIC 9(3).
       01 WS-ITEM-COPY-NO         PIC 9(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-REPORT-PASS          PIC X.
           "HIGH VALUE ITEMS (100.00 AND ABOVE)".
       01 WS-HIGH-HEADING2.
           05 FILLER              PIC X(8)  VALUE "ID".
           05 FILLER              PIC X(4)  VALUE "CP".
           05 FILLER              PIC X(32) VALUE "TITLE".
           05 FILLER              PIC X(15) VALUE "MEDIA TYPE".
           05 FILLER              PIC X(6)  VALUE "COND".
       01 WS-HIGH-DETAIL.
           05 WS-HD-ID             PIC Z(5)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-HD-COPY-NO        PIC Z9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-HD-TITLE          PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-HD-MEDIA          PIC X(13).
               STOP RUN
           END-IF
           OPEN INPUT DETAILS-FILE
           OPEN INPUT COPIES-FILE
           IF WS-COPIES-STATUS = "00"
               MOVE 'Y' TO WS-COPIES-OPEN
           END-IF
           MOVE 'T' TO WS-REPORT-PASS
           PERFORM SCAN-CATALOG
           PERFORM WRITE-SUMMARY-SECTIONS
           IF WS-DETAILS-STATUS = "00"
               CLOSE DETAILS-FILE
           END-IF
           IF WS-COPIES-OPEN = 'Y'
               CLOSE COPIES-FILE
           END-IF
           CLOSE VALUATION-FILE
           DISPLAY "Valuation report written to "
               "data/valuation_report.txt"
           DISPLAY "Copies valued:    " WS-TOTAL-COUNT
           DISPLAY "High value items: " WS-HIGH-COUNT
           STOP RUN.

                       IF WS-ITEM-RETIRED = 'Y'
                           CONTINUE
                       ELSE
                           PERFORM PROCESS-ITEM-COPIES
                       END-IF
                   END-IF
           END-READ.

       PROCESS-ITEM-COPIES.
           MOVE 0 TO WS-COPY-RECORDS
           IF WS-COPIES-OPEN = 'Y'
               MOVE ITEM-ID TO COPY-ITEM-ID
               MOVE 0 TO COPY-NO
               START COPIES-FILE KEY IS GREATER THAN COPY-KEY
                   INVALID KEY
                       MOVE "23" TO WS-COPIES-STATUS
                   NOT INVALID KEY
                       PERFORM PROCESS-ONE-COPY
                           UNTIL WS-COPIES-STATUS NOT EQUAL "00"
               END-START
               MOVE "00" TO WS-COPIES-STATUS
           END-IF
           IF WS-COPY-RECORDS = 0
               MOVE 1 TO WS-ITEM-COPY-NO
               PERFORM VALUE-ONE-COPY
           END-IF.

       PROCESS-ONE-COPY.
           READ COPIES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COPIES-STATUS
               NOT AT END
                   IF COPY-ITEM-ID NOT EQUAL ITEM-ID
                       MOVE "10" TO WS-COPIES-STATUS
                   ELSE
                       ADD 1 TO WS-COPY-RECORDS
                       IF COPY-DISPOSITION = SPACES
                           MOVE COPY-NO TO WS-ITEM-COPY-NO
                           MOVE COPY-PRICE TO WS-ITEM-PRICE
                           MOVE COPY-VALUE TO WS-ITEM-VALUE
                           MOVE COPY-ACQ-DATE TO WS-ITEM-ACQ-DATE
                           MOVE COPY-CONDITION TO WS-ITEM-CONDITION
                           PERFORM VALUE-ONE-COPY
                       END-IF
                   END-IF
           END-READ.

       VALUE-ONE-COPY.
           IF WS-REPORT-PASS = 'T'
               PERFORM TALLY-ITEM
           ELSE
               IF WS-ITEM-VALUE NOT < WS-HIGH-THRESHOLD
                   PERFORM WRITE-HIGH-VALUE-DETAIL
               END-IF
           END-IF.

       FETCH-ITEM-DETAILS.
           MOVE 0 TO WS-ITEM-PRICE
           MOVE 0 TO WS-ITEM-VALUE
       WRITE-HIGH-VALUE-DETAIL.
           ADD 1 TO WS-HIGH-COUNT
           MOVE ITEM-ID TO WS-HD-ID
           MOVE WS-ITEM-COPY-NO TO WS-HD-COPY-NO
           MOVE ITEM-TITLE (1:30) TO WS-HD-TITLE
           MOVE ITEM-MEDIA-TYPE (1:13) TO WS-HD-MEDIA
           MOVE WS-ITEM-CONDITION TO WS-HD-CONDITION
