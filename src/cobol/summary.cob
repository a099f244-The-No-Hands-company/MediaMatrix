           SELECT SUMMARY-FILE ASSIGN TO "data/summary_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT PROGRESS-FILE ASSIGN TO "data/progress.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROG-ITEM-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PROGRESS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "data/summary_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           05 ITEM-RATING          PIC 9(2).
           05 ITEM-DESCRIPTION     PIC X(500).

       FD PROGRESS-FILE.
       01 PROGRESS-RECORD.
           05 PROG-ITEM-ID         PIC 9(6).
           05 PROG-STATUS          PIC X.
           05 PROG-POSITION        PIC 9(4).
           05 PROG-TOTAL           PIC 9(4).
           05 PROG-START-DATE      PIC 9(8).
           05 PROG-FINISH-DATE     PIC 9(8).
           05 PROG-TIMES-COMPLETED PIC 9(3).
           05 PROG-LAST-DATE       PIC 9(8).
           05 PROG-OPERATOR        PIC X(8).
           05 FILLER               PIC X(10).

       FD SUMMARY-FILE.
       01 SUMMARY-LINE             PIC X(100).

       01 WS-FILE-STATUS          PIC X(2).
       01 WS-SUMMARY-STATUS       PIC X(2).
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-PROGRESS-STATUS      PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-HISTORY-RECORD.
               10 WS-DT-DECADE     PIC 9(4).
               10 WS-DT-COUNT      PIC 9(6) VALUE 0.

       01 WS-THIS-YEAR            PIC 9(4).
       01 WS-YEAR-STARTED         PIC 9(6) VALUE 0.
       01 WS-YEAR-FINISHED        PIC 9(6) VALUE 0.
       01 WS-YEAR-ABANDONED       PIC 9(6) VALUE 0.

       01 WS-RATING-TALLY.
           05 WS-RT-COUNT PIC 9(6) VALUE 0 OCCURS 10 TIMES.

               DISPLAY "Cannot open data/items.dat, status "
                   WS-FILE-STATUS
           END-IF.
           PERFORM TALLY-PROGRESS-YEAR.
           PERFORM WRITE-SUMMARY-REPORT.
           PERFORM APPEND-HISTORY.

           MOVE 0 TO WS-TOTAL-COUNT.
           MOVE 0 TO WS-GENRE-TALLY-COUNT.
           MOVE 0 TO WS-DECADE-TALLY-COUNT.
           MOVE 0 TO WS-YEAR-STARTED.
           MOVE 0 TO WS-YEAR-FINISHED.
           MOVE 0 TO WS-YEAR-ABANDONED.
           MOVE 0 TO WS-TALLY-IDX.
           PERFORM UNTIL WS-TALLY-IDX = 9
               ADD 1 TO WS-TALLY-IDX
               ADD 1 TO WS-RT-COUNT (ITEM-RATING)
           END-IF.

       TALLY-PROGRESS-YEAR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE (1:4) TO WS-THIS-YEAR
           OPEN INPUT PROGRESS-FILE
           IF WS-PROGRESS-STATUS = "00"
               MOVE 0 TO PROG-ITEM-ID
               START PROGRESS-FILE KEY IS GREATER THAN PROG-ITEM-ID
                   INVALID KEY
                       MOVE "23" TO WS-PROGRESS-STATUS
                   NOT INVALID KEY
                       PERFORM READ-AND-TALLY-PROGRESS
                           UNTIL WS-PROGRESS-STATUS NOT EQUAL "00"
               END-START
               CLOSE PROGRESS-FILE
           END-IF.

       READ-AND-TALLY-PROGRESS.
           READ PROGRESS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-PROGRESS-STATUS
               NOT AT END
                   IF PROG-START-DATE (1:4) = WS-THIS-YEAR
                       ADD 1 TO WS-YEAR-STARTED
                   END-IF
                   IF PROG-STATUS = 'F'
                           AND PROG-FINISH-DATE (1:4) = WS-THIS-YEAR
                       ADD 1 TO WS-YEAR-FINISHED
                   END-IF
                   IF PROG-STATUS = 'A'
                           AND PROG-LAST-DATE (1:4) = WS-THIS-YEAR
                       ADD 1 TO WS-YEAR-ABANDONED
                   END-IF
           END-READ.

       APPEND-HISTORY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RT-COUNT (WS-TALLY-IDX) TO WS-HX-COUNT
               PERFORM WRITE-HISTORY-LINE
           END-PERFORM
           MOVE "PROGRS" TO WS-HX-KIND
           MOVE "YEAR STARTED" TO WS-HX-LABEL
           MOVE WS-YEAR-STARTED TO WS-HX-COUNT
           PERFORM WRITE-HISTORY-LINE
           MOVE "YEAR FINISHED" TO WS-HX-LABEL
           MOVE WS-YEAR-FINISHED TO WS-HX-COUNT
           PERFORM WRITE-HISTORY-LINE
           MOVE "YEAR ABANDONED" TO WS-HX-LABEL
           MOVE WS-YEAR-ABANDONED TO WS-HX-COUNT
           PERFORM WRITE-HISTORY-LINE
           CLOSE HISTORY-FILE.

       WRITE-HISTORY-LINE.
           PERFORM WRITE-GENRE-SECTION
           PERFORM WRITE-DECADE-SECTION
           PERFORM WRITE-RATING-SECTION
           PERFORM WRITE-PROGRESS-SECTION
           CLOSE SUMMARY-FILE.

       WRITE-MEDIA-TYPE-SECTION.
               WRITE SUMMARY-LINE
           END-PERFORM.

       WRITE-PROGRESS-SECTION.
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-SECTION-HDR
           STRING "PROGRESS IN " DELIMITED BY SIZE
                  WS-THIS-YEAR DELIMITED BY SIZE
               INTO WS-SUMMARY-SECTION-HDR
           END-STRING
           MOVE WS-SUMMARY-SECTION-HDR TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "STARTED" TO WS-DL-LABEL
           MOVE WS-YEAR-STARTED TO WS-DL-COUNT
           MOVE WS-DETAIL-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "FINISHED" TO WS-DL-LABEL
           MOVE WS-YEAR-FINISHED TO WS-DL-COUNT
           MOVE WS-DETAIL-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "ABANDONED" TO WS-DL-LABEL
           MOVE WS-YEAR-ABANDONED TO WS-DL-COUNT
           MOVE WS-DETAIL-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE.

       END PROGRAM SUMMARY.
