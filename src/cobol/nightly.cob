       01 WS-CONFIRM              PIC X.
       01 WS-LAST-VERIFY-FLAGGED  PIC 9(4) VALUE 0.
       01 WS-STEPS-DONE           PIC 9(2) VALUE 0.
       01 WS-STEP-COUNT           PIC 9(2) VALUE 6.
       01 WS-PROBLEMS             PIC 9(6).
       01 WS-LAST-INTEGRITY-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCEPTION-RC         PIC 9(4).
       01 WS-NEW-EXCEPTIONS       PIC 9(6).
       01 WS-OPEN-EXCEPTIONS      PIC 9(6).
       01 WS-STEP-STATE-TABLE.
           05 WS-STEP-STATE        PIC X(8) OCCURS 6 TIMES.
       01 WS-STEP-NAME-TABLE.
           05 WS-STEP-NAME         PIC X(12) OCCURS 6 TIMES.
       01 WS-CONTROL-DETAIL.
           05 CD-DATE              PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           END-IF
           MOVE 'N' TO WS-RUN-STOPPED
           MOVE WS-START-STEP TO WS-STEP
           PERFORM UNTIL WS-STEP > WS-STEP-COUNT OR WS-RUN-STOPPED = 'Y'
               PERFORM RUN-ONE-STEP
               ADD 1 TO WS-STEP
           END-PERFORM
           MOVE "SUMMARY" TO WS-STEP-NAME (1)
           MOVE "VERIFY" TO WS-STEP-NAME (2)
           MOVE "BACKUP" TO WS-STEP-NAME (3)
           MOVE "OVERDUE" TO WS-STEP-NAME (4)
           MOVE "INTEGRITY" TO WS-STEP-NAME (5)
           MOVE "EXCEPTIONS" TO WS-STEP-NAME (6).

       LOAD-RUN-CONTROL.
           MOVE 'N' TO WS-PRIOR-RUN
               MOVE 'Y' TO WS-PRIOR-RUN
               MOVE SPACES TO WS-STEP-STATE-TABLE
           ELSE
               IF CD-STEP NOT > WS-STEP-COUNT
                   MOVE CD-STATUS TO WS-STEP-STATE (CD-STEP)
                   IF CD-STEP = 2 AND CD-STATUS = "COMPLETE"
                       MOVE CD-RC TO WS-LAST-VERIFY-FLAGGED
                   END-IF
                   IF CD-STEP = 5 AND CD-STATUS = "COMPLETE"
                       MOVE CD-RC TO WS-LAST-INTEGRITY-COUNT
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO WS-RESUME-STEP
           IF WS-PRIOR-RUN = 'Y'
               MOVE 0 TO WS-STEP-IDX
               PERFORM UNTIL WS-STEP-IDX = WS-STEP-COUNT
                   ADD 1 TO WS-STEP-IDX
                   IF WS-STEP-STATE (WS-STEP-IDX) NOT = "COMPLETE"
                           AND WS-RESUME-STEP = 0
               MOVE WS-STEP-IDX TO CD-STEP
               MOVE WS-STEP-NAME (WS-STEP-IDX) TO CD-NAME
               MOVE "COMPLETE" TO CD-STATUS
               EVALUATE WS-STEP-IDX
                   WHEN 2
                       MOVE WS-LAST-VERIFY-FLAGGED TO CD-RC
                   WHEN 5
                       MOVE WS-LAST-INTEGRITY-COUNT TO CD-RC
                   WHEN OTHER
                       MOVE 0 TO CD-RC
               END-EVALUATE
               PERFORM APPEND-RUNLOG
           END-PERFORM.

                   END-IF
               WHEN 4
                   CALL "overdue_report" USING WS-RC
               WHEN 5
                   CALL "check_integrity" USING WS-RC WS-PROBLEMS
                   IF WS-RC = 0
                       IF WS-PROBLEMS > 9999
                           MOVE 9999 TO WS-LAST-INTEGRITY-COUNT
                       ELSE
                           MOVE WS-PROBLEMS
                               TO WS-LAST-INTEGRITY-COUNT
                       END-IF
                       IF WS-PROBLEMS > 0
                           DISPLAY "Integrity check found "
                               WS-PROBLEMS " problem(s); see "
                               "data/integrity_report.txt"
                       END-IF
                   END-IF
               WHEN 6
                   CALL "refresh_exceptions" USING WS-RC
                                                   WS-NEW-EXCEPTIONS
                                                   WS-OPEN-EXCEPTIONS
                   IF WS-RC = 0
                       DISPLAY "Exceptions: " WS-NEW-EXCEPTIONS
                           " new, " WS-OPEN-EXCEPTIONS " open; see "
                           "data/exceptions_worklist.txt"
                   END-IF
           END-EVALUATE
           MOVE WS-STEP TO CD-STEP
           MOVE WS-STEP-NAME (WS-STEP) TO CD-NAME
           IF WS-RC = 0
               MOVE "COMPLETE" TO CD-STATUS
               EVALUATE WS-STEP
                   WHEN 2
                       MOVE WS-LAST-VERIFY-FLAGGED TO CD-RC
                   WHEN 5
                       MOVE WS-LAST-INTEGRITY-COUNT TO CD-RC
                   WHEN OTHER
                       MOVE 0 TO CD-RC
               END-EVALUATE
               PERFORM APPEND-RUNLOG
               DISPLAY "Step " WS-STEP " ("
                   WS-STEP-NAME (WS-STEP) ") complete."
               DISPLAY "Step " WS-STEP " ("
                   WS-STEP-NAME (WS-STEP) ") failed, code " WS-RC
               MOVE 'Y' TO WS-RUN-STOPPED
               IF WS-STEP < WS-STEP-COUNT
                   PERFORM RECORD-STEP-FAILURE
               END-IF
           END-IF.

       RECORD-STEP-FAILURE.
           CALL "refresh_exceptions" USING WS-EXCEPTION-RC
                                           WS-NEW-EXCEPTIONS
                                           WS-OPEN-EXCEPTIONS
           IF WS-EXCEPTION-RC = 0
               DISPLAY "Failure recorded on the exceptions worklist."
           ELSE
               DISPLAY "Exceptions worklist could not be refreshed, "
                   "code " WS-EXCEPTION-RC
           END-IF.

       APPEND-RUNLOG.
