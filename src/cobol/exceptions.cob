       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTIONS IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTIONS-FILE ASSIGN TO "data/exceptions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-ID
               ALTERNATE RECORD KEY IS EXC-MATCH-KEY WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "data/exception_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO "data/exceptions_worklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXCEPTIONS-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-ID               PIC 9(6).
           05 EXC-MATCH-KEY.
               10 EXC-SOURCE       PIC X(8).
               10 EXC-ITEM-ID      PIC 9(6).
               10 EXC-REFERENCE    PIC X(20).
               10 EXC-PROBLEM      PIC X(40).
           05 EXC-BORROWER         PIC X(40).
           05 EXC-SEVERITY         PIC X.
           05 EXC-STATUS           PIC X.
           05 EXC-FIRST-DATE       PIC 9(8).
           05 EXC-LAST-DATE        PIC 9(8).
           05 EXC-TIMES-SEEN       PIC 9(4).
           05 EXC-ACK-BY           PIC X(8).
           05 EXC-ACK-DATE         PIC 9(8).
           05 EXC-ASSIGNED-TO      PIC X(8).
           05 EXC-ASSIGNED-DATE    PIC 9(8).
           05 EXC-CLOSED-BY        PIC X(8).
           05 EXC-CLOSED-DATE      PIC 9(8).
           05 EXC-NOTE             PIC X(60).
           05 EXC-DETAIL           PIC X(60).
           05 EXC-LAST-OPERATOR    PIC X(8).
           05 FILLER               PIC X(12).
       01 EXC-CONTROL-RECORD REDEFINES EXCEPTION-RECORD.
           05 FILLER               PIC X(80).
           05 EXC-CTL-NEXT-ID      PIC 9(6).
           05 EXC-CTL-LAST-REFRESH PIC 9(8).
           05 EXC-CTL-PRIOR-REFRESH PIC 9(8).
           05 FILLER               PIC X(228).

       FD SOURCE-FILE.
       01 SOURCE-LINE              PIC X(1220).

       FD CONFIG-FILE.
       01 CONFIG-LINE              PIC X(80).

       FD WORKLIST-FILE.
       01 WORKLIST-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-SOURCE-STATUS        PIC X(2).
       01 WS-CONFIG-STATUS        PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-SOURCE-NAME          PIC X(40).
       01 WS-SOURCE-KIND          PIC X(8).
       01 WS-RESULT-CODE          PIC 9(4).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-RETRY-COUNT          PIC 9(2).
       01 WS-SLEEP-SECONDS        PIC 9 VALUE 1.
       01 WS-EOF                  PIC X.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-DAYS           PIC 9(7).
       01 WS-FIRST-DAYS           PIC 9(7).
       01 WS-DUE-DAYS             PIC 9(7).
       01 WS-DUE-DATE             PIC 9(8).
       01 WS-AGE-DAYS             PIC 9(5).
       01 WS-LATE-DAYS            PIC 9(5).
       01 WS-AGED-DAYS            PIC 9(2) VALUE 3.
       01 WS-HIGH-LATE-DAYS       PIC 9(3) VALUE 30.
       01 WS-EXCEPTION-INPUT      PIC 9(6).
       01 WS-ACTION               PIC X.
       01 WS-ASSIGNEE             PIC X(8).
       01 WS-NOTE                 PIC X(60).
       01 WS-SHOW-LINES           PIC X VALUE 'N'.
       01 WS-NEW-COUNT            PIC 9(6) VALUE 0.
       01 WS-MATCHED-COUNT        PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT           PIC 9(6) VALUE 0.
       01 WS-AGED-COUNT           PIC 9(6) VALUE 0.
       01 WS-SECTION-COUNT        PIC 9(6) VALUE 0.
       01 WS-NEXT-EXC-ID          PIC 9(6).
       01 WS-LAST-REFRESH         PIC 9(8).
       01 WS-PRIOR-REFRESH        PIC 9(8).
       01 WS-CONTROL-FOUND        PIC X.
       01 WS-EXCEPTIONS-OPEN      PIC X.
       01 WS-MATCH-FOUND          PIC X.
       01 WS-MATCH-ID             PIC 9(6).
       01 WS-MATCH-STATUS         PIC X.
       01 WS-MATCH-LAST-DATE      PIC 9(8).
       01 WS-LIST-AGED            PIC X.
       01 WS-LIST-SEVERITY        PIC X.
       01 WS-ENTRY-AGED           PIC X.
       01 WS-SEVERITY-IDX         PIC 9.
       01 WS-SEVERITY-ORDER       PIC X(3) VALUE "HML".
       01 WS-SEVERITY-NAME        PIC X(4).
       01 WS-STATUS-NAME          PIC X(6).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ROLE-RC              PIC 9(4).
       01 WS-NUM-TEXT             PIC X(20).
       01 WS-NUM-IDX              PIC 9(2).
       01 WS-NUM-OK               PIC X.
       01 WS-NUM-STARTED          PIC X.
       01 WS-NUM-ENDED            PIC X.
       01 WS-NUM-VALUE            PIC 9(9).
       01 WS-NUM-CHAR             PIC X.
       01 WS-NUM-DIGIT REDEFINES WS-NUM-CHAR PIC 9.
       01 WS-ID-DISPLAY           PIC 9(6).
       01 WS-REJECT-FIELDS.
           05 WS-RJ-CODE           PIC X(3).
           05 WS-RJ-FIELD1         PIC X(100).
           05 WS-RJ-FIELD2         PIC X(100).
       01 WS-RJ-TITLE             PIC X(100).
       01 WS-NEW-EXCEPTION.
           05 WS-NX-MATCH-KEY.
               10 WS-NX-SOURCE     PIC X(8).
               10 WS-NX-ITEM-ID    PIC 9(6).
               10 WS-NX-REFERENCE  PIC X(20).
               10 WS-NX-PROBLEM    PIC X(40).
           05 WS-NX-BORROWER       PIC X(40).
           05 WS-NX-SEVERITY       PIC X.
           05 WS-NX-DETAIL         PIC X(60).
       01 WS-RUNLOG-DETAIL.
           05 WS-RL-DATE           PIC 9(8).
           05 FILLER               PIC X.
           05 WS-RL-TIME           PIC 9(8).
           05 FILLER               PIC X.
           05 WS-RL-STEP           PIC 9(2).
           05 FILLER               PIC X.
           05 WS-RL-NAME           PIC X(12).
           05 FILLER               PIC X.
           05 WS-RL-STATUS         PIC X(8).
           05 FILLER               PIC X.
           05 WS-RL-RC             PIC 9(4).
       01 WS-STEP-IDX             PIC 9(2).
       01 WS-RUN-STEP-TABLE.
           05 WS-RS-ENTRY OCCURS 20 TIMES.
               10 WS-RS-NAME       PIC X(12).
               10 WS-RS-STATUS     PIC X(8).
               10 WS-RS-RC         PIC 9(4).
               10 WS-RS-DATE       PIC 9(8).
       01 WS-EXCEPTION-DATA.
           05 WS-EX-ID             PIC 9(6).
           05 WS-EX-SOURCE         PIC X(8).
           05 WS-EX-ITEM-ID        PIC 9(6).
           05 WS-EX-REFERENCE      PIC X(20).
           05 WS-EX-PROBLEM        PIC X(40).
           05 WS-EX-BORROWER       PIC X(40).
           05 WS-EX-SEVERITY       PIC X.
           05 WS-EX-STATUS         PIC X.
           05 WS-EX-FIRST-DATE     PIC 9(8).
           05 WS-EX-LAST-DATE      PIC 9(8).
           05 WS-EX-TIMES-SEEN     PIC 9(4).
           05 WS-EX-ACK-BY         PIC X(8).
           05 WS-EX-ACK-DATE       PIC 9(8).
           05 WS-EX-ASSIGNED-TO    PIC X(8).
           05 WS-EX-ASSIGNED-DATE  PIC 9(8).
           05 WS-EX-CLOSED-BY      PIC X(8).
           05 WS-EX-CLOSED-DATE    PIC 9(8).
           05 WS-EX-NOTE           PIC X(60).
           05 WS-EX-DETAIL         PIC X(60).
       01 WS-WORKLIST-HEADING1.
           05 FILLER              PIC X(34) VALUE
               "MEDIAMATRIX EXCEPTIONS WORKLIST - ".
           05 WS-WH-DATE          PIC 9(8).
           05 FILLER              PIC X(14) VALUE "   AGED AFTER ".
           05 WS-WH-DAYS          PIC Z9.
           05 FILLER              PIC X(5)  VALUE " DAYS".
       01 WS-WORKLIST-HEADING2.
           05 FILLER              PIC X(8)  VALUE "ID".
           05 FILLER              PIC X(6)  VALUE "SEV".
           05 FILLER              PIC X(8)  VALUE "STATUS".
           05 FILLER              PIC X(10) VALUE "OPENED".
           05 FILLER              PIC X(6)  VALUE "DAYS".
           05 FILLER              PIC X(10) VALUE "SOURCE".
           05 FILLER              PIC X(8)  VALUE "ITEM".
           05 FILLER              PIC X(22) VALUE "REFERENCE".
           05 FILLER              PIC X(42) VALUE "PROBLEM".
           05 FILLER              PIC X(8)  VALUE "ASSIGNED".
       01 WS-WORKLIST-RULE        PIC X(130) VALUE ALL "-".
       01 WS-WORKLIST-SECTION.
           05 WS-WS-LABEL          PIC X(9).
           05 WS-WS-DAYS           PIC Z9.
           05 WS-WS-SUFFIX         PIC X(20).
       01 WS-WORKLIST-DETAIL.
           05 WS-WD-ID             PIC Z(5)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WD-SEVERITY       PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WD-STATUS         PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WD-FIRST-DATE     PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WD-DAYS           PIC ZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WD-SOURCE         PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WD-ITEM-ID        PIC Z(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WD-REFERENCE      PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WD-PROBLEM        PIC X(40).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-WD-ASSIGNED       PIC X(8).
       01 WS-COUNT-DETAIL.
           05 WS-CN-LABEL          PIC X(34).
           05 WS-CN-COUNT          PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01 LS-RETURN-CODE         PIC 9(4).
       01 LS-NEW-COUNT           PIC 9(6).
       01 LS-OPEN-COUNT          PIC 9(6).
       01 LS-EXCEPTION-ID        PIC 9(6).
       01 LS-ACTION              PIC X.
       01 LS-ASSIGNEE            PIC X(8).
       01 LS-NOTE                PIC X(60).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "sign_on_operator" USING WS-ROLE-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE.
           IF WS-ROLE-RC NOT = 0
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               DISPLAY "=== EXCEPTIONS - Daily Worklist ==="
               DISPLAY "1. Show Worklist"
               DISPLAY "2. Refresh From Reports"
               DISPLAY "3. View Exception"
               DISPLAY "4. Acknowledge Exception"
               DISPLAY "5. Assign Exception"
               DISPLAY "6. Close Exception"
               DISPLAY "9. Exit"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM MENU-SHOW-WORKLIST
                   WHEN 2 PERFORM MENU-REFRESH-EXCEPTIONS
                   WHEN 3 PERFORM MENU-VIEW-EXCEPTION
                   WHEN 4
                       MOVE 'A' TO WS-ACTION
                       PERFORM MENU-UPDATE-EXCEPTION
                   WHEN 5
                       MOVE 'G' TO WS-ACTION
                       PERFORM MENU-UPDATE-EXCEPTION
                   WHEN 6
                       MOVE 'C' TO WS-ACTION
                       PERFORM MENU-UPDATE-EXCEPTION
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       MENU-SHOW-WORKLIST SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 'Y' TO WS-SHOW-LINES.
           PERFORM WRITE-WORKLIST.
           MOVE 'N' TO WS-SHOW-LINES.
           IF WS-RESULT-CODE = 0
               DISPLAY "Worklist written to "
                   "data/exceptions_worklist.txt"
           ELSE
               DISPLAY "Exceptions file is in use by another user; "
                   "try again later."
           END-IF.
           EXIT SECTION.

       MENU-REFRESH-EXCEPTIONS SECTION.
           MOVE 'C' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM REFRESH-EXCEPTIONS-PROC.
           EVALUATE WS-RESULT-CODE
               WHEN 0
                   DISPLAY "New exceptions:       " WS-NEW-COUNT
                   DISPLAY "Matched to existing:  " WS-MATCHED-COUNT
                   DISPLAY "Open on worklist:     " WS-OPEN-COUNT
                   DISPLAY "Worklist written to "
                       "data/exceptions_worklist.txt"
               WHEN 8
                   DISPLAY "Exceptions file is in use by another "
                       "user; try again later."
               WHEN OTHER
                   DISPLAY "Exceptions refresh failed."
           END-EVALUATE.
           EXIT SECTION.

       MENU-VIEW-EXCEPTION SECTION.
           DISPLAY "Enter exception ID: " WITH NO ADVANCING.
           ACCEPT WS-EXCEPTION-INPUT.
           PERFORM GET-EXCEPTION-PROC.
           IF WS-RESULT-CODE NOT = 0
               PERFORM SHOW-EXCEPTION-RESULT
               EXIT SECTION
           END-IF.
           PERFORM DISPLAY-EXCEPTION.
           EXIT SECTION.

       MENU-UPDATE-EXCEPTION SECTION.
           DISPLAY "Enter exception ID: " WITH NO ADVANCING.
           ACCEPT WS-EXCEPTION-INPUT.
           PERFORM GET-EXCEPTION-PROC.
           IF WS-RESULT-CODE NOT = 0
               PERFORM SHOW-EXCEPTION-RESULT
               EXIT SECTION
           END-IF.
           PERFORM DISPLAY-EXCEPTION.
           IF WS-EX-STATUS = 'C'
               DISPLAY "This exception is already closed."
               EXIT SECTION
           END-IF.
           MOVE 'C' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-ASSIGNEE.
           MOVE SPACES TO WS-NOTE.
           IF WS-ACTION = 'G'
               DISPLAY "Assign to operator ID: " WITH NO ADVANCING
               ACCEPT WS-ASSIGNEE
               MOVE FUNCTION UPPER-CASE (WS-ASSIGNEE) TO WS-ASSIGNEE
               IF WS-ASSIGNEE = SPACES
                   EXIT SECTION
               END-IF
           END-IF.
           IF WS-ACTION = 'C'
               DISPLAY "Closing note: " WITH NO ADVANCING
           ELSE
               DISPLAY "Note (blank for none): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-NOTE.
           PERFORM UPDATE-EXCEPTION-PROC.
           PERFORM SHOW-EXCEPTION-RESULT.
           EXIT SECTION.

       SHOW-EXCEPTION-RESULT SECTION.
           EVALUATE WS-RESULT-CODE
               WHEN 0 DISPLAY "Exception updated."
               WHEN 2 DISPLAY "Exception not found."
               WHEN 3 DISPLAY "Unknown action."
               WHEN 4 DISPLAY "This exception is already closed."
               WHEN 5 DISPLAY "A note is required to close an "
                   "exception."
               WHEN 6 DISPLAY "An operator ID is required to assign "
                   "an exception."
               WHEN 8 DISPLAY "Exceptions file is in use by another "
                   "user; try again later."
               WHEN OTHER DISPLAY "Update failed."
           END-EVALUATE.
           EXIT SECTION.

       DISPLAY-EXCEPTION SECTION.
           MOVE WS-EX-SEVERITY TO WS-LIST-SEVERITY.
           PERFORM SET-SEVERITY-NAME.
           MOVE WS-EX-STATUS TO WS-MATCH-STATUS.
           PERFORM SET-STATUS-NAME.
           DISPLAY "Exception:    " WS-EX-ID.
           DISPLAY "Source:       " WS-EX-SOURCE.
           DISPLAY "Severity:     " WS-SEVERITY-NAME.
           DISPLAY "Status:       " WS-STATUS-NAME.
           DISPLAY "Item:         " WS-EX-ITEM-ID.
           DISPLAY "Reference:    " WS-EX-REFERENCE.
           DISPLAY "Problem:      " WS-EX-PROBLEM.
           IF WS-EX-BORROWER NOT = SPACES
               DISPLAY "Borrower:     " WS-EX-BORROWER
           END-IF.
           DISPLAY "Detail:       " WS-EX-DETAIL.
           DISPLAY "First Seen:   " WS-EX-FIRST-DATE
               "  Last Seen: " WS-EX-LAST-DATE
               "  Times: " WS-EX-TIMES-SEEN.
           IF WS-EX-ACK-BY NOT = SPACES
               DISPLAY "Acknowledged: " WS-EX-ACK-BY " "
                   WS-EX-ACK-DATE
           END-IF.
           IF WS-EX-ASSIGNED-TO NOT = SPACES
               DISPLAY "Assigned To:  " WS-EX-ASSIGNED-TO " "
                   WS-EX-ASSIGNED-DATE
           END-IF.
           IF WS-EX-CLOSED-BY NOT = SPACES
               DISPLAY "Closed:       " WS-EX-CLOSED-BY " "
                   WS-EX-CLOSED-DATE
           END-IF.
           IF WS-EX-NOTE NOT = SPACES
               DISPLAY "Note:         " WS-EX-NOTE
           END-IF.
           EXIT SECTION.

       SET-SEVERITY-NAME SECTION.
           EVALUATE WS-LIST-SEVERITY
               WHEN 'H' MOVE "HIGH" TO WS-SEVERITY-NAME
               WHEN 'M' MOVE "MED" TO WS-SEVERITY-NAME
               WHEN OTHER MOVE "LOW" TO WS-SEVERITY-NAME
           END-EVALUATE.
           EXIT SECTION.

       SET-STATUS-NAME SECTION.
           EVALUATE WS-MATCH-STATUS
               WHEN 'A' MOVE "ACKED" TO WS-STATUS-NAME
               WHEN 'C' MOVE "CLOSED" TO WS-STATUS-NAME
               WHEN OTHER MOVE "OPEN" TO WS-STATUS-NAME
           END-EVALUATE.
           EXIT SECTION.

       GET-EXCEPTION-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           INITIALIZE WS-EXCEPTION-DATA.
           IF WS-EXCEPTION-INPUT = 0
               MOVE 2 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           PERFORM OPEN-EXCEPTIONS-INPUT-RETRY.
           IF WS-FILE-STATUS = "35"
               MOVE 2 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-EXCEPTION-INPUT TO EXC-ID.
           READ EXCEPTIONS-FILE RECORD KEY IS EXC-ID.
           IF WS-FILE-STATUS = "00"
               PERFORM SAVE-EXCEPTION-DATA
           ELSE
               MOVE 2 TO WS-RESULT-CODE
           END-IF.
           CLOSE EXCEPTIONS-FILE.
           EXIT SECTION.

       SAVE-EXCEPTION-DATA SECTION.
           MOVE EXC-ID TO WS-EX-ID.
           MOVE EXC-SOURCE TO WS-EX-SOURCE.
           MOVE EXC-ITEM-ID TO WS-EX-ITEM-ID.
           MOVE EXC-REFERENCE TO WS-EX-REFERENCE.
           MOVE EXC-PROBLEM TO WS-EX-PROBLEM.
           MOVE EXC-BORROWER TO WS-EX-BORROWER.
           MOVE EXC-SEVERITY TO WS-EX-SEVERITY.
           MOVE EXC-STATUS TO WS-EX-STATUS.
           MOVE EXC-FIRST-DATE TO WS-EX-FIRST-DATE.
           MOVE EXC-LAST-DATE TO WS-EX-LAST-DATE.
           MOVE EXC-TIMES-SEEN TO WS-EX-TIMES-SEEN.
           MOVE EXC-ACK-BY TO WS-EX-ACK-BY.
           MOVE EXC-ACK-DATE TO WS-EX-ACK-DATE.
           MOVE EXC-ASSIGNED-TO TO WS-EX-ASSIGNED-TO.
           MOVE EXC-ASSIGNED-DATE TO WS-EX-ASSIGNED-DATE.
           MOVE EXC-CLOSED-BY TO WS-EX-CLOSED-BY.
           MOVE EXC-CLOSED-DATE TO WS-EX-CLOSED-DATE.
           MOVE EXC-NOTE TO WS-EX-NOTE.
           MOVE EXC-DETAIL TO WS-EX-DETAIL.
           EXIT SECTION.

       UPDATE-EXCEPTION SECTION.
           ENTRY "update_exception" USING LS-RETURN-CODE
                                        LS-EXCEPTION-ID
                                        LS-ACTION
                                        LS-ASSIGNEE
                                        LS-NOTE.
           MOVE LS-EXCEPTION-ID TO WS-EXCEPTION-INPUT.
           MOVE LS-ACTION TO WS-ACTION.
           MOVE LS-ASSIGNEE TO WS-ASSIGNEE.
           MOVE LS-NOTE TO WS-NOTE.
           PERFORM UPDATE-EXCEPTION-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       UPDATE-EXCEPTION-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           IF WS-ACTION NOT = 'A' AND WS-ACTION NOT = 'G'
                   AND WS-ACTION NOT = 'C'
               MOVE 3 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           IF WS-ACTION = 'C' AND WS-NOTE = SPACES
               MOVE 5 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           IF WS-ACTION = 'G' AND WS-ASSIGNEE = SPACES
               MOVE 6 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           IF WS-EXCEPTION-INPUT = 0
               MOVE 2 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "get_operator" USING WS-OPERATOR-ID
                                     WS-OPERATOR-ROLE.
           PERFORM OPEN-EXCEPTIONS-IO-RETRY.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-EXCEPTION-INPUT TO EXC-ID.
           READ EXCEPTIONS-FILE RECORD KEY IS EXC-ID.
           EVALUATE TRUE
               WHEN WS-FILE-STATUS = "51"
                   MOVE 8 TO WS-RESULT-CODE
               WHEN WS-FILE-STATUS NOT = "00"
                   MOVE 2 TO WS-RESULT-CODE
               WHEN EXC-STATUS = 'C'
                   MOVE 4 TO WS-RESULT-CODE
           END-EVALUATE.
           IF WS-RESULT-CODE NOT = 0
               CLOSE EXCEPTIONS-FILE
               EXIT SECTION
           END-IF.
           EVALUATE WS-ACTION
               WHEN 'A'
                   MOVE 'A' TO EXC-STATUS
                   MOVE WS-OPERATOR-ID TO EXC-ACK-BY
                   MOVE WS-TODAY TO EXC-ACK-DATE
               WHEN 'G'
                   IF EXC-STATUS = 'O'
                       MOVE 'A' TO EXC-STATUS
                       MOVE WS-OPERATOR-ID TO EXC-ACK-BY
                       MOVE WS-TODAY TO EXC-ACK-DATE
                   END-IF
                   MOVE WS-ASSIGNEE TO EXC-ASSIGNED-TO
                   MOVE WS-TODAY TO EXC-ASSIGNED-DATE
               WHEN 'C'
                   MOVE 'C' TO EXC-STATUS
                   MOVE WS-OPERATOR-ID TO EXC-CLOSED-BY
                   MOVE WS-TODAY TO EXC-CLOSED-DATE
           END-EVALUATE.
           IF WS-NOTE NOT = SPACES
               MOVE WS-NOTE TO EXC-NOTE
           END-IF.
           MOVE WS-OPERATOR-ID TO EXC-LAST-OPERATOR.
           REWRITE EXCEPTION-RECORD.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-RESULT-CODE
           END-IF.
           CLOSE EXCEPTIONS-FILE.
           EXIT SECTION.

       REFRESH-EXCEPTIONS SECTION.
           ENTRY "refresh_exceptions" USING LS-RETURN-CODE
                                          LS-NEW-COUNT
                                          LS-OPEN-COUNT.
           PERFORM REFRESH-EXCEPTIONS-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           MOVE WS-NEW-COUNT TO LS-NEW-COUNT.
           MOVE WS-OPEN-COUNT TO LS-OPEN-COUNT.
           GOBACK.

       REFRESH-EXCEPTIONS-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE 0 TO WS-NEW-COUNT.
           MOVE 0 TO WS-MATCHED-COUNT.
           MOVE 0 TO WS-OPEN-COUNT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-EXCEPTIONS-IO-RETRY.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           PERFORM READ-EXCEPTIONS-CONTROL.
           IF WS-RESULT-CODE NOT = 0
               CLOSE EXCEPTIONS-FILE
               EXIT SECTION
           END-IF.
           IF WS-LAST-REFRESH NOT = WS-TODAY
               MOVE WS-LAST-REFRESH TO WS-PRIOR-REFRESH
               MOVE WS-TODAY TO WS-LAST-REFRESH
           END-IF.
           MOVE "NIGHTLY" TO WS-SOURCE-KIND.
           MOVE "data/nightly_control.txt" TO WS-SOURCE-NAME.
           PERFORM COLLECT-SOURCE-FILE.
           MOVE "MAINTREJ" TO WS-SOURCE-KIND.
           MOVE "data/maint_rejects.csv" TO WS-SOURCE-NAME.
           PERFORM COLLECT-SOURCE-FILE.
           MOVE "IMPREJ" TO WS-SOURCE-KIND.
           MOVE "data/items_rejects.csv" TO WS-SOURCE-NAME.
           PERFORM COLLECT-SOURCE-FILE.
           MOVE "ITEMCHK" TO WS-SOURCE-KIND.
           MOVE "data/items_check.txt" TO WS-SOURCE-NAME.
           PERFORM COLLECT-SOURCE-FILE.
           MOVE "RECON" TO WS-SOURCE-KIND.
           MOVE "data/recon_report.txt" TO WS-SOURCE-NAME.
           PERFORM COLLECT-SOURCE-FILE.
           MOVE "OVERDUE" TO WS-SOURCE-KIND.
           MOVE "data/overdue_report.txt" TO WS-SOURCE-NAME.
           PERFORM COLLECT-SOURCE-FILE.
           PERFORM SAVE-EXCEPTIONS-CONTROL.
           CLOSE EXCEPTIONS-FILE.
           IF WS-RESULT-CODE = 0
               PERFORM WRITE-WORKLIST
           END-IF.
           EXIT SECTION.

       READ-EXCEPTIONS-CONTROL SECTION.
           MOVE 'N' TO WS-CONTROL-FOUND.
           MOVE 1 TO WS-NEXT-EXC-ID.
           MOVE 0 TO WS-LAST-REFRESH.
           MOVE 0 TO WS-PRIOR-REFRESH.
           MOVE 0 TO EXC-ID.
           READ EXCEPTIONS-FILE RECORD KEY IS EXC-ID.
           EVALUATE WS-FILE-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-CONTROL-FOUND
                   IF EXC-CTL-NEXT-ID > 0
                       MOVE EXC-CTL-NEXT-ID TO WS-NEXT-EXC-ID
                   END-IF
                   MOVE EXC-CTL-LAST-REFRESH TO WS-LAST-REFRESH
                   MOVE EXC-CTL-PRIOR-REFRESH TO WS-PRIOR-REFRESH
               WHEN "51"
                   MOVE 8 TO WS-RESULT-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT SECTION.

       SAVE-EXCEPTIONS-CONTROL SECTION.
           MOVE 0 TO EXC-ID.
           READ EXCEPTIONS-FILE RECORD KEY IS EXC-ID.
           IF WS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CONTROL-FOUND
           ELSE
               MOVE 'N' TO WS-CONTROL-FOUND
           END-IF.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE 0 TO EXC-ID.
           MOVE "*CONTROL" TO EXC-SOURCE.
           MOVE 0 TO EXC-ITEM-ID.
           MOVE WS-NEXT-EXC-ID TO EXC-CTL-NEXT-ID.
           MOVE WS-LAST-REFRESH TO EXC-CTL-LAST-REFRESH.
           MOVE WS-PRIOR-REFRESH TO EXC-CTL-PRIOR-REFRESH.
           IF WS-CONTROL-FOUND = 'Y'
               REWRITE EXCEPTION-RECORD
           ELSE
               WRITE EXCEPTION-RECORD
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-RESULT-CODE
           END-IF.
           EXIT SECTION.

       COLLECT-SOURCE-FILE SECTION.
           MOVE SPACES TO WS-RUN-STEP-TABLE.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SOURCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SOURCE-LINE NOT = SPACES
                           PERFORM SCAN-SOURCE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           IF WS-SOURCE-KIND = "NIGHTLY"
               PERFORM LOG-FAILED-STEPS
           END-IF.
           EXIT SECTION.

       SCAN-SOURCE-LINE SECTION.
           INITIALIZE WS-NEW-EXCEPTION.
           MOVE WS-SOURCE-KIND TO WS-NX-SOURCE.
           EVALUATE WS-SOURCE-KIND
               WHEN "NIGHTLY"  PERFORM SCAN-RUNLOG-LINE
               WHEN "MAINTREJ" PERFORM SCAN-MAINT-REJECT
               WHEN "IMPREJ"   PERFORM SCAN-IMPORT-REJECT
               WHEN "ITEMCHK"  PERFORM SCAN-HEALTH-CHECK
               WHEN "RECON"    PERFORM SCAN-RECON-LINE
               WHEN "OVERDUE"  PERFORM SCAN-OVERDUE-LINE
           END-EVALUATE.
           EXIT SECTION.

       SCAN-RUNLOG-LINE SECTION.
           MOVE SOURCE-LINE (1:60) TO WS-RUNLOG-DETAIL.
           IF WS-RL-STEP IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           IF WS-RL-STEP = 0
               MOVE SPACES TO WS-RUN-STEP-TABLE
               EXIT SECTION
           END-IF.
           IF WS-RL-STEP > 20
               EXIT SECTION
           END-IF.
           MOVE WS-RL-NAME TO WS-RS-NAME (WS-RL-STEP).
           MOVE WS-RL-STATUS TO WS-RS-STATUS (WS-RL-STEP).
           MOVE WS-RL-RC TO WS-RS-RC (WS-RL-STEP).
           MOVE WS-RL-DATE TO WS-RS-DATE (WS-RL-STEP).
           EXIT SECTION.

       LOG-FAILED-STEPS SECTION.
           MOVE 0 TO WS-STEP-IDX.
           PERFORM UNTIL WS-STEP-IDX = 20
               ADD 1 TO WS-STEP-IDX
               IF WS-RS-STATUS (WS-STEP-IDX) = "FAILED"
                   INITIALIZE WS-NEW-EXCEPTION
                   MOVE "NIGHTLY" TO WS-NX-SOURCE
                   MOVE WS-RS-NAME (WS-STEP-IDX) TO WS-NX-REFERENCE
                   MOVE "NIGHTLY STEP FAILED" TO WS-NX-PROBLEM
                   MOVE 'H' TO WS-NX-SEVERITY
                   STRING "STEP " WS-STEP-IDX
                          " RETURN CODE " WS-RS-RC (WS-STEP-IDX)
                          " ON " WS-RS-DATE (WS-STEP-IDX)
                          DELIMITED BY SIZE
                       INTO WS-NX-DETAIL
                   END-STRING
                   PERFORM LOG-EXCEPTION
               END-IF
           END-PERFORM.
           EXIT SECTION.

       SCAN-MAINT-REJECT SECTION.
           PERFORM SPLIT-REJECT-LINE.
           MOVE WS-RJ-FIELD2 (1:20) TO WS-NUM-TEXT.
           PERFORM SCAN-NUMBER-TEXT.
           IF WS-NUM-OK = 'Y' AND WS-NUM-VALUE > 0
                   AND WS-NUM-VALUE NOT > 999999
               MOVE WS-NUM-VALUE TO WS-NX-ITEM-ID
               STRING WS-RJ-CODE " " WS-RJ-FIELD1 (1:6)
                      DELIMITED BY SIZE
                   INTO WS-NX-REFERENCE
               END-STRING
           ELSE
               STRING WS-RJ-CODE " " WS-RJ-FIELD1 (1:6) " "
                      WS-RJ-FIELD2 (1:9)
                      DELIMITED BY SIZE
                   INTO WS-NX-REFERENCE
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN WS-RJ-CODE = "M01"
                   MOVE "UNKNOWN OPERATION" TO WS-NX-PROBLEM
               WHEN WS-RJ-CODE = "M02"
                   MOVE "ITEM ID MISSING OR INVALID" TO WS-NX-PROBLEM
               WHEN WS-RJ-CODE = "M03"
                   MOVE "ITEM NOT FOUND" TO WS-NX-PROBLEM
               WHEN WS-RJ-CODE = "M04"
                   MOVE "YEAR IS NOT NUMERIC" TO WS-NX-PROBLEM
               WHEN WS-RJ-CODE = "M05"
                   MOVE "RATING IS NOT NUMERIC" TO WS-NX-PROBLEM
               WHEN WS-RJ-CODE = "M06"
                   MOVE "DELETE NEEDS A SUPERVISOR" TO WS-NX-PROBLEM
               WHEN WS-RJ-CODE = "M07"
                   MOVE "PRODUCT CODE IS ON ANOTHER ITEM"
                       TO WS-NX-PROBLEM
               WHEN WS-RJ-CODE = "M08"
                   MOVE "PRODUCT CODE IS NOT VALID" TO WS-NX-PROBLEM
               WHEN WS-RJ-CODE (1:1) = "C"
                   STRING "PRODUCT CODE REJECTED, CODE "
                          WS-RJ-CODE (2:2)
                          DELIMITED BY SIZE
                       INTO WS-NX-PROBLEM
                   END-STRING
               WHEN WS-RJ-CODE (1:1) = "E"
                   STRING "EDIT REJECTED BY CATALOG, CODE "
                          WS-RJ-CODE (2:2)
                          DELIMITED BY SIZE
                       INTO WS-NX-PROBLEM
                   END-STRING
               WHEN WS-RJ-CODE (1:1) = "D"
                   STRING "DELETE REJECTED BY CATALOG, CODE "
                          WS-RJ-CODE (2:2)
                          DELIMITED BY SIZE
                       INTO WS-NX-PROBLEM
                   END-STRING
               WHEN OTHER
                   MOVE "REJECTED BY BATCH MAINTENANCE"
                       TO WS-NX-PROBLEM
           END-EVALUATE.
           MOVE 'M' TO WS-NX-SEVERITY.
           MOVE SOURCE-LINE (5:60) TO WS-NX-DETAIL.
           PERFORM LOG-EXCEPTION.
           EXIT SECTION.

       SCAN-IMPORT-REJECT SECTION.
           PERFORM SPLIT-REJECT-LINE.
           MOVE WS-RJ-FIELD1 TO WS-RJ-TITLE.
           MOVE WS-RJ-FIELD1 (1:20) TO WS-NUM-TEXT.
           PERFORM SCAN-NUMBER-TEXT.
           IF WS-NUM-OK = 'Y'
               MOVE WS-RJ-FIELD2 TO WS-RJ-TITLE
           END-IF.
           STRING WS-RJ-CODE " " WS-RJ-TITLE (1:16)
                  DELIMITED BY SIZE
               INTO WS-NX-REFERENCE
           END-STRING.
           MOVE 'M' TO WS-NX-SEVERITY.
           EVALUATE WS-RJ-CODE
               WHEN "R01"
                   MOVE "TOO FEW FIELDS ON IMPORT LINE"
                       TO WS-NX-PROBLEM
               WHEN "R02"
                   MOVE "BLANK TITLE" TO WS-NX-PROBLEM
               WHEN "R03"
                   MOVE "YEAR MISSING OR OUT OF RANGE"
                       TO WS-NX-PROBLEM
               WHEN "R04"
                   MOVE "RATING MISSING OR OUT OF RANGE"
                       TO WS-NX-PROBLEM
               WHEN "R05"
                   MOVE "UNKNOWN MEDIA TYPE" TO WS-NX-PROBLEM
               WHEN "R06"
                   MOVE "TITLE ALREADY IN CATALOG" TO WS-NX-PROBLEM
                   MOVE 'L' TO WS-NX-SEVERITY
               WHEN "R07"
                   MOVE "ADD FAILED" TO WS-NX-PROBLEM
               WHEN "R08"
                   MOVE "GENRE NOT ON THE GENRE LIST"
                       TO WS-NX-PROBLEM
               WHEN "R09"
                   MOVE "PRODUCT CODE IS ON ANOTHER ITEM"
                       TO WS-NX-PROBLEM
               WHEN "R10"
                   MOVE "PRODUCT CODE IS NOT VALID" TO WS-NX-PROBLEM
               WHEN OTHER
                   MOVE "REJECTED BY CSV IMPORT" TO WS-NX-PROBLEM
           END-EVALUATE.
           MOVE SOURCE-LINE (5:60) TO WS-NX-DETAIL.
           PERFORM LOG-EXCEPTION.
           EXIT SECTION.

       SPLIT-REJECT-LINE SECTION.
           MOVE SPACES TO WS-REJECT-FIELDS.
           UNSTRING SOURCE-LINE DELIMITED BY ","
               INTO WS-RJ-CODE WS-RJ-FIELD1 WS-RJ-FIELD2
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-RJ-FIELD1 (1:6))
               TO WS-RJ-FIELD1 (1:6).
           EXIT SECTION.

       SCAN-HEALTH-CHECK SECTION.
           IF SOURCE-LINE (1:5) = "ITEM " AND SOURCE-LINE (6:6)
                   IS NUMERIC AND SOURCE-LINE (12:2) = ": "
               MOVE SOURCE-LINE (6:6) TO WS-NX-ITEM-ID
               MOVE SOURCE-LINE (56:20) TO WS-NX-REFERENCE
               MOVE SOURCE-LINE (14:40) TO WS-NX-PROBLEM
               IF WS-NX-PROBLEM = "BLANK TITLE"
                   MOVE 'M' TO WS-NX-SEVERITY
               ELSE
                   MOVE 'L' TO WS-NX-SEVERITY
               END-IF
               MOVE SOURCE-LINE (1:60) TO WS-NX-DETAIL
               PERFORM LOG-EXCEPTION
               EXIT SECTION
           END-IF.
           MOVE "CATALOG" TO WS-NX-REFERENCE.
           MOVE 'H' TO WS-NX-SEVERITY.
           MOVE SOURCE-LINE (1:60) TO WS-NX-DETAIL.
           EVALUATE TRUE
               WHEN SOURCE-LINE (1:35) =
                       "CONTROL RECORD (ID ZERO) IS MISSING"
                   MOVE SOURCE-LINE (1:35) TO WS-NX-PROBLEM
               WHEN SOURCE-LINE (1:16) = "CONTROL NEXT-ID "
                   MOVE "NEXT-ID NOT ABOVE HIGHEST ITEM-ID"
                       TO WS-NX-PROBLEM
               WHEN SOURCE-LINE (1:37) =
                       "RECORD COUNT DOES NOT MATCH AUDIT LOG"
                   MOVE SOURCE-LINE (1:37) TO WS-NX-PROBLEM
               WHEN SOURCE-LINE (1:32) =
                       "CATALOG FILE COULD NOT BE OPENED"
                   MOVE SOURCE-LINE (1:32) TO WS-NX-PROBLEM
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE.
           PERFORM LOG-EXCEPTION.
           EXIT SECTION.

       SCAN-RECON-LINE SECTION.
           IF SOURCE-LINE (11:12) NOT = "FLAT ONLY"
                   AND SOURCE-LINE (11:12) NOT = "DIFFERS"
                   AND SOURCE-LINE (11:12) NOT = "CATALOG ONLY"
               EXIT SECTION
           END-IF.
           STRING SOURCE-LINE (11:12) " " SOURCE-LINE (1:7)
                  DELIMITED BY SIZE
               INTO WS-NX-REFERENCE
           END-STRING.
           MOVE SOURCE-LINE (23:40) TO WS-NX-PROBLEM.
           IF SOURCE-LINE (11:12) = "DIFFERS"
               MOVE 'L' TO WS-NX-SEVERITY
           ELSE
               MOVE 'M' TO WS-NX-SEVERITY
           END-IF.
           IF SOURCE-LINE (11:12) = "CATALOG ONLY"
                   AND SOURCE-LINE (65:3) = "ID "
               MOVE SOURCE-LINE (68:6) TO WS-NUM-TEXT
               PERFORM SCAN-NUMBER-TEXT
               IF WS-NUM-OK = 'Y' AND WS-NUM-VALUE NOT > 999999
                   MOVE WS-NUM-VALUE TO WS-NX-ITEM-ID
               END-IF
           END-IF.
           STRING "MEDIA " SOURCE-LINE (1:10) " " SOURCE-LINE (65:40)
                  DELIMITED BY SIZE
               INTO WS-NX-DETAIL
           END-STRING.
           PERFORM LOG-EXCEPTION.
           EXIT SECTION.

       SCAN-OVERDUE-LINE SECTION.
           IF SOURCE-LINE (95:8) IS NOT NUMERIC
                   OR SOURCE-LINE (105:8) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE SOURCE-LINE (1:6) TO WS-NUM-TEXT.
           PERFORM SCAN-NUMBER-TEXT.
           IF WS-NUM-OK NOT = 'Y' OR WS-NUM-VALUE > 999999
               EXIT SECTION
           END-IF.
           MOVE WS-NUM-VALUE TO WS-ID-DISPLAY.
           STRING "LOAN " WS-ID-DISPLAY DELIMITED BY SIZE
               INTO WS-NX-REFERENCE
           END-STRING.
           MOVE SOURCE-LINE (9:6) TO WS-NUM-TEXT.
           PERFORM SCAN-NUMBER-TEXT.
           IF WS-NUM-OK = 'Y' AND WS-NUM-VALUE NOT > 999999
               MOVE WS-NUM-VALUE TO WS-NX-ITEM-ID
           END-IF.
           MOVE SOURCE-LINE (53:40) TO WS-NX-BORROWER.
           STRING "DUE " SOURCE-LINE (105:8) " " SOURCE-LINE (53:27)
                  DELIMITED BY SIZE
               INTO WS-NX-PROBLEM
           END-STRING.
           MOVE 0 TO WS-LATE-DAYS.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           MOVE SOURCE-LINE (105:8) TO WS-DUE-DATE.
           COMPUTE WS-DUE-DAYS = FUNCTION INTEGER-OF-DATE (WS-DUE-DATE).
           IF WS-DUE-DAYS > 0 AND WS-DUE-DAYS < WS-TODAY-DAYS
               COMPUTE WS-LATE-DAYS = WS-TODAY-DAYS - WS-DUE-DAYS
           END-IF.
           IF WS-LATE-DAYS > WS-HIGH-LATE-DAYS
               MOVE 'H' TO WS-NX-SEVERITY
           ELSE
               MOVE 'M' TO WS-NX-SEVERITY
           END-IF.
           STRING "COPY " SOURCE-LINE (17:2) " " SOURCE-LINE (21:30)
                  " OUT " SOURCE-LINE (95:8)
                  DELIMITED BY SIZE
               INTO WS-NX-DETAIL
           END-STRING.
           PERFORM LOG-EXCEPTION.
           EXIT SECTION.

       SCAN-NUMBER-TEXT SECTION.
           MOVE 'N' TO WS-NUM-OK.
           MOVE 'N' TO WS-NUM-STARTED.
           MOVE 'N' TO WS-NUM-ENDED.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 0 TO WS-NUM-IDX.
           PERFORM UNTIL WS-NUM-IDX = 20
               ADD 1 TO WS-NUM-IDX
               MOVE WS-NUM-TEXT (WS-NUM-IDX:1) TO WS-NUM-CHAR
               EVALUATE TRUE
                   WHEN WS-NUM-CHAR = SPACE
                       IF WS-NUM-STARTED = 'Y'
                           MOVE 'Y' TO WS-NUM-ENDED
                       END-IF
                   WHEN WS-NUM-CHAR IS NUMERIC
                           AND WS-NUM-ENDED = 'N'
                           AND WS-NUM-VALUE < 100000000
                       MOVE 'Y' TO WS-NUM-STARTED
                       MOVE 'Y' TO WS-NUM-OK
                       COMPUTE WS-NUM-VALUE =
                           (WS-NUM-VALUE * 10) + WS-NUM-DIGIT
                   WHEN OTHER
                       MOVE 'N' TO WS-NUM-OK
                       MOVE 20 TO WS-NUM-IDX
               END-EVALUATE
           END-PERFORM.
           EXIT SECTION.

       LOG-EXCEPTION SECTION.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE WS-NX-MATCH-KEY TO EXC-MATCH-KEY.
           START EXCEPTIONS-FILE KEY IS EQUAL TO EXC-MATCH-KEY
               INVALID KEY
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   PERFORM READ-MATCHING-EXCEPTION
                       UNTIL WS-FILE-STATUS NOT = "00"
           END-START.
           IF WS-MATCH-FOUND = 'Y'
               IF WS-MATCH-STATUS NOT = 'C'
                       OR (WS-PRIOR-REFRESH > 0
                       AND WS-MATCH-LAST-DATE NOT < WS-PRIOR-REFRESH)
                   PERFORM UPDATE-MATCHED-EXCEPTION
                   EXIT SECTION
               END-IF
           END-IF.
           PERFORM ADD-NEW-EXCEPTION.
           EXIT SECTION.

       READ-MATCHING-EXCEPTION SECTION.
           READ EXCEPTIONS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EXC-MATCH-KEY = WS-NX-MATCH-KEY
                       MOVE 'Y' TO WS-MATCH-FOUND
                       MOVE EXC-ID TO WS-MATCH-ID
                       MOVE EXC-STATUS TO WS-MATCH-STATUS
                       MOVE EXC-LAST-DATE TO WS-MATCH-LAST-DATE
                   ELSE
                       MOVE "10" TO WS-FILE-STATUS
                   END-IF
           END-READ.
           EXIT SECTION.

       UPDATE-MATCHED-EXCEPTION SECTION.
           MOVE WS-MATCH-ID TO EXC-ID.
           READ EXCEPTIONS-FILE RECORD KEY IS EXC-ID.
           IF WS-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           IF EXC-LAST-DATE < WS-TODAY AND EXC-TIMES-SEEN < 9999
               ADD 1 TO EXC-TIMES-SEEN
           END-IF.
           MOVE WS-TODAY TO EXC-LAST-DATE.
           IF EXC-STATUS NOT = 'C'
               MOVE WS-NX-SEVERITY TO EXC-SEVERITY
               MOVE WS-NX-BORROWER TO EXC-BORROWER
               MOVE WS-NX-DETAIL TO EXC-DETAIL
           END-IF.
           REWRITE EXCEPTION-RECORD.
           IF WS-FILE-STATUS = "00"
               ADD 1 TO WS-MATCHED-COUNT
           END-IF.
           EXIT SECTION.

       ADD-NEW-EXCEPTION SECTION.
           INITIALIZE EXCEPTION-RECORD.
           MOVE WS-NEXT-EXC-ID TO EXC-ID.
           MOVE WS-NX-MATCH-KEY TO EXC-MATCH-KEY.
           MOVE WS-NX-BORROWER TO EXC-BORROWER.
           MOVE WS-NX-SEVERITY TO EXC-SEVERITY.
           MOVE WS-NX-DETAIL TO EXC-DETAIL.
           MOVE 'O' TO EXC-STATUS.
           MOVE WS-TODAY TO EXC-FIRST-DATE.
           MOVE WS-TODAY TO EXC-LAST-DATE.
           MOVE 1 TO EXC-TIMES-SEEN.
           WRITE EXCEPTION-RECORD.
           IF WS-FILE-STATUS = "00"
               ADD 1 TO WS-NEW-COUNT
               ADD 1 TO WS-NEXT-EXC-ID
           ELSE
               DISPLAY "Cannot add exception " WS-NEXT-EXC-ID
                   ", status " WS-FILE-STATUS
               MOVE 1 TO WS-RESULT-CODE
           END-IF.
           EXIT SECTION.

       READ-EXCEPTION-CONFIG SECTION.
           MOVE 3 TO WS-AGED-DAYS.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           READ CONFIG-FILE
               AT END CONTINUE
               NOT AT END
                   IF CONFIG-LINE (1:2) IS NUMERIC
                           AND CONFIG-LINE (1:2) NOT = "00"
                       MOVE CONFIG-LINE (1:2) TO WS-AGED-DAYS
                   ELSE
                       IF CONFIG-LINE (1:1) IS NUMERIC
                               AND CONFIG-LINE (2:1) = SPACE
                               AND CONFIG-LINE (1:1) NOT = "0"
                           MOVE CONFIG-LINE (1:1) TO WS-AGED-DAYS (2:1)
                           MOVE "0" TO WS-AGED-DAYS (1:1)
                       END-IF
                   END-IF
           END-READ.
           CLOSE CONFIG-FILE.
           EXIT SECTION.

       WRITE-WORKLIST SECTION.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-AGED-COUNT.
           PERFORM READ-EXCEPTION-CONFIG.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           PERFORM OPEN-EXCEPTIONS-INPUT-RETRY.
           IF WS-FILE-STATUS NOT = "00" AND WS-FILE-STATUS NOT = "35"
               MOVE 8 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EXCEPTIONS-OPEN
           ELSE
               MOVE 'N' TO WS-EXCEPTIONS-OPEN
           END-IF.
           OPEN OUTPUT WORKLIST-FILE.
           MOVE WS-TODAY TO WS-WH-DATE.
           MOVE WS-AGED-DAYS TO WS-WH-DAYS.
           MOVE WS-WORKLIST-HEADING1 TO WORKLIST-LINE.
           PERFORM PUT-WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           PERFORM PUT-WORKLIST-LINE.
           MOVE SPACES TO WS-WORKLIST-SECTION.
           MOVE "OPEN FOR " TO WS-WS-LABEL.
           MOVE WS-AGED-DAYS TO WS-WS-DAYS.
           MOVE " DAYS OR MORE" TO WS-WS-SUFFIX.
           MOVE 'Y' TO WS-LIST-AGED.
           PERFORM LIST-WORKLIST-SECTION.
           MOVE SPACES TO WORKLIST-LINE.
           PERFORM PUT-WORKLIST-LINE.
           MOVE SPACES TO WS-WORKLIST-SECTION.
           MOVE "OTHER OPEN EXCEPTIONS" TO WS-WORKLIST-SECTION.
           MOVE 'N' TO WS-LIST-AGED.
           PERFORM LIST-WORKLIST-SECTION.
           MOVE SPACES TO WORKLIST-LINE.
           PERFORM PUT-WORKLIST-LINE.
           MOVE SPACES TO WS-COUNT-DETAIL.
           MOVE "OPEN EXCEPTIONS" TO WS-CN-LABEL.
           MOVE WS-OPEN-COUNT TO WS-CN-COUNT.
           MOVE WS-COUNT-DETAIL TO WORKLIST-LINE.
           PERFORM PUT-WORKLIST-LINE.
           MOVE SPACES TO WS-COUNT-DETAIL.
           MOVE "AGED EXCEPTIONS" TO WS-CN-LABEL.
           MOVE WS-AGED-COUNT TO WS-CN-COUNT.
           MOVE WS-COUNT-DETAIL TO WORKLIST-LINE.
           PERFORM PUT-WORKLIST-LINE.
           CLOSE WORKLIST-FILE.
           IF WS-EXCEPTIONS-OPEN = 'Y'
               CLOSE EXCEPTIONS-FILE
           END-IF.
           EXIT SECTION.

       LIST-WORKLIST-SECTION SECTION.
           MOVE WS-WORKLIST-SECTION TO WORKLIST-LINE.
           PERFORM PUT-WORKLIST-LINE.
           MOVE WS-WORKLIST-HEADING2 TO WORKLIST-LINE.
           PERFORM PUT-WORKLIST-LINE.
           MOVE WS-WORKLIST-RULE TO WORKLIST-LINE.
           PERFORM PUT-WORKLIST-LINE.
           MOVE 0 TO WS-SECTION-COUNT.
           IF WS-EXCEPTIONS-OPEN = 'Y'
               MOVE 0 TO WS-SEVERITY-IDX
               PERFORM UNTIL WS-SEVERITY-IDX = 3
                   ADD 1 TO WS-SEVERITY-IDX
                   MOVE WS-SEVERITY-ORDER (WS-SEVERITY-IDX:1)
                       TO WS-LIST-SEVERITY
                   MOVE 0 TO EXC-ID
                   START EXCEPTIONS-FILE KEY IS GREATER THAN EXC-ID
                       INVALID KEY
                           MOVE "23" TO WS-FILE-STATUS
                       NOT INVALID KEY
                           PERFORM LIST-NEXT-EXCEPTION
                               UNTIL WS-FILE-STATUS NOT = "00"
                   END-START
                   MOVE "00" TO WS-FILE-STATUS
               END-PERFORM
           END-IF.
           IF WS-SECTION-COUNT = 0
               MOVE "NONE" TO WORKLIST-LINE
               PERFORM PUT-WORKLIST-LINE
           END-IF.
           EXIT SECTION.

       LIST-NEXT-EXCEPTION SECTION.
           READ EXCEPTIONS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EXC-ID > 0 AND EXC-STATUS NOT = 'C'
                       PERFORM CHECK-WORKLIST-ENTRY
                   END-IF
           END-READ.
           EXIT SECTION.

       CHECK-WORKLIST-ENTRY SECTION.
           IF EXC-SEVERITY NOT = WS-LIST-SEVERITY
               IF WS-LIST-SEVERITY NOT = 'L' OR EXC-SEVERITY = 'H'
                       OR EXC-SEVERITY = 'M'
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE 0 TO WS-AGE-DAYS.
           IF EXC-FIRST-DATE > 0
               COMPUTE WS-FIRST-DAYS =
                   FUNCTION INTEGER-OF-DATE (EXC-FIRST-DATE)
               IF WS-FIRST-DAYS > 0 AND WS-FIRST-DAYS < WS-TODAY-DAYS
                   COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-FIRST-DAYS
               END-IF
           END-IF.
           IF WS-AGE-DAYS NOT < WS-AGED-DAYS
               MOVE 'Y' TO WS-ENTRY-AGED
           ELSE
               MOVE 'N' TO WS-ENTRY-AGED
           END-IF.
           IF WS-ENTRY-AGED NOT = WS-LIST-AGED
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-OPEN-COUNT.
           IF WS-ENTRY-AGED = 'Y'
               ADD 1 TO WS-AGED-COUNT
           END-IF.
           PERFORM SET-SEVERITY-NAME.
           MOVE EXC-STATUS TO WS-MATCH-STATUS.
           PERFORM SET-STATUS-NAME.
           MOVE SPACES TO WS-WORKLIST-DETAIL.
           MOVE EXC-ID TO WS-WD-ID.
           MOVE WS-SEVERITY-NAME TO WS-WD-SEVERITY.
           MOVE WS-STATUS-NAME TO WS-WD-STATUS.
           MOVE EXC-FIRST-DATE TO WS-WD-FIRST-DATE.
           IF WS-AGE-DAYS > 9999
               MOVE 9999 TO WS-WD-DAYS
           ELSE
               MOVE WS-AGE-DAYS TO WS-WD-DAYS
           END-IF.
           MOVE EXC-SOURCE TO WS-WD-SOURCE.
           MOVE EXC-ITEM-ID TO WS-WD-ITEM-ID.
           MOVE EXC-REFERENCE TO WS-WD-REFERENCE.
           MOVE EXC-PROBLEM TO WS-WD-PROBLEM.
           MOVE EXC-ASSIGNED-TO TO WS-WD-ASSIGNED.
           MOVE WS-WORKLIST-DETAIL TO WORKLIST-LINE.
           PERFORM PUT-WORKLIST-LINE.
           EXIT SECTION.

       PUT-WORKLIST-LINE SECTION.
           WRITE WORKLIST-LINE.
           IF WS-SHOW-LINES = 'Y'
               DISPLAY WORKLIST-LINE (1:130)
           END-IF.
           EXIT SECTION.

       OPEN-EXCEPTIONS-IO-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN I-O EXCEPTIONS-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE EXCEPTIONS-FILE
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN I-O EXCEPTIONS-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Exceptions file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN I-O EXCEPTIONS-FILE
           END-PERFORM.
           EXIT SECTION.

       OPEN-EXCEPTIONS-INPUT-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN INPUT EXCEPTIONS-FILE.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Exceptions file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN INPUT EXCEPTIONS-FILE
           END-PERFORM.
           EXIT SECTION.

       END PROGRAM EXCEPTIONS.
