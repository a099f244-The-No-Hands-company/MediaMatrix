       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRESS IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRESS-FILE ASSIGN TO "data/progress.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROG-ITEM-ID
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ITEMS-FILE ASSIGN TO "data/items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-TITLE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ITEMS-STATUS.
           SELECT DETAILS-FILE ASSIGN TO "data/item_details.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DET-ITEM-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-DETAILS-STATUS.
           SELECT BACKLOG-FILE ASSIGN TO "data/backlog_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD ITEMS-FILE.
       01 ITEM-RECORD.
           05 ITEM-ID              PIC 9(6).
           05 ITEM-TITLE           PIC X(100).
           05 ITEM-YEAR            PIC 9(4).
           05 ITEM-GENRE-TABLE.
               10 ITEM-GENRE       PIC X(50) OCCURS 5 TIMES.
           05 ITEM-MEDIA-TYPE      PIC X(20).
           05 ITEM-RATING          PIC 9(2).
           05 ITEM-DESCRIPTION     PIC X(500).

       FD DETAILS-FILE.
       01 DETAIL-RECORD.
           05 DET-ITEM-ID          PIC 9(6).
           05 DET-ACQ-DATE         PIC 9(8).
           05 DET-PRICE            PIC 9(5)V99.
           05 DET-VALUE            PIC 9(5)V99.
           05 DET-CONDITION        PIC X(4).
           05 DET-DISPOSITION      PIC X(8).
           05 DET-DISPOSAL-DATE    PIC 9(8).
           05 DET-PROCEEDS         PIC 9(5)V99.
           05 DET-LOCATION         PIC X(10).
           05 FILLER               PIC X(7).

       FD BACKLOG-FILE.
       01 BACKLOG-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-ITEMS-STATUS         PIC X(2).
       01 WS-DETAILS-STATUS       PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RESULT-CODE          PIC 9(4).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-RETRY-COUNT          PIC 9(2).
       01 WS-SLEEP-SECONDS        PIC 9 VALUE 1.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-DAYS           PIC 9(7).
       01 WS-LAST-DAYS            PIC 9(7).
       01 WS-IDLE-DAYS            PIC 9(7).
       01 WS-THIS-YEAR            PIC 9(4).
       01 WS-ITEM-INPUT           PIC 9(6).
       01 WS-ACTION               PIC X.
       01 WS-POSITION             PIC 9(4).
       01 WS-TOTAL                PIC 9(4).
       01 WS-STALL-DAYS           PIC 9(4).
       01 WS-DEFAULT-STALL-DAYS   PIC 9(4) VALUE 90.
       01 WS-PROGRESS-FOUND       PIC X.
       01 WS-DETAILS-OPEN         PIC X.
       01 WS-PROGRESS-OPEN        PIC X.
       01 WS-ITEM-ACTIVE          PIC X.
       01 WS-UNIT-NAME            PIC X(8).
       01 WS-STATUS-NAME          PIC X(11).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ROLE-RC              PIC 9(4).
       01 WS-PROGRESS-DATA.
           05 WS-PG-STATUS         PIC X.
           05 WS-PG-POSITION       PIC 9(4).
           05 WS-PG-TOTAL          PIC 9(4).
           05 WS-PG-START-DATE     PIC 9(8).
           05 WS-PG-FINISH-DATE    PIC 9(8).
           05 WS-PG-TIMES          PIC 9(3).
           05 WS-PG-LAST-DATE      PIC 9(8).
       01 WS-ITEM-TITLE-SAVE      PIC X(100).
       01 WS-ITEM-MEDIA-SAVE      PIC X(20).
       01 WS-TALLY-IDX            PIC 9(3).
       01 WS-GENRE-IDX            PIC 9.
       01 WS-FOUND                PIC X.
       01 WS-BACKLOG-KIND         PIC X.
       01 WS-MEDIA-TYPE-TABLE.
           05 WS-MT-ENTRY OCCURS 9 TIMES.
               10 WS-MT-NAME       PIC X(20).
               10 WS-MT-OWNED      PIC 9(6).
               10 WS-MT-NEVER      PIC 9(6).
               10 WS-MT-ACTIVE     PIC 9(6).
               10 WS-MT-STALLED    PIC 9(6).
               10 WS-MT-FINISHED   PIC 9(6).
       01 WS-GENRE-TALLY-COUNT    PIC 9(3) VALUE 0.
       01 WS-GENRE-TALLY.
           05 WS-GT-ENTRY OCCURS 50 TIMES.
               10 WS-GT-NAME       PIC X(50).
               10 WS-GT-OWNED      PIC 9(6).
               10 WS-GT-NEVER      PIC 9(6).
               10 WS-GT-ACTIVE     PIC 9(6).
               10 WS-GT-STALLED    PIC 9(6).
               10 WS-GT-FINISHED   PIC 9(6).
       01 WS-STALLED-COUNT        PIC 9(3) VALUE 0.
       01 WS-STALLED-TABLE.
           05 WS-ST-ENTRY OCCURS 200 TIMES.
               10 WS-ST-ID         PIC 9(6).
               10 WS-ST-TITLE      PIC X(36).
               10 WS-ST-MEDIA      PIC X(12).
               10 WS-ST-POSITION   PIC 9(4).
               10 WS-ST-LAST-DATE  PIC 9(8).
               10 WS-ST-IDLE       PIC 9(5).
       01 WS-BACKLOG-HEADING1.
           05 FILLER              PIC X(29) VALUE
               "MEDIAMATRIX BACKLOG REPORT - ".
           05 WS-BH-DATE          PIC 9(8).
           05 FILLER              PIC X(22) VALUE
               "   STALLED AFTER ".
           05 WS-BH-DAYS          PIC Z(3)9.
           05 FILLER              PIC X(5)  VALUE " DAYS".
       01 WS-BACKLOG-HEADING2.
           05 WS-BH-LABEL         PIC X(30).
           05 FILLER              PIC X(9)  VALUE "    OWNED".
           05 FILLER              PIC X(11) VALUE "  NOT START".
           05 FILLER              PIC X(10) VALUE "   ACTIVE".
           05 FILLER              PIC X(10) VALUE "   STALLED".
           05 FILLER              PIC X(12) VALUE "   FINISHED ".
           05 WS-BH-YEAR          PIC 9(4).
       01 WS-BACKLOG-RULE         PIC X(86) VALUE ALL "-".
       01 WS-BACKLOG-DETAIL.
           05 WS-BD-LABEL          PIC X(30).
           05 WS-BD-OWNED          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-BD-NEVER          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-BD-ACTIVE         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-BD-STALLED        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-BD-FINISHED       PIC ZZZ,ZZ9.
       01 WS-STALLED-HEADING.
           05 FILLER              PIC X(8)  VALUE "ITEM".
           05 FILLER              PIC X(38) VALUE "TITLE".
           05 FILLER              PIC X(14) VALUE "MEDIA TYPE".
           05 FILLER              PIC X(10) VALUE "POSITION".
           05 FILLER              PIC X(10) VALUE "LAST".
           05 FILLER              PIC X(9)  VALUE "IDLE DAYS".
       01 WS-STALLED-DETAIL.
           05 WS-SD-ID             PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-TITLE          PIC X(36).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-MEDIA          PIC X(12).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-POSITION       PIC Z(7)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-LAST-DATE      PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-IDLE           PIC Z(8)9.

       LINKAGE SECTION.
       01 LS-RETURN-CODE         PIC 9(4).
       01 LS-ITEM-ID             PIC 9(6).
       01 LS-ITEM-TITLE          PIC X(100).
       01 LS-MEDIA-TYPE          PIC X(20).
       01 LS-PROGRESS-DATA.
           05 LS-PG-STATUS         PIC X.
           05 LS-PG-POSITION       PIC 9(4).
           05 LS-PG-TOTAL          PIC 9(4).
           05 LS-PG-START-DATE     PIC 9(8).
           05 LS-PG-FINISH-DATE    PIC 9(8).
           05 LS-PG-TIMES          PIC 9(3).
           05 LS-PG-LAST-DATE      PIC 9(8).
       01 LS-ACTION              PIC X.
       01 LS-POSITION            PIC 9(4).
       01 LS-TOTAL               PIC 9(4).
       01 LS-STALL-DAYS          PIC 9(4).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "sign_on_operator" USING WS-ROLE-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE.
           IF WS-ROLE-RC NOT = 0
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               DISPLAY "=== PROGRESS - Watched / Read / Played ==="
               DISPLAY "1. View Or Update Progress"
               DISPLAY "2. Backlog Report"
               DISPLAY "9. Exit"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM MENU-UPDATE-PROGRESS
                   WHEN 2 PERFORM MENU-BACKLOG-REPORT
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       MENU-UPDATE-PROGRESS SECTION.
           DISPLAY "Enter item ID: " WITH NO ADVANCING.
           ACCEPT WS-ITEM-INPUT.
           PERFORM GET-PROGRESS-PROC.
           IF WS-RESULT-CODE = 2 OR WS-RESULT-CODE = 8
               PERFORM SHOW-PROGRESS-RESULT
               EXIT SECTION
           END-IF.
           PERFORM DISPLAY-PROGRESS.
           MOVE 'C' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "S=Start  U=Update position  F=Finished  "
               "A=Abandoned  R=Reset  (blank to leave)".
           DISPLAY "Action: " WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION.
           IF WS-ACTION = SPACE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-POSITION.
           MOVE WS-PG-TOTAL TO WS-TOTAL.
           IF WS-ACTION = 'S' OR WS-ACTION = 'U'
               DISPLAY WS-UNIT-NAME " reached: " WITH NO ADVANCING
               ACCEPT WS-POSITION
               DISPLAY "Total " WS-UNIT-NAME "s (0 if unknown, "
                   "currently " WS-PG-TOTAL "): " WITH NO ADVANCING
               ACCEPT WS-TOTAL
               IF WS-TOTAL = 0
                   MOVE WS-PG-TOTAL TO WS-TOTAL
               END-IF
           END-IF.
           PERFORM UPDATE-PROGRESS-PROC.
           PERFORM SHOW-PROGRESS-RESULT.
           IF WS-RESULT-CODE = 0
               PERFORM GET-PROGRESS-PROC
               PERFORM DISPLAY-PROGRESS
           END-IF.
           EXIT SECTION.

       SHOW-PROGRESS-RESULT SECTION.
           EVALUATE WS-RESULT-CODE
               WHEN 0 DISPLAY "Progress updated."
               WHEN 2 DISPLAY "Item not found."
               WHEN 3 DISPLAY "Unknown action."
               WHEN 4 DISPLAY "Position is beyond the total."
               WHEN 8 DISPLAY "Progress file is in use by another "
                   "user; try again later."
               WHEN OTHER DISPLAY "Update failed."
           END-EVALUATE.
           EXIT SECTION.

       DISPLAY-PROGRESS SECTION.
           PERFORM SET-STATUS-NAME.
           DISPLAY "Item:        " WS-ITEM-INPUT " "
               WS-ITEM-TITLE-SAVE (1:50).
           DISPLAY "Media Type:  " WS-ITEM-MEDIA-SAVE.
           DISPLAY "Status:      " WS-STATUS-NAME.
           IF WS-PG-TOTAL > 0
               DISPLAY WS-UNIT-NAME ":     " WS-PG-POSITION
                   " of " WS-PG-TOTAL
           ELSE
               DISPLAY WS-UNIT-NAME ":     " WS-PG-POSITION
           END-IF.
           DISPLAY "Started:     " WS-PG-START-DATE.
           DISPLAY "Finished:    " WS-PG-FINISH-DATE.
           DISPLAY "Completed:   " WS-PG-TIMES " time(s)".
           DISPLAY "Last Update: " WS-PG-LAST-DATE.
           EXIT SECTION.

       SET-STATUS-NAME SECTION.
           EVALUATE WS-PG-STATUS
               WHEN 'P' MOVE "IN PROGRESS" TO WS-STATUS-NAME
               WHEN 'F' MOVE "FINISHED" TO WS-STATUS-NAME
               WHEN 'A' MOVE "ABANDONED" TO WS-STATUS-NAME
               WHEN OTHER MOVE "NOT STARTED" TO WS-STATUS-NAME
           END-EVALUATE.
           EXIT SECTION.

       SET-UNIT-NAME SECTION.
           EVALUATE FUNCTION UPPER-CASE (WS-ITEM-MEDIA-SAVE)
               WHEN "TV SERIES"
               WHEN "ANIME"
                   MOVE "Episode" TO WS-UNIT-NAME
               WHEN "MANGA"
               WHEN "COMIC"
               WHEN "MAGAZINE"
                   MOVE "Volume" TO WS-UNIT-NAME
               WHEN "BOOK"
                   MOVE "Chapter" TO WS-UNIT-NAME
               WHEN OTHER
                   MOVE "Position" TO WS-UNIT-NAME
           END-EVALUATE.
           EXIT SECTION.

       MENU-BACKLOG-REPORT SECTION.
           DISPLAY "Stalled after how many days (0 for "
               WS-DEFAULT-STALL-DAYS "): " WITH NO ADVANCING.
           ACCEPT WS-STALL-DAYS.
           PERFORM BACKLOG-REPORT-PROC.
           IF WS-RESULT-CODE = 0
               DISPLAY "Report written to data/backlog_report.txt"
           ELSE
               DISPLAY "Backlog report failed."
           END-IF.
           EXIT SECTION.

       GET-PROGRESS SECTION.
           ENTRY "get_progress" USING LS-RETURN-CODE
                                    LS-ITEM-ID
                                    LS-ITEM-TITLE
                                    LS-MEDIA-TYPE
                                    LS-PROGRESS-DATA.
           MOVE LS-ITEM-ID TO WS-ITEM-INPUT.
           PERFORM GET-PROGRESS-PROC.
           MOVE WS-ITEM-TITLE-SAVE TO LS-ITEM-TITLE.
           MOVE WS-ITEM-MEDIA-SAVE TO LS-MEDIA-TYPE.
           MOVE WS-PROGRESS-DATA TO LS-PROGRESS-DATA.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       GET-PROGRESS-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE SPACES TO WS-ITEM-TITLE-SAVE.
           MOVE SPACES TO WS-ITEM-MEDIA-SAVE.
           MOVE 'N' TO WS-PG-STATUS.
           MOVE 0 TO WS-PG-POSITION.
           MOVE 0 TO WS-PG-TOTAL.
           MOVE 0 TO WS-PG-START-DATE.
           MOVE 0 TO WS-PG-FINISH-DATE.
           MOVE 0 TO WS-PG-TIMES.
           MOVE 0 TO WS-PG-LAST-DATE.
           PERFORM READ-PROGRESS-ITEM.
           IF WS-RESULT-CODE NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM OPEN-PROGRESS-INPUT-RETRY.
           IF WS-FILE-STATUS = "35"
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-ITEM-INPUT TO PROG-ITEM-ID.
           READ PROGRESS-FILE RECORD.
           IF WS-FILE-STATUS = "00"
               PERFORM SAVE-PROGRESS-DATA
           END-IF.
           CLOSE PROGRESS-FILE.
           EXIT SECTION.

       READ-PROGRESS-ITEM SECTION.
           OPEN INPUT ITEMS-FILE.
           IF WS-ITEMS-STATUS NOT = "00"
               MOVE 2 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-ITEM-INPUT TO ITEM-ID.
           READ ITEMS-FILE RECORD.
           IF WS-ITEMS-STATUS = "00" AND WS-ITEM-INPUT > 0
               MOVE ITEM-TITLE TO WS-ITEM-TITLE-SAVE
               MOVE ITEM-MEDIA-TYPE TO WS-ITEM-MEDIA-SAVE
               PERFORM SET-UNIT-NAME
           ELSE
               MOVE 2 TO WS-RESULT-CODE
           END-IF.
           CLOSE ITEMS-FILE.
           EXIT SECTION.

       SAVE-PROGRESS-DATA SECTION.
           MOVE PROG-STATUS TO WS-PG-STATUS.
           MOVE PROG-POSITION TO WS-PG-POSITION.
           MOVE PROG-TOTAL TO WS-PG-TOTAL.
           MOVE PROG-START-DATE TO WS-PG-START-DATE.
           MOVE PROG-FINISH-DATE TO WS-PG-FINISH-DATE.
           MOVE PROG-TIMES-COMPLETED TO WS-PG-TIMES.
           MOVE PROG-LAST-DATE TO WS-PG-LAST-DATE.
           EXIT SECTION.

       UPDATE-PROGRESS SECTION.
           ENTRY "update_progress" USING LS-RETURN-CODE
                                       LS-ITEM-ID
                                       LS-ACTION
                                       LS-POSITION
                                       LS-TOTAL.
           MOVE LS-ITEM-ID TO WS-ITEM-INPUT.
           MOVE LS-ACTION TO WS-ACTION.
           MOVE LS-POSITION TO WS-POSITION.
           MOVE LS-TOTAL TO WS-TOTAL.
           PERFORM UPDATE-PROGRESS-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       UPDATE-PROGRESS-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           IF WS-ACTION NOT = 'S' AND WS-ACTION NOT = 'U'
                   AND WS-ACTION NOT = 'F' AND WS-ACTION NOT = 'A'
                   AND WS-ACTION NOT = 'R'
               MOVE 3 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           PERFORM READ-PROGRESS-ITEM.
           IF WS-RESULT-CODE NOT = 0
               EXIT SECTION
           END-IF.
           IF WS-TOTAL > 0 AND WS-POSITION > WS-TOTAL
               MOVE 4 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "get_operator" USING WS-OPERATOR-ID
                                     WS-OPERATOR-ROLE.
           PERFORM OPEN-PROGRESS-IO-RETRY.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-ITEM-INPUT TO PROG-ITEM-ID.
           READ PROGRESS-FILE RECORD.
           IF WS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-PROGRESS-FOUND
           ELSE
               IF WS-FILE-STATUS = "51"
                   MOVE 8 TO WS-RESULT-CODE
                   CLOSE PROGRESS-FILE
                   EXIT SECTION
               END-IF
               MOVE 'N' TO WS-PROGRESS-FOUND
               INITIALIZE PROGRESS-RECORD
               MOVE WS-ITEM-INPUT TO PROG-ITEM-ID
               MOVE 'N' TO PROG-STATUS
           END-IF.
           IF WS-TOTAL > 0
               MOVE WS-TOTAL TO PROG-TOTAL
           END-IF.
           EVALUATE WS-ACTION
               WHEN 'S'
                   IF PROG-STATUS NOT = 'P'
                       MOVE WS-TODAY TO PROG-START-DATE
                       MOVE 0 TO PROG-FINISH-DATE
                   END-IF
                   MOVE 'P' TO PROG-STATUS
                   MOVE WS-POSITION TO PROG-POSITION
               WHEN 'U'
                   IF PROG-STATUS NOT = 'P'
                       MOVE WS-TODAY TO PROG-START-DATE
                       MOVE 0 TO PROG-FINISH-DATE
                       MOVE 'P' TO PROG-STATUS
                   END-IF
                   MOVE WS-POSITION TO PROG-POSITION
                   IF PROG-TOTAL > 0 AND PROG-POSITION = PROG-TOTAL
                       PERFORM MARK-PROGRESS-FINISHED
                   END-IF
               WHEN 'F'
                   PERFORM MARK-PROGRESS-FINISHED
               WHEN 'A'
                   IF PROG-START-DATE = 0
                       MOVE WS-TODAY TO PROG-START-DATE
                   END-IF
                   MOVE 'A' TO PROG-STATUS
                   MOVE 0 TO PROG-FINISH-DATE
               WHEN 'R'
                   MOVE 'N' TO PROG-STATUS
                   MOVE 0 TO PROG-POSITION
                   MOVE 0 TO PROG-START-DATE
                   MOVE 0 TO PROG-FINISH-DATE
           END-EVALUATE.
           MOVE WS-TODAY TO PROG-LAST-DATE.
           MOVE WS-OPERATOR-ID TO PROG-OPERATOR.
           IF WS-PROGRESS-FOUND = 'Y'
               REWRITE PROGRESS-RECORD
           ELSE
               WRITE PROGRESS-RECORD
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-RESULT-CODE
           END-IF.
           CLOSE PROGRESS-FILE.
           EXIT SECTION.

       MARK-PROGRESS-FINISHED SECTION.
           IF PROG-START-DATE = 0
               MOVE WS-TODAY TO PROG-START-DATE
           END-IF.
           MOVE 'F' TO PROG-STATUS.
           MOVE WS-TODAY TO PROG-FINISH-DATE.
           IF PROG-TOTAL > 0
               MOVE PROG-TOTAL TO PROG-POSITION
           END-IF.
           IF PROG-TIMES-COMPLETED < 999
               ADD 1 TO PROG-TIMES-COMPLETED
           END-IF.
           EXIT SECTION.

       BACKLOG-REPORT SECTION.
           ENTRY "backlog_report" USING LS-RETURN-CODE
                                      LS-STALL-DAYS.
           MOVE LS-STALL-DAYS TO WS-STALL-DAYS.
           PERFORM BACKLOG-REPORT-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       BACKLOG-REPORT-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           IF WS-STALL-DAYS = 0
               MOVE WS-DEFAULT-STALL-DAYS TO WS-STALL-DAYS
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY (1:4) TO WS-THIS-YEAR.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           PERFORM RESET-BACKLOG-TALLIES.
           OPEN INPUT ITEMS-FILE.
           IF WS-ITEMS-STATUS NOT = "00"
               DISPLAY "Cannot open data/items.dat, status "
                   WS-ITEMS-STATUS
               MOVE 1 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-DETAILS-OPEN.
           OPEN INPUT DETAILS-FILE.
           IF WS-DETAILS-STATUS = "00"
               MOVE 'Y' TO WS-DETAILS-OPEN
           END-IF.
           MOVE 'N' TO WS-PROGRESS-OPEN.
           PERFORM OPEN-PROGRESS-INPUT-RETRY.
           IF WS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-PROGRESS-OPEN
           ELSE
               IF WS-FILE-STATUS NOT = "35"
                   MOVE 8 TO WS-RESULT-CODE
               END-IF
           END-IF.
           IF WS-RESULT-CODE = 0
               MOVE 0 TO ITEM-ID
               START ITEMS-FILE KEY IS GREATER THAN ITEM-ID
                   INVALID KEY
                       MOVE "23" TO WS-ITEMS-STATUS
                   NOT INVALID KEY
                       PERFORM TALLY-BACKLOG-ITEM
                           UNTIL WS-ITEMS-STATUS NOT = "00"
               END-START
           END-IF.
           IF WS-PROGRESS-OPEN = 'Y'
               CLOSE PROGRESS-FILE
           END-IF.
           IF WS-DETAILS-OPEN = 'Y'
               CLOSE DETAILS-FILE
           END-IF.
           CLOSE ITEMS-FILE.
           IF WS-RESULT-CODE = 0
               PERFORM WRITE-BACKLOG-REPORT
           END-IF.
           EXIT SECTION.

       RESET-BACKLOG-TALLIES SECTION.
           MOVE "MOVIE" TO WS-MT-NAME (1).
           MOVE "TV SERIES" TO WS-MT-NAME (2).
           MOVE "ANIME" TO WS-MT-NAME (3).
           MOVE "GAME" TO WS-MT-NAME (4).
           MOVE "MANGA" TO WS-MT-NAME (5).
           MOVE "COMIC" TO WS-MT-NAME (6).
           MOVE "BOOK" TO WS-MT-NAME (7).
           MOVE "MAGAZINE" TO WS-MT-NAME (8).
           MOVE "OTHER" TO WS-MT-NAME (9).
           MOVE 0 TO WS-TALLY-IDX.
           PERFORM UNTIL WS-TALLY-IDX = 9
               ADD 1 TO WS-TALLY-IDX
               MOVE 0 TO WS-MT-OWNED (WS-TALLY-IDX)
               MOVE 0 TO WS-MT-NEVER (WS-TALLY-IDX)
               MOVE 0 TO WS-MT-ACTIVE (WS-TALLY-IDX)
               MOVE 0 TO WS-MT-STALLED (WS-TALLY-IDX)
               MOVE 0 TO WS-MT-FINISHED (WS-TALLY-IDX)
           END-PERFORM.
           MOVE 0 TO WS-GENRE-TALLY-COUNT.
           MOVE 0 TO WS-STALLED-COUNT.
           EXIT SECTION.

       TALLY-BACKLOG-ITEM SECTION.
           READ ITEMS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ITEMS-STATUS
               NOT AT END
                   IF ITEM-ID > 0
                       PERFORM CHECK-ITEM-ACTIVE
                       IF WS-ITEM-ACTIVE = 'Y'
                           PERFORM CLASSIFY-BACKLOG-ITEM
                       END-IF
                   END-IF
           END-READ.
           EXIT SECTION.

       CHECK-ITEM-ACTIVE SECTION.
           MOVE 'Y' TO WS-ITEM-ACTIVE.
           IF WS-DETAILS-OPEN = 'Y'
               MOVE ITEM-ID TO DET-ITEM-ID
               READ DETAILS-FILE RECORD
               IF WS-DETAILS-STATUS = "00"
                       AND DET-DISPOSITION NOT = SPACES
                   MOVE 'N' TO WS-ITEM-ACTIVE
               END-IF
           END-IF.
           EXIT SECTION.

       CLASSIFY-BACKLOG-ITEM SECTION.
           MOVE 'N' TO WS-PG-STATUS.
           MOVE 0 TO WS-PG-POSITION.
           MOVE 0 TO WS-PG-START-DATE.
           MOVE 0 TO WS-PG-FINISH-DATE.
           MOVE 0 TO WS-PG-LAST-DATE.
           IF WS-PROGRESS-OPEN = 'Y'
               MOVE ITEM-ID TO PROG-ITEM-ID
               READ PROGRESS-FILE RECORD
               IF WS-FILE-STATUS = "00"
                   PERFORM SAVE-PROGRESS-DATA
               END-IF
           END-IF.
           MOVE SPACE TO WS-BACKLOG-KIND.
           EVALUATE WS-PG-STATUS
               WHEN 'P'
                   MOVE 'A' TO WS-BACKLOG-KIND
                   IF WS-PG-LAST-DATE = 0
                       MOVE WS-PG-START-DATE TO WS-PG-LAST-DATE
                   END-IF
                   MOVE 0 TO WS-IDLE-DAYS
                   IF WS-PG-LAST-DATE > 0
                       COMPUTE WS-LAST-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-PG-LAST-DATE)
                       IF WS-LAST-DAYS > 0
                               AND WS-LAST-DAYS < WS-TODAY-DAYS
                           COMPUTE WS-IDLE-DAYS =
                               WS-TODAY-DAYS - WS-LAST-DAYS
                       END-IF
                   END-IF
                   IF WS-IDLE-DAYS > WS-STALL-DAYS
                       MOVE 'S' TO WS-BACKLOG-KIND
                       PERFORM STORE-STALLED-ITEM
                   END-IF
               WHEN 'F'
                   IF WS-PG-FINISH-DATE (1:4) = WS-THIS-YEAR
                       MOVE 'F' TO WS-BACKLOG-KIND
                   END-IF
               WHEN 'A'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-BACKLOG-KIND
           END-EVALUATE.
           PERFORM TALLY-BACKLOG-MEDIA.
           MOVE 0 TO WS-GENRE-IDX.
           PERFORM UNTIL WS-GENRE-IDX = 5
               ADD 1 TO WS-GENRE-IDX
               IF ITEM-GENRE (WS-GENRE-IDX) NOT = SPACES
                   PERFORM TALLY-BACKLOG-GENRE
               END-IF
           END-PERFORM.
           EXIT SECTION.

       TALLY-BACKLOG-MEDIA SECTION.
           MOVE 0 TO WS-TALLY-IDX.
           MOVE 'N' TO WS-FOUND.
           PERFORM UNTIL WS-TALLY-IDX = 8 OR WS-FOUND = 'Y'
               ADD 1 TO WS-TALLY-IDX
               IF WS-MT-NAME (WS-TALLY-IDX) = ITEM-MEDIA-TYPE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               MOVE 9 TO WS-TALLY-IDX
           END-IF.
           ADD 1 TO WS-MT-OWNED (WS-TALLY-IDX).
           EVALUATE WS-BACKLOG-KIND
               WHEN 'N' ADD 1 TO WS-MT-NEVER (WS-TALLY-IDX)
               WHEN 'A' ADD 1 TO WS-MT-ACTIVE (WS-TALLY-IDX)
               WHEN 'S'
                   ADD 1 TO WS-MT-ACTIVE (WS-TALLY-IDX)
                   ADD 1 TO WS-MT-STALLED (WS-TALLY-IDX)
               WHEN 'F' ADD 1 TO WS-MT-FINISHED (WS-TALLY-IDX)
           END-EVALUATE.
           EXIT SECTION.

       TALLY-BACKLOG-GENRE SECTION.
           MOVE 0 TO WS-TALLY-IDX.
           MOVE 'N' TO WS-FOUND.
           PERFORM UNTIL WS-TALLY-IDX = WS-GENRE-TALLY-COUNT
                   OR WS-FOUND = 'Y'
               ADD 1 TO WS-TALLY-IDX
               IF WS-GT-NAME (WS-TALLY-IDX) = ITEM-GENRE (WS-GENRE-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               IF WS-GENRE-TALLY-COUNT < 50
                   ADD 1 TO WS-GENRE-TALLY-COUNT
                   MOVE WS-GENRE-TALLY-COUNT TO WS-TALLY-IDX
                   MOVE ITEM-GENRE (WS-GENRE-IDX)
                       TO WS-GT-NAME (WS-TALLY-IDX)
                   MOVE 0 TO WS-GT-OWNED (WS-TALLY-IDX)
                   MOVE 0 TO WS-GT-NEVER (WS-TALLY-IDX)
                   MOVE 0 TO WS-GT-ACTIVE (WS-TALLY-IDX)
                   MOVE 0 TO WS-GT-STALLED (WS-TALLY-IDX)
                   MOVE 0 TO WS-GT-FINISHED (WS-TALLY-IDX)
               ELSE
                   DISPLAY "Genre tally table full; report is "
                       "incomplete."
                   EXIT SECTION
               END-IF
           END-IF.
           ADD 1 TO WS-GT-OWNED (WS-TALLY-IDX).
           EVALUATE WS-BACKLOG-KIND
               WHEN 'N' ADD 1 TO WS-GT-NEVER (WS-TALLY-IDX)
               WHEN 'A' ADD 1 TO WS-GT-ACTIVE (WS-TALLY-IDX)
               WHEN 'S'
                   ADD 1 TO WS-GT-ACTIVE (WS-TALLY-IDX)
                   ADD 1 TO WS-GT-STALLED (WS-TALLY-IDX)
               WHEN 'F' ADD 1 TO WS-GT-FINISHED (WS-TALLY-IDX)
           END-EVALUATE.
           EXIT SECTION.

       STORE-STALLED-ITEM SECTION.
           IF WS-STALLED-COUNT < 200
               ADD 1 TO WS-STALLED-COUNT
               MOVE ITEM-ID TO WS-ST-ID (WS-STALLED-COUNT)
               MOVE ITEM-TITLE TO WS-ST-TITLE (WS-STALLED-COUNT)
               MOVE ITEM-MEDIA-TYPE TO WS-ST-MEDIA (WS-STALLED-COUNT)
               MOVE WS-PG-POSITION
                   TO WS-ST-POSITION (WS-STALLED-COUNT)
               MOVE WS-PG-LAST-DATE
                   TO WS-ST-LAST-DATE (WS-STALLED-COUNT)
               IF WS-IDLE-DAYS > 99999
                   MOVE 99999 TO WS-ST-IDLE (WS-STALLED-COUNT)
               ELSE
                   MOVE WS-IDLE-DAYS TO WS-ST-IDLE (WS-STALLED-COUNT)
               END-IF
           END-IF.
           EXIT SECTION.

       WRITE-BACKLOG-REPORT SECTION.
           OPEN OUTPUT BACKLOG-FILE.
           MOVE WS-TODAY TO WS-BH-DATE.
           MOVE WS-STALL-DAYS TO WS-BH-DAYS.
           MOVE WS-BACKLOG-HEADING1 TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE SPACES TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE "BY MEDIA TYPE" TO WS-BH-LABEL.
           MOVE WS-THIS-YEAR TO WS-BH-YEAR.
           MOVE WS-BACKLOG-HEADING2 TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE WS-BACKLOG-RULE TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE 0 TO WS-TALLY-IDX.
           PERFORM UNTIL WS-TALLY-IDX = 9
               ADD 1 TO WS-TALLY-IDX
               MOVE SPACES TO WS-BACKLOG-DETAIL
               MOVE WS-MT-NAME (WS-TALLY-IDX) TO WS-BD-LABEL
               MOVE WS-MT-OWNED (WS-TALLY-IDX) TO WS-BD-OWNED
               MOVE WS-MT-NEVER (WS-TALLY-IDX) TO WS-BD-NEVER
               MOVE WS-MT-ACTIVE (WS-TALLY-IDX) TO WS-BD-ACTIVE
               MOVE WS-MT-STALLED (WS-TALLY-IDX) TO WS-BD-STALLED
               MOVE WS-MT-FINISHED (WS-TALLY-IDX) TO WS-BD-FINISHED
               MOVE WS-BACKLOG-DETAIL TO BACKLOG-LINE
               WRITE BACKLOG-LINE
           END-PERFORM.
           MOVE SPACES TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE "BY GENRE" TO WS-BH-LABEL.
           MOVE WS-BACKLOG-HEADING2 TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE WS-BACKLOG-RULE TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE 0 TO WS-TALLY-IDX.
           PERFORM UNTIL WS-TALLY-IDX = WS-GENRE-TALLY-COUNT
               ADD 1 TO WS-TALLY-IDX
               MOVE SPACES TO WS-BACKLOG-DETAIL
               MOVE WS-GT-NAME (WS-TALLY-IDX) TO WS-BD-LABEL
               MOVE WS-GT-OWNED (WS-TALLY-IDX) TO WS-BD-OWNED
               MOVE WS-GT-NEVER (WS-TALLY-IDX) TO WS-BD-NEVER
               MOVE WS-GT-ACTIVE (WS-TALLY-IDX) TO WS-BD-ACTIVE
               MOVE WS-GT-STALLED (WS-TALLY-IDX) TO WS-BD-STALLED
               MOVE WS-GT-FINISHED (WS-TALLY-IDX) TO WS-BD-FINISHED
               MOVE WS-BACKLOG-DETAIL TO BACKLOG-LINE
               WRITE BACKLOG-LINE
           END-PERFORM.
           MOVE SPACES TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE "STALLED ITEMS" TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE WS-STALLED-HEADING TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE WS-BACKLOG-RULE TO BACKLOG-LINE.
           WRITE BACKLOG-LINE.
           MOVE 0 TO WS-TALLY-IDX.
           PERFORM UNTIL WS-TALLY-IDX = WS-STALLED-COUNT
               ADD 1 TO WS-TALLY-IDX
               MOVE SPACES TO WS-STALLED-DETAIL
               MOVE WS-ST-ID (WS-TALLY-IDX) TO WS-SD-ID
               MOVE WS-ST-TITLE (WS-TALLY-IDX) TO WS-SD-TITLE
               MOVE WS-ST-MEDIA (WS-TALLY-IDX) TO WS-SD-MEDIA
               MOVE WS-ST-POSITION (WS-TALLY-IDX) TO WS-SD-POSITION
               MOVE WS-ST-LAST-DATE (WS-TALLY-IDX) TO WS-SD-LAST-DATE
               MOVE WS-ST-IDLE (WS-TALLY-IDX) TO WS-SD-IDLE
               MOVE WS-STALLED-DETAIL TO BACKLOG-LINE
               WRITE BACKLOG-LINE
           END-PERFORM.
           IF WS-STALLED-COUNT = 0
               MOVE "NONE" TO BACKLOG-LINE
               WRITE BACKLOG-LINE
           END-IF.
           CLOSE BACKLOG-FILE.
           EXIT SECTION.

       OPEN-PROGRESS-IO-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN I-O PROGRESS-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE PROGRESS-FILE
               OPEN OUTPUT PROGRESS-FILE
               CLOSE PROGRESS-FILE
               OPEN I-O PROGRESS-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Progress file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN I-O PROGRESS-FILE
           END-PERFORM.
           EXIT SECTION.

       OPEN-PROGRESS-INPUT-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN INPUT PROGRESS-FILE.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Progress file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN INPUT PROGRESS-FILE
           END-PERFORM.
           EXIT SECTION.

       END PROGRAM PROGRESS.
