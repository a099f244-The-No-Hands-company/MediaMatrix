       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "data/budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
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
           SELECT COPIES-FILE ASSIGN TO "data/item_copies.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COPY-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-COPIES-STATUS.
           SELECT WISHLIST-FILE ASSIGN TO "data/wishlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WISH-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-WISH-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO "data/budget_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           05 BUD-KEY.
               10 BUD-YEAR         PIC 9(4).
               10 BUD-MEDIA-TYPE   PIC X(20).
           05 BUD-YEAR-AMOUNT      PIC 9(7)V99.
           05 BUD-MONTH-TABLE.
               10 BUD-MONTH-AMOUNT PIC 9(6)V99 OCCURS 12 TIMES.
           05 BUD-LAST-DATE        PIC 9(8).
           05 BUD-OPERATOR         PIC X(8).
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

       FD WISHLIST-FILE.
       01 WISH-RECORD.
           05 WISH-ID              PIC 9(6).
           05 WISH-TITLE           PIC X(100).
           05 WISH-MEDIA-TYPE      PIC X(20).
           05 WISH-EXP-PRICE       PIC 9(5)V99.
           05 WISH-PRIORITY        PIC 9.
           05 WISH-STATE           PIC X.
           05 WISH-DATE-ADDED      PIC 9(8).
           05 WISH-DATE-CLOSED     PIC 9(8).

       FD BUDGET-REPORT-FILE.
       01 BUDGET-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-ITEMS-STATUS         PIC X(2).
       01 WS-DETAILS-STATUS       PIC X(2).
       01 WS-COPIES-STATUS        PIC X(2).
       01 WS-WISH-STATUS          PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RESULT-CODE          PIC 9(4).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-RETRY-COUNT          PIC 9(2).
       01 WS-SLEEP-SECONDS        PIC 9 VALUE 1.
       01 WS-TODAY                PIC 9(8).
       01 WS-CURRENT-YEAR         PIC 9(4).
       01 WS-CURRENT-MONTH        PIC 9(2).
       01 WS-REPORT-YEAR          PIC 9(4).
       01 WS-YEAR-INPUT           PIC 9(4).
       01 WS-MEDIA-INPUT          PIC X(20).
       01 WS-MEDIA-UPPER          PIC X(20).
       01 WS-MT-IDX               PIC 9(2).
       01 WS-MT-FOUND-IDX         PIC 9(2).
       01 WS-MONTH-IDX            PIC 9(2).
       01 WS-PRI-IDX              PIC 9(2).
       01 WS-BUDGET-FOUND         PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-SPEND-DATE           PIC 9(8).
       01 WS-SPEND-AMOUNT         PIC 9(5)V99.
       01 WS-SPEND-ITEM-ID        PIC 9(6).
       01 WS-MONTHS-SET           PIC X.
       01 WS-EVEN-MONTH           PIC 9(6)V99.
       01 WS-MONTH-SUM            PIC 9(7)V99.
       01 WS-CHECK-BUDGET         PIC 9(7)V99.
       01 WS-CHECK-SPENT          PIC 9(7)V99.
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ROLE-RC              PIC 9(4).
       01 WS-AMT-INPUT            PIC X(10).
       01 WS-AMT-VALUE            PIC 9(5)V99.
       01 WS-AMT-WHOLE            PIC 9(5).
       01 WS-AMT-CENTS            PIC 9(2).
       01 WS-AMT-DECIMALS         PIC 9.
       01 WS-AMT-IN-CENTS         PIC X.
       01 WS-AMT-IDX              PIC 9(2).
       01 WS-AMT-CHAR             PIC X.
       01 WS-AMT-DIGIT REDEFINES WS-AMT-CHAR PIC 9.
       01 WS-AMOUNT-DISPLAY       PIC Z,ZZZ,ZZ9.99.
       01 WS-MONTH-NAMES          PIC X(36) VALUE
           "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
           05 WS-MONTH-NAME        PIC X(3) OCCURS 12 TIMES.
       01 WS-MEDIA-TYPE-TABLE.
           05 WS-MT-ENTRY OCCURS 10 TIMES.
               10 WS-MT-NAME           PIC X(20).
               10 WS-MT-BUDGET-KIND    PIC X.
               10 WS-MT-YEAR-BUDGET    PIC 9(8)V99.
               10 WS-MT-MONTH-BUDGET   PIC 9(8)V99 OCCURS 12 TIMES.
               10 WS-MT-MONTH-ACTUAL   PIC 9(8)V99 OCCURS 12 TIMES.
               10 WS-MT-COMMITTED      PIC 9(8)V99 OCCURS 9 TIMES.
       01 WS-BLOCK-TOTALS.
           05 WS-BLK-ACTUAL        PIC 9(8)V99.
           05 WS-BLK-COMMITTED     PIC 9(8)V99.
           05 WS-BLK-YTD-BUDGET    PIC 9(8)V99.
           05 WS-BLK-YTD-ACTUAL    PIC 9(8)V99.
           05 WS-BLK-REMAINING     PIC S9(8)V99.
           05 WS-BLK-RUN-RATE      PIC 9(8)V99.
           05 WS-BLK-RUN-REST      PIC 9(8)V99.
           05 WS-BLK-PROJECTED     PIC 9(8)V99.
           05 WS-BLK-OVERRUN       PIC 9(8)V99.
           05 WS-BLK-ACTIVITY      PIC 9(8)V99.
       01 WS-BLOCK-COUNT          PIC 9(2).
       01 WS-REPORT-HEADING1.
           05 FILLER              PIC X(30) VALUE
               "MEDIAMATRIX BUDGET REPORT FOR ".
           05 WS-RH-YEAR          PIC 9(4).
           05 FILLER              PIC X(10) VALUE "  - RUN ".
           05 WS-RH-DATE          PIC 9(8).
       01 WS-REPORT-RULE          PIC X(100) VALUE ALL "-".
       01 WS-BLOCK-HEADING.
           05 FILLER              PIC X(12) VALUE "MEDIA TYPE: ".
           05 WS-BH-NAME          PIC X(20).
           05 FILLER              PIC X(14) VALUE "  YEAR BUDGET ".
           05 WS-BH-BUDGET        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WS-BH-KIND          PIC X(20).
       01 WS-MONTH-HEADING.
           05 FILLER              PIC X(9)  VALUE "MONTH".
           05 FILLER              PIC X(14) VALUE "      BUDGET".
           05 FILLER              PIC X(14) VALUE "      ACTUAL".
           05 FILLER              PIC X(15) VALUE "    REMAINING".
           05 FILLER              PIC X(14) VALUE "  YTD BUDGET".
           05 FILLER              PIC X(14) VALUE "  YTD ACTUAL".
           05 FILLER              PIC X(15) VALUE "  YTD REMAINING".
       01 WS-MONTH-DETAIL.
           05 WS-MD-MONTH          PIC X(9).
           05 WS-MD-BUDGET         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-ACTUAL         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-REMAINING      PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-YTD-BUDGET     PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-YTD-ACTUAL     PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-YTD-REMAINING  PIC Z,ZZZ,ZZ9.99-.
       01 WS-MONTH-REMAINING      PIC S9(8)V99.
       01 WS-YTD-REMAINING        PIC S9(8)V99.
       01 WS-SUMMARY-DETAIL.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-LABEL          PIC X(34).
           05 WS-SD-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
       01 WS-PRIORITY-LABEL.
           05 FILLER               PIC X(21) VALUE
               "COMMITTED PRIORITY ".
           05 WS-PL-PRIORITY       PIC 9.

       LINKAGE SECTION.
       01 LS-RETURN-CODE         PIC 9(4).
       01 LS-MEDIA-TYPE          PIC X(20).
       01 LS-AMOUNT              PIC 9(5)V99.
       01 LS-DATE                PIC 9(8).
       01 LS-BUDGET              PIC 9(7)V99.
       01 LS-SPENT               PIC 9(7)V99.
       01 LS-YEAR                PIC 9(4).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "sign_on_operator" USING WS-ROLE-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE.
           IF WS-ROLE-RC NOT = 0
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               DISPLAY "=== BUDGET - Acquisition Budget ==="
               DISPLAY "1. Set Budget"
               DISPLAY "2. List Budgets"
               DISPLAY "3. Budget Report"
               DISPLAY "9. Exit"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM MENU-SET-BUDGET
                   WHEN 2 PERFORM MENU-LIST-BUDGETS
                   WHEN 3 PERFORM MENU-BUDGET-REPORT
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       MENU-SET-BUDGET SECTION.
           MOVE 'S' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM ACCEPT-BUDGET-YEAR.
           DISPLAY "Media type: " WITH NO ADVANCING.
           ACCEPT WS-MEDIA-INPUT.
           PERFORM INITIALIZE-MEDIA-TYPES.
           PERFORM FIND-MEDIA-INDEX.
           IF WS-MT-FOUND-IDX = 0
               DISPLAY "Media type must be one of: MOVIE, TV SERIES, "
                   "ANIME, GAME, MANGA, COMIC, BOOK, MAGAZINE, OTHER."
               EXIT SECTION
           END-IF.
           PERFORM OPEN-BUDGET-IO-RETRY.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Budget file is in use by another user; "
                   "try again later."
               EXIT SECTION
           END-IF.
           MOVE WS-REPORT-YEAR TO BUD-YEAR.
           MOVE WS-MT-NAME (WS-MT-FOUND-IDX) TO BUD-MEDIA-TYPE.
           READ BUDGET-FILE RECORD.
           IF WS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-BUDGET-FOUND
               MOVE BUD-YEAR-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "Current year budget: " WS-AMOUNT-DISPLAY
           ELSE
               MOVE 'N' TO WS-BUDGET-FOUND
               INITIALIZE BUDGET-RECORD
               MOVE WS-REPORT-YEAR TO BUD-YEAR
               MOVE WS-MT-NAME (WS-MT-FOUND-IDX) TO BUD-MEDIA-TYPE
           END-IF.
           DISPLAY "Yearly amount (e.g. 600.00, 0 to total the "
               "months): " WITH NO ADVANCING.
           ACCEPT WS-AMT-INPUT.
           PERFORM EDIT-AMOUNT-INPUT.
           MOVE WS-AMT-VALUE TO BUD-YEAR-AMOUNT.
           DISPLAY "Enter monthly amounts (Y/N, N spreads the year "
               "evenly): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE 0 TO WS-MONTH-IDX.
           PERFORM UNTIL WS-MONTH-IDX = 12
               ADD 1 TO WS-MONTH-IDX
               MOVE 0 TO BUD-MONTH-AMOUNT (WS-MONTH-IDX)
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   DISPLAY "  " WS-MONTH-NAME (WS-MONTH-IDX) ": "
                       WITH NO ADVANCING
                   ACCEPT WS-AMT-INPUT
                   PERFORM EDIT-AMOUNT-INPUT
                   MOVE WS-AMT-VALUE TO BUD-MONTH-AMOUNT (WS-MONTH-IDX)
               END-IF
           END-PERFORM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO BUD-LAST-DATE.
           CALL "get_operator" USING WS-OPERATOR-ID
                                     WS-OPERATOR-ROLE.
           MOVE WS-OPERATOR-ID TO BUD-OPERATOR.
           IF WS-BUDGET-FOUND = 'Y'
               REWRITE BUDGET-RECORD
           ELSE
               WRITE BUDGET-RECORD
           END-IF.
           IF WS-FILE-STATUS = "00"
               DISPLAY "Budget saved."
           ELSE
               DISPLAY "Budget could not be saved, status "
                   WS-FILE-STATUS
           END-IF.
           CLOSE BUDGET-FILE.
           EXIT SECTION.

       ACCEPT-BUDGET-YEAR SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY (1:4) TO WS-CURRENT-YEAR.
           DISPLAY "Budget year (0 for " WS-CURRENT-YEAR "): "
               WITH NO ADVANCING.
           ACCEPT WS-YEAR-INPUT.
           IF WS-YEAR-INPUT = 0
               MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
           ELSE
               MOVE WS-YEAR-INPUT TO WS-REPORT-YEAR
           END-IF.
           EXIT SECTION.

       MENU-LIST-BUDGETS SECTION.
           PERFORM ACCEPT-BUDGET-YEAR.
           PERFORM OPEN-BUDGET-INPUT-RETRY.
           IF WS-FILE-STATUS = "35"
               DISPLAY "No budgets have been set."
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Budget file is in use by another user; "
                   "try again later."
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-BLOCK-COUNT.
           MOVE WS-REPORT-YEAR TO BUD-YEAR.
           MOVE LOW-VALUES TO BUD-MEDIA-TYPE.
           START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
               INVALID KEY
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   PERFORM LIST-ONE-BUDGET
                       UNTIL WS-FILE-STATUS NOT = "00"
           END-START.
           CLOSE BUDGET-FILE.
           IF WS-BLOCK-COUNT = 0
               DISPLAY "No budgets set for " WS-REPORT-YEAR "."
           END-IF.
           EXIT SECTION.

       LIST-ONE-BUDGET SECTION.
           READ BUDGET-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF BUD-YEAR NOT = WS-REPORT-YEAR
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-BLOCK-COUNT
                       PERFORM TOTAL-BUDGET-MONTHS
                       IF BUD-YEAR-AMOUNT > 0
                           MOVE BUD-YEAR-AMOUNT TO WS-AMOUNT-DISPLAY
                       ELSE
                           MOVE WS-MONTH-SUM TO WS-AMOUNT-DISPLAY
                       END-IF
                       IF WS-MONTHS-SET = 'Y'
                           DISPLAY BUD-MEDIA-TYPE " "
                               WS-AMOUNT-DISPLAY "  MONTHLY AMOUNTS"
                       ELSE
                           DISPLAY BUD-MEDIA-TYPE " "
                               WS-AMOUNT-DISPLAY "  SPREAD EVENLY"
                       END-IF
                   END-IF
           END-READ.
           EXIT SECTION.

       TOTAL-BUDGET-MONTHS SECTION.
           MOVE 0 TO WS-MONTH-SUM.
           MOVE 'N' TO WS-MONTHS-SET.
           MOVE 0 TO WS-MONTH-IDX.
           PERFORM UNTIL WS-MONTH-IDX = 12
               ADD 1 TO WS-MONTH-IDX
               IF BUD-MONTH-AMOUNT (WS-MONTH-IDX) > 0
                   MOVE 'Y' TO WS-MONTHS-SET
                   ADD BUD-MONTH-AMOUNT (WS-MONTH-IDX) TO WS-MONTH-SUM
               END-IF
           END-PERFORM.
           EXIT SECTION.

       MENU-BUDGET-REPORT SECTION.
           PERFORM ACCEPT-BUDGET-YEAR.
           PERFORM BUDGET-REPORT-PROC.
           EVALUATE WS-RESULT-CODE
               WHEN 0
                   DISPLAY "Report written to data/budget_report.txt"
               WHEN 8
                   DISPLAY "A file is in use by another user; "
                       "try again later."
               WHEN OTHER
                   DISPLAY "Budget report failed."
           END-EVALUATE.
           EXIT SECTION.

       BUDGET-REPORT SECTION.
           ENTRY "budget_report" USING LS-RETURN-CODE
                                     LS-YEAR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF LS-YEAR = 0
               MOVE WS-TODAY (1:4) TO WS-REPORT-YEAR
           ELSE
               MOVE LS-YEAR TO WS-REPORT-YEAR
           END-IF.
           PERFORM BUDGET-REPORT-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       BUDGET-REPORT-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY (1:4) TO WS-CURRENT-YEAR.
           MOVE WS-TODAY (5:2) TO WS-CURRENT-MONTH.
           PERFORM INITIALIZE-MEDIA-TYPES.
           PERFORM LOAD-BUDGETS.
           IF WS-RESULT-CODE = 0
               PERFORM SCAN-ACTUAL-SPEND
           END-IF.
           IF WS-RESULT-CODE = 0
               PERFORM SCAN-COMMITTED-SPEND
           END-IF.
           IF WS-RESULT-CODE = 0
               PERFORM TOTAL-ALL-MEDIA
               PERFORM WRITE-BUDGET-REPORT
           END-IF.
           EXIT SECTION.

       INITIALIZE-MEDIA-TYPES SECTION.
           INITIALIZE WS-MEDIA-TYPE-TABLE.
           MOVE "MOVIE" TO WS-MT-NAME (1).
           MOVE "TV SERIES" TO WS-MT-NAME (2).
           MOVE "ANIME" TO WS-MT-NAME (3).
           MOVE "GAME" TO WS-MT-NAME (4).
           MOVE "MANGA" TO WS-MT-NAME (5).
           MOVE "COMIC" TO WS-MT-NAME (6).
           MOVE "BOOK" TO WS-MT-NAME (7).
           MOVE "MAGAZINE" TO WS-MT-NAME (8).
           MOVE "OTHER" TO WS-MT-NAME (9).
           MOVE "ALL MEDIA TYPES" TO WS-MT-NAME (10).
           MOVE 0 TO WS-MT-IDX.
           PERFORM UNTIL WS-MT-IDX = 10
               ADD 1 TO WS-MT-IDX
               MOVE 'N' TO WS-MT-BUDGET-KIND (WS-MT-IDX)
           END-PERFORM.
           EXIT SECTION.

       FIND-MEDIA-INDEX SECTION.
           MOVE FUNCTION UPPER-CASE (WS-MEDIA-INPUT) TO WS-MEDIA-UPPER.
           MOVE 0 TO WS-MT-FOUND-IDX.
           MOVE 0 TO WS-MT-IDX.
           PERFORM UNTIL WS-MT-IDX = 9 OR WS-MT-FOUND-IDX > 0
               ADD 1 TO WS-MT-IDX
               IF WS-MT-NAME (WS-MT-IDX) = WS-MEDIA-UPPER
                   MOVE WS-MT-IDX TO WS-MT-FOUND-IDX
               END-IF
           END-PERFORM.
           EXIT SECTION.

       MEDIA-INDEX-OR-OTHER SECTION.
           PERFORM FIND-MEDIA-INDEX.
           IF WS-MT-FOUND-IDX = 0
               MOVE 9 TO WS-MT-FOUND-IDX
           END-IF.
           EXIT SECTION.

       LOAD-BUDGETS SECTION.
           PERFORM OPEN-BUDGET-INPUT-RETRY.
           IF WS-FILE-STATUS = "35"
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-REPORT-YEAR TO BUD-YEAR.
           MOVE LOW-VALUES TO BUD-MEDIA-TYPE.
           START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
               INVALID KEY
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   PERFORM LOAD-ONE-BUDGET
                       UNTIL WS-FILE-STATUS NOT = "00"
           END-START.
           CLOSE BUDGET-FILE.
           EXIT SECTION.

       LOAD-ONE-BUDGET SECTION.
           READ BUDGET-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF BUD-YEAR NOT = WS-REPORT-YEAR
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE
                       MOVE BUD-MEDIA-TYPE TO WS-MEDIA-INPUT
                       PERFORM MEDIA-INDEX-OR-OTHER
                       PERFORM STORE-BUDGET-AMOUNTS
                   END-IF
           END-READ.
           EXIT SECTION.

       STORE-BUDGET-AMOUNTS SECTION.
           PERFORM TOTAL-BUDGET-MONTHS.
           IF WS-MONTHS-SET = 'Y'
               MOVE 'M' TO WS-MT-BUDGET-KIND (WS-MT-FOUND-IDX)
               MOVE 0 TO WS-MONTH-IDX
               PERFORM UNTIL WS-MONTH-IDX = 12
                   ADD 1 TO WS-MONTH-IDX
                   ADD BUD-MONTH-AMOUNT (WS-MONTH-IDX)
                       TO WS-MT-MONTH-BUDGET (WS-MT-FOUND-IDX,
                                              WS-MONTH-IDX)
               END-PERFORM
               IF BUD-YEAR-AMOUNT > 0
                   ADD BUD-YEAR-AMOUNT
                       TO WS-MT-YEAR-BUDGET (WS-MT-FOUND-IDX)
               ELSE
                   ADD WS-MONTH-SUM
                       TO WS-MT-YEAR-BUDGET (WS-MT-FOUND-IDX)
               END-IF
           ELSE
               IF WS-MT-BUDGET-KIND (WS-MT-FOUND-IDX) = 'N'
                   MOVE 'E' TO WS-MT-BUDGET-KIND (WS-MT-FOUND-IDX)
               END-IF
               ADD BUD-YEAR-AMOUNT
                   TO WS-MT-YEAR-BUDGET (WS-MT-FOUND-IDX)
               COMPUTE WS-EVEN-MONTH = BUD-YEAR-AMOUNT / 12
               MOVE 0 TO WS-MONTH-IDX
               PERFORM UNTIL WS-MONTH-IDX = 11
                   ADD 1 TO WS-MONTH-IDX
                   ADD WS-EVEN-MONTH
                       TO WS-MT-MONTH-BUDGET (WS-MT-FOUND-IDX,
                                              WS-MONTH-IDX)
               END-PERFORM
               COMPUTE WS-MT-MONTH-BUDGET (WS-MT-FOUND-IDX, 12) =
                   WS-MT-MONTH-BUDGET (WS-MT-FOUND-IDX, 12)
                   + BUD-YEAR-AMOUNT - (WS-EVEN-MONTH * 11)
           END-IF.
           EXIT SECTION.

       SCAN-ACTUAL-SPEND SECTION.
           OPEN INPUT ITEMS-FILE.
           IF WS-ITEMS-STATUS NOT = "00"
               DISPLAY "Cannot open data/items.dat, status "
                   WS-ITEMS-STATUS
               MOVE 1 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           OPEN INPUT DETAILS-FILE.
           IF WS-DETAILS-STATUS = "00"
               MOVE 0 TO DET-ITEM-ID
               START DETAILS-FILE KEY IS GREATER THAN DET-ITEM-ID
                   INVALID KEY
                       MOVE "23" TO WS-DETAILS-STATUS
                   NOT INVALID KEY
                       PERFORM TALLY-DETAIL-SPEND
                           UNTIL WS-DETAILS-STATUS NOT = "00"
               END-START
               CLOSE DETAILS-FILE
           END-IF.
           OPEN INPUT COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE LOW-VALUES TO COPY-KEY
               START COPIES-FILE KEY IS GREATER THAN COPY-KEY
                   INVALID KEY
                       MOVE "23" TO WS-COPIES-STATUS
                   NOT INVALID KEY
                       PERFORM TALLY-COPY-SPEND
                           UNTIL WS-COPIES-STATUS NOT = "00"
               END-START
               CLOSE COPIES-FILE
           END-IF.
           CLOSE ITEMS-FILE.
           EXIT SECTION.

       TALLY-DETAIL-SPEND SECTION.
           READ DETAILS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DETAILS-STATUS
               NOT AT END
                   IF DET-ACQ-DATE (1:4) = WS-REPORT-YEAR
                           AND DET-PRICE > 0
                           AND DET-DISPOSITION NOT = "MERGED"
                       MOVE DET-ITEM-ID TO WS-SPEND-ITEM-ID
                       MOVE DET-ACQ-DATE TO WS-SPEND-DATE
                       MOVE DET-PRICE TO WS-SPEND-AMOUNT
                       PERFORM ADD-ACTUAL-SPEND
                   END-IF
           END-READ.
           EXIT SECTION.

       TALLY-COPY-SPEND SECTION.
           READ COPIES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COPIES-STATUS
               NOT AT END
                   IF COPY-NO > 1
                           AND COPY-ACQ-DATE (1:4) = WS-REPORT-YEAR
                           AND COPY-PRICE > 0
                           AND COPY-DISPOSITION NOT = "MERGED"
                       MOVE COPY-ITEM-ID TO WS-SPEND-ITEM-ID
                       MOVE COPY-ACQ-DATE TO WS-SPEND-DATE
                       MOVE COPY-PRICE TO WS-SPEND-AMOUNT
                       PERFORM ADD-ACTUAL-SPEND
                   END-IF
           END-READ.
           EXIT SECTION.

       ADD-ACTUAL-SPEND SECTION.
           MOVE WS-SPEND-ITEM-ID TO ITEM-ID.
           READ ITEMS-FILE RECORD.
           IF WS-ITEMS-STATUS = "00"
               MOVE ITEM-MEDIA-TYPE TO WS-MEDIA-INPUT
           ELSE
               MOVE "OTHER" TO WS-MEDIA-INPUT
           END-IF.
           MOVE "00" TO WS-ITEMS-STATUS.
           PERFORM MEDIA-INDEX-OR-OTHER.
           MOVE WS-SPEND-DATE (5:2) TO WS-MONTH-IDX.
           IF WS-MONTH-IDX < 1 OR WS-MONTH-IDX > 12
               MOVE 1 TO WS-MONTH-IDX
           END-IF.
           ADD WS-SPEND-AMOUNT
               TO WS-MT-MONTH-ACTUAL (WS-MT-FOUND-IDX, WS-MONTH-IDX).
           EXIT SECTION.

       SCAN-COMMITTED-SPEND SECTION.
           OPEN INPUT WISHLIST-FILE.
           IF WS-WISH-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WISH-ID.
           START WISHLIST-FILE KEY IS GREATER THAN WISH-ID
               INVALID KEY
                   MOVE "23" TO WS-WISH-STATUS
               NOT INVALID KEY
                   PERFORM TALLY-COMMITTED-WISH
                       UNTIL WS-WISH-STATUS NOT = "00"
           END-START.
           CLOSE WISHLIST-FILE.
           EXIT SECTION.

       TALLY-COMMITTED-WISH SECTION.
           READ WISHLIST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-WISH-STATUS
               NOT AT END
                   IF WISH-STATE = 'W' AND WISH-EXP-PRICE > 0
                       MOVE WISH-MEDIA-TYPE TO WS-MEDIA-INPUT
                       PERFORM MEDIA-INDEX-OR-OTHER
                       MOVE WISH-PRIORITY TO WS-PRI-IDX
                       IF WS-PRI-IDX < 1
                           MOVE 9 TO WS-PRI-IDX
                       END-IF
                       ADD WISH-EXP-PRICE
                           TO WS-MT-COMMITTED (WS-MT-FOUND-IDX,
                                               WS-PRI-IDX)
                   END-IF
           END-READ.
           EXIT SECTION.

       TOTAL-ALL-MEDIA SECTION.
           MOVE 0 TO WS-MT-IDX.
           PERFORM UNTIL WS-MT-IDX = 9
               ADD 1 TO WS-MT-IDX
               IF WS-MT-BUDGET-KIND (WS-MT-IDX) NOT = 'N'
                   MOVE 'M' TO WS-MT-BUDGET-KIND (10)
               END-IF
               ADD WS-MT-YEAR-BUDGET (WS-MT-IDX)
                   TO WS-MT-YEAR-BUDGET (10)
               MOVE 0 TO WS-MONTH-IDX
               PERFORM UNTIL WS-MONTH-IDX = 12
                   ADD 1 TO WS-MONTH-IDX
                   ADD WS-MT-MONTH-BUDGET (WS-MT-IDX, WS-MONTH-IDX)
                       TO WS-MT-MONTH-BUDGET (10, WS-MONTH-IDX)
                   ADD WS-MT-MONTH-ACTUAL (WS-MT-IDX, WS-MONTH-IDX)
                       TO WS-MT-MONTH-ACTUAL (10, WS-MONTH-IDX)
               END-PERFORM
               MOVE 0 TO WS-PRI-IDX
               PERFORM UNTIL WS-PRI-IDX = 9
                   ADD 1 TO WS-PRI-IDX
                   ADD WS-MT-COMMITTED (WS-MT-IDX, WS-PRI-IDX)
                       TO WS-MT-COMMITTED (10, WS-PRI-IDX)
               END-PERFORM
           END-PERFORM.
           EXIT SECTION.

       WRITE-BUDGET-REPORT SECTION.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Cannot open data/budget_report.txt, status "
                   WS-REPORT-STATUS
               MOVE 1 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-REPORT-YEAR TO WS-RH-YEAR.
           MOVE WS-TODAY TO WS-RH-DATE.
           MOVE WS-REPORT-HEADING1 TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE WS-REPORT-RULE TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE 0 TO WS-BLOCK-COUNT.
           MOVE 0 TO WS-MT-IDX.
           PERFORM UNTIL WS-MT-IDX = 9
               ADD 1 TO WS-MT-IDX
               PERFORM TOTAL-BUDGET-BLOCK
               IF WS-MT-BUDGET-KIND (WS-MT-IDX) NOT = 'N'
                       OR WS-BLK-ACTIVITY > 0
                   ADD 1 TO WS-BLOCK-COUNT
                   PERFORM WRITE-BUDGET-BLOCK
               END-IF
           END-PERFORM.
           IF WS-BLOCK-COUNT = 0
               MOVE SPACES TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
               MOVE "NO BUDGET, SPEND OR OPEN WISHLIST ENTRIES"
                   TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
           ELSE
               MOVE 10 TO WS-MT-IDX
               PERFORM TOTAL-BUDGET-BLOCK
               PERFORM WRITE-BUDGET-BLOCK
           END-IF.
           CLOSE BUDGET-REPORT-FILE.
           EXIT SECTION.

       TOTAL-BUDGET-BLOCK SECTION.
           MOVE 0 TO WS-BLK-ACTUAL.
           MOVE 0 TO WS-BLK-COMMITTED.
           MOVE 0 TO WS-MONTH-IDX.
           PERFORM UNTIL WS-MONTH-IDX = 12
               ADD 1 TO WS-MONTH-IDX
               ADD WS-MT-MONTH-ACTUAL (WS-MT-IDX, WS-MONTH-IDX)
                   TO WS-BLK-ACTUAL
           END-PERFORM.
           MOVE 0 TO WS-PRI-IDX.
           PERFORM UNTIL WS-PRI-IDX = 9
               ADD 1 TO WS-PRI-IDX
               ADD WS-MT-COMMITTED (WS-MT-IDX, WS-PRI-IDX)
                   TO WS-BLK-COMMITTED
           END-PERFORM.
           COMPUTE WS-BLK-ACTIVITY = WS-BLK-ACTUAL + WS-BLK-COMMITTED.
           COMPUTE WS-BLK-REMAINING = WS-MT-YEAR-BUDGET (WS-MT-IDX)
               - WS-BLK-ACTUAL - WS-BLK-COMMITTED.
           EVALUATE TRUE
               WHEN WS-REPORT-YEAR < WS-CURRENT-YEAR
                   MOVE WS-BLK-ACTUAL TO WS-BLK-PROJECTED
               WHEN WS-REPORT-YEAR > WS-CURRENT-YEAR
                   MOVE WS-BLK-COMMITTED TO WS-BLK-PROJECTED
               WHEN OTHER
                   COMPUTE WS-BLK-RUN-RATE =
                       WS-BLK-ACTUAL / WS-CURRENT-MONTH
                   COMPUTE WS-BLK-RUN-REST =
                       WS-BLK-RUN-RATE * (12 - WS-CURRENT-MONTH)
                   IF WS-BLK-COMMITTED > WS-BLK-RUN-REST
                       MOVE WS-BLK-COMMITTED TO WS-BLK-RUN-REST
                   END-IF
                   COMPUTE WS-BLK-PROJECTED =
                       WS-BLK-ACTUAL + WS-BLK-RUN-REST
           END-EVALUATE.
           IF WS-BLK-PROJECTED > WS-MT-YEAR-BUDGET (WS-MT-IDX)
               COMPUTE WS-BLK-OVERRUN = WS-BLK-PROJECTED
                   - WS-MT-YEAR-BUDGET (WS-MT-IDX)
           ELSE
               MOVE 0 TO WS-BLK-OVERRUN
           END-IF.
           EXIT SECTION.

       WRITE-BUDGET-BLOCK SECTION.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE WS-MT-NAME (WS-MT-IDX) TO WS-BH-NAME.
           MOVE WS-MT-YEAR-BUDGET (WS-MT-IDX) TO WS-BH-BUDGET.
           EVALUATE WS-MT-BUDGET-KIND (WS-MT-IDX)
               WHEN 'M' MOVE "MONTHLY AMOUNTS" TO WS-BH-KIND
               WHEN 'E' MOVE "SPREAD EVENLY" TO WS-BH-KIND
               WHEN OTHER MOVE "NO BUDGET SET" TO WS-BH-KIND
           END-EVALUATE.
           IF WS-MT-IDX = 10
               MOVE SPACES TO WS-BH-KIND
           END-IF.
           MOVE WS-BLOCK-HEADING TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE WS-MONTH-HEADING TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE WS-REPORT-RULE TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE 0 TO WS-BLK-YTD-BUDGET.
           MOVE 0 TO WS-BLK-YTD-ACTUAL.
           MOVE 0 TO WS-MONTH-IDX.
           PERFORM UNTIL WS-MONTH-IDX = 12
               ADD 1 TO WS-MONTH-IDX
               PERFORM WRITE-BUDGET-MONTH
           END-PERFORM.
           MOVE SPACES TO WS-MONTH-DETAIL.
           MOVE "TOTAL" TO WS-MD-MONTH.
           MOVE WS-MT-YEAR-BUDGET (WS-MT-IDX) TO WS-MD-BUDGET.
           MOVE WS-BLK-ACTUAL TO WS-MD-ACTUAL.
           COMPUTE WS-MONTH-REMAINING =
               WS-MT-YEAR-BUDGET (WS-MT-IDX) - WS-BLK-ACTUAL.
           MOVE WS-MONTH-REMAINING TO WS-MD-REMAINING.
           MOVE WS-MONTH-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE 0 TO WS-PRI-IDX.
           PERFORM UNTIL WS-PRI-IDX = 9
               ADD 1 TO WS-PRI-IDX
               IF WS-MT-COMMITTED (WS-MT-IDX, WS-PRI-IDX) > 0
                   MOVE WS-PRI-IDX TO WS-PL-PRIORITY
                   MOVE WS-PRIORITY-LABEL TO WS-SD-LABEL
                   MOVE WS-MT-COMMITTED (WS-MT-IDX, WS-PRI-IDX)
                       TO WS-SD-AMOUNT
                   MOVE WS-SUMMARY-DETAIL TO BUDGET-REPORT-LINE
                   WRITE BUDGET-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE "COMMITTED (OPEN WISHLIST)" TO WS-SD-LABEL.
           MOVE WS-BLK-COMMITTED TO WS-SD-AMOUNT.
           MOVE WS-SUMMARY-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE "REMAINING AFTER COMMITTED" TO WS-SD-LABEL.
           MOVE WS-BLK-REMAINING TO WS-SD-AMOUNT.
           MOVE WS-SUMMARY-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE "PROJECTED YEAR-END SPEND" TO WS-SD-LABEL.
           MOVE WS-BLK-PROJECTED TO WS-SD-AMOUNT.
           MOVE WS-SUMMARY-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE "PROJECTED YEAR-END OVERRUN" TO WS-SD-LABEL.
           MOVE WS-BLK-OVERRUN TO WS-SD-AMOUNT.
           MOVE WS-SUMMARY-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           EXIT SECTION.

       WRITE-BUDGET-MONTH SECTION.
           ADD WS-MT-MONTH-BUDGET (WS-MT-IDX, WS-MONTH-IDX)
               TO WS-BLK-YTD-BUDGET.
           ADD WS-MT-MONTH-ACTUAL (WS-MT-IDX, WS-MONTH-IDX)
               TO WS-BLK-YTD-ACTUAL.
           MOVE SPACES TO WS-MONTH-DETAIL.
           MOVE WS-MONTH-NAME (WS-MONTH-IDX) TO WS-MD-MONTH.
           MOVE WS-MT-MONTH-BUDGET (WS-MT-IDX, WS-MONTH-IDX)
               TO WS-MD-BUDGET.
           MOVE WS-MT-MONTH-ACTUAL (WS-MT-IDX, WS-MONTH-IDX)
               TO WS-MD-ACTUAL.
           COMPUTE WS-MONTH-REMAINING =
               WS-MT-MONTH-BUDGET (WS-MT-IDX, WS-MONTH-IDX)
               - WS-MT-MONTH-ACTUAL (WS-MT-IDX, WS-MONTH-IDX).
           MOVE WS-MONTH-REMAINING TO WS-MD-REMAINING.
           MOVE WS-BLK-YTD-BUDGET TO WS-MD-YTD-BUDGET.
           MOVE WS-BLK-YTD-ACTUAL TO WS-MD-YTD-ACTUAL.
           COMPUTE WS-YTD-REMAINING =
               WS-BLK-YTD-BUDGET - WS-BLK-YTD-ACTUAL.
           MOVE WS-YTD-REMAINING TO WS-MD-YTD-REMAINING.
           MOVE WS-MONTH-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           EXIT SECTION.

       CHECK-BUDGET SECTION.
           ENTRY "check_budget" USING LS-RETURN-CODE
                                    LS-MEDIA-TYPE
                                    LS-AMOUNT
                                    LS-DATE
                                    LS-BUDGET
                                    LS-SPENT.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE 0 TO LS-BUDGET.
           MOVE 0 TO LS-SPENT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY (1:4) TO WS-CURRENT-YEAR.
           MOVE WS-TODAY (5:2) TO WS-CURRENT-MONTH.
           IF LS-DATE = 0
               MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
           ELSE
               MOVE LS-DATE (1:4) TO WS-REPORT-YEAR
           END-IF.
           PERFORM INITIALIZE-MEDIA-TYPES.
           MOVE LS-MEDIA-TYPE TO WS-MEDIA-INPUT.
           PERFORM MEDIA-INDEX-OR-OTHER.
           MOVE WS-MT-FOUND-IDX TO WS-MT-IDX.
           PERFORM LOAD-BUDGETS.
           IF WS-RESULT-CODE = 0
                   AND WS-MT-BUDGET-KIND (WS-MT-IDX) = 'N'
               MOVE 2 TO WS-RESULT-CODE
           END-IF.
           IF WS-RESULT-CODE = 0
               PERFORM SCAN-ACTUAL-SPEND
           END-IF.
           IF WS-RESULT-CODE = 0
               MOVE WS-MT-YEAR-BUDGET (WS-MT-IDX) TO WS-CHECK-BUDGET
               MOVE 0 TO WS-CHECK-SPENT
               MOVE 0 TO WS-MONTH-IDX
               PERFORM UNTIL WS-MONTH-IDX = 12
                   ADD 1 TO WS-MONTH-IDX
                   ADD WS-MT-MONTH-ACTUAL (WS-MT-IDX, WS-MONTH-IDX)
                       TO WS-CHECK-SPENT
               END-PERFORM
               MOVE WS-CHECK-BUDGET TO LS-BUDGET
               MOVE WS-CHECK-SPENT TO LS-SPENT
               IF WS-CHECK-SPENT + LS-AMOUNT > WS-CHECK-BUDGET
                   MOVE 4 TO WS-RESULT-CODE
               END-IF
           END-IF.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       EDIT-AMOUNT-INPUT SECTION.
           MOVE 0 TO WS-AMT-WHOLE.
           MOVE 0 TO WS-AMT-CENTS.
           MOVE 0 TO WS-AMT-DECIMALS.
           MOVE 'N' TO WS-AMT-IN-CENTS.
           MOVE 0 TO WS-AMT-IDX.
           PERFORM UNTIL WS-AMT-IDX = 10
               ADD 1 TO WS-AMT-IDX
               MOVE WS-AMT-INPUT (WS-AMT-IDX:1) TO WS-AMT-CHAR
               EVALUATE TRUE
                   WHEN WS-AMT-CHAR = SPACE
                       MOVE 10 TO WS-AMT-IDX
                   WHEN WS-AMT-CHAR = "."
                           AND WS-AMT-IN-CENTS = 'N'
                       MOVE 'Y' TO WS-AMT-IN-CENTS
                   WHEN WS-AMT-CHAR IS NUMERIC
                           AND WS-AMT-IN-CENTS = 'N'
                       COMPUTE WS-AMT-WHOLE =
                           (WS-AMT-WHOLE * 10) + WS-AMT-DIGIT
                   WHEN WS-AMT-CHAR IS NUMERIC
                           AND WS-AMT-DECIMALS < 2
                       COMPUTE WS-AMT-CENTS =
                           (WS-AMT-CENTS * 10) + WS-AMT-DIGIT
                       ADD 1 TO WS-AMT-DECIMALS
                   WHEN WS-AMT-CHAR IS NUMERIC
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO WS-AMT-WHOLE
                       MOVE 0 TO WS-AMT-CENTS
                       MOVE 10 TO WS-AMT-IDX
               END-EVALUATE
           END-PERFORM.
           IF WS-AMT-DECIMALS = 1
               COMPUTE WS-AMT-CENTS = WS-AMT-CENTS * 10
           END-IF.
           COMPUTE WS-AMT-VALUE =
               WS-AMT-WHOLE + (WS-AMT-CENTS / 100).
           EXIT SECTION.

       OPEN-BUDGET-IO-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN I-O BUDGET-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE BUDGET-FILE
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Budget file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN I-O BUDGET-FILE
           END-PERFORM.
           EXIT SECTION.

       OPEN-BUDGET-INPUT-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN INPUT BUDGET-FILE.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Budget file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN INPUT BUDGET-FILE
           END-PERFORM.
           EXIT SECTION.

       END PROGRAM BUDGET.
