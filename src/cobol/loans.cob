               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT COPIES-FILE ASSIGN TO "data/item_copies.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COPY-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-COPIES-STATUS.
           SELECT OVERDUE-FILE ASSIGN TO "data/overdue_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 LOAN-DATE-RETURNED   PIC 9(8).
           05 LOAN-STATE           PIC X.
           05 LOAN-BORROWER-ID     PIC 9(6).
           05 LOAN-OUT-OPERATOR    PIC X(8).
           05 LOAN-IN-OPERATOR     PIC X(8).
           05 LOAN-COPY-NO         PIC 9(2).
       01 CONTROL-RECORD REDEFINES LOAN-RECORD.
           05 CTL-ID                PIC 9(6).
           05 CTL-NEXT-ID           PIC 9(6).
           05 FILLER                PIC X(89).

       FD ITEMS-FILE.
       01 ITEM-RECORD.
           05 HOLD-BORROWER-NAME   PIC X(40).
           05 HOLD-DATE-PLACED     PIC 9(8).
           05 HOLD-STATE           PIC X.
           05 HOLD-COPY-NO         PIC 9(2).
       01 HOLD-CONTROL-RECORD REDEFINES HOLD-RECORD.
           05 HCT-ID                PIC 9(6).
           05 HCT-NEXT-ID           PIC 9(6).
           05 FILLER                PIC X(57).

       FD OVERDUE-FILE.
       01 OVERDUE-LINE             PIC X(132).

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

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-ITEMS-STATUS         PIC X(2).
           05 WS-HL-BORROWER       PIC X(40).
           05 FILLER               PIC X(8)  VALUE " PLACED ".
           05 WS-HL-DATE           PIC 9(8).
           05 FILLER               PIC X(6)  VALUE " COPY ".
           05 WS-HL-COPY           PIC X(3).
       01 WS-HL-COPY-NO           PIC Z9.
       01 WS-TODAY                PIC 9(8).
       01 WS-NEXT-ID              PIC 9(6).
       01 WS-LOAN-ITEM-ID         PIC 9(6).
       01 WS-LOAN-DATE-DUE        PIC 9(8).
       01 WS-OPEN-LOAN-FOUND      PIC X.
       01 WS-OPEN-LOAN-ID         PIC 9(6).
       01 WS-OPEN-LOAN-COPY       PIC 9(2).
       01 WS-OPEN-LOAN-MATCHES    PIC 9(3).
       01 WS-LOAN-COPY-NO         PIC 9(2).
       01 WS-REQUEST-COPY-NO      PIC 9(2).
       01 WS-COPIES-STATUS        PIC X(2).
       01 WS-COPY-TOTAL           PIC 9(3).
       01 WS-COPY-COUNT           PIC 9(3) VALUE 0.
       01 WS-COPY-IDX             PIC 9(3).
       01 WS-COPY-FOUND           PIC X.
       01 WS-COPY-TABLE.
           05 WS-CT-ENTRY OCCURS 99 TIMES.
               10 WS-CT-NO         PIC 9(2).
               10 WS-CT-OUT        PIC X.
       01 WS-RETRY-COUNT          PIC 9(2).
       01 WS-SLEEP-SECONDS        PIC 9 VALUE 1.
       01 WS-LOANS-BUSY           PIC X.
       01 WS-ITEM-RETIRED         PIC X.
       01 WS-DETAILS-STATUS       PIC X(2).
       01 WS-ITEM-TITLE-SAVE      PIC X(100).
       01 WS-ITEM-MEDIA-SAVE      PIC X(20).
       01 WS-CLOSE-STATE          PIC X VALUE 'R'.
       01 WS-RETURN-DAMAGED       PIC X VALUE 'N'.
       01 WS-DAMAGED-ANSWER       PIC X.
       01 WS-CLOSED-LOAN-ID       PIC 9(6).
       01 WS-CLOSED-BORROWER-ID   PIC 9(6).
       01 WS-CLOSED-DATE-DUE      PIC 9(8).
       01 WS-CHARGE-RC            PIC 9(4).
       01 WS-LATE-FEE             PIC 9(7)V99.
       01 WS-REPLACE-VALUE        PIC 9(5)V99.
       01 WS-REPLACE-REASON       PIC X(40).
       01 WS-BALANCE              PIC 9(7)V99.
       01 WS-BALANCE-LIMIT        PIC 9(5)V99.
       01 WS-AMOUNT-DISPLAY       PIC ZZZ,ZZ9.99.
       01 WS-RESULT-CODE          PIC 9(4).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ROLE-RC              PIC 9(4).
       01 WS-ACCEPT-DATE          PIC X(8).
       01 WS-OVERDUE-COUNT        PIC 9(6) VALUE 0.
       01 WS-OVERDUE-HEADING1.
       01 WS-OVERDUE-HEADING2.
           05 FILLER              PIC X(8)  VALUE "LOAN".
           05 FILLER              PIC X(8)  VALUE "ITEM".
           05 FILLER              PIC X(4)  VALUE "CP".
           05 FILLER              PIC X(32) VALUE "TITLE".
           05 FILLER              PIC X(42) VALUE "BORROWER".
           05 FILLER              PIC X(10) VALUE "DATE OUT".
           05 FILLER              PIC X(8)  VALUE "DUE".
       01 WS-OVERDUE-RULE         PIC X(110) VALUE ALL "-".
       01 WS-OVERDUE-DETAIL.
           05 WS-OD-LOAN-ID        PIC Z(5)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-ITEM-ID        PIC Z(5)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-COPY-NO        PIC Z9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-TITLE          PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OD-BORROWER       PIC X(40).
       LINKAGE SECTION.
       01 LS-RETURN-CODE         PIC 9(4).
       01 LS-LOAN-ITEM-ID        PIC 9(6).
       01 LS-LOAN-COPY-NO        PIC 9(2).
       01 LS-LOAN-BORROWER       PIC X(40).
       01 LS-LOAN-BORROWER-ID    PIC 9(6).
       01 LS-LOAN-DATE-OUT       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "sign_on_operator" USING WS-ROLE-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE.
           IF WS-ROLE-RC NOT = 0
               STOP RUN
           END-IF.
           PERFORM INIT-LOANS-PROC.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               DISPLAY "=== LOANS - Lending Tracker ==="
               DISPLAY "4. Loan Status"
               DISPLAY "5. Place Hold"
               DISPLAY "6. Cancel Hold"
               DISPLAY "7. Declare Loan Lost"
               DISPLAY "9. Exit"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
                   WHEN 4 PERFORM MENU-LOAN-STATUS
                   WHEN 5 PERFORM MENU-PLACE-HOLD
                   WHEN 6 PERFORM MENU-CANCEL-HOLD
                   WHEN 7 PERFORM MENU-DECLARE-LOST
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
           END-PERFORM.
           GOBACK.

       CHECK-CLERK-ROLE SECTION.
           MOVE 'C' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           EXIT SECTION.

       MENU-CHECK-OUT SECTION.
           PERFORM CHECK-CLERK-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Enter item ID: " WITH NO ADVANCING.
           ACCEPT WS-LOAN-ITEM-ID.
           DISPLAY "Enter copy number (0 for first available): "
               WITH NO ADVANCING.
           ACCEPT WS-LOAN-COPY-NO.
           DISPLAY "Enter borrower ID: " WITH NO ADVANCING.
           ACCEPT WS-LOAN-BORROWER-ID.
           ACCEPT WS-LOAN-DATE-OUT FROM DATE YYYYMMDD.
           END-IF.
           PERFORM CHECK-OUT-PROC.
           EVALUATE WS-RESULT-CODE
               WHEN 0 DISPLAY "Copy " WS-LOAN-COPY-NO
                   " checked out."
               WHEN 2 DISPLAY "Item not found."
               WHEN 3 DISPLAY "That copy is already out on loan, or "
                   "no copy is available."
               WHEN 4 DISPLAY "Invalid due date."
               WHEN 5 DISPLAY "Borrower is not on file; add them "
                   "in the borrower registry first."
                   "try again later."
               WHEN 9 DISPLAY "Item has been retired and cannot "
                   "be lent out."
               WHEN 10 DISPLAY "That copy is not on file or has "
                   "been retired."
               WHEN 13
                   MOVE WS-BALANCE TO WS-AMOUNT-DISPLAY
                   DISPLAY "Borrower owes " WS-AMOUNT-DISPLAY
                       " in charges, over the limit; take a "
                       "payment first."
               WHEN OTHER DISPLAY "Check-out failed."
           END-EVALUATE.
           EXIT SECTION.

       MENU-CHECK-IN SECTION.
           PERFORM CHECK-CLERK-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Enter item ID: " WITH NO ADVANCING.
           ACCEPT WS-LOAN-ITEM-ID.
           DISPLAY "Enter copy number (0 if only one copy is out): "
               WITH NO ADVANCING.
           ACCEPT WS-LOAN-COPY-NO.
           DISPLAY "Returned damaged (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-DAMAGED-ANSWER.
           MOVE 'R' TO WS-CLOSE-STATE.
           IF WS-DAMAGED-ANSWER = 'Y' OR WS-DAMAGED-ANSWER = 'y'
               MOVE 'Y' TO WS-RETURN-DAMAGED
           ELSE
               MOVE 'N' TO WS-RETURN-DAMAGED
           END-IF.
           PERFORM CHECK-IN-PROC.
           EVALUATE WS-RESULT-CODE
               WHEN 0 DISPLAY "Copy " WS-LOAN-COPY-NO " checked in."
               WHEN 2 DISPLAY "No open loan for that item."
               WHEN 6 DISPLAY "More than one copy of this item is "
                   "out; enter the copy number."
               WHEN 8 DISPLAY "File is in use by another user; "
                   "try again later."
               WHEN 10 DISPLAY "That copy is not on file or has "
                   "been retired."
               WHEN OTHER DISPLAY "Check-in failed."
           END-EVALUATE.
           EXIT SECTION.

       MENU-DECLARE-LOST SECTION.
           PERFORM CHECK-CLERK-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Enter item ID: " WITH NO ADVANCING.
           ACCEPT WS-LOAN-ITEM-ID.
           DISPLAY "Enter copy number (0 if only one copy is out): "
               WITH NO ADVANCING.
           ACCEPT WS-LOAN-COPY-NO.
           MOVE 'L' TO WS-CLOSE-STATE.
           MOVE 'N' TO WS-RETURN-DAMAGED.
           PERFORM CHECK-IN-PROC.
           EVALUATE WS-RESULT-CODE
               WHEN 0 DISPLAY "Copy " WS-LOAN-COPY-NO
                   " declared lost."
               WHEN 2 DISPLAY "No open loan for that item."
               WHEN 6 DISPLAY "More than one copy of this item is "
                   "out; enter the copy number."
               WHEN 8 DISPLAY "File is in use by another user; "
                   "try again later."
               WHEN 10 DISPLAY "That copy is not on file or has "
                   "been retired."
               WHEN OTHER DISPLAY "Update failed."
           END-EVALUATE.
           EXIT SECTION.

       MENU-OVERDUE SECTION.
           PERFORM OVERDUE-REPORT-PROC.
           IF WS-RESULT-CODE = 0
       MENU-LOAN-STATUS SECTION.
           DISPLAY "Enter item ID: " WITH NO ADVANCING.
           ACCEPT WS-LOAN-ITEM-ID.
           MOVE 0 TO WS-LOAN-COPY-NO.
           PERFORM FIND-OPEN-LOAN-FOR-ITEM.
           EVALUATE TRUE
               WHEN WS-LOANS-BUSY = 'Y'
                       "try again later."
               WHEN WS-OPEN-LOAN-FOUND = 'Y'
                   DISPLAY "On loan to:  " WS-LOAN-BORROWER
                   DISPLAY "Copy:        " WS-OPEN-LOAN-COPY
                   DISPLAY "Date out:    " WS-LOAN-DATE-OUT
                   DISPLAY "Due date:    " WS-LOAN-DATE-DUE
                   IF WS-OPEN-LOAN-MATCHES > 1
                       DISPLAY "Copies out:  " WS-OPEN-LOAN-MATCHES
                   END-IF
               WHEN OTHER
                   DISPLAY "Item is not on loan."
           END-EVALUATE.
           EXIT SECTION.

       MENU-PLACE-HOLD SECTION.
           PERFORM CHECK-CLERK-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Enter item ID: " WITH NO ADVANCING.
           ACCEPT WS-LOAN-ITEM-ID.
           DISPLAY "Enter copy number (0 for any copy): "
               WITH NO ADVANCING.
           ACCEPT WS-LOAN-COPY-NO.
           DISPLAY "Enter borrower ID: " WITH NO ADVANCING.
           ACCEPT WS-LOAN-BORROWER-ID.
           PERFORM PLACE-HOLD-PROC.
           EVALUATE WS-RESULT-CODE
               WHEN 0 DISPLAY "Hold " WS-NEXT-HOLD-ID " placed."
               WHEN 2 DISPLAY "Item not found."
               WHEN 3 DISPLAY "A copy is on the shelf; check it out "
                   "instead of placing a hold."
               WHEN 5 DISPLAY "Borrower is not on file; add them "
                   "in the borrower registry first."
                   "try again later."
               WHEN 9 DISPLAY "That borrower already has a hold "
                   "on this item."
               WHEN 10 DISPLAY "That copy is not on file or has "
                   "been retired."
               WHEN OTHER DISPLAY "Hold failed."
           END-EVALUATE.
           EXIT SECTION.

       MENU-CANCEL-HOLD SECTION.
           PERFORM CHECK-CLERK-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Enter hold ID: " WITH NO ADVANCING.
           ACCEPT WS-HOLD-ID.
           PERFORM CANCEL-HOLD-PROC.
                                      LS-LOAN-DATE-OUT
                                      LS-LOAN-DATE-DUE.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE 0 TO WS-LOAN-COPY-NO.
           MOVE LS-LOAN-BORROWER-ID TO WS-LOAN-BORROWER-ID.
           MOVE LS-LOAN-DATE-OUT TO WS-LOAN-DATE-OUT.
           MOVE LS-LOAN-DATE-DUE TO WS-LOAN-DATE-DUE.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       CHECK-OUT-COPY SECTION.
           ENTRY "check_out_copy" USING LS-RETURN-CODE
                                      LS-LOAN-ITEM-ID
                                      LS-LOAN-COPY-NO
                                      LS-LOAN-BORROWER-ID
                                      LS-LOAN-DATE-OUT
                                      LS-LOAN-DATE-DUE.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE LS-LOAN-COPY-NO TO WS-LOAN-COPY-NO.
           MOVE LS-LOAN-BORROWER-ID TO WS-LOAN-BORROWER-ID.
           MOVE LS-LOAN-DATE-OUT TO WS-LOAN-DATE-OUT.
           MOVE LS-LOAN-DATE-DUE TO WS-LOAN-DATE-DUE.
           PERFORM CHECK-OUT-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           IF WS-RESULT-CODE = 0
               MOVE WS-LOAN-COPY-NO TO LS-LOAN-COPY-NO
           END-IF.
           GOBACK.

       CHECK-OUT-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           IF WS-LOAN-DATE-OUT = 0
               END-EVALUATE
           END-IF.
           IF WS-RESULT-CODE = 0
               CALL "borrower_balance" USING WS-CHARGE-RC
                                             WS-LOAN-BORROWER-ID
                                             WS-BALANCE
                                             WS-BALANCE-LIMIT
               EVALUATE TRUE
                   WHEN WS-CHARGE-RC NOT = 0
                       MOVE WS-CHARGE-RC TO WS-RESULT-CODE
                   WHEN WS-BALANCE > WS-BALANCE-LIMIT
                       MOVE 13 TO WS-RESULT-CODE
               END-EVALUATE
           END-IF.
           IF WS-RESULT-CODE = 0
               PERFORM LOAD-ITEM-COPIES
               MOVE WS-LOAN-COPY-NO TO WS-REQUEST-COPY-NO
               MOVE 0 TO WS-LOAN-COPY-NO
               PERFORM FIND-OPEN-LOAN-FOR-ITEM
               MOVE WS-REQUEST-COPY-NO TO WS-LOAN-COPY-NO
               IF WS-LOANS-BUSY = 'Y'
                   MOVE 8 TO WS-RESULT-CODE
               ELSE
                   PERFORM FIND-COPY-IN-TABLE
                   EVALUATE TRUE
                       WHEN WS-COPY-FOUND NOT = 'Y'
                               AND WS-LOAN-COPY-NO NOT = 0
                           MOVE 10 TO WS-RESULT-CODE
                       WHEN WS-COPY-FOUND NOT = 'Y'
                           MOVE 3 TO WS-RESULT-CODE
                       WHEN WS-CT-OUT (WS-COPY-IDX) = 'Y'
                           MOVE 3 TO WS-RESULT-CODE
                       WHEN OTHER
                           MOVE WS-CT-NO (WS-COPY-IDX)
                               TO WS-LOAN-COPY-NO
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-RESULT-CODE = 0
               ELSE
                   PERFORM OPEN-LOANS-IO-RETRY
                   IF WS-FILE-STATUS = "00"
                       CALL "get_operator" USING WS-OPERATOR-ID
                                                 WS-OPERATOR-ROLE
                       MOVE WS-NEXT-ID TO LOAN-ID
                       MOVE WS-LOAN-ITEM-ID TO LOAN-ITEM-ID
                       MOVE WS-BORROWER-NAME TO LOAN-BORROWER
                       MOVE WS-LOAN-DATE-DUE TO LOAN-DATE-DUE
                       MOVE 0 TO LOAN-DATE-RETURNED
                       MOVE 'O' TO LOAN-STATE
                       MOVE WS-OPERATOR-ID TO LOAN-OUT-OPERATOR
                       MOVE SPACES TO LOAN-IN-OPERATOR
                       MOVE WS-LOAN-COPY-NO TO LOAN-COPY-NO
                       WRITE LOAN-RECORD
                       IF WS-FILE-STATUS NOT EQUAL "00"
                           MOVE 1 TO WS-RESULT-CODE
           ENTRY "check_in_item" USING LS-RETURN-CODE
                                     LS-LOAN-ITEM-ID.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE 0 TO WS-LOAN-COPY-NO.
           MOVE 'R' TO WS-CLOSE-STATE.
           MOVE 'N' TO WS-RETURN-DAMAGED.
           PERFORM CHECK-IN-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       CHECK-IN-COPY SECTION.
           ENTRY "check_in_copy" USING LS-RETURN-CODE
                                     LS-LOAN-ITEM-ID
                                     LS-LOAN-COPY-NO.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE LS-LOAN-COPY-NO TO WS-LOAN-COPY-NO.
           MOVE 'R' TO WS-CLOSE-STATE.
           MOVE 'N' TO WS-RETURN-DAMAGED.
           PERFORM CHECK-IN-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           IF WS-RESULT-CODE = 0
               MOVE WS-LOAN-COPY-NO TO LS-LOAN-COPY-NO
           END-IF.
           GOBACK.

       CHECK-IN-DAMAGED SECTION.
           ENTRY "check_in_damaged" USING LS-RETURN-CODE
                                        LS-LOAN-ITEM-ID
                                        LS-LOAN-COPY-NO.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE LS-LOAN-COPY-NO TO WS-LOAN-COPY-NO.
           MOVE 'R' TO WS-CLOSE-STATE.
           MOVE 'Y' TO WS-RETURN-DAMAGED.
           PERFORM CHECK-IN-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           IF WS-RESULT-CODE = 0
               MOVE WS-LOAN-COPY-NO TO LS-LOAN-COPY-NO
           END-IF.
           GOBACK.

       DECLARE-LOAN-LOST SECTION.
           ENTRY "declare_loan_lost" USING LS-RETURN-CODE
                                         LS-LOAN-ITEM-ID
                                         LS-LOAN-COPY-NO.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE LS-LOAN-COPY-NO TO WS-LOAN-COPY-NO.
           MOVE 'L' TO WS-CLOSE-STATE.
           MOVE 'N' TO WS-RETURN-DAMAGED.
           PERFORM CHECK-IN-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           IF WS-RESULT-CODE = 0
               MOVE WS-LOAN-COPY-NO TO LS-LOAN-COPY-NO
           END-IF.
           GOBACK.

       CHECK-IN-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           IF WS-LOAN-COPY-NO NOT = 0
               PERFORM LOAD-ITEM-COPIES
               PERFORM FIND-COPY-IN-TABLE
               IF WS-COPY-FOUND NOT = 'Y'
                   MOVE 10 TO WS-RESULT-CODE
                   EXIT SECTION
               END-IF
           END-IF.
           PERFORM FIND-OPEN-LOAN-FOR-ITEM.
           IF WS-LOANS-BUSY = 'Y'
               MOVE 8 TO WS-RESULT-CODE
           ELSE
               IF WS-OPEN-LOAN-FOUND NOT EQUAL 'Y'
                   MOVE 2 TO WS-RESULT-CODE
               END-IF
               IF WS-RESULT-CODE = 0 AND WS-LOAN-COPY-NO = 0
                       AND WS-OPEN-LOAN-MATCHES > 1
                   MOVE 6 TO WS-RESULT-CODE
               END-IF
               IF WS-RESULT-CODE = 0
                   MOVE WS-OPEN-LOAN-COPY TO WS-LOAN-COPY-NO
                   PERFORM OPEN-LOANS-IO-RETRY
                   IF WS-FILE-STATUS = "00"
                       MOVE WS-OPEN-LOAN-ID TO LOAN-ID
                       PERFORM READ-LOAN-LOCK-RETRY
                       IF WS-FILE-STATUS = "00"
                           MOVE LOAN-ID TO WS-CLOSED-LOAN-ID
                           MOVE LOAN-BORROWER-ID
                               TO WS-CLOSED-BORROWER-ID
                           MOVE LOAN-DATE-DUE TO WS-CLOSED-DATE-DUE
                           ACCEPT WS-TODAY FROM DATE YYYYMMDD
                           MOVE WS-TODAY TO LOAN-DATE-RETURNED
                           MOVE WS-CLOSE-STATE TO LOAN-STATE
                           CALL "get_operator" USING WS-OPERATOR-ID
                                                     WS-OPERATOR-ROLE
                           MOVE WS-OPERATOR-ID TO LOAN-IN-OPERATOR
                           REWRITE LOAN-RECORD
                           IF WS-FILE-STATUS NOT EQUAL "00"
                               MOVE 1 TO WS-RESULT-CODE
               END-IF
           END-IF.
           IF WS-RESULT-CODE = 0
               PERFORM POST-LOAN-CHARGES
           END-IF.
           IF WS-RESULT-CODE = 0 AND WS-CLOSE-STATE = 'R'
               PERFORM COUNT-HOLDS-FOR-ITEM
               IF WS-HOLDS-BUSY NOT = 'Y' AND WS-HOLD-COUNT > 0
                   DISPLAY "This copy has " WS-HOLD-COUNT
                       " pending hold(s); next is "
                       WS-HOLD-NEXT-NAME
               END-IF
           END-IF.
           EXIT SECTION.

       POST-LOAN-CHARGES SECTION.
           IF WS-CLOSED-BORROWER-ID = 0
               EXIT SECTION
           END-IF.
           IF WS-CLOSE-STATE = 'R'
                   AND WS-TODAY > WS-CLOSED-DATE-DUE
                   AND WS-CLOSED-DATE-DUE > 0
               PERFORM CHECK-ITEM-EXISTS
               CALL "post_late_fee" USING WS-CHARGE-RC
                                          WS-CLOSED-BORROWER-ID
                                          WS-LOAN-ITEM-ID
                                          WS-LOAN-COPY-NO
                                          WS-CLOSED-LOAN-ID
                                          WS-ITEM-MEDIA-SAVE
                                          WS-CLOSED-DATE-DUE
                                          WS-TODAY
                                          WS-LATE-FEE
               IF WS-CHARGE-RC = 0
                   IF WS-LATE-FEE > 0
                       MOVE WS-LATE-FEE TO WS-AMOUNT-DISPLAY
                       DISPLAY "Late fee charged: " WS-AMOUNT-DISPLAY
                   END-IF
               ELSE
                   DISPLAY "Late fee could not be posted; "
                       "post it from the charges ledger."
               END-IF
           END-IF.
           IF WS-CLOSE-STATE = 'L' OR WS-RETURN-DAMAGED = 'Y'
               PERFORM GET-REPLACEMENT-VALUE
               IF WS-CLOSE-STATE = 'L'
                   MOVE "DECLARED LOST" TO WS-REPLACE-REASON
               ELSE
                   MOVE "RETURNED DAMAGED" TO WS-REPLACE-REASON
               END-IF
               IF WS-REPLACE-VALUE = 0
                   DISPLAY "No value on file for this copy; "
                       "no replacement charge posted."
               ELSE
                   CALL "post_replacement" USING WS-CHARGE-RC
                                                 WS-CLOSED-BORROWER-ID
                                                 WS-LOAN-ITEM-ID
                                                 WS-LOAN-COPY-NO
                                                 WS-CLOSED-LOAN-ID
                                                 WS-REPLACE-VALUE
                                                 WS-REPLACE-REASON
                   IF WS-CHARGE-RC = 0
                       MOVE WS-REPLACE-VALUE TO WS-AMOUNT-DISPLAY
                       DISPLAY "Replacement charged: "
                           WS-AMOUNT-DISPLAY
                   ELSE
                       DISPLAY "Replacement charge could not be "
                           "posted; post it from the charges ledger."
                   END-IF
               END-IF
           END-IF.
           EXIT SECTION.

       GET-REPLACEMENT-VALUE SECTION.
           MOVE 0 TO WS-REPLACE-VALUE.
           OPEN INPUT COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE WS-LOAN-ITEM-ID TO COPY-ITEM-ID
               MOVE WS-LOAN-COPY-NO TO COPY-NO
               IF COPY-NO = 0
                   MOVE 1 TO COPY-NO
               END-IF
               READ COPIES-FILE RECORD
               IF WS-COPIES-STATUS = "00"
                   MOVE COPY-VALUE TO WS-REPLACE-VALUE
               END-IF
               CLOSE COPIES-FILE
           END-IF.
           IF WS-REPLACE-VALUE > 0
               EXIT SECTION
           END-IF.
           OPEN INPUT DETAILS-FILE.
           IF WS-DETAILS-STATUS = "00"
               MOVE WS-LOAN-ITEM-ID TO DET-ITEM-ID
               READ DETAILS-FILE RECORD
               IF WS-DETAILS-STATUS = "00"
                   MOVE DET-VALUE TO WS-REPLACE-VALUE
               END-IF
               CLOSE DETAILS-FILE
           END-IF.
           EXIT SECTION.

       PLACE-HOLD SECTION.
           ENTRY "place_hold" USING LS-RETURN-CODE
                                  LS-LOAN-ITEM-ID
                                  LS-LOAN-BORROWER-ID
                                  LS-HOLD-ID.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE 0 TO WS-LOAN-COPY-NO.
           MOVE LS-LOAN-BORROWER-ID TO WS-LOAN-BORROWER-ID.
           PERFORM PLACE-HOLD-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           IF WS-RESULT-CODE = 0
               MOVE WS-NEXT-HOLD-ID TO LS-HOLD-ID
           ELSE
               MOVE 0 TO LS-HOLD-ID
           END-IF.
           GOBACK.

       PLACE-HOLD-COPY SECTION.
           ENTRY "place_hold_copy" USING LS-RETURN-CODE
                                       LS-LOAN-ITEM-ID
                                       LS-LOAN-COPY-NO
                                       LS-LOAN-BORROWER-ID
                                       LS-HOLD-ID.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE LS-LOAN-COPY-NO TO WS-LOAN-COPY-NO.
           MOVE LS-LOAN-BORROWER-ID TO WS-LOAN-BORROWER-ID.
           PERFORM PLACE-HOLD-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
               END-EVALUATE
           END-IF.
           IF WS-RESULT-CODE = 0
               PERFORM LOAD-ITEM-COPIES
               MOVE WS-LOAN-COPY-NO TO WS-REQUEST-COPY-NO
               MOVE 0 TO WS-LOAN-COPY-NO
               PERFORM FIND-OPEN-LOAN-FOR-ITEM
               MOVE WS-REQUEST-COPY-NO TO WS-LOAN-COPY-NO
               IF WS-LOANS-BUSY = 'Y'
                   MOVE 8 TO WS-RESULT-CODE
               ELSE
                   PERFORM FIND-COPY-IN-TABLE
                   EVALUATE TRUE
                       WHEN WS-LOAN-COPY-NO = 0
                               AND WS-COPY-FOUND = 'Y'
                           MOVE 3 TO WS-RESULT-CODE
                       WHEN WS-LOAN-COPY-NO = 0
                           CONTINUE
                       WHEN WS-COPY-FOUND NOT = 'Y'
                           MOVE 10 TO WS-RESULT-CODE
                       WHEN WS-CT-OUT (WS-COPY-IDX) NOT = 'Y'
                           MOVE 3 TO WS-RESULT-CODE
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-RESULT-CODE = 0
               PERFORM COUNT-HOLDS-FOR-ITEM
                           TO HOLD-BORROWER-NAME
                       MOVE WS-TODAY TO HOLD-DATE-PLACED
                       MOVE 'A' TO HOLD-STATE
                       MOVE WS-LOAN-COPY-NO TO HOLD-COPY-NO
                       WRITE HOLD-RECORD
                       IF WS-HOLDS-STATUS NOT EQUAL "00"
                           MOVE 1 TO WS-RESULT-CODE
                                            LS-HOLD-COUNT
                                            LS-HOLD-NEXT-NAME.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE 0 TO WS-LOAN-COPY-NO.
           MOVE 0 TO WS-LOAN-BORROWER-ID.
           PERFORM COUNT-HOLDS-FOR-ITEM.
           MOVE WS-HOLD-COUNT TO LS-HOLD-COUNT.
                           MOVE HOLD-BORROWER-NAME
                               TO WS-HL-BORROWER
                           MOVE HOLD-DATE-PLACED TO WS-HL-DATE
                           IF HOLD-COPY-NO = 0
                               MOVE "ANY" TO WS-HL-COPY
                           ELSE
                               MOVE HOLD-COPY-NO TO WS-HL-COPY-NO
                               MOVE WS-HL-COPY-NO TO WS-HL-COPY
                           END-IF
                           DISPLAY WS-HOLD-LIST-DETAIL
                       END-IF
                   END-IF
                       MOVE "10" TO WS-HOLDS-STATUS
                   ELSE
                       IF HOLD-STATE = 'A'
                               AND (WS-LOAN-COPY-NO = 0
                               OR HOLD-COPY-NO = 0
                               OR HOLD-COPY-NO = WS-LOAN-COPY-NO)
                           ADD 1 TO WS-HOLD-COUNT
                           IF WS-HOLD-NEXT-ID = 0
                                   OR HOLD-ID < WS-HOLD-NEXT-ID
                               MOVE HOLD-BORROWER-NAME
                                   TO WS-HOLD-NEXT-NAME
                           END-IF
                       END-IF
                       IF HOLD-STATE = 'A'
                           IF HOLD-BORROWER-ID =
                                   WS-LOAN-BORROWER-ID
                               MOVE 'Y' TO WS-HOLD-DUP-FOUND
                                            LS-LOAN-BORROWER
                                            LS-LOAN-DATE-DUE.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE 0 TO WS-LOAN-COPY-NO.
           PERFORM FIND-OPEN-LOAN-FOR-ITEM.
           MOVE WS-OPEN-LOAN-FOUND TO LS-LOAN-OPEN-FLAG.
           MOVE WS-LOAN-BORROWER TO LS-LOAN-BORROWER.
           MOVE WS-LOAN-DATE-DUE TO LS-LOAN-DATE-DUE.
           IF WS-LOANS-BUSY = 'Y'
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               MOVE 0 TO LS-RETURN-CODE
           END-IF.
           GOBACK.

       LOAN-STATUS-FOR-COPY SECTION.
           ENTRY "loan_status_for_copy" USING LS-RETURN-CODE
                                            LS-LOAN-ITEM-ID
                                            LS-LOAN-COPY-NO
                                            LS-LOAN-OPEN-FLAG
                                            LS-LOAN-BORROWER
                                            LS-LOAN-DATE-DUE.
           MOVE LS-LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE LS-LOAN-COPY-NO TO WS-LOAN-COPY-NO.
           PERFORM FIND-OPEN-LOAN-FOR-ITEM.
           MOVE WS-OPEN-LOAN-FOUND TO LS-LOAN-OPEN-FLAG.
           MOVE WS-LOAN-BORROWER TO LS-LOAN-BORROWER.
           MOVE 'N' TO WS-OPEN-LOAN-FOUND.
           MOVE 'N' TO WS-LOANS-BUSY.
           MOVE 0 TO WS-OPEN-LOAN-ID.
           MOVE 0 TO WS-OPEN-LOAN-COPY.
           MOVE 0 TO WS-OPEN-LOAN-MATCHES.
           MOVE SPACES TO WS-LOAN-BORROWER.
           MOVE 0 TO WS-LOAN-DATE-OUT.
           MOVE 0 TO WS-LOAN-DATE-DUE.
                   NOT INVALID KEY
                       PERFORM READ-OPEN-LOAN
                           UNTIL WS-FILE-STATUS NOT EQUAL "00"
               END-START
               CLOSE LOANS-FILE
           END-IF.
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE
                       IF LOAN-STATE = 'O'
                           PERFORM MARK-COPY-ON-LOAN
                       END-IF
                       IF LOAN-STATE = 'O'
                               AND (WS-LOAN-COPY-NO = 0
                               OR LOAN-COPY-NO = WS-LOAN-COPY-NO)
                           ADD 1 TO WS-OPEN-LOAN-MATCHES
                           IF WS-OPEN-LOAN-FOUND NOT = 'Y'
                               MOVE 'Y' TO WS-OPEN-LOAN-FOUND
                               MOVE LOAN-ID TO WS-OPEN-LOAN-ID
                               MOVE LOAN-COPY-NO TO WS-OPEN-LOAN-COPY
                               MOVE LOAN-BORROWER TO WS-LOAN-BORROWER
                               MOVE LOAN-DATE-OUT TO WS-LOAN-DATE-OUT
                               MOVE LOAN-DATE-DUE TO WS-LOAN-DATE-DUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           EXIT SECTION.

       MARK-COPY-ON-LOAN SECTION.
           MOVE 0 TO WS-COPY-IDX.
           PERFORM UNTIL WS-COPY-IDX NOT < WS-COPY-COUNT
               ADD 1 TO WS-COPY-IDX
               IF WS-CT-NO (WS-COPY-IDX) = LOAN-COPY-NO
                       OR (LOAN-COPY-NO = 0
                       AND WS-CT-NO (WS-COPY-IDX) = 1)
                   MOVE 'Y' TO WS-CT-OUT (WS-COPY-IDX)
               END-IF
           END-PERFORM.
           EXIT SECTION.

       LOAD-ITEM-COPIES SECTION.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-COPY-TOTAL.
           OPEN INPUT COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE WS-LOAN-ITEM-ID TO COPY-ITEM-ID
               MOVE 0 TO COPY-NO
               START COPIES-FILE KEY IS GREATER THAN COPY-KEY
                   INVALID KEY
                       MOVE "23" TO WS-COPIES-STATUS
                   NOT INVALID KEY
                       PERFORM READ-ITEM-COPY
                           UNTIL WS-COPIES-STATUS NOT EQUAL "00"
               END-START
               CLOSE COPIES-FILE
           END-IF.
           IF WS-COPY-TOTAL = 0
               MOVE 1 TO WS-COPY-COUNT
               MOVE 1 TO WS-CT-NO (1)
               MOVE 'N' TO WS-CT-OUT (1)
           END-IF.
           EXIT SECTION.

       READ-ITEM-COPY SECTION.
           READ COPIES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COPIES-STATUS
               NOT AT END
                   IF COPY-ITEM-ID NOT EQUAL WS-LOAN-ITEM-ID
                       MOVE "10" TO WS-COPIES-STATUS
                   ELSE
                       ADD 1 TO WS-COPY-TOTAL
                       IF COPY-DISPOSITION = SPACES
                           ADD 1 TO WS-COPY-COUNT
                           MOVE COPY-NO TO WS-CT-NO (WS-COPY-COUNT)
                           MOVE 'N' TO WS-CT-OUT (WS-COPY-COUNT)
                       END-IF
                   END-IF
           END-READ.
           EXIT SECTION.

       FIND-COPY-IN-TABLE SECTION.
           MOVE 'N' TO WS-COPY-FOUND.
           MOVE 0 TO WS-COPY-IDX.
           PERFORM UNTIL WS-COPY-IDX NOT < WS-COPY-COUNT
                   OR WS-COPY-FOUND = 'Y'
               ADD 1 TO WS-COPY-IDX
               IF WS-LOAN-COPY-NO = 0
                   IF WS-CT-OUT (WS-COPY-IDX) NOT = 'Y'
                       MOVE 'Y' TO WS-COPY-FOUND
                   END-IF
               ELSE
                   IF WS-CT-NO (WS-COPY-IDX) = WS-LOAN-COPY-NO
                       MOVE 'Y' TO WS-COPY-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           EXIT SECTION.

       CHECK-ITEM-EXISTS SECTION.
           MOVE 'N' TO WS-ITEM-FOUND.
           MOVE 'N' TO WS-ITEM-RETIRED.
           MOVE 'N' TO WS-ITEMS-BUSY.
           MOVE SPACES TO WS-ITEM-TITLE-SAVE.
           MOVE SPACES TO WS-ITEM-MEDIA-SAVE.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN INPUT ITEMS-FILE.
           PERFORM UNTIL WS-ITEMS-STATUS NOT = "61"
               IF WS-ITEMS-STATUS = "00"
                   MOVE 'Y' TO WS-ITEM-FOUND
                   MOVE ITEM-TITLE TO WS-ITEM-TITLE-SAVE
                   MOVE ITEM-MEDIA-TYPE TO WS-ITEM-MEDIA-SAVE
                   PERFORM CHECK-ITEM-RETIRED
               END-IF
               CLOSE ITEMS-FILE
           MOVE LOAN-ITEM-ID TO WS-LOAN-ITEM-ID.
           MOVE LOAN-ID TO WS-OD-LOAN-ID.
           MOVE LOAN-ITEM-ID TO WS-OD-ITEM-ID.
           MOVE LOAN-COPY-NO TO WS-OD-COPY-NO.
           MOVE LOAN-BORROWER TO WS-OD-BORROWER.
           MOVE LOAN-DATE-OUT TO WS-OD-DATE-OUT.
           MOVE LOAN-DATE-DUE TO WS-OD-DATE-DUE.
