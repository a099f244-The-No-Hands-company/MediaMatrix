       WORKING-STORAGE SECTION.
       01 WS-CHOICE               PIC 9 VALUE 0.
       01 WS-LOAN-CHOICE          PIC 9 VALUE 0.
       01 WS-MORE-CHOICE          PIC 9 VALUE 0.
       01 WS-COPY-CHOICE          PIC 9 VALUE 0.
       01 WS-CHARGE-CHOICE        PIC 9 VALUE 0.
       01 WS-PROGRESS-CHOICE      PIC 9 VALUE 0.
       01 WS-CODES-CHOICE         PIC 9 VALUE 0.
       01 WS-GENRE-IDX            PIC 9.
       01 WS-CONFIRM              PIC X.
       01 WS-PAGE-REPLY           PIC X.
           05 WS-DET-VALUE        PIC 9(5)V99.
           05 WS-DET-CONDITION    PIC X(4).
           05 WS-DET-LOCATION     PIC X(10).
       01 WS-COPY-NO              PIC 9(2).
       01 WS-COPY-DETAILS.
           05 WS-COPY-FORMAT      PIC X(10).
           05 WS-COPY-ACQ-DATE    PIC 9(8).
           05 WS-COPY-PRICE       PIC 9(5)V99.
           05 WS-COPY-VALUE       PIC 9(5)V99.
           05 WS-COPY-CONDITION   PIC X(4).
           05 WS-COPY-LOCATION    PIC X(10).
           05 WS-COPY-DISPOSITION PIC X(8).
       01 WS-AMT-INPUT            PIC X(10).
       01 WS-AMT-VALUE            PIC 9(5)V99.
       01 WS-AMT-WHOLE            PIC 9(5).
       01 WS-NUM-CHAR             PIC X.
       01 WS-NUM-DIGIT REDEFINES WS-NUM-CHAR PIC 9.
       01 WS-LOAN-ITEM-ID         PIC 9(6).
       01 WS-SCAN-INPUT           PIC X(20).
       01 WS-SCAN-ITEM-ID         PIC 9(6).
       01 WS-CODE-TYPE            PIC X(4).
       01 WS-CODE-VALUE           PIC X(20).
       01 WS-CODE-ITEM-ID         PIC 9(6).
       01 WS-CODE-RC              PIC 9(4).
       01 WS-LOAN-COPY-NO         PIC 9(2).
       01 WS-LOAN-BORROWER        PIC X(40).
       01 WS-LOAN-BORROWER-ID     PIC 9(6).
       01 WS-HOLD-ID              PIC 9(6).
       01 WS-LOAN-DATE-OUT        PIC 9(8).
       01 WS-LOAN-DATE-DUE        PIC 9(8).
       01 WS-LOAN-OPEN-FLAG       PIC X.
       01 WS-DAMAGED-ANSWER       PIC X.
       01 WS-CHG-BORROWER-ID      PIC 9(6).
       01 WS-CHG-AMOUNT           PIC 9(5)V99.
       01 WS-CHG-REASON           PIC X(40).
       01 WS-CHG-BALANCE          PIC 9(7)V99.
       01 WS-CHG-LIMIT            PIC 9(5)V99.
       01 WS-BALANCE-DISPLAY      PIC ZZZ,ZZ9.99.
       01 WS-PROGRESS-DATA.
           05 WS-PG-STATUS         PIC X.
           05 WS-PG-POSITION       PIC 9(4).
           05 WS-PG-TOTAL          PIC 9(4).
           05 WS-PG-START-DATE     PIC 9(8).
           05 WS-PG-FINISH-DATE    PIC 9(8).
           05 WS-PG-TIMES          PIC 9(3).
           05 WS-PG-LAST-DATE      PIC 9(8).
       01 WS-PG-STATUS-NAME       PIC X(11).
       01 WS-PG-ACTION            PIC X.
       01 WS-PG-NEW-POSITION      PIC 9(4).
       01 WS-PG-NEW-TOTAL         PIC 9(4).
       01 WS-STALL-DAYS           PIC 9(4).
       01 WS-BUDGET-YEAR          PIC 9(4).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ROLE-RC              PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "sign_on_operator" USING WS-RETURN-CODE
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE
           IF WS-RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           CALL "init_mediamatrix" USING WS-RETURN-CODE
           CALL "init_loans" USING WS-RETURN-CODE
           PERFORM UNTIL WS-CHOICE = 9
               DISPLAY "7. Loans"
               DISPLAY "8. Retire Item"
               DISPLAY "9. Exit"
               DISPLAY "0. More Options"
               DISPLAY "Enter your choice (0-9): " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM ADD-ITEM-SCREEN
                       END-IF
                   WHEN 2
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM EDIT-ITEM-SCREEN
                       END-IF
                   WHEN 3
                       MOVE 'S' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM DELETE-ITEM-SCREEN
                       END-IF
                   WHEN 4 PERFORM VIEW-ITEM-SCREEN
                   WHEN 5 PERFORM SEARCH-SCREEN
                   WHEN 6 PERFORM LIST-ALL-SCREEN
                   WHEN 7 PERFORM LOANS-MENU
                   WHEN 8
                       MOVE 'S' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM RETIRE-ITEM-SCREEN
                       END-IF
                   WHEN 9 CONTINUE
                   WHEN 0 PERFORM MORE-MENU
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       CHECK-OPERATOR-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.

       ACCEPT-ITEM-NUMBER.
           MOVE 0 TO WS-SCAN-ITEM-ID
           MOVE 'N' TO WS-VAL-OK
           PERFORM UNTIL WS-VAL-OK = 'Y'
               DISPLAY "Scan or enter item number or product code "
                   "(blank to cancel): " WITH NO ADVANCING
               MOVE SPACES TO WS-SCAN-INPUT
               ACCEPT WS-SCAN-INPUT
               IF WS-SCAN-INPUT = SPACES
                   MOVE 0 TO WS-SCAN-ITEM-ID
                   MOVE 'Y' TO WS-VAL-OK
               ELSE
                   CALL "verify_item_number" USING WS-RETURN-CODE
                                                 WS-SCAN-INPUT
                                                 WS-SCAN-ITEM-ID
                   IF WS-RETURN-CODE NOT = 0
                       CALL "find_code_any" USING WS-CODE-RC
                                                 WS-SCAN-INPUT
                                                 WS-CODE-ITEM-ID
                       IF WS-CODE-RC = 0
                           DISPLAY "Product code is on item "
                               WS-CODE-ITEM-ID
                           MOVE WS-CODE-ITEM-ID TO WS-SCAN-ITEM-ID
                           MOVE 0 TO WS-RETURN-CODE
                       ELSE
                           MOVE 0 TO WS-SCAN-ITEM-ID
                       END-IF
                   END-IF
                   EVALUATE WS-RETURN-CODE
                       WHEN 0 MOVE 'Y' TO WS-VAL-OK
                       WHEN 3 DISPLAY "Check digit does not match; "
                           "re-scan or re-key the item number."
                       WHEN OTHER DISPLAY "Not a valid item number or "
                           "product code on file; enter the item ID "
                           "followed by its check digit."
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ACCEPT-ITEM-FIELDS.
           MOVE 'N' TO WS-VAL-OK
           PERFORM UNTIL WS-VAL-OK = 'Y'
           END-PERFORM
           DISPLAY "Enter description: " WITH NO ADVANCING
           ACCEPT WS-ITEM-DESCRIPTION
           PERFORM ACCEPT-DETAIL-FIELDS.

       ACCEPT-DETAIL-FIELDS.
           DISPLAY "Acquisition date (YYYYMMDD, 0 if unknown): "
               WITH NO ADVANCING
           ACCEPT WS-NUM-INPUT
       ADD-ITEM-SCREEN.
           MOVE 0 TO WS-ITEM-ID
           PERFORM ACCEPT-ITEM-FIELDS
           PERFORM ACCEPT-CODE-FIELDS
           CALL "add_item_with_code" USING WS-RETURN-CODE
                                          WS-ITEM-TITLE
                                          WS-ITEM-GENRE-TABLE
                                          WS-ITEM-MEDIA-TYPE
                                          WS-ITEM-YEAR
                                          WS-ITEM-RATING
                                          WS-ITEM-DESCRIPTION
                                          WS-ITEM-DETAILS
                                          WS-CODE-TYPE
                                          WS-CODE-VALUE
                                          WS-CODE-ITEM-ID
           PERFORM SHOW-ADD-EDIT-RESULT.

       ACCEPT-CODE-FIELDS.
           MOVE 'N' TO WS-VAL-OK
           PERFORM UNTIL WS-VAL-OK = 'Y'
               MOVE SPACES TO WS-CODE-TYPE
               MOVE SPACES TO WS-CODE-VALUE
               DISPLAY "Product code type (ISBN/UPC/EAN/CAT, blank "
                   "for none): " WITH NO ADVANCING
               ACCEPT WS-CODE-TYPE
               IF WS-CODE-TYPE = SPACES
                   MOVE 'Y' TO WS-VAL-OK
               ELSE
                   DISPLAY "Product code: " WITH NO ADVANCING
                   ACCEPT WS-CODE-VALUE
                   MOVE 0 TO WS-CODE-ITEM-ID
                   CALL "check_identifier" USING WS-CODE-RC
                                                 WS-CODE-ITEM-ID
                                                 WS-CODE-TYPE
                                                 WS-CODE-VALUE
                   IF WS-CODE-RC = 0
                       MOVE 'Y' TO WS-VAL-OK
                   ELSE
                       PERFORM SHOW-CODE-RESULT
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-ADD-EDIT-RESULT.
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   "or POOR."
               WHEN 10 DISPLAY "Location code is not on the "
                   "approved list (data/locations.dat)."
               WHEN 14 DISPLAY "Product code is already on another "
                   "item."
               WHEN 15 DISPLAY "Product code is not valid for its "
                   "code type."
               WHEN OTHER DISPLAY "Update failed."
           END-EVALUATE.

                   EVALUATE WS-RETURN-CODE
                       WHEN 0 DISPLAY "Item deleted."
                       WHEN 3 CONTINUE
                       WHEN 11 CONTINUE
                       WHEN 8 DISPLAY "Catalog record is in use by "
                           "another user; try again later."
                       WHEN OTHER DISPLAY "Delete failed."
               DISPLAY "Item not found."
           ELSE
               DISPLAY "Retire item " WS-ITEM-ID ": " WS-ITEM-TITLE
               PERFORM ACCEPT-DISPOSITION-FIELDS
               DISPLAY "Are you sure (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       WHEN 0 DISPLAY "Item retired."
                       WHEN 2 CONTINUE
                       WHEN 3 CONTINUE
                       WHEN 11 CONTINUE
                       WHEN 5 DISPLAY "Disposition must be SOLD, "
                           "DONATED, LOST or TRADED."
                       WHEN 8 DISPLAY "Catalog record is in use "
               END-IF
           END-IF.

       ACCEPT-DISPOSITION-FIELDS.
           MOVE 'N' TO WS-VAL-OK
           PERFORM UNTIL WS-VAL-OK = 'Y'
               DISPLAY "Disposition (SOLD/DONATED/LOST/"
                   "TRADED): " WITH NO ADVANCING
               ACCEPT WS-DISPOSITION
               MOVE FUNCTION UPPER-CASE (WS-DISPOSITION)
                   TO WS-DISPOSITION
               IF WS-DISPOSITION = "SOLD"
                       OR WS-DISPOSITION = "DONATED"
                       OR WS-DISPOSITION = "LOST"
                       OR WS-DISPOSITION = "TRADED"
                   MOVE 'Y' TO WS-VAL-OK
               ELSE
                   DISPLAY "Disposition must be SOLD, "
                       "DONATED, LOST or TRADED."
               END-IF
           END-PERFORM
           DISPLAY "Disposal date (YYYYMMDD, 0 for today): "
               WITH NO ADVANCING
           ACCEPT WS-NUM-INPUT
           PERFORM EDIT-NUM-INPUT
           MOVE WS-NUM-VALUE TO WS-DISPOSAL-DATE
           DISPLAY "Proceeds (e.g. 25.00, 0 if none): "
               WITH NO ADVANCING
           ACCEPT WS-AMT-INPUT
           PERFORM EDIT-AMOUNT-INPUT
           MOVE WS-AMT-VALUE TO WS-PROCEEDS.

       VIEW-ITEM-SCREEN.
           PERFORM ACCEPT-ITEM-NUMBER
           MOVE WS-SCAN-ITEM-ID TO WS-ITEM-ID
           IF WS-ITEM-ID NOT = 0
               CALL "view_item" USING WS-RETURN-CODE
                                     WS-ITEM-ID
           END-IF.

       SEARCH-SCREEN.
           DISPLAY "Title contains (blank for any): "
               DISPLAY "4. Loan Status"
               DISPLAY "5. Place Hold"
               DISPLAY "6. Cancel Hold"
               DISPLAY "7. Declare Loan Lost"
               DISPLAY "9. Back to Main Menu"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-LOAN-CHOICE
               EVALUATE WS-LOAN-CHOICE
                   WHEN 1
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM CHECK-OUT-SCREEN
                       END-IF
                   WHEN 2
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM CHECK-IN-SCREEN
                       END-IF
                   WHEN 3 PERFORM OVERDUE-SCREEN
                   WHEN 4 PERFORM LOAN-STATUS-SCREEN
                   WHEN 5
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM PLACE-HOLD-SCREEN
                       END-IF
                   WHEN 6
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM CANCEL-HOLD-SCREEN
                       END-IF
                   WHEN 7
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM DECLARE-LOST-SCREEN
                       END-IF
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
           END-PERFORM.

       CHECK-OUT-SCREEN.
           PERFORM ACCEPT-ITEM-NUMBER
           MOVE WS-SCAN-ITEM-ID TO WS-LOAN-ITEM-ID
           IF WS-LOAN-ITEM-ID NOT = 0
               PERFORM CHECK-OUT-ENTRY
           END-IF.

       CHECK-OUT-ENTRY.
           DISPLAY "Enter copy number (0 for first available): "
               WITH NO ADVANCING
           ACCEPT WS-LOAN-COPY-NO
           DISPLAY "Enter borrower ID: " WITH NO ADVANCING
           ACCEPT WS-LOAN-BORROWER-ID
           DISPLAY "Enter due date (YYYYMMDD): " WITH NO ADVANCING
           PERFORM EDIT-NUM-INPUT
           MOVE WS-NUM-VALUE TO WS-LOAN-DATE-DUE
           MOVE 0 TO WS-LOAN-DATE-OUT
           CALL "check_out_copy" USING WS-RETURN-CODE
                                     WS-LOAN-ITEM-ID
                                     WS-LOAN-COPY-NO
                                     WS-LOAN-BORROWER-ID
                                     WS-LOAN-DATE-OUT
                                     WS-LOAN-DATE-DUE
           EVALUATE WS-RETURN-CODE
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
               WHEN 13 DISPLAY "Borrower's outstanding charges are "
                   "over the limit; take a payment first."
               WHEN OTHER DISPLAY "Check-out failed."
           END-EVALUATE.

       CHECK-IN-SCREEN.
           PERFORM ACCEPT-ITEM-NUMBER
           MOVE WS-SCAN-ITEM-ID TO WS-LOAN-ITEM-ID
           IF WS-LOAN-ITEM-ID NOT = 0
               PERFORM CHECK-IN-ENTRY
           END-IF.

       CHECK-IN-ENTRY.
           DISPLAY "Enter copy number (0 if only one copy is out): "
               WITH NO ADVANCING
           ACCEPT WS-LOAN-COPY-NO
           DISPLAY "Returned damaged (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-DAMAGED-ANSWER
           IF WS-DAMAGED-ANSWER = 'Y' OR WS-DAMAGED-ANSWER = 'y'
               CALL "check_in_damaged" USING WS-RETURN-CODE
                                           WS-LOAN-ITEM-ID
                                           WS-LOAN-COPY-NO
           ELSE
               CALL "check_in_copy" USING WS-RETURN-CODE
                                        WS-LOAN-ITEM-ID
                                        WS-LOAN-COPY-NO
           END-IF
           EVALUATE WS-RETURN-CODE
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

       DECLARE-LOST-SCREEN.
           DISPLAY "Enter item ID: " WITH NO ADVANCING
           ACCEPT WS-LOAN-ITEM-ID
           DISPLAY "Enter copy number (0 if only one copy is out): "
               WITH NO ADVANCING
           ACCEPT WS-LOAN-COPY-NO
           CALL "declare_loan_lost" USING WS-RETURN-CODE
                                        WS-LOAN-ITEM-ID
                                        WS-LOAN-COPY-NO
           EVALUATE WS-RETURN-CODE
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

       OVERDUE-SCREEN.
       PLACE-HOLD-SCREEN.
           DISPLAY "Enter item ID: " WITH NO ADVANCING
           ACCEPT WS-LOAN-ITEM-ID
           DISPLAY "Enter copy number (0 for any copy): "
               WITH NO ADVANCING
           ACCEPT WS-LOAN-COPY-NO
           DISPLAY "Enter borrower ID: " WITH NO ADVANCING
           ACCEPT WS-LOAN-BORROWER-ID
           CALL "place_hold_copy" USING WS-RETURN-CODE
                                       WS-LOAN-ITEM-ID
                                       WS-LOAN-COPY-NO
                                       WS-LOAN-BORROWER-ID
                                       WS-HOLD-ID
           EVALUATE WS-RETURN-CODE
               WHEN 0 DISPLAY "Hold " WS-HOLD-ID " placed."
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

               WHEN OTHER DISPLAY "Cancel failed."
           END-EVALUATE.

       MORE-MENU.
           MOVE 0 TO WS-MORE-CHOICE
           PERFORM UNTIL WS-MORE-CHOICE = 9
               DISPLAY "=== More Options ==="
               DISPLAY "1. Copies"
               DISPLAY "2. Borrower Charges"
               DISPLAY "3. Progress and Backlog"
               DISPLAY "4. Product Codes"
               DISPLAY "5. Budget Report"
               DISPLAY "9. Back to Main Menu"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-MORE-CHOICE
               EVALUATE WS-MORE-CHOICE
                   WHEN 1 PERFORM COPIES-MENU
                   WHEN 2 PERFORM CHARGES-MENU
                   WHEN 3 PERFORM PROGRESS-MENU
                   WHEN 4 PERFORM CODES-MENU
                   WHEN 5 PERFORM BUDGET-REPORT-SCREEN
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.

       BUDGET-REPORT-SCREEN.
           DISPLAY "Budget year (0 for this year): "
               WITH NO ADVANCING
           ACCEPT WS-BUDGET-YEAR
           CALL "budget_report" USING WS-RETURN-CODE
                                     WS-BUDGET-YEAR
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   DISPLAY "Report written to data/budget_report.txt"
               WHEN 8
                   DISPLAY "A file is in use by another user; "
                       "try again later."
               WHEN OTHER
                   DISPLAY "Budget report failed."
           END-EVALUATE.

       COPIES-MENU.
           MOVE 0 TO WS-COPY-CHOICE
           PERFORM UNTIL WS-COPY-CHOICE = 9
               DISPLAY "=== Copies ==="
               DISPLAY "1. List Copies"
               DISPLAY "2. Add Copy"
               DISPLAY "3. Edit Copy"
               DISPLAY "4. Retire Copy"
               DISPLAY "9. Back"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-COPY-CHOICE
               EVALUATE WS-COPY-CHOICE
                   WHEN 1 PERFORM LIST-COPIES-SCREEN
                   WHEN 2
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM ADD-COPY-SCREEN
                       END-IF
                   WHEN 3
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM EDIT-COPY-SCREEN
                       END-IF
                   WHEN 4
                       MOVE 'S' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM RETIRE-COPY-SCREEN
                       END-IF
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.

       ACCEPT-COPY-FIELDS.
           DISPLAY "Format (e.g. DVD, BLU-RAY, PAPERBACK): "
               WITH NO ADVANCING
           ACCEPT WS-COPY-FORMAT
           PERFORM ACCEPT-DETAIL-FIELDS
           MOVE WS-DET-ACQ-DATE TO WS-COPY-ACQ-DATE
           MOVE WS-DET-PRICE TO WS-COPY-PRICE
           MOVE WS-DET-VALUE TO WS-COPY-VALUE
           MOVE WS-DET-CONDITION TO WS-COPY-CONDITION
           MOVE WS-DET-LOCATION TO WS-COPY-LOCATION
           MOVE SPACES TO WS-COPY-DISPOSITION.

       LIST-COPIES-SCREEN.
           DISPLAY "Enter item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           CALL "list_copies" USING WS-RETURN-CODE
                                   WS-ITEM-ID.

       ADD-COPY-SCREEN.
           DISPLAY "Enter item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           PERFORM ACCEPT-COPY-FIELDS
           CALL "add_copy" USING WS-RETURN-CODE
                                WS-ITEM-ID
                                WS-COPY-DETAILS
                                WS-COPY-NO
           EVALUATE WS-RETURN-CODE
               WHEN 0 DISPLAY "Copy " WS-COPY-NO " added."
               WHEN 1 CONTINUE
               WHEN 2 CONTINUE
               WHEN 12 CONTINUE
               WHEN 8 DISPLAY "Catalog record is in use by another "
                   "user; try again later."
               WHEN 9 DISPLAY "Condition must be MINT, GOOD, FAIR "
                   "or POOR."
               WHEN 10 DISPLAY "Location code is not on the "
                   "approved list (data/locations.dat)."
               WHEN OTHER DISPLAY "Add copy failed."
           END-EVALUATE.

       EDIT-COPY-SCREEN.
           DISPLAY "Enter item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           DISPLAY "Enter copy number: " WITH NO ADVANCING
           ACCEPT WS-COPY-NO
           CALL "get_copy" USING WS-RETURN-CODE
                                WS-ITEM-ID
                                WS-COPY-NO
                                WS-COPY-DETAILS
           IF WS-RETURN-CODE = 0
               DISPLAY "Editing copy " WS-COPY-NO " of item "
                   WS-ITEM-ID
               DISPLAY "Current format: " WS-COPY-FORMAT
               MOVE WS-COPY-PRICE TO WS-VALUE-DISPLAY
               DISPLAY "Current price paid: " WS-VALUE-DISPLAY
               MOVE WS-COPY-VALUE TO WS-VALUE-DISPLAY
               DISPLAY "Current est. value: " WS-VALUE-DISPLAY
               DISPLAY "Current condition: " WS-COPY-CONDITION
               DISPLAY "Current location: " WS-COPY-LOCATION
               PERFORM ACCEPT-COPY-FIELDS
               CALL "edit_copy" USING WS-RETURN-CODE
                                     WS-ITEM-ID
                                     WS-COPY-NO
                                     WS-COPY-DETAILS
               EVALUATE WS-RETURN-CODE
                   WHEN 0 DISPLAY "Copy updated."
                   WHEN 1 CONTINUE
                   WHEN 2 CONTINUE
                   WHEN 8 DISPLAY "Catalog record is in use by "
                       "another user; try again later."
                   WHEN 9 DISPLAY "Condition must be MINT, GOOD, "
                       "FAIR or POOR."
                   WHEN 10 DISPLAY "Location code is not on the "
                       "approved list (data/locations.dat)."
                   WHEN OTHER DISPLAY "Update failed."
               END-EVALUATE
           END-IF.

       RETIRE-COPY-SCREEN.
           DISPLAY "Enter item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           DISPLAY "Enter copy number: " WITH NO ADVANCING
           ACCEPT WS-COPY-NO
           CALL "get_copy" USING WS-RETURN-CODE
                                WS-ITEM-ID
                                WS-COPY-NO
                                WS-COPY-DETAILS
           IF WS-RETURN-CODE = 0
               DISPLAY "Retire copy " WS-COPY-NO " of item "
                   WS-ITEM-ID " (" WS-COPY-FORMAT ")"
               PERFORM ACCEPT-DISPOSITION-FIELDS
               DISPLAY "Are you sure (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   CALL "retire_copy" USING WS-RETURN-CODE
                                           WS-ITEM-ID
                                           WS-COPY-NO
                                           WS-DISPOSITION
                                           WS-DISPOSAL-DATE
                                           WS-PROCEEDS
                   EVALUATE WS-RETURN-CODE
                       WHEN 0 DISPLAY "Copy retired."
                       WHEN 1 CONTINUE
                       WHEN 2 CONTINUE
                       WHEN 3 CONTINUE
                       WHEN 11 CONTINUE
                       WHEN 5 DISPLAY "Disposition must be SOLD, "
                           "DONATED, LOST or TRADED."
                       WHEN 8 DISPLAY "Catalog record is in use "
                           "by another user; try again later."
                       WHEN OTHER DISPLAY "Retire failed."
                   END-EVALUATE
               ELSE
                   DISPLAY "Retire cancelled."
               END-IF
           END-IF.

       CHARGES-MENU.
           MOVE 0 TO WS-CHARGE-CHOICE
           PERFORM UNTIL WS-CHARGE-CHOICE = 9
               DISPLAY "=== Borrower Charges ==="
               DISPLAY "1. Post Payment"
               DISPLAY "2. Post Waiver"
               DISPLAY "3. Charges and Balance"
               DISPLAY "9. Back"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-CHARGE-CHOICE
               EVALUATE WS-CHARGE-CHOICE
                   WHEN 1
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM PAYMENT-SCREEN
                       END-IF
                   WHEN 2
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM WAIVER-SCREEN
                       END-IF
                   WHEN 3 PERFORM CHARGES-LIST-SCREEN
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.

       PAYMENT-SCREEN.
           DISPLAY "Enter borrower ID: " WITH NO ADVANCING
           ACCEPT WS-CHG-BORROWER-ID
           DISPLAY "Payment amount (e.g. 5.00): " WITH NO ADVANCING
           ACCEPT WS-AMT-INPUT
           PERFORM EDIT-AMOUNT-INPUT
           MOVE WS-AMT-VALUE TO WS-CHG-AMOUNT
           CALL "post_payment" USING WS-RETURN-CODE
                                    WS-CHG-BORROWER-ID
                                    WS-CHG-AMOUNT
           PERFORM SHOW-CHARGE-RESULT.

       WAIVER-SCREEN.
           DISPLAY "Enter borrower ID: " WITH NO ADVANCING
           ACCEPT WS-CHG-BORROWER-ID
           DISPLAY "Waiver amount (e.g. 2.50): " WITH NO ADVANCING
           ACCEPT WS-AMT-INPUT
           PERFORM EDIT-AMOUNT-INPUT
           MOVE WS-AMT-VALUE TO WS-CHG-AMOUNT
           DISPLAY "Reason for waiver: " WITH NO ADVANCING
           ACCEPT WS-CHG-REASON
           CALL "post_waiver" USING WS-RETURN-CODE
                                   WS-CHG-BORROWER-ID
                                   WS-CHG-AMOUNT
                                   WS-CHG-REASON
           PERFORM SHOW-CHARGE-RESULT.

       SHOW-CHARGE-RESULT.
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   CALL "borrower_balance" USING WS-RETURN-CODE
                                                 WS-CHG-BORROWER-ID
                                                 WS-CHG-BALANCE
                                                 WS-CHG-LIMIT
                   MOVE WS-CHG-BALANCE TO WS-BALANCE-DISPLAY
                   DISPLAY "Posted. Balance now " WS-BALANCE-DISPLAY
               WHEN 2 DISPLAY "Amount must be greater than zero."
               WHEN 3 DISPLAY "A waiver needs a reason."
               WHEN 4 DISPLAY "Amount is more than the balance owed."
               WHEN 5 DISPLAY "Borrower is not on file."
               WHEN 8 DISPLAY "File is in use by another user; "
                   "try again later."
               WHEN OTHER DISPLAY "Posting failed."
           END-EVALUATE.

       CHARGES-LIST-SCREEN.
           DISPLAY "Enter borrower ID: " WITH NO ADVANCING
           ACCEPT WS-CHG-BORROWER-ID
           CALL "list_charges" USING WS-RETURN-CODE
                                    WS-CHG-BORROWER-ID
           IF WS-RETURN-CODE = 8
               DISPLAY "Charges file is in use by another user; "
                   "try again later."
           END-IF.

       PROGRESS-MENU.
           MOVE 0 TO WS-PROGRESS-CHOICE
           PERFORM UNTIL WS-PROGRESS-CHOICE = 9
               DISPLAY "=== Progress and Backlog ==="
               DISPLAY "1. View Progress"
               DISPLAY "2. Update Progress"
               DISPLAY "3. Backlog Report"
               DISPLAY "9. Back"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-PROGRESS-CHOICE
               EVALUATE WS-PROGRESS-CHOICE
                   WHEN 1 PERFORM VIEW-PROGRESS-SCREEN
                   WHEN 2
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM UPDATE-PROGRESS-SCREEN
                       END-IF
                   WHEN 3 PERFORM BACKLOG-REPORT-SCREEN
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.

       VIEW-PROGRESS-SCREEN.
           DISPLAY "Enter item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           PERFORM SHOW-ITEM-PROGRESS.

       SHOW-ITEM-PROGRESS.
           CALL "get_progress" USING WS-RETURN-CODE
                                    WS-ITEM-ID
                                    WS-ITEM-TITLE
                                    WS-ITEM-MEDIA-TYPE
                                    WS-PROGRESS-DATA
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   EVALUATE WS-PG-STATUS
                       WHEN 'P' MOVE "IN PROGRESS" TO WS-PG-STATUS-NAME
                       WHEN 'F' MOVE "FINISHED" TO WS-PG-STATUS-NAME
                       WHEN 'A' MOVE "ABANDONED" TO WS-PG-STATUS-NAME
                       WHEN OTHER
                           MOVE "NOT STARTED" TO WS-PG-STATUS-NAME
                   END-EVALUATE
                   DISPLAY "Item:        " WS-ITEM-ID " "
                       WS-ITEM-TITLE (1:50)
                   DISPLAY "Media Type:  " WS-ITEM-MEDIA-TYPE
                   DISPLAY "Status:      " WS-PG-STATUS-NAME
                   DISPLAY "Position:    " WS-PG-POSITION
                       " of " WS-PG-TOTAL
                   DISPLAY "Started:     " WS-PG-START-DATE
                   DISPLAY "Finished:    " WS-PG-FINISH-DATE
                   DISPLAY "Completed:   " WS-PG-TIMES " time(s)"
                   DISPLAY "Last Update: " WS-PG-LAST-DATE
               WHEN 2 DISPLAY "Item not found."
               WHEN 8 DISPLAY "Progress file is in use by another "
                   "user; try again later."
               WHEN OTHER DISPLAY "Progress lookup failed."
           END-EVALUATE.

       UPDATE-PROGRESS-SCREEN.
           DISPLAY "Enter item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           PERFORM SHOW-ITEM-PROGRESS
           IF WS-RETURN-CODE = 0
               DISPLAY "S=Start  U=Update position  F=Finished  "
                   "A=Abandoned  R=Reset"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT WS-PG-ACTION
               MOVE FUNCTION UPPER-CASE (WS-PG-ACTION) TO WS-PG-ACTION
               MOVE 0 TO WS-PG-NEW-POSITION
               MOVE 0 TO WS-PG-NEW-TOTAL
               IF WS-PG-ACTION = 'S' OR WS-PG-ACTION = 'U'
                   DISPLAY "Episode/volume/chapter reached: "
                       WITH NO ADVANCING
                   ACCEPT WS-PG-NEW-POSITION
                   DISPLAY "Total (0 to keep " WS-PG-TOTAL "): "
                       WITH NO ADVANCING
                   ACCEPT WS-PG-NEW-TOTAL
               END-IF
               CALL "update_progress" USING WS-RETURN-CODE
                                           WS-ITEM-ID
                                           WS-PG-ACTION
                                           WS-PG-NEW-POSITION
                                           WS-PG-NEW-TOTAL
               EVALUATE WS-RETURN-CODE
                   WHEN 0
                       DISPLAY "Progress updated."
                       PERFORM SHOW-ITEM-PROGRESS
                   WHEN 2 DISPLAY "Item not found."
                   WHEN 3 DISPLAY "Unknown action."
                   WHEN 4 DISPLAY "Position is beyond the total."
                   WHEN 8 DISPLAY "Progress file is in use by another "
                       "user; try again later."
                   WHEN OTHER DISPLAY "Update failed."
               END-EVALUATE
           END-IF.

       BACKLOG-REPORT-SCREEN.
           DISPLAY "Stalled after how many days (0 for 90): "
               WITH NO ADVANCING
           ACCEPT WS-STALL-DAYS
           CALL "backlog_report" USING WS-RETURN-CODE
                                      WS-STALL-DAYS
           IF WS-RETURN-CODE = 0
               DISPLAY "Report written to data/backlog_report.txt"
           ELSE
               DISPLAY "Backlog report failed."
           END-IF.

       CODES-MENU.
           MOVE 0 TO WS-CODES-CHOICE
           PERFORM UNTIL WS-CODES-CHOICE = 9
               DISPLAY "=== Product Codes ==="
               DISPLAY "1. Find Item By Code"
               DISPLAY "2. List Codes For Item"
               DISPLAY "3. Add Code To Item"
               DISPLAY "4. Remove Code From Item"
               DISPLAY "9. Back"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-CODES-CHOICE
               EVALUATE WS-CODES-CHOICE
                   WHEN 1 PERFORM FIND-CODE-SCREEN
                   WHEN 2 PERFORM LIST-CODES-SCREEN
                   WHEN 3
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM ADD-CODE-SCREEN
                       END-IF
                   WHEN 4
                       MOVE 'C' TO WS-REQUIRED-ROLE
                       PERFORM CHECK-OPERATOR-ROLE
                       IF WS-ROLE-RC = 0
                           PERFORM REMOVE-CODE-SCREEN
                       END-IF
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.

       FIND-CODE-SCREEN.
           MOVE SPACES TO WS-CODE-TYPE
           MOVE SPACES TO WS-CODE-VALUE
           DISPLAY "Code type (ISBN/UPC/EAN/CAT, blank for any): "
               WITH NO ADVANCING
           ACCEPT WS-CODE-TYPE
           DISPLAY "Code: " WITH NO ADVANCING
           ACCEPT WS-CODE-VALUE
           IF WS-CODE-TYPE = SPACES
               CALL "find_code_any" USING WS-CODE-RC
                                         WS-CODE-VALUE
                                         WS-CODE-ITEM-ID
           ELSE
               CALL "find_identifier" USING WS-CODE-RC
                                           WS-CODE-TYPE
                                           WS-CODE-VALUE
                                           WS-CODE-ITEM-ID
           END-IF
           IF WS-CODE-RC = 0
               MOVE WS-CODE-ITEM-ID TO WS-ITEM-ID
               CALL "view_item" USING WS-RETURN-CODE
                                     WS-ITEM-ID
           ELSE
               PERFORM SHOW-CODE-RESULT
           END-IF.

       LIST-CODES-SCREEN.
           DISPLAY "Enter item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           CALL "show_identifiers" USING WS-CODE-RC
                                        WS-ITEM-ID
           EVALUATE WS-CODE-RC
               WHEN 0 CONTINUE
               WHEN 8 PERFORM SHOW-CODE-RESULT
               WHEN OTHER
                   DISPLAY "No product codes on file for this item."
           END-EVALUATE.

       ADD-CODE-SCREEN.
           PERFORM ACCEPT-CODE-ITEM
           IF WS-RETURN-CODE = 0
               CALL "add_identifier" USING WS-CODE-RC
                                          WS-ITEM-ID
                                          WS-CODE-TYPE
                                          WS-CODE-VALUE
               IF WS-CODE-RC = 0
                   DISPLAY "Product code added."
               ELSE
                   PERFORM SHOW-CODE-RESULT
               END-IF
           END-IF.

       REMOVE-CODE-SCREEN.
           PERFORM ACCEPT-CODE-ITEM
           IF WS-RETURN-CODE = 0
               CALL "remove_identifier" USING WS-CODE-RC
                                             WS-ITEM-ID
                                             WS-CODE-TYPE
                                             WS-CODE-VALUE
               IF WS-CODE-RC = 0
                   DISPLAY "Product code removed."
               ELSE
                   PERFORM SHOW-CODE-RESULT
               END-IF
           END-IF.

       ACCEPT-CODE-ITEM.
           DISPLAY "Enter item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           CALL "get_item" USING WS-RETURN-CODE
                                WS-ITEM-ID
                                WS-ITEM-TITLE
                                WS-ITEM-GENRE-TABLE
                                WS-ITEM-MEDIA-TYPE
                                WS-ITEM-YEAR
                                WS-ITEM-RATING
                                WS-ITEM-DESCRIPTION
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Item not found."
           ELSE
               DISPLAY "Item:        " WS-ITEM-ID " "
                   WS-ITEM-TITLE (1:50)
               MOVE SPACES TO WS-CODE-TYPE
               MOVE SPACES TO WS-CODE-VALUE
               DISPLAY "Code type (ISBN/UPC/EAN/CAT): "
                   WITH NO ADVANCING
               ACCEPT WS-CODE-TYPE
               DISPLAY "Code: " WITH NO ADVANCING
               ACCEPT WS-CODE-VALUE
           END-IF.

       SHOW-CODE-RESULT.
           EVALUATE WS-CODE-RC
               WHEN 2 DISPLAY "Product code not found."
               WHEN 3 DISPLAY "Code type must be ISBN, UPC, EAN "
                   "or CAT."
               WHEN 4 DISPLAY "Code is not valid for that code type."
               WHEN 5 DISPLAY "Code is already on another item."
               WHEN 6 DISPLAY "Item not found."
               WHEN 8 DISPLAY "Identifiers file is in use by another "
                   "user; try again later."
               WHEN OTHER DISPLAY "Update failed."
           END-EVALUATE.

       END PROGRAM CONSOLE.
