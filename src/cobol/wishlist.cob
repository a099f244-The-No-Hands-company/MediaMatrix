           05 WS-LOCL-CODE         PIC X(10) OCCURS 100 TIMES.
       01 WS-LOCATION-UPPER       PIC X(10).
       01 WS-GENRE-IDX            PIC 9.
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ROLE-RC              PIC 9(4).
       01 WS-BUDGET-AMOUNT        PIC 9(7)V99.
       01 WS-BUDGET-SPENT         PIC 9(7)V99.
       01 WS-BUDGET-AFTER         PIC 9(7)V99.
       01 WS-BUDGET-DISPLAY       PIC Z,ZZZ,ZZ9.99.
       01 WS-BUDGET-OK            PIC X.
       01 WS-TOBUY-HEADING1.
           05 FILLER              PIC X(30) VALUE
               "MEDIAMATRIX TO-BUY LIST AS OF ".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "sign_on_operator" USING WS-ROLE-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE.
           IF WS-ROLE-RC NOT = 0
               STOP RUN
           END-IF.
           PERFORM INIT-WISHLIST-PROC.
           CALL "init_mediamatrix" USING WS-RETURN-CODE.
           PERFORM UNTIL WS-MENU-CHOICE = 9
           EXIT SECTION.

       ADD-WISH SECTION.
           PERFORM CHECK-CLERK-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM ACCEPT-WISH-FIELDS.
           PERFORM GET-NEXT-WISH-ID.
           IF WS-NEXT-ID = 0
           EXIT SECTION.

       EDIT-WISH SECTION.
           PERFORM CHECK-CLERK-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Enter wishlist entry ID: " WITH NO ADVANCING.
           ACCEPT WS-WISH-ID.
           PERFORM OPEN-WISHLIST-IO-RETRY.
           EXIT SECTION.

       CANCEL-WISH SECTION.
           PERFORM CHECK-CLERK-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Enter wishlist entry ID: " WITH NO ADVANCING.
           ACCEPT WS-WISH-ID.
           PERFORM OPEN-WISHLIST-IO-RETRY.
           END-READ.
           EXIT SECTION.

       CHECK-CLERK-ROLE SECTION.
           MOVE 'C' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           EXIT SECTION.

       ACQUIRE-WISH SECTION.
           PERFORM CHECK-CLERK-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Enter wishlist entry ID: " WITH NO ADVANCING.
           ACCEPT WS-WISH-ID.
           PERFORM OPEN-WISHLIST-INPUT-RETRY.
           CLOSE WISHLIST-FILE.
           DISPLAY "Acquiring: " WS-ITEM-TITLE (1:60).
           PERFORM ACCEPT-CATALOG-FIELDS.
           PERFORM CHECK-ACQUISITION-BUDGET.
           IF WS-BUDGET-OK NOT = 'Y'
               DISPLAY "Wishlist entry left open."
               EXIT SECTION
           END-IF.
           CALL "add_item" USING WS-RETURN-CODE
                                WS-ITEM-TITLE
                                WS-ITEM-GENRE-TABLE
           END-EVALUATE.
           EXIT SECTION.

       CHECK-ACQUISITION-BUDGET SECTION.
           MOVE 'Y' TO WS-BUDGET-OK.
           IF WS-DET-PRICE = 0
               EXIT SECTION
           END-IF.
           CALL "check_budget" USING WS-RETURN-CODE
                                     WS-ITEM-MEDIA-TYPE
                                     WS-DET-PRICE
                                     WS-DET-ACQ-DATE
                                     WS-BUDGET-AMOUNT
                                     WS-BUDGET-SPENT.
           IF WS-RETURN-CODE = 8
               DISPLAY "Budget file is in use; the budget was not "
                   "checked."
           END-IF.
           IF WS-RETURN-CODE NOT = 4
               EXIT SECTION
           END-IF.
           COMPUTE WS-BUDGET-AFTER = WS-BUDGET-SPENT + WS-DET-PRICE.
           DISPLAY "WARNING: this purchase puts " WS-ITEM-MEDIA-TYPE
               " over budget for " WS-DET-ACQ-DATE (1:4) ".".
           MOVE WS-BUDGET-AMOUNT TO WS-BUDGET-DISPLAY.
           DISPLAY "  Year budget:        " WS-BUDGET-DISPLAY.
           MOVE WS-BUDGET-SPENT TO WS-BUDGET-DISPLAY.
           DISPLAY "  Spent so far:       " WS-BUDGET-DISPLAY.
           MOVE WS-BUDGET-AFTER TO WS-BUDGET-DISPLAY.
           DISPLAY "  Spent with this:    " WS-BUDGET-DISPLAY.
           MOVE 'N' TO WS-BUDGET-OK.
           MOVE 'S' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               DISPLAY "A supervisor must approve going over budget."
               EXIT SECTION
           END-IF.
           DISPLAY "Override the budget and acquire anyway (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 'Y' TO WS-BUDGET-OK
           END-IF.
           EXIT SECTION.

       ACCEPT-CATALOG-FIELDS SECTION.
           MOVE 'N' TO WS-VAL-OK.
           PERFORM UNTIL WS-VAL-OK = 'Y'
