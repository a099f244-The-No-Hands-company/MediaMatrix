       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGES IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGES-FILE ASSIGN TO "data/charges.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BORROWERS-FILE ASSIGN TO "data/borrowers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOR-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-BORROWERS-STATUS.
           SELECT RATES-FILE ASSIGN TO "data/charge_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHARGES-FILE.
       01 CHARGE-RECORD.
           05 CHG-KEY.
               10 CHG-BORROWER-ID  PIC 9(6).
               10 CHG-SEQ          PIC 9(4).
           05 CHG-DATE             PIC 9(8).
           05 CHG-TYPE             PIC X.
           05 CHG-AMOUNT           PIC 9(5)V99.
           05 CHG-ITEM-ID          PIC 9(6).
           05 CHG-COPY-NO          PIC 9(2).
           05 CHG-LOAN-ID          PIC 9(6).
           05 CHG-REASON           PIC X(40).
           05 CHG-OPERATOR         PIC X(8).
           05 FILLER               PIC X(10).

       FD BORROWERS-FILE.
       01 BORROWER-RECORD.
           05 BOR-ID               PIC 9(6).
           05 BOR-NAME             PIC X(40).
           05 BOR-CONTACT          PIC X(60).
           05 BOR-LOAN-LIMIT       PIC 9(2).
           05 BOR-STATE            PIC X.

       FD RATES-FILE.
       01 RATES-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-BORROWERS-STATUS     PIC X(2).
       01 WS-RATES-STATUS         PIC X(2).
       01 WS-RESULT-CODE          PIC 9(4).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-RETRY-COUNT          PIC 9(2).
       01 WS-SLEEP-SECONDS        PIC 9 VALUE 1.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-DAYS           PIC 9(7).
       01 WS-DUE-DAYS             PIC 9(7).
       01 WS-RETURNED-DAYS        PIC 9(7).
       01 WS-CHARGE-DAYS          PIC 9(7).
       01 WS-AGE-DAYS             PIC 9(7).
       01 WS-DAYS-LATE            PIC 9(5).
       01 WS-DAYS-LATE-DISPLAY    PIC Z(4)9.
       01 WS-CHG-BORROWER-ID      PIC 9(6).
       01 WS-CHG-TYPE             PIC X.
       01 WS-CHG-AMOUNT           PIC 9(5)V99.
       01 WS-CHG-ITEM-ID          PIC 9(6).
       01 WS-CHG-COPY-NO          PIC 9(2).
       01 WS-CHG-LOAN-ID          PIC 9(6).
       01 WS-CHG-REASON           PIC X(40).
       01 WS-CHG-MEDIA            PIC X(20).
       01 WS-CHG-DATE-DUE         PIC 9(8).
       01 WS-CHG-DATE-RETURNED    PIC 9(8).
       01 WS-LATE-FEE             PIC 9(7)V99.
       01 WS-NEXT-SEQ             PIC 9(4).
       01 WS-WRITE-TRIES          PIC 9(2).
       01 WS-SCAN-MODE            PIC X.
       01 WS-CHARGED              PIC 9(7)V99.
       01 WS-CREDITED             PIC 9(7)V99.
       01 WS-BALANCE              PIC 9(7)V99.
       01 WS-CREDIT-LEFT          PIC 9(7)V99.
       01 WS-UNPAID               PIC 9(7)V99.
       01 WS-AGED-BALANCE.
           05 WS-AGE-CURRENT       PIC 9(7)V99.
           05 WS-AGE-30            PIC 9(7)V99.
           05 WS-AGE-60            PIC 9(7)V99.
           05 WS-AGE-90            PIC 9(7)V99.
           05 WS-AGE-TOTAL         PIC 9(7)V99.
       01 WS-BALANCE-LIMIT        PIC 9(5)V99 VALUE 10.00.
       01 WS-DEFAULT-RATE         PIC 9(3)V99 VALUE 0.25.
       01 WS-DAY-RATE             PIC 9(3)V99.
       01 WS-RATES-LOADED         PIC X VALUE 'N'.
       01 WS-RATE-COUNT           PIC 9(2) VALUE 0.
       01 WS-RATE-IDX             PIC 9(2).
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
               10 WS-RATE-MEDIA    PIC X(20).
               10 WS-RATE-AMOUNT   PIC 9(3)V99.
       01 WS-RATE-TEXT            PIC X(7).
       01 WS-RATE-PARTS REDEFINES WS-RATE-TEXT.
           05 WS-RT-WHOLE          PIC 9(4).
           05 WS-RT-POINT          PIC X.
           05 WS-RT-CENTS          PIC 9(2).
       01 WS-RATE-VALUE           PIC 9(5)V99.
       01 WS-MEDIA-UPPER          PIC X(20).
       01 WS-BORROWER-FOUND       PIC X.
       01 WS-BORROWER-NAME        PIC X(40).
       01 WS-LIST-COUNT           PIC 9(4).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ROLE-RC              PIC 9(4).
       01 WS-BOR-INPUT            PIC 9(6).
       01 WS-AMT-INPUT            PIC X(10).
       01 WS-AMT-VALUE            PIC 9(5)V99.
       01 WS-AMT-WHOLE            PIC 9(5).
       01 WS-AMT-CENTS            PIC 9(2).
       01 WS-AMT-DECIMALS         PIC 9.
       01 WS-AMT-IN-CENTS         PIC X.
       01 WS-AMT-IDX              PIC 9(2).
       01 WS-AMT-CHAR             PIC X.
       01 WS-AMT-DIGIT REDEFINES WS-AMT-CHAR PIC 9.
       01 WS-AMOUNT-DISPLAY       PIC ZZZ,ZZ9.99.
       01 WS-CHARGE-DETAIL.
           05 WS-CD-SEQ            PIC Z(3)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-CD-DATE           PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-CD-TYPE           PIC X(11).
           05 WS-CD-AMOUNT         PIC ZZ,ZZ9.99.
           05 WS-CD-SIGN           PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-CD-ITEM           PIC Z(5)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-CD-REASON         PIC X(40).
       01 WS-AGED-DETAIL.
           05 FILLER               PIC X(9)  VALUE "CURRENT ".
           05 WS-AD-CURRENT        PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(9)  VALUE "   30-59 ".
           05 WS-AD-30             PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(9)  VALUE "   60-89 ".
           05 WS-AD-60             PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(9)  VALUE "   90+   ".
           05 WS-AD-90             PIC ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LS-RETURN-CODE         PIC 9(4).
       01 LS-BORROWER-ID         PIC 9(6).
       01 LS-ITEM-ID             PIC 9(6).
       01 LS-COPY-NO             PIC 9(2).
       01 LS-LOAN-ID             PIC 9(6).
       01 LS-MEDIA-TYPE          PIC X(20).
       01 LS-DATE-DUE            PIC 9(8).
       01 LS-DATE-RETURNED       PIC 9(8).
       01 LS-AMOUNT              PIC 9(5)V99.
       01 LS-FEE                 PIC 9(7)V99.
       01 LS-REASON              PIC X(40).
       01 LS-BALANCE             PIC 9(7)V99.
       01 LS-BALANCE-LIMIT       PIC 9(5)V99.
       01 LS-AGED-BALANCE.
           05 LS-AGE-CURRENT       PIC 9(7)V99.
           05 LS-AGE-30            PIC 9(7)V99.
           05 LS-AGE-60            PIC 9(7)V99.
           05 LS-AGE-90            PIC 9(7)V99.
           05 LS-AGE-TOTAL         PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "sign_on_operator" USING WS-ROLE-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE.
           IF WS-ROLE-RC NOT = 0
               STOP RUN
           END-IF.
           PERFORM INIT-CHARGES-PROC.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               DISPLAY "=== CHARGES - Borrower Charges ==="
               DISPLAY "1. Post Payment"
               DISPLAY "2. Post Waiver"
               DISPLAY "3. Charges and Balance"
               DISPLAY "9. Exit"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM MENU-POST-PAYMENT
                   WHEN 2 PERFORM MENU-POST-WAIVER
                   WHEN 3 PERFORM MENU-LIST-CHARGES
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       MENU-POST-PAYMENT SECTION.
           MOVE 'C' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Enter borrower ID: " WITH NO ADVANCING.
           ACCEPT WS-CHG-BORROWER-ID.
           DISPLAY "Payment amount (e.g. 5.00): " WITH NO ADVANCING.
           ACCEPT WS-AMT-INPUT.
           PERFORM EDIT-AMOUNT-INPUT.
           MOVE WS-AMT-VALUE TO WS-CHG-AMOUNT.
           MOVE 'P' TO WS-CHG-TYPE.
           MOVE SPACES TO WS-CHG-REASON.
           PERFORM POST-CREDIT-PROC.
           PERFORM SHOW-CREDIT-RESULT.
           EXIT SECTION.

       MENU-POST-WAIVER SECTION.
           MOVE 'C' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Enter borrower ID: " WITH NO ADVANCING.
           ACCEPT WS-CHG-BORROWER-ID.
           DISPLAY "Waiver amount (e.g. 2.50): " WITH NO ADVANCING.
           ACCEPT WS-AMT-INPUT.
           PERFORM EDIT-AMOUNT-INPUT.
           MOVE WS-AMT-VALUE TO WS-CHG-AMOUNT.
           DISPLAY "Reason for waiver: " WITH NO ADVANCING.
           ACCEPT WS-CHG-REASON.
           MOVE 'W' TO WS-CHG-TYPE.
           PERFORM POST-CREDIT-PROC.
           PERFORM SHOW-CREDIT-RESULT.
           EXIT SECTION.

       SHOW-CREDIT-RESULT SECTION.
           EVALUATE WS-RESULT-CODE
               WHEN 0
                   MOVE WS-BALANCE TO WS-AMOUNT-DISPLAY
                   DISPLAY "Posted. Balance now " WS-AMOUNT-DISPLAY
               WHEN 2 DISPLAY "Amount must be greater than zero."
               WHEN 3 DISPLAY "A waiver needs a reason."
               WHEN 4
                   MOVE WS-BALANCE TO WS-AMOUNT-DISPLAY
                   DISPLAY "Amount is more than the balance of "
                       WS-AMOUNT-DISPLAY
               WHEN 5 DISPLAY "Borrower is not on file."
               WHEN 8 DISPLAY "Charges file is in use by another "
                   "user; try again later."
               WHEN OTHER DISPLAY "Posting failed."
           END-EVALUATE.
           EXIT SECTION.

       MENU-LIST-CHARGES SECTION.
           DISPLAY "Enter borrower ID: " WITH NO ADVANCING.
           ACCEPT WS-CHG-BORROWER-ID.
           PERFORM LIST-CHARGES-PROC.
           EXIT SECTION.

       INIT-CHARGES SECTION.
           ENTRY "init_charges" USING LS-RETURN-CODE.
           PERFORM INIT-CHARGES-PROC.
           MOVE 0 TO LS-RETURN-CODE.
           GOBACK.

       INIT-CHARGES-PROC SECTION.
           OPEN I-O CHARGES-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE CHARGES-FILE
               OPEN OUTPUT CHARGES-FILE
               CLOSE CHARGES-FILE
               OPEN I-O CHARGES-FILE
           END-IF.
           CLOSE CHARGES-FILE.
           EXIT SECTION.

       POST-LATE-FEE SECTION.
           ENTRY "post_late_fee" USING LS-RETURN-CODE
                                     LS-BORROWER-ID
                                     LS-ITEM-ID
                                     LS-COPY-NO
                                     LS-LOAN-ID
                                     LS-MEDIA-TYPE
                                     LS-DATE-DUE
                                     LS-DATE-RETURNED
                                     LS-FEE.
           MOVE LS-BORROWER-ID TO WS-CHG-BORROWER-ID.
           MOVE LS-ITEM-ID TO WS-CHG-ITEM-ID.
           MOVE LS-COPY-NO TO WS-CHG-COPY-NO.
           MOVE LS-LOAN-ID TO WS-CHG-LOAN-ID.
           MOVE LS-MEDIA-TYPE TO WS-CHG-MEDIA.
           MOVE LS-DATE-DUE TO WS-CHG-DATE-DUE.
           MOVE LS-DATE-RETURNED TO WS-CHG-DATE-RETURNED.
           PERFORM LATE-FEE-PROC.
           MOVE WS-LATE-FEE TO LS-FEE.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       LATE-FEE-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE 0 TO WS-LATE-FEE.
           MOVE 0 TO WS-DAYS-LATE.
           IF WS-CHG-BORROWER-ID = 0
                   OR WS-CHG-DATE-DUE = 0
                   OR WS-CHG-DATE-RETURNED NOT > WS-CHG-DATE-DUE
               EXIT SECTION
           END-IF.
           COMPUTE WS-DUE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-CHG-DATE-DUE).
           COMPUTE WS-RETURNED-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-CHG-DATE-RETURNED).
           IF WS-DUE-DAYS = 0 OR WS-RETURNED-DAYS = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-DAYS-LATE = WS-RETURNED-DAYS - WS-DUE-DAYS.
           PERFORM FIND-DAY-RATE.
           COMPUTE WS-LATE-FEE = WS-DAYS-LATE * WS-DAY-RATE.
           IF WS-LATE-FEE = 0
               EXIT SECTION
           END-IF.
           IF WS-LATE-FEE > 99999.99
               MOVE 99999.99 TO WS-LATE-FEE
           END-IF.
           MOVE 'L' TO WS-CHG-TYPE.
           MOVE WS-LATE-FEE TO WS-CHG-AMOUNT.
           MOVE SPACES TO WS-CHG-REASON.
           MOVE WS-DAYS-LATE TO WS-DAYS-LATE-DISPLAY.
           STRING WS-DAYS-LATE-DISPLAY " DAYS LATE"
                   DELIMITED BY SIZE
               INTO WS-CHG-REASON
           END-STRING.
           PERFORM WRITE-CHARGE-PROC.
           EXIT SECTION.

       POST-REPLACEMENT SECTION.
           ENTRY "post_replacement" USING LS-RETURN-CODE
                                        LS-BORROWER-ID
                                        LS-ITEM-ID
                                        LS-COPY-NO
                                        LS-LOAN-ID
                                        LS-AMOUNT
                                        LS-REASON.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE LS-BORROWER-ID TO WS-CHG-BORROWER-ID.
           MOVE LS-ITEM-ID TO WS-CHG-ITEM-ID.
           MOVE LS-COPY-NO TO WS-CHG-COPY-NO.
           MOVE LS-LOAN-ID TO WS-CHG-LOAN-ID.
           MOVE LS-AMOUNT TO WS-CHG-AMOUNT.
           MOVE LS-REASON TO WS-CHG-REASON.
           MOVE 'R' TO WS-CHG-TYPE.
           IF WS-CHG-AMOUNT = 0
               MOVE 2 TO WS-RESULT-CODE
           ELSE
               IF WS-CHG-BORROWER-ID = 0
                   MOVE 5 TO WS-RESULT-CODE
               ELSE
                   PERFORM WRITE-CHARGE-PROC
               END-IF
           END-IF.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       POST-PAYMENT SECTION.
           ENTRY "post_payment" USING LS-RETURN-CODE
                                    LS-BORROWER-ID
                                    LS-AMOUNT.
           MOVE LS-BORROWER-ID TO WS-CHG-BORROWER-ID.
           MOVE LS-AMOUNT TO WS-CHG-AMOUNT.
           MOVE 'P' TO WS-CHG-TYPE.
           MOVE SPACES TO WS-CHG-REASON.
           PERFORM POST-CREDIT-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       POST-WAIVER SECTION.
           ENTRY "post_waiver" USING LS-RETURN-CODE
                                   LS-BORROWER-ID
                                   LS-AMOUNT
                                   LS-REASON.
           MOVE LS-BORROWER-ID TO WS-CHG-BORROWER-ID.
           MOVE LS-AMOUNT TO WS-CHG-AMOUNT.
           MOVE 'W' TO WS-CHG-TYPE.
           MOVE LS-REASON TO WS-CHG-REASON.
           PERFORM POST-CREDIT-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       POST-CREDIT-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE 0 TO WS-CHG-ITEM-ID.
           MOVE 0 TO WS-CHG-COPY-NO.
           MOVE 0 TO WS-CHG-LOAN-ID.
           IF WS-CHG-AMOUNT = 0
               MOVE 2 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           IF WS-CHG-TYPE = 'W' AND WS-CHG-REASON = SPACES
               MOVE 3 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           PERFORM FIND-BORROWER.
           IF WS-BORROWER-FOUND NOT = 'Y'
               MOVE 5 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           PERFORM COMPUTE-BALANCE-PROC.
           IF WS-RESULT-CODE NOT = 0
               EXIT SECTION
           END-IF.
           IF WS-CHG-AMOUNT > WS-BALANCE
               MOVE 4 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           PERFORM WRITE-CHARGE-PROC.
           IF WS-RESULT-CODE = 0
               SUBTRACT WS-CHG-AMOUNT FROM WS-BALANCE
           END-IF.
           EXIT SECTION.

       BORROWER-BALANCE SECTION.
           ENTRY "borrower_balance" USING LS-RETURN-CODE
                                        LS-BORROWER-ID
                                        LS-BALANCE
                                        LS-BALANCE-LIMIT.
           MOVE LS-BORROWER-ID TO WS-CHG-BORROWER-ID.
           PERFORM LOAD-CHARGE-RATES.
           PERFORM COMPUTE-BALANCE-PROC.
           MOVE WS-BALANCE TO LS-BALANCE.
           MOVE WS-BALANCE-LIMIT TO LS-BALANCE-LIMIT.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       AGED-BALANCE SECTION.
           ENTRY "aged_balance" USING LS-RETURN-CODE
                                    LS-BORROWER-ID
                                    LS-AGED-BALANCE.
           MOVE LS-BORROWER-ID TO WS-CHG-BORROWER-ID.
           PERFORM COMPUTE-AGING-PROC.
           MOVE WS-AGED-BALANCE TO LS-AGED-BALANCE.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       LIST-CHARGES SECTION.
           ENTRY "list_charges" USING LS-RETURN-CODE
                                    LS-BORROWER-ID.
           MOVE LS-BORROWER-ID TO WS-CHG-BORROWER-ID.
           PERFORM LIST-CHARGES-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       LIST-CHARGES-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           PERFORM FIND-BORROWER.
           IF WS-BORROWER-FOUND NOT = 'Y'
               DISPLAY "Borrower not found."
               MOVE 5 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           DISPLAY "Borrower:    " WS-CHG-BORROWER-ID " "
               WS-BORROWER-NAME.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'L' TO WS-SCAN-MODE.
           PERFORM SCAN-BORROWER-CHARGES.
           IF WS-RESULT-CODE NOT = 0
               EXIT SECTION
           END-IF.
           IF WS-LIST-COUNT = 0
               DISPLAY "No charges on file."
           END-IF.
           PERFORM COMPUTE-AGING-PROC.
           IF WS-RESULT-CODE = 0
               MOVE WS-AGE-TOTAL TO WS-AMOUNT-DISPLAY
               DISPLAY "Balance:     " WS-AMOUNT-DISPLAY
               MOVE WS-AGE-CURRENT TO WS-AD-CURRENT
               MOVE WS-AGE-30 TO WS-AD-30
               MOVE WS-AGE-60 TO WS-AD-60
               MOVE WS-AGE-90 TO WS-AD-90
               DISPLAY WS-AGED-DETAIL
           END-IF.
           EXIT SECTION.

       COMPUTE-BALANCE-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE 0 TO WS-CHARGED.
           MOVE 0 TO WS-CREDITED.
           MOVE 0 TO WS-BALANCE.
           MOVE 'T' TO WS-SCAN-MODE.
           PERFORM SCAN-BORROWER-CHARGES.
           IF WS-CHARGED > WS-CREDITED
               COMPUTE WS-BALANCE = WS-CHARGED - WS-CREDITED
           END-IF.
           EXIT SECTION.

       COMPUTE-AGING-PROC SECTION.
           INITIALIZE WS-AGED-BALANCE.
           PERFORM COMPUTE-BALANCE-PROC.
           IF WS-RESULT-CODE NOT = 0
               EXIT SECTION
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           MOVE WS-CREDITED TO WS-CREDIT-LEFT.
           MOVE 'A' TO WS-SCAN-MODE.
           PERFORM SCAN-BORROWER-CHARGES.
           MOVE WS-BALANCE TO WS-AGE-TOTAL.
           EXIT SECTION.

       SCAN-BORROWER-CHARGES SECTION.
           PERFORM OPEN-CHARGES-INPUT-RETRY.
           IF WS-FILE-STATUS = "35"
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               IF WS-FILE-STATUS = "61" OR WS-FILE-STATUS = "93"
                       OR WS-FILE-STATUS = "94"
                   MOVE 8 TO WS-RESULT-CODE
               ELSE
                   MOVE 1 TO WS-RESULT-CODE
               END-IF
               EXIT SECTION
           END-IF.
           PERFORM START-BORROWER-CHARGES.
           CLOSE CHARGES-FILE.
           EXIT SECTION.

       START-BORROWER-CHARGES SECTION.
           MOVE WS-CHG-BORROWER-ID TO CHG-BORROWER-ID.
           MOVE 0 TO CHG-SEQ.
           START CHARGES-FILE KEY IS GREATER THAN CHG-KEY
               INVALID KEY
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   PERFORM READ-BORROWER-CHARGE
                       UNTIL WS-FILE-STATUS NOT EQUAL "00"
           END-START.
           EXIT SECTION.

       READ-BORROWER-CHARGE SECTION.
           READ CHARGES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF CHG-BORROWER-ID NOT EQUAL WS-CHG-BORROWER-ID
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE
                       EVALUATE WS-SCAN-MODE
                           WHEN 'T' PERFORM TALLY-CHARGE
                           WHEN 'A' PERFORM AGE-CHARGE
                           WHEN 'L' PERFORM DISPLAY-CHARGE
                           WHEN 'S' MOVE CHG-SEQ TO WS-NEXT-SEQ
                       END-EVALUATE
                   END-IF
           END-READ.
           EXIT SECTION.

       TALLY-CHARGE SECTION.
           IF CHG-TYPE = 'P' OR CHG-TYPE = 'W'
               ADD CHG-AMOUNT TO WS-CREDITED
           ELSE
               ADD CHG-AMOUNT TO WS-CHARGED
           END-IF.
           EXIT SECTION.

       AGE-CHARGE SECTION.
           IF CHG-TYPE = 'P' OR CHG-TYPE = 'W'
               EXIT SECTION
           END-IF.
           IF WS-CREDIT-LEFT NOT < CHG-AMOUNT
               SUBTRACT CHG-AMOUNT FROM WS-CREDIT-LEFT
               EXIT SECTION
           END-IF.
           COMPUTE WS-UNPAID = CHG-AMOUNT - WS-CREDIT-LEFT.
           MOVE 0 TO WS-CREDIT-LEFT.
           MOVE 0 TO WS-AGE-DAYS.
           COMPUTE WS-CHARGE-DAYS = FUNCTION INTEGER-OF-DATE (CHG-DATE).
           IF WS-CHARGE-DAYS > 0 AND WS-CHARGE-DAYS < WS-TODAY-DAYS
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-CHARGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   ADD WS-UNPAID TO WS-AGE-CURRENT
               WHEN WS-AGE-DAYS < 60
                   ADD WS-UNPAID TO WS-AGE-30
               WHEN WS-AGE-DAYS < 90
                   ADD WS-UNPAID TO WS-AGE-60
               WHEN OTHER
                   ADD WS-UNPAID TO WS-AGE-90
           END-EVALUATE.
           EXIT SECTION.

       DISPLAY-CHARGE SECTION.
           ADD 1 TO WS-LIST-COUNT.
           MOVE CHG-SEQ TO WS-CD-SEQ.
           MOVE CHG-DATE TO WS-CD-DATE.
           EVALUATE CHG-TYPE
               WHEN 'L' MOVE "LATE FEE" TO WS-CD-TYPE
               WHEN 'R' MOVE "REPLACEMENT" TO WS-CD-TYPE
               WHEN 'P' MOVE "PAYMENT" TO WS-CD-TYPE
               WHEN 'W' MOVE "WAIVER" TO WS-CD-TYPE
               WHEN OTHER MOVE CHG-TYPE TO WS-CD-TYPE
           END-EVALUATE.
           MOVE CHG-AMOUNT TO WS-CD-AMOUNT.
           IF CHG-TYPE = 'P' OR CHG-TYPE = 'W'
               MOVE " CR" TO WS-CD-SIGN
           ELSE
               MOVE SPACES TO WS-CD-SIGN
           END-IF.
           MOVE CHG-ITEM-ID TO WS-CD-ITEM.
           MOVE CHG-REASON TO WS-CD-REASON.
           DISPLAY WS-CHARGE-DETAIL.
           EXIT SECTION.

       WRITE-CHARGE-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           PERFORM OPEN-CHARGES-IO-RETRY.
           IF WS-FILE-STATUS NOT = "00"
               IF WS-FILE-STATUS = "61" OR WS-FILE-STATUS = "93"
                       OR WS-FILE-STATUS = "94"
                   MOVE 8 TO WS-RESULT-CODE
               ELSE
                   MOVE 1 TO WS-RESULT-CODE
               END-IF
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE 'S' TO WS-SCAN-MODE.
           PERFORM START-BORROWER-CHARGES.
           CALL "get_operator" USING WS-OPERATOR-ID
                                     WS-OPERATOR-ROLE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-WRITE-TRIES.
           MOVE "22" TO WS-FILE-STATUS.
           PERFORM WRITE-CHARGE-RECORD
               UNTIL WS-FILE-STATUS NOT = "22"
               OR WS-WRITE-TRIES = 5.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-RESULT-CODE
           END-IF.
           CLOSE CHARGES-FILE.
           EXIT SECTION.

       WRITE-CHARGE-RECORD SECTION.
           ADD 1 TO WS-WRITE-TRIES.
           ADD 1 TO WS-NEXT-SEQ.
           INITIALIZE CHARGE-RECORD.
           MOVE WS-CHG-BORROWER-ID TO CHG-BORROWER-ID.
           MOVE WS-NEXT-SEQ TO CHG-SEQ.
           MOVE WS-TODAY TO CHG-DATE.
           MOVE WS-CHG-TYPE TO CHG-TYPE.
           MOVE WS-CHG-AMOUNT TO CHG-AMOUNT.
           MOVE WS-CHG-ITEM-ID TO CHG-ITEM-ID.
           MOVE WS-CHG-COPY-NO TO CHG-COPY-NO.
           MOVE WS-CHG-LOAN-ID TO CHG-LOAN-ID.
           MOVE WS-CHG-REASON TO CHG-REASON.
           MOVE WS-OPERATOR-ID TO CHG-OPERATOR.
           WRITE CHARGE-RECORD.
           EXIT SECTION.

       FIND-DAY-RATE SECTION.
           PERFORM LOAD-CHARGE-RATES.
           MOVE WS-DEFAULT-RATE TO WS-DAY-RATE.
           MOVE FUNCTION UPPER-CASE (WS-CHG-MEDIA) TO WS-MEDIA-UPPER.
           MOVE 0 TO WS-RATE-IDX.
           PERFORM UNTIL WS-RATE-IDX = WS-RATE-COUNT
               ADD 1 TO WS-RATE-IDX
               IF WS-RATE-MEDIA (WS-RATE-IDX) = WS-MEDIA-UPPER
                   MOVE WS-RATE-AMOUNT (WS-RATE-IDX) TO WS-DAY-RATE
                   MOVE WS-RATE-COUNT TO WS-RATE-IDX
               END-IF
           END-PERFORM.
           EXIT SECTION.

       LOAD-CHARGE-RATES SECTION.
           IF WS-RATES-LOADED = 'Y'
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-RATES-LOADED.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT RATES-FILE.
           IF WS-RATES-STATUS = "00"
               PERFORM READ-CHARGE-RATE
                   UNTIL WS-RATES-STATUS NOT = "00"
               CLOSE RATES-FILE
           END-IF.
           EXIT SECTION.

       READ-CHARGE-RATE SECTION.
           READ RATES-FILE
               AT END
                   MOVE "10" TO WS-RATES-STATUS
               NOT AT END
                   MOVE RATES-LINE (22:7) TO WS-RATE-TEXT
                   IF RATES-LINE (1:20) NOT = SPACES
                           AND WS-RT-WHOLE IS NUMERIC
                           AND WS-RT-POINT = "."
                           AND WS-RT-CENTS IS NUMERIC
                       COMPUTE WS-RATE-VALUE =
                           WS-RT-WHOLE + (WS-RT-CENTS / 100)
                       MOVE FUNCTION UPPER-CASE (RATES-LINE (1:20))
                           TO WS-MEDIA-UPPER
                       IF WS-MEDIA-UPPER = "BALANCE LIMIT"
                           MOVE WS-RATE-VALUE TO WS-BALANCE-LIMIT
                       ELSE
                           IF WS-RATE-COUNT < 20
                               ADD 1 TO WS-RATE-COUNT
                               MOVE WS-MEDIA-UPPER
                                   TO WS-RATE-MEDIA (WS-RATE-COUNT)
                               MOVE WS-RATE-VALUE
                                   TO WS-RATE-AMOUNT (WS-RATE-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           EXIT SECTION.

       FIND-BORROWER SECTION.
           MOVE 'N' TO WS-BORROWER-FOUND.
           MOVE SPACES TO WS-BORROWER-NAME.
           OPEN INPUT BORROWERS-FILE.
           IF WS-BORROWERS-STATUS = "00"
               MOVE WS-CHG-BORROWER-ID TO BOR-ID
               READ BORROWERS-FILE RECORD
               IF WS-BORROWERS-STATUS = "00" AND BOR-ID > 0
                   MOVE 'Y' TO WS-BORROWER-FOUND
                   MOVE BOR-NAME TO WS-BORROWER-NAME
               END-IF
               CLOSE BORROWERS-FILE
           END-IF.
           EXIT SECTION.

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

       OPEN-CHARGES-IO-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN I-O CHARGES-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE CHARGES-FILE
               OPEN OUTPUT CHARGES-FILE
               CLOSE CHARGES-FILE
               OPEN I-O CHARGES-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Charges file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN I-O CHARGES-FILE
           END-PERFORM.
           EXIT SECTION.

       OPEN-CHARGES-INPUT-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN INPUT CHARGES-FILE.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Charges file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN INPUT CHARGES-FILE
           END-PERFORM.
           EXIT SECTION.

       END PROGRAM CHARGES.
