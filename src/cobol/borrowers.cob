               ALTERNATE RECORD KEY IS ITEM-TITLE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ITEMS-STATUS.
           SELECT CHARGES-FILE ASSIGN TO "data/charges.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CHARGES-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO "data/borrower_statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 LOAN-DATE-RETURNED   PIC 9(8).
           05 LOAN-STATE           PIC X.
           05 LOAN-BORROWER-ID     PIC 9(6).
           05 LOAN-OUT-OPERATOR    PIC X(8).
           05 LOAN-IN-OPERATOR     PIC X(8).
           05 LOAN-COPY-NO         PIC 9(2).

       FD ITEMS-FILE.
       01 ITEM-RECORD.
           05 ITEM-RATING          PIC 9(2).
           05 ITEM-DESCRIPTION     PIC X(500).

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

       FD STATEMENT-FILE.
       01 STATEMENT-LINE           PIC X(132).

       01 WS-LOANS-STATUS         PIC X(2).
       01 WS-ITEMS-STATUS         PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-CHARGES-STATUS       PIC X(2).
       01 WS-CHARGE-RC            PIC 9(4).
       01 WS-CHARGE-COUNT         PIC 9(6).
       01 WS-AGED-BALANCE.
           05 WS-AGE-CURRENT       PIC 9(7)V99.
           05 WS-AGE-30            PIC 9(7)V99.
           05 WS-AGE-60            PIC 9(7)V99.
           05 WS-AGE-90            PIC 9(7)V99.
           05 WS-AGE-TOTAL         PIC 9(7)V99.
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-NEXT-ID              PIC 9(6).
           05 WS-SD-RETURNED       PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-FLAG           PIC X(8).
       01 WS-CHG-HEADING.
           05 FILLER              PIC X(10) VALUE "DATE".
           05 FILLER              PIC X(13) VALUE "TYPE".
           05 FILLER              PIC X(14) VALUE "AMOUNT".
           05 FILLER              PIC X(8)  VALUE "ITEM".
           05 FILLER              PIC X(40) VALUE "REASON".
       01 WS-CHG-DETAIL.
           05 WS-CG-DATE           PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-CG-TYPE           PIC X(11).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-CG-AMOUNT         PIC ZZ,ZZ9.99.
           05 WS-CG-SIGN           PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-CG-ITEM-ID        PIC Z(5)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-CG-REASON         PIC X(40).
       01 WS-STMT-AGED.
           05 WS-SA-LABEL          PIC X(16).
           05 WS-SA-AMOUNT         PIC ZZZ,ZZ9.99.
       01 WS-STMT-COUNTS.
           05 FILLER               PIC X(13) VALUE "TOTAL LOANS: ".
           05 WS-ST-TOTAL          PIC ZZZ,ZZ9.
           WRITE STATEMENT-LINE.
           MOVE 'H' TO WS-STMT-PASS.
           PERFORM STATEMENT-LOAN-PASS.
           PERFORM STATEMENT-CHARGES.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-TOTAL-LOANS TO WS-ST-TOTAL.
           END-READ.
           EXIT SECTION.

       STATEMENT-CHARGES SECTION.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "CHARGES" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-CHG-HEADING TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-STMT-RULE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 0 TO WS-CHARGE-COUNT.
           OPEN INPUT CHARGES-FILE.
           IF WS-CHARGES-STATUS = "00"
               MOVE WS-BOR-ID TO CHG-BORROWER-ID
               MOVE 0 TO CHG-SEQ
               START CHARGES-FILE KEY IS GREATER THAN CHG-KEY
                   INVALID KEY
                       MOVE "23" TO WS-CHARGES-STATUS
                   NOT INVALID KEY
                       PERFORM STATEMENT-ONE-CHARGE
                           UNTIL WS-CHARGES-STATUS NOT EQUAL "00"
               END-START
               CLOSE CHARGES-FILE
           END-IF.
           IF WS-CHARGE-COUNT = 0
               MOVE "NO CHARGES ON FILE" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           CALL "aged_balance" USING WS-CHARGE-RC
                                     WS-BOR-ID
                                     WS-AGED-BALANCE.
           IF WS-CHARGE-RC NOT = 0
               MOVE "BALANCE NOT AVAILABLE - CHARGES FILE IN USE"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               EXIT SECTION
           END-IF.
           MOVE "CURRENT:" TO WS-SA-LABEL.
           MOVE WS-AGE-CURRENT TO WS-SA-AMOUNT.
           MOVE WS-STMT-AGED TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "30-59 DAYS:" TO WS-SA-LABEL.
           MOVE WS-AGE-30 TO WS-SA-AMOUNT.
           MOVE WS-STMT-AGED TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "60-89 DAYS:" TO WS-SA-LABEL.
           MOVE WS-AGE-60 TO WS-SA-AMOUNT.
           MOVE WS-STMT-AGED TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "90+ DAYS:" TO WS-SA-LABEL.
           MOVE WS-AGE-90 TO WS-SA-AMOUNT.
           MOVE WS-STMT-AGED TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "BALANCE DUE:" TO WS-SA-LABEL.
           MOVE WS-AGE-TOTAL TO WS-SA-AMOUNT.
           MOVE WS-STMT-AGED TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           EXIT SECTION.

       STATEMENT-ONE-CHARGE SECTION.
           READ CHARGES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CHARGES-STATUS
               NOT AT END
                   IF CHG-BORROWER-ID NOT EQUAL WS-BOR-ID
                       MOVE "10" TO WS-CHARGES-STATUS
                   ELSE
                       PERFORM WRITE-CHARGE-DETAIL
                   END-IF
           END-READ.
           EXIT SECTION.

       WRITE-CHARGE-DETAIL SECTION.
           ADD 1 TO WS-CHARGE-COUNT.
           MOVE CHG-DATE TO WS-CG-DATE.
           EVALUATE CHG-TYPE
               WHEN 'L' MOVE "LATE FEE" TO WS-CG-TYPE
               WHEN 'R' MOVE "REPLACEMENT" TO WS-CG-TYPE
               WHEN 'P' MOVE "PAYMENT" TO WS-CG-TYPE
               WHEN 'W' MOVE "WAIVER" TO WS-CG-TYPE
               WHEN OTHER MOVE CHG-TYPE TO WS-CG-TYPE
           END-EVALUATE.
           MOVE CHG-AMOUNT TO WS-CG-AMOUNT.
           IF CHG-TYPE = 'P' OR CHG-TYPE = 'W'
               MOVE " CR" TO WS-CG-SIGN
           ELSE
               MOVE SPACES TO WS-CG-SIGN
           END-IF.
           MOVE CHG-ITEM-ID TO WS-CG-ITEM-ID.
           MOVE CHG-REASON TO WS-CG-REASON.
           MOVE WS-CHG-DETAIL TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           EXIT SECTION.

       TALLY-STATEMENT-LOAN SECTION.
           ADD 1 TO WS-TOTAL-LOANS.
           IF LOAN-STATE = 'O'
                   MOVE "LATE" TO WS-SD-FLAG
               END-IF
           ELSE
               IF LOAN-STATE = 'L'
                   MOVE LOAN-DATE-RETURNED TO WS-SD-RETURNED
                   MOVE "LOST" TO WS-SD-FLAG
               ELSE
                   IF LOAN-DATE-DUE < WS-TODAY
                       MOVE "OVERDUE" TO WS-SD-FLAG
                   END-IF
               END-IF
           END-IF.
           MOVE WS-STMT-DETAIL TO STATEMENT-LINE.
