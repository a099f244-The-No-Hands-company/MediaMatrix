               ALTERNATE RECORD KEY IS OLD-LOAN-ITEM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OPR-LOANS-FILE ASSIGN TO "data/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-LOAN-ID
               ALTERNATE RECORD KEY IS OPR-LOAN-ITEM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.
           SELECT ORG-LOANS-FILE ASSIGN TO "data/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORG-LOAN-ID
               ALTERNATE RECORD KEY IS ORG-LOAN-ITEM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-LOANS-FILE ASSIGN TO "data/loans_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               ALTERNATE RECORD KEY IS LOAN-ITEM-ID WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-HOLDS-FILE ASSIGN TO "data/holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-HOLD-ID
               ALTERNATE RECORD KEY IS OLD-HOLD-ITEM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-HOLDS-FILE ASSIGN TO "data/holds_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               ALTERNATE RECORD KEY IS HOLD-ITEM-ID WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OLD-LOAN-DATE-DUE    PIC 9(8).
           05 OLD-LOAN-DATE-RET    PIC 9(8).
           05 OLD-LOAN-STATE       PIC X.
           05 OLD-LOAN-BORROWER-ID PIC 9(6).
       01 OLD-CONTROL-RECORD REDEFINES OLD-LOAN-RECORD.
           05 OCT-ID                PIC 9(6).
           05 OCT-NEXT-ID           PIC 9(6).
           05 FILLER                PIC X(71).

       FD OPR-LOANS-FILE.
       01 OPR-LOAN-RECORD.
           05 OPR-LOAN-ID          PIC 9(6).
           05 OPR-LOAN-ITEM-ID     PIC 9(6).
           05 OPR-LOAN-BORROWER    PIC X(40).
           05 OPR-LOAN-DATE-OUT    PIC 9(8).
           05 OPR-LOAN-DATE-DUE    PIC 9(8).
           05 OPR-LOAN-DATE-RET    PIC 9(8).
           05 OPR-LOAN-STATE       PIC X.
           05 OPR-LOAN-BORROWER-ID PIC 9(6).
           05 OPR-LOAN-OUT-OPER    PIC X(8).
           05 OPR-LOAN-IN-OPER     PIC X(8).
       01 OPR-CONTROL-RECORD REDEFINES OPR-LOAN-RECORD.
           05 PCT-ID                PIC 9(6).
           05 PCT-NEXT-ID           PIC 9(6).
           05 FILLER                PIC X(87).

       FD ORG-LOANS-FILE.
       01 ORG-LOAN-RECORD.
           05 ORG-LOAN-ID          PIC 9(6).
           05 ORG-LOAN-ITEM-ID     PIC 9(6).
           05 ORG-LOAN-BORROWER    PIC X(40).
           05 ORG-LOAN-DATE-OUT    PIC 9(8).
           05 ORG-LOAN-DATE-DUE    PIC 9(8).
           05 ORG-LOAN-DATE-RET    PIC 9(8).
           05 ORG-LOAN-STATE       PIC X.
       01 ORG-CONTROL-RECORD REDEFINES ORG-LOAN-RECORD.
           05 GCT-ID                PIC 9(6).
           05 GCT-NEXT-ID           PIC 9(6).
           05 FILLER                PIC X(65).

       FD NEW-LOANS-FILE.
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

       FD OLD-HOLDS-FILE.
       01 OLD-HOLD-RECORD.
           05 OLD-HOLD-ID          PIC 9(6).
           05 OLD-HOLD-ITEM-ID     PIC 9(6).
           05 OLD-HOLD-BORROWER-ID PIC 9(6).
           05 OLD-HOLD-BOR-NAME    PIC X(40).
           05 OLD-HOLD-DATE        PIC 9(8).
           05 OLD-HOLD-STATE       PIC X.
       01 OLD-HOLD-CONTROL-RECORD REDEFINES OLD-HOLD-RECORD.
           05 OHC-ID                PIC 9(6).
           05 OHC-NEXT-ID           PIC 9(6).
           05 FILLER                PIC X(55).

       FD NEW-HOLDS-FILE.
       01 HOLD-RECORD.
           05 HOLD-ID              PIC 9(6).
           05 HOLD-ITEM-ID         PIC 9(6).
           05 HOLD-BORROWER-ID     PIC 9(6).
           05 HOLD-BORROWER-NAME   PIC X(40).
           05 HOLD-DATE-PLACED     PIC 9(8).
           05 HOLD-STATE           PIC X.
           05 HOLD-COPY-NO         PIC 9(2).
       01 HOLD-CONTROL-RECORD REDEFINES HOLD-RECORD.
           05 HCT-ID                PIC 9(6).
           05 HCT-NEXT-ID           PIC 9(6).
           05 FILLER                PIC X(57).

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS           PIC X(2).
       01 WS-NEW-STATUS           PIC X(2).
       01 WS-CONVERTED-COUNT      PIC 9(6) VALUE 0.
       01 WS-HOLDS-CONVERTED      PIC 9(6) VALUE 0.
       01 WS-CONTROL-SEEN         PIC X VALUE 'N'.
       01 WS-LOANS-LAYOUT         PIC X VALUE SPACE.
       01 WS-OLD-NAME             PIC X(40) VALUE "data/loans.dat".
       01 WS-NEW-NAME             PIC X(40) VALUE
           "data/loans_new.dat".
       01 WS-OLD-HOLDS-NAME       PIC X(40) VALUE "data/holds.dat".
       01 WS-NEW-HOLDS-NAME       PIC X(40) VALUE
           "data/holds_new.dat".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "=== LOANCONV - Loans File Conversion ==="
           PERFORM CONVERT-LOANS-FILE
           PERFORM CONVERT-HOLDS-FILE
           STOP RUN.

       CONVERT-LOANS-FILE.
           MOVE SPACE TO WS-LOANS-LAYOUT
           OPEN INPUT OLD-LOANS-FILE
           IF WS-OLD-STATUS = "00"
               MOVE 'B' TO WS-LOANS-LAYOUT
           ELSE
               IF WS-OLD-STATUS = "39"
                   OPEN INPUT OPR-LOANS-FILE
                   IF WS-OLD-STATUS = "00"
                       MOVE 'O' TO WS-LOANS-LAYOUT
                   ELSE
                       IF WS-OLD-STATUS = "39"
                           OPEN INPUT ORG-LOANS-FILE
                           IF WS-OLD-STATUS = "00"
                               MOVE 'A' TO WS-LOANS-LAYOUT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-LOANS-LAYOUT NOT = SPACE
                   PERFORM CONVERT-LOANS-RECORDS
               WHEN WS-OLD-STATUS = "35"
                   DISPLAY "No data/loans.dat on file; nothing "
                       "to convert."
               WHEN WS-OLD-STATUS = "39"
                   DISPLAY "data/loans.dat is not in an old "
                       "layout; nothing to convert."
               WHEN OTHER
                   DISPLAY "Cannot open data/loans.dat, status "
                       WS-OLD-STATUS
           END-EVALUATE.

       CONVERT-LOANS-RECORDS.
           OPEN OUTPUT NEW-LOANS-FILE
           IF WS-NEW-STATUS NOT EQUAL "00"
               DISPLAY "Cannot create data/loans_new.dat, status "
                   WS-NEW-STATUS
               EVALUATE WS-LOANS-LAYOUT
                   WHEN 'A'
                       CLOSE ORG-LOANS-FILE
                   WHEN 'B'
                       CLOSE OLD-LOANS-FILE
                   WHEN OTHER
                       CLOSE OPR-LOANS-FILE
               END-EVALUATE
           ELSE
               PERFORM COPY-OLD-LOANS
               IF WS-CONTROL-SEEN = 'N'
                   INITIALIZE LOAN-RECORD
                   MOVE 0 TO CTL-ID
                   COMPUTE CTL-NEXT-ID = WS-CONVERTED-COUNT + 1
                   WRITE LOAN-RECORD
               END-IF
               CLOSE NEW-LOANS-FILE
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
               CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-OLD-NAME
               DISPLAY "Loans converted: " WS-CONVERTED-COUNT
               DISPLAY "data/loans.dat is now in the new layout."
           END-IF.

       COPY-OLD-LOANS.
           EVALUATE WS-LOANS-LAYOUT
               WHEN 'A'
                   MOVE 0 TO ORG-LOAN-ID
                   START ORG-LOANS-FILE
                       KEY IS NOT LESS THAN ORG-LOAN-ID
                       INVALID KEY
                           MOVE "23" TO WS-OLD-STATUS
                       NOT INVALID KEY
                           PERFORM CONVERT-ONE-ORG-LOAN
                               UNTIL WS-OLD-STATUS NOT EQUAL "00"
                   END-START
                   CLOSE ORG-LOANS-FILE
               WHEN 'B'
                   MOVE 0 TO OLD-LOAN-ID
                   START OLD-LOANS-FILE
                       KEY IS NOT LESS THAN OLD-LOAN-ID
                       INVALID KEY
                           MOVE "23" TO WS-OLD-STATUS
                       NOT INVALID KEY
                           PERFORM CONVERT-ONE-LOAN
                               UNTIL WS-OLD-STATUS NOT EQUAL "00"
                   END-START
                   CLOSE OLD-LOANS-FILE
               WHEN OTHER
                   MOVE 0 TO OPR-LOAN-ID
                   START OPR-LOANS-FILE
                       KEY IS NOT LESS THAN OPR-LOAN-ID
                       INVALID KEY
                           MOVE "23" TO WS-OLD-STATUS
                       NOT INVALID KEY
                           PERFORM CONVERT-ONE-OPR-LOAN
                               UNTIL WS-OLD-STATUS NOT EQUAL "00"
                   END-START
                   CLOSE OPR-LOANS-FILE
           END-EVALUATE.

       CONVERT-ONE-ORG-LOAN.
           READ ORG-LOANS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OLD-STATUS
               NOT AT END
                   INITIALIZE LOAN-RECORD
                   IF ORG-LOAN-ID = 0
                       MOVE 'Y' TO WS-CONTROL-SEEN
                       MOVE 0 TO CTL-ID
                       MOVE GCT-NEXT-ID TO CTL-NEXT-ID
                       WRITE LOAN-RECORD
                   ELSE
                       MOVE ORG-LOAN-ID TO LOAN-ID
                       MOVE ORG-LOAN-ITEM-ID TO LOAN-ITEM-ID
                       MOVE ORG-LOAN-BORROWER TO LOAN-BORROWER
                       MOVE ORG-LOAN-DATE-OUT TO LOAN-DATE-OUT
                       MOVE ORG-LOAN-DATE-DUE TO LOAN-DATE-DUE
                       MOVE ORG-LOAN-DATE-RET
                           TO LOAN-DATE-RETURNED
                       MOVE ORG-LOAN-STATE TO LOAN-STATE
                       MOVE 0 TO LOAN-BORROWER-ID
                       MOVE SPACES TO LOAN-OUT-OPERATOR
                       MOVE SPACES TO LOAN-IN-OPERATOR
                       MOVE 1 TO LOAN-COPY-NO
                       WRITE LOAN-RECORD
                       IF WS-NEW-STATUS = "00"
                           ADD 1 TO WS-CONVERTED-COUNT
                       END-IF
                   END-IF
           END-READ.

       CONVERT-ONE-LOAN.
           READ OLD-LOANS-FILE NEXT RECORD
                       MOVE OLD-LOAN-DATE-RET
                           TO LOAN-DATE-RETURNED
                       MOVE OLD-LOAN-STATE TO LOAN-STATE
                       MOVE OLD-LOAN-BORROWER-ID
                           TO LOAN-BORROWER-ID
                       MOVE SPACES TO LOAN-OUT-OPERATOR
                       MOVE SPACES TO LOAN-IN-OPERATOR
                       MOVE 1 TO LOAN-COPY-NO
                       WRITE LOAN-RECORD
                       IF WS-NEW-STATUS = "00"
                           ADD 1 TO WS-CONVERTED-COUNT
                   END-IF
           END-READ.

       CONVERT-ONE-OPR-LOAN.
           READ OPR-LOANS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OLD-STATUS
               NOT AT END
                   INITIALIZE LOAN-RECORD
                   IF OPR-LOAN-ID = 0
                       MOVE 'Y' TO WS-CONTROL-SEEN
                       MOVE 0 TO CTL-ID
                       MOVE PCT-NEXT-ID TO CTL-NEXT-ID
                       WRITE LOAN-RECORD
                   ELSE
                       MOVE OPR-LOAN-ID TO LOAN-ID
                       MOVE OPR-LOAN-ITEM-ID TO LOAN-ITEM-ID
                       MOVE OPR-LOAN-BORROWER TO LOAN-BORROWER
                       MOVE OPR-LOAN-DATE-OUT TO LOAN-DATE-OUT
                       MOVE OPR-LOAN-DATE-DUE TO LOAN-DATE-DUE
                       MOVE OPR-LOAN-DATE-RET
                           TO LOAN-DATE-RETURNED
                       MOVE OPR-LOAN-STATE TO LOAN-STATE
                       MOVE OPR-LOAN-BORROWER-ID
                           TO LOAN-BORROWER-ID
                       MOVE OPR-LOAN-OUT-OPER TO LOAN-OUT-OPERATOR
                       MOVE OPR-LOAN-IN-OPER TO LOAN-IN-OPERATOR
                       MOVE 1 TO LOAN-COPY-NO
                       WRITE LOAN-RECORD
                       IF WS-NEW-STATUS = "00"
                           ADD 1 TO WS-CONVERTED-COUNT
                       END-IF
                   END-IF
           END-READ.

       CONVERT-HOLDS-FILE.
           MOVE 'N' TO WS-CONTROL-SEEN
           OPEN INPUT OLD-HOLDS-FILE
           EVALUATE WS-OLD-STATUS
               WHEN "00"
                   OPEN OUTPUT NEW-HOLDS-FILE
                   IF WS-NEW-STATUS NOT EQUAL "00"
                       DISPLAY "Cannot create data/holds_new.dat, "
                           "status " WS-NEW-STATUS
                       CLOSE OLD-HOLDS-FILE
                   ELSE
                       PERFORM CONVERT-HOLDS-RECORDS
                   END-IF
               WHEN "35"
                   DISPLAY "No data/holds.dat on file; nothing "
                       "to convert."
               WHEN "39"
                   DISPLAY "data/holds.dat is not in the old "
                       "layout; nothing to convert."
               WHEN OTHER
                   DISPLAY "Cannot open data/holds.dat, status "
                       WS-OLD-STATUS
           END-EVALUATE.

       CONVERT-HOLDS-RECORDS.
           MOVE 0 TO OLD-HOLD-ID
           START OLD-HOLDS-FILE KEY IS NOT LESS THAN OLD-HOLD-ID
               INVALID KEY
                   MOVE "23" TO WS-OLD-STATUS
               NOT INVALID KEY
                   PERFORM CONVERT-ONE-HOLD
                       UNTIL WS-OLD-STATUS NOT EQUAL "00"
           END-START
           CLOSE OLD-HOLDS-FILE
           IF WS-CONTROL-SEEN = 'N'
               INITIALIZE HOLD-RECORD
               MOVE 0 TO HCT-ID
               COMPUTE HCT-NEXT-ID = WS-HOLDS-CONVERTED + 1
               WRITE HOLD-RECORD
           END-IF
           CLOSE NEW-HOLDS-FILE
           CALL "CBL_DELETE_FILE" USING WS-OLD-HOLDS-NAME
           CALL "CBL_RENAME_FILE" USING WS-NEW-HOLDS-NAME
                                        WS-OLD-HOLDS-NAME
           DISPLAY "Holds converted: " WS-HOLDS-CONVERTED
           DISPLAY "data/holds.dat is now in the new layout.".

       CONVERT-ONE-HOLD.
           READ OLD-HOLDS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OLD-STATUS
               NOT AT END
                   INITIALIZE HOLD-RECORD
                   IF OLD-HOLD-ID = 0
                       MOVE 'Y' TO WS-CONTROL-SEEN
                       MOVE 0 TO HCT-ID
                       MOVE OHC-NEXT-ID TO HCT-NEXT-ID
                       WRITE HOLD-RECORD
                   ELSE
                       MOVE OLD-HOLD-ID TO HOLD-ID
                       MOVE OLD-HOLD-ITEM-ID TO HOLD-ITEM-ID
                       MOVE OLD-HOLD-BORROWER-ID TO HOLD-BORROWER-ID
                       MOVE OLD-HOLD-BOR-NAME TO HOLD-BORROWER-NAME
                       MOVE OLD-HOLD-DATE TO HOLD-DATE-PLACED
                       MOVE OLD-HOLD-STATE TO HOLD-STATE
                       MOVE 0 TO HOLD-COPY-NO
                       WRITE HOLD-RECORD
                       IF WS-NEW-STATUS = "00"
                           ADD 1 TO WS-HOLDS-CONVERTED
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM LOANCONV.
