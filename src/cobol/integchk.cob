       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-DETAILS-STATUS.
           SELECT COPIES-FILE ASSIGN TO "data/item_copies.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COPY-KEY
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-COPIES-STATUS.
           SELECT LOANS-FILE ASSIGN TO "data/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               ALTERNATE RECORD KEY IS LOAN-ITEM-ID WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               ALTERNATE RECORD KEY IS HOLD-ITEM-ID WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT BORROWERS-FILE ASSIGN TO "data/borrowers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOR-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-BORROWERS-STATUS.
           SELECT SETS-FILE ASSIGN TO "data/sets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SET-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SETS-STATUS.
           SELECT MEMBERS-FILE ASSIGN TO "data/set_members.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-MEMBERS-STATUS.
           SELECT WISHLIST-FILE ASSIGN TO "data/wishlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WISH-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-WISHLIST-STATUS.
           SELECT KEYWORD-FILE ASSIGN TO "data/keyword_index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KX-KEY
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-KEYWORD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT INTEGRITY-FILE ASSIGN TO "data/integrity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD LOANS-FILE.
       01 LOAN-RECORD.
           05 LOAN-ID              PIC 9(6).
           05 LOAN-ITEM-ID         PIC 9(6).
           05 LOAN-BORROWER        PIC X(40).
           05 LOAN-DATE-OUT        PIC 9(8).
           05 LOAN-DATE-DUE        PIC 9(8).
           05 LOAN-DATE-RETURNED   PIC 9(8).
           05 LOAN-STATE           PIC X.
           05 LOAN-BORROWER-ID     PIC 9(6).
           05 LOAN-OUT-OPERATOR    PIC X(8).
           05 LOAN-IN-OPERATOR     PIC X(8).
           05 LOAN-COPY-NO         PIC 9(2).

       FD HOLDS-FILE.
       01 HOLD-RECORD.
           05 HOLD-ID              PIC 9(6).
           05 HOLD-ITEM-ID         PIC 9(6).
           05 HOLD-BORROWER-ID     PIC 9(6).
           05 HOLD-BORROWER-NAME   PIC X(40).
           05 HOLD-DATE-PLACED     PIC 9(8).
           05 HOLD-STATE           PIC X.
           05 HOLD-COPY-NO         PIC 9(2).

       FD BORROWERS-FILE.
       01 BORROWER-RECORD.
           05 BOR-ID               PIC 9(6).
           05 BOR-NAME             PIC X(40).
           05 BOR-CONTACT          PIC X(60).
           05 BOR-LOAN-LIMIT       PIC 9(2).
           05 BOR-STATE            PIC X.

       FD SETS-FILE.
       01 SET-RECORD.
           05 SET-ID               PIC 9(6).
           05 SET-NAME             PIC X(60).

       FD MEMBERS-FILE.
       01 MEMBER-RECORD.
           05 SM-KEY.
               10 SM-SET-ID        PIC 9(6).
               10 SM-SEQ           PIC 9(3).
           05 SM-KIND              PIC X.
           05 SM-REF-ID            PIC 9(6).

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

       FD KEYWORD-FILE.
       01 KEYWORD-RECORD.
           05 KX-KEY.
               10 KX-WORD          PIC X(20).
               10 KX-ITEM-ID       PIC 9(6).

       FD AUDIT-FILE.
       01 AUDIT-LINE                PIC X(350).

       FD INTEGRITY-FILE.
       01 INTEGRITY-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ITEMS-STATUS         PIC X(2).
       01 WS-DETAILS-STATUS       PIC X(2).
       01 WS-COPIES-STATUS        PIC X(2).
       01 WS-LOANS-STATUS         PIC X(2).
       01 WS-HOLDS-STATUS         PIC X(2).
       01 WS-BORROWERS-STATUS     PIC X(2).
       01 WS-SETS-STATUS          PIC X(2).
       01 WS-MEMBERS-STATUS       PIC X(2).
       01 WS-WISHLIST-STATUS      PIC X(2).
       01 WS-KEYWORD-STATUS       PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-PASS-STATUS          PIC X(2).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-RC                   PIC 9(4).
       01 WS-CHECK-RC             PIC 9(4).
       01 WS-REPAIR-MODE          PIC X VALUE 'N'.
       01 WS-TODAY                PIC 9(8).
       01 WS-DETAILS-OPEN         PIC X.
       01 WS-COPIES-OPEN          PIC X.
       01 WS-BORROWERS-OPEN       PIC X.
       01 WS-SETS-OPEN            PIC X.
       01 WS-WISHLIST-OPEN        PIC X.
       01 WS-CHK-ITEM-ID          PIC 9(6).
       01 WS-CHK-COPY-NO          PIC 9(2).
       01 WS-CHK-BORROWER-ID      PIC 9(6).
       01 WS-ITEM-EXISTS          PIC X.
       01 WS-ITEM-RETIRED         PIC X.
       01 WS-COPY-RETIRED         PIC X.
       01 WS-BORROWER-EXISTS      PIC X.
       01 WS-REF-EXISTS           PIC X.
       01 WS-PROBLEM-FILE         PIC X(12).
       01 WS-PROBLEM-KEY          PIC X(12).
       01 WS-PROBLEM-ITEM         PIC 9(6).
       01 WS-PROBLEM-TEXT         PIC X(34).
       01 WS-PROBLEM-ACTION       PIC X(10).
       01 WS-FIX-ACTION           PIC X.
       01 WS-FIX-DONE             PIC X.
       01 WS-PROBLEM-COUNT        PIC 9(6) VALUE 0.
       01 WS-REPAIRED-COUNT       PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(2) VALUE 0.
       01 WS-PASS-COUNT           PIC 9(6).
       01 WS-EDIT-ID              PIC 9(6).
       01 WS-EDIT-SEQ             PIC 9(3).
       01 WS-EDIT-COPY            PIC 9(2).
       01 WS-AUDIT-DATE           PIC 9(8).
       01 WS-AUDIT-TIME           PIC 9(8).
       01 WS-AUDIT-BEFORE         PIC X(150).
       01 WS-AUDIT-AFTER          PIC X(150).
       01 WS-AUDIT-RECORD.
           05 WS-AR-DATE           PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-TIME           PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-OPERATION      PIC X(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-ITEM-ID        PIC 9(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-BEFORE         PIC X(150).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-AFTER          PIC X(150).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-OPERATOR       PIC X(8).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-INTEGRITY-HEADING1.
           05 FILLER              PIC X(30) VALUE
               "MEDIAMATRIX INTEGRITY CHECK - ".
           05 WS-IH-DATE          PIC 9(8).
           05 WS-IH-MODE          PIC X(16).
       01 WS-INTEGRITY-HEADING2.
           05 FILLER              PIC X(14) VALUE "FILE".
           05 FILLER              PIC X(14) VALUE "KEY".
           05 FILLER              PIC X(8)  VALUE "ITEM".
           05 FILLER              PIC X(36) VALUE "PROBLEM".
           05 FILLER              PIC X(10) VALUE "ACTION".
       01 WS-INTEGRITY-RULE       PIC X(82) VALUE ALL "-".
       01 WS-INTEGRITY-DETAIL.
           05 WS-ID-FILE           PIC X(12).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ID-KEY            PIC X(12).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ID-ITEM           PIC Z(5)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ID-PROBLEM        PIC X(34).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ID-ACTION         PIC X(10).
       01 WS-COUNT-DETAIL.
           05 WS-CN-LABEL          PIC X(34).
           05 WS-CN-COUNT          PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01 LS-RETURN-CODE          PIC 9(4).
       01 LS-PROBLEM-COUNT        PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "=== INTEGCHK - Cross-File Integrity Check ==="
           CALL "sign_on_operator" USING WS-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE
           IF WS-RC NOT = 0
               STOP RUN
           END-IF
           DISPLAY "1. Check files and report"
           DISPLAY "2. Check files and repair"
           DISPLAY "9. Exit"
           DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   MOVE 'N' TO WS-REPAIR-MODE
                   PERFORM CHECK-INTEGRITY
               WHEN 2
                   MOVE 'S' TO WS-REQUIRED-ROLE
                   CALL "check_operator_role" USING WS-RC
                                                    WS-REQUIRED-ROLE
                   IF WS-RC = 0
                       MOVE 'Y' TO WS-REPAIR-MODE
                       PERFORM CHECK-INTEGRITY
                   END-IF
               WHEN OTHER CONTINUE
           END-EVALUATE
           STOP RUN.

       CHECK-INTEGRITY-ENTRY.
           ENTRY "check_integrity" USING LS-RETURN-CODE
                                       LS-PROBLEM-COUNT.
           MOVE 'N' TO WS-REPAIR-MODE
           PERFORM CHECK-INTEGRITY
           MOVE WS-CHECK-RC TO LS-RETURN-CODE
           MOVE WS-PROBLEM-COUNT TO LS-PROBLEM-COUNT
           GOBACK.

       CHECK-INTEGRITY.
           MOVE 0 TO WS-CHECK-RC
           MOVE 0 TO WS-PROBLEM-COUNT
           MOVE 0 TO WS-REPAIRED-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           CALL "get_operator" USING WS-OPERATOR-ID
                                     WS-OPERATOR-ROLE
           OPEN OUTPUT INTEGRITY-FILE
           MOVE WS-TODAY TO WS-IH-DATE
           IF WS-REPAIR-MODE = 'Y'
               MOVE " (REPAIR MODE)" TO WS-IH-MODE
           ELSE
               MOVE SPACES TO WS-IH-MODE
           END-IF
           MOVE WS-INTEGRITY-HEADING1 TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE SPACES TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE WS-INTEGRITY-HEADING2 TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE WS-INTEGRITY-RULE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           OPEN INPUT ITEMS-FILE
           IF WS-ITEMS-STATUS NOT EQUAL "00"
               DISPLAY "Cannot open data/items.dat, status "
                   WS-ITEMS-STATUS
               MOVE "CATALOG FILE COULD NOT BE OPENED"
                   TO INTEGRITY-LINE
               WRITE INTEGRITY-LINE
               CLOSE INTEGRITY-FILE
               MOVE 1 TO WS-CHECK-RC
           ELSE
               PERFORM OPEN-LOOKUP-FILES
               PERFORM CHECK-LOANS-PASS
               PERFORM CHECK-HOLDS-PASS
               PERFORM CHECK-MEMBERS-PASS
               PERFORM CLOSE-LOOKUP-FILES
               PERFORM CHECK-DETAILS-PASS
               PERFORM CHECK-COPIES-PASS
               PERFORM CHECK-KEYWORDS-PASS
               CLOSE ITEMS-FILE
               PERFORM WRITE-INTEGRITY-SUMMARY
               CLOSE INTEGRITY-FILE
               IF WS-SKIPPED-COUNT > 0
                   MOVE 8 TO WS-CHECK-RC
               END-IF
               DISPLAY "Integrity report written to "
                   "data/integrity_report.txt"
           END-IF.

       OPEN-LOOKUP-FILES.
           MOVE 'N' TO WS-DETAILS-OPEN
           MOVE 'N' TO WS-COPIES-OPEN
           MOVE 'N' TO WS-BORROWERS-OPEN
           MOVE 'N' TO WS-SETS-OPEN
           MOVE 'N' TO WS-WISHLIST-OPEN
           OPEN INPUT DETAILS-FILE
           IF WS-DETAILS-STATUS = "00"
               MOVE 'Y' TO WS-DETAILS-OPEN
           END-IF
           OPEN INPUT COPIES-FILE
           IF WS-COPIES-STATUS = "00"
               MOVE 'Y' TO WS-COPIES-OPEN
           END-IF
           OPEN INPUT BORROWERS-FILE
           IF WS-BORROWERS-STATUS = "00"
               MOVE 'Y' TO WS-BORROWERS-OPEN
           ELSE
               MOVE "BORROWERS FILE NOT AVAILABLE; NOT CHECKED"
                   TO INTEGRITY-LINE
               WRITE INTEGRITY-LINE
           END-IF
           OPEN INPUT SETS-FILE
           IF WS-SETS-STATUS = "00"
               MOVE 'Y' TO WS-SETS-OPEN
           END-IF
           OPEN INPUT WISHLIST-FILE
           IF WS-WISHLIST-STATUS = "00"
               MOVE 'Y' TO WS-WISHLIST-OPEN
           END-IF.

       CLOSE-LOOKUP-FILES.
           IF WS-DETAILS-OPEN = 'Y'
               CLOSE DETAILS-FILE
           END-IF
           IF WS-COPIES-OPEN = 'Y'
               CLOSE COPIES-FILE
           END-IF
           IF WS-BORROWERS-OPEN = 'Y'
               CLOSE BORROWERS-FILE
           END-IF
           IF WS-SETS-OPEN = 'Y'
               CLOSE SETS-FILE
           END-IF
           IF WS-WISHLIST-OPEN = 'Y'
               CLOSE WISHLIST-FILE
           END-IF.

       CHECK-LOANS-PASS.
           MOVE 0 TO WS-PASS-COUNT
           IF WS-REPAIR-MODE = 'Y'
               OPEN I-O LOANS-FILE
           ELSE
               OPEN INPUT LOANS-FILE
           END-IF
           MOVE WS-LOANS-STATUS TO WS-PASS-STATUS
           MOVE "LOANS" TO WS-PROBLEM-FILE
           PERFORM CHECK-PASS-OPENED
           IF WS-LOANS-STATUS = "00"
               MOVE 0 TO LOAN-ID
               START LOANS-FILE KEY IS GREATER THAN LOAN-ID
                   INVALID KEY
                       MOVE "23" TO WS-LOANS-STATUS
                   NOT INVALID KEY
                       PERFORM CHECK-ONE-LOAN
                           UNTIL WS-LOANS-STATUS NOT EQUAL "00"
               END-START
               CLOSE LOANS-FILE
               DISPLAY "Loans checked:       " WS-PASS-COUNT
           END-IF.

       CHECK-ONE-LOAN.
           READ LOANS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LOANS-STATUS
               NOT AT END
                   IF LOAN-ID > 0
                       ADD 1 TO WS-PASS-COUNT
                       PERFORM CHECK-LOAN-RECORD
                   END-IF
           END-READ.

       CHECK-LOAN-RECORD.
           MOVE LOAN-ID TO WS-EDIT-ID
           MOVE WS-EDIT-ID TO WS-PROBLEM-KEY
           MOVE LOAN-ITEM-ID TO WS-PROBLEM-ITEM
           MOVE LOAN-ITEM-ID TO WS-CHK-ITEM-ID
           MOVE LOAN-COPY-NO TO WS-CHK-COPY-NO
           MOVE LOAN-BORROWER-ID TO WS-CHK-BORROWER-ID
           PERFORM LOOKUP-ITEM
           PERFORM LOOKUP-BORROWER
           MOVE 'N' TO WS-FIX-ACTION
           EVALUATE TRUE
               WHEN LOAN-STATE NOT = 'O' AND LOAN-STATE NOT = 'R'
                       AND LOAN-STATE NOT = 'L'
                   MOVE "UNKNOWN LOAN STATE" TO WS-PROBLEM-TEXT
                   PERFORM WRITE-INTEGRITY-PROBLEM
               WHEN WS-ITEM-EXISTS NOT = 'Y' AND LOAN-STATE = 'O'
                   MOVE "OPEN LOAN ON MISSING ITEM"
                       TO WS-PROBLEM-TEXT
                   MOVE 'C' TO WS-FIX-ACTION
               WHEN WS-ITEM-EXISTS NOT = 'Y'
                   MOVE "LOAN HISTORY ON MISSING ITEM"
                       TO WS-PROBLEM-TEXT
                   PERFORM WRITE-INTEGRITY-PROBLEM
               WHEN LOAN-STATE = 'O' AND WS-ITEM-RETIRED = 'Y'
                   MOVE "OPEN LOAN ON RETIRED ITEM"
                       TO WS-PROBLEM-TEXT
                   MOVE 'C' TO WS-FIX-ACTION
               WHEN LOAN-STATE = 'O' AND WS-COPY-RETIRED = 'Y'
                   MOVE "OPEN LOAN ON RETIRED/MISSING COPY"
                       TO WS-PROBLEM-TEXT
                   MOVE 'C' TO WS-FIX-ACTION
           END-EVALUATE
           IF WS-FIX-ACTION = 'C'
               PERFORM CLOSE-ORPHAN-LOAN
           END-IF
           IF WS-BORROWER-EXISTS NOT = 'Y'
               MOVE "LOAN BORROWER NOT ON FILE" TO WS-PROBLEM-TEXT
               PERFORM WRITE-INTEGRITY-PROBLEM
           END-IF.

       CLOSE-ORPHAN-LOAN.
           MOVE 'N' TO WS-FIX-DONE
           IF WS-REPAIR-MODE = 'Y'
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "LOANS LOAN=" LOAN-ID " STATE=" LOAN-STATE
                      " BORROWER=" LOAN-BORROWER-ID
                      DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE
               END-STRING
               MOVE WS-TODAY TO LOAN-DATE-RETURNED
               MOVE 'R' TO LOAN-STATE
               MOVE WS-OPERATOR-ID TO LOAN-IN-OPERATOR
               REWRITE LOAN-RECORD
               IF WS-LOANS-STATUS = "00"
                   MOVE 'Y' TO WS-FIX-DONE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "LOANS LOAN=" LOAN-ID " STATE=R CLOSED BY "
                          "INTEGRITY REPAIR" DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   END-STRING
                   PERFORM WRITE-REPAIR-AUDIT
               ELSE
                   MOVE "00" TO WS-LOANS-STATUS
               END-IF
           END-IF
           MOVE "CLOSED" TO WS-PROBLEM-ACTION
           PERFORM WRITE-FIXABLE-PROBLEM.

       CHECK-HOLDS-PASS.
           MOVE 0 TO WS-PASS-COUNT
           IF WS-REPAIR-MODE = 'Y'
               OPEN I-O HOLDS-FILE
           ELSE
               OPEN INPUT HOLDS-FILE
           END-IF
           MOVE WS-HOLDS-STATUS TO WS-PASS-STATUS
           MOVE "HOLDS" TO WS-PROBLEM-FILE
           PERFORM CHECK-PASS-OPENED
           IF WS-HOLDS-STATUS = "00"
               MOVE 0 TO HOLD-ID
               START HOLDS-FILE KEY IS GREATER THAN HOLD-ID
                   INVALID KEY
                       MOVE "23" TO WS-HOLDS-STATUS
                   NOT INVALID KEY
                       PERFORM CHECK-ONE-HOLD
                           UNTIL WS-HOLDS-STATUS NOT EQUAL "00"
               END-START
               CLOSE HOLDS-FILE
               DISPLAY "Holds checked:       " WS-PASS-COUNT
           END-IF.

       CHECK-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-HOLDS-STATUS
               NOT AT END
                   IF HOLD-ID > 0
                       ADD 1 TO WS-PASS-COUNT
                       PERFORM CHECK-HOLD-RECORD
                   END-IF
           END-READ.

       CHECK-HOLD-RECORD.
           MOVE HOLD-ID TO WS-EDIT-ID
           MOVE WS-EDIT-ID TO WS-PROBLEM-KEY
           MOVE HOLD-ITEM-ID TO WS-PROBLEM-ITEM
           MOVE HOLD-ITEM-ID TO WS-CHK-ITEM-ID
           MOVE HOLD-COPY-NO TO WS-CHK-COPY-NO
           MOVE HOLD-BORROWER-ID TO WS-CHK-BORROWER-ID
           PERFORM LOOKUP-ITEM
           PERFORM LOOKUP-BORROWER
           MOVE 'N' TO WS-FIX-ACTION
           IF HOLD-STATE NOT = 'A' AND HOLD-STATE NOT = 'C'
               MOVE "UNKNOWN HOLD STATE" TO WS-PROBLEM-TEXT
               PERFORM WRITE-INTEGRITY-PROBLEM
           END-IF
           IF HOLD-STATE = 'A'
               EVALUATE TRUE
                   WHEN WS-ITEM-EXISTS NOT = 'Y'
                       MOVE "ACTIVE HOLD ON MISSING ITEM"
                           TO WS-PROBLEM-TEXT
                       MOVE 'C' TO WS-FIX-ACTION
                   WHEN WS-ITEM-RETIRED = 'Y'
                       MOVE "ACTIVE HOLD ON RETIRED ITEM"
                           TO WS-PROBLEM-TEXT
                       MOVE 'C' TO WS-FIX-ACTION
                   WHEN WS-COPY-RETIRED = 'Y'
                       MOVE "HOLD ON RETIRED/MISSING COPY"
                           TO WS-PROBLEM-TEXT
                       MOVE 'C' TO WS-FIX-ACTION
                   WHEN WS-BORROWER-EXISTS NOT = 'Y'
                       MOVE "ACTIVE HOLD FOR MISSING BORROWER"
                           TO WS-PROBLEM-TEXT
                       MOVE 'C' TO WS-FIX-ACTION
               END-EVALUATE
           END-IF
           IF WS-FIX-ACTION = 'C'
               PERFORM CANCEL-ORPHAN-HOLD
           END-IF.

       CANCEL-ORPHAN-HOLD.
           MOVE 'N' TO WS-FIX-DONE
           IF WS-REPAIR-MODE = 'Y'
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "HOLDS HOLD=" HOLD-ID " STATE=A BORROWER="
                      HOLD-BORROWER-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE
               END-STRING
               MOVE 'C' TO HOLD-STATE
               REWRITE HOLD-RECORD
               IF WS-HOLDS-STATUS = "00"
                   MOVE 'Y' TO WS-FIX-DONE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "HOLDS HOLD=" HOLD-ID " STATE=C CANCELLED "
                          "BY INTEGRITY REPAIR" DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   END-STRING
                   PERFORM WRITE-REPAIR-AUDIT
               ELSE
                   MOVE "00" TO WS-HOLDS-STATUS
               END-IF
           END-IF
           MOVE "CANCELLED" TO WS-PROBLEM-ACTION
           PERFORM WRITE-FIXABLE-PROBLEM.

       CHECK-MEMBERS-PASS.
           MOVE 0 TO WS-PASS-COUNT
           IF WS-REPAIR-MODE = 'Y'
               OPEN I-O MEMBERS-FILE
           ELSE
               OPEN INPUT MEMBERS-FILE
           END-IF
           MOVE WS-MEMBERS-STATUS TO WS-PASS-STATUS
           MOVE "SET_MEMBERS" TO WS-PROBLEM-FILE
           PERFORM CHECK-PASS-OPENED
           IF WS-MEMBERS-STATUS = "00"
               MOVE 0 TO SM-SET-ID
               MOVE 0 TO SM-SEQ
               START MEMBERS-FILE KEY IS GREATER THAN SM-KEY
                   INVALID KEY
                       MOVE "23" TO WS-MEMBERS-STATUS
                   NOT INVALID KEY
                       PERFORM CHECK-ONE-MEMBER
                           UNTIL WS-MEMBERS-STATUS NOT EQUAL "00"
               END-START
               CLOSE MEMBERS-FILE
               DISPLAY "Set members checked: " WS-PASS-COUNT
           END-IF.

       CHECK-ONE-MEMBER.
           READ MEMBERS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-MEMBERS-STATUS
               NOT AT END
                   ADD 1 TO WS-PASS-COUNT
                   PERFORM CHECK-MEMBER-RECORD
           END-READ.

       CHECK-MEMBER-RECORD.
           MOVE SM-SET-ID TO WS-EDIT-ID
           MOVE SM-SEQ TO WS-EDIT-SEQ
           MOVE SPACES TO WS-PROBLEM-KEY
           STRING WS-EDIT-ID "/" WS-EDIT-SEQ DELIMITED BY SIZE
               INTO WS-PROBLEM-KEY
           END-STRING
           MOVE 0 TO WS-PROBLEM-ITEM
           MOVE 'N' TO WS-FIX-ACTION
           IF WS-SETS-OPEN = 'Y'
               MOVE SM-SET-ID TO SET-ID
               READ SETS-FILE RECORD
               IF WS-SETS-STATUS NOT = "00"
                   MOVE "MEMBER OF A SET NOT ON FILE"
                       TO WS-PROBLEM-TEXT
                   MOVE 'D' TO WS-FIX-ACTION
               END-IF
           END-IF
           IF WS-FIX-ACTION = 'N'
               EVALUATE SM-KIND
                   WHEN 'I'
                       MOVE SM-REF-ID TO WS-PROBLEM-ITEM
                       MOVE SM-REF-ID TO WS-CHK-ITEM-ID
                       MOVE 0 TO WS-CHK-COPY-NO
                       PERFORM LOOKUP-ITEM
                       IF WS-ITEM-EXISTS NOT = 'Y'
                           MOVE "SET MEMBER POINTS AT MISSING ITEM"
                               TO WS-PROBLEM-TEXT
                           MOVE 'D' TO WS-FIX-ACTION
                       END-IF
                   WHEN 'W'
                       IF WS-WISHLIST-OPEN = 'Y'
                           MOVE SM-REF-ID TO WISH-ID
                           READ WISHLIST-FILE RECORD
                           MOVE WS-WISHLIST-STATUS TO WS-PASS-STATUS
                       ELSE
                           MOVE "23" TO WS-PASS-STATUS
                       END-IF
                       IF WS-PASS-STATUS NOT = "00" OR SM-REF-ID = 0
                           MOVE "SET MEMBER POINTS AT MISSING WISH"
                               TO WS-PROBLEM-TEXT
                           MOVE 'D' TO WS-FIX-ACTION
                       END-IF
                   WHEN OTHER
                       MOVE "UNKNOWN SET MEMBER KIND"
                           TO WS-PROBLEM-TEXT
                       MOVE 'D' TO WS-FIX-ACTION
               END-EVALUATE
           END-IF
           IF WS-FIX-ACTION = 'D'
               PERFORM REMOVE-ORPHAN-MEMBER
           END-IF.

       REMOVE-ORPHAN-MEMBER.
           MOVE 'N' TO WS-FIX-DONE
           IF WS-REPAIR-MODE = 'Y'
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "SET_MEMBERS SET=" SM-SET-ID " SEQ=" SM-SEQ
                      " KIND=" SM-KIND " REF=" SM-REF-ID
                      DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE
               END-STRING
               DELETE MEMBERS-FILE RECORD
               IF WS-MEMBERS-STATUS = "00"
                   MOVE 'Y' TO WS-FIX-DONE
                   MOVE "SET MEMBER REMOVED BY INTEGRITY REPAIR"
                       TO WS-AUDIT-AFTER
                   PERFORM WRITE-REPAIR-AUDIT
               ELSE
                   MOVE "00" TO WS-MEMBERS-STATUS
               END-IF
           END-IF
           MOVE "REMOVED" TO WS-PROBLEM-ACTION
           PERFORM WRITE-FIXABLE-PROBLEM.

       CHECK-DETAILS-PASS.
           MOVE 0 TO WS-PASS-COUNT
           IF WS-REPAIR-MODE = 'Y'
               OPEN I-O DETAILS-FILE
           ELSE
               OPEN INPUT DETAILS-FILE
           END-IF
           MOVE WS-DETAILS-STATUS TO WS-PASS-STATUS
           MOVE "ITEM_DETAILS" TO WS-PROBLEM-FILE
           PERFORM CHECK-PASS-OPENED
           IF WS-DETAILS-STATUS = "00"
               MOVE 0 TO DET-ITEM-ID
               START DETAILS-FILE KEY IS GREATER THAN DET-ITEM-ID
                   INVALID KEY
                       MOVE "23" TO WS-DETAILS-STATUS
                   NOT INVALID KEY
                       PERFORM CHECK-ONE-DETAIL
                           UNTIL WS-DETAILS-STATUS NOT EQUAL "00"
               END-START
               CLOSE DETAILS-FILE
               DISPLAY "Details checked:     " WS-PASS-COUNT
           END-IF.

       CHECK-ONE-DETAIL.
           READ DETAILS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DETAILS-STATUS
               NOT AT END
                   ADD 1 TO WS-PASS-COUNT
                   MOVE DET-ITEM-ID TO ITEM-ID
                   READ ITEMS-FILE RECORD
                   IF WS-ITEMS-STATUS NOT = "00"
                       PERFORM REMOVE-ORPHAN-DETAIL
                   END-IF
           END-READ.

       REMOVE-ORPHAN-DETAIL.
           MOVE DET-ITEM-ID TO WS-EDIT-ID
           MOVE WS-EDIT-ID TO WS-PROBLEM-KEY
           MOVE DET-ITEM-ID TO WS-PROBLEM-ITEM
           MOVE "DETAILS FOR MISSING ITEM" TO WS-PROBLEM-TEXT
           MOVE 'N' TO WS-FIX-DONE
           IF WS-REPAIR-MODE = 'Y'
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "ITEM_DETAILS ITEM=" DET-ITEM-ID
                      " LOC=" DET-LOCATION " COND=" DET-CONDITION
                      " DISP=" DET-DISPOSITION
                      DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE
               END-STRING
               DELETE DETAILS-FILE RECORD
               IF WS-DETAILS-STATUS = "00"
                   MOVE 'Y' TO WS-FIX-DONE
                   MOVE "DETAILS REMOVED BY INTEGRITY REPAIR"
                       TO WS-AUDIT-AFTER
                   PERFORM WRITE-REPAIR-AUDIT
               ELSE
                   MOVE "00" TO WS-DETAILS-STATUS
               END-IF
           END-IF
           MOVE "REMOVED" TO WS-PROBLEM-ACTION
           PERFORM WRITE-FIXABLE-PROBLEM.

       CHECK-COPIES-PASS.
           MOVE 0 TO WS-PASS-COUNT
           IF WS-REPAIR-MODE = 'Y'
               OPEN I-O COPIES-FILE
           ELSE
               OPEN INPUT COPIES-FILE
           END-IF
           MOVE WS-COPIES-STATUS TO WS-PASS-STATUS
           MOVE "ITEM_COPIES" TO WS-PROBLEM-FILE
           PERFORM CHECK-PASS-OPENED
           IF WS-COPIES-STATUS = "00"
               MOVE 0 TO COPY-ITEM-ID
               MOVE 0 TO COPY-NO
               START COPIES-FILE KEY IS GREATER THAN COPY-KEY
                   INVALID KEY
                       MOVE "23" TO WS-COPIES-STATUS
                   NOT INVALID KEY
                       PERFORM CHECK-ONE-COPY
                           UNTIL WS-COPIES-STATUS NOT EQUAL "00"
               END-START
               CLOSE COPIES-FILE
               DISPLAY "Copies checked:      " WS-PASS-COUNT
           END-IF.

       CHECK-ONE-COPY.
           READ COPIES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COPIES-STATUS
               NOT AT END
                   ADD 1 TO WS-PASS-COUNT
                   MOVE COPY-ITEM-ID TO ITEM-ID
                   READ ITEMS-FILE RECORD
                   IF WS-ITEMS-STATUS NOT = "00"
                       PERFORM REMOVE-ORPHAN-COPY
                   END-IF
           END-READ.

       REMOVE-ORPHAN-COPY.
           MOVE COPY-ITEM-ID TO WS-EDIT-ID
           MOVE COPY-NO TO WS-EDIT-COPY
           MOVE SPACES TO WS-PROBLEM-KEY
           STRING WS-EDIT-ID "/" WS-EDIT-COPY DELIMITED BY SIZE
               INTO WS-PROBLEM-KEY
           END-STRING
           MOVE COPY-ITEM-ID TO WS-PROBLEM-ITEM
           MOVE "COPY OF MISSING ITEM" TO WS-PROBLEM-TEXT
           MOVE 'N' TO WS-FIX-DONE
           IF WS-REPAIR-MODE = 'Y'
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "ITEM_COPIES ITEM=" COPY-ITEM-ID
                      " COPY=" COPY-NO " FORMAT=" COPY-FORMAT
                      " LOC=" COPY-LOCATION
                      DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE
               END-STRING
               DELETE COPIES-FILE RECORD
               IF WS-COPIES-STATUS = "00"
                   MOVE 'Y' TO WS-FIX-DONE
                   MOVE "COPY REMOVED BY INTEGRITY REPAIR"
                       TO WS-AUDIT-AFTER
                   PERFORM WRITE-REPAIR-AUDIT
               ELSE
                   MOVE "00" TO WS-COPIES-STATUS
               END-IF
           END-IF
           MOVE "REMOVED" TO WS-PROBLEM-ACTION
           PERFORM WRITE-FIXABLE-PROBLEM.

       CHECK-KEYWORDS-PASS.
           MOVE 0 TO WS-PASS-COUNT
           IF WS-REPAIR-MODE = 'Y'
               OPEN I-O KEYWORD-FILE
           ELSE
               OPEN INPUT KEYWORD-FILE
           END-IF
           MOVE WS-KEYWORD-STATUS TO WS-PASS-STATUS
           MOVE "KEYWORDS" TO WS-PROBLEM-FILE
           PERFORM CHECK-PASS-OPENED
           IF WS-KEYWORD-STATUS = "00"
               MOVE LOW-VALUES TO KX-WORD
               MOVE 0 TO KX-ITEM-ID
               START KEYWORD-FILE KEY IS GREATER THAN KX-KEY
                   INVALID KEY
                       MOVE "23" TO WS-KEYWORD-STATUS
                   NOT INVALID KEY
                       PERFORM CHECK-ONE-KEYWORD
                           UNTIL WS-KEYWORD-STATUS NOT EQUAL "00"
               END-START
               CLOSE KEYWORD-FILE
               DISPLAY "Keywords checked:    " WS-PASS-COUNT
           END-IF.

       CHECK-ONE-KEYWORD.
           READ KEYWORD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-KEYWORD-STATUS
               NOT AT END
                   ADD 1 TO WS-PASS-COUNT
                   MOVE KX-ITEM-ID TO ITEM-ID
                   READ ITEMS-FILE RECORD
                   IF WS-ITEMS-STATUS NOT = "00"
                       PERFORM REMOVE-ORPHAN-KEYWORD
                   END-IF
           END-READ.

       REMOVE-ORPHAN-KEYWORD.
           MOVE KX-WORD TO WS-PROBLEM-KEY
           MOVE KX-ITEM-ID TO WS-PROBLEM-ITEM
           MOVE "KEYWORD FOR MISSING ITEM" TO WS-PROBLEM-TEXT
           MOVE 'N' TO WS-FIX-DONE
           IF WS-REPAIR-MODE = 'Y'
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "KEYWORD_INDEX WORD=" KX-WORD
                      " ITEM=" KX-ITEM-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE
               END-STRING
               DELETE KEYWORD-FILE RECORD
               IF WS-KEYWORD-STATUS = "00"
                   MOVE 'Y' TO WS-FIX-DONE
                   MOVE "KEYWORD REMOVED BY INTEGRITY REPAIR"
                       TO WS-AUDIT-AFTER
                   PERFORM WRITE-REPAIR-AUDIT
               ELSE
                   MOVE "00" TO WS-KEYWORD-STATUS
               END-IF
           END-IF
           MOVE "REMOVED" TO WS-PROBLEM-ACTION
           PERFORM WRITE-FIXABLE-PROBLEM.

       CHECK-PASS-OPENED.
           EVALUATE WS-PASS-STATUS
               WHEN "00" CONTINUE
               WHEN "35" CONTINUE
               WHEN "61"
               WHEN "93"
               WHEN "94"
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO INTEGRITY-LINE
                   STRING WS-PROBLEM-FILE DELIMITED BY SPACE
                          " FILE IS IN USE; NOT CHECKED"
                          DELIMITED BY SIZE
                       INTO INTEGRITY-LINE
                   END-STRING
                   WRITE INTEGRITY-LINE
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO INTEGRITY-LINE
                   STRING WS-PROBLEM-FILE DELIMITED BY SPACE
                          " FILE COULD NOT BE OPENED, STATUS "
                          WS-PASS-STATUS
                          DELIMITED BY SIZE
                       INTO INTEGRITY-LINE
                   END-STRING
                   WRITE INTEGRITY-LINE
           END-EVALUATE.

       LOOKUP-ITEM.
           MOVE 'N' TO WS-ITEM-EXISTS
           MOVE 'N' TO WS-ITEM-RETIRED
           MOVE 'N' TO WS-COPY-RETIRED
           MOVE WS-CHK-ITEM-ID TO ITEM-ID
           READ ITEMS-FILE RECORD
           IF WS-ITEMS-STATUS = "00" AND WS-CHK-ITEM-ID > 0
               MOVE 'Y' TO WS-ITEM-EXISTS
               IF WS-DETAILS-OPEN = 'Y'
                   MOVE WS-CHK-ITEM-ID TO DET-ITEM-ID
                   READ DETAILS-FILE RECORD
                   IF WS-DETAILS-STATUS = "00"
                           AND DET-DISPOSITION NOT = SPACES
                       MOVE 'Y' TO WS-ITEM-RETIRED
                   END-IF
               END-IF
               IF WS-COPIES-OPEN = 'Y' AND WS-CHK-COPY-NO > 0
                   MOVE WS-CHK-ITEM-ID TO COPY-ITEM-ID
                   MOVE WS-CHK-COPY-NO TO COPY-NO
                   READ COPIES-FILE RECORD
                   IF WS-COPIES-STATUS NOT = "00"
                       IF WS-CHK-COPY-NO > 1
                           MOVE 'Y' TO WS-COPY-RETIRED
                       END-IF
                   ELSE
                       IF COPY-DISPOSITION NOT = SPACES
                           MOVE 'Y' TO WS-COPY-RETIRED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOOKUP-BORROWER.
           MOVE 'Y' TO WS-BORROWER-EXISTS
           IF WS-BORROWERS-OPEN = 'Y' AND WS-CHK-BORROWER-ID > 0
               MOVE WS-CHK-BORROWER-ID TO BOR-ID
               READ BORROWERS-FILE RECORD
               IF WS-BORROWERS-STATUS NOT = "00"
                   MOVE 'N' TO WS-BORROWER-EXISTS
               END-IF
           END-IF.

       WRITE-FIXABLE-PROBLEM.
           IF WS-FIX-DONE = 'Y'
               ADD 1 TO WS-REPAIRED-COUNT
           ELSE
               IF WS-REPAIR-MODE = 'Y'
                   MOVE "NOT FIXED" TO WS-PROBLEM-ACTION
               ELSE
                   MOVE SPACES TO WS-PROBLEM-ACTION
               END-IF
           END-IF
           PERFORM WRITE-PROBLEM-LINE.

       WRITE-INTEGRITY-PROBLEM.
           MOVE SPACES TO WS-PROBLEM-ACTION
           PERFORM WRITE-PROBLEM-LINE.

       WRITE-PROBLEM-LINE.
           ADD 1 TO WS-PROBLEM-COUNT
           MOVE WS-PROBLEM-FILE TO WS-ID-FILE
           MOVE WS-PROBLEM-KEY TO WS-ID-KEY
           MOVE WS-PROBLEM-ITEM TO WS-ID-ITEM
           MOVE WS-PROBLEM-TEXT TO WS-ID-PROBLEM
           MOVE WS-PROBLEM-ACTION TO WS-ID-ACTION
           MOVE WS-INTEGRITY-DETAIL TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE.

       WRITE-REPAIR-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-DATE TO WS-AR-DATE
           MOVE WS-AUDIT-TIME TO WS-AR-TIME
           MOVE "REPAIR" TO WS-AR-OPERATION
           MOVE WS-PROBLEM-ITEM TO WS-AR-ITEM-ID
           MOVE WS-AUDIT-BEFORE TO WS-AR-BEFORE
           MOVE WS-AUDIT-AFTER TO WS-AR-AFTER
           MOVE WS-OPERATOR-ID TO WS-AR-OPERATOR
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE WS-AUDIT-RECORD TO AUDIT-LINE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

       WRITE-INTEGRITY-SUMMARY.
           MOVE SPACES TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE SPACES TO WS-COUNT-DETAIL
           MOVE "PROBLEMS FOUND" TO WS-CN-LABEL
           MOVE WS-PROBLEM-COUNT TO WS-CN-COUNT
           MOVE WS-COUNT-DETAIL TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           IF WS-REPAIR-MODE = 'Y'
               MOVE SPACES TO WS-COUNT-DETAIL
               MOVE "PROBLEMS REPAIRED" TO WS-CN-LABEL
               MOVE WS-REPAIRED-COUNT TO WS-CN-COUNT
               MOVE WS-COUNT-DETAIL TO INTEGRITY-LINE
               WRITE INTEGRITY-LINE
           END-IF
           IF WS-SKIPPED-COUNT > 0
               MOVE SPACES TO WS-COUNT-DETAIL
               MOVE "FILES NOT CHECKED" TO WS-CN-LABEL
               MOVE WS-SKIPPED-COUNT TO WS-CN-COUNT
               MOVE WS-COUNT-DETAIL TO INTEGRITY-LINE
               WRITE INTEGRITY-LINE
           END-IF
           DISPLAY "Problems found:      " WS-PROBLEM-COUNT
           IF WS-REPAIR-MODE = 'Y'
               DISPLAY "Problems repaired:   " WS-REPAIRED-COUNT
           END-IF.

       END PROGRAM INTEGCHK.
