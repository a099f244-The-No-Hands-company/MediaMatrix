       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPMERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMS-FILE ASSIGN TO "data/items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-TITLE WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FILE-STATUS.
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
           SELECT MEMBERS-FILE ASSIGN TO "data/set_members.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-MEMBERS-STATUS.
           SELECT KEYWORD-FILE ASSIGN TO "data/keyword_index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KX-KEY
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-KEYWORD-STATUS.
           SELECT DUPLICATE-REPORT-FILE
               ASSIGN TO "data/duplicates_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-IMAGE-FILE ASSIGN TO "data/audit_images.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.

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
           05 DET-MERGED-INTO      PIC 9(6).
           05 FILLER               PIC X.

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

       FD MEMBERS-FILE.
       01 MEMBER-RECORD.
           05 SM-KEY.
               10 SM-SET-ID        PIC 9(6).
               10 SM-SEQ           PIC 9(3).
           05 SM-KIND              PIC X.
           05 SM-REF-ID            PIC 9(6).

       FD KEYWORD-FILE.
       01 KEYWORD-RECORD.
           05 KX-KEY.
               10 KX-WORD          PIC X(20).
               10 KX-ITEM-ID       PIC 9(6).

       FD DUPLICATE-REPORT-FILE.
       01 DUPLICATE-REPORT-LINE     PIC X(132).

       FD AUDIT-FILE.
       01 AUDIT-LINE                PIC X(350).

       FD AUDIT-IMAGE-FILE.
       01 AUDIT-IMAGE-LINE          PIC X(923).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-DETAILS-STATUS       PIC X(2).
       01 WS-COPIES-STATUS        PIC X(2).
       01 WS-LOANS-STATUS         PIC X(2).
       01 WS-HOLDS-STATUS         PIC X(2).
       01 WS-MEMBERS-STATUS       PIC X(2).
       01 WS-KEYWORD-STATUS       PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-IMAGE-STATUS         PIC X(2).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-RC                   PIC 9(4).
       01 WS-TODAY                PIC 9(8).
       01 WS-DETAILS-OPEN         PIC X.
       01 WS-CAT-COUNT            PIC 9(4) VALUE 0.
       01 WS-CAT-IDX              PIC 9(4).
       01 WS-CAT-JDX              PIC 9(4).
       01 WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY OCCURS 2000 TIMES.
               10 WS-CAT-ID            PIC 9(6).
               10 WS-CAT-KEY           PIC X(60).
               10 WS-CAT-MEDIA-TYPE    PIC X(20).
               10 WS-CAT-YEAR          PIC 9(4).
               10 WS-CAT-TITLE         PIC X(40).
       01 WS-PAIR-COUNT           PIC 9(6) VALUE 0.
       01 WS-NORM-TEXT            PIC X(100).
       01 WS-NORM-KEY             PIC X(60).
       01 WS-NORM-YEAR            PIC 9(4).
       01 WS-NORM-IDX             PIC 9(3).
       01 WS-NORM-CHAR            PIC X.
       01 WS-NORM-COMMA           PIC X.
       01 WS-WORD-LEN             PIC 9(2).
       01 WS-WORD-COUNT           PIC 9(2).
       01 WS-WORD-IDX             PIC 9(2).
       01 WS-WORD-FIRST           PIC 9(2).
       01 WS-WORD-LAST            PIC 9(2).
       01 WS-KEY-PTR              PIC 9(3).
       01 WS-WORD-TABLE.
           05 WS-WORD-ENTRY OCCURS 40 TIMES.
               10 WS-WORD-TEXT         PIC X(30).
               10 WS-WORD-AFTER-COMMA  PIC X.
       01 WS-DUP-HEADING1.
           05 FILLER              PIC X(38) VALUE
               "MEDIAMATRIX LIKELY DUPLICATE TITLES - ".
           05 WS-DH-DATE          PIC 9(8).
       01 WS-DUP-HEADING2.
           05 FILLER              PIC X(8)  VALUE "ITEM".
           05 FILLER              PIC X(42) VALUE "TITLE".
           05 FILLER              PIC X(8)  VALUE "ITEM".
           05 FILLER              PIC X(42) VALUE "TITLE".
           05 FILLER              PIC X(22) VALUE "MEDIA TYPE".
           05 FILLER              PIC X(4)  VALUE "YEAR".
       01 WS-DUP-RULE             PIC X(126) VALUE ALL "-".
       01 WS-DUP-DETAIL.
           05 WS-DD-ID1            PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-TITLE1         PIC X(40).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-ID2            PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-TITLE2         PIC X(40).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-MEDIA          PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DD-YEAR           PIC 9(4).
       01 WS-COUNT-DETAIL.
           05 WS-CN-LABEL          PIC X(34).
           05 WS-CN-COUNT          PIC ZZZ,ZZ9.
       01 WS-MERGED-ID            PIC 9(6).
       01 WS-SURVIVOR-ID          PIC 9(6).
       01 WS-MERGED-RECORD        PIC X(882).
       01 WS-SURVIVOR-BEFORE      PIC X(882).
       01 WS-CONFIRM              PIC X.
       01 WS-LOAN-RC              PIC 9(4).
       01 WS-LOAN-ITEM            PIC 9(6).
       01 WS-LOAN-OPEN-FLAG       PIC X.
       01 WS-LOAN-BORROWER        PIC X(40).
       01 WS-LOAN-DUE             PIC 9(8).
       01 WS-MERGE-OK             PIC X.
       01 WS-RECORD-CHANGED       PIC X.
       01 WS-GENRE-IDX            PIC 9.
       01 WS-GENRE-JDX            PIC 9.
       01 WS-GENRE-FOUND          PIC X.
       01 WS-GENRES-ADDED         PIC 9.
       01 WS-MERGED-GENRE-TABLE.
           05 WS-MERGED-GENRE      PIC X(50) OCCURS 5 TIMES.
       01 WS-MERGED-YEAR          PIC 9(4).
       01 WS-MERGED-RATING        PIC 9(2).
       01 WS-MERGED-DESCRIPTION   PIC X(500).
       01 WS-MERGED-DET-FOUND     PIC X.
       01 WS-MERGED-DET.
           05 WS-MD-ACQ-DATE       PIC 9(8).
           05 WS-MD-PRICE          PIC 9(5)V99.
           05 WS-MD-VALUE          PIC 9(5)V99.
           05 WS-MD-CONDITION      PIC X(4).
           05 WS-MD-LOCATION       PIC X(10).
       01 WS-SURVIVOR-DET-FOUND   PIC X.
       01 WS-SURVIVOR-DET.
           05 WS-SD-ACQ-DATE       PIC 9(8).
           05 WS-SD-PRICE          PIC 9(5)V99.
           05 WS-SD-VALUE          PIC 9(5)V99.
           05 WS-SD-CONDITION      PIC X(4).
           05 WS-SD-LOCATION       PIC X(10).
       01 WS-LOANS-MOVED          PIC 9(6).
       01 WS-HOLDS-MOVED          PIC 9(6).
       01 WS-SETS-MOVED           PIC 9(6).
       01 WS-KEYWORDS-MOVED       PIC 9(6).
       01 WS-COPIES-MOVED         PIC 9(4).
       01 WS-SURVIVOR-HIGH-NO     PIC 9(2).
       01 WS-MERGED-COPY-RECORDS  PIC 9(3).
       01 WS-OLD-COPY-NO          PIC 9(2).
       01 WS-MOVE-COUNT           PIC 9(3).
       01 WS-MOVE-IDX             PIC 9(3).
       01 WS-MOVE-COPY-TABLE.
           05 WS-MOVE-COPY         PIC X(87) OCCURS 99 TIMES.
       01 WS-COPY-MAP-COUNT       PIC 9(3).
       01 WS-COPY-MAP-IDX         PIC 9(3).
       01 WS-COPY-MAP-TABLE.
           05 WS-COPY-MAP OCCURS 99 TIMES.
               10 WS-CM-OLD-NO     PIC 9(2).
               10 WS-CM-NEW-NO     PIC 9(2).
       01 WS-MAP-COPY-NO          PIC 9(2).
       01 WS-COPY-MAP-FOUND       PIC X.
       01 WS-SURVIVOR-SET-COUNT   PIC 9(3).
       01 WS-SURVIVOR-SET-IDX     PIC 9(3).
       01 WS-SURVIVOR-SET-TABLE.
           05 WS-SURVIVOR-SET      PIC 9(6) OCCURS 200 TIMES.
       01 WS-SET-FOUND            PIC X.
       01 WS-KEYWORD-SAVE         PIC X(20).
       01 WS-MERGE-NOTE           PIC X(80).
       01 WS-BEFORE-IMAGE         PIC X(882).
       01 WS-DISPLAY-LINE         PIC X(260).
       01 WS-PTR                  PIC 9(4) VALUE 1.
       01 WS-GENRE-LEN            PIC 9(2).
       01 WS-ITEM-SUMMARY         PIC X(150).
       01 WS-AUDIT-DATE           PIC 9(8).
       01 WS-AUDIT-TIME           PIC 9(8).
       01 WS-AUDIT-OPERATION      PIC X(6).
       01 WS-AUDIT-ITEM-ID        PIC 9(6).
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
       01 WS-IMAGE-RECORD.
           05 WS-IR-DATE           PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-IR-TIME           PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-IR-OPERATION      PIC X(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-IR-ITEM-ID        PIC 9(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-IR-IMAGE          PIC X(882).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-IR-OPERATOR       PIC X(8).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "=== DUPMERGE - Duplicate Titles And Merge ==="
           CALL "sign_on_operator" USING WS-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE
           IF WS-RC NOT = 0
               STOP RUN
           END-IF
           DISPLAY "1. Report likely duplicate titles"
           DISPLAY "2. Merge one item into another"
           DISPLAY "9. Exit"
           DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM REPORT-DUPLICATES
               WHEN 2 PERFORM MERGE-ITEMS
               WHEN OTHER CONTINUE
           END-EVALUATE
           STOP RUN.

       REPORT-DUPLICATES.
           MOVE 0 TO WS-CAT-COUNT
           MOVE 0 TO WS-PAIR-COUNT
           OPEN INPUT ITEMS-FILE
           IF WS-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Cannot open data/items.dat, status "
                   WS-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-DETAILS-OPEN
               OPEN INPUT DETAILS-FILE
               IF WS-DETAILS-STATUS = "00"
                   MOVE 'Y' TO WS-DETAILS-OPEN
               END-IF
               MOVE 0 TO ITEM-ID
               START ITEMS-FILE KEY IS GREATER THAN ITEM-ID
                   INVALID KEY
                       MOVE "23" TO WS-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM LOAD-ONE-ITEM
                           UNTIL WS-FILE-STATUS NOT EQUAL "00"
               END-START
               IF WS-DETAILS-OPEN = 'Y'
                   CLOSE DETAILS-FILE
               END-IF
               CLOSE ITEMS-FILE
               PERFORM WRITE-DUPLICATE-REPORT
           END-IF.

       LOAD-ONE-ITEM.
           READ ITEMS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF ITEM-ID > 0
                       PERFORM CHECK-ITEM-ACTIVE
                       IF WS-MERGE-OK = 'Y'
                           PERFORM STORE-CATALOG-ENTRY
                       END-IF
                   END-IF
           END-READ.

       CHECK-ITEM-ACTIVE.
           MOVE 'Y' TO WS-MERGE-OK
           IF WS-DETAILS-OPEN = 'Y'
               MOVE ITEM-ID TO DET-ITEM-ID
               READ DETAILS-FILE RECORD
               IF WS-DETAILS-STATUS = "00"
                       AND DET-DISPOSITION NOT = SPACES
                   MOVE 'N' TO WS-MERGE-OK
               END-IF
           END-IF.

       STORE-CATALOG-ENTRY.
           IF WS-CAT-COUNT < 2000
               ADD 1 TO WS-CAT-COUNT
               MOVE ITEM-TITLE TO WS-NORM-TEXT
               PERFORM NORMALIZE-TITLE
               MOVE ITEM-ID TO WS-CAT-ID (WS-CAT-COUNT)
               MOVE WS-NORM-KEY TO WS-CAT-KEY (WS-CAT-COUNT)
               MOVE FUNCTION UPPER-CASE (ITEM-MEDIA-TYPE)
                   TO WS-CAT-MEDIA-TYPE (WS-CAT-COUNT)
               IF ITEM-YEAR > 0
                   MOVE ITEM-YEAR TO WS-CAT-YEAR (WS-CAT-COUNT)
               ELSE
                   MOVE WS-NORM-YEAR TO WS-CAT-YEAR (WS-CAT-COUNT)
               END-IF
               MOVE ITEM-TITLE (1:40) TO WS-CAT-TITLE (WS-CAT-COUNT)
           ELSE
               IF WS-CAT-COUNT = 2000
                   DISPLAY "Catalog table full; items after "
                       WS-CAT-ID (2000) " were not compared."
                   ADD 1 TO WS-CAT-COUNT
               END-IF
           END-IF.

       NORMALIZE-TITLE.
           MOVE FUNCTION UPPER-CASE (WS-NORM-TEXT) TO WS-NORM-TEXT
           MOVE SPACES TO WS-NORM-KEY
           MOVE 0 TO WS-NORM-YEAR
           MOVE SPACES TO WS-WORD-TABLE
           MOVE 0 TO WS-WORD-COUNT
           MOVE 0 TO WS-WORD-LEN
           MOVE 'N' TO WS-NORM-COMMA
           MOVE 0 TO WS-NORM-IDX
           PERFORM UNTIL WS-NORM-IDX = 100
               ADD 1 TO WS-NORM-IDX
               MOVE WS-NORM-TEXT (WS-NORM-IDX:1) TO WS-NORM-CHAR
               EVALUATE TRUE
                   WHEN (WS-NORM-CHAR NOT < "A"
                           AND WS-NORM-CHAR NOT > "Z")
                           OR WS-NORM-CHAR IS NUMERIC
                       PERFORM ADD-WORD-CHARACTER
                   WHEN WS-NORM-CHAR = "(" OR WS-NORM-CHAR = "["
                       PERFORM CHECK-BRACKETED-YEAR
                   WHEN WS-NORM-CHAR = "'"
                       CONTINUE
                   WHEN WS-NORM-CHAR = ","
                       PERFORM END-TITLE-WORD
                       MOVE 'Y' TO WS-NORM-COMMA
                   WHEN OTHER
                       PERFORM END-TITLE-WORD
               END-EVALUATE
           END-PERFORM
           PERFORM END-TITLE-WORD
           MOVE 1 TO WS-WORD-FIRST
           MOVE WS-WORD-COUNT TO WS-WORD-LAST
           IF WS-WORD-COUNT > 1
               IF WS-WORD-TEXT (1) = "THE" OR WS-WORD-TEXT (1) = "A"
                       OR WS-WORD-TEXT (1) = "AN"
                   MOVE 2 TO WS-WORD-FIRST
               ELSE
                   IF WS-WORD-AFTER-COMMA (WS-WORD-COUNT) = 'Y'
                       AND (WS-WORD-TEXT (WS-WORD-COUNT) = "THE"
                       OR WS-WORD-TEXT (WS-WORD-COUNT) = "A"
                       OR WS-WORD-TEXT (WS-WORD-COUNT) = "AN")
                       SUBTRACT 1 FROM WS-WORD-LAST
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO WS-KEY-PTR
           MOVE WS-WORD-FIRST TO WS-WORD-IDX
           PERFORM UNTIL WS-WORD-IDX > WS-WORD-LAST
               STRING WS-WORD-TEXT (WS-WORD-IDX) DELIMITED BY SPACE
                   INTO WS-NORM-KEY
                   WITH POINTER WS-KEY-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               ADD 1 TO WS-WORD-IDX
           END-PERFORM.

       ADD-WORD-CHARACTER.
           IF WS-WORD-LEN = 0
               IF WS-WORD-COUNT < 40
                   ADD 1 TO WS-WORD-COUNT
                   MOVE WS-NORM-COMMA
                       TO WS-WORD-AFTER-COMMA (WS-WORD-COUNT)
               END-IF
               MOVE 'N' TO WS-NORM-COMMA
           END-IF
           IF WS-WORD-LEN < 30
               ADD 1 TO WS-WORD-LEN
               MOVE WS-NORM-CHAR
                   TO WS-WORD-TEXT (WS-WORD-COUNT) (WS-WORD-LEN:1)
           END-IF.

       END-TITLE-WORD.
           MOVE 0 TO WS-WORD-LEN.

       CHECK-BRACKETED-YEAR.
           PERFORM END-TITLE-WORD
           IF WS-NORM-IDX < 95
               IF WS-NORM-TEXT (WS-NORM-IDX + 1:4) IS NUMERIC
                       AND (WS-NORM-TEXT (WS-NORM-IDX + 5:1) = ")"
                       OR WS-NORM-TEXT (WS-NORM-IDX + 5:1) = "]")
                   MOVE WS-NORM-TEXT (WS-NORM-IDX + 1:4)
                       TO WS-NORM-YEAR
                   ADD 5 TO WS-NORM-IDX
               END-IF
           END-IF.

       WRITE-DUPLICATE-REPORT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           MOVE WS-TODAY TO WS-DH-DATE
           MOVE WS-DUP-HEADING1 TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-DUP-HEADING2 TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE WS-DUP-RULE TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           IF WS-CAT-COUNT > 2000
               MOVE 2000 TO WS-CAT-COUNT
           END-IF
           MOVE 0 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX = WS-CAT-COUNT
               ADD 1 TO WS-CAT-IDX
               MOVE WS-CAT-IDX TO WS-CAT-JDX
               PERFORM UNTIL WS-CAT-JDX = WS-CAT-COUNT
                   ADD 1 TO WS-CAT-JDX
                   PERFORM COMPARE-CATALOG-PAIR
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE SPACES TO WS-COUNT-DETAIL
           MOVE "ITEMS COMPARED" TO WS-CN-LABEL
           MOVE WS-CAT-COUNT TO WS-CN-COUNT
           MOVE WS-COUNT-DETAIL TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE SPACES TO WS-COUNT-DETAIL
           MOVE "LIKELY DUPLICATE PAIRS" TO WS-CN-LABEL
           MOVE WS-PAIR-COUNT TO WS-CN-COUNT
           MOVE WS-COUNT-DETAIL TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           CLOSE DUPLICATE-REPORT-FILE
           DISPLAY "Items compared:         " WS-CAT-COUNT
           DISPLAY "Likely duplicate pairs: " WS-PAIR-COUNT
           DISPLAY "Report written to data/duplicates_report.txt".

       COMPARE-CATALOG-PAIR.
           IF WS-CAT-KEY (WS-CAT-IDX) = WS-CAT-KEY (WS-CAT-JDX)
                   AND WS-CAT-KEY (WS-CAT-IDX) NOT = SPACES
                   AND WS-CAT-MEDIA-TYPE (WS-CAT-IDX) =
                       WS-CAT-MEDIA-TYPE (WS-CAT-JDX)
                   AND (WS-CAT-YEAR (WS-CAT-IDX) =
                       WS-CAT-YEAR (WS-CAT-JDX)
                   OR WS-CAT-YEAR (WS-CAT-IDX) = 0
                   OR WS-CAT-YEAR (WS-CAT-JDX) = 0)
               ADD 1 TO WS-PAIR-COUNT
               MOVE SPACES TO WS-DUP-DETAIL
               MOVE WS-CAT-ID (WS-CAT-IDX) TO WS-DD-ID1
               MOVE WS-CAT-TITLE (WS-CAT-IDX) TO WS-DD-TITLE1
               MOVE WS-CAT-ID (WS-CAT-JDX) TO WS-DD-ID2
               MOVE WS-CAT-TITLE (WS-CAT-JDX) TO WS-DD-TITLE2
               MOVE WS-CAT-MEDIA-TYPE (WS-CAT-IDX) TO WS-DD-MEDIA
               IF WS-CAT-YEAR (WS-CAT-IDX) > 0
                   MOVE WS-CAT-YEAR (WS-CAT-IDX) TO WS-DD-YEAR
               ELSE
                   MOVE WS-CAT-YEAR (WS-CAT-JDX) TO WS-DD-YEAR
               END-IF
               MOVE WS-DUP-DETAIL TO DUPLICATE-REPORT-LINE
               WRITE DUPLICATE-REPORT-LINE
           END-IF.

       MERGE-ITEMS.
           MOVE 'S' TO WS-REQUIRED-ROLE
           CALL "check_operator_role" USING WS-RC
                                            WS-REQUIRED-ROLE
           IF WS-RC NOT = 0
               DISPLAY "Merge cancelled."
           ELSE
               PERFORM ACCEPT-MERGE-ITEMS
           END-IF.

       ACCEPT-MERGE-ITEMS.
           DISPLAY "Item ID to merge away:   " WITH NO ADVANCING
           ACCEPT WS-MERGED-ID
           DISPLAY "Item ID to keep:         " WITH NO ADVANCING
           ACCEPT WS-SURVIVOR-ID
           IF WS-MERGED-ID = 0 OR WS-SURVIVOR-ID = 0
                   OR WS-MERGED-ID = WS-SURVIVOR-ID
               DISPLAY "Merge cancelled."
           ELSE
               OPEN I-O ITEMS-FILE
               IF WS-FILE-STATUS NOT EQUAL "00"
                   DISPLAY "Cannot open data/items.dat, status "
                       WS-FILE-STATUS
               ELSE
                   PERFORM VALIDATE-MERGE-ITEMS
                   IF WS-MERGE-OK = 'Y'
                       PERFORM CONFIRM-MERGE
                   END-IF
                   IF WS-MERGE-OK = 'Y'
                       PERFORM MERGE-ITEM-RECORDS
                   ELSE
                       DISPLAY "Merge cancelled."
                   END-IF
                   CLOSE ITEMS-FILE
               END-IF
           END-IF.

       VALIDATE-MERGE-ITEMS.
           MOVE 'Y' TO WS-MERGE-OK
           MOVE WS-MERGED-ID TO ITEM-ID
           READ ITEMS-FILE RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Item " WS-MERGED-ID " not found."
               MOVE 'N' TO WS-MERGE-OK
           ELSE
               MOVE ITEM-RECORD TO WS-MERGED-RECORD
               MOVE WS-MERGED-ID TO WS-LOAN-ITEM
               CALL "loan_status_for_item" USING WS-LOAN-RC
                                                WS-LOAN-ITEM
                                                WS-LOAN-OPEN-FLAG
                                                WS-LOAN-BORROWER
                                                WS-LOAN-DUE
               IF WS-LOAN-OPEN-FLAG = 'Y'
                   DISPLAY "Item " WS-MERGED-ID
                       " is out on loan to " WS-LOAN-BORROWER
                   DISPLAY "Check the item in before merging."
                   MOVE 'N' TO WS-MERGE-OK
               END-IF
           END-IF
           IF WS-MERGE-OK = 'Y'
               MOVE WS-SURVIVOR-ID TO ITEM-ID
               READ ITEMS-FILE RECORD
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Item " WS-SURVIVOR-ID " not found."
                   MOVE 'N' TO WS-MERGE-OK
               END-IF
           END-IF
           IF WS-MERGE-OK = 'Y'
               MOVE 'N' TO WS-MERGED-DET-FOUND
               MOVE 'N' TO WS-SURVIVOR-DET-FOUND
               MOVE 'N' TO WS-DETAILS-OPEN
               OPEN INPUT DETAILS-FILE
               IF WS-DETAILS-STATUS = "00"
                   MOVE 'Y' TO WS-DETAILS-OPEN
                   MOVE WS-SURVIVOR-ID TO DET-ITEM-ID
                   READ DETAILS-FILE RECORD
                   IF WS-DETAILS-STATUS = "00"
                       IF DET-DISPOSITION NOT = SPACES
                           DISPLAY "Item " WS-SURVIVOR-ID
                               " is retired (" DET-DISPOSITION ")."
                           MOVE 'N' TO WS-MERGE-OK
                       ELSE
                           MOVE 'Y' TO WS-SURVIVOR-DET-FOUND
                           MOVE DET-ACQ-DATE TO WS-SD-ACQ-DATE
                           MOVE DET-PRICE TO WS-SD-PRICE
                           MOVE DET-VALUE TO WS-SD-VALUE
                           MOVE DET-CONDITION TO WS-SD-CONDITION
                           MOVE DET-LOCATION TO WS-SD-LOCATION
                       END-IF
                   END-IF
                   MOVE WS-MERGED-ID TO DET-ITEM-ID
                   READ DETAILS-FILE RECORD
                   IF WS-DETAILS-STATUS = "00"
                       IF DET-DISPOSITION NOT = SPACES
                           DISPLAY "Item " WS-MERGED-ID
                               " is already retired ("
                               DET-DISPOSITION ")."
                           MOVE 'N' TO WS-MERGE-OK
                       ELSE
                           MOVE 'Y' TO WS-MERGED-DET-FOUND
                           MOVE DET-ACQ-DATE TO WS-MD-ACQ-DATE
                           MOVE DET-PRICE TO WS-MD-PRICE
                           MOVE DET-VALUE TO WS-MD-VALUE
                           MOVE DET-CONDITION TO WS-MD-CONDITION
                           MOVE DET-LOCATION TO WS-MD-LOCATION
                       END-IF
                   END-IF
                   CLOSE DETAILS-FILE
               END-IF
           END-IF.

       CONFIRM-MERGE.
           DISPLAY "Merge away: " WS-MERGED-ID " "
               WS-MERGED-RECORD (7:50)
           DISPLAY "            " WS-MERGED-RECORD (361:20)
               " " WS-MERGED-RECORD (107:4)
           DISPLAY "Keep:       " ITEM-ID " " ITEM-TITLE (1:50)
           DISPLAY "            " ITEM-MEDIA-TYPE " " ITEM-YEAR
           IF WS-MERGED-RECORD (361:20) NOT = ITEM-MEDIA-TYPE
               DISPLAY "Warning: the media types differ."
           END-IF
           DISPLAY "Merge these items (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               MOVE 'N' TO WS-MERGE-OK
           END-IF.

       MERGE-ITEM-RECORDS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-LOANS-MOVED
           MOVE 0 TO WS-HOLDS-MOVED
           MOVE 0 TO WS-SETS-MOVED
           MOVE 0 TO WS-KEYWORDS-MOVED
           MOVE 0 TO WS-COPIES-MOVED
           PERFORM MERGE-SURVIVOR-RECORD
           IF WS-MERGE-OK = 'Y'
               PERFORM MOVE-MERGED-COPIES
               PERFORM MOVE-LOAN-HISTORY
               PERFORM MOVE-ITEM-HOLDS
               PERFORM MOVE-SET-MEMBERSHIPS
               PERFORM MOVE-KEYWORD-ENTRIES
               PERFORM MOVE-ITEM-IDENTIFIERS
               PERFORM MERGE-ITEM-DETAILS
               PERFORM WRITE-MERGE-AUDITS
               DISPLAY "Item " WS-MERGED-ID " merged into "
                   WS-SURVIVOR-ID "."
               DISPLAY "Loans moved:        " WS-LOANS-MOVED
               DISPLAY "Holds moved:        " WS-HOLDS-MOVED
               DISPLAY "Set members moved:  " WS-SETS-MOVED
               DISPLAY "Keywords moved:     " WS-KEYWORDS-MOVED
               DISPLAY "Copies moved:       " WS-COPIES-MOVED
           END-IF.

       MERGE-SURVIVOR-RECORD.
           MOVE WS-SURVIVOR-ID TO ITEM-ID
           READ ITEMS-FILE RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Cannot read item " WS-SURVIVOR-ID
                   ", status " WS-FILE-STATUS
               MOVE 'N' TO WS-MERGE-OK
           ELSE
               MOVE ITEM-RECORD TO WS-SURVIVOR-BEFORE
               MOVE WS-MERGED-RECORD (111:250)
                   TO WS-MERGED-GENRE-TABLE
               MOVE WS-MERGED-RECORD (107:4) TO WS-MERGED-YEAR
               MOVE WS-MERGED-RECORD (381:2) TO WS-MERGED-RATING
               MOVE WS-MERGED-RECORD (383:500)
                   TO WS-MERGED-DESCRIPTION
               MOVE 'N' TO WS-RECORD-CHANGED
               MOVE 0 TO WS-GENRES-ADDED
               MOVE 0 TO WS-GENRE-IDX
               PERFORM UNTIL WS-GENRE-IDX = 5
                   ADD 1 TO WS-GENRE-IDX
                   IF WS-MERGED-GENRE (WS-GENRE-IDX) NOT = SPACES
                       PERFORM ADD-MERGED-GENRE
                   END-IF
               END-PERFORM
               IF ITEM-YEAR = 0 AND WS-MERGED-YEAR > 0
                   MOVE WS-MERGED-YEAR TO ITEM-YEAR
                   MOVE 'Y' TO WS-RECORD-CHANGED
               END-IF
               IF ITEM-RATING = 0 AND WS-MERGED-RATING > 0
                   MOVE WS-MERGED-RATING TO ITEM-RATING
                   MOVE 'Y' TO WS-RECORD-CHANGED
               END-IF
               IF ITEM-DESCRIPTION = SPACES
                       AND WS-MERGED-DESCRIPTION NOT = SPACES
                   MOVE WS-MERGED-DESCRIPTION TO ITEM-DESCRIPTION
                   MOVE 'Y' TO WS-RECORD-CHANGED
               END-IF
               IF WS-RECORD-CHANGED = 'Y'
                   REWRITE ITEM-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "Rewrite failed for item "
                           ITEM-ID " status " WS-FILE-STATUS
                       MOVE 'N' TO WS-MERGE-OK
                   END-IF
               END-IF
           END-IF.

       ADD-MERGED-GENRE.
           MOVE 'N' TO WS-GENRE-FOUND
           MOVE 0 TO WS-GENRE-JDX
           PERFORM UNTIL WS-GENRE-JDX = 5
               ADD 1 TO WS-GENRE-JDX
               IF FUNCTION UPPER-CASE (ITEM-GENRE (WS-GENRE-JDX)) =
                       FUNCTION UPPER-CASE
                       (WS-MERGED-GENRE (WS-GENRE-IDX))
                   MOVE 'Y' TO WS-GENRE-FOUND
               END-IF
           END-PERFORM
           IF WS-GENRE-FOUND = 'N'
               MOVE 0 TO WS-GENRE-JDX
               PERFORM UNTIL WS-GENRE-JDX = 5
                   ADD 1 TO WS-GENRE-JDX
                   IF ITEM-GENRE (WS-GENRE-JDX) = SPACES
                       MOVE WS-MERGED-GENRE (WS-GENRE-IDX)
                           TO ITEM-GENRE (WS-GENRE-JDX)
                       ADD 1 TO WS-GENRES-ADDED
                       MOVE 'Y' TO WS-RECORD-CHANGED
                       MOVE 5 TO WS-GENRE-JDX
                   END-IF
               END-PERFORM
           END-IF.

       MOVE-LOAN-HISTORY.
           OPEN I-O LOANS-FILE
           IF WS-LOANS-STATUS = "00"
               MOVE 0 TO LOAN-ID
               START LOANS-FILE KEY IS GREATER THAN LOAN-ID
                   INVALID KEY
                       MOVE "23" TO WS-LOANS-STATUS
                   NOT INVALID KEY
                       PERFORM MOVE-ONE-LOAN
                           UNTIL WS-LOANS-STATUS NOT EQUAL "00"
               END-START
               CLOSE LOANS-FILE
           END-IF.

       MOVE-ONE-LOAN.
           READ LOANS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LOANS-STATUS
               NOT AT END
                   IF LOAN-ID > 0 AND LOAN-ITEM-ID = WS-MERGED-ID
                       MOVE LOAN-COPY-NO TO WS-MAP-COPY-NO
                       IF WS-MAP-COPY-NO = 0
                           MOVE 1 TO WS-MAP-COPY-NO
                       END-IF
                       PERFORM MAP-COPY-NUMBER
                       IF WS-COPY-MAP-FOUND = 'Y'
                           PERFORM MOVE-MAPPED-LOAN
                       END-IF
                   END-IF
           END-READ.

       MOVE-MAPPED-LOAN.
           MOVE WS-SURVIVOR-ID TO LOAN-ITEM-ID
           MOVE WS-MAP-COPY-NO TO LOAN-COPY-NO
           REWRITE LOAN-RECORD
           IF WS-LOANS-STATUS = "00"
               ADD 1 TO WS-LOANS-MOVED
           ELSE
               DISPLAY "Could not move loan " LOAN-ID
                   ", status " WS-LOANS-STATUS
               MOVE "00" TO WS-LOANS-STATUS
           END-IF.

       MOVE-ITEM-HOLDS.
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 0 TO HOLD-ID
               START HOLDS-FILE KEY IS GREATER THAN HOLD-ID
                   INVALID KEY
                       MOVE "23" TO WS-HOLDS-STATUS
                   NOT INVALID KEY
                       PERFORM MOVE-ONE-HOLD
                           UNTIL WS-HOLDS-STATUS NOT EQUAL "00"
               END-START
               CLOSE HOLDS-FILE
           END-IF.

       MOVE-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-HOLDS-STATUS
               NOT AT END
                   IF HOLD-ID > 0 AND HOLD-ITEM-ID = WS-MERGED-ID
                       MOVE WS-SURVIVOR-ID TO HOLD-ITEM-ID
                       IF HOLD-COPY-NO NOT = 0
                           MOVE HOLD-COPY-NO TO WS-MAP-COPY-NO
                           PERFORM MAP-COPY-NUMBER
                           IF WS-COPY-MAP-FOUND = 'Y'
                               MOVE WS-MAP-COPY-NO TO HOLD-COPY-NO
                           ELSE
                               MOVE 0 TO HOLD-COPY-NO
                           END-IF
                       END-IF
                       REWRITE HOLD-RECORD
                       IF WS-HOLDS-STATUS = "00"
                           ADD 1 TO WS-HOLDS-MOVED
                       ELSE
                           DISPLAY "Could not move hold " HOLD-ID
                               ", status " WS-HOLDS-STATUS
                           MOVE "00" TO WS-HOLDS-STATUS
                       END-IF
                   END-IF
           END-READ.

       MOVE-SET-MEMBERSHIPS.
           MOVE 0 TO WS-SURVIVOR-SET-COUNT
           OPEN I-O MEMBERS-FILE
           IF WS-MEMBERS-STATUS = "00"
               MOVE 0 TO SM-SET-ID
               MOVE 0 TO SM-SEQ
               START MEMBERS-FILE KEY IS GREATER THAN SM-KEY
                   INVALID KEY
                       MOVE "23" TO WS-MEMBERS-STATUS
                   NOT INVALID KEY
                       PERFORM COLLECT-SURVIVOR-SET
                           UNTIL WS-MEMBERS-STATUS NOT EQUAL "00"
               END-START
               MOVE 0 TO SM-SET-ID
               MOVE 0 TO SM-SEQ
               START MEMBERS-FILE KEY IS GREATER THAN SM-KEY
                   INVALID KEY
                       MOVE "23" TO WS-MEMBERS-STATUS
                   NOT INVALID KEY
                       PERFORM MOVE-ONE-MEMBER
                           UNTIL WS-MEMBERS-STATUS NOT EQUAL "00"
               END-START
               CLOSE MEMBERS-FILE
           END-IF.

       COLLECT-SURVIVOR-SET.
           READ MEMBERS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-MEMBERS-STATUS
               NOT AT END
                   IF SM-KIND = 'I' AND SM-REF-ID = WS-SURVIVOR-ID
                       PERFORM REMEMBER-SURVIVOR-SET
                   END-IF
           END-READ.

       REMEMBER-SURVIVOR-SET.
           IF WS-SURVIVOR-SET-COUNT < 200
               ADD 1 TO WS-SURVIVOR-SET-COUNT
               MOVE SM-SET-ID
                   TO WS-SURVIVOR-SET (WS-SURVIVOR-SET-COUNT)
           END-IF.

       MOVE-ONE-MEMBER.
           READ MEMBERS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-MEMBERS-STATUS
               NOT AT END
                   IF SM-KIND = 'I' AND SM-REF-ID = WS-MERGED-ID
                       PERFORM FIND-SURVIVOR-SET
                       IF WS-SET-FOUND = 'Y'
                           DELETE MEMBERS-FILE RECORD
                       ELSE
                           MOVE WS-SURVIVOR-ID TO SM-REF-ID
                           REWRITE MEMBER-RECORD
                           PERFORM REMEMBER-SURVIVOR-SET
                       END-IF
                       IF WS-MEMBERS-STATUS = "00"
                           ADD 1 TO WS-SETS-MOVED
                       ELSE
                           DISPLAY "Could not move member of set "
                               SM-SET-ID ", status "
                               WS-MEMBERS-STATUS
                           MOVE "00" TO WS-MEMBERS-STATUS
                       END-IF
                   END-IF
           END-READ.

       FIND-SURVIVOR-SET.
           MOVE 'N' TO WS-SET-FOUND
           MOVE 0 TO WS-SURVIVOR-SET-IDX
           PERFORM UNTIL WS-SURVIVOR-SET-IDX = WS-SURVIVOR-SET-COUNT
               ADD 1 TO WS-SURVIVOR-SET-IDX
               IF WS-SURVIVOR-SET (WS-SURVIVOR-SET-IDX) = SM-SET-ID
                   MOVE 'Y' TO WS-SET-FOUND
               END-IF
           END-PERFORM.

       MOVE-KEYWORD-ENTRIES.
           OPEN I-O KEYWORD-FILE
           IF WS-KEYWORD-STATUS = "00"
               MOVE LOW-VALUES TO KX-WORD
               MOVE 0 TO KX-ITEM-ID
               START KEYWORD-FILE KEY IS GREATER THAN KX-KEY
                   INVALID KEY
                       MOVE "23" TO WS-KEYWORD-STATUS
                   NOT INVALID KEY
                       PERFORM MOVE-ONE-KEYWORD
                           UNTIL WS-KEYWORD-STATUS NOT EQUAL "00"
               END-START
               CLOSE KEYWORD-FILE
           END-IF.

       MOVE-ONE-KEYWORD.
           READ KEYWORD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-KEYWORD-STATUS
               NOT AT END
                   IF KX-ITEM-ID = WS-MERGED-ID
                       MOVE KX-WORD TO WS-KEYWORD-SAVE
                       DELETE KEYWORD-FILE RECORD
                       MOVE WS-KEYWORD-SAVE TO KX-WORD
                       MOVE WS-SURVIVOR-ID TO KX-ITEM-ID
                       WRITE KEYWORD-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-KEYWORDS-MOVED
                       MOVE "00" TO WS-KEYWORD-STATUS
                   END-IF
           END-READ.

       MOVE-ITEM-IDENTIFIERS.
           CALL "move_identifiers" USING WS-RC
                                         WS-MERGED-ID
                                         WS-SURVIVOR-ID
           IF WS-RC NOT = 0
               DISPLAY "Could not move the product codes of item "
                   WS-MERGED-ID ", code " WS-RC
           END-IF.

       MERGE-ITEM-DETAILS.
           OPEN I-O DETAILS-FILE
           IF WS-DETAILS-STATUS = "35"
               CLOSE DETAILS-FILE
               OPEN OUTPUT DETAILS-FILE
               CLOSE DETAILS-FILE
               OPEN I-O DETAILS-FILE
           END-IF
           IF WS-DETAILS-STATUS = "00"
               IF WS-SURVIVOR-DET-FOUND NOT = 'Y'
                   INITIALIZE DETAIL-RECORD
                   MOVE WS-SURVIVOR-ID TO DET-ITEM-ID
                   WRITE DETAIL-RECORD
               END-IF
               MOVE WS-MERGED-ID TO DET-ITEM-ID
               READ DETAILS-FILE RECORD
               IF WS-DETAILS-STATUS = "00"
                   MOVE "MERGED" TO DET-DISPOSITION
                   MOVE WS-TODAY TO DET-DISPOSAL-DATE
                   MOVE 0 TO DET-PROCEEDS
                   MOVE WS-SURVIVOR-ID TO DET-MERGED-INTO
                   REWRITE DETAIL-RECORD
               ELSE
                   INITIALIZE DETAIL-RECORD
                   MOVE WS-MERGED-ID TO DET-ITEM-ID
                   MOVE "MERGED" TO DET-DISPOSITION
                   MOVE WS-TODAY TO DET-DISPOSAL-DATE
                   MOVE WS-SURVIVOR-ID TO DET-MERGED-INTO
                   WRITE DETAIL-RECORD
               END-IF
               IF WS-DETAILS-STATUS NOT = "00"
                   DISPLAY "Could not retire item " WS-MERGED-ID
                       ", status " WS-DETAILS-STATUS
               END-IF
               CLOSE DETAILS-FILE
           ELSE
               DISPLAY "Cannot open data/item_details.dat, status "
                   WS-DETAILS-STATUS
           END-IF.

       MOVE-MERGED-COPIES.
           MOVE 0 TO WS-COPY-MAP-COUNT
           MOVE 0 TO WS-MOVE-COUNT
           MOVE 0 TO WS-MERGED-COPY-RECORDS
           OPEN I-O COPIES-FILE
           IF WS-COPIES-STATUS = "35"
               CLOSE COPIES-FILE
               OPEN OUTPUT COPIES-FILE
               CLOSE COPIES-FILE
               OPEN I-O COPIES-FILE
           END-IF
           IF WS-COPIES-STATUS = "00"
               PERFORM FIND-SURVIVOR-HIGH-COPY
               PERFORM COLLECT-MERGED-COPIES
               IF WS-MERGED-COPY-RECORDS = 0
                   PERFORM COLLECT-IMPLICIT-COPY
               END-IF
               IF WS-MOVE-COUNT > 0 AND WS-SURVIVOR-HIGH-NO = 0
                   PERFORM WRITE-SURVIVOR-FIRST-COPY
               END-IF
               MOVE 0 TO WS-MOVE-IDX
               PERFORM CARRY-ONE-COPY
                   UNTIL WS-MOVE-IDX = WS-MOVE-COUNT
               CLOSE COPIES-FILE
           ELSE
               DISPLAY "Cannot open data/item_copies.dat, status "
                   WS-COPIES-STATUS
           END-IF.

       FIND-SURVIVOR-HIGH-COPY.
           MOVE 0 TO WS-SURVIVOR-HIGH-NO
           MOVE WS-SURVIVOR-ID TO COPY-ITEM-ID
           MOVE 0 TO COPY-NO
           START COPIES-FILE KEY IS GREATER THAN COPY-KEY
               INVALID KEY
                   MOVE "23" TO WS-COPIES-STATUS
               NOT INVALID KEY
                   PERFORM READ-SURVIVOR-COPY
                       UNTIL WS-COPIES-STATUS NOT EQUAL "00"
           END-START
           MOVE "00" TO WS-COPIES-STATUS.

       READ-SURVIVOR-COPY.
           READ COPIES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COPIES-STATUS
               NOT AT END
                   IF COPY-ITEM-ID NOT = WS-SURVIVOR-ID
                       MOVE "10" TO WS-COPIES-STATUS
                   ELSE
                       MOVE COPY-NO TO WS-SURVIVOR-HIGH-NO
                   END-IF
           END-READ.

       COLLECT-MERGED-COPIES.
           MOVE WS-MERGED-ID TO COPY-ITEM-ID
           MOVE 0 TO COPY-NO
           START COPIES-FILE KEY IS GREATER THAN COPY-KEY
               INVALID KEY
                   MOVE "23" TO WS-COPIES-STATUS
               NOT INVALID KEY
                   PERFORM READ-MERGED-COPY
                       UNTIL WS-COPIES-STATUS NOT EQUAL "00"
           END-START
           MOVE "00" TO WS-COPIES-STATUS.

       READ-MERGED-COPY.
           READ COPIES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COPIES-STATUS
               NOT AT END
                   IF COPY-ITEM-ID NOT = WS-MERGED-ID
                       MOVE "10" TO WS-COPIES-STATUS
                   ELSE
                       ADD 1 TO WS-MERGED-COPY-RECORDS
                       IF COPY-DISPOSITION = SPACES
                               AND WS-MOVE-COUNT < 99
                           ADD 1 TO WS-MOVE-COUNT
                           MOVE COPY-RECORD
                               TO WS-MOVE-COPY (WS-MOVE-COUNT)
                       END-IF
                   END-IF
           END-READ.

       COLLECT-IMPLICIT-COPY.
           INITIALIZE COPY-RECORD
           MOVE WS-MERGED-ID TO COPY-ITEM-ID
           MOVE 1 TO COPY-NO
           IF WS-MERGED-DET-FOUND = 'Y'
               MOVE WS-MD-ACQ-DATE TO COPY-ACQ-DATE
               MOVE WS-MD-PRICE TO COPY-PRICE
               MOVE WS-MD-VALUE TO COPY-VALUE
               MOVE WS-MD-CONDITION TO COPY-CONDITION
               MOVE WS-MD-LOCATION TO COPY-LOCATION
           END-IF
           ADD 1 TO WS-MOVE-COUNT
           MOVE COPY-RECORD TO WS-MOVE-COPY (WS-MOVE-COUNT).

       WRITE-SURVIVOR-FIRST-COPY.
           INITIALIZE COPY-RECORD
           MOVE WS-SURVIVOR-ID TO COPY-ITEM-ID
           MOVE 1 TO COPY-NO
           IF WS-SURVIVOR-DET-FOUND = 'Y'
               MOVE WS-SD-ACQ-DATE TO COPY-ACQ-DATE
               MOVE WS-SD-PRICE TO COPY-PRICE
               MOVE WS-SD-VALUE TO COPY-VALUE
               MOVE WS-SD-CONDITION TO COPY-CONDITION
               MOVE WS-SD-LOCATION TO COPY-LOCATION
           END-IF
           WRITE COPY-RECORD
           MOVE 1 TO WS-SURVIVOR-HIGH-NO.

       CARRY-ONE-COPY.
           ADD 1 TO WS-MOVE-IDX
           MOVE WS-MOVE-COPY (WS-MOVE-IDX) TO COPY-RECORD
           MOVE COPY-NO TO WS-OLD-COPY-NO
           IF WS-SURVIVOR-HIGH-NO = 99
               DISPLAY "Item " WS-SURVIVOR-ID " already has 99 "
                   "copies; copy " WS-OLD-COPY-NO " not moved."
           ELSE
               ADD 1 TO WS-SURVIVOR-HIGH-NO
               MOVE WS-SURVIVOR-ID TO COPY-ITEM-ID
               MOVE WS-SURVIVOR-HIGH-NO TO COPY-NO
               WRITE COPY-RECORD
               IF WS-COPIES-STATUS = "00"
                   ADD 1 TO WS-COPIES-MOVED
                   ADD 1 TO WS-COPY-MAP-COUNT
                   MOVE WS-OLD-COPY-NO
                       TO WS-CM-OLD-NO (WS-COPY-MAP-COUNT)
                   MOVE COPY-NO TO WS-CM-NEW-NO (WS-COPY-MAP-COUNT)
                   PERFORM WRITE-MOVED-COPY-AUDIT
                   IF WS-MERGED-COPY-RECORDS > 0
                       PERFORM MARK-MERGED-COPY
                   END-IF
               ELSE
                   DISPLAY "Could not move copy " WS-OLD-COPY-NO
                       " of item " WS-MERGED-ID ", status "
                       WS-COPIES-STATUS
               END-IF
           END-IF.

       MARK-MERGED-COPY.
           MOVE WS-MERGED-ID TO COPY-ITEM-ID
           MOVE WS-OLD-COPY-NO TO COPY-NO
           READ COPIES-FILE RECORD
           IF WS-COPIES-STATUS = "00"
               MOVE "MERGED" TO COPY-DISPOSITION
               MOVE WS-TODAY TO COPY-DISPOSAL-DATE
               REWRITE COPY-RECORD
           END-IF.

       MAP-COPY-NUMBER.
           MOVE 'N' TO WS-COPY-MAP-FOUND
           MOVE 0 TO WS-COPY-MAP-IDX
           PERFORM UNTIL WS-COPY-MAP-IDX = WS-COPY-MAP-COUNT
                   OR WS-COPY-MAP-FOUND = 'Y'
               ADD 1 TO WS-COPY-MAP-IDX
               IF WS-CM-OLD-NO (WS-COPY-MAP-IDX) = WS-MAP-COPY-NO
                   MOVE 'Y' TO WS-COPY-MAP-FOUND
                   MOVE WS-CM-NEW-NO (WS-COPY-MAP-IDX)
                       TO WS-MAP-COPY-NO
               END-IF
           END-PERFORM.

       WRITE-MOVED-COPY-AUDIT.
           MOVE "ADDCPY" TO WS-AUDIT-OPERATION
           MOVE WS-SURVIVOR-ID TO WS-AUDIT-ITEM-ID
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "COPY=" COPY-NO
                  " FMT=" COPY-FORMAT
                  " COND=" COPY-CONDITION
                  " LOC=" COPY-LOCATION
                  " ACQ=" COPY-ACQ-DATE
                  " PRICE=" COPY-PRICE
                  " VALUE=" COPY-VALUE
                  " FROM=" WS-MERGED-ID
                  "/" WS-OLD-COPY-NO
                   DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-LINE.

       WRITE-MERGE-AUDITS.
           MOVE SPACES TO WS-MERGE-NOTE
           STRING " LOANS=" WS-LOANS-MOVED
                  " HOLDS=" WS-HOLDS-MOVED
                  " SETS=" WS-SETS-MOVED
                  " KEYWORDS=" WS-KEYWORDS-MOVED
                  " COPIES=" WS-COPIES-MOVED
                  DELIMITED BY SIZE
               INTO WS-MERGE-NOTE
           END-STRING
           MOVE WS-MERGED-RECORD TO ITEM-RECORD
           MOVE WS-MERGED-RECORD TO WS-BEFORE-IMAGE
           PERFORM FORMAT-ITEM-SUMMARY
           MOVE WS-ITEM-SUMMARY TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "MERGED INTO " WS-SURVIVOR-ID
                  " DISP=MERGED" WS-MERGE-NOTE
                  DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-MERGE-AUDIT
           MOVE WS-SURVIVOR-BEFORE TO ITEM-RECORD
           MOVE WS-SURVIVOR-BEFORE TO WS-BEFORE-IMAGE
           PERFORM FORMAT-ITEM-SUMMARY
           MOVE WS-ITEM-SUMMARY TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "MERGED FROM " WS-MERGED-ID
                  " GENRES ADDED=" WS-GENRES-ADDED
                  WS-MERGE-NOTE
                  DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-MERGE-AUDIT.

       WRITE-MERGE-AUDIT.
           MOVE "MERGE " TO WS-AUDIT-OPERATION
           MOVE ITEM-ID TO WS-AUDIT-ITEM-ID
           PERFORM WRITE-AUDIT-LINE
           MOVE WS-AUDIT-DATE TO WS-IR-DATE
           MOVE WS-AUDIT-TIME TO WS-IR-TIME
           MOVE "MERGE " TO WS-IR-OPERATION
           MOVE WS-BEFORE-IMAGE (1:6) TO WS-IR-ITEM-ID
           MOVE WS-BEFORE-IMAGE TO WS-IR-IMAGE
           MOVE WS-OPERATOR-ID TO WS-IR-OPERATOR
           OPEN EXTEND AUDIT-IMAGE-FILE
           IF WS-IMAGE-STATUS = "35"
               OPEN OUTPUT AUDIT-IMAGE-FILE
               CLOSE AUDIT-IMAGE-FILE
               OPEN EXTEND AUDIT-IMAGE-FILE
           END-IF
           MOVE WS-IMAGE-RECORD TO AUDIT-IMAGE-LINE
           WRITE AUDIT-IMAGE-LINE
           CLOSE AUDIT-IMAGE-FILE.

       WRITE-AUDIT-LINE.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-DATE TO WS-AR-DATE
           MOVE WS-AUDIT-TIME TO WS-AR-TIME
           MOVE WS-AUDIT-OPERATION TO WS-AR-OPERATION
           MOVE WS-AUDIT-ITEM-ID TO WS-AR-ITEM-ID
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

       FORMAT-ITEM-SUMMARY.
           PERFORM BUILD-GENRE-LIST
           MOVE SPACES TO WS-ITEM-SUMMARY
           STRING "TITLE=" DELIMITED BY SIZE
                  ITEM-TITLE (1:40) DELIMITED BY SIZE
                  " YEAR=" DELIMITED BY SIZE
                  ITEM-YEAR DELIMITED BY SIZE
                  " GENRE=" DELIMITED BY SIZE
                  WS-DISPLAY-LINE (1:40) DELIMITED BY SIZE
                  " MEDIA=" DELIMITED BY SIZE
                  ITEM-MEDIA-TYPE DELIMITED BY SIZE
                  " RATING=" DELIMITED BY SIZE
                  ITEM-RATING DELIMITED BY SIZE
               INTO WS-ITEM-SUMMARY
           END-STRING.

       BUILD-GENRE-LIST.
           MOVE SPACES TO WS-DISPLAY-LINE
           MOVE 1 TO WS-PTR
           MOVE 0 TO WS-GENRE-IDX
           PERFORM UNTIL WS-GENRE-IDX = 5
               ADD 1 TO WS-GENRE-IDX
               IF ITEM-GENRE (WS-GENRE-IDX) NOT EQUAL SPACES
                   PERFORM FIND-GENRE-LENGTH
                   IF WS-PTR > 1
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-DISPLAY-LINE
                           WITH POINTER WS-PTR
                   END-IF
                   STRING ITEM-GENRE (WS-GENRE-IDX) (1:WS-GENRE-LEN)
                           DELIMITED BY SIZE
                       INTO WS-DISPLAY-LINE
                       WITH POINTER WS-PTR
               END-IF
           END-PERFORM.

       FIND-GENRE-LENGTH.
           MOVE 50 TO WS-GENRE-LEN
           PERFORM UNTIL WS-GENRE-LEN = 0
               IF ITEM-GENRE (WS-GENRE-IDX) (WS-GENRE-LEN:1)
                       NOT EQUAL SPACE
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-GENRE-LEN
           END-PERFORM
           IF WS-GENRE-LEN = 0
               MOVE 1 TO WS-GENRE-LEN
           END-IF.

       END PROGRAM DUPMERGE.
