       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABELS IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMS-FILE ASSIGN TO "data/items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-TITLE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FILE-STATUS.
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
           SELECT CONTROL-FILE ASSIGN TO "data/label_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT LABEL-FILE ASSIGN TO "data/labels.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.

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

       FD CONTROL-FILE.
       01 CONTROL-LINE             PIC X(40).

       FD LABEL-FILE.
       01 LABEL-LINE               PIC X(153).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-DETAILS-STATUS       PIC X(2).
       01 WS-COPIES-STATUS        PIC X(2).
       01 WS-CONTROL-STATUS       PIC X(2).
       01 WS-LABEL-STATUS         PIC X(2).
       01 WS-RESULT-CODE          PIC 9(4).
       01 WS-RETURN-CODE          PIC 9(4).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-TODAY                PIC 9(8).
       01 WS-TIME-NOW             PIC 9(8).
       01 WS-LABEL-MODE           PIC X.
       01 WS-LABEL-SHELF          PIC X(10).
       01 WS-LABEL-ITEM-ID        PIC 9(6).
       01 WS-LABEL-COUNT          PIC 9(6).
       01 WS-LABEL-COUNT-DISPLAY  PIC ZZZ,ZZ9.
       01 WS-DETAILS-OPEN         PIC X.
       01 WS-COPIES-OPEN          PIC X.
       01 WS-COPY-RECORDS         PIC 9(3).
       01 WS-ITEM-RETIRED         PIC X.
       01 WS-ITEM-LOCATION        PIC X(10).
       01 WS-ITEM-ACQ-DATE        PIC 9(8).
       01 WS-COPY-NO              PIC 9(2).
       01 WS-WANT-LABEL           PIC X.
       01 WS-HIGHEST-ITEM-ID      PIC 9(6).
       01 WS-CONTROL-RECORD.
           05 WS-CTL-DATE          PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-CTL-TIME          PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-CTL-LAST-ITEM     PIC 9(6).
       01 WS-LAST-RUN-DATE        PIC 9(8).
       01 WS-LAST-ITEM-ID         PIC 9(6).
       01 WS-NUMBER-ITEM-ID       PIC 9(6).
       01 WS-NUMBER-DIGITS        PIC 9(6).
       01 WS-NUMBER-DIGIT-TABLE REDEFINES WS-NUMBER-DIGITS.
           05 WS-NUMBER-DIGIT      PIC 9 OCCURS 6 TIMES.
       01 WS-DIGIT-IDX            PIC 9.
       01 WS-DIGIT-VALUE          PIC 9(2).
       01 WS-DIGIT-SUM            PIC 9(3).
       01 WS-CHECK-DIGIT          PIC 9.
       01 WS-ITEM-NUMBER.
           05 WS-IN-ITEM-ID        PIC 9(6).
           05 WS-IN-CHECK          PIC 9.
       01 WS-SCAN-INPUT           PIC X(20).
       01 WS-SCAN-IDX             PIC 9(2).
       01 WS-SCAN-CHAR            PIC X.
       01 WS-SCAN-DIGIT REDEFINES WS-SCAN-CHAR PIC 9.
       01 WS-SCAN-COUNT           PIC 9(2).
       01 WS-SCAN-VALUE           PIC 9(7).
       01 WS-SCAN-BAD             PIC X.
       01 WS-SCAN-ITEM-ID         PIC 9(6).
       01 WS-SCAN-CHECK           PIC 9.
       01 WS-LABEL-RECORD.
           05 WS-LR-NUMBER         PIC X(7).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-LR-BARCODE        PIC X(9).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-LR-COPY           PIC 9(2).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-LR-LOCATION       PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-LR-MEDIA          PIC X(20).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-LR-TITLE          PIC X(100).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-ROLE-RC              PIC 9(4).

       LINKAGE SECTION.
       01 LS-RETURN-CODE         PIC 9(4).
       01 LS-ITEM-ID             PIC 9(6).
       01 LS-ITEM-NUMBER         PIC X(7).
       01 LS-SCAN-INPUT          PIC X(20).
       01 LS-LABEL-MODE          PIC X.
       01 LS-LABEL-SHELF         PIC X(10).
       01 LS-LABEL-COUNT         PIC 9(6).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "sign_on_operator" USING WS-ROLE-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE.
           IF WS-ROLE-RC NOT = 0
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               DISPLAY "=== LABELS - Spine And Barcode Labels ==="
               DISPLAY "1. Labels For New Acquisitions"
               DISPLAY "2. Labels For A Shelf"
               DISPLAY "3. Label For One Item"
               DISPLAY "4. Show Item Number"
               DISPLAY "9. Exit"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       MOVE 'N' TO WS-LABEL-MODE
                       PERFORM MENU-PRINT-LABELS
                   WHEN 2
                       MOVE 'S' TO WS-LABEL-MODE
                       DISPLAY "Shelf location code: "
                           WITH NO ADVANCING
                       ACCEPT WS-LABEL-SHELF
                       PERFORM MENU-PRINT-LABELS
                   WHEN 3
                       MOVE 'I' TO WS-LABEL-MODE
                       DISPLAY "Enter item ID: " WITH NO ADVANCING
                       ACCEPT WS-LABEL-ITEM-ID
                       PERFORM MENU-PRINT-LABELS
                   WHEN 4 PERFORM MENU-SHOW-NUMBER
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       MENU-PRINT-LABELS SECTION.
           PERFORM PRINT-LABELS-PROC.
           MOVE WS-LABEL-COUNT TO WS-LABEL-COUNT-DISPLAY.
           EVALUATE WS-RESULT-CODE
               WHEN 0
                   DISPLAY WS-LABEL-COUNT-DISPLAY
                       " label(s) written to data/labels.txt"
               WHEN 2 DISPLAY "Item not found or retired."
               WHEN 3 DISPLAY "Unknown label mode."
               WHEN OTHER DISPLAY "Label run failed."
           END-EVALUATE.
           EXIT SECTION.

       MENU-SHOW-NUMBER SECTION.
           DISPLAY "Enter item ID: " WITH NO ADVANCING.
           ACCEPT WS-NUMBER-ITEM-ID.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE WS-NUMBER-ITEM-ID TO WS-IN-ITEM-ID.
           MOVE WS-CHECK-DIGIT TO WS-IN-CHECK.
           DISPLAY "Item number: " WS-ITEM-NUMBER.
           EXIT SECTION.

       FORMAT-ITEM-NUMBER SECTION.
           ENTRY "format_item_number" USING LS-ITEM-ID
                                          LS-ITEM-NUMBER.
           MOVE LS-ITEM-ID TO WS-NUMBER-ITEM-ID.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE WS-NUMBER-ITEM-ID TO WS-IN-ITEM-ID.
           MOVE WS-CHECK-DIGIT TO WS-IN-CHECK.
           MOVE WS-ITEM-NUMBER TO LS-ITEM-NUMBER.
           GOBACK.

       COMPUTE-CHECK-DIGIT SECTION.
           MOVE WS-NUMBER-ITEM-ID TO WS-NUMBER-DIGITS.
           MOVE 0 TO WS-DIGIT-SUM.
           MOVE 0 TO WS-DIGIT-IDX.
           PERFORM UNTIL WS-DIGIT-IDX = 6
               ADD 1 TO WS-DIGIT-IDX
               MOVE WS-NUMBER-DIGIT (WS-DIGIT-IDX) TO WS-DIGIT-VALUE
               IF WS-DIGIT-IDX = 2 OR WS-DIGIT-IDX = 4
                       OR WS-DIGIT-IDX = 6
                   COMPUTE WS-DIGIT-VALUE = WS-DIGIT-VALUE * 2
                   IF WS-DIGIT-VALUE > 9
                       SUBTRACT 9 FROM WS-DIGIT-VALUE
                   END-IF
               END-IF
               ADD WS-DIGIT-VALUE TO WS-DIGIT-SUM
           END-PERFORM.
           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-DIGIT-VALUE
               REMAINDER WS-CHECK-DIGIT.
           IF WS-CHECK-DIGIT NOT = 0
               COMPUTE WS-CHECK-DIGIT = 10 - WS-CHECK-DIGIT
           END-IF.
           EXIT SECTION.

       VERIFY-ITEM-NUMBER SECTION.
           ENTRY "verify_item_number" USING LS-RETURN-CODE
                                          LS-SCAN-INPUT
                                          LS-ITEM-ID.
           MOVE LS-SCAN-INPUT TO WS-SCAN-INPUT.
           PERFORM VERIFY-ITEM-NUMBER-PROC.
           MOVE WS-SCAN-ITEM-ID TO LS-ITEM-ID.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       VERIFY-ITEM-NUMBER-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE 0 TO WS-SCAN-ITEM-ID.
           MOVE 0 TO WS-SCAN-VALUE.
           MOVE 0 TO WS-SCAN-COUNT.
           MOVE 'N' TO WS-SCAN-BAD.
           MOVE 0 TO WS-SCAN-IDX.
           PERFORM UNTIL WS-SCAN-IDX = 20
               ADD 1 TO WS-SCAN-IDX
               MOVE WS-SCAN-INPUT (WS-SCAN-IDX:1) TO WS-SCAN-CHAR
               EVALUATE TRUE
                   WHEN WS-SCAN-CHAR = SPACE
                       CONTINUE
                   WHEN WS-SCAN-CHAR = "*" OR WS-SCAN-CHAR = "-"
                       CONTINUE
                   WHEN WS-SCAN-CHAR IS NUMERIC
                       IF WS-SCAN-COUNT < 7
                           COMPUTE WS-SCAN-VALUE =
                               (WS-SCAN-VALUE * 10) + WS-SCAN-DIGIT
                       END-IF
                       ADD 1 TO WS-SCAN-COUNT
                   WHEN OTHER
                       MOVE 'Y' TO WS-SCAN-BAD
               END-EVALUATE
           END-PERFORM.
           IF WS-SCAN-BAD = 'Y' OR WS-SCAN-COUNT < 2
                   OR WS-SCAN-COUNT > 7
               MOVE 2 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           DIVIDE WS-SCAN-VALUE BY 10 GIVING WS-SCAN-ITEM-ID
               REMAINDER WS-SCAN-CHECK.
           MOVE WS-SCAN-ITEM-ID TO WS-NUMBER-ITEM-ID.
           PERFORM COMPUTE-CHECK-DIGIT.
           IF WS-CHECK-DIGIT NOT = WS-SCAN-CHECK
                   OR WS-SCAN-ITEM-ID = 0
               MOVE 0 TO WS-SCAN-ITEM-ID
               MOVE 3 TO WS-RESULT-CODE
           END-IF.
           EXIT SECTION.

       PRINT-LABELS SECTION.
           ENTRY "print_labels" USING LS-RETURN-CODE
                                    LS-LABEL-MODE
                                    LS-LABEL-SHELF
                                    LS-ITEM-ID
                                    LS-LABEL-COUNT.
           MOVE LS-LABEL-MODE TO WS-LABEL-MODE.
           MOVE LS-LABEL-SHELF TO WS-LABEL-SHELF.
           MOVE LS-ITEM-ID TO WS-LABEL-ITEM-ID.
           PERFORM PRINT-LABELS-PROC.
           MOVE WS-LABEL-COUNT TO LS-LABEL-COUNT.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       PRINT-LABELS-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE 0 TO WS-LABEL-COUNT.
           MOVE FUNCTION UPPER-CASE (WS-LABEL-MODE) TO WS-LABEL-MODE.
           MOVE FUNCTION UPPER-CASE (WS-LABEL-SHELF) TO WS-LABEL-SHELF.
           IF WS-LABEL-MODE NOT = 'N' AND WS-LABEL-MODE NOT = 'S'
                   AND WS-LABEL-MODE NOT = 'I'
               MOVE 3 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           PERFORM READ-LABEL-CONTROL.
           MOVE WS-LAST-ITEM-ID TO WS-HIGHEST-ITEM-ID.
           OPEN INPUT ITEMS-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open data/items.dat, status "
                   WS-FILE-STATUS
               MOVE 1 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           OPEN OUTPUT LABEL-FILE.
           IF WS-LABEL-STATUS NOT = "00"
               DISPLAY "Cannot open data/labels.txt, status "
                   WS-LABEL-STATUS
               CLOSE ITEMS-FILE
               MOVE 1 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-DETAILS-OPEN.
           OPEN INPUT DETAILS-FILE.
           IF WS-DETAILS-STATUS = "00"
               MOVE 'Y' TO WS-DETAILS-OPEN
           END-IF.
           MOVE 'N' TO WS-COPIES-OPEN.
           OPEN INPUT COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE 'Y' TO WS-COPIES-OPEN
           END-IF.
           IF WS-LABEL-MODE = 'I'
               MOVE WS-LABEL-ITEM-ID TO ITEM-ID
               READ ITEMS-FILE RECORD
               IF WS-FILE-STATUS = "00" AND ITEM-ID > 0
                   PERFORM LABEL-ONE-ITEM
               END-IF
               IF WS-LABEL-COUNT = 0
                   MOVE 2 TO WS-RESULT-CODE
               END-IF
           ELSE
               MOVE 0 TO ITEM-ID
               START ITEMS-FILE KEY IS GREATER THAN ITEM-ID
                   INVALID KEY
                       MOVE "23" TO WS-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM READ-NEXT-LABEL-ITEM
                           UNTIL WS-FILE-STATUS NOT = "00"
               END-START
           END-IF.
           IF WS-COPIES-OPEN = 'Y'
               CLOSE COPIES-FILE
           END-IF.
           IF WS-DETAILS-OPEN = 'Y'
               CLOSE DETAILS-FILE
           END-IF.
           CLOSE LABEL-FILE.
           CLOSE ITEMS-FILE.
           IF WS-LABEL-MODE = 'N'
               PERFORM WRITE-LABEL-CONTROL
           END-IF.
           EXIT SECTION.

       READ-LABEL-CONTROL SECTION.
           MOVE 0 TO WS-LAST-RUN-DATE.
           MOVE 0 TO WS-LAST-ITEM-ID.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CONTROL-LINE TO WS-CONTROL-RECORD
                       IF WS-CTL-DATE IS NUMERIC
                               AND WS-CTL-LAST-ITEM IS NUMERIC
                           MOVE WS-CTL-DATE TO WS-LAST-RUN-DATE
                           MOVE WS-CTL-LAST-ITEM TO WS-LAST-ITEM-ID
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           EXIT SECTION.

       WRITE-LABEL-CONTROL SECTION.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "Cannot update data/label_control.txt, status "
                   WS-CONTROL-STATUS
               EXIT SECTION
           END-IF.
           MOVE WS-TODAY TO WS-CTL-DATE.
           MOVE WS-TIME-NOW TO WS-CTL-TIME.
           MOVE WS-HIGHEST-ITEM-ID TO WS-CTL-LAST-ITEM.
           MOVE WS-CONTROL-RECORD TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           CLOSE CONTROL-FILE.
           EXIT SECTION.

       READ-NEXT-LABEL-ITEM SECTION.
           READ ITEMS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF ITEM-ID > 0
                       IF ITEM-ID > WS-HIGHEST-ITEM-ID
                           MOVE ITEM-ID TO WS-HIGHEST-ITEM-ID
                       END-IF
                       PERFORM LABEL-ONE-ITEM
                   END-IF
           END-READ.
           EXIT SECTION.

       LABEL-ONE-ITEM SECTION.
           MOVE SPACES TO WS-ITEM-LOCATION.
           MOVE 0 TO WS-ITEM-ACQ-DATE.
           MOVE 'N' TO WS-ITEM-RETIRED.
           IF WS-DETAILS-OPEN = 'Y'
               MOVE ITEM-ID TO DET-ITEM-ID
               READ DETAILS-FILE RECORD
               IF WS-DETAILS-STATUS = "00"
                   MOVE DET-LOCATION TO WS-ITEM-LOCATION
                   MOVE DET-ACQ-DATE TO WS-ITEM-ACQ-DATE
                   IF DET-DISPOSITION NOT = SPACES
                       MOVE 'Y' TO WS-ITEM-RETIRED
                   END-IF
               END-IF
           END-IF.
           IF WS-ITEM-RETIRED = 'Y'
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-COPY-RECORDS.
           IF WS-COPIES-OPEN = 'Y'
               MOVE ITEM-ID TO COPY-ITEM-ID
               MOVE 0 TO COPY-NO
               START COPIES-FILE KEY IS GREATER THAN COPY-KEY
                   INVALID KEY
                       MOVE "23" TO WS-COPIES-STATUS
                   NOT INVALID KEY
                       PERFORM LABEL-ONE-COPY
                           UNTIL WS-COPIES-STATUS NOT = "00"
               END-START
               MOVE "00" TO WS-COPIES-STATUS
           END-IF.
           IF WS-COPY-RECORDS = 0
               MOVE 1 TO WS-COPY-NO
               PERFORM SELECT-AND-WRITE-LABEL
           END-IF.
           EXIT SECTION.

       LABEL-ONE-COPY SECTION.
           READ COPIES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COPIES-STATUS
               NOT AT END
                   IF COPY-ITEM-ID NOT = ITEM-ID
                       MOVE "10" TO WS-COPIES-STATUS
                   ELSE
                       ADD 1 TO WS-COPY-RECORDS
                       IF COPY-DISPOSITION = SPACES
                           MOVE COPY-NO TO WS-COPY-NO
                           MOVE COPY-LOCATION TO WS-ITEM-LOCATION
                           MOVE COPY-ACQ-DATE TO WS-ITEM-ACQ-DATE
                           PERFORM SELECT-AND-WRITE-LABEL
                       END-IF
                   END-IF
           END-READ.
           EXIT SECTION.

       SELECT-AND-WRITE-LABEL SECTION.
           MOVE 'N' TO WS-WANT-LABEL.
           EVALUATE WS-LABEL-MODE
               WHEN 'I'
                   MOVE 'Y' TO WS-WANT-LABEL
               WHEN 'S'
                   IF FUNCTION UPPER-CASE (WS-ITEM-LOCATION)
                           = WS-LABEL-SHELF
                       MOVE 'Y' TO WS-WANT-LABEL
                   END-IF
               WHEN 'N'
                   IF ITEM-ID > WS-LAST-ITEM-ID
                       MOVE 'Y' TO WS-WANT-LABEL
                   END-IF
                   IF WS-COPY-NO > 1
                           AND WS-ITEM-ACQ-DATE NOT < WS-LAST-RUN-DATE
                       MOVE 'Y' TO WS-WANT-LABEL
                   END-IF
           END-EVALUATE.
           IF WS-WANT-LABEL = 'Y'
               PERFORM WRITE-LABEL
           END-IF.
           EXIT SECTION.

       WRITE-LABEL SECTION.
           MOVE ITEM-ID TO WS-NUMBER-ITEM-ID.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE ITEM-ID TO WS-IN-ITEM-ID.
           MOVE WS-CHECK-DIGIT TO WS-IN-CHECK.
           MOVE WS-ITEM-NUMBER TO WS-LR-NUMBER.
           MOVE SPACES TO WS-LR-BARCODE.
           STRING "*" DELIMITED BY SIZE
                  WS-ITEM-NUMBER DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
               INTO WS-LR-BARCODE
           END-STRING.
           MOVE WS-COPY-NO TO WS-LR-COPY.
           MOVE WS-ITEM-LOCATION TO WS-LR-LOCATION.
           MOVE ITEM-MEDIA-TYPE TO WS-LR-MEDIA.
           MOVE ITEM-TITLE TO WS-LR-TITLE.
           MOVE WS-LABEL-RECORD TO LABEL-LINE.
           WRITE LABEL-LINE.
           ADD 1 TO WS-LABEL-COUNT.
           EXIT SECTION.

       END PROGRAM LABELS.
