               RECORD KEY IS DET-ITEM-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-DETAILS-STATUS.
           SELECT COPIES-FILE ASSIGN TO "data/item_copies.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COPY-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-COPIES-STATUS.
           SELECT LOCATION-LIST-FILE ASSIGN TO "data/locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-LIST-STATUS.
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

       FD LOCATION-LIST-FILE.
       01 LOCATION-LIST-LINE        PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-DETAILS-STATUS       PIC X(2).
       01 WS-COPIES-STATUS        PIC X(2).
       01 WS-COPIES-OPEN          PIC X.
       01 WS-COPY-RECORDS         PIC 9(3).
       01 WS-COPY-NO              PIC 9(2).
       01 WS-LOCATION-LIST-STATUS PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RETURN-CODE          PIC 9(4).
       01 WS-ITEM-ID              PIC 9(6).
       01 WS-SCAN-INPUT           PIC X(20).
       01 WS-SCAN-DONE            PIC X.
       01 WS-NEW-LOCATION         PIC X(10).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ITEM-LOCATION        PIC X(10).
       01 WS-ITEM-RETIRED         PIC X.
       01 WS-LOCATION-UPPER       PIC X(10).
               10 WS-ROW-LOCATION  PIC X(10).
               10 WS-ROW-FLAG      PIC X.
               10 WS-ROW-ID        PIC 9(6).
               10 WS-ROW-COPY      PIC 9(2).
               10 WS-ROW-TITLE     PIC X(30).
               10 WS-ROW-MEDIA     PIC X(13).
       01 WS-ROW-SWAP.
           05 WS-SW-LOCATION       PIC X(10).
           05 WS-SW-FLAG           PIC X.
           05 WS-SW-ID             PIC 9(6).
           05 WS-SW-COPY           PIC 9(2).
           05 WS-SW-TITLE          PIC X(30).
           05 WS-SW-MEDIA          PIC X(13).
       01 WS-SHELF-HEADING1.
       01 WS-SHELF-DETAIL.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-ID             PIC Z(5)9.
           05 FILLER               PIC X(6)  VALUE " COPY ".
           05 WS-SD-COPY           PIC Z9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-SD-TITLE          PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
       01 WS-PROBLEM-DETAIL.
           05 FILLER               PIC X(5)  VALUE "ITEM ".
           05 WS-PD-ID             PIC 9(6).
           05 FILLER               PIC X     VALUE "/".
           05 WS-PD-COPY           PIC 9(2).
           05 FILLER               PIC X(2)  VALUE ": ".
           05 WS-PD-PROBLEM        PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "sign_on_operator" USING WS-RETURN-CODE
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE.
           IF WS-RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               DISPLAY "=== SHELF - Shelf Locations ==="
               DISPLAY "1. Move Item"
           STOP RUN.

       MOVE-ITEM-SCREEN SECTION.
           MOVE 'C' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-RETURN-CODE
                                            WS-REQUIRED-ROLE.
           IF WS-RETURN-CODE NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM ACCEPT-ITEM-NUMBER.
           IF WS-ITEM-ID = 0
               EXIT SECTION
           END-IF.
           DISPLAY "Copy number (0 for copy 1): " WITH NO ADVANCING.
           ACCEPT WS-COPY-NO.
           DISPLAY "New location code: " WITH NO ADVANCING.
           ACCEPT WS-NEW-LOCATION.
           CALL "move_copy" USING WS-RETURN-CODE
                                 WS-ITEM-ID
                                 WS-COPY-NO
                                 WS-NEW-LOCATION.
           EVALUATE WS-RETURN-CODE
               WHEN 0 DISPLAY "Item moved."
               WHEN 2 DISPLAY "That copy has been retired."
               WHEN 10 DISPLAY "Location code is not on the "
                   "approved list (data/locations.dat)."
               WHEN OTHER DISPLAY "Move failed."
           END-EVALUATE.
           EXIT SECTION.

       ACCEPT-ITEM-NUMBER SECTION.
           MOVE 0 TO WS-ITEM-ID.
           MOVE 'N' TO WS-SCAN-DONE.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               DISPLAY "Scan or enter item number (blank to cancel): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SCAN-INPUT
               ACCEPT WS-SCAN-INPUT
               IF WS-SCAN-INPUT = SPACES
                   MOVE 0 TO WS-ITEM-ID
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   CALL "verify_item_number" USING WS-RETURN-CODE
                                                 WS-SCAN-INPUT
                                                 WS-ITEM-ID
                   EVALUATE WS-RETURN-CODE
                       WHEN 0 MOVE 'Y' TO WS-SCAN-DONE
                       WHEN 3 DISPLAY "Check digit does not match; "
                           "re-scan or re-key the item number."
                       WHEN OTHER DISPLAY "Not a valid item number; "
                           "enter the item ID followed by its check "
                           "digit."
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXIT SECTION.

       LOAD-LOCATION-LIST SECTION.
           IF WS-LL-LOADED = 'Y'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.
           MOVE "COPIES LISTED" TO WS-CD-LABEL.
           MOVE WS-LISTED-COUNT TO WS-CD-COUNT.
           MOVE WS-COUNT-DETAIL TO SHELF-REPORT-LINE.
           WRITE SHELF-REPORT-LINE.
               DISPLAY "Shelf table full; report is incomplete."
           END-IF.
           DISPLAY "Shelf list written to data/shelf_list.txt".
           DISPLAY "Copies listed:    " WS-LISTED-COUNT.
           DISPLAY "Problems flagged: " WS-PROBLEM-COUNT.
           EXIT SECTION.

       COLLECT-SHELF-ROWS SECTION.
           OPEN INPUT DETAILS-FILE.
           MOVE 'N' TO WS-COPIES-OPEN.
           OPEN INPUT COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE 'Y' TO WS-COPIES-OPEN
           END-IF.
           OPEN INPUT ITEMS-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE 0 TO ITEM-ID
           IF WS-DETAILS-STATUS = "00"
               CLOSE DETAILS-FILE
           END-IF.
           IF WS-COPIES-OPEN = 'Y'
               CLOSE COPIES-FILE
           END-IF.
           EXIT SECTION.

       COLLECT-ONE-ITEM SECTION.
                   IF ITEM-ID > 0
                       PERFORM FETCH-ITEM-LOCATION
                       IF WS-ITEM-RETIRED NOT = 'Y'
                           PERFORM COLLECT-ITEM-COPIES
                       END-IF
                   END-IF
           END-READ.
           END-IF.
           EXIT SECTION.

       COLLECT-ITEM-COPIES SECTION.
           MOVE 0 TO WS-COPY-RECORDS.
           IF WS-COPIES-OPEN = 'Y'
               MOVE ITEM-ID TO COPY-ITEM-ID
               MOVE 0 TO COPY-NO
               START COPIES-FILE KEY IS GREATER THAN COPY-KEY
                   INVALID KEY
                       MOVE "23" TO WS-COPIES-STATUS
                   NOT INVALID KEY
                       PERFORM COLLECT-ONE-COPY
                           UNTIL WS-COPIES-STATUS NOT EQUAL "00"
               END-START
               MOVE "00" TO WS-COPIES-STATUS
           END-IF.
           IF WS-COPY-RECORDS = 0
               MOVE 1 TO WS-COPY-NO
               PERFORM ADD-SHELF-ROW
           END-IF.
           EXIT SECTION.

       COLLECT-ONE-COPY SECTION.
           READ COPIES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COPIES-STATUS
               NOT AT END
                   IF COPY-ITEM-ID NOT EQUAL ITEM-ID
                       MOVE "10" TO WS-COPIES-STATUS
                   ELSE
                       ADD 1 TO WS-COPY-RECORDS
                       IF COPY-DISPOSITION = SPACES
                           MOVE COPY-NO TO WS-COPY-NO
                           MOVE COPY-LOCATION TO WS-ITEM-LOCATION
                           PERFORM ADD-SHELF-ROW
                       END-IF
                   END-IF
           END-READ.
           EXIT SECTION.

       ADD-SHELF-ROW SECTION.
           IF WS-ROW-COUNT = 2000
               MOVE 'Y' TO WS-ROW-FULL
           MOVE WS-ITEM-LOCATION
               TO WS-ROW-LOCATION (WS-ROW-COUNT).
           MOVE ITEM-ID TO WS-ROW-ID (WS-ROW-COUNT).
           MOVE WS-COPY-NO TO WS-ROW-COPY (WS-ROW-COUNT).
           MOVE ITEM-TITLE (1:30) TO WS-ROW-TITLE (WS-ROW-COUNT).
           MOVE ITEM-MEDIA-TYPE (1:13)
               TO WS-ROW-MEDIA (WS-ROW-COUNT).
                   TO WS-PREV-LOCATION
           END-IF.
           MOVE WS-ROW-ID (WS-ROW-IDX) TO WS-SD-ID.
           MOVE WS-ROW-COPY (WS-ROW-IDX) TO WS-SD-COPY.
           MOVE WS-ROW-TITLE (WS-ROW-IDX) TO WS-SD-TITLE.
           MOVE WS-ROW-MEDIA (WS-ROW-IDX) TO WS-SD-MEDIA.
           MOVE WS-SHELF-DETAIL TO SHELF-REPORT-LINE.
       WRITE-PROBLEM-DETAIL SECTION.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE WS-ROW-ID (WS-ROW-IDX) TO WS-PD-ID.
           MOVE WS-ROW-COPY (WS-ROW-IDX) TO WS-PD-COPY.
           IF WS-ROW-FLAG (WS-ROW-IDX) = 'B'
               MOVE "BLANK LOCATION" TO WS-PD-PROBLEM
           ELSE
