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

       DATA DIVISION.
       FILE SECTION.
       01 AUDIT-LINE                PIC X(350).

       FD AUDIT-IMAGE-FILE.
       01 AUDIT-IMAGE-LINE          PIC X(923).

       FD GENRE-LIST-FILE.
       01 GENRE-LIST-LINE           PIC X(50).
           05 DET-DISPOSAL-DATE    PIC 9(8).
           05 DET-PROCEEDS         PIC 9(5)V99.
           05 DET-LOCATION         PIC X(10).
           05 DET-MERGED-INTO      PIC 9(6).
           05 FILLER               PIC X.

       FD LOCATION-LIST-FILE.
       01 LOCATION-LIST-LINE        PIC X(50).

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
       01 WS-FILE-MODE            PIC X.
       01 WS-EOF                  PIC X.
       01 WS-RECORD-COUNT         PIC 9(6).
       01 WS-NEXT-ID             PIC 9(6).
       01 WS-ITEM-NUMBER         PIC X(7).
       01 WS-SEARCH-TEXT         PIC X(100).
       01 WS-SEARCH-GENRE        PIC X(50).
       01 WS-SEARCH-MEDIA-TYPE   PIC X(20).
           05 WS-AR-BEFORE         PIC X(150).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-AFTER          PIC X(150).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-OPERATOR       PIC X(8).
       01 WS-IMAGE-STATUS         PIC X(2).
       01 WS-BEFORE-IMAGE         PIC X(882).
       01 WS-IMAGE-RECORD.
           05 WS-IR-ITEM-ID        PIC 9(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-IR-IMAGE          PIC X(882).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-IR-OPERATOR       PIC X(8).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ROLE-RC              PIC 9(4).
       01 WS-IDENT-RC             PIC 9(4).
       01 WS-ADDED-ITEM-ID        PIC 9(6).
       01 WS-COPIES-STATUS        PIC X(2).
       01 WS-COPY-NO              PIC 9(2).
       01 WS-COPY-FOUND           PIC X.
       01 WS-COPY-TOTAL           PIC 9(2).
       01 WS-COPY-ACTIVE          PIC 9(2).
       01 WS-COPY-HIGH-NO         PIC 9(2).
       01 WS-COPY-PROCEEDS        PIC 9(7)V99.
       01 WS-COPY-FORMAT-UPPER    PIC X(10).
       01 WS-COPY-SUMMARY         PIC X(150).
       01 WS-DISPOSAL-DATE        PIC 9(8).
       01 WS-TITLE-PROCEEDS       PIC 9(5)V99.
       01 WS-TITLE-DET-FOUND      PIC X.
       01 WS-TITLE-DETAILS.
           05 WS-TD-ACQ-DATE       PIC 9(8).
           05 WS-TD-PRICE          PIC 9(5)V99.
           05 WS-TD-VALUE          PIC 9(5)V99.
           05 WS-TD-CONDITION      PIC X(4).
           05 WS-TD-DISPOSITION    PIC X(8).
           05 WS-TD-DISPOSAL-DATE  PIC 9(8).
           05 WS-TD-LOCATION       PIC X(10).
       01 WS-COPY-LOAN-NO         PIC 9(2).
       01 WS-COPY-SCAN-MODE       PIC X.
       01 WS-COPY-DETAIL.
           05 FILLER               PIC X(5)  VALUE "Copy ".
           05 WS-CD-NO             PIC Z9.
           05 FILLER               PIC X(2)  VALUE ": ".
           05 WS-CD-FORMAT         PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-CD-CONDITION      PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-CD-LOCATION       PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-CD-VALUE          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-CD-STATUS         PIC X(30).

       LINKAGE SECTION.
       01 LS-RETURN-CODE         PIC 9(4).
       01 LS-ITEM-YEAR           PIC 9(4).
       01 LS-ITEM-RATING         PIC 9(2).
       01 LS-ITEM-DESCRIPTION    PIC X(500).
       01 LS-CODE-TYPE           PIC X(4).
       01 LS-CODE-VALUE          PIC X(20).
       01 LS-SEARCH-KEYWORD      PIC X(20).
       01 LS-SEARCH-RETIRED      PIC X.
       01 LS-DISPOSITION         PIC X(8).
           05 LS-DET-CONDITION    PIC X(4).
           05 LS-DET-LOCATION     PIC X(10).
       01 LS-LOCATION            PIC X(10).
       01 LS-COPY-NO             PIC 9(2).
       01 LS-COPY-DETAILS.
           05 LS-COPY-FORMAT      PIC X(10).
           05 LS-COPY-ACQ-DATE    PIC 9(8).
           05 LS-COPY-PRICE       PIC 9(5)V99.
           05 LS-COPY-VALUE       PIC 9(5)V99.
           05 LS-COPY-CONDITION   PIC X(4).
           05 LS-COPY-LOCATION    PIC X(10).
           05 LS-COPY-DISPOSITION PIC X(8).
       01 LS-SEARCH-RESULTS.
           05 LS-SR-COUNT         PIC 9(4).
           05 LS-SR-TRUNCATED     PIC X.
               OPEN I-O KEYWORD-FILE
           END-IF.
           CLOSE KEYWORD-FILE.
           OPEN I-O COPIES-FILE.
           IF WS-COPIES-STATUS = "35"
               CLOSE COPIES-FILE
               OPEN OUTPUT COPIES-FILE
               CLOSE COPIES-FILE
               OPEN I-O COPIES-FILE
           END-IF.
           CLOSE COPIES-FILE.
           MOVE 0 TO LS-RETURN-CODE.
           GOBACK.

           MOVE ITEM-ID TO WS-AR-ITEM-ID.
           MOVE WS-AUDIT-BEFORE TO WS-AR-BEFORE.
           MOVE WS-AUDIT-AFTER TO WS-AR-AFTER.
           CALL "get_operator" USING WS-OPERATOR-ID
                                     WS-OPERATOR-ROLE.
           MOVE WS-OPERATOR-ID TO WS-AR-OPERATOR.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           MOVE WS-AUDIT-OPERATION TO WS-IR-OPERATION.
           MOVE WS-BEFORE-IMAGE (1:6) TO WS-IR-ITEM-ID.
           MOVE WS-BEFORE-IMAGE TO WS-IR-IMAGE.
           CALL "get_operator" USING WS-OPERATOR-ID
                                     WS-OPERATOR-ROLE.
           MOVE WS-OPERATOR-ID TO WS-IR-OPERATOR.
           OPEN EXTEND AUDIT-IMAGE-FILE.
           IF WS-IMAGE-STATUS = "35"
               OPEN OUTPUT AUDIT-IMAGE-FILE
               PERFORM CHECK-GENRE-LIST
           END-IF.
           IF WS-VALIDATE-RC = 0
               MOVE LS-DET-CONDITION TO WS-CONDITION-UPPER
               PERFORM CHECK-CONDITION-CODE
               IF WS-CANON-CONDITION = "?   "
                   MOVE 9 TO WS-VALIDATE-RC
           MOVE "FAIR" TO WS-CC-NAME (3).
           MOVE "POOR" TO WS-CC-NAME (4).
           MOVE "?   " TO WS-CANON-CONDITION.
           IF WS-CONDITION-UPPER = SPACES
               MOVE SPACES TO WS-CANON-CONDITION
           ELSE
               MOVE FUNCTION UPPER-CASE (WS-CONDITION-UPPER)
                   TO WS-CONDITION-UPPER
               MOVE 0 TO WS-CC-IDX
               PERFORM UNTIL WS-CC-IDX = 4
                       DISPLAY "Retired:     " DET-DISPOSITION
                           " on " DET-DISPOSAL-DATE
                           ", proceeds " WS-VALUE-DISPLAY
                       IF DET-DISPOSITION = "MERGED"
                           DISPLAY "Merged into: " DET-MERGED-INTO
                       END-IF
                   END-IF
               END-IF
               CLOSE DETAILS-FILE
                                LS-ITEM-RATING
                                LS-ITEM-DESCRIPTION
                                LS-ITEM-DETAILS.
           PERFORM ADD-ITEM-PROC.
           GOBACK.

       ADD-ITEM-WITH-CODE SECTION.
           ENTRY "add_item_with_code" USING LS-RETURN-CODE
                                          LS-ITEM-TITLE
                                          LS-ITEM-GENRE-TABLE
                                          LS-ITEM-MEDIA-TYPE
                                          LS-ITEM-YEAR
                                          LS-ITEM-RATING
                                          LS-ITEM-DESCRIPTION
                                          LS-ITEM-DETAILS
                                          LS-CODE-TYPE
                                          LS-CODE-VALUE
                                          LS-ITEM-ID.
           MOVE 0 TO LS-ITEM-ID.
           IF LS-CODE-VALUE NOT = SPACES
               MOVE 0 TO WS-ADDED-ITEM-ID
               CALL "check_identifier" USING WS-IDENT-RC
                                             WS-ADDED-ITEM-ID
                                             LS-CODE-TYPE
                                             LS-CODE-VALUE
               EVALUATE WS-IDENT-RC
                   WHEN 0 CONTINUE
                   WHEN 3 MOVE 15 TO LS-RETURN-CODE
                   WHEN 4 MOVE 15 TO LS-RETURN-CODE
                   WHEN 5 MOVE 14 TO LS-RETURN-CODE
                   WHEN 8 MOVE 8 TO LS-RETURN-CODE
                   WHEN OTHER MOVE 1 TO LS-RETURN-CODE
               END-EVALUATE
               IF WS-IDENT-RC NOT = 0
                   GOBACK
               END-IF
           END-IF.
           PERFORM ADD-ITEM-PROC.
           IF LS-RETURN-CODE = 0
               MOVE WS-ADDED-ITEM-ID TO LS-ITEM-ID
               IF LS-CODE-VALUE NOT = SPACES
                   CALL "add_identifier" USING WS-IDENT-RC
                                               WS-ADDED-ITEM-ID
                                               LS-CODE-TYPE
                                               LS-CODE-VALUE
                   IF WS-IDENT-RC NOT = 0
                       DISPLAY "Item added, but the product code "
                           "could not be recorded; add it from "
                           "Product Codes."
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       ADD-ITEM-PROC SECTION.
           MOVE 0 TO WS-ADDED-ITEM-ID.
           PERFORM VALIDATE-ITEM-FIELDS.
           IF WS-VALIDATE-RC NOT = 0
               MOVE WS-VALIDATE-RC TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM OPEN-ITEMS-IO-RETRY.
           IF WS-FILE-STATUS = "00"
                       WRITE ITEM-RECORD
                       IF WS-FILE-STATUS = "00"
                           MOVE 0 TO LS-RETURN-CODE
                           MOVE ITEM-ID TO WS-ADDED-ITEM-ID
                           PERFORM WRITE-ITEM-DETAILS
                           PERFORM SYNC-FIRST-COPY
                           PERFORM INDEX-ITEM-KEYWORDS
                           MOVE "ADD" TO WS-AUDIT-OPERATION
                           MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE 1 TO LS-RETURN-CODE
               END-IF
           END-IF.
           EXIT SECTION.

       EDIT-ITEM SECTION.
           ENTRY "edit_item" USING LS-RETURN-CODE
                       IF WS-FILE-STATUS = "00"
                           MOVE 0 TO LS-RETURN-CODE
                           PERFORM WRITE-ITEM-DETAILS
                           PERFORM SYNC-FIRST-COPY
                           PERFORM DEINDEX-ITEM-KEYWORDS
                           PERFORM INDEX-ITEM-KEYWORDS
                           MOVE "EDIT" TO WS-AUDIT-OPERATION
       DELETE-ITEM SECTION.
           ENTRY "delete_item" USING LS-RETURN-CODE
                                   LS-ITEM-ID.
           MOVE 'S' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               MOVE 11 TO LS-RETURN-CODE
               GOBACK
           END-IF.
           IF LS-ITEM-ID = 0
               DISPLAY "Item not found."
               MOVE 1 TO LS-RETURN-CODE
                       IF WS-FILE-STATUS = "00"
                           MOVE 0 TO LS-RETURN-CODE
                           PERFORM DELETE-ITEM-DETAILS
                           PERFORM DELETE-ITEM-COPIES
                           PERFORM DEINDEX-ITEM-KEYWORDS
                           CALL "purge_identifiers" USING WS-IDENT-RC
                                                          ITEM-ID
                           MOVE "DELETE" TO WS-AUDIT-OPERATION
                           MOVE SPACES TO WS-AUDIT-AFTER
                           PERFORM WRITE-AUDIT-RECORD
                                   LS-DISPOSITION
                                   LS-DISPOSAL-DATE
                                   LS-PROCEEDS.
           MOVE 'S' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               MOVE 11 TO LS-RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-DISPOSITION-CODE.
           IF WS-CANON-DISPOSITION = SPACES
               MOVE 5 TO LS-RETURN-CODE
               CLOSE ITEMS-FILE
               GOBACK
           END-IF.
           MOVE LS-DISPOSAL-DATE TO WS-DISPOSAL-DATE.
           MOVE LS-PROCEEDS TO WS-TITLE-PROCEEDS.
           PERFORM RECORD-ITEM-DISPOSITION.
           MOVE WS-DISPOSAL-DATE TO LS-DISPOSAL-DATE.
           IF LS-RETURN-CODE = 0
               PERFORM RETIRE-ALL-COPIES
               PERFORM WRITE-RETIRE-AUDIT
           END-IF.
           CLOSE ITEMS-FILE.
           GOBACK.

       WRITE-RETIRE-AUDIT SECTION.
           PERFORM FORMAT-ITEM-SUMMARY.
           MOVE WS-ITEM-SUMMARY TO WS-AUDIT-BEFORE.
           MOVE "RETIRE" TO WS-AUDIT-OPERATION.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "DISP=" WS-CANON-DISPOSITION
                  " DATE=" WS-DISPOSAL-DATE
                  " PROCEEDS=" WS-TITLE-PROCEEDS
                   DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-RECORD.
           EXIT SECTION.

       CHECK-DISPOSITION-CODE SECTION.
           MOVE "SOLD" TO WS-DP-NAME (1).
           MOVE "DONATED" TO WS-DP-NAME (2).

       RECORD-ITEM-DISPOSITION SECTION.
           MOVE 0 TO LS-RETURN-CODE.
           IF WS-DISPOSAL-DATE = 0
               ACCEPT WS-DISPOSAL-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN I-O DETAILS-FILE.
           IF WS-DETAILS-STATUS = "35"
                   MOVE 2 TO LS-RETURN-CODE
               ELSE
                   MOVE WS-CANON-DISPOSITION TO DET-DISPOSITION
                   MOVE WS-DISPOSAL-DATE TO DET-DISPOSAL-DATE
                   MOVE WS-TITLE-PROCEEDS TO DET-PROCEEDS
                   REWRITE DETAIL-RECORD
                   IF WS-DETAILS-STATUS NOT = "00"
                       MOVE 1 TO LS-RETURN-CODE
               INITIALIZE DETAIL-RECORD
               MOVE ITEM-ID TO DET-ITEM-ID
               MOVE WS-CANON-DISPOSITION TO DET-DISPOSITION
               MOVE WS-DISPOSAL-DATE TO DET-DISPOSAL-DATE
               MOVE WS-TITLE-PROCEEDS TO DET-PROCEEDS
               WRITE DETAIL-RECORD
               IF WS-DETAILS-STATUS NOT = "00"
                   MOVE 1 TO LS-RETURN-CODE
           ENTRY "move_item" USING LS-RETURN-CODE
                                 LS-ITEM-ID
                                 LS-LOCATION.
           MOVE 1 TO WS-COPY-NO.
           PERFORM MOVE-COPY-PROC.
           GOBACK.

       MOVE-COPY SECTION.
           ENTRY "move_copy" USING LS-RETURN-CODE
                                 LS-ITEM-ID
                                 LS-COPY-NO
                                 LS-LOCATION.
           MOVE LS-COPY-NO TO WS-COPY-NO.
           IF WS-COPY-NO = 0
               MOVE 1 TO WS-COPY-NO
           END-IF.
           PERFORM MOVE-COPY-PROC.
           GOBACK.

       MOVE-COPY-PROC SECTION.
           MOVE LS-LOCATION TO WS-LOCATION-UPPER.
           PERFORM CHECK-LOCATION-CODE.
           IF WS-CANON-LOCATION = "?"
               MOVE 10 TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-ITEM-ID = 0
               DISPLAY "Item not found."
               MOVE 1 TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM OPEN-ITEMS-INPUT-RETRY.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 1 TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-ITEM-ID TO ITEM-ID.
           READ ITEMS-FILE RECORD.
               DISPLAY "Item not found."
               MOVE 1 TO LS-RETURN-CODE
               CLOSE ITEMS-FILE
               EXIT SECTION
           END-IF.
           CLOSE ITEMS-FILE.
           PERFORM RECORD-COPY-LOCATION.
           IF LS-RETURN-CODE NOT = 0
               EXIT SECTION
           END-IF.
           IF WS-COPY-NO = 1
               PERFORM RECORD-ITEM-LOCATION
           END-IF.
           IF LS-RETURN-CODE = 0
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               IF WS-COPY-NO = 1
                   MOVE "MOVE" TO WS-AUDIT-OPERATION
                   STRING "LOC=" WS-OLD-LOCATION DELIMITED BY SIZE
                       INTO WS-AUDIT-BEFORE
                   END-STRING
                   STRING "LOC=" WS-CANON-LOCATION DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   END-STRING
               ELSE
                   MOVE "MOVCPY" TO WS-AUDIT-OPERATION
                   STRING "COPY=" WS-COPY-NO
                          " LOC=" WS-OLD-LOCATION DELIMITED BY SIZE
                       INTO WS-AUDIT-BEFORE
                   END-STRING
                   STRING "COPY=" WS-COPY-NO
                          " LOC=" WS-CANON-LOCATION DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   END-STRING
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           EXIT SECTION.

       RECORD-ITEM-LOCATION SECTION.
           MOVE 0 TO LS-RETURN-CODE.
           CLOSE DETAILS-FILE.
           EXIT SECTION.

       RECORD-COPY-LOCATION SECTION.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE SPACES TO WS-OLD-LOCATION.
           PERFORM OPEN-COPIES-IO.
           IF WS-COPIES-STATUS NOT = "00"
               PERFORM REPORT-COPIES-BUSY
               EXIT SECTION
           END-IF.
           MOVE ITEM-ID TO COPY-ITEM-ID.
           MOVE WS-COPY-NO TO COPY-NO.
           PERFORM READ-COPY-LOCK-RETRY.
           IF WS-COPIES-STATUS = "00"
               IF COPY-DISPOSITION NOT = SPACES
                   DISPLAY "Copy has been retired ("
                       COPY-DISPOSITION ")."
                   MOVE 2 TO LS-RETURN-CODE
               ELSE
                   MOVE COPY-LOCATION TO WS-OLD-LOCATION
                   MOVE WS-CANON-LOCATION TO COPY-LOCATION
                   REWRITE COPY-RECORD
                   IF WS-COPIES-STATUS NOT = "00"
                       MOVE 1 TO LS-RETURN-CODE
                   END-IF
               END-IF
           ELSE
               IF WS-COPIES-STATUS = "51"
                   MOVE 8 TO LS-RETURN-CODE
               ELSE
                   IF WS-COPY-NO NOT = 1
                       DISPLAY "Copy not found."
                       MOVE 1 TO LS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           CLOSE COPIES-FILE.
           EXIT SECTION.

       OPEN-COPIES-IO SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN I-O COPIES-FILE.
           IF WS-COPIES-STATUS = "35"
               CLOSE COPIES-FILE
               OPEN OUTPUT COPIES-FILE
               CLOSE COPIES-FILE
               OPEN I-O COPIES-FILE
           END-IF.
           PERFORM UNTIL WS-COPIES-STATUS NOT = "61"
                   AND WS-COPIES-STATUS NOT = "93"
                   AND WS-COPIES-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Copy file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN I-O COPIES-FILE
           END-PERFORM.
           EXIT SECTION.

       REPORT-COPIES-BUSY SECTION.
           IF WS-COPIES-STATUS = "61" OR WS-COPIES-STATUS = "93"
                   OR WS-COPIES-STATUS = "94"
               DISPLAY "Copy file is in use by another user; "
                   "try again later."
               MOVE 8 TO LS-RETURN-CODE
           ELSE
               MOVE 1 TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

       READ-COPY-LOCK-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           READ COPIES-FILE RECORD.
           PERFORM UNTIL WS-COPIES-STATUS NOT = "51"
                   OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Record is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               READ COPIES-FILE RECORD
           END-PERFORM.
           IF WS-COPIES-STATUS = "51"
               DISPLAY "Record is in use by another user; "
                   "try again later."
           END-IF.
           EXIT SECTION.

       READ-ITEM-FOR-COPY SECTION.
           MOVE 0 TO LS-RETURN-CODE.
           IF LS-ITEM-ID = 0
               DISPLAY "Item not found."
               MOVE 1 TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM OPEN-ITEMS-INPUT-RETRY.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 1 TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-ITEM-ID TO ITEM-ID.
           READ ITEMS-FILE RECORD.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Item not found."
               MOVE 1 TO LS-RETURN-CODE
           END-IF.
           CLOSE ITEMS-FILE.
           EXIT SECTION.

       LOAD-TITLE-DETAILS SECTION.
           MOVE 'N' TO WS-TITLE-DET-FOUND.
           INITIALIZE WS-TITLE-DETAILS.
           OPEN INPUT DETAILS-FILE.
           IF WS-DETAILS-STATUS = "00"
               MOVE ITEM-ID TO DET-ITEM-ID
               READ DETAILS-FILE RECORD
               IF WS-DETAILS-STATUS = "00"
                   MOVE 'Y' TO WS-TITLE-DET-FOUND
                   MOVE DET-ACQ-DATE TO WS-TD-ACQ-DATE
                   MOVE DET-PRICE TO WS-TD-PRICE
                   MOVE DET-VALUE TO WS-TD-VALUE
                   MOVE DET-CONDITION TO WS-TD-CONDITION
                   MOVE DET-DISPOSITION TO WS-TD-DISPOSITION
                   MOVE DET-DISPOSAL-DATE TO WS-TD-DISPOSAL-DATE
                   MOVE DET-LOCATION TO WS-TD-LOCATION
               END-IF
               CLOSE DETAILS-FILE
           END-IF.
           EXIT SECTION.

       BUILD-IMPLICIT-COPY SECTION.
           INITIALIZE COPY-RECORD.
           MOVE ITEM-ID TO COPY-ITEM-ID.
           MOVE 1 TO COPY-NO.
           MOVE WS-TD-ACQ-DATE TO COPY-ACQ-DATE.
           MOVE WS-TD-PRICE TO COPY-PRICE.
           MOVE WS-TD-VALUE TO COPY-VALUE.
           MOVE WS-TD-CONDITION TO COPY-CONDITION.
           MOVE WS-TD-LOCATION TO COPY-LOCATION.
           MOVE WS-TD-DISPOSITION TO COPY-DISPOSITION.
           MOVE WS-TD-DISPOSAL-DATE TO COPY-DISPOSAL-DATE.
           EXIT SECTION.

       ENSURE-FIRST-COPY SECTION.
           MOVE ITEM-ID TO COPY-ITEM-ID.
           MOVE 1 TO COPY-NO.
           READ COPIES-FILE RECORD.
           IF WS-COPIES-STATUS = "23"
               PERFORM BUILD-IMPLICIT-COPY
               WRITE COPY-RECORD
           END-IF.
           EXIT SECTION.

       SYNC-FIRST-COPY SECTION.
           PERFORM OPEN-COPIES-IO.
           IF WS-COPIES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE ITEM-ID TO COPY-ITEM-ID.
           MOVE 1 TO COPY-NO.
           READ COPIES-FILE RECORD.
           IF WS-COPIES-STATUS = "00"
               MOVE LS-DET-ACQ-DATE TO COPY-ACQ-DATE
               MOVE LS-DET-PRICE TO COPY-PRICE
               MOVE LS-DET-VALUE TO COPY-VALUE
               MOVE WS-CANON-CONDITION TO COPY-CONDITION
               MOVE WS-CANON-LOCATION TO COPY-LOCATION
               REWRITE COPY-RECORD
           ELSE
               INITIALIZE COPY-RECORD
               MOVE ITEM-ID TO COPY-ITEM-ID
               MOVE 1 TO COPY-NO
               MOVE LS-DET-ACQ-DATE TO COPY-ACQ-DATE
               MOVE LS-DET-PRICE TO COPY-PRICE
               MOVE LS-DET-VALUE TO COPY-VALUE
               MOVE WS-CANON-CONDITION TO COPY-CONDITION
               MOVE WS-CANON-LOCATION TO COPY-LOCATION
               WRITE COPY-RECORD
           END-IF.
           CLOSE COPIES-FILE.
           EXIT SECTION.

       MIRROR-FIRST-COPY SECTION.
           OPEN I-O DETAILS-FILE.
           IF WS-DETAILS-STATUS = "35"
               CLOSE DETAILS-FILE
               OPEN OUTPUT DETAILS-FILE
               CLOSE DETAILS-FILE
               OPEN I-O DETAILS-FILE
           END-IF.
           IF WS-DETAILS-STATUS = "00"
               MOVE ITEM-ID TO DET-ITEM-ID
               READ DETAILS-FILE RECORD
               IF WS-DETAILS-STATUS = "00"
                   MOVE COPY-ACQ-DATE TO DET-ACQ-DATE
                   MOVE COPY-PRICE TO DET-PRICE
                   MOVE COPY-VALUE TO DET-VALUE
                   MOVE COPY-CONDITION TO DET-CONDITION
                   MOVE COPY-LOCATION TO DET-LOCATION
                   REWRITE DETAIL-RECORD
               ELSE
                   INITIALIZE DETAIL-RECORD
                   MOVE ITEM-ID TO DET-ITEM-ID
                   MOVE COPY-ACQ-DATE TO DET-ACQ-DATE
                   MOVE COPY-PRICE TO DET-PRICE
                   MOVE COPY-VALUE TO DET-VALUE
                   MOVE COPY-CONDITION TO DET-CONDITION
                   MOVE COPY-LOCATION TO DET-LOCATION
                   WRITE DETAIL-RECORD
               END-IF
               CLOSE DETAILS-FILE
           END-IF.
           EXIT SECTION.

       SCAN-ITEM-COPIES SECTION.
           MOVE 0 TO WS-COPY-TOTAL.
           MOVE 0 TO WS-COPY-ACTIVE.
           MOVE 0 TO WS-COPY-HIGH-NO.
           MOVE 0 TO WS-COPY-PROCEEDS.
           MOVE ITEM-ID TO COPY-ITEM-ID.
           MOVE 0 TO COPY-NO.
           START COPIES-FILE KEY IS GREATER THAN COPY-KEY
               INVALID KEY
                   MOVE "23" TO WS-COPIES-STATUS
               NOT INVALID KEY
                   PERFORM READ-ITEM-COPY
                       UNTIL WS-COPIES-STATUS NOT = "00"
           END-START.
           EXIT SECTION.

       READ-ITEM-COPY SECTION.
           READ COPIES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COPIES-STATUS
               NOT AT END
                   IF COPY-ITEM-ID NOT = ITEM-ID
                       MOVE "10" TO WS-COPIES-STATUS
                   ELSE
                       ADD 1 TO WS-COPY-TOTAL
                       MOVE COPY-NO TO WS-COPY-HIGH-NO
                       ADD COPY-PROCEEDS TO WS-COPY-PROCEEDS
                       IF COPY-DISPOSITION = SPACES
                           ADD 1 TO WS-COPY-ACTIVE
                       END-IF
                       EVALUATE WS-COPY-SCAN-MODE
                           WHEN 'D'
                               PERFORM DISPLAY-ONE-COPY
                           WHEN 'R'
                               PERFORM RETIRE-ONE-COPY
                           WHEN 'X'
                               DELETE COPIES-FILE RECORD
                       END-EVALUATE
                   END-IF
           END-READ.
           EXIT SECTION.

       RETIRE-ONE-COPY SECTION.
           IF COPY-DISPOSITION = SPACES
               MOVE WS-CANON-DISPOSITION TO COPY-DISPOSITION
               MOVE WS-DISPOSAL-DATE TO COPY-DISPOSAL-DATE
               MOVE 0 TO COPY-PROCEEDS
               REWRITE COPY-RECORD
           END-IF.
           EXIT SECTION.

       RETIRE-ALL-COPIES SECTION.
           PERFORM OPEN-COPIES-IO.
           IF WS-COPIES-STATUS = "00"
               MOVE 'R' TO WS-COPY-SCAN-MODE
               PERFORM SCAN-ITEM-COPIES
               CLOSE COPIES-FILE
           END-IF.
           EXIT SECTION.

       DELETE-ITEM-COPIES SECTION.
           PERFORM OPEN-COPIES-IO.
           IF WS-COPIES-STATUS = "00"
               MOVE 'X' TO WS-COPY-SCAN-MODE
               PERFORM SCAN-ITEM-COPIES
               CLOSE COPIES-FILE
           END-IF.
           EXIT SECTION.

       CHECK-COPY-ON-LOAN SECTION.
           MOVE ITEM-ID TO WS-LOAN-ITEM.
           MOVE 'N' TO WS-LOAN-OPEN-FLAG.
           MOVE SPACES TO WS-LOAN-BORROWER.
           MOVE 0 TO WS-LOAN-DUE.
           CALL "loan_status_for_copy" USING WS-LOAN-RC
                                            WS-LOAN-ITEM
                                            WS-COPY-LOAN-NO
                                            WS-LOAN-OPEN-FLAG
                                            WS-LOAN-BORROWER
                                            WS-LOAN-DUE.
           EXIT SECTION.

       DISPLAY-ONE-COPY SECTION.
           MOVE COPY-NO TO WS-CD-NO.
           MOVE COPY-FORMAT TO WS-CD-FORMAT.
           MOVE COPY-CONDITION TO WS-CD-CONDITION.
           MOVE COPY-LOCATION TO WS-CD-LOCATION.
           MOVE COPY-VALUE TO WS-CD-VALUE.
           MOVE SPACES TO WS-CD-STATUS.
           IF COPY-DISPOSITION NOT = SPACES
               STRING "RETIRED " COPY-DISPOSITION
                      " " COPY-DISPOSAL-DATE DELIMITED BY SIZE
                   INTO WS-CD-STATUS
               END-STRING
           ELSE
               MOVE COPY-NO TO WS-COPY-LOAN-NO
               PERFORM CHECK-COPY-ON-LOAN
               IF WS-LOAN-OPEN-FLAG = 'Y'
                   STRING "ON LOAN due " WS-LOAN-DUE
                       DELIMITED BY SIZE
                       INTO WS-CD-STATUS
                   END-STRING
               ELSE
                   MOVE "ON SHELF" TO WS-CD-STATUS
               END-IF
           END-IF.
           DISPLAY WS-COPY-DETAIL.
           EXIT SECTION.

       DISPLAY-ITEM-COPIES SECTION.
           MOVE 0 TO WS-COPY-TOTAL.
           DISPLAY "Copies:".
           OPEN INPUT COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE 'D' TO WS-COPY-SCAN-MODE
               PERFORM SCAN-ITEM-COPIES
               CLOSE COPIES-FILE
           END-IF.
           IF WS-COPY-TOTAL = 0
               PERFORM LOAD-TITLE-DETAILS
               PERFORM BUILD-IMPLICIT-COPY
               PERFORM DISPLAY-ONE-COPY
           END-IF.
           EXIT SECTION.

       VALIDATE-COPY-FIELDS SECTION.
           MOVE 0 TO WS-VALIDATE-RC.
           MOVE LS-COPY-CONDITION TO WS-CONDITION-UPPER.
           PERFORM CHECK-CONDITION-CODE.
           IF WS-CANON-CONDITION = "?   "
               MOVE 9 TO WS-VALIDATE-RC
           END-IF.
           IF WS-VALIDATE-RC = 0
               MOVE LS-COPY-LOCATION TO WS-LOCATION-UPPER
               PERFORM CHECK-LOCATION-CODE
               IF WS-CANON-LOCATION = "?"
                   MOVE 10 TO WS-VALIDATE-RC
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE (LS-COPY-FORMAT)
               TO WS-COPY-FORMAT-UPPER.
           EXIT SECTION.

       FORMAT-COPY-SUMMARY SECTION.
           MOVE SPACES TO WS-COPY-SUMMARY.
           STRING "COPY=" COPY-NO
                  " FMT=" COPY-FORMAT
                  " COND=" COPY-CONDITION
                  " LOC=" COPY-LOCATION
                  " ACQ=" COPY-ACQ-DATE
                  " PRICE=" COPY-PRICE
                  " VALUE=" COPY-VALUE
                   DELIMITED BY SIZE
               INTO WS-COPY-SUMMARY
           END-STRING.
           EXIT SECTION.

       LIST-COPIES SECTION.
           ENTRY "list_copies" USING LS-RETURN-CODE
                                   LS-ITEM-ID.
           PERFORM READ-ITEM-FOR-COPY.
           IF LS-RETURN-CODE = 0
               DISPLAY "Item ID:     " ITEM-ID
               DISPLAY "Title:       " ITEM-TITLE
               DISPLAY "Media Type:  " ITEM-MEDIA-TYPE
               PERFORM DISPLAY-ITEM-COPIES
           END-IF.
           GOBACK.

       GET-COPY SECTION.
           ENTRY "get_copy" USING LS-RETURN-CODE
                                LS-ITEM-ID
                                LS-COPY-NO
                                LS-COPY-DETAILS.
           INITIALIZE LS-COPY-DETAILS.
           PERFORM READ-ITEM-FOR-COPY.
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           MOVE 'N' TO WS-COPY-FOUND.
           OPEN INPUT COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE ITEM-ID TO COPY-ITEM-ID
               MOVE LS-COPY-NO TO COPY-NO
               READ COPIES-FILE RECORD
               IF WS-COPIES-STATUS = "00"
                   MOVE 'Y' TO WS-COPY-FOUND
               END-IF
               CLOSE COPIES-FILE
           END-IF.
           IF WS-COPY-FOUND = 'N' AND LS-COPY-NO = 1
               PERFORM LOAD-TITLE-DETAILS
               PERFORM BUILD-IMPLICIT-COPY
               MOVE 'Y' TO WS-COPY-FOUND
           END-IF.
           IF WS-COPY-FOUND = 'Y'
               MOVE COPY-FORMAT TO LS-COPY-FORMAT
               MOVE COPY-ACQ-DATE TO LS-COPY-ACQ-DATE
               MOVE COPY-PRICE TO LS-COPY-PRICE
               MOVE COPY-VALUE TO LS-COPY-VALUE
               MOVE COPY-CONDITION TO LS-COPY-CONDITION
               MOVE COPY-LOCATION TO LS-COPY-LOCATION
               MOVE COPY-DISPOSITION TO LS-COPY-DISPOSITION
               MOVE 0 TO LS-RETURN-CODE
           ELSE
               DISPLAY "Copy not found."
               MOVE 1 TO LS-RETURN-CODE
           END-IF.
           GOBACK.

       ADD-COPY SECTION.
           ENTRY "add_copy" USING LS-RETURN-CODE
                                LS-ITEM-ID
                                LS-COPY-DETAILS
                                LS-COPY-NO.
           MOVE 0 TO LS-COPY-NO.
           PERFORM VALIDATE-COPY-FIELDS.
           IF WS-VALIDATE-RC NOT = 0
               MOVE WS-VALIDATE-RC TO LS-RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-ITEM-FOR-COPY.
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM LOAD-TITLE-DETAILS.
           IF WS-TD-DISPOSITION NOT = SPACES
               DISPLAY "Item is retired ("
                   WS-TD-DISPOSITION "); copy not added."
               MOVE 2 TO LS-RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-COPIES-IO.
           IF WS-COPIES-STATUS NOT = "00"
               PERFORM REPORT-COPIES-BUSY
               GOBACK
           END-IF.
           PERFORM ENSURE-FIRST-COPY.
           MOVE 'C' TO WS-COPY-SCAN-MODE.
           PERFORM SCAN-ITEM-COPIES.
           IF WS-COPY-HIGH-NO = 99
               DISPLAY "Item already has 99 copies; copy not added."
               MOVE 12 TO LS-RETURN-CODE
           ELSE
               INITIALIZE COPY-RECORD
               MOVE ITEM-ID TO COPY-ITEM-ID
               COMPUTE COPY-NO = WS-COPY-HIGH-NO + 1
               MOVE WS-COPY-FORMAT-UPPER TO COPY-FORMAT
               MOVE LS-COPY-ACQ-DATE TO COPY-ACQ-DATE
               MOVE LS-COPY-PRICE TO COPY-PRICE
               MOVE LS-COPY-VALUE TO COPY-VALUE
               MOVE WS-CANON-CONDITION TO COPY-CONDITION
               MOVE WS-CANON-LOCATION TO COPY-LOCATION
               WRITE COPY-RECORD
               IF WS-COPIES-STATUS = "00"
                   MOVE COPY-NO TO LS-COPY-NO
                   MOVE 0 TO LS-RETURN-CODE
                   MOVE "ADDCPY" TO WS-AUDIT-OPERATION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   PERFORM FORMAT-COPY-SUMMARY
                   MOVE WS-COPY-SUMMARY TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   MOVE 1 TO LS-RETURN-CODE
               END-IF
           END-IF.
           CLOSE COPIES-FILE.
           GOBACK.

       EDIT-COPY SECTION.
           ENTRY "edit_copy" USING LS-RETURN-CODE
                                 LS-ITEM-ID
                                 LS-COPY-NO
                                 LS-COPY-DETAILS.
           PERFORM VALIDATE-COPY-FIELDS.
           IF WS-VALIDATE-RC NOT = 0
               MOVE WS-VALIDATE-RC TO LS-RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-ITEM-FOR-COPY.
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM LOAD-TITLE-DETAILS.
           PERFORM OPEN-COPIES-IO.
           IF WS-COPIES-STATUS NOT = "00"
               PERFORM REPORT-COPIES-BUSY
               GOBACK
           END-IF.
           PERFORM ENSURE-FIRST-COPY.
           MOVE ITEM-ID TO COPY-ITEM-ID.
           MOVE LS-COPY-NO TO COPY-NO.
           PERFORM READ-COPY-LOCK-RETRY.
           IF WS-COPIES-STATUS NOT = "00"
               IF WS-COPIES-STATUS = "51"
                   MOVE 8 TO LS-RETURN-CODE
               ELSE
                   DISPLAY "Copy not found."
                   MOVE 1 TO LS-RETURN-CODE
               END-IF
               CLOSE COPIES-FILE
               GOBACK
           END-IF.
           IF COPY-DISPOSITION NOT = SPACES
               DISPLAY "Copy has been retired ("
                   COPY-DISPOSITION ")."
               MOVE 2 TO LS-RETURN-CODE
               CLOSE COPIES-FILE
               GOBACK
           END-IF.
           PERFORM FORMAT-COPY-SUMMARY.
           MOVE WS-COPY-SUMMARY TO WS-AUDIT-BEFORE.
           MOVE WS-COPY-FORMAT-UPPER TO COPY-FORMAT.
           MOVE LS-COPY-ACQ-DATE TO COPY-ACQ-DATE.
           MOVE LS-COPY-PRICE TO COPY-PRICE.
           MOVE LS-COPY-VALUE TO COPY-VALUE.
           MOVE WS-CANON-CONDITION TO COPY-CONDITION.
           MOVE WS-CANON-LOCATION TO COPY-LOCATION.
           REWRITE COPY-RECORD.
           IF WS-COPIES-STATUS = "00"
               MOVE 0 TO LS-RETURN-CODE
               IF COPY-NO = 1
                   PERFORM MIRROR-FIRST-COPY
               END-IF
               MOVE "EDTCPY" TO WS-AUDIT-OPERATION
               PERFORM FORMAT-COPY-SUMMARY
               MOVE WS-COPY-SUMMARY TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE 1 TO LS-RETURN-CODE
           END-IF.
           CLOSE COPIES-FILE.
           GOBACK.

       RETIRE-COPY SECTION.
           ENTRY "retire_copy" USING LS-RETURN-CODE
                                   LS-ITEM-ID
                                   LS-COPY-NO
                                   LS-DISPOSITION
                                   LS-DISPOSAL-DATE
                                   LS-PROCEEDS.
           MOVE 'S' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               MOVE 11 TO LS-RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-DISPOSITION-CODE.
           IF WS-CANON-DISPOSITION = SPACES
               MOVE 5 TO LS-RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-ITEM-FOR-COPY.
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM LOAD-TITLE-DETAILS.
           IF WS-TD-DISPOSITION NOT = SPACES
               DISPLAY "Item is already retired ("
                   WS-TD-DISPOSITION ")."
               MOVE 2 TO LS-RETURN-CODE
               GOBACK
           END-IF.
           MOVE LS-COPY-NO TO WS-COPY-LOAN-NO.
           PERFORM CHECK-COPY-ON-LOAN.
           IF WS-LOAN-OPEN-FLAG = 'Y'
               DISPLAY "Warning: copy is out on loan to "
                   WS-LOAN-BORROWER
               DISPLAY "Check the copy in before retiring."
               MOVE 3 TO LS-RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-COPIES-IO.
           IF WS-COPIES-STATUS NOT = "00"
               PERFORM REPORT-COPIES-BUSY
               GOBACK
           END-IF.
           PERFORM ENSURE-FIRST-COPY.
           MOVE ITEM-ID TO COPY-ITEM-ID.
           MOVE LS-COPY-NO TO COPY-NO.
           PERFORM READ-COPY-LOCK-RETRY.
           IF WS-COPIES-STATUS NOT = "00"
               IF WS-COPIES-STATUS = "51"
                   MOVE 8 TO LS-RETURN-CODE
               ELSE
                   DISPLAY "Copy not found."
                   MOVE 1 TO LS-RETURN-CODE
               END-IF
               CLOSE COPIES-FILE
               GOBACK
           END-IF.
           IF COPY-DISPOSITION NOT = SPACES
               DISPLAY "Copy is already retired ("
                   COPY-DISPOSITION ")."
               MOVE 2 TO LS-RETURN-CODE
               CLOSE COPIES-FILE
               GOBACK
           END-IF.
           MOVE LS-DISPOSAL-DATE TO WS-DISPOSAL-DATE.
           IF WS-DISPOSAL-DATE = 0
               ACCEPT WS-DISPOSAL-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM FORMAT-COPY-SUMMARY.
           MOVE WS-COPY-SUMMARY TO WS-AUDIT-BEFORE.
           MOVE WS-CANON-DISPOSITION TO COPY-DISPOSITION.
           MOVE WS-DISPOSAL-DATE TO COPY-DISPOSAL-DATE.
           MOVE LS-PROCEEDS TO COPY-PROCEEDS.
           REWRITE COPY-RECORD.
           IF WS-COPIES-STATUS NOT = "00"
               MOVE 1 TO LS-RETURN-CODE
               CLOSE COPIES-FILE
               GOBACK
           END-IF.
           MOVE 0 TO LS-RETURN-CODE.
           MOVE "RETCPY" TO WS-AUDIT-OPERATION.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "COPY=" COPY-NO
                  " DISP=" WS-CANON-DISPOSITION
                  " DATE=" WS-DISPOSAL-DATE
                  " PROCEEDS=" LS-PROCEEDS
                   DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'C' TO WS-COPY-SCAN-MODE.
           PERFORM SCAN-ITEM-COPIES.
           CLOSE COPIES-FILE.
           MOVE WS-DISPOSAL-DATE TO LS-DISPOSAL-DATE.
           IF WS-COPY-ACTIVE = 0
               MOVE WS-COPY-PROCEEDS TO WS-TITLE-PROCEEDS
               PERFORM RECORD-ITEM-DISPOSITION
               IF LS-RETURN-CODE = 0
                   DISPLAY "Last copy retired; item is now retired."
                   PERFORM WRITE-RETIRE-AUDIT
               END-IF
           END-IF.
           GOBACK.

       VIEW-ITEM SECTION.
           ENTRY "view_item" USING LS-RETURN-CODE
                                  LS-ITEM-ID.
                   READ ITEMS-FILE RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "Item ID:     " ITEM-ID
                       CALL "format_item_number" USING ITEM-ID
                                                     WS-ITEM-NUMBER
                       DISPLAY "Item Number: " WS-ITEM-NUMBER
                       CALL "show_identifiers" USING WS-IDENT-RC
                                                     ITEM-ID
                       DISPLAY "Title:       " ITEM-TITLE
                       DISPLAY "Year:        " ITEM-YEAR
                       PERFORM BUILD-GENRE-LIST
                       DISPLAY "Rating:      " ITEM-RATING
                       DISPLAY "Description: " ITEM-DESCRIPTION
                       PERFORM DISPLAY-ITEM-DETAILS
                       PERFORM DISPLAY-ITEM-COPIES
                       PERFORM CHECK-ITEM-ON-LOAN
                       IF WS-LOAN-OPEN-FLAG = 'Y'
                           DISPLAY "Loan Status: ON LOAN to "
