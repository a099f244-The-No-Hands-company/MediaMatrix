       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTS IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDENT-FILE ASSIGN TO "data/identifiers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDN-KEY
               ALTERNATE RECORD KEY IS IDN-ITEM-ID WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IDENT-FILE.
       01 IDENT-RECORD.
           05 IDN-KEY.
               10 IDN-TYPE         PIC X(4).
               10 IDN-VALUE        PIC X(20).
           05 IDN-ITEM-ID          PIC 9(6).
           05 IDN-ADDED-DATE       PIC 9(8).
           05 IDN-OPERATOR         PIC X(8).
           05 FILLER               PIC X(14).

       FD AUDIT-FILE.
       01 AUDIT-LINE                PIC X(350).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-RESULT-CODE          PIC 9(4).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-RETRY-COUNT          PIC 9(2).
       01 WS-SLEEP-SECONDS        PIC 9 VALUE 1.
       01 WS-TODAY                PIC 9(8).
       01 WS-CODE-TYPE            PIC X(4).
       01 WS-CODE-INPUT           PIC X(20).
       01 WS-CODE-VALUE           PIC X(20).
       01 WS-ANY-INPUT            PIC X(20).
       01 WS-CODE-ITEM-ID         PIC 9(6).
       01 WS-FOUND-ITEM-ID        PIC 9(6).
       01 WS-SOURCE-ITEM-ID       PIC 9(6).
       01 WS-TARGET-ITEM-ID       PIC 9(6).
       01 WS-CODE-COUNT           PIC 9(3).
       01 WS-ITEM-INPUT           PIC 9(6).
       01 WS-NORM-IDX             PIC 9(2).
       01 WS-NORM-LEN             PIC 9(2).
       01 WS-NORM-CHAR            PIC X.
       01 WS-NORM-OK              PIC X.
       01 WS-TYPE-IDX             PIC 9.
       01 WS-TYPE-LIST            PIC X(16) VALUE "ISBNEAN UPC CAT ".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-LIST.
           05 WS-TYPE-NAME         PIC X(4) OCCURS 4 TIMES.
       01 WS-CODE-DETAIL.
           05 FILLER               PIC X(13) VALUE "Code:".
           05 WS-CL-TYPE           PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-CL-VALUE          PIC X(20).
       01 WS-ITEM-TITLE           PIC X(100).
       01 WS-ITEM-GENRE-TABLE.
           05 WS-ITEM-GENRE        PIC X(50) OCCURS 5 TIMES.
       01 WS-ITEM-MEDIA-TYPE      PIC X(20).
       01 WS-ITEM-YEAR            PIC 9(4).
       01 WS-ITEM-RATING          PIC 9(2).
       01 WS-ITEM-DESCRIPTION     PIC X(500).
       01 WS-AUDIT-DATE           PIC 9(8).
       01 WS-AUDIT-TIME           PIC 9(8).
       01 WS-AUDIT-OPERATION      PIC X(6).
       01 WS-AUDIT-ITEM-ID        PIC 9(6).
       01 WS-AUDIT-BEFORE         PIC X(150).
       01 WS-AUDIT-AFTER          PIC X(150).
       01 WS-CODE-SUMMARY         PIC X(150).
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
       01 WS-ROLE-RC              PIC 9(4).

       LINKAGE SECTION.
       01 LS-RETURN-CODE         PIC 9(4).
       01 LS-ITEM-ID             PIC 9(6).
       01 LS-CODE-TYPE           PIC X(4).
       01 LS-CODE-VALUE          PIC X(20).
       01 LS-TO-ITEM-ID          PIC 9(6).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "sign_on_operator" USING WS-ROLE-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE.
           IF WS-ROLE-RC NOT = 0
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               DISPLAY "=== IDENTS - Product Codes ==="
               DISPLAY "1. Find Item By Code"
               DISPLAY "2. List Codes For Item"
               DISPLAY "3. Add Code To Item"
               DISPLAY "4. Remove Code From Item"
               DISPLAY "9. Exit"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM MENU-FIND-CODE
                   WHEN 2 PERFORM MENU-LIST-CODES
                   WHEN 3 PERFORM MENU-ADD-CODE
                   WHEN 4 PERFORM MENU-REMOVE-CODE
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       MENU-FIND-CODE SECTION.
           DISPLAY "Code type (ISBN/UPC/EAN/CAT, blank for any): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CODE-TYPE.
           ACCEPT WS-CODE-TYPE.
           DISPLAY "Code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODE-INPUT.
           ACCEPT WS-CODE-INPUT.
           IF WS-CODE-TYPE = SPACES
               MOVE WS-CODE-INPUT TO WS-ANY-INPUT
               PERFORM FIND-CODE-ANY-PROC
           ELSE
               PERFORM FIND-IDENTIFIER-PROC
           END-IF.
           IF WS-RESULT-CODE NOT = 0
               PERFORM SHOW-IDENT-RESULT
               EXIT SECTION
           END-IF.
           CALL "get_item" USING WS-ROLE-RC
                                WS-FOUND-ITEM-ID
                                WS-ITEM-TITLE
                                WS-ITEM-GENRE-TABLE
                                WS-ITEM-MEDIA-TYPE
                                WS-ITEM-YEAR
                                WS-ITEM-RATING
                                WS-ITEM-DESCRIPTION.
           IF WS-ROLE-RC = 0
               DISPLAY "Item:        " WS-FOUND-ITEM-ID " "
                   WS-ITEM-TITLE (1:50)
               DISPLAY "Media Type:  " WS-ITEM-MEDIA-TYPE
           ELSE
               DISPLAY "Code is on item " WS-FOUND-ITEM-ID
                   ", which is no longer in the catalog."
           END-IF.
           MOVE WS-FOUND-ITEM-ID TO WS-CODE-ITEM-ID.
           PERFORM SHOW-IDENTIFIERS-PROC.
           EXIT SECTION.

       MENU-LIST-CODES SECTION.
           DISPLAY "Enter item ID: " WITH NO ADVANCING.
           ACCEPT WS-ITEM-INPUT.
           MOVE WS-ITEM-INPUT TO WS-CODE-ITEM-ID.
           PERFORM SHOW-IDENTIFIERS-PROC.
           EVALUATE WS-RESULT-CODE
               WHEN 0 CONTINUE
               WHEN 8 PERFORM SHOW-IDENT-RESULT
               WHEN OTHER
                   DISPLAY "No product codes on file for this item."
           END-EVALUATE.
           EXIT SECTION.

       MENU-ADD-CODE SECTION.
           MOVE 'C' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM ACCEPT-ITEM-AND-CODE.
           IF WS-RESULT-CODE NOT = 0
               PERFORM SHOW-IDENT-RESULT
               EXIT SECTION
           END-IF.
           PERFORM ADD-IDENTIFIER-PROC.
           IF WS-RESULT-CODE = 0
               DISPLAY "Product code added."
           ELSE
               PERFORM SHOW-IDENT-RESULT
           END-IF.
           EXIT SECTION.

       MENU-REMOVE-CODE SECTION.
           MOVE 'C' TO WS-REQUIRED-ROLE.
           CALL "check_operator_role" USING WS-ROLE-RC
                                            WS-REQUIRED-ROLE.
           IF WS-ROLE-RC NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM ACCEPT-ITEM-AND-CODE.
           IF WS-RESULT-CODE NOT = 0
               PERFORM SHOW-IDENT-RESULT
               EXIT SECTION
           END-IF.
           PERFORM REMOVE-IDENTIFIER-PROC.
           IF WS-RESULT-CODE = 0
               DISPLAY "Product code removed."
           ELSE
               PERFORM SHOW-IDENT-RESULT
           END-IF.
           EXIT SECTION.

       ACCEPT-ITEM-AND-CODE SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           DISPLAY "Enter item ID: " WITH NO ADVANCING.
           ACCEPT WS-ITEM-INPUT.
           MOVE WS-ITEM-INPUT TO WS-CODE-ITEM-ID.
           CALL "get_item" USING WS-ROLE-RC
                                WS-CODE-ITEM-ID
                                WS-ITEM-TITLE
                                WS-ITEM-GENRE-TABLE
                                WS-ITEM-MEDIA-TYPE
                                WS-ITEM-YEAR
                                WS-ITEM-RATING
                                WS-ITEM-DESCRIPTION.
           IF WS-ROLE-RC NOT = 0
               MOVE 6 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           DISPLAY "Item:        " WS-CODE-ITEM-ID " "
               WS-ITEM-TITLE (1:50).
           DISPLAY "Code type (ISBN/UPC/EAN/CAT): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODE-TYPE.
           ACCEPT WS-CODE-TYPE.
           DISPLAY "Code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODE-INPUT.
           ACCEPT WS-CODE-INPUT.
           EXIT SECTION.

       SHOW-IDENT-RESULT SECTION.
           EVALUATE WS-RESULT-CODE
               WHEN 2 DISPLAY "Product code not found."
               WHEN 3 DISPLAY "Code type must be ISBN, UPC, EAN "
                   "or CAT."
               WHEN 4 DISPLAY "Code is not valid for that code type."
               WHEN 5 DISPLAY "Code is already on item "
                   WS-FOUND-ITEM-ID "."
               WHEN 6 DISPLAY "Item not found."
               WHEN 8 DISPLAY "Identifiers file is in use by another "
                   "user; try again later."
               WHEN OTHER DISPLAY "Update failed."
           END-EVALUATE.
           EXIT SECTION.

       FIND-IDENTIFIER SECTION.
           ENTRY "find_identifier" USING LS-RETURN-CODE
                                       LS-CODE-TYPE
                                       LS-CODE-VALUE
                                       LS-ITEM-ID.
           MOVE LS-CODE-TYPE TO WS-CODE-TYPE.
           MOVE LS-CODE-VALUE TO WS-CODE-INPUT.
           PERFORM FIND-IDENTIFIER-PROC.
           MOVE WS-FOUND-ITEM-ID TO LS-ITEM-ID.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       FIND-IDENTIFIER-PROC SECTION.
           MOVE 0 TO WS-FOUND-ITEM-ID.
           PERFORM NORMALISE-CODE.
           IF WS-RESULT-CODE NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM LOOKUP-CODE-VALUE.
           EXIT SECTION.

       FIND-CODE-ANY SECTION.
           ENTRY "find_code_any" USING LS-RETURN-CODE
                                     LS-CODE-VALUE
                                     LS-ITEM-ID.
           MOVE LS-CODE-VALUE TO WS-ANY-INPUT.
           PERFORM FIND-CODE-ANY-PROC.
           MOVE WS-FOUND-ITEM-ID TO LS-ITEM-ID.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       FIND-CODE-ANY-PROC SECTION.
           MOVE 0 TO WS-FOUND-ITEM-ID.
           MOVE 2 TO WS-RESULT-CODE.
           MOVE 0 TO WS-TYPE-IDX.
           PERFORM UNTIL WS-TYPE-IDX = 4
               ADD 1 TO WS-TYPE-IDX
               MOVE WS-TYPE-NAME (WS-TYPE-IDX) TO WS-CODE-TYPE
               MOVE WS-ANY-INPUT TO WS-CODE-INPUT
               PERFORM NORMALISE-CODE
               IF WS-RESULT-CODE = 0
                   PERFORM LOOKUP-CODE-VALUE
               END-IF
               IF WS-RESULT-CODE = 0 OR WS-RESULT-CODE = 8
                   MOVE 4 TO WS-TYPE-IDX
               END-IF
           END-PERFORM.
           IF WS-RESULT-CODE NOT = 0 AND WS-RESULT-CODE NOT = 8
               MOVE 2 TO WS-RESULT-CODE
           END-IF.
           EXIT SECTION.

       CHECK-IDENTIFIER SECTION.
           ENTRY "check_identifier" USING LS-RETURN-CODE
                                        LS-ITEM-ID
                                        LS-CODE-TYPE
                                        LS-CODE-VALUE.
           MOVE LS-ITEM-ID TO WS-CODE-ITEM-ID.
           MOVE LS-CODE-TYPE TO WS-CODE-TYPE.
           MOVE LS-CODE-VALUE TO WS-CODE-INPUT.
           PERFORM FIND-IDENTIFIER-PROC.
           EVALUATE WS-RESULT-CODE
               WHEN 2
                   MOVE 0 TO WS-RESULT-CODE
               WHEN 0
                   IF WS-FOUND-ITEM-ID NOT = WS-CODE-ITEM-ID
                       MOVE 5 TO WS-RESULT-CODE
                   END-IF
           END-EVALUATE.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       ADD-IDENTIFIER SECTION.
           ENTRY "add_identifier" USING LS-RETURN-CODE
                                      LS-ITEM-ID
                                      LS-CODE-TYPE
                                      LS-CODE-VALUE.
           MOVE LS-ITEM-ID TO WS-CODE-ITEM-ID.
           MOVE LS-CODE-TYPE TO WS-CODE-TYPE.
           MOVE LS-CODE-VALUE TO WS-CODE-INPUT.
           PERFORM ADD-IDENTIFIER-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       ADD-IDENTIFIER-PROC SECTION.
           MOVE 0 TO WS-FOUND-ITEM-ID.
           IF WS-CODE-ITEM-ID = 0
               MOVE 6 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           PERFORM NORMALISE-CODE.
           IF WS-RESULT-CODE NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM OPEN-IDENTS-IO-RETRY.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM SET-OPEN-FAILURE
               EXIT SECTION
           END-IF.
           MOVE WS-CODE-TYPE TO IDN-TYPE.
           MOVE WS-CODE-VALUE TO IDN-VALUE.
           READ IDENT-FILE RECORD KEY IS IDN-KEY.
           EVALUATE WS-FILE-STATUS
               WHEN "00"
                   MOVE IDN-ITEM-ID TO WS-FOUND-ITEM-ID
                   IF IDN-ITEM-ID = WS-CODE-ITEM-ID
                       MOVE 0 TO WS-RESULT-CODE
                   ELSE
                       MOVE 5 TO WS-RESULT-CODE
                   END-IF
               WHEN "23"
                   PERFORM WRITE-NEW-IDENTIFIER
               WHEN "51"
                   MOVE 8 TO WS-RESULT-CODE
               WHEN OTHER
                   MOVE 1 TO WS-RESULT-CODE
           END-EVALUATE.
           CLOSE IDENT-FILE.
           EXIT SECTION.

       WRITE-NEW-IDENTIFIER SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "get_operator" USING WS-OPERATOR-ID
                                     WS-OPERATOR-ROLE.
           INITIALIZE IDENT-RECORD.
           MOVE WS-CODE-TYPE TO IDN-TYPE.
           MOVE WS-CODE-VALUE TO IDN-VALUE.
           MOVE WS-CODE-ITEM-ID TO IDN-ITEM-ID.
           MOVE WS-TODAY TO IDN-ADDED-DATE.
           MOVE WS-OPERATOR-ID TO IDN-OPERATOR.
           WRITE IDENT-RECORD.
           EVALUATE WS-FILE-STATUS
               WHEN "00"
                   MOVE 0 TO WS-RESULT-CODE
                   PERFORM FORMAT-CODE-SUMMARY
                   MOVE "IDADD" TO WS-AUDIT-OPERATION
                   MOVE WS-CODE-ITEM-ID TO WS-AUDIT-ITEM-ID
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WS-CODE-SUMMARY TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
               WHEN "22"
                   MOVE 5 TO WS-RESULT-CODE
               WHEN OTHER
                   MOVE 1 TO WS-RESULT-CODE
           END-EVALUATE.
           EXIT SECTION.

       REMOVE-IDENTIFIER SECTION.
           ENTRY "remove_identifier" USING LS-RETURN-CODE
                                         LS-ITEM-ID
                                         LS-CODE-TYPE
                                         LS-CODE-VALUE.
           MOVE LS-ITEM-ID TO WS-CODE-ITEM-ID.
           MOVE LS-CODE-TYPE TO WS-CODE-TYPE.
           MOVE LS-CODE-VALUE TO WS-CODE-INPUT.
           PERFORM REMOVE-IDENTIFIER-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       REMOVE-IDENTIFIER-PROC SECTION.
           PERFORM NORMALISE-CODE.
           IF WS-RESULT-CODE NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM OPEN-IDENTS-IO-RETRY.
           IF WS-FILE-STATUS = "35"
               MOVE 2 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM SET-OPEN-FAILURE
               EXIT SECTION
           END-IF.
           MOVE WS-CODE-TYPE TO IDN-TYPE.
           MOVE WS-CODE-VALUE TO IDN-VALUE.
           READ IDENT-FILE RECORD KEY IS IDN-KEY.
           EVALUATE TRUE
               WHEN WS-FILE-STATUS = "51"
                   MOVE 8 TO WS-RESULT-CODE
               WHEN WS-FILE-STATUS NOT = "00"
                   MOVE 2 TO WS-RESULT-CODE
               WHEN WS-CODE-ITEM-ID NOT = 0
                       AND IDN-ITEM-ID NOT = WS-CODE-ITEM-ID
                   MOVE 2 TO WS-RESULT-CODE
               WHEN OTHER
                   PERFORM DELETE-CURRENT-IDENTIFIER
           END-EVALUATE.
           CLOSE IDENT-FILE.
           EXIT SECTION.

       DELETE-CURRENT-IDENTIFIER SECTION.
           MOVE IDN-ITEM-ID TO WS-AUDIT-ITEM-ID.
           MOVE IDN-TYPE TO WS-CODE-TYPE.
           MOVE IDN-VALUE TO WS-CODE-VALUE.
           DELETE IDENT-FILE RECORD.
           IF WS-FILE-STATUS = "00"
               MOVE 0 TO WS-RESULT-CODE
               PERFORM FORMAT-CODE-SUMMARY
               MOVE "IDDEL" TO WS-AUDIT-OPERATION
               MOVE WS-CODE-SUMMARY TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE 1 TO WS-RESULT-CODE
           END-IF.
           EXIT SECTION.

       PURGE-IDENTIFIERS SECTION.
           ENTRY "purge_identifiers" USING LS-RETURN-CODE
                                         LS-ITEM-ID.
           MOVE LS-ITEM-ID TO WS-CODE-ITEM-ID.
           PERFORM PURGE-IDENTIFIERS-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       PURGE-IDENTIFIERS-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE 0 TO WS-CODE-COUNT.
           IF WS-CODE-ITEM-ID = 0
               EXIT SECTION
           END-IF.
           PERFORM OPEN-IDENTS-IO-RETRY.
           IF WS-FILE-STATUS = "35"
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM SET-OPEN-FAILURE
               EXIT SECTION
           END-IF.
           PERFORM PURGE-NEXT-IDENTIFIER
               UNTIL WS-FILE-STATUS NOT = "00".
           CLOSE IDENT-FILE.
           EXIT SECTION.

       PURGE-NEXT-IDENTIFIER SECTION.
           MOVE WS-CODE-ITEM-ID TO IDN-ITEM-ID.
           START IDENT-FILE KEY IS EQUAL TO IDN-ITEM-ID
               INVALID KEY
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   READ IDENT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           IF IDN-ITEM-ID NOT = WS-CODE-ITEM-ID
                               MOVE "10" TO WS-FILE-STATUS
                           ELSE
                               PERFORM DELETE-CURRENT-IDENTIFIER
                               IF WS-RESULT-CODE = 0
                                   ADD 1 TO WS-CODE-COUNT
                               ELSE
                                   MOVE "10" TO WS-FILE-STATUS
                               END-IF
                           END-IF
                   END-READ
           END-START.
           EXIT SECTION.

       MOVE-IDENTIFIERS SECTION.
           ENTRY "move_identifiers" USING LS-RETURN-CODE
                                        LS-ITEM-ID
                                        LS-TO-ITEM-ID.
           MOVE LS-ITEM-ID TO WS-SOURCE-ITEM-ID.
           MOVE LS-TO-ITEM-ID TO WS-TARGET-ITEM-ID.
           PERFORM MOVE-IDENTIFIERS-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       MOVE-IDENTIFIERS-PROC SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE 0 TO WS-CODE-COUNT.
           IF WS-SOURCE-ITEM-ID = 0 OR WS-TARGET-ITEM-ID = 0
                   OR WS-SOURCE-ITEM-ID = WS-TARGET-ITEM-ID
               EXIT SECTION
           END-IF.
           PERFORM OPEN-IDENTS-IO-RETRY.
           IF WS-FILE-STATUS = "35"
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM SET-OPEN-FAILURE
               EXIT SECTION
           END-IF.
           PERFORM MOVE-NEXT-IDENTIFIER
               UNTIL WS-FILE-STATUS NOT = "00".
           CLOSE IDENT-FILE.
           EXIT SECTION.

       MOVE-NEXT-IDENTIFIER SECTION.
           MOVE WS-SOURCE-ITEM-ID TO IDN-ITEM-ID.
           START IDENT-FILE KEY IS EQUAL TO IDN-ITEM-ID
               INVALID KEY
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   READ IDENT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           IF IDN-ITEM-ID NOT = WS-SOURCE-ITEM-ID
                               MOVE "10" TO WS-FILE-STATUS
                           ELSE
                               PERFORM MOVE-CURRENT-IDENTIFIER
                           END-IF
                   END-READ
           END-START.
           EXIT SECTION.

       MOVE-CURRENT-IDENTIFIER SECTION.
           PERFORM DELETE-CURRENT-IDENTIFIER.
           IF WS-RESULT-CODE NOT = 0
               MOVE "10" TO WS-FILE-STATUS
               EXIT SECTION
           END-IF.
           MOVE WS-TARGET-ITEM-ID TO WS-CODE-ITEM-ID.
           PERFORM WRITE-NEW-IDENTIFIER.
           IF WS-RESULT-CODE = 0
               ADD 1 TO WS-CODE-COUNT
           ELSE
               MOVE "10" TO WS-FILE-STATUS
           END-IF.
           EXIT SECTION.

       SHOW-IDENTIFIERS SECTION.
           ENTRY "show_identifiers" USING LS-RETURN-CODE
                                        LS-ITEM-ID.
           MOVE LS-ITEM-ID TO WS-CODE-ITEM-ID.
           PERFORM SHOW-IDENTIFIERS-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       SHOW-IDENTIFIERS-PROC SECTION.
           MOVE 0 TO WS-CODE-COUNT.
           MOVE 2 TO WS-RESULT-CODE.
           IF WS-CODE-ITEM-ID = 0
               EXIT SECTION
           END-IF.
           PERFORM OPEN-IDENTS-INPUT-RETRY.
           IF WS-FILE-STATUS = "35"
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-CODE-ITEM-ID TO IDN-ITEM-ID.
           START IDENT-FILE KEY IS EQUAL TO IDN-ITEM-ID
               INVALID KEY
                   MOVE "23" TO WS-FILE-STATUS
               NOT INVALID KEY
                   PERFORM READ-ITEM-IDENTIFIER
                       UNTIL WS-FILE-STATUS NOT = "00"
           END-START.
           CLOSE IDENT-FILE.
           IF WS-CODE-COUNT > 0
               MOVE 0 TO WS-RESULT-CODE
           END-IF.
           EXIT SECTION.

       READ-ITEM-IDENTIFIER SECTION.
           READ IDENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF IDN-ITEM-ID NOT = WS-CODE-ITEM-ID
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-CODE-COUNT
                       MOVE IDN-TYPE TO WS-CL-TYPE
                       MOVE IDN-VALUE TO WS-CL-VALUE
                       DISPLAY WS-CODE-DETAIL
                   END-IF
           END-READ.
           EXIT SECTION.

       LOOKUP-CODE-VALUE SECTION.
           MOVE 0 TO WS-FOUND-ITEM-ID.
           PERFORM OPEN-IDENTS-INPUT-RETRY.
           IF WS-FILE-STATUS = "35"
               MOVE 2 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-CODE-TYPE TO IDN-TYPE.
           MOVE WS-CODE-VALUE TO IDN-VALUE.
           READ IDENT-FILE RECORD KEY IS IDN-KEY.
           IF WS-FILE-STATUS = "00"
               MOVE IDN-ITEM-ID TO WS-FOUND-ITEM-ID
               MOVE 0 TO WS-RESULT-CODE
           ELSE
               MOVE 2 TO WS-RESULT-CODE
           END-IF.
           CLOSE IDENT-FILE.
           EXIT SECTION.

       NORMALISE-CODE SECTION.
           MOVE 0 TO WS-RESULT-CODE.
           MOVE SPACES TO WS-CODE-VALUE.
           MOVE FUNCTION UPPER-CASE (WS-CODE-TYPE) TO WS-CODE-TYPE.
           MOVE FUNCTION UPPER-CASE (WS-CODE-INPUT) TO WS-CODE-INPUT.
           IF WS-CODE-TYPE NOT = "ISBN" AND WS-CODE-TYPE NOT = "UPC"
                   AND WS-CODE-TYPE NOT = "EAN"
                   AND WS-CODE-TYPE NOT = "CAT"
               MOVE 3 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           IF WS-CODE-INPUT = SPACES
               MOVE 4 TO WS-RESULT-CODE
               EXIT SECTION
           END-IF.
           IF WS-CODE-TYPE = "CAT"
               MOVE 1 TO WS-NORM-IDX
               PERFORM UNTIL WS-CODE-INPUT (WS-NORM-IDX:1) NOT = SPACE
                   ADD 1 TO WS-NORM-IDX
               END-PERFORM
               MOVE WS-CODE-INPUT (WS-NORM-IDX:) TO WS-CODE-VALUE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-NORM-LEN.
           MOVE 0 TO WS-NORM-IDX.
           PERFORM UNTIL WS-NORM-IDX = 20
               ADD 1 TO WS-NORM-IDX
               MOVE WS-CODE-INPUT (WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR NOT = SPACE AND WS-NORM-CHAR NOT = "-"
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-CODE-VALUE (WS-NORM-LEN:1)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-NORM-OK.
           EVALUATE WS-CODE-TYPE
               WHEN "ISBN"
                   IF WS-NORM-LEN = 13
                           AND WS-CODE-VALUE (1:13) IS NUMERIC
                       MOVE 'Y' TO WS-NORM-OK
                   END-IF
                   IF WS-NORM-LEN = 10
                           AND WS-CODE-VALUE (1:9) IS NUMERIC
                       IF WS-CODE-VALUE (10:1) IS NUMERIC
                               OR WS-CODE-VALUE (10:1) = "X"
                           MOVE 'Y' TO WS-NORM-OK
                       END-IF
                   END-IF
               WHEN "EAN"
                   IF WS-NORM-LEN = 13
                           AND WS-CODE-VALUE (1:13) IS NUMERIC
                       MOVE 'Y' TO WS-NORM-OK
                   END-IF
                   IF WS-NORM-LEN = 8
                           AND WS-CODE-VALUE (1:8) IS NUMERIC
                       MOVE 'Y' TO WS-NORM-OK
                   END-IF
               WHEN "UPC"
                   IF WS-NORM-LEN = 12
                           AND WS-CODE-VALUE (1:12) IS NUMERIC
                       MOVE 'Y' TO WS-NORM-OK
                   END-IF
           END-EVALUATE.
           IF WS-NORM-OK NOT = 'Y'
               MOVE 4 TO WS-RESULT-CODE
           END-IF.
           EXIT SECTION.

       FORMAT-CODE-SUMMARY SECTION.
           MOVE SPACES TO WS-CODE-SUMMARY.
           STRING WS-CODE-TYPE DELIMITED BY SPACE
                  "=" DELIMITED BY SIZE
                  WS-CODE-VALUE DELIMITED BY SIZE
               INTO WS-CODE-SUMMARY
           END-STRING.
           EXIT SECTION.

       SET-OPEN-FAILURE SECTION.
           IF WS-FILE-STATUS = "61" OR WS-FILE-STATUS = "93"
                   OR WS-FILE-STATUS = "94"
               MOVE 8 TO WS-RESULT-CODE
           ELSE
               MOVE 1 TO WS-RESULT-CODE
           END-IF.
           EXIT SECTION.

       WRITE-AUDIT-RECORD SECTION.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-AR-DATE.
           MOVE WS-AUDIT-TIME TO WS-AR-TIME.
           MOVE WS-AUDIT-OPERATION TO WS-AR-OPERATION.
           MOVE WS-AUDIT-ITEM-ID TO WS-AR-ITEM-ID.
           MOVE WS-AUDIT-BEFORE TO WS-AR-BEFORE.
           MOVE WS-AUDIT-AFTER TO WS-AR-AFTER.
           CALL "get_operator" USING WS-OPERATOR-ID
                                     WS-OPERATOR-ROLE.
           MOVE WS-OPERATOR-ID TO WS-AR-OPERATOR.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           MOVE WS-AUDIT-RECORD TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-FILE.
           EXIT SECTION.

       OPEN-IDENTS-IO-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN I-O IDENT-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE IDENT-FILE
               OPEN OUTPUT IDENT-FILE
               CLOSE IDENT-FILE
               OPEN I-O IDENT-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Identifiers file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN I-O IDENT-FILE
           END-PERFORM.
           EXIT SECTION.

       OPEN-IDENTS-INPUT-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN INPUT IDENT-FILE.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Identifiers file is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN INPUT IDENT-FILE
           END-PERFORM.
           EXIT SECTION.

       END PROGRAM IDENTS.
