       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRICH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "data/enrich_feed.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/enrich_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
       01 FEED-LINE                PIC X(1200).

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS          PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-LINE-NUM             PIC 9(6) VALUE 0.
       01 WS-READ-COUNT           PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.
       01 WS-SAVED-LINE           PIC X(1200).
       01 WS-LINE-LEN             PIC 9(4).
       01 WS-CHAR-IDX             PIC 9(4).
       01 WS-CHAR                 PIC X.
       01 WS-NEXT-CHAR            PIC X.
       01 WS-IN-QUOTES            PIC X.
       01 WS-FLD-COUNT            PIC 9(2).
       01 WS-FLD-IDX              PIC 9(2).
       01 WS-FIELD-TABLE.
           05 WS-FLD OCCURS 9 TIMES.
               10 WS-FLD-TEXT      PIC X(500).
               10 WS-FLD-LEN       PIC 9(3).
       01 WS-NUM-OK               PIC X.
       01 WS-NUM-VALUE            PIC 9(8).
       01 WS-NUM-IDX              PIC 9(3).
       01 WS-NUM-CHAR             PIC X.
       01 WS-NUM-DIGIT REDEFINES WS-NUM-CHAR PIC 9.
       01 WS-NUM-STARTED          PIC X.
       01 WS-GENRE-IDX            PIC 9.
       01 WS-GENRE-OUT            PIC 9.
       01 WS-RETURN-CODE          PIC 9(4).
       01 WS-RC-EDIT              PIC 99.
       01 WS-CODE-TYPE            PIC X(4).
       01 WS-CODE-VALUE           PIC X(20).
       01 WS-ITEM-ID              PIC 9(6).
       01 WS-ITEM-TITLE           PIC X(100).
       01 WS-ITEM-GENRE-TABLE.
           05 WS-ITEM-GENRE        PIC X(50) OCCURS 5 TIMES.
       01 WS-ITEM-MEDIA-TYPE      PIC X(20).
       01 WS-ITEM-YEAR            PIC 9(4).
       01 WS-ITEM-RATING          PIC 9(2).
       01 WS-ITEM-DESCRIPTION     PIC X(500).
       01 WS-ITEM-DETAILS.
           05 WS-DET-ACQ-DATE     PIC 9(8).
           05 WS-DET-PRICE        PIC 9(5)V99.
           05 WS-DET-VALUE        PIC 9(5)V99.
           05 WS-DET-CONDITION    PIC X(4).
           05 WS-DET-LOCATION     PIC X(10).
       01 WS-FILL-DESCRIPTION     PIC X.
       01 WS-FILL-YEAR            PIC X.
       01 WS-FILL-GENRES          PIC X.
       01 WS-GENRES-DROPPED       PIC X.
       01 WS-RESULT               PIC X(7).
       01 WS-DETAIL-TEXT          PIC X(60).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ENRICH-DETAIL.
           05 WS-ED-LINE           PIC Z(5)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ED-RESULT         PIC X(7).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ED-ITEM-ID        PIC Z(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ED-CODE-TYPE      PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-ED-CODE-VALUE     PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ED-DETAIL         PIC X(60).
       01 WS-ENRICH-HEADING.
           05 FILLER               PIC X(8)  VALUE "  LINE".
           05 FILLER               PIC X(9)  VALUE "RESULT".
           05 FILLER               PIC X(8)  VALUE "  ITEM".
           05 FILLER               PIC X(27) VALUE "CODE".
           05 FILLER               PIC X(60) VALUE "DETAIL".
       01 WS-COUNT-DETAIL.
           05 WS-CD-LABEL          PIC X(24).
           05 WS-CD-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "sign_on_operator" USING WS-RETURN-CODE
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE
           IF WS-RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           MOVE 'C' TO WS-REQUIRED-ROLE
           CALL "check_operator_role" USING WS-RETURN-CODE
                                            WS-REQUIRED-ROLE
           IF WS-RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           CALL "init_mediamatrix" USING WS-RETURN-CODE
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT EQUAL "00"
               DISPLAY "Cannot open data/enrich_feed.csv, status "
                   WS-FEED-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT EQUAL "00"
               DISPLAY "Cannot open data/enrich_report.txt, "
                   "status " WS-REPORT-STATUS
               CLOSE FEED-FILE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEED-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       MOVE FEED-LINE TO WS-SAVED-LINE
                       PERFORM PROCESS-FEED-LINE
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "Feed lines read:   " WS-READ-COUNT
           DISPLAY "Items enriched:    " WS-APPLIED-COUNT
           DISPLAY "Lines skipped:     " WS-SKIPPED-COUNT
           STOP RUN.

       PROCESS-FEED-LINE.
           IF WS-SAVED-LINE = SPACES
               CONTINUE
           ELSE
               PERFORM PARSE-CSV-LINE
               IF WS-LINE-NUM = 1 AND
                       FUNCTION UPPER-CASE (WS-FLD-TEXT (1)) = "TYPE"
                   CONTINUE
               ELSE
                   ADD 1 TO WS-READ-COUNT
                   PERFORM APPLY-FEED-LINE
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
           END-IF.

       PARSE-CSV-LINE.
           MOVE 1200 TO WS-LINE-LEN
           PERFORM UNTIL WS-LINE-LEN = 0
               IF WS-SAVED-LINE (WS-LINE-LEN:1) NOT EQUAL SPACE
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM
           MOVE 1 TO WS-FLD-COUNT
           INITIALIZE WS-FIELD-TABLE
           MOVE 0 TO WS-FLD-LEN (1)
           MOVE 'N' TO WS-IN-QUOTES
           MOVE 0 TO WS-CHAR-IDX
           PERFORM UNTIL WS-CHAR-IDX = WS-LINE-LEN
               ADD 1 TO WS-CHAR-IDX
               MOVE WS-SAVED-LINE (WS-CHAR-IDX:1) TO WS-CHAR
               IF WS-CHAR-IDX < WS-LINE-LEN
                   MOVE WS-SAVED-LINE (WS-CHAR-IDX + 1:1)
                       TO WS-NEXT-CHAR
               ELSE
                   MOVE SPACE TO WS-NEXT-CHAR
               END-IF
               EVALUATE TRUE
                   WHEN WS-IN-QUOTES = 'Y' AND WS-CHAR = QUOTE
                           AND WS-NEXT-CHAR = QUOTE
                       PERFORM APPEND-PARSE-CHAR
                       ADD 1 TO WS-CHAR-IDX
                   WHEN WS-IN-QUOTES = 'Y' AND WS-CHAR = QUOTE
                       MOVE 'N' TO WS-IN-QUOTES
                   WHEN WS-IN-QUOTES = 'N' AND WS-CHAR = QUOTE
                       MOVE 'Y' TO WS-IN-QUOTES
                   WHEN WS-IN-QUOTES = 'N' AND WS-CHAR = ","
                       IF WS-FLD-COUNT < 9
                           ADD 1 TO WS-FLD-COUNT
                           MOVE 0 TO WS-FLD-LEN (WS-FLD-COUNT)
                       END-IF
                   WHEN OTHER
                       PERFORM APPEND-PARSE-CHAR
               END-EVALUATE
           END-PERFORM.

       APPEND-PARSE-CHAR.
           IF WS-FLD-LEN (WS-FLD-COUNT) < 500
               ADD 1 TO WS-FLD-LEN (WS-FLD-COUNT)
               MOVE WS-CHAR TO WS-FLD-TEXT (WS-FLD-COUNT)
                   (WS-FLD-LEN (WS-FLD-COUNT):1)
           END-IF.

       APPLY-FEED-LINE.
           MOVE "SKIPPED" TO WS-RESULT
           MOVE SPACES TO WS-DETAIL-TEXT
           MOVE 0 TO WS-ITEM-ID
           MOVE WS-FLD-TEXT (1) (1:4) TO WS-CODE-TYPE
           MOVE WS-FLD-TEXT (2) (1:20) TO WS-CODE-VALUE
           IF WS-FLD-LEN (1) > 4 OR WS-FLD-LEN (2) > 20
               MOVE "PRODUCT CODE IS NOT VALID" TO WS-DETAIL-TEXT
           ELSE
               CALL "find_identifier" USING WS-RETURN-CODE
                                           WS-CODE-TYPE
                                           WS-CODE-VALUE
                                           WS-ITEM-ID
               EVALUATE WS-RETURN-CODE
                   WHEN 0 PERFORM ENRICH-ITEM
                   WHEN 2 MOVE "PRODUCT CODE NOT ON FILE"
                       TO WS-DETAIL-TEXT
                   WHEN 3 MOVE "PRODUCT CODE IS NOT VALID"
                       TO WS-DETAIL-TEXT
                   WHEN 4 MOVE "PRODUCT CODE IS NOT VALID"
                       TO WS-DETAIL-TEXT
                   WHEN 8 MOVE "IDENTIFIERS FILE IN USE"
                       TO WS-DETAIL-TEXT
                   WHEN OTHER MOVE "PRODUCT CODE LOOKUP FAILED"
                       TO WS-DETAIL-TEXT
               END-EVALUATE
           END-IF
           IF WS-RESULT = "APPLIED"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       ENRICH-ITEM.
           CALL "get_item" USING WS-RETURN-CODE
                                WS-ITEM-ID
                                WS-ITEM-TITLE
                                WS-ITEM-GENRE-TABLE
                                WS-ITEM-MEDIA-TYPE
                                WS-ITEM-YEAR
                                WS-ITEM-RATING
                                WS-ITEM-DESCRIPTION
           IF WS-RETURN-CODE NOT = 0
               MOVE "ITEM NOT FOUND" TO WS-DETAIL-TEXT
           ELSE
               CALL "get_item_details" USING WS-RETURN-CODE
                                            WS-ITEM-ID
                                            WS-ITEM-DETAILS
               PERFORM FILL-BLANK-FIELDS
               IF WS-FILL-DESCRIPTION = 'N' AND WS-FILL-YEAR = 'N'
                       AND WS-FILL-GENRES = 'N'
                   MOVE "NOTHING TO FILL" TO WS-DETAIL-TEXT
               ELSE
                   PERFORM SAVE-ENRICHED-ITEM
               END-IF
           END-IF.

       FILL-BLANK-FIELDS.
           MOVE 'N' TO WS-FILL-DESCRIPTION
           MOVE 'N' TO WS-FILL-YEAR
           MOVE 'N' TO WS-FILL-GENRES
           MOVE 'N' TO WS-GENRES-DROPPED
           IF WS-ITEM-DESCRIPTION = SPACES AND WS-FLD-LEN (9) > 0
               MOVE WS-FLD-TEXT (9) TO WS-ITEM-DESCRIPTION
               MOVE 'Y' TO WS-FILL-DESCRIPTION
           END-IF
           IF WS-ITEM-YEAR = 0 AND WS-FLD-LEN (3) > 0
               MOVE 3 TO WS-FLD-IDX
               PERFORM VALIDATE-NUMERIC-FIELD
               IF WS-NUM-OK = 'Y' AND WS-NUM-VALUE NOT < 1850
                       AND WS-NUM-VALUE NOT > 2099
                   MOVE WS-NUM-VALUE TO WS-ITEM-YEAR
                   MOVE 'Y' TO WS-FILL-YEAR
               END-IF
           END-IF
           IF WS-ITEM-GENRE-TABLE = SPACES
               MOVE 0 TO WS-GENRE-OUT
               MOVE 0 TO WS-GENRE-IDX
               PERFORM UNTIL WS-GENRE-IDX = 5
                   ADD 1 TO WS-GENRE-IDX
                   IF WS-FLD-LEN (3 + WS-GENRE-IDX) > 0
                       ADD 1 TO WS-GENRE-OUT
                       MOVE WS-FLD-TEXT (3 + WS-GENRE-IDX) (1:50)
                           TO WS-ITEM-GENRE (WS-GENRE-OUT)
                       MOVE 'Y' TO WS-FILL-GENRES
                   END-IF
               END-PERFORM
           END-IF.

       SAVE-ENRICHED-ITEM.
           PERFORM CALL-EDIT-ITEM
           IF WS-RETURN-CODE = 7 AND WS-FILL-GENRES = 'Y'
               MOVE SPACES TO WS-ITEM-GENRE-TABLE
               MOVE 'N' TO WS-FILL-GENRES
               MOVE 'Y' TO WS-GENRES-DROPPED
               IF WS-FILL-DESCRIPTION = 'Y' OR WS-FILL-YEAR = 'Y'
                   PERFORM CALL-EDIT-ITEM
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               MOVE "APPLIED" TO WS-RESULT
               PERFORM BUILD-APPLIED-DETAIL
           ELSE
               MOVE WS-RETURN-CODE TO WS-RC-EDIT
               STRING "EDIT REJECTED BY CATALOG, CODE " WS-RC-EDIT
                       DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT
               END-STRING
           END-IF.

       CALL-EDIT-ITEM.
           CALL "edit_item" USING WS-RETURN-CODE
                                WS-ITEM-ID
                                WS-ITEM-TITLE
                                WS-ITEM-GENRE-TABLE
                                WS-ITEM-MEDIA-TYPE
                                WS-ITEM-YEAR
                                WS-ITEM-RATING
                                WS-ITEM-DESCRIPTION
                                WS-ITEM-DETAILS.

       BUILD-APPLIED-DETAIL.
           MOVE SPACES TO WS-DETAIL-TEXT
           MOVE 1 TO WS-CHAR-IDX
           STRING "FILLED" DELIMITED BY SIZE
               INTO WS-DETAIL-TEXT WITH POINTER WS-CHAR-IDX
           END-STRING
           IF WS-FILL-DESCRIPTION = 'Y'
               STRING " DESCRIPTION" DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT WITH POINTER WS-CHAR-IDX
               END-STRING
           END-IF
           IF WS-FILL-YEAR = 'Y'
               STRING " YEAR" DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT WITH POINTER WS-CHAR-IDX
               END-STRING
           END-IF
           IF WS-FILL-GENRES = 'Y'
               STRING " GENRES" DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT WITH POINTER WS-CHAR-IDX
               END-STRING
           END-IF
           IF WS-GENRES-DROPPED = 'Y'
               STRING "; GENRES NOT ON LIST" DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT WITH POINTER WS-CHAR-IDX
               END-STRING
           END-IF.

       VALIDATE-NUMERIC-FIELD.
           MOVE 'N' TO WS-NUM-OK
           MOVE 'N' TO WS-NUM-STARTED
           MOVE 0 TO WS-NUM-VALUE
           MOVE 0 TO WS-NUM-IDX
           PERFORM UNTIL WS-NUM-IDX = WS-FLD-LEN (WS-FLD-IDX)
               ADD 1 TO WS-NUM-IDX
               MOVE WS-FLD-TEXT (WS-FLD-IDX) (WS-NUM-IDX:1)
                   TO WS-NUM-CHAR
               EVALUATE TRUE
                   WHEN WS-NUM-CHAR = SPACE
                           AND WS-NUM-STARTED = 'N'
                       CONTINUE
                   WHEN WS-NUM-CHAR IS NUMERIC
                       MOVE 'Y' TO WS-NUM-STARTED
                       MOVE 'Y' TO WS-NUM-OK
                       COMPUTE WS-NUM-VALUE =
                           (WS-NUM-VALUE * 10) + WS-NUM-DIGIT
                   WHEN OTHER
                       MOVE 'N' TO WS-NUM-OK
                       MOVE WS-FLD-LEN (WS-FLD-IDX) TO WS-NUM-IDX
               END-EVALUATE
           END-PERFORM.

       WRITE-REPORT-HEADING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO REPORT-LINE
           STRING "MEDIAMATRIX ENRICHMENT RUN "
                  WS-RUN-DATE " " WS-RUN-TIME
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR " WS-OPERATOR-ID
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "FEED data/enrich_feed.csv" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE (1:112)
           WRITE REPORT-LINE
           MOVE WS-ENRICH-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE WS-LINE-NUM TO WS-ED-LINE
           MOVE WS-RESULT TO WS-ED-RESULT
           MOVE WS-ITEM-ID TO WS-ED-ITEM-ID
           MOVE WS-CODE-TYPE TO WS-ED-CODE-TYPE
           MOVE WS-CODE-VALUE TO WS-ED-CODE-VALUE
           MOVE WS-DETAIL-TEXT TO WS-ED-DETAIL
           MOVE WS-ENRICH-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE (1:112)
           WRITE REPORT-LINE
           MOVE "FEED LINES READ" TO WS-CD-LABEL
           MOVE WS-READ-COUNT TO WS-CD-COUNT
           MOVE WS-COUNT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "APPLIED" TO WS-CD-LABEL
           MOVE WS-APPLIED-COUNT TO WS-CD-COUNT
           MOVE WS-COUNT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SKIPPED" TO WS-CD-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-CD-COUNT
           MOVE WS-COUNT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM ENRICH.
