       01 WS-FLD-BASE             PIC 9(2).
       01 WS-FLD-IDX              PIC 9(2).
       01 WS-FIELD-TABLE.
           05 WS-FLD OCCURS 14 TIMES.
               10 WS-FLD-TEXT      PIC X(500).
               10 WS-FLD-LEN       PIC 9(3).
       01 WS-REASON-CODE          PIC X(3).
           05 WS-MT-NAME           PIC X(20) OCCURS 8 TIMES.
       01 WS-GENRE-IDX            PIC 9.
       01 WS-RETURN-CODE          PIC 9(4).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ITEM-TITLE           PIC X(100).
       01 WS-ITEM-GENRE-TABLE.
           05 WS-ITEM-GENRE        PIC X(50) OCCURS 5 TIMES.
       01 WS-ITEM-YEAR            PIC 9(4).
       01 WS-ITEM-RATING          PIC 9(2).
       01 WS-ITEM-DESCRIPTION     PIC X(500).
       01 WS-CODE-TYPE            PIC X(4).
       01 WS-CODE-VALUE           PIC X(20).
       01 WS-NEW-ITEM-ID          PIC 9(6).
       01 WS-ITEM-DETAILS.
           05 WS-DET-ACQ-DATE     PIC 9(8) VALUE 0.
           05 WS-DET-PRICE        PIC 9(5)V99 VALUE 0.

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
           PERFORM INITIALIZE-MEDIA-TYPES
           CALL "init_mediamatrix" USING WS-RETURN-CODE
           OPEN INPUT IMPORT-FILE
                   WHEN WS-IN-QUOTES = 'N' AND WS-CHAR = QUOTE
                       MOVE 'Y' TO WS-IN-QUOTES
                   WHEN WS-IN-QUOTES = 'N' AND WS-CHAR = ","
                       IF WS-FLD-COUNT < 13
                           ADD 1 TO WS-FLD-COUNT
                           MOVE 0 TO WS-FLD-LEN (WS-FLD-COUNT)
                       END-IF
       VALIDATE-AND-ADD.
           MOVE SPACES TO WS-REASON-CODE
           MOVE 0 TO WS-FLD-BASE
           IF WS-FLD-COUNT = 11 OR WS-FLD-COUNT = 13
               MOVE WS-FLD-TEXT (1) TO WS-FLD-TEXT (14)
               MOVE WS-FLD-LEN (1) TO WS-FLD-LEN (14)
               MOVE 14 TO WS-FLD-IDX
               PERFORM VALIDATE-NUMERIC-FIELD
               IF WS-NUM-OK = 'Y'
                   MOVE 1 TO WS-FLD-BASE
                   MOVE "R05" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM VALIDATE-CODE-FIELDS
           END-IF
           IF WS-REASON-CODE = SPACES
               MOVE WS-FLD-TEXT (WS-FLD-BASE + 1) (1:100)
                   TO WS-ITEM-TITLE
               END-PERFORM
               MOVE WS-FLD-TEXT (WS-FLD-BASE + 10) (1:500)
                   TO WS-ITEM-DESCRIPTION
               CALL "add_item_with_code" USING WS-RETURN-CODE
                                              WS-ITEM-TITLE
                                              WS-ITEM-GENRE-TABLE
                                              WS-ITEM-MEDIA-TYPE
                                              WS-ITEM-YEAR
                                              WS-ITEM-RATING
                                              WS-ITEM-DESCRIPTION
                                              WS-ITEM-DETAILS
                                              WS-CODE-TYPE
                                              WS-CODE-VALUE
                                              WS-NEW-ITEM-ID
               EVALUATE WS-RETURN-CODE
                   WHEN 0 ADD 1 TO WS-ADDED-COUNT
                   WHEN 2 MOVE "R06" TO WS-REASON-CODE
                   WHEN 7 MOVE "R08" TO WS-REASON-CODE
                   WHEN 14 MOVE "R09" TO WS-REASON-CODE
                   WHEN 15 MOVE "R10" TO WS-REASON-CODE
                   WHEN OTHER MOVE "R07" TO WS-REASON-CODE
               END-EVALUATE
           END-IF
               PERFORM WRITE-REJECT-RECORD
           END-IF.

       VALIDATE-CODE-FIELDS.
           MOVE SPACES TO WS-CODE-TYPE
           MOVE SPACES TO WS-CODE-VALUE
           IF WS-FLD-COUNT > WS-FLD-BASE + 10
               COMPUTE WS-FLD-IDX = WS-FLD-BASE + 11
               IF WS-FLD-LEN (WS-FLD-IDX) > 4
                   MOVE "R10" TO WS-REASON-CODE
               ELSE
                   MOVE WS-FLD-TEXT (WS-FLD-IDX) (1:4) TO WS-CODE-TYPE
               END-IF
           END-IF
           IF WS-FLD-COUNT > WS-FLD-BASE + 11
               COMPUTE WS-FLD-IDX = WS-FLD-BASE + 12
               IF WS-FLD-LEN (WS-FLD-IDX) > 20
                   MOVE "R10" TO WS-REASON-CODE
               ELSE
                   MOVE WS-FLD-TEXT (WS-FLD-IDX) (1:20)
                       TO WS-CODE-VALUE
               END-IF
           END-IF
           IF WS-CODE-TYPE NOT = SPACES AND WS-CODE-VALUE = SPACES
               MOVE "R10" TO WS-REASON-CODE
           END-IF
           IF WS-CODE-TYPE = SPACES AND WS-CODE-VALUE NOT = SPACES
               MOVE "R10" TO WS-REASON-CODE
           END-IF.

       VALIDATE-MEDIA-TYPE.
           MOVE 'N' TO WS-MEDIA-OK
           MOVE FUNCTION UPPER-CASE
