       01 WS-TRANS-COUNT          PIC 9(6) VALUE 0.
       01 WS-EDIT-COUNT           PIC 9(6) VALUE 0.
       01 WS-DELETE-COUNT         PIC 9(6) VALUE 0.
       01 WS-CODE-COUNT           PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(6) VALUE 0.
       01 WS-SAVED-LINE           PIC X(1200).
       01 WS-LINE-LEN             PIC 9(4).
       01 WS-ITEM-YEAR            PIC 9(4).
       01 WS-ITEM-RATING          PIC 9(2).
       01 WS-ITEM-DESCRIPTION     PIC X(500).
       01 WS-CODE-TYPE            PIC X(4).
       01 WS-CODE-VALUE           PIC X(20).
       01 WS-ITEM-DETAILS.
           05 WS-DET-ACQ-DATE     PIC 9(8).
           05 WS-DET-PRICE        PIC 9(5)V99.
           05 WS-DET-VALUE        PIC 9(5)V99.
           05 WS-DET-CONDITION    PIC X(4).
           05 WS-DET-LOCATION     PIC X(10).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
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
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS NOT EQUAL "00"
           DISPLAY "Transactions read: " WS-TRANS-COUNT
           DISPLAY "Edits applied:     " WS-EDIT-COUNT
           DISPLAY "Deletes applied:   " WS-DELETE-COUNT
           DISPLAY "Codes added:       " WS-CODE-COUNT
           DISPLAY "Rejected:          " WS-REJECT-COUNT
           STOP RUN.

           MOVE FUNCTION UPPER-CASE (WS-FLD-TEXT (1) (1:6))
               TO WS-OPERATION
           IF WS-OPERATION NOT = "EDIT" AND
                   WS-OPERATION NOT = "DELETE" AND
                   WS-OPERATION NOT = "CODE"
               MOVE "M01" TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACES AND WS-OPERATION = "DELETE"
                   AND WS-OPERATOR-ROLE NOT = 'S'
               MOVE "M06" TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACES
               MOVE 2 TO WS-FLD-IDX
               PERFORM VALIDATE-NUMERIC-FIELD
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               EVALUATE WS-OPERATION
                   WHEN "EDIT" PERFORM APPLY-EDIT
                   WHEN "CODE" PERFORM APPLY-CODE
                   WHEN OTHER PERFORM APPLY-DELETE
               END-EVALUATE
           END-IF
           IF WS-REASON-CODE NOT EQUAL SPACES
               PERFORM WRITE-REJECT-RECORD
               END-STRING
           END-IF.

       APPLY-CODE.
           CALL "get_item" USING WS-RETURN-CODE
                                WS-ITEM-ID
                                WS-ITEM-TITLE
                                WS-ITEM-GENRE-TABLE
                                WS-ITEM-MEDIA-TYPE
                                WS-ITEM-YEAR
                                WS-ITEM-RATING
                                WS-ITEM-DESCRIPTION
           IF WS-RETURN-CODE NOT = 0
               MOVE "M03" TO WS-REASON-CODE
           ELSE
               IF WS-FLD-LEN (3) > 4 OR WS-FLD-LEN (4) > 20
                   MOVE "M08" TO WS-REASON-CODE
               ELSE
                   MOVE WS-FLD-TEXT (3) (1:4) TO WS-CODE-TYPE
                   MOVE WS-FLD-TEXT (4) (1:20) TO WS-CODE-VALUE
                   CALL "add_identifier" USING WS-RETURN-CODE
                                             WS-ITEM-ID
                                             WS-CODE-TYPE
                                             WS-CODE-VALUE
                   EVALUATE WS-RETURN-CODE
                       WHEN 0 ADD 1 TO WS-CODE-COUNT
                       WHEN 3 MOVE "M08" TO WS-REASON-CODE
                       WHEN 4 MOVE "M08" TO WS-REASON-CODE
                       WHEN 5 MOVE "M07" TO WS-REASON-CODE
                       WHEN OTHER
                           MOVE WS-RETURN-CODE TO WS-RC-EDIT
                           MOVE SPACES TO WS-REASON-CODE
                           STRING "C" WS-RC-EDIT DELIMITED BY SIZE
                               INTO WS-REASON-CODE
                           END-STRING
                   END-EVALUATE
               END-IF
           END-IF.

       VALIDATE-NUMERIC-FIELD.
           MOVE 'N' TO WS-NUM-OK
           MOVE 'N' TO WS-NUM-STARTED
                   INTO RUNREP-LINE
               END-STRING
               WRITE RUNREP-LINE
               MOVE SPACES TO RUNREP-LINE
               STRING "OPERATOR " WS-OPERATOR-ID
                       DELIMITED BY SIZE
                   INTO RUNREP-LINE
               END-STRING
               WRITE RUNREP-LINE
               MOVE ALL "-" TO RUNREP-LINE (1:50)
               WRITE RUNREP-LINE
               MOVE "TRANSACTIONS READ" TO WS-CD-LABEL
               MOVE WS-DELETE-COUNT TO WS-CD-COUNT
               MOVE WS-COUNT-DETAIL TO RUNREP-LINE
               WRITE RUNREP-LINE
               MOVE "CODES ADDED" TO WS-CD-LABEL
               MOVE WS-CODE-COUNT TO WS-CD-COUNT
               MOVE WS-COUNT-DETAIL TO RUNREP-LINE
               WRITE RUNREP-LINE
               MOVE "REJECTED" TO WS-CD-LABEL
               MOVE WS-REJECT-COUNT TO WS-CD-COUNT
               MOVE WS-COUNT-DETAIL TO RUNREP-LINE
