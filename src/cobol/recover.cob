           05 ITEM-DESCRIPTION     PIC X(500).

       FD AUDIT-IMAGE-FILE.
       01 AUDIT-IMAGE-LINE          PIC X(923).

       FD AUDIT-FILE.
       01 AUDIT-LINE                PIC X(350).
           05 WS-IR-ITEM-ID        PIC 9(6).
           05 FILLER               PIC X.
           05 WS-IR-IMAGE          PIC X(882).
           05 FILLER               PIC X.
           05 WS-IR-OPERATOR       PIC X(8).
       01 WS-RESTORE-IMAGE        PIC X(882).
       01 WS-BEFORE-IMAGE         PIC X(882).
       01 WS-LIST-DETAIL.
           05 WS-LD-ITEM-ID        PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-TITLE          PIC X(40).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-OPERATOR       PIC X(8).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-RC                   PIC 9(4).
       01 WS-DISPLAY-LINE         PIC X(260).
       01 WS-PTR                  PIC 9(4) VALUE 1.
       01 WS-GENRE-IDX            PIC 9.
           05 WS-AR-BEFORE         PIC X(150).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-AFTER          PIC X(150).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-OPERATOR       PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "=== RECOVER - Restore From Audit Trail ==="
           CALL "sign_on_operator" USING WS-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE
           IF WS-RC NOT = 0
               STOP RUN
           END-IF
           MOVE 'S' TO WS-REQUIRED-ROLE
           CALL "check_operator_role" USING WS-RC
                                            WS-REQUIRED-ROLE
           IF WS-RC NOT = 0
               STOP RUN
           END-IF
           PERFORM LIST-AUDIT-IMAGES
           IF WS-IMAGE-COUNT = 0
               DISPLAY "No audited before-images on file."
                           MOVE WS-IR-OPERATION TO WS-LD-OPERATION
                           MOVE WS-IR-ITEM-ID TO WS-LD-ITEM-ID
                           MOVE WS-IR-IMAGE (7:40) TO WS-LD-TITLE
                           MOVE WS-IR-OPERATOR TO WS-LD-OPERATOR
                           DISPLAY WS-LIST-DETAIL
                   END-READ
               END-PERFORM
           MOVE ITEM-ID TO WS-AR-ITEM-ID
           MOVE WS-AUDIT-BEFORE TO WS-AR-BEFORE
           MOVE WS-AUDIT-AFTER TO WS-AR-AFTER
           MOVE WS-OPERATOR-ID TO WS-AR-OPERATOR
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           MOVE "RESTOR" TO WS-IR-OPERATION
           MOVE WS-BEFORE-IMAGE (1:6) TO WS-IR-ITEM-ID
           MOVE WS-BEFORE-IMAGE TO WS-IR-IMAGE
           MOVE WS-OPERATOR-ID TO WS-IR-OPERATOR
           OPEN EXTEND AUDIT-IMAGE-FILE
           IF WS-IMAGE-STATUS = "35"
               OPEN OUTPUT AUDIT-IMAGE-FILE
