       01 AUDIT-LINE                PIC X(350).

       FD AUDIT-IMAGE-FILE.
       01 AUDIT-IMAGE-LINE          PIC X(923).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
           05 WS-AR-BEFORE         PIC X(150).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-AFTER          PIC X(150).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-AR-OPERATOR       PIC X(8).
       01 WS-IMAGE-RECORD.
           05 WS-IR-DATE           PIC 9(8).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-IR-ITEM-ID        PIC 9(6).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-IR-IMAGE          PIC X(882).
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-IR-OPERATOR       PIC X(8).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-RC                   PIC 9(4).
       01 WS-REPORT-DETAIL.
           05 WS-RD-NAME           PIC X(50).
           05 FILLER               PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "=== GENREFIX - Genre Cleanup ==="
           CALL "sign_on_operator" USING WS-RC
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE
           IF WS-RC NOT = 0
               STOP RUN
           END-IF
           DISPLAY "1. Report nonstandard genre values"
           DISPLAY "2. Merge a genre spelling into a canonical form"
           DISPLAY "9. Exit"
           DISPLAY "Report written to data/genre_report.txt".

       MERGE-GENRE.
           MOVE 'S' TO WS-REQUIRED-ROLE
           CALL "check_operator_role" USING WS-RC
                                            WS-REQUIRED-ROLE
           IF WS-RC NOT = 0
               DISPLAY "Merge cancelled."
           ELSE
               PERFORM ACCEPT-MERGE-GENRES
           END-IF.

       ACCEPT-MERGE-GENRES.
           DISPLAY "Genre spelling to replace: " WITH NO ADVANCING
           ACCEPT WS-FROM-GENRE
           DISPLAY "Canonical genre to use:    " WITH NO ADVANCING
           MOVE ITEM-ID TO WS-AR-ITEM-ID
           MOVE WS-AUDIT-BEFORE TO WS-AR-BEFORE
           MOVE WS-AUDIT-AFTER TO WS-AR-AFTER
           MOVE WS-OPERATOR-ID TO WS-AR-OPERATOR
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           MOVE "GENRE " TO WS-IR-OPERATION
           MOVE WS-BEFORE-IMAGE (1:6) TO WS-IR-ITEM-ID
           MOVE WS-BEFORE-IMAGE TO WS-IR-IMAGE
           MOVE WS-OPERATOR-ID TO WS-IR-OPERATOR
           OPEN EXTEND AUDIT-IMAGE-FILE
           IF WS-IMAGE-STATUS = "35"
               OPEN OUTPUT AUDIT-IMAGE-FILE
