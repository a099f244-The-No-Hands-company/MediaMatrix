       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATORS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATORS-FILE ASSIGN TO "data/operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
           05 OPR-ID               PIC X(8).
           05 OPR-NAME             PIC X(40).
           05 OPR-ROLE             PIC X.
           05 OPR-STATE            PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-RESULT-CODE          PIC 9(4).
       01 WS-RETRY-COUNT          PIC 9(2).
       01 WS-SLEEP-SECONDS        PIC 9 VALUE 1.
       01 WS-VAL-OK               PIC X.
       01 WS-OPR-ID               PIC X(8).
       01 WS-OPR-NAME             PIC X(40).
       01 WS-OPR-ROLE             PIC X.
       01 WS-OPR-STATE            PIC X.
       01 WS-OPR-COUNT            PIC 9(4).
       01 WS-SIGN-ON-TRIES        PIC 9.
       01 WS-SIGNED-ON-ID         PIC X(8) VALUE SPACES.
       01 WS-SIGNED-ON-NAME       PIC X(40) VALUE SPACES.
       01 WS-SIGNED-ON-ROLE       PIC X VALUE SPACE.
       01 WS-HAVE-RANK            PIC 9.
       01 WS-NEED-RANK            PIC 9.
       01 WS-RANK-ROLE            PIC X.
       01 WS-RANK                 PIC 9.
       01 WS-ROLE-NAME            PIC X(10).
       01 WS-LIST-COUNT           PIC 9(4).
       01 WS-LIST-DETAIL.
           05 WS-LD-ID             PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-NAME           PIC X(40).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-ROLE           PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-STATE          PIC X(8).

       LINKAGE SECTION.
       01 LS-RETURN-CODE         PIC 9(4).
       01 LS-OPERATOR-ID         PIC X(8).
       01 LS-OPERATOR-ROLE       PIC X.

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "=== OPERATORS - Operator Registry ===".
           PERFORM INIT-OPERATORS-PROC.
           PERFORM COUNT-OPERATORS.
           IF WS-OPR-COUNT = 0
               DISPLAY "No operators are on file; set up the first "
                   "supervisor now."
               PERFORM ADD-FIRST-SUPERVISOR
               PERFORM COUNT-OPERATORS
               IF WS-OPR-COUNT = 0
                   STOP RUN
               END-IF
           END-IF.
           PERFORM SIGN-ON-PROC.
           IF WS-RESULT-CODE NOT = 0
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-RANK-ROLE.
           PERFORM CHECK-ROLE-PROC.
           IF WS-RESULT-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = 9
               DISPLAY "=== OPERATORS - Operator Registry ==="
               DISPLAY "1. Add Operator"
               DISPLAY "2. Edit Operator"
               DISPLAY "3. List Operators"
               DISPLAY "9. Exit"
               DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM ADD-OPERATOR
                   WHEN 2 PERFORM EDIT-OPERATOR
                   WHEN 3 PERFORM LIST-OPERATORS
                   WHEN 9 CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       INIT-OPERATORS-PROC SECTION.
           OPEN I-O OPERATORS-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE OPERATORS-FILE
               OPEN OUTPUT OPERATORS-FILE
               CLOSE OPERATORS-FILE
               OPEN I-O OPERATORS-FILE
           END-IF.
           CLOSE OPERATORS-FILE.
           EXIT SECTION.

       COUNT-OPERATORS SECTION.
           MOVE 0 TO WS-OPR-COUNT.
           PERFORM OPEN-OPERATORS-INPUT-RETRY.
           IF WS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO OPR-ID
               START OPERATORS-FILE KEY IS GREATER THAN OPR-ID
                   INVALID KEY
                       MOVE "23" TO WS-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM COUNT-ONE-OPERATOR
                           UNTIL WS-FILE-STATUS NOT EQUAL "00"
               END-START
               CLOSE OPERATORS-FILE
           END-IF.
           EXIT SECTION.

       COUNT-ONE-OPERATOR SECTION.
           READ OPERATORS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-OPR-COUNT
           END-READ.
           EXIT SECTION.

       ACCEPT-OPERATOR-ID SECTION.
           MOVE 'N' TO WS-VAL-OK.
           PERFORM UNTIL WS-VAL-OK = 'Y'
               DISPLAY "Operator ID (up to 8 characters): "
                   WITH NO ADVANCING
               ACCEPT WS-OPR-ID
               MOVE FUNCTION UPPER-CASE (WS-OPR-ID) TO WS-OPR-ID
               IF WS-OPR-ID = SPACES
                   DISPLAY "Operator ID must not be blank."
               ELSE
                   MOVE 'Y' TO WS-VAL-OK
               END-IF
           END-PERFORM.
           EXIT SECTION.

       ACCEPT-OPERATOR-FIELDS SECTION.
           MOVE 'N' TO WS-VAL-OK.
           PERFORM UNTIL WS-VAL-OK = 'Y'
               DISPLAY "Enter name: " WITH NO ADVANCING
               ACCEPT WS-OPR-NAME
               IF WS-OPR-NAME = SPACES
                   DISPLAY "Name must not be blank."
               ELSE
                   MOVE 'Y' TO WS-VAL-OK
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-VAL-OK.
           PERFORM UNTIL WS-VAL-OK = 'Y'
               DISPLAY "Role (V=viewer, C=clerk, S=supervisor): "
                   WITH NO ADVANCING
               ACCEPT WS-OPR-ROLE
               MOVE FUNCTION UPPER-CASE (WS-OPR-ROLE) TO WS-OPR-ROLE
               IF WS-OPR-ROLE = 'V' OR WS-OPR-ROLE = 'C'
                       OR WS-OPR-ROLE = 'S'
                   MOVE 'Y' TO WS-VAL-OK
               ELSE
                   DISPLAY "Role must be V, C or S."
               END-IF
           END-PERFORM.
           EXIT SECTION.

       ADD-FIRST-SUPERVISOR SECTION.
           PERFORM ACCEPT-OPERATOR-ID.
           MOVE 'N' TO WS-VAL-OK.
           PERFORM UNTIL WS-VAL-OK = 'Y'
               DISPLAY "Enter name: " WITH NO ADVANCING
               ACCEPT WS-OPR-NAME
               IF WS-OPR-NAME = SPACES
                   DISPLAY "Name must not be blank."
               ELSE
                   MOVE 'Y' TO WS-VAL-OK
               END-IF
           END-PERFORM.
           MOVE 'S' TO WS-OPR-ROLE.
           PERFORM WRITE-NEW-OPERATOR.
           EXIT SECTION.

       ADD-OPERATOR SECTION.
           PERFORM ACCEPT-OPERATOR-ID.
           PERFORM ACCEPT-OPERATOR-FIELDS.
           PERFORM WRITE-NEW-OPERATOR.
           EXIT SECTION.

       WRITE-NEW-OPERATOR SECTION.
           PERFORM OPEN-OPERATORS-IO-RETRY.
           IF WS-FILE-STATUS = "00"
               MOVE WS-OPR-ID TO OPR-ID
               MOVE WS-OPR-NAME TO OPR-NAME
               MOVE WS-OPR-ROLE TO OPR-ROLE
               MOVE 'A' TO OPR-STATE
               WRITE OPERATOR-RECORD
               EVALUATE WS-FILE-STATUS
                   WHEN "00"
                       DISPLAY "Operator " OPR-ID " added."
                   WHEN "22"
                       DISPLAY "Operator " WS-OPR-ID
                           " is already on file."
                   WHEN OTHER
                       DISPLAY "Could not add operator, status "
                           WS-FILE-STATUS
               END-EVALUATE
               CLOSE OPERATORS-FILE
           ELSE
               DISPLAY "Operator registry is in use by another "
                   "user; try again later."
           END-IF.
           EXIT SECTION.

       EDIT-OPERATOR SECTION.
           PERFORM ACCEPT-OPERATOR-ID.
           PERFORM OPEN-OPERATORS-IO-RETRY.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Operator registry is in use by another "
                   "user; try again later."
               EXIT SECTION
           END-IF.
           MOVE WS-OPR-ID TO OPR-ID.
           PERFORM READ-OPERATOR-LOCK-RETRY.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Operator not found."
               CLOSE OPERATORS-FILE
               EXIT SECTION
           END-IF.
           MOVE OPR-ROLE TO WS-RANK-ROLE.
           PERFORM FORMAT-ROLE-NAME.
           DISPLAY "Editing operator " OPR-ID ": " OPR-NAME.
           DISPLAY "Current role: " WS-ROLE-NAME.
           PERFORM ACCEPT-OPERATOR-FIELDS.
           MOVE 'N' TO WS-VAL-OK.
           PERFORM UNTIL WS-VAL-OK = 'Y'
               DISPLAY "Active (A) or inactive (I): "
                   WITH NO ADVANCING
               ACCEPT WS-OPR-STATE
               MOVE FUNCTION UPPER-CASE (WS-OPR-STATE)
                   TO WS-OPR-STATE
               IF WS-OPR-STATE = 'A' OR WS-OPR-STATE = 'I'
                   MOVE 'Y' TO WS-VAL-OK
               ELSE
                   DISPLAY "State must be A or I."
               END-IF
           END-PERFORM.
           IF OPR-ID = WS-SIGNED-ON-ID
                   AND (WS-OPR-ROLE NOT = 'S' OR WS-OPR-STATE = 'I')
               DISPLAY "You cannot remove your own supervisor "
                   "role; update not made."
               CLOSE OPERATORS-FILE
               EXIT SECTION
           END-IF.
           MOVE WS-OPR-NAME TO OPR-NAME.
           MOVE WS-OPR-ROLE TO OPR-ROLE.
           MOVE WS-OPR-STATE TO OPR-STATE.
           REWRITE OPERATOR-RECORD.
           IF WS-FILE-STATUS = "00"
               DISPLAY "Operator updated."
           ELSE
               DISPLAY "Update failed, status " WS-FILE-STATUS
           END-IF.
           CLOSE OPERATORS-FILE.
           EXIT SECTION.

       LIST-OPERATORS SECTION.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM OPEN-OPERATORS-INPUT-RETRY.
           IF WS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO OPR-ID
               START OPERATORS-FILE KEY IS GREATER THAN OPR-ID
                   INVALID KEY
                       MOVE "23" TO WS-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM LIST-ONE-OPERATOR
                           UNTIL WS-FILE-STATUS NOT EQUAL "00"
               END-START
               CLOSE OPERATORS-FILE
               DISPLAY "Operators on file: " WS-LIST-COUNT
           ELSE
               DISPLAY "Operator registry is in use by another "
                   "user; try again later."
           END-IF.
           EXIT SECTION.

       LIST-ONE-OPERATOR SECTION.
           READ OPERATORS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE OPR-ID TO WS-LD-ID
                   MOVE OPR-NAME TO WS-LD-NAME
                   MOVE OPR-ROLE TO WS-RANK-ROLE
                   PERFORM FORMAT-ROLE-NAME
                   MOVE WS-ROLE-NAME TO WS-LD-ROLE
                   IF OPR-STATE = 'I'
                       MOVE "INACTIVE" TO WS-LD-STATE
                   ELSE
                       MOVE "ACTIVE" TO WS-LD-STATE
                   END-IF
                   DISPLAY WS-LIST-DETAIL
           END-READ.
           EXIT SECTION.

       FORMAT-ROLE-NAME SECTION.
           EVALUATE WS-RANK-ROLE
               WHEN 'S' MOVE "SUPERVISOR" TO WS-ROLE-NAME
               WHEN 'C' MOVE "CLERK" TO WS-ROLE-NAME
               WHEN 'V' MOVE "VIEWER" TO WS-ROLE-NAME
               WHEN OTHER MOVE "UNKNOWN" TO WS-ROLE-NAME
           END-EVALUATE.
           EXIT SECTION.

       SIGN-ON-OPERATOR SECTION.
           ENTRY "sign_on_operator" USING LS-RETURN-CODE
                                        LS-OPERATOR-ID
                                        LS-OPERATOR-ROLE.
           PERFORM SIGN-ON-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           MOVE WS-SIGNED-ON-ID TO LS-OPERATOR-ID.
           MOVE WS-SIGNED-ON-ROLE TO LS-OPERATOR-ROLE.
           GOBACK.

       SIGN-ON-PROC SECTION.
           MOVE SPACES TO WS-SIGNED-ON-ID.
           MOVE SPACES TO WS-SIGNED-ON-NAME.
           MOVE SPACE TO WS-SIGNED-ON-ROLE.
           MOVE 2 TO WS-RESULT-CODE.
           MOVE 0 TO WS-SIGN-ON-TRIES.
           PERFORM UNTIL WS-RESULT-CODE NOT = 2
                   OR WS-SIGN-ON-TRIES = 3
               ADD 1 TO WS-SIGN-ON-TRIES
               DISPLAY "Sign on - operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPR-ID
               MOVE FUNCTION UPPER-CASE (WS-OPR-ID) TO WS-OPR-ID
               PERFORM FIND-OPERATOR
               IF WS-RESULT-CODE = 2
                   DISPLAY "Operator ID not recognised."
               END-IF
           END-PERFORM.
           EVALUATE WS-RESULT-CODE
               WHEN 0
                   MOVE OPR-ID TO WS-SIGNED-ON-ID
                   MOVE OPR-NAME TO WS-SIGNED-ON-NAME
                   MOVE OPR-ROLE TO WS-SIGNED-ON-ROLE
                   MOVE OPR-ROLE TO WS-RANK-ROLE
                   PERFORM FORMAT-ROLE-NAME
                   DISPLAY "Signed on: " WS-SIGNED-ON-ID " "
                       WS-SIGNED-ON-NAME " (" WS-ROLE-NAME ")"
               WHEN 2
                   DISPLAY "Sign-on failed."
               WHEN 3
                   DISPLAY "No operators are set up; run OPERATORS "
                       "to add a supervisor."
               WHEN 8
                   DISPLAY "Operator registry is in use by another "
                       "user; try again later."
           END-EVALUATE.
           EXIT SECTION.

       FIND-OPERATOR SECTION.
           PERFORM OPEN-OPERATORS-INPUT-RETRY.
           EVALUATE TRUE
               WHEN WS-FILE-STATUS = "35"
                   MOVE 3 TO WS-RESULT-CODE
               WHEN WS-FILE-STATUS = "61" OR WS-FILE-STATUS = "93"
                       OR WS-FILE-STATUS = "94"
                   MOVE 8 TO WS-RESULT-CODE
               WHEN WS-FILE-STATUS NOT = "00"
                   MOVE 1 TO WS-RESULT-CODE
               WHEN OTHER
                   MOVE WS-OPR-ID TO OPR-ID
                   READ OPERATORS-FILE RECORD
                   IF WS-FILE-STATUS = "00" AND OPR-STATE = 'A'
                       MOVE 0 TO WS-RESULT-CODE
                   ELSE
                       MOVE 2 TO WS-RESULT-CODE
                   END-IF
                   IF WS-RESULT-CODE = 2
                       MOVE LOW-VALUES TO OPR-ID
                       START OPERATORS-FILE KEY IS GREATER THAN OPR-ID
                           INVALID KEY
                               MOVE 3 TO WS-RESULT-CODE
                       END-START
                   END-IF
                   CLOSE OPERATORS-FILE
           END-EVALUATE.
           EXIT SECTION.

       GET-OPERATOR SECTION.
           ENTRY "get_operator" USING LS-OPERATOR-ID
                                    LS-OPERATOR-ROLE.
           MOVE WS-SIGNED-ON-ID TO LS-OPERATOR-ID.
           MOVE WS-SIGNED-ON-ROLE TO LS-OPERATOR-ROLE.
           GOBACK.

       CHECK-OPERATOR-ROLE SECTION.
           ENTRY "check_operator_role" USING LS-RETURN-CODE
                                           LS-OPERATOR-ROLE.
           MOVE LS-OPERATOR-ROLE TO WS-RANK-ROLE.
           PERFORM CHECK-ROLE-PROC.
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE.
           GOBACK.

       CHECK-ROLE-PROC SECTION.
           PERFORM RANK-ROLE.
           MOVE WS-RANK TO WS-NEED-RANK.
           MOVE WS-SIGNED-ON-ROLE TO WS-RANK-ROLE.
           PERFORM RANK-ROLE.
           MOVE WS-RANK TO WS-HAVE-RANK.
           IF WS-SIGNED-ON-ID NOT = SPACES
                   AND WS-HAVE-RANK NOT < WS-NEED-RANK
               MOVE 0 TO WS-RESULT-CODE
           ELSE
               MOVE 4 TO WS-RESULT-CODE
               EVALUATE WS-NEED-RANK
                   WHEN 3 MOVE "SUPERVISOR" TO WS-ROLE-NAME
                   WHEN 2 MOVE "CLERK" TO WS-ROLE-NAME
                   WHEN OTHER MOVE "VIEWER" TO WS-ROLE-NAME
               END-EVALUATE
               IF WS-SIGNED-ON-ID = SPACES
                   DISPLAY "No operator is signed on; this function "
                       "needs a " WS-ROLE-NAME " sign-on."
               ELSE
                   DISPLAY "Operator " WS-SIGNED-ON-ID
                       " is not authorised; this function needs a "
                       WS-ROLE-NAME " sign-on."
               END-IF
           END-IF.
           EXIT SECTION.

       RANK-ROLE SECTION.
           EVALUATE WS-RANK-ROLE
               WHEN 'S' MOVE 3 TO WS-RANK
               WHEN 'C' MOVE 2 TO WS-RANK
               WHEN 'V' MOVE 1 TO WS-RANK
               WHEN OTHER MOVE 0 TO WS-RANK
           END-EVALUATE.
           EXIT SECTION.

       OPEN-OPERATORS-IO-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN I-O OPERATORS-FILE.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Operator registry is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN I-O OPERATORS-FILE
           END-PERFORM.
           EXIT SECTION.

       OPEN-OPERATORS-INPUT-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN INPUT OPERATORS-FILE.
           PERFORM UNTIL WS-FILE-STATUS NOT = "61"
                   AND WS-FILE-STATUS NOT = "93"
                   AND WS-FILE-STATUS NOT = "94"
               OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Operator registry is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               OPEN INPUT OPERATORS-FILE
           END-PERFORM.
           EXIT SECTION.

       READ-OPERATOR-LOCK-RETRY SECTION.
           MOVE 0 TO WS-RETRY-COUNT.
           READ OPERATORS-FILE RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "51"
                   OR WS-RETRY-COUNT = 5
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Operator record is busy; retrying..."
               CALL "C$SLEEP" USING WS-SLEEP-SECONDS
               READ OPERATORS-FILE RECORD
           END-PERFORM.
           IF WS-FILE-STATUS = "51"
               DISPLAY "Operator record is in use by another "
                   "user; try again later."
           END-IF.
           EXIT SECTION.

       END PROGRAM OPERATORS.
