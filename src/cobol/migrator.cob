       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-INIT-RETURN-CODE PIC 9(4).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
       01 WS-REQUIRED-ROLE PIC X.
       01 WS-MIGRATED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "sign_on_operator" USING WS-INIT-RETURN-CODE
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE
           IF WS-INIT-RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           MOVE 'C' TO WS-REQUIRED-ROLE
           CALL "check_operator_role" USING WS-INIT-RETURN-CODE
                                            WS-REQUIRED-ROLE
           IF WS-INIT-RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           CALL "init_mediamatrix" USING WS-INIT-RETURN-CODE
           PERFORM MIGRATE-MOVIES
           PERFORM MIGRATE-TVSERIES
