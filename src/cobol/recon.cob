           05 WS-CN-LABEL          PIC X(34).
           05 WS-CN-COUNT          PIC ZZZ,ZZ9.
       01 WS-RETURN-CODE          PIC 9(4).
       01 WS-OPERATOR-ID          PIC X(8).
       01 WS-OPERATOR-ROLE        PIC X.
       01 WS-REQUIRED-ROLE        PIC X.
       01 WS-ITEM-TITLE           PIC X(100).
       01 WS-ITEM-GENRE-TABLE.
           05 WS-ITEM-GENRE        PIC X(50) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "sign_on_operator" USING WS-RETURN-CODE
                                         WS-OPERATOR-ID
                                         WS-OPERATOR-ROLE
           IF WS-RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           DISPLAY "=== RECON - Flat File Reconciliation ==="
           DISPLAY "Carry missing flat-file entries into the "
               "catalog (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CARRY-MODE
           IF WS-CARRY-MODE = 'Y' OR WS-CARRY-MODE = 'y'
               MOVE 'C' TO WS-REQUIRED-ROLE
               CALL "check_operator_role" USING WS-RETURN-CODE
                                                WS-REQUIRED-ROLE
               IF WS-RETURN-CODE NOT = 0
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-CATALOG-TABLE
           OPEN OUTPUT RECON-FILE
           MOVE "MEDIAMATRIX RECONCILIATION REPORT" TO RECON-LINE
