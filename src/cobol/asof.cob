       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMS-FILE ASSIGN TO "data/items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-TITLE WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DETAILS-FILE ASSIGN TO "data/item_details.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DET-ITEM-ID
               FILE STATUS IS WS-DETAILS-STATUS.
           SELECT COPIES-FILE ASSIGN TO "data/item_copies.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COPY-KEY
               FILE STATUS IS WS-COPIES-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "data/backup_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT ARCCTL-FILE
               ASSIGN TO "data/audit_archive_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCCTL-STATUS.
           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT WORK-FILE ASSIGN TO "data/asof_work.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/asof_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEMS-FILE.
       01 ITEM-RECORD.
           05 ITEM-ID              PIC 9(6).
           05 ITEM-TITLE           PIC X(100).
           05 ITEM-YEAR            PIC 9(4).
           05 ITEM-GENRE-TABLE.
               10 ITEM-GENRE       PIC X(50) OCCURS 5 TIMES.
           05 ITEM-MEDIA-TYPE      PIC X(20).
           05 ITEM-RATING          PIC 9(2).
           05 ITEM-DESCRIPTION     PIC X(500).

       FD DETAILS-FILE.
       01 DETAIL-RECORD.
           05 DET-ITEM-ID          PIC 9(6).
           05 DET-ACQ-DATE         PIC 9(8).
           05 DET-PRICE            PIC 9(5)V99.
           05 DET-VALUE            PIC 9(5)V99.
           05 DET-CONDITION        PIC X(4).
           05 DET-DISPOSITION      PIC X(8).
           05 DET-DISPOSAL-DATE    PIC 9(8).
           05 DET-PROCEEDS         PIC 9(5)V99.
           05 DET-LOCATION         PIC X(10).
           05 DET-MERGED-INTO      PIC 9(6).
           05 FILLER               PIC X.

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

       FD CONTROL-FILE.
       01 CONTROL-LINE              PIC X(60).

       FD BACKUP-FILE.
       01 BACKUP-LINE               PIC X(884).

       FD ARCCTL-FILE.
       01 ARCCTL-LINE               PIC X(60).

       FD SOURCE-FILE.
       01 SOURCE-LINE               PIC X(923).

       FD WORK-FILE.
       01 WORK-RECORD.
           05 AW-KEY.
               10 AW-ITEM-ID       PIC 9(6).
               10 AW-COPY-NO       PIC 9(2).
           05 AW-PRESENT           PIC X.
           05 AW-IMAGE-NEEDED      PIC X.
           05 AW-RETIRED           PIC X.
           05 AW-LOC-SET           PIC X.
           05 AW-VAL-SET           PIC X.
           05 AW-NO-DETAIL         PIC X.
           05 AW-CONDITION         PIC X(4).
           05 AW-LOCATION          PIC X(10).
           05 AW-ACQ-DATE          PIC 9(8).
           05 AW-PRICE             PIC 9(5)V99.
           05 AW-VALUE             PIC 9(5)V99.
           05 AW-ITEM-IMAGE        PIC X(882).

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC X(2).
       01 WS-DETAILS-STATUS       PIC X(2).
       01 WS-COPIES-STATUS        PIC X(2).
       01 WS-CONTROL-STATUS       PIC X(2).
       01 WS-BACKUP-STATUS        PIC X(2).
       01 WS-ARCCTL-STATUS        PIC X(2).
       01 WS-SOURCE-STATUS        PIC X(2).
       01 WS-WORK-STATUS          PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-DETAILS-OPEN         PIC X.
       01 WS-COPIES-OPEN          PIC X.
       01 WS-ITEMS-OPEN           PIC X.
       01 WS-BACKUP-NAME          PIC X(40).
       01 WS-SOURCE-NAME          PIC X(40).
       01 WS-WORK-NAME            PIC X(40) VALUE
           "data/asof_work.tmp".
       01 WS-EOF                  PIC X.
       01 WS-RESULT-CODE          PIC 9(4).
       01 WS-TODAY                PIC 9(8).
       01 WS-AS-OF-DATE           PIC 9(8).
       01 WS-AS-OF-MONTH          PIC 9(6).
       01 WS-SCAN-PASS            PIC X.
       01 WS-SCAN-KIND            PIC X.
       01 WS-SCAN-FROM-MONTH      PIC 9(6).
       01 WS-SCAN-TO-MONTH        PIC 9(6).
       01 WS-BASE-FOUND           PIC X.
       01 WS-BASE-STAMP.
           05 WS-BASE-DATE         PIC 9(8).
           05 WS-BASE-TIME         PIC 9(8).
       01 WS-LINE-STAMP.
           05 WS-LINE-DATE         PIC 9(8).
           05 WS-LINE-TIME         PIC 9(8).
       01 WS-GEN-COUNT            PIC 9(2) VALUE 0.
       01 WS-GEN-IDX              PIC 9(2).
       01 WS-CHOSEN-GEN           PIC 9(2).
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 20 TIMES.
               10 WS-GEN-DATE      PIC 9(8).
               10 WS-GEN-TIME      PIC 9(8).
               10 WS-GEN-NAME      PIC X(40).
       01 WS-ARC-COUNT            PIC 9(3) VALUE 0.
       01 WS-ARC-IDX              PIC 9(3).
       01 WS-ARC-SWAPPED          PIC X.
       01 WS-ARC-TABLE.
           05 WS-ARC-ENTRY OCCURS 120 TIMES.
               10 WS-AE-MONTH      PIC 9(6).
               10 WS-AE-KIND       PIC X.
               10 WS-AE-NAME       PIC X(40).
       01 WS-ARC-HOLD.
           05 WS-AH-MONTH          PIC 9(6).
           05 WS-AH-KIND           PIC X.
           05 WS-AH-NAME           PIC X(40).
       01 WS-BASE-COUNT           PIC 9(6) VALUE 0.
       01 WS-REPLAY-COUNT         PIC 9(6) VALUE 0.
       01 WS-IMAGE-COUNT          PIC 9(6) VALUE 0.
       01 WS-ROLLBACK-COUNT       PIC 9(6) VALUE 0.
       01 WS-NO-DETAIL-COUNT      PIC 9(6) VALUE 0.
       01 WS-NEW-PRESENT          PIC X.
       01 WS-NEW-IMAGE-NEEDED     PIC X.
       01 WS-ROLL-ITEM-ID         PIC 9(6).
       01 WS-ROLL-COPY-NO         PIC 9(2).
       01 WS-ROLL-LOCATION        PIC X(10).
       01 WS-CURSOR-KEY.
           05 WS-CURSOR-ITEM-ID    PIC 9(6).
           05 WS-CURSOR-COPY-NO    PIC 9(2).
       01 WS-TITLE-RETIRED        PIC X.
       01 WS-TITLE-LISTED         PIC X.
       01 WS-COPY-RECORDS         PIC 9(3).
       01 WS-AUDIT-RECORD.
           05 WS-AR-DATE           PIC 9(8).
           05 FILLER               PIC X.
           05 WS-AR-TIME           PIC 9(8).
           05 FILLER               PIC X.
           05 WS-AR-OPERATION      PIC X(6).
           05 FILLER               PIC X.
           05 WS-AR-ITEM-ID        PIC 9(6).
           05 FILLER               PIC X.
           05 WS-AR-BEFORE         PIC X(150).
           05 FILLER               PIC X.
           05 WS-AR-AFTER          PIC X(150).
           05 FILLER               PIC X.
           05 WS-AR-OPERATOR       PIC X(8).
       01 WS-IMAGE-RECORD.
           05 WS-IR-DATE           PIC 9(8).
           05 FILLER               PIC X.
           05 WS-IR-TIME           PIC 9(8).
           05 FILLER               PIC X.
           05 WS-IR-OPERATION      PIC X(6).
           05 FILLER               PIC X.
           05 WS-IR-ITEM-ID        PIC 9(6).
           05 FILLER               PIC X.
           05 WS-IR-IMAGE          PIC X(882).
           05 FILLER               PIC X.
           05 WS-IR-OPERATOR       PIC X(8).
       01 WS-COPY-TEXT.
           05 FILLER               PIC X(5).
           05 WS-CT-COPY-NO        PIC 9(2).
           05 FILLER               PIC X(5).
           05 WS-CT-FORMAT         PIC X(10).
           05 FILLER               PIC X(6).
           05 WS-CT-CONDITION      PIC X(4).
           05 FILLER               PIC X(5).
           05 WS-CT-LOCATION       PIC X(10).
           05 FILLER               PIC X(5).
           05 WS-CT-ACQ-DATE       PIC 9(8).
           05 FILLER               PIC X(7).
           05 WS-CT-PRICE          PIC 9(5)V99.
           05 FILLER               PIC X(7).
           05 WS-CT-VALUE          PIC 9(5)V99.
           05 FILLER               PIC X(62).
       01 WS-TITLE-RECORD.
           05 WS-TR-ITEM-ID        PIC 9(6).
           05 WS-TR-TITLE          PIC X(100).
           05 WS-TR-YEAR           PIC 9(4).
           05 WS-TR-GENRE-TABLE    PIC X(250).
           05 WS-TR-MEDIA-TYPE     PIC X(20).
           05 WS-TR-RATING         PIC 9(2).
           05 WS-TR-DESCRIPTION    PIC X(500).

       01 WS-REPORT-PASS          PIC X.
       01 WS-TALLY-IDX            PIC 9.
       01 WS-FOUND                PIC X.
       01 WS-TOTAL-COUNT          PIC 9(6) VALUE 0.
       01 WS-TOTAL-COST           PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-VALUE          PIC 9(9)V99 VALUE 0.
       01 WS-LIST-COUNT           PIC 9(6) VALUE 0.
       01 WS-MEDIA-TYPE-TABLE.
           05 WS-MT-ENTRY OCCURS 9 TIMES.
               10 WS-MT-NAME       PIC X(20).
               10 WS-MT-COUNT      PIC 9(6) VALUE 0.
               10 WS-MT-COST       PIC 9(9)V99 VALUE 0.
               10 WS-MT-VALUE      PIC 9(9)V99 VALUE 0.

       01 WS-VAL-HEADING1.
           05 FILLER              PIC X(39) VALUE
               "MEDIAMATRIX INSURANCE VALUATION AS OF  ".
           05 WS-VH-DATE          PIC 9(8).
       01 WS-VAL-RULE             PIC X(80) VALUE ALL "-".
       01 WS-VAL-HEADING2.
           05 FILLER              PIC X(22) VALUE "MEDIA TYPE".
           05 FILLER              PIC X(10) VALUE "COUNT".
           05 FILLER              PIC X(16) VALUE "TOTAL COST".
           05 FILLER              PIC X(16) VALUE "TOTAL VALUE".
       01 WS-MEDIA-DETAIL.
           05 WS-MD-NAME           PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-COUNT          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-MD-COST           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DETAIL.
           05 WS-TD-LABEL          PIC X(22).
           05 WS-TD-COUNT          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-TD-COST           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-TD-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BASIS-HEADING        PIC X(40) VALUE
           "HOW THIS CATALOG WAS REBUILT".
       01 WS-BASIS-BACKUP.
           05 FILLER              PIC X(22) VALUE
               "STARTING BACKUP:".
           05 WS-BB-NAME          PIC X(40).
           05 FILLER              PIC X(7)  VALUE " TAKEN ".
           05 WS-BB-DATE          PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-BB-TIME          PIC 9(6).
       01 WS-BASIS-COUNT.
           05 WS-BC-LABEL         PIC X(40).
           05 WS-BC-COUNT         PIC ZZZ,ZZ9.
       01 WS-LIST-HEADING1.
           05 FILLER              PIC X(20) VALUE
               "ITEMS HELD AT END OF".
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-LH-DATE          PIC 9(8).
       01 WS-LIST-HEADING2.
           05 FILLER              PIC X(8)  VALUE "ID".
           05 FILLER              PIC X(4)  VALUE "CP".
           05 FILLER              PIC X(32) VALUE "TITLE".
           05 FILLER              PIC X(15) VALUE "MEDIA TYPE".
           05 FILLER              PIC X(6)  VALUE "COND".
           05 FILLER              PIC X(12) VALUE "LOCATION".
           05 FILLER              PIC X(10) VALUE "ACQUIRED".
           05 FILLER              PIC X(12) VALUE "EST VALUE".
       01 WS-LIST-DETAIL.
           05 WS-LD-ID             PIC Z(5)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-COPY-NO        PIC Z9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-TITLE          PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-MEDIA          PIC X(13).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-CONDITION      PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-LOCATION       PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-ACQ-DATE       PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-VALUE          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X     VALUE SPACE.
           05 WS-LD-FLAG           PIC X.
       01 WS-NO-DETAIL-NOTE       PIC X(80) VALUE
           "* NO DETAIL RECORD ON FILE (ITEM SINCE DELETED); VALUE NOT KN
      -    "OWN".

       LINKAGE SECTION.
       01 LS-RETURN-CODE          PIC 9(4).
       01 LS-AS-OF-DATE           PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "=== ASOF - Catalog And Valuation As Of A Date ==="
           DISPLAY "Enter date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-AS-OF-DATE
           PERFORM RUN-AS-OF-PROC
           STOP RUN.

       AS-OF-REPORT-ENTRY.
           ENTRY "as_of_report" USING LS-RETURN-CODE
                                      LS-AS-OF-DATE.
           MOVE LS-AS-OF-DATE TO WS-AS-OF-DATE
           PERFORM RUN-AS-OF-PROC
           MOVE WS-RESULT-CODE TO LS-RETURN-CODE
           GOBACK.

       RUN-AS-OF-PROC.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-RESULT-CODE
           IF WS-AS-OF-DATE NOT NUMERIC OR WS-AS-OF-DATE = 0
                   OR WS-AS-OF-DATE > WS-TODAY
               DISPLAY "Date must be YYYYMMDD and not after today."
               MOVE 4 TO WS-RESULT-CODE
           ELSE
               MOVE WS-AS-OF-DATE (1:6) TO WS-AS-OF-MONTH
               MOVE 0 TO WS-BASE-COUNT
               MOVE 0 TO WS-REPLAY-COUNT
               MOVE 0 TO WS-IMAGE-COUNT
               MOVE 0 TO WS-ROLLBACK-COUNT
               MOVE 0 TO WS-NO-DETAIL-COUNT
               MOVE 0 TO WS-TOTAL-COUNT
               MOVE 0 TO WS-TOTAL-COST
               MOVE 0 TO WS-TOTAL-VALUE
               MOVE 0 TO WS-LIST-COUNT
               PERFORM INITIALIZE-MEDIA-TYPES
               PERFORM CHOOSE-GENERATION
               PERFORM LOAD-ARCHIVE-TABLE
               OPEN OUTPUT WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "Cannot create data/asof_work.tmp, status "
                       WS-WORK-STATUS
                   MOVE 1 TO WS-RESULT-CODE
               ELSE
                   CLOSE WORK-FILE
                   OPEN I-O WORK-FILE
                   PERFORM LOAD-BASE-GENERATION
                   PERFORM REPLAY-AUDIT-LOG
                   PERFORM APPLY-LATER-IMAGES
                   PERFORM SETTLE-FROM-CATALOG
                   PERFORM BUILD-COPY-ROWS
                   PERFORM ROLL-BACK-DETAILS
                   PERFORM WRITE-AS-OF-REPORT
                   CLOSE WORK-FILE
                   CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
               END-IF
           END-IF.

       INITIALIZE-MEDIA-TYPES.
           MOVE "MOVIE" TO WS-MT-NAME (1)
           MOVE "TV SERIES" TO WS-MT-NAME (2)
           MOVE "ANIME" TO WS-MT-NAME (3)
           MOVE "GAME" TO WS-MT-NAME (4)
           MOVE "MANGA" TO WS-MT-NAME (5)
           MOVE "COMIC" TO WS-MT-NAME (6)
           MOVE "BOOK" TO WS-MT-NAME (7)
           MOVE "MAGAZINE" TO WS-MT-NAME (8)
           MOVE "OTHER" TO WS-MT-NAME (9)
           MOVE 0 TO WS-TALLY-IDX
           PERFORM UNTIL WS-TALLY-IDX = 9
               ADD 1 TO WS-TALLY-IDX
               MOVE 0 TO WS-MT-COUNT (WS-TALLY-IDX)
               MOVE 0 TO WS-MT-COST (WS-TALLY-IDX)
               MOVE 0 TO WS-MT-VALUE (WS-TALLY-IDX)
           END-PERFORM.

       CHOOSE-GENERATION.
           MOVE 0 TO WS-GEN-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONTROL-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-GEN-COUNT < 20
                               ADD 1 TO WS-GEN-COUNT
                               MOVE CONTROL-LINE (1:8)
                                   TO WS-GEN-DATE (WS-GEN-COUNT)
                               MOVE CONTROL-LINE (10:8)
                                   TO WS-GEN-TIME (WS-GEN-COUNT)
                               MOVE CONTROL-LINE (19:40)
                                   TO WS-GEN-NAME (WS-GEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           MOVE 0 TO WS-CHOSEN-GEN
           MOVE 0 TO WS-BASE-DATE
           MOVE 0 TO WS-BASE-TIME
           MOVE 0 TO WS-GEN-IDX
           PERFORM UNTIL WS-GEN-IDX = WS-GEN-COUNT
               ADD 1 TO WS-GEN-IDX
               MOVE WS-GEN-DATE (WS-GEN-IDX) TO WS-LINE-DATE
               MOVE WS-GEN-TIME (WS-GEN-IDX) TO WS-LINE-TIME
               IF WS-LINE-DATE NOT > WS-AS-OF-DATE
                       AND WS-LINE-STAMP > WS-BASE-STAMP
                   MOVE WS-GEN-IDX TO WS-CHOSEN-GEN
                   MOVE WS-LINE-STAMP TO WS-BASE-STAMP
               END-IF
           END-PERFORM
           IF WS-CHOSEN-GEN = 0
               MOVE 'N' TO WS-BASE-FOUND
               MOVE SPACES TO WS-BACKUP-NAME
           ELSE
               MOVE 'Y' TO WS-BASE-FOUND
               MOVE WS-GEN-NAME (WS-CHOSEN-GEN) TO WS-BACKUP-NAME
           END-IF.

       LOAD-ARCHIVE-TABLE.
           MOVE 0 TO WS-ARC-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCCTL-FILE
           IF WS-ARCCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCCTL-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-ARC-COUNT < 120
                                   AND ARCCTL-LINE (1:6) IS NUMERIC
                               ADD 1 TO WS-ARC-COUNT
                               MOVE ARCCTL-LINE (1:6)
                                   TO WS-AE-MONTH (WS-ARC-COUNT)
                               MOVE ARCCTL-LINE (8:1)
                                   TO WS-AE-KIND (WS-ARC-COUNT)
                               MOVE ARCCTL-LINE (10:40)
                                   TO WS-AE-NAME (WS-ARC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCCTL-FILE
           END-IF
           MOVE 'Y' TO WS-ARC-SWAPPED
           PERFORM UNTIL WS-ARC-SWAPPED = 'N'
               MOVE 'N' TO WS-ARC-SWAPPED
               MOVE 1 TO WS-ARC-IDX
               PERFORM UNTIL WS-ARC-IDX NOT < WS-ARC-COUNT
                   IF WS-AE-MONTH (WS-ARC-IDX)
                           > WS-AE-MONTH (WS-ARC-IDX + 1)
                       MOVE WS-ARC-ENTRY (WS-ARC-IDX) TO WS-ARC-HOLD
                       MOVE WS-ARC-ENTRY (WS-ARC-IDX + 1)
                           TO WS-ARC-ENTRY (WS-ARC-IDX)
                       MOVE WS-ARC-HOLD TO WS-ARC-ENTRY (WS-ARC-IDX + 1)
                       MOVE 'Y' TO WS-ARC-SWAPPED
                   END-IF
                   ADD 1 TO WS-ARC-IDX
               END-PERFORM
           END-PERFORM.

       LOAD-BASE-GENERATION.
           IF WS-BASE-FOUND = 'Y'
               OPEN INPUT BACKUP-FILE
               IF WS-BACKUP-STATUS NOT = "00"
                   DISPLAY "Cannot open " WS-BACKUP-NAME " status "
                       WS-BACKUP-STATUS
                   DISPLAY "Rebuilding from the audit trail only."
                   MOVE 'N' TO WS-BASE-FOUND
                   MOVE 0 TO WS-BASE-DATE
                   MOVE 0 TO WS-BASE-TIME
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BACKUP-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-BACKUP-LINE
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-FILE
               END-IF
           END-IF.

       LOAD-ONE-BACKUP-LINE.
           IF BACKUP-LINE (1:1) = "I"
                   AND BACKUP-LINE (3:6) IS NUMERIC
                   AND BACKUP-LINE (3:6) NOT = "000000"
               PERFORM CLEAR-WORK-RECORD
               MOVE BACKUP-LINE (3:6) TO AW-ITEM-ID
               MOVE 0 TO AW-COPY-NO
               MOVE 'Y' TO AW-PRESENT
               MOVE BACKUP-LINE (3:882) TO AW-ITEM-IMAGE
               WRITE WORK-RECORD
               IF WS-WORK-STATUS = "00"
                   ADD 1 TO WS-BASE-COUNT
               END-IF
           END-IF.

       CLEAR-WORK-RECORD.
           MOVE SPACES TO WORK-RECORD
           MOVE 0 TO AW-ITEM-ID
           MOVE 0 TO AW-COPY-NO
           MOVE 'Y' TO AW-PRESENT
           MOVE 'N' TO AW-IMAGE-NEEDED
           MOVE 'N' TO AW-RETIRED
           MOVE 'N' TO AW-LOC-SET
           MOVE 'N' TO AW-VAL-SET
           MOVE 'N' TO AW-NO-DETAIL
           MOVE 0 TO AW-ACQ-DATE
           MOVE 0 TO AW-PRICE
           MOVE 0 TO AW-VALUE.

       SCAN-AUDIT-SOURCES.
           MOVE 0 TO WS-ARC-IDX
           PERFORM UNTIL WS-ARC-IDX = WS-ARC-COUNT
               ADD 1 TO WS-ARC-IDX
               IF WS-AE-KIND (WS-ARC-IDX) = WS-SCAN-KIND
                       AND WS-AE-MONTH (WS-ARC-IDX)
                           NOT < WS-SCAN-FROM-MONTH
                       AND WS-AE-MONTH (WS-ARC-IDX)
                           NOT > WS-SCAN-TO-MONTH
                   MOVE WS-AE-NAME (WS-ARC-IDX) TO WS-SOURCE-NAME
                   PERFORM SCAN-ONE-SOURCE
               END-IF
           END-PERFORM
           IF WS-SCAN-KIND = 'L'
               MOVE "data/audit_log.txt" TO WS-SOURCE-NAME
           ELSE
               MOVE "data/audit_images.dat" TO WS-SOURCE-NAME
           END-IF
           PERFORM SCAN-ONE-SOURCE.

       SCAN-ONE-SOURCE.
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SOURCE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM PROCESS-SOURCE-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

       PROCESS-SOURCE-LINE.
           IF SOURCE-LINE (1:8) IS NUMERIC
                   AND SOURCE-LINE (10:8) IS NUMERIC
                   AND SOURCE-LINE (26:6) IS NUMERIC
               EVALUATE WS-SCAN-PASS
                   WHEN 'F'
                       PERFORM REPLAY-ONE-LINE
                   WHEN 'I'
                       PERFORM APPLY-ONE-IMAGE
                   WHEN 'R'
                       PERFORM ROLL-BACK-ONE-LINE
               END-EVALUATE
           END-IF.

       REPLAY-AUDIT-LOG.
           MOVE 'F' TO WS-SCAN-PASS
           MOVE 'L' TO WS-SCAN-KIND
           MOVE WS-BASE-DATE (1:6) TO WS-SCAN-FROM-MONTH
           MOVE WS-AS-OF-MONTH TO WS-SCAN-TO-MONTH
           PERFORM SCAN-AUDIT-SOURCES.

       REPLAY-ONE-LINE.
           MOVE SOURCE-LINE (1:350) TO WS-AUDIT-RECORD
           MOVE WS-AR-DATE TO WS-LINE-DATE
           MOVE WS-AR-TIME TO WS-LINE-TIME
           IF WS-LINE-STAMP > WS-BASE-STAMP
                   AND WS-AR-DATE NOT > WS-AS-OF-DATE
                   AND WS-AR-ITEM-ID > 0
               EVALUATE WS-AR-OPERATION
                   WHEN "ADD   "
                   WHEN "EDIT  "
                   WHEN "GENRE "
                   WHEN "MERGE "
                   WHEN "RESTOR"
                       MOVE 'Y' TO WS-NEW-PRESENT
                       MOVE 'Y' TO WS-NEW-IMAGE-NEEDED
                       PERFORM MARK-TITLE-STATE
                   WHEN "DELETE"
                       MOVE 'N' TO WS-NEW-PRESENT
                       MOVE 'N' TO WS-NEW-IMAGE-NEEDED
                       PERFORM MARK-TITLE-STATE
               END-EVALUATE
           END-IF.

       MARK-TITLE-STATE.
           MOVE WS-AR-ITEM-ID TO AW-ITEM-ID
           MOVE 0 TO AW-COPY-NO
           READ WORK-FILE RECORD
           IF WS-WORK-STATUS = "00"
               MOVE WS-NEW-PRESENT TO AW-PRESENT
               MOVE WS-NEW-IMAGE-NEEDED TO AW-IMAGE-NEEDED
               REWRITE WORK-RECORD
           ELSE
               PERFORM CLEAR-WORK-RECORD
               MOVE WS-AR-ITEM-ID TO AW-ITEM-ID
               MOVE 0 TO AW-COPY-NO
               MOVE WS-NEW-PRESENT TO AW-PRESENT
               MOVE WS-NEW-IMAGE-NEEDED TO AW-IMAGE-NEEDED
               WRITE WORK-RECORD
           END-IF
           ADD 1 TO WS-REPLAY-COUNT.

       APPLY-LATER-IMAGES.
           MOVE 'I' TO WS-SCAN-PASS
           MOVE 'I' TO WS-SCAN-KIND
           MOVE WS-AS-OF-MONTH TO WS-SCAN-FROM-MONTH
           MOVE 999999 TO WS-SCAN-TO-MONTH
           PERFORM SCAN-AUDIT-SOURCES.

       APPLY-ONE-IMAGE.
           MOVE SOURCE-LINE TO WS-IMAGE-RECORD
           IF WS-IR-DATE > WS-AS-OF-DATE AND WS-IR-ITEM-ID > 0
               MOVE WS-IR-ITEM-ID TO AW-ITEM-ID
               MOVE 0 TO AW-COPY-NO
               READ WORK-FILE RECORD
               IF WS-WORK-STATUS = "00" AND AW-IMAGE-NEEDED = 'Y'
                   MOVE WS-IR-IMAGE TO AW-ITEM-IMAGE
                   MOVE 'N' TO AW-IMAGE-NEEDED
                   REWRITE WORK-RECORD
                   ADD 1 TO WS-IMAGE-COUNT
               END-IF
           END-IF.

       SETTLE-FROM-CATALOG.
           MOVE 'N' TO WS-ITEMS-OPEN
           OPEN INPUT ITEMS-FILE
           IF WS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ITEMS-OPEN
           ELSE
               DISPLAY "Cannot open data/items.dat, status "
                   WS-FILE-STATUS
           END-IF
           MOVE 0 TO AW-ITEM-ID
           MOVE 0 TO AW-COPY-NO
           START WORK-FILE KEY IS GREATER THAN AW-KEY
               INVALID KEY
                   MOVE "23" TO WS-WORK-STATUS
               NOT INVALID KEY
                   PERFORM SETTLE-ONE-TITLE
                       UNTIL WS-WORK-STATUS NOT = "00"
           END-START
           IF WS-ITEMS-OPEN = 'Y'
               CLOSE ITEMS-FILE
           END-IF.

       SETTLE-ONE-TITLE.
           READ WORK-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-WORK-STATUS
               NOT AT END
                   IF AW-IMAGE-NEEDED = 'Y' AND WS-ITEMS-OPEN = 'Y'
                       MOVE AW-ITEM-ID TO ITEM-ID
                       READ ITEMS-FILE RECORD
                       IF WS-FILE-STATUS = "00"
                           MOVE ITEM-RECORD TO AW-ITEM-IMAGE
                       END-IF
                       MOVE 'N' TO AW-IMAGE-NEEDED
                       REWRITE WORK-RECORD
                   END-IF
           END-READ.

       BUILD-COPY-ROWS.
           MOVE 'N' TO WS-DETAILS-OPEN
           OPEN INPUT DETAILS-FILE
           IF WS-DETAILS-STATUS = "00"
               MOVE 'Y' TO WS-DETAILS-OPEN
           END-IF
           MOVE 'N' TO WS-COPIES-OPEN
           OPEN INPUT COPIES-FILE
           IF WS-COPIES-STATUS = "00"
               MOVE 'Y' TO WS-COPIES-OPEN
           END-IF
           MOVE 0 TO WS-CURSOR-ITEM-ID
           MOVE 99 TO WS-CURSOR-COPY-NO
           MOVE "00" TO WS-WORK-STATUS
           PERFORM BUILD-NEXT-TITLE
               UNTIL WS-WORK-STATUS NOT = "00"
           IF WS-COPIES-OPEN = 'Y'
               CLOSE COPIES-FILE
           END-IF
           IF WS-DETAILS-OPEN = 'Y'
               CLOSE DETAILS-FILE
           END-IF.

       BUILD-NEXT-TITLE.
           MOVE WS-CURSOR-KEY TO AW-KEY
           START WORK-FILE KEY IS GREATER THAN AW-KEY
               INVALID KEY
                   MOVE "23" TO WS-WORK-STATUS
               NOT INVALID KEY
                   READ WORK-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-WORK-STATUS
                       NOT AT END
                           MOVE AW-ITEM-ID TO WS-CURSOR-ITEM-ID
                           MOVE 99 TO WS-CURSOR-COPY-NO
                           IF AW-COPY-NO = 0 AND AW-PRESENT = 'Y'
                               PERFORM BUILD-TITLE-COPIES
                           END-IF
                           MOVE "00" TO WS-WORK-STATUS
                   END-READ
           END-START.

       BUILD-TITLE-COPIES.
           MOVE 'N' TO WS-TITLE-RETIRED
           MOVE AW-ITEM-ID TO DET-ITEM-ID
           MOVE "23" TO WS-DETAILS-STATUS
           IF WS-DETAILS-OPEN = 'Y'
               READ DETAILS-FILE RECORD
           END-IF
           IF WS-DETAILS-STATUS = "00"
               IF DET-DISPOSITION NOT = SPACES
                       AND DET-DISPOSAL-DATE NOT > WS-AS-OF-DATE
                   MOVE 'Y' TO WS-TITLE-RETIRED
               END-IF
               MOVE WS-TITLE-RETIRED TO AW-RETIRED
               REWRITE WORK-RECORD
               MOVE 0 TO WS-COPY-RECORDS
               IF WS-COPIES-OPEN = 'Y'
                   MOVE DET-ITEM-ID TO COPY-ITEM-ID
                   MOVE 0 TO COPY-NO
                   START COPIES-FILE KEY IS GREATER THAN COPY-KEY
                       INVALID KEY
                           MOVE "23" TO WS-COPIES-STATUS
                       NOT INVALID KEY
                           PERFORM BUILD-ONE-COPY-ROW
                               UNTIL WS-COPIES-STATUS NOT = "00"
                   END-START
               END-IF
               IF WS-COPY-RECORDS = 0
                   PERFORM CLEAR-WORK-RECORD
                   MOVE DET-ITEM-ID TO AW-ITEM-ID
                   MOVE 1 TO AW-COPY-NO
                   MOVE WS-TITLE-RETIRED TO AW-RETIRED
                   MOVE DET-CONDITION TO AW-CONDITION
                   MOVE DET-LOCATION TO AW-LOCATION
                   MOVE DET-ACQ-DATE TO AW-ACQ-DATE
                   MOVE DET-PRICE TO AW-PRICE
                   MOVE DET-VALUE TO AW-VALUE
                   WRITE WORK-RECORD
               END-IF
           ELSE
               MOVE AW-ITEM-ID TO WS-ROLL-ITEM-ID
               PERFORM CLEAR-WORK-RECORD
               MOVE WS-ROLL-ITEM-ID TO AW-ITEM-ID
               MOVE 1 TO AW-COPY-NO
               MOVE 'Y' TO AW-NO-DETAIL
               WRITE WORK-RECORD
           END-IF.

       BUILD-ONE-COPY-ROW.
           READ COPIES-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-COPIES-STATUS
               NOT AT END
                   IF COPY-ITEM-ID NOT = DET-ITEM-ID
                       MOVE "10" TO WS-COPIES-STATUS
                   ELSE
                       ADD 1 TO WS-COPY-RECORDS
                       PERFORM CLEAR-WORK-RECORD
                       MOVE COPY-ITEM-ID TO AW-ITEM-ID
                       MOVE COPY-NO TO AW-COPY-NO
                       IF WS-TITLE-RETIRED = 'Y'
                           MOVE 'Y' TO AW-RETIRED
                       END-IF
                       IF COPY-DISPOSITION NOT = SPACES
                               AND COPY-DISPOSAL-DATE
                                   NOT > WS-AS-OF-DATE
                           MOVE 'Y' TO AW-RETIRED
                       END-IF
                       MOVE COPY-CONDITION TO AW-CONDITION
                       MOVE COPY-LOCATION TO AW-LOCATION
                       MOVE COPY-ACQ-DATE TO AW-ACQ-DATE
                       MOVE COPY-PRICE TO AW-PRICE
                       MOVE COPY-VALUE TO AW-VALUE
                       WRITE WORK-RECORD
                   END-IF
           END-READ.

       ROLL-BACK-DETAILS.
           MOVE 'R' TO WS-SCAN-PASS
           MOVE 'L' TO WS-SCAN-KIND
           MOVE WS-AS-OF-MONTH TO WS-SCAN-FROM-MONTH
           MOVE 999999 TO WS-SCAN-TO-MONTH
           PERFORM SCAN-AUDIT-SOURCES.

       ROLL-BACK-ONE-LINE.
           MOVE SOURCE-LINE (1:350) TO WS-AUDIT-RECORD
           IF WS-AR-DATE > WS-AS-OF-DATE AND WS-AR-ITEM-ID > 0
               MOVE WS-AR-ITEM-ID TO WS-ROLL-ITEM-ID
               EVALUATE WS-AR-OPERATION
                   WHEN "MOVE  "
                       MOVE 1 TO WS-ROLL-COPY-NO
                       MOVE WS-AR-BEFORE (5:10) TO WS-ROLL-LOCATION
                       PERFORM ROLL-BACK-LOCATION
                   WHEN "MOVCPY"
                       IF WS-AR-BEFORE (6:2) IS NUMERIC
                           MOVE WS-AR-BEFORE (6:2) TO WS-ROLL-COPY-NO
                           MOVE WS-AR-BEFORE (13:10)
                               TO WS-ROLL-LOCATION
                           PERFORM ROLL-BACK-LOCATION
                       END-IF
                   WHEN "EDTCPY"
                   WHEN "RETCPY"
                       MOVE WS-AR-BEFORE TO WS-COPY-TEXT
                       IF WS-CT-COPY-NO IS NUMERIC
                           MOVE WS-CT-COPY-NO TO WS-ROLL-COPY-NO
                           PERFORM ROLL-BACK-COPY-VALUES
                       END-IF
                   WHEN "ADDCPY"
                       MOVE WS-AR-AFTER TO WS-COPY-TEXT
                       IF WS-CT-COPY-NO IS NUMERIC
                           MOVE WS-CT-COPY-NO TO WS-ROLL-COPY-NO
                           PERFORM ROLL-BACK-COPY-ADD
                       END-IF
               END-EVALUATE
           END-IF.

       ROLL-BACK-LOCATION.
           MOVE WS-ROLL-ITEM-ID TO AW-ITEM-ID
           MOVE WS-ROLL-COPY-NO TO AW-COPY-NO
           READ WORK-FILE RECORD
           IF WS-WORK-STATUS = "00" AND AW-LOC-SET = 'N'
               MOVE WS-ROLL-LOCATION TO AW-LOCATION
               MOVE 'Y' TO AW-LOC-SET
               REWRITE WORK-RECORD
               ADD 1 TO WS-ROLLBACK-COUNT
           END-IF.

       ROLL-BACK-COPY-VALUES.
           MOVE WS-ROLL-ITEM-ID TO AW-ITEM-ID
           MOVE WS-ROLL-COPY-NO TO AW-COPY-NO
           READ WORK-FILE RECORD
           IF WS-WORK-STATUS = "00"
                   AND (AW-LOC-SET = 'N' OR AW-VAL-SET = 'N')
               IF AW-LOC-SET = 'N'
                   MOVE WS-CT-LOCATION TO AW-LOCATION
                   MOVE 'Y' TO AW-LOC-SET
               END-IF
               IF AW-VAL-SET = 'N'
                   MOVE WS-CT-CONDITION TO AW-CONDITION
                   IF WS-CT-ACQ-DATE IS NUMERIC
                       MOVE WS-CT-ACQ-DATE TO AW-ACQ-DATE
                   END-IF
                   IF WS-CT-PRICE IS NUMERIC
                       MOVE WS-CT-PRICE TO AW-PRICE
                   END-IF
                   IF WS-CT-VALUE IS NUMERIC
                       MOVE WS-CT-VALUE TO AW-VALUE
                   END-IF
                   MOVE 'Y' TO AW-VAL-SET
               END-IF
               REWRITE WORK-RECORD
               ADD 1 TO WS-ROLLBACK-COUNT
           END-IF.

       ROLL-BACK-COPY-ADD.
           MOVE WS-ROLL-ITEM-ID TO AW-ITEM-ID
           MOVE WS-ROLL-COPY-NO TO AW-COPY-NO
           READ WORK-FILE RECORD
           IF WS-WORK-STATUS = "00" AND AW-LOC-SET = 'N'
                   AND AW-VAL-SET = 'N'
               MOVE 'N' TO AW-PRESENT
               MOVE 'Y' TO AW-LOC-SET
               MOVE 'Y' TO AW-VAL-SET
               REWRITE WORK-RECORD
               ADD 1 TO WS-ROLLBACK-COUNT
           END-IF.

       WRITE-AS-OF-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Cannot open data/asof_report.txt, status "
                   WS-REPORT-STATUS
               MOVE 1 TO WS-RESULT-CODE
           ELSE
               MOVE 'T' TO WS-REPORT-PASS
               PERFORM SCAN-WORK-FILE
               PERFORM WRITE-SUMMARY-SECTIONS
               PERFORM WRITE-BASIS-SECTION
               MOVE 'L' TO WS-REPORT-PASS
               PERFORM WRITE-LIST-HEADER
               PERFORM SCAN-WORK-FILE
               PERFORM WRITE-LIST-FOOTER
               CLOSE REPORT-FILE
               DISPLAY "As-of report written to data/asof_report.txt"
               DISPLAY "Copies held on " WS-AS-OF-DATE ": "
                   WS-TOTAL-COUNT
           END-IF.

       SCAN-WORK-FILE.
           MOVE 'N' TO WS-TITLE-LISTED
           MOVE 0 TO AW-ITEM-ID
           MOVE 0 TO AW-COPY-NO
           START WORK-FILE KEY IS GREATER THAN AW-KEY
               INVALID KEY
                   MOVE "23" TO WS-WORK-STATUS
               NOT INVALID KEY
                   PERFORM REPORT-ONE-ROW
                       UNTIL WS-WORK-STATUS NOT = "00"
           END-START.

       REPORT-ONE-ROW.
           READ WORK-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-WORK-STATUS
               NOT AT END
                   IF AW-COPY-NO = 0
                       MOVE AW-ITEM-IMAGE TO WS-TITLE-RECORD
                       IF AW-PRESENT = 'Y' AND AW-RETIRED = 'N'
                           MOVE 'Y' TO WS-TITLE-LISTED
                       ELSE
                           MOVE 'N' TO WS-TITLE-LISTED
                       END-IF
                   ELSE
                       IF WS-TITLE-LISTED = 'Y' AND AW-PRESENT = 'Y'
                               AND AW-RETIRED = 'N'
                           IF WS-REPORT-PASS = 'T'
                               PERFORM TALLY-COPY
                           ELSE
                               PERFORM WRITE-LIST-DETAIL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       TALLY-COPY.
           ADD 1 TO WS-TOTAL-COUNT
           ADD AW-PRICE TO WS-TOTAL-COST
           ADD AW-VALUE TO WS-TOTAL-VALUE
           IF AW-NO-DETAIL = 'Y'
               ADD 1 TO WS-NO-DETAIL-COUNT
           END-IF
           MOVE 0 TO WS-TALLY-IDX
           MOVE 'N' TO WS-FOUND
           PERFORM UNTIL WS-TALLY-IDX = 8 OR WS-FOUND = 'Y'
               ADD 1 TO WS-TALLY-IDX
               IF WS-MT-NAME (WS-TALLY-IDX) EQUAL WS-TR-MEDIA-TYPE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               MOVE 9 TO WS-TALLY-IDX
           END-IF
           ADD 1 TO WS-MT-COUNT (WS-TALLY-IDX)
           ADD AW-PRICE TO WS-MT-COST (WS-TALLY-IDX)
           ADD AW-VALUE TO WS-MT-VALUE (WS-TALLY-IDX).

       WRITE-SUMMARY-SECTIONS.
           MOVE WS-AS-OF-DATE TO WS-VH-DATE
           MOVE WS-VAL-HEADING1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VAL-RULE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VAL-HEADING2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-TALLY-IDX
           PERFORM UNTIL WS-TALLY-IDX = 9
               ADD 1 TO WS-TALLY-IDX
               MOVE WS-MT-NAME (WS-TALLY-IDX) TO WS-MD-NAME
               MOVE WS-MT-COUNT (WS-TALLY-IDX) TO WS-MD-COUNT
               MOVE WS-MT-COST (WS-TALLY-IDX) TO WS-MD-COST
               MOVE WS-MT-VALUE (WS-TALLY-IDX) TO WS-MD-VALUE
               MOVE WS-MEDIA-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-VAL-RULE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-DETAIL
           MOVE "TOTAL COLLECTION" TO WS-TD-LABEL
           MOVE WS-TOTAL-COUNT TO WS-TD-COUNT
           MOVE WS-TOTAL-COST TO WS-TD-COST
           MOVE WS-TOTAL-VALUE TO WS-TD-VALUE
           MOVE WS-TOTAL-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BASIS-SECTION.
           MOVE WS-BASIS-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VAL-RULE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BASE-FOUND = 'Y'
               MOVE WS-BACKUP-NAME TO WS-BB-NAME
               MOVE WS-BASE-DATE TO WS-BB-DATE
               MOVE WS-BASE-TIME (1:6) TO WS-BB-TIME
               MOVE WS-BASIS-BACKUP TO REPORT-LINE
           ELSE
               MOVE "STARTING BACKUP:     NONE ON OR BEFORE THIS DATE;
      -            "AUDIT TRAIL ONLY" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE "TITLES IN STARTING BACKUP" TO WS-BC-LABEL
           MOVE WS-BASE-COUNT TO WS-BC-COUNT
           MOVE WS-BASIS-COUNT TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "AUDIT ENTRIES REPLAYED" TO WS-BC-LABEL
           MOVE WS-REPLAY-COUNT TO WS-BC-COUNT
           MOVE WS-BASIS-COUNT TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LATER BEFORE-IMAGES APPLIED" TO WS-BC-LABEL
           MOVE WS-IMAGE-COUNT TO WS-BC-COUNT
           MOVE WS-BASIS-COUNT TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LATER COPY CHANGES ROLLED BACK" TO WS-BC-LABEL
           MOVE WS-ROLLBACK-COUNT TO WS-BC-COUNT
           MOVE WS-BASIS-COUNT TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COPIES WITH NO DETAIL RECORD" TO WS-BC-LABEL
           MOVE WS-NO-DETAIL-COUNT TO WS-BC-COUNT
           MOVE WS-BASIS-COUNT TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-LIST-HEADER.
           MOVE WS-AS-OF-DATE TO WS-LH-DATE
           MOVE WS-LIST-HEADING1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VAL-RULE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIST-HEADING2 TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-LIST-DETAIL.
           ADD 1 TO WS-LIST-COUNT
           MOVE AW-ITEM-ID TO WS-LD-ID
           MOVE AW-COPY-NO TO WS-LD-COPY-NO
           IF WS-TR-TITLE = SPACES
               MOVE "(TITLE NOT ON FILE)" TO WS-LD-TITLE
           ELSE
               MOVE WS-TR-TITLE (1:30) TO WS-LD-TITLE
           END-IF
           MOVE WS-TR-MEDIA-TYPE (1:13) TO WS-LD-MEDIA
           MOVE AW-CONDITION TO WS-LD-CONDITION
           MOVE AW-LOCATION TO WS-LD-LOCATION
           MOVE AW-ACQ-DATE TO WS-LD-ACQ-DATE
           MOVE AW-VALUE TO WS-LD-VALUE
           IF AW-NO-DETAIL = 'Y'
               MOVE "*" TO WS-LD-FLAG
           ELSE
               MOVE SPACE TO WS-LD-FLAG
           END-IF
           MOVE WS-LIST-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-LIST-FOOTER.
           IF WS-LIST-COUNT = 0
               MOVE "(NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-NO-DETAIL-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-NO-DETAIL-NOTE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM ASOF.
