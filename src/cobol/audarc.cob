       01 AUDIT-LINE                PIC X(350).

       FD AUDIT-IMAGE-FILE.
       01 AUDIT-IMAGE-LINE          PIC X(923).

       FD KEEP-FILE.
       01 KEEP-LINE                 PIC X(923).

       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE              PIC X(923).

       FD ARCCTL-FILE.
       01 ARCCTL-LINE               PIC X(60).
       01 WS-LINE-MONTH           PIC 9(6).
       01 WS-OPEN-ARC-MONTH       PIC 9(6).
       01 WS-ARC-KIND             PIC X.
       01 WS-ARC-CONTENT          PIC X(923).
       01 WS-ARCHIVED-LOG         PIC 9(6) VALUE 0.
       01 WS-KEPT-LOG             PIC 9(6) VALUE 0.
       01 WS-ARCHIVED-IMG         PIC 9(6) VALUE 0.
