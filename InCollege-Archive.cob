           05 AUD-USERNAME                PIC X(20).
           05 AUD-EVENT-TYPE              PIC X(12).
           05 AUD-RESULT                  PIC X(7).
           05 AUD-OPERATOR-ID             PIC X(20).

       FD CONFIG-FILE.
       01 CONFIG-RECORD                   PIC X(100).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD                  PIC X(73).

       WORKING-STORAGE SECTION.

       01 WS-MAX-KEEP                     PIC 9(4) VALUE 1000.
       01 WS-KEEP-TABLE.
           05 WS-KEEP-ROW OCCURS 1000 TIMES
                                          PIC X(73).
       01 WS-KEEP-OVERFLOW-FLAG           PIC 9 VALUE 0.
           88 KEEP-TABLE-OVERFLOWED       VALUE 1.

