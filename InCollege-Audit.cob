      *
      * The query is described in data/audit-query-parms.dat, one
      * parameter per line; a blank line means "any":
      *   line 1: username - matches the account an event was
      *           about or the staff operator who performed it
      *   line 2: from date, YYYYMMDD inclusive
      *   line 3: to date, YYYYMMDD inclusive
      *   line 4: event type (LOGIN, REGISTER, LOGOUT, ...)
           05 AUD-USERNAME                PIC X(20).
           05 AUD-EVENT-TYPE              PIC X(12).
           05 AUD-RESULT                  PIC X(7).
           05 AUD-OPERATOR-ID             PIC X(20).

       FD PARMS-FILE.
       01 PARMS-RECORD                    PIC X(100).
           05 ARC-USERNAME                PIC X(20).
           05 ARC-EVENT-TYPE              PIC X(12).
           05 ARC-RESULT                  PIC X(7).
           05 ARC-OPERATOR-ID             PIC X(20).

       FD QUERY-OUTPUT-FILE.
       01 QUERY-OUTPUT-RECORD             PIC X(100).
       01 WS-TEST-USERNAME                PIC X(20) VALUE SPACES.
       01 WS-TEST-EVENT-TYPE              PIC X(12) VALUE SPACES.
       01 WS-TEST-RESULT                  PIC X(7) VALUE SPACES.
       01 WS-TEST-OPERATOR-ID             PIC X(20) VALUE SPACES.
       01 WS-TEST-BY-TEXT                 PIC X(24) VALUE SPACES.
       01 WS-RECORD-MATCHES-FLAG          PIC 9 VALUE 0.
           88 RECORD-MATCHES              VALUE 1.

                       MOVE AUD-USERNAME TO WS-TEST-USERNAME
                       MOVE AUD-EVENT-TYPE TO WS-TEST-EVENT-TYPE
                       MOVE AUD-RESULT TO WS-TEST-RESULT
                       MOVE AUD-OPERATOR-ID TO WS-TEST-OPERATOR-ID
                       PERFORM TEST-AND-REPORT-RECORD
               END-READ
           END-PERFORM
                       MOVE ARC-USERNAME TO WS-TEST-USERNAME
                       MOVE ARC-EVENT-TYPE TO WS-TEST-EVENT-TYPE
                       MOVE ARC-RESULT TO WS-TEST-RESULT
                       MOVE ARC-OPERATOR-ID TO WS-TEST-OPERATOR-ID
                       PERFORM TEST-AND-REPORT-RECORD
               END-READ
           END-PERFORM
       TEST-AND-REPORT-RECORD.
           MOVE 1 TO WS-RECORD-MATCHES-FLAG
           IF WS-QUERY-USERNAME NOT = SPACES AND
              WS-TEST-USERNAME NOT = WS-QUERY-USERNAME AND
              WS-TEST-OPERATOR-ID NOT = WS-QUERY-USERNAME
               MOVE 0 TO WS-RECORD-MATCHES-FLAG
           END-IF
           IF WS-QUERY-FROM-DATE NOT = SPACES AND
           END-IF.

      *    One readable line per match: the timestamp broken into
      *    date and time, then who, what, and how it came out, and
      *    the staff operator behind it when there was one
       WRITE-ONE-MATCH.
           MOVE SPACES TO WS-TEST-BY-TEXT
           IF WS-TEST-OPERATOR-ID NOT = SPACES
               STRING " by " DELIMITED SIZE
                      WS-TEST-OPERATOR-ID DELIMITED SIZE
                      INTO WS-TEST-BY-TEXT
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-TEST-TIMESTAMP(1:4) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-TEST-EVENT-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-TEST-RESULT DELIMITED SIZE
                  WS-TEST-BY-TEXT DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-QUERY-LINE.
