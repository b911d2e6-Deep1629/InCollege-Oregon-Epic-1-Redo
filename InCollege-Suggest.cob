       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-SUGGEST.
       AUTHOR. DEVELOPER-2-DM.
      *================================================================*
      * InCollege - Nightly Connection Suggestions
      *
      * Batch variant of the interactive "People you may know"
      * option under Find Someone, run in the nightly window so
      * advisors can see who each student might reach out to. For
      * every active student it scores each other active student
      * the two have no connection row with (pending or accepted,
      * either direction) and no block between them, and writes the
      * best five with their reasons to
      * data/connection-suggestions.dat - one section per student.
      *
      * The scoring is the same as INCOLLEGE's SUGGEST-CONNECTIONS:
      * two points per shared accepted connection, one each for the
      * same university, major, and graduation year. Employer
      * accounts are neither given nor offered suggestions.
      *================================================================*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "data/profiles.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT CONNECTIONS-FILE ASSIGN TO "data/connections.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CONNECTIONS-STATUS.

           SELECT BLOCKS-FILE ASSIGN TO "data/blocks.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BLOCKS-STATUS.

           SELECT SUGGEST-FILE
               ASSIGN TO "data/connection-suggestions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGGEST-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD ACCOUNTS-FILE.
       01 ACCOUNT-RECORD.
           05 AR-USERNAME                 PIC X(20).
           05 AR-PASSWORD                 PIC X(16).
           05 AR-CREATED-DATE             PIC X(8).
           05 AR-STATUS                   PIC X(1).
               88 AR-IS-ACTIVE            VALUE "A" SPACE.
               88 AR-IS-INACTIVE          VALUE "I".
               88 AR-IS-LOCKED            VALUE "L".
           05 AR-FAIL-COUNT               PIC X(2).
           05 AR-ROLE                     PIC X(1).
               88 AR-IS-STUDENT           VALUE "S" SPACE.
               88 AR-IS-EMPLOYER          VALUE "E".
           05 FILLER                      PIC X(12).

       FD PROFILES-FILE.
       01 PROFILE-RECORD.
           05 PR-USERNAME                 PIC X(20).
           05 PR-FULL-NAME                PIC X(30).
           05 PR-UNIVERSITY               PIC X(30).
           05 PR-MAJOR                    PIC X(30).
           05 PR-GRAD-YEAR                PIC 9(4).
           05 FILLER                      PIC X(10).

       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
           05 CR-KEY.
               10 CR-REQUESTER            PIC X(20).
               10 CR-RECIPIENT            PIC X(20).
           05 CR-STATUS                   PIC X(1).
               88 CR-IS-PENDING           VALUE "P".
               88 CR-IS-ACCEPTED          VALUE "A".
           05 FILLER                      PIC X(9).

       FD BLOCKS-FILE.
       01 BLOCK-RECORD.
           05 BK-KEY.
               10 BK-BLOCKER              PIC X(20).
               10 BK-BLOCKED              PIC X(20).
           05 BK-BLOCKED-DATE             PIC X(8).
           05 FILLER                      PIC X(12).

       FD SUGGEST-FILE.
       01 SUGGEST-RECORD                  PIC X(100).

       WORKING-STORAGE SECTION.

      *    File status variables
       01 WS-ACCOUNTS-STATUS              PIC XX VALUE SPACES.
       01 WS-PROFILES-STATUS              PIC XX VALUE SPACES.
       01 WS-CONNECTIONS-STATUS           PIC XX VALUE SPACES.
       01 WS-BLOCKS-STATUS                PIC XX VALUE SPACES.
       01 WS-SUGGEST-STATUS               PIC XX VALUE SPACES.

       01 WS-TODAY-DATE                   PIC X(8) VALUE SPACES.
       01 WS-OUTPUT-LINE                  PIC X(100) VALUE SPACES.

      *    Every profile, loaded once in username order. Only the
      *    eligible ones (active students) get a section or are
      *    suggested, but a shared connection counts whoever it is.
       01 WS-MAX-PEOPLE                   PIC 999 VALUE 300.
       01 WS-PEOPLE-COUNT                 PIC 999 VALUE 0.
       01 WS-PEOPLE-TABLE.
           05 WS-PERSON OCCURS 300 TIMES.
               10 WS-PERSON-USERNAME      PIC X(20).
               10 WS-PERSON-FULL-NAME     PIC X(30).
               10 WS-PERSON-UNIVERSITY    PIC X(30).
               10 WS-PERSON-MAJOR         PIC X(30).
               10 WS-PERSON-GRAD-YEAR     PIC 9(4).
               10 WS-PERSON-ELIGIBLE      PIC X(1).
               10 WS-PERSON-MUTUAL        PIC 999.
               10 WS-PERSON-SCORE         PIC 9(4).
               10 WS-PERSON-SHOWN         PIC X(1).
      *    Set when the profiles master has more rows than the
      *    table - the suggestions file says so, so an advisor
      *    never mistakes a partial run for full coverage
       01 WS-PEOPLE-TRUNCATED-FLAG        PIC 9 VALUE 0.
           88 PEOPLE-TRUNCATED            VALUE 1.

      *    WS-LINK(i, j) holds the CR-STATUS of the connection row
      *    between person i and person j, whichever way it was
      *    requested, or a space when there is none
       01 WS-LINK-MATRIX.
           05 WS-LINK-ROW OCCURS 300 TIMES.
               10 WS-LINK OCCURS 300 TIMES
                                          PIC X(1).

      *    The student being worked and their accepted connections
       01 WS-STUDENT-INDEX                PIC 999 VALUE 0.
       01 WS-OTHER-INDEX                  PIC 999 VALUE 0.
       01 WS-FRIEND-COUNT                 PIC 999 VALUE 0.
       01 WS-FRIEND-INDEX                 PIC 999 VALUE 0.
       01 WS-FRIEND-TABLE.
           05 WS-FRIEND OCCURS 300 TIMES
                                          PIC 999.
       01 WS-MAX-SUGGESTIONS              PIC 9 VALUE 5.
       01 WS-SHOWN-COUNT                  PIC 9 VALUE 0.
       01 WS-BEST-INDEX                   PIC 999 VALUE 0.
       01 WS-NUMBER-TEXT                  PIC ZZ9.

       01 WS-LOOKUP-USERNAME              PIC X(20) VALUE SPACES.
       01 WS-FOUND-INDEX                  PIC 999 VALUE 0.
       01 WS-REQUESTER-INDEX              PIC 999 VALUE 0.
       01 WS-SCAN-DONE-FLAG               PIC 9 VALUE 0.
           88 SCAN-DONE                   VALUE 1.
       01 WS-BLOCKED-FLAG                 PIC 9 VALUE 0.
           88 USERS-ARE-BLOCKED           VALUE 1.
       01 WS-STUDENTS-SUGGESTED-COUNT     PIC 9(4) VALUE 0.
       01 WS-SUGGESTIONS-WRITTEN-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM INITIALIZE-SUGGEST
           PERFORM LOAD-PEOPLE
           PERFORM LOAD-CONNECTIONS
           PERFORM VARYING WS-STUDENT-INDEX FROM 1 BY 1
               UNTIL WS-STUDENT-INDEX > WS-PEOPLE-COUNT
               IF WS-PERSON-ELIGIBLE(WS-STUDENT-INDEX) = "Y"
                   PERFORM SUGGEST-FOR-ONE-STUDENT
               END-IF
           END-PERFORM
           PERFORM CLEANUP-SUGGEST
           STOP RUN.

      *================================================================*
      * INITIALIZATION AND CLEANUP
      *================================================================*

       INITIALIZE-SUGGEST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN OUTPUT SUGGEST-FILE
           IF WS-SUGGEST-STATUS NOT = "00"
               DISPLAY "Error opening suggestions file: "
                   WS-SUGGEST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "Error opening accounts file: "
                   WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               DISPLAY "Error opening profiles file: "
                   WS-PROFILES-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS NOT = "00"
               DISPLAY "Error opening connections file: "
                   WS-CONNECTIONS-STATUS
               STOP RUN
           END-IF
           OPEN INPUT BLOCKS-FILE
           IF WS-BLOCKS-STATUS NOT = "00"
               DISPLAY "Error opening blocks file: "
                   WS-BLOCKS-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINK-MATRIX

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "InCollege Connection Suggestions - " DELIMITED SIZE
                  WS-TODAY-DATE DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-SUGGEST-LINE.

       CLEANUP-SUGGEST.
           CLOSE ACCOUNTS-FILE
           CLOSE PROFILES-FILE
           CLOSE CONNECTIONS-FILE
           CLOSE BLOCKS-FILE
           CLOSE SUGGEST-FILE
           DISPLAY "Suggestions for " WS-STUDENTS-SUGGESTED-COUNT
               " students (" WS-SUGGESTIONS-WRITTEN-COUNT
               " suggestions) written to"
           DISPLAY "  data/connection-suggestions.dat".

       WRITE-SUGGEST-LINE.
           WRITE SUGGEST-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE.

      *================================================================*
      * LOAD - the profiles master into the people table, then every
      * connection row into the link matrix
      *================================================================*

       LOAD-PEOPLE.
           MOVE 0 TO WS-PEOPLE-COUNT
           MOVE 0 TO WS-PEOPLE-TRUNCATED-FLAG
           MOVE LOW-VALUES TO PR-USERNAME
           START PROFILES-FILE KEY NOT < PR-USERNAME
           IF WS-PROFILES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF WS-PEOPLE-COUNT < WS-MAX-PEOPLE
                           PERFORM ADD-ONE-PERSON
                       ELSE
                           MOVE 1 TO WS-PEOPLE-TRUNCATED-FLAG
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF PEOPLE-TRUNCATED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "profiles.idx holds more profiles than the "
                      DELIMITED SIZE
                      "suggestion table - suggestions are partial"
                      DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-SUGGEST-LINE
           END-IF.

      *    A locked account is temporary security state - the
      *    student still gets suggestions; only deactivation (or an
      *    employer account) drops one
       ADD-ONE-PERSON.
           ADD 1 TO WS-PEOPLE-COUNT
           MOVE PR-USERNAME TO WS-PERSON-USERNAME(WS-PEOPLE-COUNT)
           MOVE PR-FULL-NAME TO WS-PERSON-FULL-NAME(WS-PEOPLE-COUNT)
           MOVE PR-UNIVERSITY TO
               WS-PERSON-UNIVERSITY(WS-PEOPLE-COUNT)
           MOVE PR-MAJOR TO WS-PERSON-MAJOR(WS-PEOPLE-COUNT)
           MOVE PR-GRAD-YEAR TO WS-PERSON-GRAD-YEAR(WS-PEOPLE-COUNT)
           MOVE "N" TO WS-PERSON-ELIGIBLE(WS-PEOPLE-COUNT)
           MOVE PR-USERNAME TO AR-USERNAME
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AR-IS-INACTIVE AND NOT AR-IS-EMPLOYER
                       MOVE "Y" TO
                           WS-PERSON-ELIGIBLE(WS-PEOPLE-COUNT)
                   END-IF
           END-READ.

       LOAD-CONNECTIONS.
           MOVE LOW-VALUES TO CR-KEY
           START CONNECTIONS-FILE KEY NOT < CR-KEY
           IF WS-CONNECTIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       MOVE CR-REQUESTER TO WS-LOOKUP-USERNAME
                       PERFORM FIND-PERSON
                       MOVE WS-FOUND-INDEX TO WS-REQUESTER-INDEX
                       MOVE CR-RECIPIENT TO WS-LOOKUP-USERNAME
                       PERFORM FIND-PERSON
                       IF WS-REQUESTER-INDEX > 0 AND
                          WS-FOUND-INDEX > 0
                           MOVE CR-STATUS TO WS-LINK(
                               WS-REQUESTER-INDEX, WS-FOUND-INDEX)
                           MOVE CR-STATUS TO WS-LINK(
                               WS-FOUND-INDEX, WS-REQUESTER-INDEX)
                       END-IF
               END-READ
           END-PERFORM.

      *    Sets WS-FOUND-INDEX to WS-LOOKUP-USERNAME's slot in the
      *    people table, or zero
       FIND-PERSON.
           PERFORM VARYING WS-FOUND-INDEX FROM 1 BY 1
               UNTIL WS-FOUND-INDEX > WS-PEOPLE-COUNT
               IF WS-PERSON-USERNAME(WS-FOUND-INDEX) =
                       WS-LOOKUP-USERNAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FOUND-INDEX.

      *================================================================*
      * SCORING - one student at a time against everyone else
      *================================================================*

       SUGGEST-FOR-ONE-STUDENT.
           MOVE 0 TO WS-FRIEND-COUNT
           PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
               UNTIL WS-OTHER-INDEX > WS-PEOPLE-COUNT
               IF WS-LINK(WS-STUDENT-INDEX, WS-OTHER-INDEX) = "A"
                   ADD 1 TO WS-FRIEND-COUNT
                   MOVE WS-OTHER-INDEX TO WS-FRIEND(WS-FRIEND-COUNT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
               UNTIL WS-OTHER-INDEX > WS-PEOPLE-COUNT
               MOVE 0 TO WS-PERSON-SCORE(WS-OTHER-INDEX)
               MOVE 0 TO WS-PERSON-MUTUAL(WS-OTHER-INDEX)
               MOVE "N" TO WS-PERSON-SHOWN(WS-OTHER-INDEX)
               IF WS-OTHER-INDEX NOT = WS-STUDENT-INDEX AND
                  WS-PERSON-ELIGIBLE(WS-OTHER-INDEX) = "Y" AND
                  WS-LINK(WS-STUDENT-INDEX, WS-OTHER-INDEX) = SPACE
                   PERFORM SCORE-ONE-CANDIDATE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-SHOWN-COUNT
           PERFORM UNTIL WS-SHOWN-COUNT NOT < WS-MAX-SUGGESTIONS
               PERFORM FIND-BEST-CANDIDATE
               IF WS-BEST-INDEX = 0
                   EXIT PERFORM
               END-IF
               MOVE "Y" TO WS-PERSON-SHOWN(WS-BEST-INDEX)
               MOVE WS-PERSON-USERNAME(WS-BEST-INDEX) TO BK-BLOCKER
               MOVE WS-PERSON-USERNAME(WS-STUDENT-INDEX) TO BK-BLOCKED
               PERFORM CHECK-BLOCK-EITHER-WAY
               IF NOT USERS-ARE-BLOCKED
                   IF WS-SHOWN-COUNT = 0
                       PERFORM WRITE-STUDENT-HEADER
                       ADD 1 TO WS-STUDENTS-SUGGESTED-COUNT
                   END-IF
                   ADD 1 TO WS-SHOWN-COUNT
                   ADD 1 TO WS-SUGGESTIONS-WRITTEN-COUNT
                   PERFORM WRITE-ONE-SUGGESTION
               END-IF
           END-PERFORM.

       SCORE-ONE-CANDIDATE.
           PERFORM VARYING WS-FRIEND-INDEX FROM 1 BY 1
               UNTIL WS-FRIEND-INDEX > WS-FRIEND-COUNT
               IF WS-LINK(WS-OTHER-INDEX,
                       WS-FRIEND(WS-FRIEND-INDEX)) = "A"
                   ADD 1 TO WS-PERSON-MUTUAL(WS-OTHER-INDEX)
               END-IF
           END-PERFORM
           COMPUTE WS-PERSON-SCORE(WS-OTHER-INDEX) =
               WS-PERSON-MUTUAL(WS-OTHER-INDEX) * 2
           IF WS-PERSON-UNIVERSITY(WS-STUDENT-INDEX) NOT = SPACES AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-PERSON-UNIVERSITY(WS-OTHER-INDEX))) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-PERSON-UNIVERSITY(WS-STUDENT-INDEX)))
               ADD 1 TO WS-PERSON-SCORE(WS-OTHER-INDEX)
           END-IF
           IF WS-PERSON-MAJOR(WS-STUDENT-INDEX) NOT = SPACES AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-PERSON-MAJOR(WS-OTHER-INDEX))) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-PERSON-MAJOR(WS-STUDENT-INDEX)))
               ADD 1 TO WS-PERSON-SCORE(WS-OTHER-INDEX)
           END-IF
           IF WS-PERSON-GRAD-YEAR(WS-STUDENT-INDEX) > 0 AND
              WS-PERSON-GRAD-YEAR(WS-OTHER-INDEX) =
                  WS-PERSON-GRAD-YEAR(WS-STUDENT-INDEX)
               ADD 1 TO WS-PERSON-SCORE(WS-OTHER-INDEX)
           END-IF.

      *    Highest score not yet considered; ties go to the earlier
      *    username. Zero means nothing with a score is left.
       FIND-BEST-CANDIDATE.
           MOVE 0 TO WS-BEST-INDEX
           PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
               UNTIL WS-OTHER-INDEX > WS-PEOPLE-COUNT
               IF WS-PERSON-SHOWN(WS-OTHER-INDEX) = "N" AND
                  WS-PERSON-SCORE(WS-OTHER-INDEX) > 0
                   IF WS-BEST-INDEX = 0
                       MOVE WS-OTHER-INDEX TO WS-BEST-INDEX
                   ELSE
                       IF WS-PERSON-SCORE(WS-OTHER-INDEX) >
                               WS-PERSON-SCORE(WS-BEST-INDEX)
                           MOVE WS-OTHER-INDEX TO WS-BEST-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    BK-BLOCKER and BK-BLOCKED are set by the caller; the
      *    reverse direction is tried when the first read misses
       CHECK-BLOCK-EITHER-WAY.
           MOVE 0 TO WS-BLOCKED-FLAG
           READ BLOCKS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-BLOCKED-FLAG
           END-READ
           IF NOT USERS-ARE-BLOCKED
               MOVE WS-PERSON-USERNAME(WS-STUDENT-INDEX) TO BK-BLOCKER
               MOVE WS-PERSON-USERNAME(WS-BEST-INDEX) TO BK-BLOCKED
               READ BLOCKS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-BLOCKED-FLAG
               END-READ
           END-IF.

      *================================================================*
      * OUTPUT
      *================================================================*

       WRITE-STUDENT-HEADER.
           MOVE SPACES TO WS-OUTPUT-LINE
           PERFORM WRITE-SUGGEST-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-PERSON-USERNAME(WS-STUDENT-INDEX))
                      DELIMITED SIZE
                  " (" DELIMITED SIZE
                  FUNCTION TRIM(WS-PERSON-FULL-NAME(WS-STUDENT-INDEX))
                      DELIMITED SIZE
                  "):" DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-SUGGEST-LINE.

       WRITE-ONE-SUGGESTION.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  " DELIMITED SIZE
                  FUNCTION TRIM(WS-PERSON-USERNAME(WS-BEST-INDEX))
                      DELIMITED SIZE
                  " - " DELIMITED SIZE
                  FUNCTION TRIM(WS-PERSON-FULL-NAME(WS-BEST-INDEX))
                      DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-SUGGEST-LINE
           IF WS-PERSON-MUTUAL(WS-BEST-INDEX) = 1
               MOVE "    1 mutual connection" TO WS-OUTPUT-LINE
               PERFORM WRITE-SUGGEST-LINE
           END-IF
           IF WS-PERSON-MUTUAL(WS-BEST-INDEX) > 1
               MOVE WS-PERSON-MUTUAL(WS-BEST-INDEX) TO WS-NUMBER-TEXT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "    " DELIMITED SIZE
                      FUNCTION TRIM(WS-NUMBER-TEXT) DELIMITED SIZE
                      " mutual connections" DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-SUGGEST-LINE
           END-IF
           IF WS-PERSON-UNIVERSITY(WS-STUDENT-INDEX) NOT = SPACES AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-PERSON-UNIVERSITY(WS-BEST-INDEX))) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-PERSON-UNIVERSITY(WS-STUDENT-INDEX)))
               MOVE "    same university" TO WS-OUTPUT-LINE
               PERFORM WRITE-SUGGEST-LINE
           END-IF
           IF WS-PERSON-MAJOR(WS-STUDENT-INDEX) NOT = SPACES AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-PERSON-MAJOR(WS-BEST-INDEX))) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-PERSON-MAJOR(WS-STUDENT-INDEX)))
               MOVE "    same major" TO WS-OUTPUT-LINE
               PERFORM WRITE-SUGGEST-LINE
           END-IF
           IF WS-PERSON-GRAD-YEAR(WS-STUDENT-INDEX) > 0 AND
              WS-PERSON-GRAD-YEAR(WS-BEST-INDEX) =
                  WS-PERSON-GRAD-YEAR(WS-STUDENT-INDEX)
               MOVE "    same graduation year" TO WS-OUTPUT-LINE
               PERFORM WRITE-SUGGEST-LINE
           END-IF.
