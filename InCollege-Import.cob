      *   cols 141-170  target major (blank = any)
      *   cols 171-174  earliest graduating class (blank = any)
      *   cols 175-178  latest graduating class (blank = any)
      *   cols 179-187  up to three more required skills, each a
      *                 zero-padded 3-digit skill id from the skills
      *                 catalog (blank = none)
      *
      * Every required skill, by flag or by id, must be an active
      * entry in the skills catalog (data/skills-catalog.idx) - a
      * row naming an unknown or retired skill is rejected.
      *
      * Every row's disposition - accepted, duplicate, or rejected
      * with the reason - goes to data/job-import-report.dat. The
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-JOBS-STATUS.

      *    Skills catalog - read by key to check each required
      *    skill the feed names
           SELECT SKILLS-CATALOG-FILE
               ASSIGN TO "data/skills-catalog.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SK-SKILL-ID
               FILE STATUS IS WS-SKILLS-CATALOG-STATUS.

      *    Import report - one line per feed row with its
      *    disposition; overwritten each run, like the nightly
      *    summary report
           05 FEED-REQ-MAJOR              PIC X(30).
           05 FEED-GRAD-FROM              PIC X(4).
           05 FEED-GRAD-TO                PIC X(4).
           05 FEED-REQ-ADDED-SKILLS.
               10 FEED-REQ-ADDED-SKILL-ID OCCURS 3 TIMES
                                          PIC X(3).

       FD JOBS-FILE.
       01 JOB-RECORD.
           05 JR-REQ-MAJOR                PIC X(30).
           05 JR-GRAD-YEAR-FROM           PIC X(4).
           05 JR-GRAD-YEAR-TO             PIC X(4).
      *    Catalog skills beyond the original five, same layout as
      *    INCOLLEGE's JOBS-FILE
           05 JR-REQ-ADDED-SKILLS.
               10 JR-REQ-ADDED-SKILL-ID OCCURS 3 TIMES
                                          PIC 9(3).

      *    Same layout as INCOLLEGE's SKILLS-CATALOG-FILE
       FD SKILLS-CATALOG-FILE.
       01 SKILL-CATALOG-RECORD.
           05 SK-SKILL-ID                 PIC 9(3).
           05 SK-NAME                     PIC X(25).
           05 SK-STATUS                   PIC X(1).
               88 SK-IS-ACTIVE            VALUE "A".
           05 SK-ADDED-DATE               PIC X(8).
           05 SK-ADDED-BY                 PIC X(20).
           05 SK-RETIRED-DATE             PIC X(8).
           05 FILLER                      PIC X(15).

       FD OLD-JOBS-FILE.
       01 OLD-JOB-RECORD                  PIC X(240).
       01 WS-JOBS-STATUS                  PIC XX VALUE SPACES.
       01 WS-OLD-JOBS-STATUS              PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS                PIC XX VALUE SPACES.
       01 WS-SKILLS-CATALOG-STATUS        PIC XX VALUE SPACES.

       01 WS-TODAY-DATE                   PIC X(8) VALUE SPACES.
       01 WS-OUTPUT-LINE                  PIC X(100) VALUE SPACES.
       01 WS-DUPLICATE-FLAG               PIC 9 VALUE 0.
           88 ROW-IS-DUPLICATE            VALUE 1.
       01 WS-SKILL-INDEX                  PIC 9 VALUE 0.
       01 WS-SKILL-ID                     PIC 9(3) VALUE 0.
       01 WS-ADDED-SLOT                   PIC 9 VALUE 0.
       01 WS-CATALOG-OPEN-FLAG            PIC 9 VALUE 0.
           88 CATALOG-IS-OPEN             VALUE 1.
       01 WS-SCAN-DONE-FLAG               PIC 9 VALUE 0.
           88 SCAN-DONE                   VALUE 1.

                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
      *    With no catalog every row naming a required skill is
      *    rejected as unknown; rows without requirements still load
           OPEN INPUT SKILLS-CATALOG-FILE
           IF WS-SKILLS-CATALOG-STATUS = "00"
               MOVE 1 TO WS-CATALOG-OPEN-FLAG
           END-IF.

       CLEANUP-IMPORT.
           IF CATALOG-IS-OPEN
               CLOSE SKILLS-CATALOG-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Imported " WS-ACCEPTED-COUNT " of "
               WS-READ-COUNT " feed rows - report written to "
                   MOVE "bad required-skill flags" TO WS-ROW-REASON
                   EXIT PARAGRAPH
               END-IF
               IF FEED-REQ-SKILL-FLAG(WS-SKILL-INDEX) = "Y"
                   MOVE WS-SKILL-INDEX TO WS-SKILL-ID
                   PERFORM CHECK-CATALOG-SKILL
                   IF WS-ROW-REASON NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-SKILL-INDEX > 3
               IF FEED-REQ-ADDED-SKILL-ID(WS-SKILL-INDEX)
                       NOT = SPACES
                   IF FEED-REQ-ADDED-SKILL-ID(WS-SKILL-INDEX)
                           IS NOT NUMERIC
                       MOVE "bad required-skill ids" TO WS-ROW-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FEED-REQ-ADDED-SKILL-ID(WS-SKILL-INDEX)
                       TO WS-SKILL-ID
                   PERFORM CHECK-CATALOG-SKILL
                   IF WS-ROW-REASON NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           IF FEED-GRAD-FROM NOT = SPACES AND
              FEED-GRAD-FROM IS NOT NUMERIC
               MOVE "bad latest graduating class" TO WS-ROW-REASON
           END-IF.

      *    WS-SKILL-ID must be an active catalog skill - a retired
      *    one is no longer offered as a new requirement
       CHECK-CATALOG-SKILL.
           IF NOT CATALOG-IS-OPEN
               MOVE "unknown required skill" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SKILL-ID TO SK-SKILL-ID
           READ SKILLS-CATALOG-FILE
               INVALID KEY
                   MOVE "unknown required skill" TO WS-ROW-REASON
               NOT INVALID KEY
                   IF NOT SK-IS-ACTIVE
                       MOVE "retired required skill" TO WS-ROW-REASON
                   END-IF
           END-READ.

      *    Same title and same company as a row already on the
      *    board - or one accepted earlier in this run - is the
      *    career office re-sending a posting we already carry
           MOVE "O" TO JR-STATUS
           MOVE SPACES TO JR-POSTED-BY
           MOVE FEED-REQ-SKILLS TO JR-REQ-SKILLS
           PERFORM PACK-ADDED-SKILLS
           MOVE FEED-REQ-MAJOR TO JR-REQ-MAJOR
           MOVE FEED-GRAD-FROM TO JR-GRAD-YEAR-FROM
           MOVE FEED-GRAD-TO TO JR-GRAD-YEAR-TO
           MOVE FEED-TITLE TO WS-JOB-TITLE(WS-JOBS-COUNT)
           MOVE FEED-COMPANY TO WS-JOB-COMPANY(WS-JOBS-COUNT).

      *    A feed id for one of the original five sets its flag,
      *    the way ADD-JOB-POSTING files it; any other takes the
      *    next added-skill slot
       PACK-ADDED-SKILLS.
           MOVE ZEROS TO JR-REQ-ADDED-SKILLS
           MOVE 0 TO WS-ADDED-SLOT
           PERFORM VARYING WS-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-SKILL-INDEX > 3
               IF FEED-REQ-ADDED-SKILL-ID(WS-SKILL-INDEX)
                       NOT = SPACES
                   MOVE FEED-REQ-ADDED-SKILL-ID(WS-SKILL-INDEX)
                       TO WS-SKILL-ID
                   IF WS-SKILL-ID <= 5
                       MOVE "Y" TO JR-REQ-SKILL-FLAG(WS-SKILL-ID)
                   ELSE
                       ADD 1 TO WS-ADDED-SLOT
                       MOVE WS-SKILL-ID
                           TO JR-REQ-ADDED-SKILL-ID(WS-ADDED-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================*
      * REPORTING - one line per feed row, then the totals
      *================================================================*
