       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-FUNNEL.
       AUTHOR. DEVELOPER-2-DM.
      *================================================================*
      * InCollege - Nightly Hiring Funnel Report
      *
      * INCOLLEGE-REPORT covers accounts, logins, and skills; this
      * run covers the job board, which is what employers and the
      * career office ask about. It joins the board master
      * (data/jobs.idx), the applications master
      * (data/applications.idx), and the interviews master
      * (data/interviews.idx), and writes data/hiring-funnel.dat.
      *
      * One line per posting, grouped by the employer account that
      * posted it (JR-POSTED-BY). Postings entered by staff, whose
      * owner is blank, form their own group first. Each line counts:
      *   Apps  every application received
      *   Subm  still "S" - submitted, not yet looked at
      *   Revw  "R" - in review
      *   Intv  applications with an interview booked
      *   Acpt  "A" - accepted
      *   Decl  "D" - declined
      * and the average days from APR-APPLIED-DATE to
      * APR-DECIDED-DATE over the decided ones.
      *
      * A posting with an application still in "S" more than the
      * configured number of days after it was applied for (line 10
      * of data/incollege-config.dat, default 14) is flagged with
      * "*" and the count of those applications.
      *================================================================*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JR-JOB-ID
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "data/applications.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APPLICATIONS-STATUS.

      *    Interviews file - same username + job id key as the
      *    applications master, so each application is one keyed
      *    read
           SELECT INTERVIEWS-FILE ASSIGN TO "data/interviews.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVR-KEY
               FILE STATUS IS WS-INTERVIEWS-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "data/incollege-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT FUNNEL-FILE ASSIGN TO "data/hiring-funnel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNNEL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD JOBS-FILE.
       01 JOB-RECORD.
           05 JR-JOB-ID                   PIC 9(4).
           05 JR-TITLE                    PIC X(30).
           05 JR-COMPANY                  PIC X(25).
           05 JR-LOCATION                 PIC X(20).
           05 JR-DESCRIPTION              PIC X(60).
           05 JR-POSTED-DATE              PIC X(8).
           05 JR-STATUS                   PIC X(1).
           05 JR-POSTED-BY                PIC X(20).
           05 JR-REQ-SKILLS.
               10 JR-REQ-SKILL-FLAG OCCURS 5 TIMES
                                          PIC X(1).
           05 JR-REQ-MAJOR                PIC X(30).
           05 JR-GRAD-YEAR-FROM           PIC X(4).
           05 JR-GRAD-YEAR-TO             PIC X(4).
           05 FILLER                      PIC X(9).

       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
           05 APR-KEY.
               10 APR-USERNAME            PIC X(20).
               10 APR-JOB-ID              PIC 9(4).
           05 APR-APPLIED-DATE            PIC X(8).
           05 APR-STATUS                  PIC X(1).
               88 APR-IS-SUBMITTED        VALUE "S".
               88 APR-IS-IN-REVIEW        VALUE "R".
               88 APR-IS-ACCEPTED         VALUE "A".
               88 APR-IS-DECLINED         VALUE "D".
               88 APR-IS-DECIDED          VALUE "A" "D".
           05 APR-DECIDED-DATE            PIC X(8).
           05 APR-NOTIFIED                PIC X(1).
           05 FILLER                      PIC X(8).

       FD INTERVIEWS-FILE.
       01 INTERVIEW-RECORD.
           05 IVR-KEY.
               10 IVR-USERNAME            PIC X(20).
               10 IVR-JOB-ID              PIC 9(4).
           05 IVR-DATE                    PIC X(8).
           05 IVR-SLOT                    PIC X(5).
           05 IVR-LOCATION                PIC X(30).
           05 FILLER                      PIC X(9).

       FD CONFIG-FILE.
       01 CONFIG-RECORD                   PIC X(100).

       FD FUNNEL-FILE.
       01 FUNNEL-RECORD                   PIC X(100).

       WORKING-STORAGE SECTION.

      *    File status variables
       01 WS-JOBS-STATUS                  PIC XX VALUE SPACES.
       01 WS-APPLICATIONS-STATUS          PIC XX VALUE SPACES.
       01 WS-INTERVIEWS-STATUS            PIC XX VALUE SPACES.
       01 WS-CONFIG-STATUS                PIC XX VALUE SPACES.
       01 WS-FUNNEL-STATUS                PIC XX VALUE SPACES.

       01 WS-TODAY-DATE                   PIC X(8) VALUE SPACES.
       01 WS-OUTPUT-LINE                  PIC X(100) VALUE SPACES.

      *    Days an application may sit in "S" before its posting is
      *    flagged - config line 10
       01 WS-CONFIG-LINE-NO               PIC 99 VALUE 0.
       01 WS-STALE-DAYS                   PIC 9(5) VALUE 0.
       01 WS-WAIT-DAYS                    PIC S9(7) VALUE 0.

      *    Every posting on the master, with its funnel counts -
      *    same capacity as the interactive program's jobs table
       01 WS-JOBS-COUNT                   PIC 999 VALUE 0.
       01 WS-JOBS-TABLE.
           05 WS-JOB OCCURS 50 TIMES.
               10 WS-JOB-ID               PIC 9(4).
               10 WS-JOB-TITLE            PIC X(30).
               10 WS-JOB-POSTED-BY        PIC X(20).
               10 WS-JOB-APPS             PIC 9(5).
               10 WS-JOB-SUBMITTED        PIC 9(5).
               10 WS-JOB-IN-REVIEW        PIC 9(5).
               10 WS-JOB-INTERVIEWED      PIC 9(5).
               10 WS-JOB-ACCEPTED         PIC 9(5).
               10 WS-JOB-DECLINED         PIC 9(5).
               10 WS-JOB-TIMED            PIC 9(5).
               10 WS-JOB-DECIDE-DAYS      PIC 9(7).
               10 WS-JOB-STALE            PIC 9(5).
       01 WS-JOB-INDEX                    PIC 999 VALUE 0.
       01 WS-JOBS-TRUNCATED-FLAG          PIC 9 VALUE 0.
           88 JOBS-TRUNCATED              VALUE 1.
       01 WS-FOUND-FLAG                   PIC 9 VALUE 0.
           88 LOOKUP-FOUND                VALUE 1.
       01 WS-UNKNOWN-JOB-APPS             PIC 9(5) VALUE 0.

      *    Distinct posting owners, in the order first seen; the
      *    blank owner (staff-entered) is always group 1, so one
      *    more than the jobs table
       01 WS-OWNERS-COUNT                 PIC 999 VALUE 0.
       01 WS-OWNERS-TABLE.
           05 WS-OWNER OCCURS 51 TIMES    PIC X(20).
       01 WS-OWNER-INDEX                  PIC 999 VALUE 0.
       01 WS-CURRENT-OWNER                PIC X(20) VALUE SPACES.

      *    Group and grand totals - same shape as one posting's
       01 WS-TOTALS-AREA.
           05 WS-TOT OCCURS 2 TIMES.
               10 WS-TOT-APPS             PIC 9(5).
               10 WS-TOT-SUBMITTED        PIC 9(5).
               10 WS-TOT-IN-REVIEW        PIC 9(5).
               10 WS-TOT-INTERVIEWED      PIC 9(5).
               10 WS-TOT-ACCEPTED         PIC 9(5).
               10 WS-TOT-DECLINED         PIC 9(5).
               10 WS-TOT-TIMED            PIC 9(5).
               10 WS-TOT-DECIDE-DAYS      PIC 9(7).
               10 WS-TOT-STALE            PIC 9(5).
       01 WS-TOT-INDEX                    PIC 9 VALUE 0.
       01 WS-GROUP-TOT                    PIC 9 VALUE 1.
       01 WS-GRAND-TOT                    PIC 9 VALUE 2.
       01 WS-FLAGGED-POSTINGS             PIC 9(4) VALUE 0.

      *    One report line - a posting, a group total, or the grand
      *    total
       01 WS-AVERAGE-DAYS                 PIC 9(5)V9 VALUE 0.
       01 WS-FUNNEL-LINE.
           05 WS-FL-ID                    PIC X(6).
           05 WS-FL-TITLE                 PIC X(31).
           05 WS-FL-APPS                  PIC ZZZZ9.
           05 WS-FL-SUBMITTED             PIC ZZZZ9.
           05 WS-FL-IN-REVIEW             PIC ZZZZ9.
           05 WS-FL-INTERVIEWED           PIC ZZZZ9.
           05 WS-FL-ACCEPTED              PIC ZZZZ9.
           05 WS-FL-DECLINED              PIC ZZZZ9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS-FL-AVERAGE               PIC X(7).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS-FL-FLAG                  PIC X(1).
           05 WS-FL-STALE                 PIC ZZZZ9.
           05 FILLER                      PIC X(16) VALUE SPACES.
       01 WS-AVERAGE-EDIT                 PIC ZZZZ9.9.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM INITIALIZE-FUNNEL
           PERFORM LOAD-ALL-JOBS
           PERFORM TALLY-APPLICATIONS
           PERFORM WRITE-FUNNEL-REPORT
           PERFORM CLEANUP-FUNNEL
           STOP RUN.

      *================================================================*
      * INITIALIZATION AND CLEANUP
      *================================================================*

       INITIALIZE-FUNNEL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-STALE-CONFIG
           OPEN OUTPUT FUNNEL-FILE
           IF WS-FUNNEL-STATUS NOT = "00"
               DISPLAY "Error opening funnel report: " WS-FUNNEL-STATUS
               STOP RUN
           END-IF
           OPEN INPUT INTERVIEWS-FILE

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "InCollege Hiring Funnel Report - " DELIMITED SIZE
                  WS-TODAY-DATE DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-FUNNEL-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "* = applications still submitted after "
                  DELIMITED SIZE
                  WS-STALE-DAYS DELIMITED SIZE
                  " days" DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-FUNNEL-LINE.

       CLEANUP-FUNNEL.
           CLOSE INTERVIEWS-FILE
           CLOSE FUNNEL-FILE
           DISPLAY "Hiring funnel for " WS-JOBS-COUNT
               " postings written to data/hiring-funnel.dat"
           IF WS-FLAGGED-POSTINGS > 0
               DISPLAY "  " WS-FLAGGED-POSTINGS
                   " postings have applications waiting past "
                   WS-STALE-DAYS " days"
           END-IF.

       WRITE-FUNNEL-LINE.
           WRITE FUNNEL-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE.

       LOAD-STALE-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM VARYING WS-CONFIG-LINE-NO FROM 1 BY 1
                   UNTIL WS-CONFIG-LINE-NO > 10
                       OR WS-CONFIG-STATUS NOT = "00"
                   READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CONFIG-LINE-NO = 10
                               MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                                   CONFIG-RECORD)) TO WS-STALE-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF
           IF WS-STALE-DAYS = 0
               MOVE 14 TO WS-STALE-DAYS
           END-IF.

      *================================================================*
      * POSTINGS - every posting is reported whatever its status;
      * closed and expired ones still have a funnel
      *================================================================*

       LOAD-ALL-JOBS.
           MOVE 0 TO WS-JOBS-COUNT
           MOVE 0 TO WS-JOBS-TRUNCATED-FLAG
           MOVE 1 TO WS-OWNERS-COUNT
           MOVE SPACES TO WS-OWNER(1)
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOBS-STATUS NOT = "00"
               READ JOBS-FILE INTO JOB-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-JOBS-COUNT < 50
                           ADD 1 TO WS-JOBS-COUNT
                           PERFORM ADD-JOB-TO-TABLE
                       ELSE
                           MOVE 1 TO WS-JOBS-TRUNCATED-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       ADD-JOB-TO-TABLE.
           INITIALIZE WS-JOB(WS-JOBS-COUNT)
           MOVE JR-JOB-ID TO WS-JOB-ID(WS-JOBS-COUNT)
           MOVE JR-TITLE TO WS-JOB-TITLE(WS-JOBS-COUNT)
           MOVE JR-POSTED-BY TO WS-JOB-POSTED-BY(WS-JOBS-COUNT)
           MOVE 0 TO WS-FOUND-FLAG
           PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNERS-COUNT
               IF WS-OWNER(WS-OWNER-INDEX) = JR-POSTED-BY
                   MOVE 1 TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT LOOKUP-FOUND
               ADD 1 TO WS-OWNERS-COUNT
               MOVE JR-POSTED-BY TO WS-OWNER(WS-OWNERS-COUNT)
           END-IF.

      *================================================================*
      * APPLICATIONS - one pass over the master, each application
      * counted against its posting
      *================================================================*

       TALLY-APPLICATIONS.
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-STATUS NOT = "00"
               READ APPLICATIONS-FILE INTO APPLICATION-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM FIND-APPLICATION-JOB
                       IF LOOKUP-FOUND
                           PERFORM TALLY-ONE-APPLICATION
                       ELSE
                           ADD 1 TO WS-UNKNOWN-JOB-APPS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE.

       FIND-APPLICATION-JOB.
           MOVE 0 TO WS-FOUND-FLAG
           PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > WS-JOBS-COUNT OR LOOKUP-FOUND
               IF WS-JOB-ID(WS-JOB-INDEX) = APR-JOB-ID
                   MOVE 1 TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
      *    The VARYING has already stepped past the match
           IF LOOKUP-FOUND
               SUBTRACT 1 FROM WS-JOB-INDEX
           END-IF.

       TALLY-ONE-APPLICATION.
           ADD 1 TO WS-JOB-APPS(WS-JOB-INDEX)
           EVALUATE TRUE
               WHEN APR-IS-SUBMITTED
                   ADD 1 TO WS-JOB-SUBMITTED(WS-JOB-INDEX)
                   PERFORM CHECK-STALE-APPLICATION
               WHEN APR-IS-IN-REVIEW
                   ADD 1 TO WS-JOB-IN-REVIEW(WS-JOB-INDEX)
               WHEN APR-IS-ACCEPTED
                   ADD 1 TO WS-JOB-ACCEPTED(WS-JOB-INDEX)
               WHEN APR-IS-DECLINED
                   ADD 1 TO WS-JOB-DECLINED(WS-JOB-INDEX)
           END-EVALUATE

           MOVE APR-KEY TO IVR-KEY
           READ INTERVIEWS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-JOB-INTERVIEWED(WS-JOB-INDEX)
           END-READ

      *    Rows from before decisions were dated have no decided
      *    date - they count as decided but stay out of the average
           IF APR-IS-DECIDED AND
              APR-APPLIED-DATE IS NUMERIC AND
              APR-DECIDED-DATE IS NUMERIC
               COMPUTE WS-WAIT-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(APR-DECIDED-DATE))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(APR-APPLIED-DATE))
               IF WS-WAIT-DAYS NOT < 0
                   ADD 1 TO WS-JOB-TIMED(WS-JOB-INDEX)
                   ADD WS-WAIT-DAYS TO WS-JOB-DECIDE-DAYS(WS-JOB-INDEX)
               END-IF
           END-IF.

       CHECK-STALE-APPLICATION.
           IF APR-APPLIED-DATE IS NUMERIC
               COMPUTE WS-WAIT-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TODAY-DATE))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(APR-APPLIED-DATE))
               IF WS-WAIT-DAYS > WS-STALE-DAYS
                   ADD 1 TO WS-JOB-STALE(WS-JOB-INDEX)
               END-IF
           END-IF.

      *================================================================*
      * REPORT - one section per owner, postings in job id order,
      * a total line per owner and a grand total at the end
      *================================================================*

       WRITE-FUNNEL-REPORT.
           IF JOBS-TRUNCATED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "jobs.idx holds more postings than the "
                      DELIMITED SIZE
                      "report table - report is partial"
                      DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-FUNNEL-LINE
           END-IF
           INITIALIZE WS-TOT(WS-GRAND-TOT)
           PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNERS-COUNT
               MOVE WS-OWNER(WS-OWNER-INDEX) TO WS-CURRENT-OWNER
               PERFORM WRITE-OWNER-SECTION
           END-PERFORM

           PERFORM WRITE-FUNNEL-LINE
           MOVE WS-GRAND-TOT TO WS-TOT-INDEX
           MOVE SPACES TO WS-FUNNEL-LINE
           MOVE "All postings" TO WS-FL-TITLE
           PERFORM FORMAT-TOTAL-LINE
           IF WS-UNKNOWN-JOB-APPS > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Applications to postings no longer on file: "
                      DELIMITED SIZE
                      WS-UNKNOWN-JOB-APPS DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-FUNNEL-LINE
           END-IF.

       WRITE-OWNER-SECTION.
      *    Group 1 is the staff group - it prints only when staff
      *    actually entered something
           MOVE 0 TO WS-FOUND-FLAG
           PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > WS-JOBS-COUNT
               IF WS-JOB-POSTED-BY(WS-JOB-INDEX) = WS-CURRENT-OWNER
                   MOVE 1 TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT LOOKUP-FOUND
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-FUNNEL-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-CURRENT-OWNER = SPACES
               MOVE "Staff-entered postings" TO WS-OUTPUT-LINE
           ELSE
               STRING "Employer: " DELIMITED SIZE
                      FUNCTION TRIM(WS-CURRENT-OWNER) DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           END-IF
           PERFORM WRITE-FUNNEL-LINE
           STRING "    ID" DELIMITED SIZE
                  "Title                          " DELIMITED SIZE
                  " Apps Subm Revw Intv Acpt Decl" DELIMITED SIZE
                  "  AvgDays   Stale" DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-FUNNEL-LINE

           INITIALIZE WS-TOT(WS-GROUP-TOT)
           PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > WS-JOBS-COUNT
               IF WS-JOB-POSTED-BY(WS-JOB-INDEX) = WS-CURRENT-OWNER
                   PERFORM WRITE-POSTING-LINE
               END-IF
           END-PERFORM

           MOVE WS-GROUP-TOT TO WS-TOT-INDEX
           MOVE SPACES TO WS-FUNNEL-LINE
           MOVE "  Group total" TO WS-FL-TITLE
           PERFORM FORMAT-TOTAL-LINE.

       WRITE-POSTING-LINE.
           MOVE SPACES TO WS-FUNNEL-LINE
           MOVE SPACES TO WS-FL-ID
           MOVE WS-JOB-ID(WS-JOB-INDEX) TO WS-FL-ID(3:4)
           MOVE WS-JOB-TITLE(WS-JOB-INDEX) TO WS-FL-TITLE
           MOVE WS-JOB-APPS(WS-JOB-INDEX) TO WS-FL-APPS
           MOVE WS-JOB-SUBMITTED(WS-JOB-INDEX) TO WS-FL-SUBMITTED
           MOVE WS-JOB-IN-REVIEW(WS-JOB-INDEX) TO WS-FL-IN-REVIEW
           MOVE WS-JOB-INTERVIEWED(WS-JOB-INDEX) TO WS-FL-INTERVIEWED
           MOVE WS-JOB-ACCEPTED(WS-JOB-INDEX) TO WS-FL-ACCEPTED
           MOVE WS-JOB-DECLINED(WS-JOB-INDEX) TO WS-FL-DECLINED
           IF WS-JOB-TIMED(WS-JOB-INDEX) > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-JOB-DECIDE-DAYS(WS-JOB-INDEX)
                   / WS-JOB-TIMED(WS-JOB-INDEX)
               MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-EDIT
               MOVE WS-AVERAGE-EDIT TO WS-FL-AVERAGE
           ELSE
               MOVE "      -" TO WS-FL-AVERAGE
           END-IF
           IF WS-JOB-STALE(WS-JOB-INDEX) > 0
               MOVE "*" TO WS-FL-FLAG
               MOVE WS-JOB-STALE(WS-JOB-INDEX) TO WS-FL-STALE
               ADD 1 TO WS-FLAGGED-POSTINGS
           END-IF
           MOVE WS-FUNNEL-LINE TO WS-OUTPUT-LINE
           PERFORM WRITE-FUNNEL-LINE

           PERFORM VARYING WS-TOT-INDEX FROM 1 BY 1
               UNTIL WS-TOT-INDEX > 2
               ADD WS-JOB-APPS(WS-JOB-INDEX)
                   TO WS-TOT-APPS(WS-TOT-INDEX)
               ADD WS-JOB-SUBMITTED(WS-JOB-INDEX)
                   TO WS-TOT-SUBMITTED(WS-TOT-INDEX)
               ADD WS-JOB-IN-REVIEW(WS-JOB-INDEX)
                   TO WS-TOT-IN-REVIEW(WS-TOT-INDEX)
               ADD WS-JOB-INTERVIEWED(WS-JOB-INDEX)
                   TO WS-TOT-INTERVIEWED(WS-TOT-INDEX)
               ADD WS-JOB-ACCEPTED(WS-JOB-INDEX)
                   TO WS-TOT-ACCEPTED(WS-TOT-INDEX)
               ADD WS-JOB-DECLINED(WS-JOB-INDEX)
                   TO WS-TOT-DECLINED(WS-TOT-INDEX)
               ADD WS-JOB-TIMED(WS-JOB-INDEX)
                   TO WS-TOT-TIMED(WS-TOT-INDEX)
               ADD WS-JOB-DECIDE-DAYS(WS-JOB-INDEX)
                   TO WS-TOT-DECIDE-DAYS(WS-TOT-INDEX)
               ADD WS-JOB-STALE(WS-JOB-INDEX)
                   TO WS-TOT-STALE(WS-TOT-INDEX)
           END-PERFORM.

      *    Caller sets WS-TOT-INDEX and the label in WS-FL-TITLE
       FORMAT-TOTAL-LINE.
           MOVE WS-TOT-APPS(WS-TOT-INDEX) TO WS-FL-APPS
           MOVE WS-TOT-SUBMITTED(WS-TOT-INDEX) TO WS-FL-SUBMITTED
           MOVE WS-TOT-IN-REVIEW(WS-TOT-INDEX) TO WS-FL-IN-REVIEW
           MOVE WS-TOT-INTERVIEWED(WS-TOT-INDEX) TO WS-FL-INTERVIEWED
           MOVE WS-TOT-ACCEPTED(WS-TOT-INDEX) TO WS-FL-ACCEPTED
           MOVE WS-TOT-DECLINED(WS-TOT-INDEX) TO WS-FL-DECLINED
           IF WS-TOT-TIMED(WS-TOT-INDEX) > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-TOT-DECIDE-DAYS(WS-TOT-INDEX)
                   / WS-TOT-TIMED(WS-TOT-INDEX)
               MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-EDIT
               MOVE WS-AVERAGE-EDIT TO WS-FL-AVERAGE
           ELSE
               MOVE "      -" TO WS-FL-AVERAGE
           END-IF
           IF WS-TOT-STALE(WS-TOT-INDEX) > 0
               MOVE "*" TO WS-FL-FLAG
               MOVE WS-TOT-STALE(WS-TOT-INDEX) TO WS-FL-STALE
           END-IF
           MOVE WS-FUNNEL-LINE TO WS-OUTPUT-LINE
           PERFORM WRITE-FUNNEL-LINE.
