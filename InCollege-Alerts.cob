       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-ALERTS.
       AUTHOR. DEVELOPER-2-DM.
      *================================================================*
      * InCollege - Nightly Saved-Search Alert Run
      *
      * Students save keyword searches from INCOLLEGE's Job Search
      * menu (data/saved-searches.idx). Each night this run checks
      * every open posting (JR-STATUS "O") posted since the last
      * run against every saved search of an active student, and
      * writes one row to data/search-alerts.idx per hit. INCOLLEGE
      * shows the unreported rows at the next login
      * (NOTIFY-SAVED-SEARCH-ALERTS), right after the application
      * decision notices.
      *
      * The alert key is username + saved-search sequence + job
      * id, so a posting is reported once per saved search - a hit
      * that is already on file is skipped, which is also what
      * makes a rerun of the step harmless.
      *
      * The date of the last run is kept in
      * data/search-alerts-run.dat. The comparison is inclusive, so
      * postings opened later on the day of the previous run are
      * still picked up; with no run file every open posting is
      * checked. The keyword is matched without regard to case
      * against the title, company, location, and description.
      *================================================================*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT JOBS-FILE ASSIGN TO "data/jobs.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JR-JOB-ID
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT SAVED-SEARCHES-FILE
               ASSIGN TO "data/saved-searches.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SAVED-SEARCHES-STATUS.

           SELECT SEARCH-ALERTS-FILE
               ASSIGN TO "data/search-alerts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SEARCH-ALERTS-STATUS.

      *    Date of the last completed run - one line, YYYYMMDD
           SELECT RUN-DATE-FILE ASSIGN TO "data/search-alerts-run.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-DATE-STATUS.

           SELECT ALERT-REPORT-FILE
               ASSIGN TO "data/search-alerts-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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
           05 FILLER                      PIC X(13).

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

       FD SAVED-SEARCHES-FILE.
       01 SAVED-SEARCH-RECORD.
           05 SS-KEY.
               10 SS-USERNAME             PIC X(20).
               10 SS-SEQ                  PIC 9(2).
           05 SS-KEYWORD                  PIC X(30).
           05 SS-SAVED-DATE               PIC X(8).
           05 FILLER                      PIC X(20).

       FD SEARCH-ALERTS-FILE.
       01 SEARCH-ALERT-RECORD.
           05 SA-KEY.
               10 SA-USERNAME             PIC X(20).
               10 SA-SEARCH-SEQ           PIC 9(2).
               10 SA-JOB-ID               PIC 9(4).
           05 SA-KEYWORD                  PIC X(30).
           05 SA-ALERT-DATE               PIC X(8).
           05 SA-NOTIFIED                 PIC X(1).
               88 SA-WAS-NOTIFIED         VALUE "Y".
           05 FILLER                      PIC X(15).

       FD RUN-DATE-FILE.
       01 RUN-DATE-RECORD.
           05 SRN-RUN-DATE                PIC X(8).

       FD ALERT-REPORT-FILE.
       01 ALERT-REPORT-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.

      *    File status variables
       01 WS-ACCOUNTS-STATUS              PIC XX VALUE SPACES.
       01 WS-JOBS-STATUS                  PIC XX VALUE SPACES.
       01 WS-SAVED-SEARCHES-STATUS        PIC XX VALUE SPACES.
       01 WS-SEARCH-ALERTS-STATUS         PIC XX VALUE SPACES.
       01 WS-RUN-DATE-STATUS              PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS                PIC XX VALUE SPACES.

       01 WS-TODAY-DATE                   PIC X(8) VALUE SPACES.
       01 WS-LAST-RUN-DATE                PIC X(8) VALUE SPACES.
       01 WS-OUTPUT-LINE                  PIC X(100) VALUE SPACES.

      *    The posting being checked, upper-cased once so every
      *    saved keyword is compared the same way
       01 WS-JOB-TEXT                     PIC X(140) VALUE SPACES.
       01 WS-KEYWORD-TEXT                 PIC X(30) VALUE SPACES.
       01 WS-MATCH-COUNT                  PIC 99 VALUE 0.

       01 WS-ACTIVE-FLAG                  PIC 9 VALUE 0.
           88 STUDENT-IS-ACTIVE           VALUE 1.
       01 WS-SCAN-DONE-FLAG               PIC 9 VALUE 0.
           88 SCAN-DONE                   VALUE 1.

      *    Set when a file can't be opened - the run date stays
      *    where it was so the next run covers this night again
       01 WS-RUN-FAILED-FLAG              PIC 9 VALUE 0.
           88 RUN-FAILED                  VALUE 1.

      *    Run totals for the report trailer and the summary
       01 WS-JOBS-CHECKED-COUNT           PIC 9(4) VALUE 0.
       01 WS-ALERTS-WRITTEN-COUNT         PIC 9(5) VALUE 0.
       01 WS-ALERTS-ON-FILE-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM INITIALIZE-ALERTS
           IF NOT RUN-FAILED
               PERFORM CHECK-NEW-POSTINGS
           END-IF
           PERFORM CLEANUP-ALERTS
           STOP RUN.

      *================================================================*
      * INITIALIZATION AND CLEANUP
      *================================================================*

       INITIALIZE-ALERTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN OUTPUT ALERT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error opening alert report: " WS-REPORT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "Error opening accounts file: "
                   WS-ACCOUNTS-STATUS
               MOVE 1 TO WS-RUN-FAILED-FLAG
           END-IF
           OPEN INPUT SAVED-SEARCHES-FILE
           IF WS-SAVED-SEARCHES-STATUS NOT = "00"
               DISPLAY "Error opening saved searches file: "
                   WS-SAVED-SEARCHES-STATUS
               MOVE 1 TO WS-RUN-FAILED-FLAG
           END-IF
           OPEN I-O SEARCH-ALERTS-FILE
           IF WS-SEARCH-ALERTS-STATUS = "35"
               OPEN OUTPUT SEARCH-ALERTS-FILE
               CLOSE SEARCH-ALERTS-FILE
               OPEN I-O SEARCH-ALERTS-FILE
           END-IF
           IF WS-SEARCH-ALERTS-STATUS NOT = "00"
               DISPLAY "Error opening search alerts file: "
                   WS-SEARCH-ALERTS-STATUS
               MOVE 1 TO WS-RUN-FAILED-FLAG
           END-IF
           PERFORM LOAD-LAST-RUN-DATE

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "InCollege Saved-Search Alerts - " DELIMITED SIZE
                  WS-TODAY-DATE DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-LAST-RUN-DATE = SPACES
               MOVE "No previous run - checking every open posting"
                   TO WS-OUTPUT-LINE
           ELSE
               STRING "Open postings posted on or after "
                      DELIMITED SIZE
                      WS-LAST-RUN-DATE DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       CLEANUP-ALERTS.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Postings checked: " DELIMITED SIZE
                  WS-JOBS-CHECKED-COUNT DELIMITED SIZE
                  "  alerts written: " DELIMITED SIZE
                  WS-ALERTS-WRITTEN-COUNT DELIMITED SIZE
                  "  already reported: " DELIMITED SIZE
                  WS-ALERTS-ON-FILE-COUNT DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE ACCOUNTS-FILE
           CLOSE SAVED-SEARCHES-FILE
           CLOSE SEARCH-ALERTS-FILE
           CLOSE ALERT-REPORT-FILE
      *    Only a run that read every file moves the date forward,
      *    so a failed night is covered again by the next one - and
      *    the nonzero return code shows the failure in the nightly
      *    run log
           IF RUN-FAILED
               DISPLAY "Saved-search alerts failed - last run date "
                   "left at " WS-LAST-RUN-DATE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SAVE-LAST-RUN-DATE
               DISPLAY "Saved-search alerts written: "
                   WS-ALERTS-WRITTEN-COUNT
                   " (data/search-alerts-report.dat)"
           END-IF.

       WRITE-REPORT-LINE.
           WRITE ALERT-REPORT-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE.

       LOAD-LAST-RUN-DATE.
           MOVE SPACES TO WS-LAST-RUN-DATE
           OPEN INPUT RUN-DATE-FILE
           IF WS-RUN-DATE-STATUS = "00"
               READ RUN-DATE-FILE INTO RUN-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SRN-RUN-DATE IS NUMERIC
                           MOVE SRN-RUN-DATE TO WS-LAST-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.

       SAVE-LAST-RUN-DATE.
           OPEN OUTPUT RUN-DATE-FILE
           IF WS-RUN-DATE-STATUS = "00"
               MOVE WS-TODAY-DATE TO SRN-RUN-DATE
               WRITE RUN-DATE-RECORD
               CLOSE RUN-DATE-FILE
           END-IF.

      *================================================================*
      * POSTING LOOP - every open posting new since the last run is
      * checked against every saved search on file
      *================================================================*

       CHECK-NEW-POSTINGS.
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               DISPLAY "Error opening jobs file: " WS-JOBS-STATUS
               MOVE 1 TO WS-RUN-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOBS-STATUS NOT = "00"
               READ JOBS-FILE INTO JOB-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF JR-STATUS = "O" AND
                          JR-POSTED-DATE NOT < WS-LAST-RUN-DATE
                           ADD 1 TO WS-JOBS-CHECKED-COUNT
                           PERFORM CHECK-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       CHECK-ONE-POSTING.
           MOVE SPACES TO WS-JOB-TEXT
           STRING JR-TITLE DELIMITED SIZE
                  " " DELIMITED SIZE
                  JR-COMPANY DELIMITED SIZE
                  " " DELIMITED SIZE
                  JR-LOCATION DELIMITED SIZE
                  " " DELIMITED SIZE
                  JR-DESCRIPTION DELIMITED SIZE
                  INTO WS-JOB-TEXT
           MOVE FUNCTION UPPER-CASE(WS-JOB-TEXT) TO WS-JOB-TEXT

           MOVE LOW-VALUES TO SS-KEY
           START SAVED-SEARCHES-FILE KEY NOT < SS-KEY
           IF WS-SAVED-SEARCHES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ SAVED-SEARCHES-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-SAVED-SEARCH
               END-READ
           END-PERFORM.

       CHECK-ONE-SAVED-SEARCH.
           IF SS-KEYWORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(SS-KEYWORD) TO WS-KEYWORD-TEXT
           MOVE 0 TO WS-MATCH-COUNT
           INSPECT WS-JOB-TEXT TALLYING WS-MATCH-COUNT
               FOR ALL FUNCTION TRIM(WS-KEYWORD-TEXT)
           IF WS-MATCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-ACTIVE
           IF NOT STUDENT-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-ALERT.

      *    A locked account is temporary security state - the
      *    student still gets the alert; only deactivation drops one
       CHECK-STUDENT-ACTIVE.
           MOVE 0 TO WS-ACTIVE-FLAG
           MOVE SS-USERNAME TO AR-USERNAME
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AR-IS-INACTIVE
                       MOVE 1 TO WS-ACTIVE-FLAG
                   END-IF
           END-READ.

       WRITE-ONE-ALERT.
           MOVE SS-USERNAME TO SA-USERNAME
           MOVE SS-SEQ TO SA-SEARCH-SEQ
           MOVE JR-JOB-ID TO SA-JOB-ID
           MOVE SS-KEYWORD TO SA-KEYWORD
           MOVE WS-TODAY-DATE TO SA-ALERT-DATE
           MOVE "N" TO SA-NOTIFIED
           WRITE SEARCH-ALERT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALERTS-ON-FILE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ALERTS-WRITTEN-COUNT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  " DELIMITED SIZE
                          FUNCTION TRIM(SS-USERNAME) DELIMITED SIZE
                          " """ DELIMITED SIZE
                          FUNCTION TRIM(SS-KEYWORD) DELIMITED SIZE
                          """ - " DELIMITED SIZE
                          JR-JOB-ID DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM(JR-TITLE) DELIMITED SIZE
                          " - " DELIMITED SIZE
                          FUNCTION TRIM(JR-COMPANY) DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-WRITE.
