       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-PLACEMENT.
       AUTHOR. DEVELOPER-2-DM.
      *================================================================*
      * InCollege - Nightly Placement-Outcomes Extract
      *
      * The return leg of INCOLLEGE-IMPORT: every application that
      * has reached APR-STATUS "A" (accepted) is sent back to the
      * university career office in data/placement-extract.dat, so
      * the term's placement counts no longer have to be built by
      * hand from REVIEW-APPLICATIONS screens.
      *
      * Extract row layout (one accepted application per line):
      *   col        1  record type "D"
      *   cols   2- 31  university (PR-UNIVERSITY)
      *   cols  32- 61  major (PR-MAJOR)
      *   cols  62- 65  graduating class (PR-GRAD-YEAR)
      *   cols  66- 69  posting id
      *   cols  70- 99  posting title
      *   cols 100-124  company
      *   cols 125-144  location
      *   cols 145-152  applied date, YYYYMMDD
      *   cols 153-160  decided date, YYYYMMDD
      *
      * Trailer row (last line):
      *   col        1  record type "T"
      *   cols   2-  9  extract date, YYYYMMDD
      *   cols  10- 16  detail rows in this extract
      *   cols  17- 23  accepted applications on file
      *   cols  24- 30  accepted applications sent on earlier days
      *
      * Each acceptance is sent exactly once. The ledger
      * data/placements-sent.idx, keyed like applications.idx,
      * records the date each one went out. A rerun on the same day
      * rebuilds the same extract from the ledger rather than
      * sending an empty one, and a later run leaves anything
      * already sent out of the extract.
      *
      * The ledger rows for a run are only written once the whole
      * extract, trailer included, has been written and closed
      * cleanly - a run that fails partway ledgers nothing, so its
      * acceptances go out again on the rerun. A run sends at most
      * 500 new acceptances; any more wait, unledgered, for the
      * next run.
      *================================================================*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATIONS-FILE ASSIGN TO "data/applications.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "data/profiles.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT JOBS-FILE ASSIGN TO "data/jobs.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-JOB-ID
               FILE STATUS IS WS-JOBS-STATUS.

      *    Placements-sent ledger - one row per accepted application
      *    already extracted, by the same username + job id key as
      *    the applications master
           SELECT PLACEMENTS-SENT-FILE
               ASSIGN TO "data/placements-sent.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-PLACEMENTS-SENT-STATUS.

      *    The extract for the career office - overwritten each run
           SELECT EXTRACT-FILE ASSIGN TO "data/placement-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
           05 APR-KEY.
               10 APR-USERNAME            PIC X(20).
               10 APR-JOB-ID              PIC 9(4).
           05 APR-APPLIED-DATE            PIC X(8).
           05 APR-STATUS                  PIC X(1).
               88 APR-IS-ACCEPTED         VALUE "A".
           05 APR-DECIDED-DATE            PIC X(8).
           05 APR-NOTIFIED                PIC X(1).
           05 FILLER                      PIC X(8).

       FD PROFILES-FILE.
       01 PROFILE-RECORD.
           05 PR-USERNAME                 PIC X(20).
           05 PR-FULL-NAME                PIC X(30).
           05 PR-UNIVERSITY               PIC X(30).
           05 PR-MAJOR                    PIC X(30).
           05 PR-GRAD-YEAR                PIC 9(4).
           05 FILLER                      PIC X(10).

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

       FD PLACEMENTS-SENT-FILE.
       01 PLACEMENT-SENT-RECORD.
           05 PS-KEY.
               10 PS-USERNAME             PIC X(20).
               10 PS-JOB-ID               PIC 9(4).
           05 PS-SENT-DATE                PIC X(8).
           05 FILLER                      PIC X(8).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD                  PIC X(160).

       WORKING-STORAGE SECTION.

      *    File status variables
       01 WS-APPLICATIONS-STATUS          PIC XX VALUE SPACES.
       01 WS-PROFILES-STATUS              PIC XX VALUE SPACES.
       01 WS-JOBS-STATUS                  PIC XX VALUE SPACES.
       01 WS-PLACEMENTS-SENT-STATUS       PIC XX VALUE SPACES.
       01 WS-EXTRACT-STATUS               PIC XX VALUE SPACES.

       01 WS-TODAY-DATE                   PIC X(8) VALUE SPACES.

      *    One detail row, laid out as documented above
       01 WS-DETAIL-LINE.
           05 WS-DET-TYPE                 PIC X(1) VALUE "D".
           05 WS-DET-UNIVERSITY           PIC X(30).
           05 WS-DET-MAJOR                PIC X(30).
           05 WS-DET-GRAD-YEAR            PIC X(4).
           05 WS-DET-JOB-ID               PIC 9(4).
           05 WS-DET-TITLE                PIC X(30).
           05 WS-DET-COMPANY              PIC X(25).
           05 WS-DET-LOCATION             PIC X(20).
           05 WS-DET-APPLIED-DATE         PIC X(8).
           05 WS-DET-DECIDED-DATE         PIC X(8).

       01 WS-TRAILER-LINE.
           05 WS-TRL-TYPE                 PIC X(1) VALUE "T".
           05 WS-TRL-EXTRACT-DATE         PIC X(8).
           05 WS-TRL-DETAIL-COUNT         PIC 9(7).
           05 WS-TRL-ACCEPTED-COUNT       PIC 9(7).
           05 WS-TRL-SENT-BEFORE-COUNT    PIC 9(7).
           05 FILLER                      PIC X(130) VALUE SPACES.

      *    What the ledger says about the application in hand
       01 WS-SEND-FLAG                    PIC 9 VALUE 0.
           88 SEND-THIS-ONE               VALUE 1.
       01 WS-NEW-SEND-FLAG                PIC 9 VALUE 0.
           88 FIRST-TIME-SENT             VALUE 1.

      *    Acceptances going out for the first time in this run -
      *    ledgered together after the extract is closed
       01 WS-MAX-NEW-SENT                 PIC 9(7) VALUE 500.
       01 WS-NEW-SENT-TABLE.
           05 WS-NEW-SENT OCCURS 500 TIMES.
               10 WS-NEW-SENT-USERNAME    PIC X(20).
               10 WS-NEW-SENT-JOB-ID      PIC 9(4).
       01 WS-NEW-SENT-INDEX               PIC 9(7) VALUE 0.

      *    Run totals
       01 WS-ACCEPTED-COUNT               PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT                 PIC 9(7) VALUE 0.
       01 WS-NEWLY-SENT-COUNT             PIC 9(7) VALUE 0.
       01 WS-SENT-BEFORE-COUNT            PIC 9(7) VALUE 0.
       01 WS-NO-PROFILE-COUNT             PIC 9(7) VALUE 0.
       01 WS-HELD-OVER-COUNT              PIC 9(7) VALUE 0.
       01 WS-LEDGER-ERROR-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM INITIALIZE-PLACEMENT
           PERFORM EXTRACT-ACCEPTED-APPLICATIONS
           PERFORM CLEANUP-PLACEMENT
           STOP RUN.

      *================================================================*
      * INITIALIZATION AND CLEANUP
      *================================================================*

       INITIALIZE-PLACEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "Error opening placement extract: "
                   WS-EXTRACT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
               DISPLAY "Error opening profiles file: "
                   WS-PROFILES-STATUS
               STOP RUN
           END-IF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
               DISPLAY "Error opening jobs file: " WS-JOBS-STATUS
               STOP RUN
           END-IF
           OPEN I-O PLACEMENTS-SENT-FILE
           IF WS-PLACEMENTS-SENT-STATUS = "35"
               OPEN OUTPUT PLACEMENTS-SENT-FILE
               CLOSE PLACEMENTS-SENT-FILE
               OPEN I-O PLACEMENTS-SENT-FILE
           END-IF
           IF WS-PLACEMENTS-SENT-STATUS NOT = "00"
               DISPLAY "Error opening placements-sent ledger: "
                   WS-PLACEMENTS-SENT-STATUS
               STOP RUN
           END-IF.

       CLEANUP-PLACEMENT.
           MOVE WS-TODAY-DATE TO WS-TRL-EXTRACT-DATE
           MOVE WS-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT
           MOVE WS-ACCEPTED-COUNT TO WS-TRL-ACCEPTED-COUNT
           MOVE WS-SENT-BEFORE-COUNT TO WS-TRL-SENT-BEFORE-COUNT
           WRITE EXTRACT-RECORD FROM WS-TRAILER-LINE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "Error writing placement extract trailer: "
                   WS-EXTRACT-STATUS " - nothing ledgered"
               STOP RUN
           END-IF
           CLOSE EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "Error closing placement extract: "
                   WS-EXTRACT-STATUS " - nothing ledgered"
               STOP RUN
           END-IF
      *    The extract is complete on disk - only now do its new
      *    acceptances count as sent
           PERFORM RECORD-SENT-PLACEMENTS
           CLOSE PROFILES-FILE
           CLOSE JOBS-FILE
           CLOSE PLACEMENTS-SENT-FILE
           DISPLAY "Placement extract: " WS-DETAIL-COUNT
               " rows (" WS-NEWLY-SENT-COUNT " new) written to "
               "data/placement-extract.dat"
           IF WS-NO-PROFILE-COUNT > 0
               DISPLAY "  " WS-NO-PROFILE-COUNT
                   " accepted applicants have no profile - "
                   "profile columns sent blank"
           END-IF
           IF WS-HELD-OVER-COUNT > 0
               DISPLAY "  " WS-HELD-OVER-COUNT
                   " new acceptances past this run's limit - "
                   "they go out with the next run"
           END-IF
           IF WS-LEDGER-ERROR-COUNT > 0
               DISPLAY "  " WS-LEDGER-ERROR-COUNT
                   " sent acceptances could not be ledgered - "
                   "they will be sent again"
           END-IF.

      *    Ledgers every first-time acceptance in this run's extract
      *    under today's date
       RECORD-SENT-PLACEMENTS.
           PERFORM VARYING WS-NEW-SENT-INDEX FROM 1 BY 1
               UNTIL WS-NEW-SENT-INDEX > WS-NEWLY-SENT-COUNT
               MOVE SPACES TO PLACEMENT-SENT-RECORD
               MOVE WS-NEW-SENT-USERNAME(WS-NEW-SENT-INDEX)
                   TO PS-USERNAME
               MOVE WS-NEW-SENT-JOB-ID(WS-NEW-SENT-INDEX)
                   TO PS-JOB-ID
               MOVE WS-TODAY-DATE TO PS-SENT-DATE
               WRITE PLACEMENT-SENT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-PLACEMENTS-SENT-STATUS NOT = "00"
                   DISPLAY "Error writing placements-sent ledger for "
                       PS-USERNAME " job " PS-JOB-ID ": "
                       WS-PLACEMENTS-SENT-STATUS
                   ADD 1 TO WS-LEDGER-ERROR-COUNT
               END-IF
           END-PERFORM.

      *================================================================*
      * EXTRACT - walk the applications master in key order and send
      * each acceptance the ledger hasn't seen on an earlier day
      *================================================================*

       EXTRACT-ACCEPTED-APPLICATIONS.
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APPLICATIONS-STATUS NOT = "00"
               READ APPLICATIONS-FILE INTO APPLICATION-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APR-IS-ACCEPTED
                           ADD 1 TO WS-ACCEPTED-COUNT
                           PERFORM CHECK-PLACEMENT-LEDGER
                           IF SEND-THIS-ONE
                               PERFORM WRITE-PLACEMENT-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE.

      *    Not in the ledger: first time out - send it and remember
      *    it for the ledger, unless this run's limit is reached. In
      *    the ledger under today's date: a rerun, send it again so
      *    the rebuilt extract is complete. Any earlier date: the
      *    office already has it.
       CHECK-PLACEMENT-LEDGER.
           MOVE 0 TO WS-SEND-FLAG
           MOVE 0 TO WS-NEW-SEND-FLAG
           MOVE APR-USERNAME TO PS-USERNAME
           MOVE APR-JOB-ID TO PS-JOB-ID
           READ PLACEMENTS-SENT-FILE
               INVALID KEY
                   IF WS-NEWLY-SENT-COUNT < WS-MAX-NEW-SENT
                       MOVE 1 TO WS-SEND-FLAG
                       MOVE 1 TO WS-NEW-SEND-FLAG
                   ELSE
                       ADD 1 TO WS-HELD-OVER-COUNT
                   END-IF
               NOT INVALID KEY
                   IF PS-SENT-DATE = WS-TODAY-DATE
                       MOVE 1 TO WS-SEND-FLAG
                   ELSE
                       ADD 1 TO WS-SENT-BEFORE-COUNT
                   END-IF
           END-READ.

       WRITE-PLACEMENT-ROW.
           MOVE SPACES TO WS-DET-UNIVERSITY
           MOVE SPACES TO WS-DET-MAJOR
           MOVE SPACES TO WS-DET-GRAD-YEAR
           MOVE APR-USERNAME TO PR-USERNAME
           READ PROFILES-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-PROFILE-COUNT
               NOT INVALID KEY
                   MOVE PR-UNIVERSITY TO WS-DET-UNIVERSITY
                   MOVE PR-MAJOR TO WS-DET-MAJOR
                   MOVE PR-GRAD-YEAR TO WS-DET-GRAD-YEAR
           END-READ

           MOVE APR-JOB-ID TO WS-DET-JOB-ID
           MOVE SPACES TO WS-DET-TITLE
           MOVE SPACES TO WS-DET-COMPANY
           MOVE SPACES TO WS-DET-LOCATION
           MOVE APR-JOB-ID TO JR-JOB-ID
           READ JOBS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JR-TITLE TO WS-DET-TITLE
                   MOVE JR-COMPANY TO WS-DET-COMPANY
                   MOVE JR-LOCATION TO WS-DET-LOCATION
           END-READ

           MOVE APR-APPLIED-DATE TO WS-DET-APPLIED-DATE
           MOVE APR-DECIDED-DATE TO WS-DET-DECIDED-DATE
           WRITE EXTRACT-RECORD FROM WS-DETAIL-LINE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "Error writing placement extract: "
                   WS-EXTRACT-STATUS " - nothing ledgered"
               STOP RUN
           END-IF
           ADD 1 TO WS-DETAIL-COUNT

           IF FIRST-TIME-SENT
               ADD 1 TO WS-NEWLY-SENT-COUNT
               MOVE APR-USERNAME
                   TO WS-NEW-SENT-USERNAME(WS-NEWLY-SENT-COUNT)
               MOVE APR-JOB-ID
                   TO WS-NEW-SENT-JOB-ID(WS-NEWLY-SENT-COUNT)
           END-IF.
