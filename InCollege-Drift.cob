       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOLLEGE-DRIFT.
       AUTHOR. DEVELOPER-2-DM.
      *================================================================*
      * InCollege - Nightly Record-Count Drift Check
      *
      * INCOLLEGE-BACKUP writes a manifest of record counts for each
      * generation, but a bad quarantine pass or a runaway purge
      * would only show up there as a smaller number nobody reads.
      * This run compares the newest generation's manifest with the
      * previous generation's (the last two dates in
      * data/backup-generations.dat), file by file, and writes the
      * old count, new count, change, and percentage change of each
      * to data/backup-drift.dat.
      *
      * A master whose count dropped by more than the configured
      * percentage (line 11 of data/incollege-config.dat, default
      * 20) is flagged "DROP". When anything is flagged, the oldest
      * generation on hand is held back from rotation by writing
      * data/backup-hold.dat:
      *   cols  1-8   held generation date
      *   cols 10-17  newest generation, the one that showed the drop
      *   cols 19-26  previous generation it was compared with
      * INCOLLEGE-BACKUP keeps the held generation until someone
      * signs off with its SIGNOFF mode. A hold already in place is
      * left alone - the first clean copy is the one worth keeping.
      *
      * A file in only one of the two manifests is listed but not
      * flagged; the backup always writes every master, so that
      * only happens when a master is added or renamed.
      *
      * Some files shrink on an ordinary night and are listed as
      * "not checked" rather than flagged: the placement extract
      * (only the day's new acceptances), the moderation queue
      * (held-messages, emptied by release and reject), and the
      * small files students delete from themselves (search-alerts,
      * event-rsvps, blocks). Nor is a file flagged unless the
      * previous generation had at least 10 records - a drop from
      * 3 to 2 says nothing about data loss.
      *================================================================*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Catalog of the generation dates on hand, oldest first
           SELECT CATALOG-FILE
               ASSIGN TO "data/backup-generations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *    One generation's manifest of record counts
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *    Rotation hold - present only while a generation is held
           SELECT HOLD-FILE ASSIGN TO "data/backup-hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "data/incollege-config.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT DRIFT-FILE ASSIGN TO "data/backup-drift.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIFT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD CATALOG-FILE.
       01 CATALOG-RECORD                  PIC X(8).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MAN-FILE-NAME               PIC X(24).
           05 MAN-COUNT                   PIC 9(7).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-HELD-DATE               PIC X(8).
           05 FILLER                      PIC X(1).
           05 HLD-FLAGGED-DATE            PIC X(8).
           05 FILLER                      PIC X(1).
           05 HLD-PREVIOUS-DATE           PIC X(8).

       FD CONFIG-FILE.
       01 CONFIG-RECORD                   PIC X(100).

       FD DRIFT-FILE.
       01 DRIFT-RECORD                    PIC X(100).

       WORKING-STORAGE SECTION.

      *    File status variables
       01 WS-CATALOG-STATUS               PIC XX VALUE SPACES.
       01 WS-MANIFEST-STATUS              PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS                  PIC XX VALUE SPACES.
       01 WS-CONFIG-STATUS                PIC XX VALUE SPACES.
       01 WS-DRIFT-STATUS                 PIC XX VALUE SPACES.

       01 WS-TODAY-DATE                   PIC X(8) VALUE SPACES.
       01 WS-OUTPUT-LINE                  PIC X(100) VALUE SPACES.

      *    Percentage a count may drop before it is flagged -
      *    config line 11
       01 WS-CONFIG-LINE-NO               PIC 99 VALUE 0.
       01 WS-DROP-THRESHOLD               PIC 9(3) VALUE 0.

      *    A drop only counts when the previous generation had at
      *    least this many records
       01 WS-MIN-PREVIOUS-COUNT           PIC 9(7) VALUE 10.

      *    Files whose counts fall in normal use - reported, never
      *    flagged, by the short names the backup manifest uses
       01 WS-EXEMPT-COUNT                 PIC 99 VALUE 5.
       01 WS-EXEMPT-NAMES.
           05 FILLER                      PIC X(24)
               VALUE "placement-extract".
           05 FILLER                      PIC X(24)
               VALUE "held-messages".
           05 FILLER                      PIC X(24)
               VALUE "search-alerts".
           05 FILLER                      PIC X(24)
               VALUE "event-rsvps".
           05 FILLER                      PIC X(24)
               VALUE "blocks".
       01 WS-EXEMPT-NAME-TABLE REDEFINES WS-EXEMPT-NAMES.
           05 WS-EXEMPT-NAME OCCURS 5 TIMES
                                          PIC X(24).
       01 WS-EXEMPT-INDEX                 PIC 99 VALUE 0.
       01 WS-EXEMPT-FLAG                  PIC 9 VALUE 0.
           88 FILE-EXEMPT                 VALUE 1.

      *    Catalog of generation dates, oldest first - same limit
      *    as INCOLLEGE-BACKUP
       01 WS-GEN-COUNT                    PIC 99 VALUE 0.
       01 WS-MAX-GENS                     PIC 99 VALUE 99.
       01 WS-GEN-TABLE.
           05 WS-GEN-DATE OCCURS 99 TIMES
                                          PIC X(8).
       01 WS-NEWEST-DATE                  PIC X(8) VALUE SPACES.
       01 WS-PREVIOUS-DATE                PIC X(8) VALUE SPACES.

      *    The manifest being read, then the two kept for the
      *    comparison - room for more masters than the backup has
      *    today, so a newer manifest still loads whole
       01 WS-MANIFEST-FILENAME            PIC X(60) VALUE SPACES.
       01 WS-MANIFEST-DATE                PIC X(8) VALUE SPACES.
       01 WS-MAX-ENTRIES                  PIC 99 VALUE 40.
       01 WS-LOAD-COUNT                   PIC 99 VALUE 0.
       01 WS-LOAD-TABLE.
           05 WS-LOAD-ENTRY OCCURS 40 TIMES.
               10 WS-LOAD-NAME            PIC X(24).
               10 WS-LOAD-RECORDS         PIC 9(7).
       01 WS-NEW-COUNT                    PIC 99 VALUE 0.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 40 TIMES.
               10 WS-NEW-NAME             PIC X(24).
               10 WS-NEW-RECORDS          PIC 9(7).
       01 WS-PREV-COUNT                   PIC 99 VALUE 0.
       01 WS-PREV-TABLE.
           05 WS-PREV-ENTRY OCCURS 40 TIMES.
               10 WS-PREV-NAME            PIC X(24).
               10 WS-PREV-RECORDS         PIC 9(7).
       01 WS-NEW-INDEX                    PIC 99 VALUE 0.
       01 WS-PREV-INDEX                   PIC 99 VALUE 0.
       01 WS-FOUND-FLAG                   PIC 9 VALUE 0.
           88 LOOKUP-FOUND                VALUE 1.

      *    The file being compared
       01 WS-CURRENT-NAME                 PIC X(24) VALUE SPACES.
       01 WS-OLD-RECORDS                  PIC 9(7) VALUE 0.
       01 WS-CUR-RECORDS                  PIC 9(7) VALUE 0.
       01 WS-CHANGE                       PIC S9(8) VALUE 0.
       01 WS-CHANGE-PCT                   PIC S9(9)V9 VALUE 0.
       01 WS-DROP-PCT                     PIC S9(9)V9 VALUE 0.
       01 WS-PCT-EDIT                     PIC +(9)9.9.

      *    Outcome of the comparison
       01 WS-COMPARED-COUNT               PIC 99 VALUE 0.
       01 WS-FLAGGED-COUNT                PIC 99 VALUE 0.
       01 WS-HOLD-FOUND-FLAG              PIC 9 VALUE 0.
           88 HOLD-IN-PLACE               VALUE 1.
       01 WS-HOLD-PLACED-FLAG             PIC 9 VALUE 0.
           88 HOLD-PLACED                 VALUE 1.
       01 WS-HELD-DATE                    PIC X(8) VALUE SPACES.
       01 WS-HELD-FLAGGED-DATE            PIC X(8) VALUE SPACES.

      *    One report line per file
       01 WS-DRIFT-LINE.
           05 WS-DL-NAME                  PIC X(22).
           05 WS-DL-PREVIOUS              PIC ZZZZZZ9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS-DL-NEWEST                PIC ZZZZZZ9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS-DL-CHANGE                PIC +(7)9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS-DL-PERCENT               PIC X(14).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS-DL-FLAG                  PIC X(11).
           05 FILLER                      PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM INITIALIZE-DRIFT
           PERFORM LOAD-CATALOG
           IF WS-GEN-COUNT < 2
               MOVE "Fewer than two generations on hand - nothing "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-DRIFT-LINE
               MOVE "to compare yet." TO WS-OUTPUT-LINE
               PERFORM WRITE-DRIFT-LINE
           ELSE
               PERFORM COMPARE-GENERATIONS
           END-IF
           IF WS-FLAGGED-COUNT > 0
               PERFORM PLACE-HOLD
           END-IF
           PERFORM REPORT-HOLD-STATE
           PERFORM CLEANUP-DRIFT
           STOP RUN.

      *================================================================*
      * INITIALIZATION AND CLEANUP
      *================================================================*

       INITIALIZE-DRIFT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-DRIFT-CONFIG
           PERFORM LOAD-HOLD
           OPEN OUTPUT DRIFT-FILE
           IF WS-DRIFT-STATUS NOT = "00"
               DISPLAY "Error opening drift report: " WS-DRIFT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "InCollege Backup Drift Check - " DELIMITED SIZE
                  WS-TODAY-DATE DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-DRIFT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "DROP = count fell by more than " DELIMITED SIZE
                  WS-DROP-THRESHOLD DELIMITED SIZE
                  "% since the previous generation" DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-DRIFT-LINE
           PERFORM WRITE-DRIFT-LINE.

       CLEANUP-DRIFT.
           CLOSE DRIFT-FILE
           DISPLAY "Drift check of " WS-COMPARED-COUNT
               " files written to data/backup-drift.dat"
           IF WS-FLAGGED-COUNT > 0
               DISPLAY "  " WS-FLAGGED-COUNT
                   " files dropped more than " WS-DROP-THRESHOLD
                   "% - generation " WS-HELD-DATE
                   " held from rotation"
           END-IF.

       WRITE-DRIFT-LINE.
           WRITE DRIFT-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE.

      *    The drop threshold sits on line 11 of the shared config
      *    file, after the funnel's stale-application days
       LOAD-DRIFT-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM VARYING WS-CONFIG-LINE-NO FROM 1 BY 1
                   UNTIL WS-CONFIG-LINE-NO > 11
                       OR WS-CONFIG-STATUS NOT = "00"
                   READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CONFIG-LINE-NO = 11
                               MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                                   CONFIG-RECORD))
                                   TO WS-DROP-THRESHOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF
           IF WS-DROP-THRESHOLD = 0
               MOVE 20 TO WS-DROP-THRESHOLD
           END-IF.

      *    A hold left by an earlier night - no file means none
       LOAD-HOLD.
           MOVE 0 TO WS-HOLD-FOUND-FLAG
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HOLD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF HLD-HELD-DATE NOT = SPACES
                       MOVE 1 TO WS-HOLD-FOUND-FLAG
                       MOVE HLD-HELD-DATE TO WS-HELD-DATE
                       MOVE HLD-FLAGGED-DATE TO WS-HELD-FLAGGED-DATE
                   END-IF
           END-READ
           CLOSE HOLD-FILE.

      *================================================================*
      * GENERATIONS AND MANIFESTS
      *================================================================*

       LOAD-CATALOG.
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CATALOG-STATUS NOT = "00"
               READ CATALOG-FILE INTO CATALOG-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-GEN-COUNT < WS-MAX-GENS
                           ADD 1 TO WS-GEN-COUNT
                           MOVE CATALOG-RECORD
                               TO WS-GEN-DATE(WS-GEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

      *    Reads data/backup-<WS-MANIFEST-DATE>-manifest.dat into the
      *    load table; a missing manifest loads empty
       LOAD-MANIFEST.
           MOVE 0 TO WS-LOAD-COUNT
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING "data/backup-" DELIMITED SIZE
                  WS-MANIFEST-DATE DELIMITED SIZE
                  "-manifest.dat" DELIMITED SIZE
                  INTO WS-MANIFEST-FILENAME
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
               READ MANIFEST-FILE INTO MANIFEST-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-LOAD-COUNT < WS-MAX-ENTRIES
                           ADD 1 TO WS-LOAD-COUNT
                           MOVE MAN-FILE-NAME
                               TO WS-LOAD-NAME(WS-LOAD-COUNT)
                           MOVE MAN-COUNT
                               TO WS-LOAD-RECORDS(WS-LOAD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE.

      *================================================================*
      * COMPARISON - every file in the newest manifest against the
      * previous one, then anything the newest no longer lists
      *================================================================*

       COMPARE-GENERATIONS.
           MOVE WS-GEN-DATE(WS-GEN-COUNT) TO WS-NEWEST-DATE
           MOVE WS-GEN-DATE(WS-GEN-COUNT - 1) TO WS-PREVIOUS-DATE

           MOVE WS-NEWEST-DATE TO WS-MANIFEST-DATE
           PERFORM LOAD-MANIFEST
           MOVE WS-LOAD-COUNT TO WS-NEW-COUNT
           MOVE WS-LOAD-TABLE TO WS-NEW-TABLE
           MOVE WS-PREVIOUS-DATE TO WS-MANIFEST-DATE
           PERFORM LOAD-MANIFEST
           MOVE WS-LOAD-COUNT TO WS-PREV-COUNT
           MOVE WS-LOAD-TABLE TO WS-PREV-TABLE

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Generation " DELIMITED SIZE
                  WS-NEWEST-DATE DELIMITED SIZE
                  " compared with " DELIMITED SIZE
                  WS-PREVIOUS-DATE DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-DRIFT-LINE
           IF WS-NEW-COUNT = 0 OR WS-PREV-COUNT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               IF WS-NEW-COUNT = 0
                   STRING "No manifest for generation " DELIMITED SIZE
                          WS-NEWEST-DATE DELIMITED SIZE
                          " - nothing compared." DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
               ELSE
                   STRING "No manifest for generation " DELIMITED SIZE
                          WS-PREVIOUS-DATE DELIMITED SIZE
                          " - nothing compared." DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
               END-IF
               PERFORM WRITE-DRIFT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-DRIFT-LINE
           MOVE "File                 Previous   Newest    Change"
               TO WS-OUTPUT-LINE
           MOVE "Percent" TO WS-OUTPUT-LINE(51:7)
           MOVE "Flag" TO WS-OUTPUT-LINE(67:4)
           PERFORM WRITE-DRIFT-LINE

           PERFORM VARYING WS-NEW-INDEX FROM 1 BY 1
               UNTIL WS-NEW-INDEX > WS-NEW-COUNT
               MOVE WS-NEW-NAME(WS-NEW-INDEX) TO WS-CURRENT-NAME
               MOVE WS-NEW-RECORDS(WS-NEW-INDEX) TO WS-CUR-RECORDS
               PERFORM FIND-PREVIOUS-COUNT
               PERFORM REPORT-ONE-FILE
           END-PERFORM

      *    A file the newest manifest no longer lists - a renamed
      *    master's old name
           PERFORM VARYING WS-PREV-INDEX FROM 1 BY 1
               UNTIL WS-PREV-INDEX > WS-PREV-COUNT
               MOVE WS-PREV-NAME(WS-PREV-INDEX) TO WS-CURRENT-NAME
               PERFORM FIND-NEWEST-ENTRY
               IF NOT LOOKUP-FOUND
                   PERFORM REPORT-DROPPED-NAME
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OUTPUT-LINE
           PERFORM WRITE-DRIFT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-COMPARED-COUNT DELIMITED SIZE
                  " file(s) compared, " DELIMITED SIZE
                  WS-FLAGGED-COUNT DELIMITED SIZE
                  " flagged DROP." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-DRIFT-LINE.

      *    The previous generation's count for WS-CURRENT-NAME
       FIND-PREVIOUS-COUNT.
           MOVE 0 TO WS-FOUND-FLAG
           MOVE 0 TO WS-OLD-RECORDS
           PERFORM VARYING WS-PREV-INDEX FROM 1 BY 1
               UNTIL WS-PREV-INDEX > WS-PREV-COUNT
                   OR LOOKUP-FOUND
               IF WS-PREV-NAME(WS-PREV-INDEX) = WS-CURRENT-NAME
                   MOVE 1 TO WS-FOUND-FLAG
                   MOVE WS-PREV-RECORDS(WS-PREV-INDEX)
                       TO WS-OLD-RECORDS
               END-IF
           END-PERFORM.

       FIND-NEWEST-ENTRY.
           MOVE 0 TO WS-FOUND-FLAG
           PERFORM VARYING WS-NEW-INDEX FROM 1 BY 1
               UNTIL WS-NEW-INDEX > WS-NEW-COUNT
                   OR LOOKUP-FOUND
               IF WS-NEW-NAME(WS-NEW-INDEX) = WS-CURRENT-NAME
                   MOVE 1 TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

      *    One line for a file in the newest manifest - the change,
      *    its percentage of the previous count, and the DROP flag
      *    when the fall is past the threshold on a checked file
       REPORT-ONE-FILE.
           ADD 1 TO WS-COMPARED-COUNT
           MOVE SPACES TO WS-DRIFT-LINE
           MOVE WS-CURRENT-NAME TO WS-DL-NAME
           MOVE WS-OLD-RECORDS TO WS-DL-PREVIOUS
           MOVE WS-CUR-RECORDS TO WS-DL-NEWEST
           COMPUTE WS-CHANGE = WS-CUR-RECORDS - WS-OLD-RECORDS
           MOVE WS-CHANGE TO WS-DL-CHANGE
           PERFORM CHECK-EXEMPT-FILE
           IF FILE-EXEMPT
               MOVE "not checked" TO WS-DL-FLAG
           END-IF
           EVALUATE TRUE
               WHEN NOT LOOKUP-FOUND
                   MOVE "new file" TO WS-DL-PERCENT
               WHEN WS-OLD-RECORDS = 0
                   MOVE "n/a" TO WS-DL-PERCENT
               WHEN OTHER
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       WS-CHANGE * 100 / WS-OLD-RECORDS
                   MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
                   STRING WS-PCT-EDIT DELIMITED SIZE
                          "%" DELIMITED SIZE
                          INTO WS-DL-PERCENT
                   IF WS-CHANGE < 0 AND NOT FILE-EXEMPT AND
                      WS-OLD-RECORDS >= WS-MIN-PREVIOUS-COUNT
                       COMPUTE WS-DROP-PCT = 0 - WS-CHANGE-PCT
                       IF WS-DROP-PCT > WS-DROP-THRESHOLD
                           MOVE "DROP" TO WS-DL-FLAG
                           ADD 1 TO WS-FLAGGED-COUNT
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE WS-DRIFT-LINE TO WS-OUTPUT-LINE
           PERFORM WRITE-DRIFT-LINE.

      *    Sets FILE-EXEMPT when WS-CURRENT-NAME is one of the files
      *    whose counts fall in normal use
       CHECK-EXEMPT-FILE.
           MOVE 0 TO WS-EXEMPT-FLAG
           PERFORM VARYING WS-EXEMPT-INDEX FROM 1 BY 1
               UNTIL WS-EXEMPT-INDEX > WS-EXEMPT-COUNT
                   OR FILE-EXEMPT
               IF WS-EXEMPT-NAME(WS-EXEMPT-INDEX) = WS-CURRENT-NAME
                   MOVE 1 TO WS-EXEMPT-FLAG
               END-IF
           END-PERFORM.

       REPORT-DROPPED-NAME.
           ADD 1 TO WS-COMPARED-COUNT
           MOVE SPACES TO WS-DRIFT-LINE
           MOVE WS-CURRENT-NAME TO WS-DL-NAME
           MOVE WS-PREV-RECORDS(WS-PREV-INDEX) TO WS-DL-PREVIOUS
           MOVE 0 TO WS-DL-NEWEST
           COMPUTE WS-CHANGE = 0 - WS-PREV-RECORDS(WS-PREV-INDEX)
           MOVE WS-CHANGE TO WS-DL-CHANGE
           MOVE "not in newest" TO WS-DL-PERCENT
           MOVE WS-DRIFT-LINE TO WS-OUTPUT-LINE
           PERFORM WRITE-DRIFT-LINE.

      *================================================================*
      * ROTATION HOLD - the oldest generation on hand is kept until
      * INCOLLEGE-BACKUP's SIGNOFF mode releases it
      *================================================================*

       PLACE-HOLD.
           IF HOLD-IN-PLACE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "Error opening backup hold: " WS-HOLD-STATUS
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Could not write data/backup-hold.dat (status "
                          DELIMITED SIZE
                      WS-HOLD-STATUS DELIMITED SIZE
                      ") - no generation is held." DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-DRIFT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-RECORD
           MOVE WS-GEN-DATE(1) TO HLD-HELD-DATE
           MOVE WS-NEWEST-DATE TO HLD-FLAGGED-DATE
           MOVE WS-PREVIOUS-DATE TO HLD-PREVIOUS-DATE
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE
           MOVE 1 TO WS-HOLD-PLACED-FLAG
           MOVE 1 TO WS-HOLD-FOUND-FLAG
           MOVE WS-GEN-DATE(1) TO WS-HELD-DATE
           MOVE WS-NEWEST-DATE TO WS-HELD-FLAGGED-DATE.

      *    Every run says where the hold stands, so a forgotten one
      *    keeps showing up in the report
       REPORT-HOLD-STATE.
           MOVE SPACES TO WS-OUTPUT-LINE
           PERFORM WRITE-DRIFT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EVALUATE TRUE
               WHEN HOLD-PLACED
                   STRING "Generation " DELIMITED SIZE
                          WS-HELD-DATE DELIMITED SIZE
                          " is now held back from rotation."
                              DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
               WHEN HOLD-IN-PLACE
                   STRING "Generation " DELIMITED SIZE
                          WS-HELD-DATE DELIMITED SIZE
                          " is still held (drop seen in "
                              DELIMITED SIZE
                          WS-HELD-FLAGGED-DATE DELIMITED SIZE
                          ")." DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
               WHEN OTHER
                   MOVE "No generation is held from rotation."
                       TO WS-OUTPUT-LINE
           END-EVALUATE
           PERFORM WRITE-DRIFT-LINE
           IF HOLD-IN-PLACE
               MOVE "Check the DROP files, then run INCOLLEGE-BACKUP "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-DRIFT-LINE
               MOVE "with mode SIGNOFF to release the hold."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-DRIFT-LINE
           END-IF.
