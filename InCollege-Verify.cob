      *   profiles.idx          PR-USERNAME must have an accounts row
      *   applications.idx      APR-USERNAME must have an accounts row
      *                         APR-JOB-ID must exist in jobs.idx
      *   learning-progress.idx LR-USERNAME must have an accounts row
      *                         (one row per user and skill is
      *                         guaranteed by the record key itself)
      *   password-history.idx  PH-USERNAME must have an accounts row
      *   connections.idx       both usernames must have accounts rows
      *   messages.idx          both usernames must have accounts rows
      *   profile-entries.idx   PE-USERNAME must have an accounts row
      *
      * Each orphaned record is listed in the exceptions report
      * (data/integrity-report.dat) with its file and reason,
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT LEARNING-RECORDS-FILE
               ASSIGN TO "data/learning-progress.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               RECORD KEY IS MSG-KEY
               FILE STATUS IS WS-MESSAGES-STATUS.

      *    Work and education entries on the student profile
           SELECT PROFILE-ENTRIES-FILE
               ASSIGN TO "data/profile-entries.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-KEY
               FILE STATUS IS WS-PROFILE-ENTRIES-STATUS.

      *    Exceptions report - one line per quarantined record, with
      *    file and reason; overwritten each run, like the nightly
      *    summary report
       01 LEARNING-RECORD.
           05 LR-KEY.
               10 LR-USERNAME             PIC X(20).
               10 LR-SKILL-ID             PIC 9(3).
           05 LR-SKILL-NAME               PIC X(25).
           05 LR-ENROLLED-DATE            PIC X(8).
           05 LR-STATUS                   PIC X(1).
           05 FILLER                      PIC X(7).

       FD PASSWORD-HISTORY-FILE.
       01 PASSWORD-HISTORY-RECORD.
           05 MSG-TEXT                    PIC X(60).
           05 FILLER                      PIC X(7).

       FD PROFILE-ENTRIES-FILE.
       01 PROFILE-ENTRY-RECORD.
           05 PE-KEY.
               10 PE-USERNAME             PIC X(20).
               10 PE-SEQ                  PIC 9(2).
           05 PE-TYPE                     PIC X(1).
           05 PE-TITLE                    PIC X(25).
           05 PE-ORGANIZATION             PIC X(25).
           05 PE-FROM-DATE                PIC X(6).
           05 PE-TO-DATE                  PIC X(6).
           05 PE-DESCRIPTION              PIC X(40).
           05 FILLER                      PIC X(7).

       FD EXCEPTIONS-FILE.
       01 EXCEPTION-RECORD                PIC X(132).

       01 WS-PASSWORD-HISTORY-STATUS      PIC XX VALUE SPACES.
       01 WS-CONNECTIONS-STATUS           PIC XX VALUE SPACES.
       01 WS-MESSAGES-STATUS              PIC XX VALUE SPACES.
       01 WS-PROFILE-ENTRIES-STATUS       PIC XX VALUE SPACES.
       01 WS-EXCEPTIONS-STATUS            PIC XX VALUE SPACES.
       01 WS-QUARANTINE-STATUS            PIC XX VALUE SPACES.

           PERFORM CHECK-PASSWORD-HISTORY
           PERFORM CHECK-CONNECTIONS
           PERFORM CHECK-MESSAGES
           PERFORM CHECK-PROFILE-ENTRIES
           PERFORM WRITE-SUMMARY
           PERFORM CLEANUP-VERIFY
           STOP RUN.
      *================================================================*

       CHECK-LEARNING-RECORDS.
           MOVE "learning-progress.idx" TO WS-EXC-FILE-NAME
           MOVE 0 TO WS-BAD-IN-FILE-COUNT
           MOVE 0 TO WS-BAD-KEYS-COUNT
           OPEN I-O LEARNING-RECORDS-FILE
           END-IF
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
               UNTIL WS-KEY-INDEX > WS-BAD-KEYS-COUNT
               MOVE WS-BAD-KEY(WS-KEY-INDEX)(1:23) TO LR-KEY
               DELETE LEARNING-RECORDS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               MOVE "no matching account for username"
                   TO WS-EXC-REASON
               MOVE SPACES TO WS-BAD-KEY-VALUE
               MOVE LR-KEY TO WS-BAD-KEY-VALUE(1:23)
               PERFORM STORE-BAD-KEY
               PERFORM RECORD-EXCEPTION
           END-IF.
               PERFORM RECORD-EXCEPTION
           END-IF.

      *================================================================*
      * PROFILE ENTRIES - the work and education entries on a
      * student profile; PE-USERNAME needs an accounts row
      *================================================================*

       CHECK-PROFILE-ENTRIES.
           MOVE "profile-entries.idx" TO WS-EXC-FILE-NAME
           MOVE 0 TO WS-BAD-IN-FILE-COUNT
           MOVE 0 TO WS-BAD-KEYS-COUNT
           OPEN I-O PROFILE-ENTRIES-FILE
           IF WS-PROFILE-ENTRIES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PE-KEY
           START PROFILE-ENTRIES-FILE KEY NOT < PE-KEY
           IF WS-PROFILE-ENTRIES-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ PROFILE-ENTRIES-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           PERFORM CHECK-ONE-PROFILE-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
               UNTIL WS-KEY-INDEX > WS-BAD-KEYS-COUNT
               MOVE WS-BAD-KEY(WS-KEY-INDEX)(1:22) TO PE-KEY
               DELETE PROFILE-ENTRIES-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM
           CLOSE PROFILE-ENTRIES-FILE.

       CHECK-ONE-PROFILE-ENTRY.
           ADD 1 TO WS-TOTAL-CHECKED-COUNT
           MOVE PE-USERNAME TO WS-LOOKUP-USERNAME
           PERFORM LOOK-UP-USERNAME
           IF NOT LOOKUP-FOUND
               MOVE PROFILE-ENTRY-RECORD TO WS-EXC-ROW-DATA
               MOVE "no matching account for username"
                   TO WS-EXC-REASON
               MOVE SPACES TO WS-BAD-KEY-VALUE
               MOVE PE-KEY TO WS-BAD-KEY-VALUE(1:22)
               PERFORM STORE-BAD-KEY
               PERFORM RECORD-EXCEPTION
           END-IF.

      *================================================================*
      * SUMMARY
      *================================================================*
