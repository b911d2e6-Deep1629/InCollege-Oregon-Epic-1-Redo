      * the office has decided are truly dead. Rows VERIFY
      * quarantined from the retired line-sequential
      * connections.dat and messages.dat are mapped into the keyed
      * stores that replaced those files, and rows from the
      * one-digit learning-records.idx into learning-progress.idx.
      *
      * The request is described in data/quarantine-parms.dat, one
      * parameter per line; a blank line means "any":
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

       DATA DIVISION.

       FILE SECTION.
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

       WORKING-STORAGE SECTION.

      *    File status variables
       01 WS-PASSWORD-HISTORY-STATUS      PIC XX VALUE SPACES.
       01 WS-CONNECTIONS-STATUS           PIC XX VALUE SPACES.
       01 WS-MESSAGES-STATUS              PIC XX VALUE SPACES.
       01 WS-PROFILE-ENTRIES-STATUS       PIC XX VALUE SPACES.

       01 WS-TODAY-DATE                   PIC X(8) VALUE SPACES.
       01 WS-OUTPUT-LINE                  PIC X(132) VALUE SPACES.
           88 CONNECTIONS-MASTER-OPEN     VALUE 1.
       01 WS-MESSAGES-OPEN-FLAG           PIC 9 VALUE 0.
           88 MESSAGES-MASTER-OPEN        VALUE 1.
       01 WS-ENTRIES-OPEN-FLAG            PIC 9 VALUE 0.
           88 ENTRIES-MASTER-OPEN         VALUE 1.

      *    Message sequence assignment working variables
       01 WS-SEQ-USERNAME                 PIC X(20) VALUE SPACES.
                   PERFORM REINSTATE-PROFILE-ROW
               WHEN "applications.idx"
                   PERFORM REINSTATE-APPLICATION-ROW
               WHEN "learning-progress.idx"
                   PERFORM REINSTATE-LEARNING-ROW
               WHEN "password-history.idx"
                   PERFORM REINSTATE-HISTORY-ROW
                   PERFORM REINSTATE-CONNECTION-ROW
               WHEN "messages.idx"
                   PERFORM REINSTATE-MESSAGE-ROW
               WHEN "profile-entries.idx"
                   PERFORM REINSTATE-ENTRY-ROW
      *        Rows set aside before the cutover to the keyed
      *        stores carry the old line-sequential layouts - same
      *        checks, mapped into the keyed record on the way in
                   PERFORM REINSTATE-CONNECTION-ROW
               WHEN "messages.dat"
                   PERFORM REINSTATE-OLD-MESSAGE-ROW
               WHEN "learning-records.idx"
                   PERFORM REINSTATE-OLD-LEARNING-ROW
               WHEN OTHER
                   MOVE "unknown source file" TO WS-FAIL-REASON
           END-EVALUATE
                       TO WS-FAIL-REASON
           END-WRITE.

      *    A row from the one-digit learning-records.idx: user,
      *    skill id, name, enrolled date, status - the skill id
      *    carries straight over to the widened key
       REINSTATE-OLD-LEARNING-ROW.
           MOVE WS-QROW-DATA(WS-ROW-INDEX)(1:20)
               TO WS-LOOKUP-USERNAME
           PERFORM LOOK-UP-USERNAME
           IF NOT LOOKUP-FOUND
               MOVE "username still has no account"
                   TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT LEARNING-MASTER-OPEN
               MOVE "learning master unavailable" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEARNING-RECORD
           MOVE WS-QROW-DATA(WS-ROW-INDEX)(1:20) TO LR-USERNAME
           MOVE WS-QROW-DATA(WS-ROW-INDEX)(21:1) TO LR-SKILL-ID
           MOVE WS-QROW-DATA(WS-ROW-INDEX)(22:25) TO LR-SKILL-NAME
           MOVE WS-QROW-DATA(WS-ROW-INDEX)(47:8) TO LR-ENROLLED-DATE
           MOVE WS-QROW-DATA(WS-ROW-INDEX)(55:1) TO LR-STATUS
           WRITE LEARNING-RECORD
               INVALID KEY
                   MOVE "a learning row with that key already exists"
                       TO WS-FAIL-REASON
           END-WRITE.

       REINSTATE-HISTORY-ROW.
           MOVE WS-QROW-DATA(WS-ROW-INDEX)(1:20)
               TO WS-LOOKUP-USERNAME
                       TO WS-FAIL-REASON
           END-WRITE.

       REINSTATE-ENTRY-ROW.
           MOVE WS-QROW-DATA(WS-ROW-INDEX)(1:20)
               TO WS-LOOKUP-USERNAME
           PERFORM LOOK-UP-USERNAME
           IF NOT LOOKUP-FOUND
               MOVE "username still has no account"
                   TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT ENTRIES-MASTER-OPEN
               MOVE "profile entries master unavailable"
                   TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QROW-DATA(WS-ROW-INDEX) TO PROFILE-ENTRY-RECORD
           WRITE PROFILE-ENTRY-RECORD
               INVALID KEY
                   MOVE "an entry with that key already exists"
                       TO WS-FAIL-REASON
           END-WRITE.

      *    The old connections.dat layout matches the leading bytes
      *    of the keyed record, so one handler serves rows tagged
      *    with either source
           OPEN I-O MESSAGES-FILE
           IF WS-MESSAGES-STATUS = "00"
               MOVE 1 TO WS-MESSAGES-OPEN-FLAG
           END-IF
           OPEN I-O PROFILE-ENTRIES-FILE
           IF WS-PROFILE-ENTRIES-STATUS = "00"
               MOVE 1 TO WS-ENTRIES-OPEN-FLAG
           END-IF.

       CLOSE-MASTERS-FOR-REINSTATE.
           END-IF
           IF MESSAGES-MASTER-OPEN
               CLOSE MESSAGES-FILE
           END-IF
           IF ENTRIES-MASTER-OPEN
               CLOSE PROFILE-ENTRIES-FILE
           END-IF.

       LOAD-KNOWN-JOB-IDS.
