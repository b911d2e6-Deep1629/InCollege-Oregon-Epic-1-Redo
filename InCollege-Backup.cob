      *   data/backup-YYYYMMDD-<name>.dat      one copy per master
      *   data/backup-YYYYMMDD-manifest.dat    record count per file
      *
      * covering accounts, profiles, applications, learning-progress,
      * password-history, interviews, announcement-reads, jobs,
      * connections, messages, announcements, staff-operators,
      * saved-searches, search-alerts, placements-sent, blocks,
      * restricted-terms, held-messages, events, event-rsvps,
      * profile-entries, skills-catalog, and the last
      * placement-extract sent to the career office.
      * The keyed masters are dumped in key order, so a restore can
      * reload them with plain sequential writes.
      *
      * data/backup-generations.dat lists the generation dates on
      * hand; after each backup the oldest generations past the
      * configured count (line 9 of data/incollege-config.dat,
      * default 3) are deleted. A generation named in
      * data/backup-hold.dat - written by INCOLLEGE-DRIFT when a
      * master's record count falls sharply - is never deleted and
      * doesn't count against that limit until the hold is signed
      * off.
      *
      * The mode comes from data/backup-parms.dat:
      *   line 1: BACKUP (the default), RESTORE, or SIGNOFF
      *   line 2: generation date to restore, YYYYMMDD; blank
      *           restores the newest generation in the catalog.
      *           For SIGNOFF, the held generation's date - blank
      *           releases whatever generation is held
      *
      * A restore reloads every master from the generation's copies
      * and then checks each file's restored count against the
      * manifest - it only declares success when every count
      * matches. A generation taken before learning records moved
      * to learning-progress only holds a learning-records copy;
      * its rows are widened to the three-digit skill id as they
      * are reloaded. Every action lands in data/backup-report.dat.
      *================================================================*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT LEARNING-RECORDS-FILE
               ASSIGN TO "data/learning-progress.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LR-KEY
               RECORD KEY IS MSG-KEY
               FILE STATUS IS WS-MESSAGES-STATUS.

           SELECT STAFF-OPERATORS-FILE
               ASSIGN TO "data/staff-operators.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-OPERATOR-ID
               FILE STATUS IS WS-STAFF-OPERATORS-STATUS.

           SELECT SAVED-SEARCHES-FILE
               ASSIGN TO "data/saved-searches.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SAVED-SEARCHES-STATUS.

           SELECT SEARCH-ALERTS-FILE
               ASSIGN TO "data/search-alerts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SEARCH-ALERTS-STATUS.

           SELECT PLACEMENTS-SENT-FILE
               ASSIGN TO "data/placements-sent.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-PLACEMENTS-SENT-STATUS.

           SELECT BLOCKS-FILE
               ASSIGN TO "data/blocks.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BLOCKS-STATUS.

           SELECT RESTRICTED-TERMS-FILE
               ASSIGN TO "data/restricted-terms.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-TERM
               FILE STATUS IS WS-RESTRICTED-TERMS-STATUS.

           SELECT HELD-MESSAGES-FILE
               ASSIGN TO "data/held-messages.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HM-HOLD-ID
               FILE STATUS IS WS-HELD-MESSAGES-STATUS.

           SELECT EVENTS-FILE
               ASSIGN TO "data/events.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT EVENT-RSVPS-FILE
               ASSIGN TO "data/event-rsvps.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ER-KEY
               FILE STATUS IS WS-EVENT-RSVPS-STATUS.

           SELECT PROFILE-ENTRIES-FILE
               ASSIGN TO "data/profile-entries.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PE-KEY
               FILE STATUS IS WS-PROFILE-ENTRIES-STATUS.

           SELECT SKILLS-CATALOG-FILE
               ASSIGN TO "data/skills-catalog.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SK-SKILL-ID
               FILE STATUS IS WS-SKILLS-CATALOG-STATUS.

      *    The line-sequential files, copied straight through
           SELECT ANNOUNCEMENTS-FILE
               ASSIGN TO "data/announcements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNOUNCEMENTS-STATUS.

           SELECT PLACEMENT-EXTRACT-FILE
               ASSIGN TO "data/placement-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENT-EXTRACT-STATUS.

      *    The generation copy being written or read - one dynamic
      *    name serves every master in turn
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *    Rotation hold left by INCOLLEGE-DRIFT - present only while
      *    a generation is held
           SELECT HOLD-FILE ASSIGN TO "data/backup-hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT PARMS-FILE ASSIGN TO "data/backup-parms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.

       FD LEARNING-RECORDS-FILE.
       01 LEARNING-RECORD.
           05 LR-KEY                      PIC X(23).
           05 FILLER                      PIC X(41).

       FD PASSWORD-HISTORY-FILE.
       01 PASSWORD-HISTORY-RECORD.
           05 JR-JOB-ID                   PIC 9(4).
           05 FILLER                      PIC X(216).

       FD STAFF-OPERATORS-FILE.
       01 STAFF-OPERATOR-RECORD.
           05 SO-OPERATOR-ID              PIC X(20).
           05 FILLER                      PIC X(60).

       FD SAVED-SEARCHES-FILE.
       01 SAVED-SEARCH-RECORD.
           05 SS-KEY                      PIC X(22).
           05 FILLER                      PIC X(58).

       FD SEARCH-ALERTS-FILE.
       01 SEARCH-ALERT-RECORD.
           05 SA-KEY                      PIC X(26).
           05 FILLER                      PIC X(54).

       FD PLACEMENTS-SENT-FILE.
       01 PLACEMENT-SENT-RECORD.
           05 PS-KEY                      PIC X(24).
           05 FILLER                      PIC X(16).

       FD BLOCKS-FILE.
       01 BLOCK-RECORD.
           05 BK-KEY                      PIC X(40).
           05 FILLER                      PIC X(20).

       FD RESTRICTED-TERMS-FILE.
       01 RESTRICTED-TERM-RECORD.
           05 RT-TERM                     PIC X(30).
           05 FILLER                      PIC X(50).

       FD HELD-MESSAGES-FILE.
       01 HELD-MESSAGE-RECORD.
           05 HM-HOLD-ID                  PIC X(6).
           05 FILLER                      PIC X(154).

       FD EVENTS-FILE.
       01 EVENT-RECORD.
           05 EV-EVENT-ID                 PIC X(4).
           05 FILLER                      PIC X(126).

       FD EVENT-RSVPS-FILE.
       01 EVENT-RSVP-RECORD.
           05 ER-KEY                      PIC X(24).
           05 FILLER                      PIC X(26).

       FD PROFILE-ENTRIES-FILE.
       01 PROFILE-ENTRY-RECORD.
           05 PE-KEY                      PIC X(22).
           05 FILLER                      PIC X(110).

       FD SKILLS-CATALOG-FILE.
       01 SKILL-CATALOG-RECORD.
           05 SK-SKILL-ID                 PIC X(3).
           05 FILLER                      PIC X(77).

       FD ANNOUNCEMENTS-FILE.
       01 ANNOUNCEMENT-RECORD             PIC X(80).

       FD PLACEMENT-EXTRACT-FILE.
       01 PLACEMENT-EXTRACT-RECORD        PIC X(160).

       FD BACKUP-FILE.
       01 BACKUP-RECORD                   PIC X(240).

       FD CATALOG-FILE.
       01 CATALOG-RECORD                  PIC X(8).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-HELD-DATE               PIC X(8).
           05 FILLER                      PIC X(1).
           05 HLD-FLAGGED-DATE            PIC X(8).
           05 FILLER                      PIC X(1).
           05 HLD-PREVIOUS-DATE           PIC X(8).

       FD PARMS-FILE.
       01 PARMS-RECORD                    PIC X(100).

       01 WS-CONNECTIONS-STATUS           PIC XX VALUE SPACES.
       01 WS-MESSAGES-STATUS              PIC XX VALUE SPACES.
       01 WS-ANNOUNCEMENTS-STATUS         PIC XX VALUE SPACES.
       01 WS-STAFF-OPERATORS-STATUS       PIC XX VALUE SPACES.
       01 WS-SAVED-SEARCHES-STATUS        PIC XX VALUE SPACES.
       01 WS-SEARCH-ALERTS-STATUS         PIC XX VALUE SPACES.
       01 WS-PLACEMENTS-SENT-STATUS       PIC XX VALUE SPACES.
       01 WS-PLACEMENT-EXTRACT-STATUS     PIC XX VALUE SPACES.
       01 WS-BLOCKS-STATUS                PIC XX VALUE SPACES.
       01 WS-RESTRICTED-TERMS-STATUS      PIC XX VALUE SPACES.
       01 WS-HELD-MESSAGES-STATUS         PIC XX VALUE SPACES.
       01 WS-EVENTS-STATUS                PIC XX VALUE SPACES.
       01 WS-EVENT-RSVPS-STATUS           PIC XX VALUE SPACES.
       01 WS-PROFILE-ENTRIES-STATUS       PIC XX VALUE SPACES.
       01 WS-SKILLS-CATALOG-STATUS        PIC XX VALUE SPACES.
       01 WS-BACKUP-STATUS                PIC XX VALUE SPACES.
       01 WS-MANIFEST-STATUS              PIC XX VALUE SPACES.
       01 WS-CATALOG-STATUS               PIC XX VALUE SPACES.
       01 WS-HOLD-STATUS                  PIC XX VALUE SPACES.
       01 WS-PARMS-STATUS                 PIC XX VALUE SPACES.
       01 WS-CONFIG-STATUS                PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS                PIC XX VALUE SPACES.
       01 WS-OUTPUT-LINE                  PIC X(100) VALUE SPACES.

      *    Mode - BACKUP takes tonight's generation, RESTORE
      *    reloads one, SIGNOFF releases a rotation hold
       01 WS-RUN-MODE                     PIC X(10) VALUE "BACKUP".
           88 RESTORE-MODE                VALUE "RESTORE".
           88 SIGNOFF-MODE                VALUE "SIGNOFF".
       01 WS-RESTORE-DATE                 PIC X(8) VALUE SPACES.
       01 WS-PARM-LINE-NO                 PIC 9 VALUE 0.

       01 WS-MANIFEST-FILENAME            PIC X(60) VALUE SPACES.
       01 WS-DELETE-FILENAME              PIC X(60) VALUE SPACES.

      *    Every master, by the short name used in the generation
      *    file names and the manifest; WS-MASTER-COUNT is how many
       01 WS-MASTER-COUNT                 PIC 99 VALUE 23.
       01 WS-MASTER-NAMES.
           05 FILLER                      PIC X(20)
               VALUE "accounts".
           05 FILLER                      PIC X(20)
               VALUE "applications".
           05 FILLER                      PIC X(20)
               VALUE "learning-progress".
           05 FILLER                      PIC X(20)
               VALUE "password-history".
           05 FILLER                      PIC X(20)
               VALUE "messages".
           05 FILLER                      PIC X(20)
               VALUE "announcements".
           05 FILLER                      PIC X(20)
               VALUE "staff-operators".
           05 FILLER                      PIC X(20)
               VALUE "saved-searches".
           05 FILLER                      PIC X(20)
               VALUE "search-alerts".
           05 FILLER                      PIC X(20)
               VALUE "placements-sent".
           05 FILLER                      PIC X(20)
               VALUE "placement-extract".
           05 FILLER                      PIC X(20)
               VALUE "blocks".
           05 FILLER                      PIC X(20)
               VALUE "restricted-terms".
           05 FILLER                      PIC X(20)
               VALUE "held-messages".
           05 FILLER                      PIC X(20)
               VALUE "events".
           05 FILLER                      PIC X(20)
               VALUE "event-rsvps".
           05 FILLER                      PIC X(20)
               VALUE "profile-entries".
           05 FILLER                      PIC X(20)
               VALUE "skills-catalog".
       01 WS-MASTER-NAME-TABLE REDEFINES WS-MASTER-NAMES.
           05 WS-MASTER-NAME OCCURS 23 TIMES
                                          PIC X(20).
       01 WS-NAME-INDEX                   PIC 99 VALUE 0.

      *    back to verify a restore
       01 WS-MANIFEST-COUNT               PIC 99 VALUE 0.
       01 WS-MANIFEST-TABLE.
           05 WS-MANIFEST-ENTRY OCCURS 23 TIMES.
               10 WS-MAN-NAME             PIC X(24).
               10 WS-MAN-COUNT            PIC 9(7).
       01 WS-MANIFEST-INDEX               PIC 99 VALUE 0.
       01 WS-GEN-INDEX                    PIC 99 VALUE 0.
       01 WS-GEN-PRESENT-FLAG             PIC 9 VALUE 0.
       01 WS-PURGE-DATE                   PIC X(8) VALUE SPACES.
       01 WS-PURGE-INDEX                  PIC 99 VALUE 0.

      *    Generation held back from rotation - WS-HELD-GENS is 1
      *    while the held date is still in the catalog
       01 WS-HOLD-FOUND-FLAG              PIC 9 VALUE 0.
           88 HOLD-IN-PLACE               VALUE 1.
       01 WS-HELD-DATE                    PIC X(8) VALUE SPACES.
       01 WS-HELD-FLAGGED-DATE            PIC X(8) VALUE SPACES.
       01 WS-HELD-GENS                    PIC 9 VALUE 0.

      *    Restore verification - success is only declared when
      *    every file's restored count matches the manifest
       01 WS-RESTORE-FAILED-FLAG          PIC 9 VALUE 0.
           88 RESTORE-FAILED              VALUE 1.

      *    A learning-records copy from a generation taken before
      *    learning-progress, and the same row widened to the
      *    three-digit skill id - the ids carry straight over, as
      *    the catalog keeps the original five under ids 1-5
       01 WS-OLD-LEARNING-ROW.
           05 WS-OLR-USERNAME             PIC X(20).
           05 WS-OLR-SKILL-ID             PIC 9(1).
           05 WS-OLR-DETAIL               PIC X(34).
           05 FILLER                      PIC X(9).
       01 WS-NEW-LEARNING-ROW.
           05 WS-NLR-USERNAME             PIC X(20).
           05 WS-NLR-SKILL-ID             PIC 9(3).
           05 WS-NLR-DETAIL               PIC X(34).
           05 FILLER                      PIC X(7).

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM INITIALIZE-BACKUP
           EVALUATE TRUE
               WHEN RESTORE-MODE
                   PERFORM RESTORE-GENERATION
               WHEN SIGNOFF-MODE
                   PERFORM SIGN-OFF-HOLD
               WHEN OTHER
                   PERFORM TAKE-BACKUP
           END-EVALUATE
           PERFORM CLEANUP-BACKUP
           STOP RUN.

           PERFORM BACKUP-CONNECTIONS
           PERFORM BACKUP-MESSAGES
           PERFORM BACKUP-ANNOUNCEMENTS
           PERFORM BACKUP-STAFF-OPERATORS
           PERFORM BACKUP-SAVED-SEARCHES
           PERFORM BACKUP-SEARCH-ALERTS
           PERFORM BACKUP-PLACEMENTS-SENT
           PERFORM BACKUP-PLACEMENT-EXTRACT
           PERFORM BACKUP-BLOCKS
           PERFORM BACKUP-RESTRICTED-TERMS
           PERFORM BACKUP-HELD-MESSAGES
           PERFORM BACKUP-EVENTS
           PERFORM BACKUP-EVENT-RSVPS
           PERFORM BACKUP-PROFILE-ENTRIES
           PERFORM BACKUP-SKILLS-CATALOG
           PERFORM WRITE-MANIFEST
           PERFORM UPDATE-CATALOG

           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-LEARNING-RECORDS.
           MOVE "learning-progress" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT LEARNING-RECORDS-FILE
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-STAFF-OPERATORS.
           MOVE "staff-operators" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT STAFF-OPERATORS-FILE
           IF WS-STAFF-OPERATORS-STATUS = "00"
               PERFORM UNTIL WS-STAFF-OPERATORS-STATUS NOT = "00"
                   READ STAFF-OPERATORS-FILE INTO STAFF-OPERATOR-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE STAFF-OPERATOR-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE STAFF-OPERATORS-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-SAVED-SEARCHES.
           MOVE "saved-searches" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT SAVED-SEARCHES-FILE
           IF WS-SAVED-SEARCHES-STATUS = "00"
               PERFORM UNTIL WS-SAVED-SEARCHES-STATUS NOT = "00"
                   READ SAVED-SEARCHES-FILE INTO SAVED-SEARCH-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SAVED-SEARCH-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE SAVED-SEARCHES-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-SEARCH-ALERTS.
           MOVE "search-alerts" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT SEARCH-ALERTS-FILE
           IF WS-SEARCH-ALERTS-STATUS = "00"
               PERFORM UNTIL WS-SEARCH-ALERTS-STATUS NOT = "00"
                   READ SEARCH-ALERTS-FILE INTO SEARCH-ALERT-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SEARCH-ALERT-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE SEARCH-ALERTS-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-PLACEMENTS-SENT.
           MOVE "placements-sent" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT PLACEMENTS-SENT-FILE
           IF WS-PLACEMENTS-SENT-STATUS = "00"
               PERFORM UNTIL WS-PLACEMENTS-SENT-STATUS NOT = "00"
                   READ PLACEMENTS-SENT-FILE INTO PLACEMENT-SENT-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE PLACEMENT-SENT-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE PLACEMENTS-SENT-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-PLACEMENT-EXTRACT.
           MOVE "placement-extract" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT PLACEMENT-EXTRACT-FILE
           IF WS-PLACEMENT-EXTRACT-STATUS = "00"
               PERFORM UNTIL WS-PLACEMENT-EXTRACT-STATUS NOT = "00"
                   READ PLACEMENT-EXTRACT-FILE
                       INTO PLACEMENT-EXTRACT-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE PLACEMENT-EXTRACT-RECORD
                               TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE PLACEMENT-EXTRACT-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-BLOCKS.
           MOVE "blocks" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT BLOCKS-FILE
           IF WS-BLOCKS-STATUS = "00"
               PERFORM UNTIL WS-BLOCKS-STATUS NOT = "00"
                   READ BLOCKS-FILE INTO BLOCK-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE BLOCK-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE BLOCKS-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-RESTRICTED-TERMS.
           MOVE "restricted-terms" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT RESTRICTED-TERMS-FILE
           IF WS-RESTRICTED-TERMS-STATUS = "00"
               PERFORM UNTIL WS-RESTRICTED-TERMS-STATUS NOT = "00"
                   READ RESTRICTED-TERMS-FILE
                       INTO RESTRICTED-TERM-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE RESTRICTED-TERM-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE RESTRICTED-TERMS-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-HELD-MESSAGES.
           MOVE "held-messages" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT HELD-MESSAGES-FILE
           IF WS-HELD-MESSAGES-STATUS = "00"
               PERFORM UNTIL WS-HELD-MESSAGES-STATUS NOT = "00"
                   READ HELD-MESSAGES-FILE INTO HELD-MESSAGE-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE HELD-MESSAGE-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE HELD-MESSAGES-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-EVENTS.
           MOVE "events" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS = "00"
               PERFORM UNTIL WS-EVENTS-STATUS NOT = "00"
                   READ EVENTS-FILE INTO EVENT-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE EVENT-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-EVENT-RSVPS.
           MOVE "event-rsvps" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT EVENT-RSVPS-FILE
           IF WS-EVENT-RSVPS-STATUS = "00"
               PERFORM UNTIL WS-EVENT-RSVPS-STATUS NOT = "00"
                   READ EVENT-RSVPS-FILE INTO EVENT-RSVP-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE EVENT-RSVP-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE EVENT-RSVPS-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-PROFILE-ENTRIES.
           MOVE "profile-entries" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT PROFILE-ENTRIES-FILE
           IF WS-PROFILE-ENTRIES-STATUS = "00"
               PERFORM UNTIL WS-PROFILE-ENTRIES-STATUS NOT = "00"
                   READ PROFILE-ENTRIES-FILE INTO PROFILE-ENTRY-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE PROFILE-ENTRY-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE PROFILE-ENTRIES-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       BACKUP-SKILLS-CATALOG.
           MOVE "skills-catalog" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-OUTPUT
           OPEN INPUT SKILLS-CATALOG-FILE
           IF WS-SKILLS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-SKILLS-CATALOG-STATUS NOT = "00"
                   READ SKILLS-CATALOG-FILE INTO SKILL-CATALOG-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SKILL-CATALOG-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE SKILLS-CATALOG-FILE
           END-IF
           CLOSE BACKUP-FILE
           PERFORM NOTE-BACKUP-COUNT.

       WRITE-MANIFEST.
           PERFORM BUILD-MANIFEST-FILENAME
           OPEN OUTPUT MANIFEST-FILE
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-TODAY-DATE TO WS-GEN-DATE(WS-GEN-COUNT)
           END-IF
      *    A held generation rides on top of the configured count
           PERFORM LOAD-HOLD
           MOVE 0 TO WS-HELD-GENS
           IF HOLD-IN-PLACE
               PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
                   IF WS-GEN-DATE(WS-GEN-INDEX) = WS-HELD-DATE
                       MOVE 1 TO WS-HELD-GENS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-HELD-GENS = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "generation " DELIMITED SIZE
                      WS-HELD-DATE DELIMITED SIZE
                      " held from rotation (drop seen in "
                          DELIMITED SIZE
                      WS-HELD-FLAGGED-DATE DELIMITED SIZE
                      ") - awaiting sign-off" DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM UNTIL WS-GEN-COUNT <=
                   WS-KEEP-GENERATIONS + WS-HELD-GENS
               PERFORM PURGE-OLDEST-GENERATION
           END-PERFORM
           PERFORM REWRITE-CATALOG.

      *    The hold INCOLLEGE-DRIFT left, if any - no file means none
       LOAD-HOLD.
           MOVE 0 TO WS-HOLD-FOUND-FLAG
           MOVE SPACES TO WS-HELD-DATE
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

       LOAD-CATALOG.
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT CATALOG-FILE
           END-PERFORM
           CLOSE CATALOG-FILE.

      *    Drops the oldest catalog entry that isn't held and
      *    deletes its generation files from disk
       PURGE-OLDEST-GENERATION.
           MOVE 1 TO WS-PURGE-INDEX
           IF WS-HELD-GENS = 1 AND WS-GEN-DATE(1) = WS-HELD-DATE
               MOVE 2 TO WS-PURGE-INDEX
           END-IF
           MOVE WS-GEN-DATE(WS-PURGE-INDEX) TO WS-PURGE-DATE
           PERFORM VARYING WS-NAME-INDEX FROM 1 BY 1
               UNTIL WS-NAME-INDEX > WS-MASTER-COUNT
               MOVE WS-MASTER-NAME(WS-NAME-INDEX) TO WS-CURRENT-NAME
               PERFORM BUILD-BACKUP-FILENAME
               MOVE WS-BACKUP-FILENAME TO WS-DELETE-FILENAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME
           END-PERFORM
      *    Generations taken before learning records moved to
      *    learning-progress hold the copy under its old name; a
      *    newer generation simply has no such file to delete, and
      *    the not-found status is dropped
           MOVE "learning-records" TO WS-CURRENT-NAME
           PERFORM BUILD-BACKUP-FILENAME
           MOVE WS-BACKUP-FILENAME TO WS-DELETE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME
           MOVE 0 TO RETURN-CODE
           PERFORM BUILD-MANIFEST-FILENAME
           MOVE WS-MANIFEST-FILENAME TO WS-DELETE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-GEN-INDEX FROM WS-PURGE-INDEX BY 1
               UNTIL WS-GEN-INDEX >= WS-GEN-COUNT
               MOVE WS-GEN-DATE(WS-GEN-INDEX + 1)
                   TO WS-GEN-DATE(WS-GEN-INDEX)
      *    The generation being written tonight stays put
           MOVE WS-TODAY-DATE TO WS-PURGE-DATE.

      *================================================================*
      * SIGNOFF - someone has checked the drop INCOLLEGE-DRIFT
      * flagged; the held generation goes back into the normal
      * rotation at the next backup
      *================================================================*

       SIGN-OFF-HOLD.
           PERFORM LOAD-HOLD
           MOVE SPACES TO WS-OUTPUT-LINE
           IF NOT HOLD-IN-PLACE
               MOVE "No generation is held - nothing to sign off."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
      *    A date on line 2 has to name the held generation, so a
      *    stale parms file can't release a newer hold
           IF WS-RESTORE-DATE NOT = SPACES AND
              WS-RESTORE-DATE NOT = WS-HELD-DATE
               STRING "Generation " DELIMITED SIZE
                      WS-HELD-DATE DELIMITED SIZE
                      " is the one held, not " DELIMITED SIZE
                      WS-RESTORE-DATE DELIMITED SIZE
                      " - hold left in place." DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "data/backup-hold.dat" TO WS-DELETE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME
           STRING "Hold on generation " DELIMITED SIZE
                  WS-HELD-DATE DELIMITED SIZE
                  " signed off (drop seen in " DELIMITED SIZE
                  WS-HELD-FLAGGED-DATE DELIMITED SIZE
                  ")." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "It rotates out with the next backup."
               TO WS-OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE.

      *================================================================*
      * RESTORE - reload every master from one generation, then
      * hold the restored counts against the manifest
           PERFORM RESTORE-CONNECTIONS
           PERFORM RESTORE-MESSAGES
           PERFORM RESTORE-ANNOUNCEMENTS
           PERFORM RESTORE-STAFF-OPERATORS
           PERFORM RESTORE-SAVED-SEARCHES
           PERFORM RESTORE-SEARCH-ALERTS
           PERFORM RESTORE-PLACEMENTS-SENT
           PERFORM RESTORE-PLACEMENT-EXTRACT
           PERFORM RESTORE-BLOCKS
           PERFORM RESTORE-RESTRICTED-TERMS
           PERFORM RESTORE-HELD-MESSAGES
           PERFORM RESTORE-EVENTS
           PERFORM RESTORE-EVENT-RSVPS
           PERFORM RESTORE-PROFILE-ENTRIES
           PERFORM RESTORE-SKILLS-CATALOG

           MOVE SPACES TO WS-OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-MANIFEST-COUNT < WS-MASTER-COUNT
                           ADD 1 TO WS-MANIFEST-COUNT
                           MOVE MAN-FILE-NAME TO
                               WS-MAN-NAME(WS-MANIFEST-COUNT)
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-LEARNING-RECORDS.
      *    A generation taken before learning-progress only has the
      *    old learning-records copy - convert that instead
           MOVE "learning-progress" TO WS-CURRENT-NAME
           PERFORM FIND-MANIFEST-COUNT
           IF NOT MANIFEST-ENTRY-FOUND
               MOVE "learning-records" TO WS-CURRENT-NAME
               PERFORM FIND-MANIFEST-COUNT
               IF MANIFEST-ENTRY-FOUND
                   PERFORM RESTORE-OLD-LEARNING-RECORDS
                   EXIT PARAGRAPH
               END-IF
               MOVE "learning-progress" TO WS-CURRENT-NAME
           END-IF
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

      *    Reloads learning-progress.idx from a learning-records
      *    copy, widening each row's skill id on the way; the count
      *    is checked against the manifest's learning-records entry
       RESTORE-OLD-LEARNING-RECORDS.
           MOVE "learning-records copy converted into learning-progress"
               TO WS-OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT LEARNING-RECORDS-FILE
               IF WS-LEARNING-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD
                                   TO WS-OLD-LEARNING-ROW
                               MOVE SPACES TO WS-NEW-LEARNING-ROW
                               MOVE WS-OLR-USERNAME TO WS-NLR-USERNAME
                               MOVE WS-OLR-SKILL-ID TO WS-NLR-SKILL-ID
                               MOVE WS-OLR-DETAIL TO WS-NLR-DETAIL
                               MOVE WS-NEW-LEARNING-ROW
                                   TO LEARNING-RECORD
                               WRITE LEARNING-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE LEARNING-RECORDS-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-PASSWORD-HISTORY.
           MOVE "password-history" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-STAFF-OPERATORS.
           MOVE "staff-operators" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT STAFF-OPERATORS-FILE
               IF WS-STAFF-OPERATORS-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD
                                   TO STAFF-OPERATOR-RECORD
                               WRITE STAFF-OPERATOR-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE STAFF-OPERATORS-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-SAVED-SEARCHES.
           MOVE "saved-searches" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT SAVED-SEARCHES-FILE
               IF WS-SAVED-SEARCHES-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD TO SAVED-SEARCH-RECORD
                               WRITE SAVED-SEARCH-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE SAVED-SEARCHES-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-SEARCH-ALERTS.
           MOVE "search-alerts" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT SEARCH-ALERTS-FILE
               IF WS-SEARCH-ALERTS-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD TO SEARCH-ALERT-RECORD
                               WRITE SEARCH-ALERT-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE SEARCH-ALERTS-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-PLACEMENTS-SENT.
           MOVE "placements-sent" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT PLACEMENTS-SENT-FILE
               IF WS-PLACEMENTS-SENT-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD
                                   TO PLACEMENT-SENT-RECORD
                               WRITE PLACEMENT-SENT-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE PLACEMENTS-SENT-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-PLACEMENT-EXTRACT.
           MOVE "placement-extract" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT PLACEMENT-EXTRACT-FILE
               IF WS-PLACEMENT-EXTRACT-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD
                                   TO PLACEMENT-EXTRACT-RECORD
                               WRITE PLACEMENT-EXTRACT-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE PLACEMENT-EXTRACT-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-BLOCKS.
           MOVE "blocks" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT BLOCKS-FILE
               IF WS-BLOCKS-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD TO BLOCK-RECORD
                               WRITE BLOCK-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE BLOCKS-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-RESTRICTED-TERMS.
           MOVE "restricted-terms" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT RESTRICTED-TERMS-FILE
               IF WS-RESTRICTED-TERMS-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD
                                   TO RESTRICTED-TERM-RECORD
                               WRITE RESTRICTED-TERM-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE RESTRICTED-TERMS-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-HELD-MESSAGES.
           MOVE "held-messages" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT HELD-MESSAGES-FILE
               IF WS-HELD-MESSAGES-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD TO HELD-MESSAGE-RECORD
                               WRITE HELD-MESSAGE-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE HELD-MESSAGES-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-EVENTS.
           MOVE "events" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT EVENTS-FILE
               IF WS-EVENTS-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD TO EVENT-RECORD
                               WRITE EVENT-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE EVENTS-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-EVENT-RSVPS.
           MOVE "event-rsvps" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT EVENT-RSVPS-FILE
               IF WS-EVENT-RSVPS-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD TO EVENT-RSVP-RECORD
                               WRITE EVENT-RSVP-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE EVENT-RSVPS-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-PROFILE-ENTRIES.
           MOVE "profile-entries" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT PROFILE-ENTRIES-FILE
               IF WS-PROFILE-ENTRIES-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD
                                   TO PROFILE-ENTRY-RECORD
                               WRITE PROFILE-ENTRY-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE PROFILE-ENTRIES-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.

       RESTORE-SKILLS-CATALOG.
           MOVE "skills-catalog" TO WS-CURRENT-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM OPEN-BACKUP-INPUT
           IF WS-BACKUP-STATUS = "00"
               OPEN OUTPUT SKILLS-CATALOG-FILE
               IF WS-SKILLS-CATALOG-STATUS = "00"
                   PERFORM UNTIL WS-BACKUP-STATUS NOT = "00"
                       READ BACKUP-FILE INTO BACKUP-RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE BACKUP-RECORD
                                   TO SKILL-CATALOG-RECORD
                               WRITE SKILL-CATALOG-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE SKILLS-CATALOG-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF
           PERFORM CHECK-RESTORE-COUNT.
