      * ACCOUNTS-FILE, AUDIT-FILE, and LEARNING-RECORDS-FILE and writes
      * a dated summary report: total accounts, new accounts today,
      * login success/failure counts, and the most-picked skill from
      * the Skills menu, named from the skills catalog.
      *================================================================*

       ENVIRONMENT DIVISION.
      *    Learning records file - keyed by username + skill id,
      *    walked start to finish
           SELECT LEARNING-RECORDS-FILE
               ASSIGN TO "data/learning-progress.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-LEARNING-STATUS.

      *    Skills catalog - walked once for the skill names
           SELECT SKILLS-CATALOG-FILE
               ASSIGN TO "data/skills-catalog.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SK-SKILL-ID
               FILE STATUS IS WS-SKILLS-CATALOG-STATUS.

      *    Report file - fixed allocation, like every other SELECT in
      *    this system; the run date is stamped into the report's own
      *    header line (BUILD-REPORT-FILENAME/WRITE-REPORT) rather than
           05 AUD-USERNAME                PIC X(20).
           05 AUD-EVENT-TYPE              PIC X(12).
           05 AUD-RESULT                  PIC X(7).
           05 AUD-OPERATOR-ID             PIC X(20).

       FD LEARNING-RECORDS-FILE.
       01 LEARNING-RECORD.
           05 LR-KEY.
               10 LR-USERNAME             PIC X(20).
               10 LR-SKILL-ID             PIC 9(3).
           05 LR-SKILL-NAME               PIC X(25).
           05 LR-ENROLLED-DATE            PIC X(8).
           05 LR-STATUS                   PIC X(1).
           05 FILLER                      PIC X(7).

       FD SKILLS-CATALOG-FILE.
       01 SKILL-CATALOG-RECORD.
           05 SK-SKILL-ID                 PIC 9(3).
           05 SK-NAME                     PIC X(25).
           05 SK-STATUS                   PIC X(1).
           05 SK-ADDED-DATE               PIC X(8).
           05 SK-ADDED-BY                 PIC X(20).
           05 SK-RETIRED-DATE             PIC X(8).
           05 FILLER                      PIC X(15).

       FD REPORT-FILE.
       01 REPORT-RECORD                   PIC X(100).
       01 WS-ACCOUNTS-STATUS              PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS                 PIC XX VALUE SPACES.
       01 WS-LEARNING-STATUS              PIC XX VALUE SPACES.
       01 WS-SKILLS-CATALOG-STATUS        PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS                PIC XX VALUE SPACES.

       01 WS-TODAY-DATE                   PIC X(8) VALUE SPACES.
       01 WS-LOGIN-SUCCESS-COUNT          PIC 9(5) VALUE 0.
       01 WS-LOGIN-FAILURE-COUNT          PIC 9(5) VALUE 0.

      *    Skill pick totals (from LEARNING-RECORDS-FILE), one slot
      *    per possible catalog skill id - the subscript is the id,
      *    and the names come from the skills catalog SKILLS-MENU
      *    offers, retired skills included
       01 WS-MAX-SKILL-ID                 PIC 999 VALUE 999.
       01 WS-SKILL-TOTALS-TABLE.
           05 WS-SKILL-TOTAL OCCURS 999 TIMES.
               10 WS-SKILL-TOTAL-NAME     PIC X(25).
               10 WS-SKILL-TOTAL-COUNT    PIC 9(5).
       01 WS-SKILL-INDEX                  PIC 9(4) VALUE 0.
       01 WS-TOP-SKILL-INDEX              PIC 9(4) VALUE 0.
       01 WS-TOP-SKILL-COUNT              PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           END-IF.

       INITIALIZE-SKILL-TOTALS.
           PERFORM VARYING WS-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-SKILL-INDEX > WS-MAX-SKILL-ID
               MOVE SPACES TO WS-SKILL-TOTAL-NAME(WS-SKILL-INDEX)
               MOVE 0 TO WS-SKILL-TOTAL-COUNT(WS-SKILL-INDEX)
           END-PERFORM
           OPEN INPUT SKILLS-CATALOG-FILE
           IF WS-SKILLS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-SKILLS-CATALOG-STATUS NOT = "00"
                   READ SKILLS-CATALOG-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SK-SKILL-ID > 0
                               MOVE SK-NAME TO WS-SKILL-TOTAL-NAME(
                                   SK-SKILL-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKILLS-CATALOG-FILE
           END-IF.

       CLEANUP-REPORT.
           CLOSE REPORT-FILE
           PERFORM FIND-TOP-SKILL.

       TALLY-ONE-SKILL-PICK.
           IF LR-SKILL-ID > 0
               ADD 1 TO WS-SKILL-TOTAL-COUNT(LR-SKILL-ID)
           END-IF.

       FIND-TOP-SKILL.
           MOVE 1 TO WS-TOP-SKILL-INDEX
           MOVE WS-SKILL-TOTAL-COUNT(1) TO WS-TOP-SKILL-COUNT
           PERFORM VARYING WS-SKILL-INDEX FROM 2 BY 1
               UNTIL WS-SKILL-INDEX > WS-MAX-SKILL-ID
               IF WS-SKILL-TOTAL-COUNT(WS-SKILL-INDEX)
                   > WS-TOP-SKILL-COUNT
                   MOVE WS-SKILL-INDEX TO WS-TOP-SKILL-INDEX
