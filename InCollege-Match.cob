               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT LEARNING-RECORDS-FILE
               ASSIGN TO "data/learning-progress.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-LEARNING-STATUS.

           SELECT SKILLS-CATALOG-FILE
               ASSIGN TO "data/skills-catalog.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SK-SKILL-ID
               FILE STATUS IS WS-SKILLS-CATALOG-STATUS.

           SELECT JOBS-FILE ASSIGN TO "data/jobs.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       01 LEARNING-RECORD.
           05 LR-KEY.
               10 LR-USERNAME             PIC X(20).
               10 LR-SKILL-ID             PIC 9(3).
           05 LR-SKILL-NAME               PIC X(25).
           05 LR-ENROLLED-DATE            PIC X(8).
           05 LR-STATUS                   PIC X(1).
               88 LR-IS-COMPLETED         VALUE "C".
           05 FILLER                      PIC X(7).

      *    Same layout as INCOLLEGE's SKILLS-CATALOG-FILE
       FD SKILLS-CATALOG-FILE.
       01 SKILL-CATALOG-RECORD.
           05 SK-SKILL-ID                 PIC 9(3).
           05 SK-NAME                     PIC X(25).
           05 SK-STATUS                   PIC X(1).
           05 SK-ADDED-DATE               PIC X(8).
           05 SK-ADDED-BY                 PIC X(20).
           05 SK-RETIRED-DATE             PIC X(8).
           05 FILLER                      PIC X(15).

       FD JOBS-FILE.
       01 JOB-RECORD.
           05 JR-REQ-MAJOR                PIC X(30).
           05 JR-GRAD-YEAR-FROM           PIC X(4).
           05 JR-GRAD-YEAR-TO             PIC X(4).
           05 JR-REQ-ADDED-SKILLS.
               10 JR-REQ-ADDED-SKILL-ID OCCURS 3 TIMES
                                          PIC 9(3).

       FD MATCH-FILE.
       01 MATCH-RECORD                    PIC X(100).
       01 WS-PROFILES-STATUS              PIC XX VALUE SPACES.
       01 WS-APPLICATIONS-STATUS          PIC XX VALUE SPACES.
       01 WS-LEARNING-STATUS              PIC XX VALUE SPACES.
       01 WS-SKILLS-CATALOG-STATUS        PIC XX VALUE SPACES.
       01 WS-JOBS-STATUS                  PIC XX VALUE SPACES.
       01 WS-MATCH-STATUS                 PIC XX VALUE SPACES.

               10 WS-JOB-TITLE            PIC X(30).
               10 WS-JOB-COMPANY          PIC X(25).
               10 WS-JOB-DESCRIPTION      PIC X(60).
      *        Required skills as one list of catalog ids, the
      *        way INCOLLEGE flattens them
               10 WS-JOB-REQ-SKILL-COUNT  PIC 9.
               10 WS-JOB-REQ-SKILL-ID OCCURS 8 TIMES
                                          PIC 9(3).
               10 WS-JOB-REQ-MAJOR        PIC X(30).
       01 WS-JOB-INDEX                    PIC 999 VALUE 0.
      *    Set when the jobs master has more open postings than
      *    required-skill check is a direct keyed read of the
      *    learning records, by the same user+skill key INCOLLEGE
      *    uses
       01 WS-REQ-SKILL-ID                 PIC 9(3) VALUE 0.
       01 WS-REQ-SKILL-INDEX              PIC 9 VALUE 0.
       01 WS-REQ-SKILL-NUMBER-TEXT        PIC ZZ9.
       01 WS-REQ-SKILL-NAME               PIC X(25) VALUE SPACES.
       01 WS-HAS-SKILL-FLAG               PIC 9 VALUE 0.
           88 STUDENT-HAS-REQ-SKILL       VALUE 1.
           OPEN INPUT PROFILES-FILE
           OPEN INPUT APPLICATIONS-FILE
           OPEN INPUT LEARNING-RECORDS-FILE
           OPEN INPUT SKILLS-CATALOG-FILE

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "InCollege Job Matches - " DELIMITED SIZE
           CLOSE PROFILES-FILE
           CLOSE APPLICATIONS-FILE
           CLOSE LEARNING-RECORDS-FILE
           CLOSE SKILLS-CATALOG-FILE
           CLOSE MATCH-FILE
           DISPLAY "Matches for " WS-STUDENTS-MATCHED-COUNT
               " students written to data/job-matches.dat".
                                   WS-JOB-COMPANY(WS-JOBS-COUNT)
                               MOVE JR-DESCRIPTION TO
                                   WS-JOB-DESCRIPTION(WS-JOBS-COUNT)
                               PERFORM UNPACK-JOB-REQ-SKILLS
                               MOVE JR-REQ-MAJOR TO
                                   WS-JOB-REQ-MAJOR(WS-JOBS-COUNT)
                           ELSE
               PERFORM WRITE-MATCH-LINE
           END-IF.

      *    The original-five flags first, then the skills added
      *    since; an added slot that is blank or zero is unused
       UNPACK-JOB-REQ-SKILLS.
           MOVE 0 TO WS-JOB-REQ-SKILL-COUNT(WS-JOBS-COUNT)
           PERFORM VARYING WS-REQ-SKILL-ID FROM 1 BY 1
               UNTIL WS-REQ-SKILL-ID > 5
               IF JR-REQ-SKILL-FLAG(WS-REQ-SKILL-ID) = "Y"
                   ADD 1 TO WS-JOB-REQ-SKILL-COUNT(WS-JOBS-COUNT)
                   MOVE WS-REQ-SKILL-ID TO WS-JOB-REQ-SKILL-ID(
                       WS-JOBS-COUNT,
                       WS-JOB-REQ-SKILL-COUNT(WS-JOBS-COUNT))
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REQ-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-REQ-SKILL-INDEX > 3
               IF JR-REQ-ADDED-SKILL-ID(WS-REQ-SKILL-INDEX)
                       IS NUMERIC AND
                  JR-REQ-ADDED-SKILL-ID(WS-REQ-SKILL-INDEX) > 0
                   ADD 1 TO WS-JOB-REQ-SKILL-COUNT(WS-JOBS-COUNT)
                   MOVE JR-REQ-ADDED-SKILL-ID(WS-REQ-SKILL-INDEX)
                       TO WS-JOB-REQ-SKILL-ID(WS-JOBS-COUNT,
                       WS-JOB-REQ-SKILL-COUNT(WS-JOBS-COUNT))
               END-IF
           END-PERFORM.

      *================================================================*
      * STUDENT LOOP - walk the profiles master; only students whose
      * account is still active get a section
                  WS-JOB-REQ-MAJOR(WS-JOB-INDEX))
               ADD 3 TO WS-JOB-SCORE(WS-JOB-INDEX)
           END-IF
           PERFORM VARYING WS-REQ-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-REQ-SKILL-INDEX >
                     WS-JOB-REQ-SKILL-COUNT(WS-JOB-INDEX)
               MOVE WS-JOB-REQ-SKILL-ID(WS-JOB-INDEX,
                   WS-REQ-SKILL-INDEX) TO WS-REQ-SKILL-ID
               PERFORM LOOK-UP-COMPLETED-SKILL
               IF STUDENT-HAS-REQ-SKILL
                   ADD 2 TO WS-JOB-SCORE(WS-JOB-INDEX)
               END-IF
           END-PERFORM

                   END-IF
           END-READ.

      *    Catalog name of skill WS-REQ-SKILL-ID, by keyed read of
      *    the skills catalog SKILLS-MENU offers from
       SET-REQ-SKILL-NAME.
           MOVE WS-REQ-SKILL-ID TO SK-SKILL-ID
           READ SKILLS-CATALOG-FILE
               INVALID KEY
                   MOVE WS-REQ-SKILL-ID TO WS-REQ-SKILL-NUMBER-TEXT
                   MOVE SPACES TO WS-REQ-SKILL-NAME
                   STRING "skill " DELIMITED SIZE
                          FUNCTION TRIM(WS-REQ-SKILL-NUMBER-TEXT)
                              DELIMITED SIZE
                          INTO WS-REQ-SKILL-NAME
               NOT INVALID KEY
                   MOVE SK-NAME TO WS-REQ-SKILL-NAME
           END-READ.

      *    Tallies WS-MATCH-TEXT into WS-MATCH-COUNT against the
      *    title and description of the posting at WS-JOB-INDEX -
               MOVE "    targets major" TO WS-OUTPUT-LINE
               PERFORM WRITE-MATCH-LINE
           END-IF
           PERFORM VARYING WS-REQ-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-REQ-SKILL-INDEX >
                     WS-JOB-REQ-SKILL-COUNT(WS-JOB-INDEX)
               MOVE WS-JOB-REQ-SKILL-ID(WS-JOB-INDEX,
                   WS-REQ-SKILL-INDEX) TO WS-REQ-SKILL-ID
               PERFORM LOOK-UP-COMPLETED-SKILL
               IF STUDENT-HAS-REQ-SKILL
                   PERFORM SET-REQ-SKILL-NAME
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "    requires completed skill: "
                          DELIMITED SIZE
                          FUNCTION TRIM(WS-REQ-SKILL-NAME)
                              DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
                   PERFORM WRITE-MATCH-LINE
               END-IF
           END-PERFORM
           IF WS-STUDENT-MAJOR NOT = SPACES
