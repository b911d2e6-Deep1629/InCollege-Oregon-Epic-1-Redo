               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

      *    Learning records file - keyed by username + catalog
      *    skill id (Skills menu). Took over from learning-records.idx,
      *    whose one-digit skill id only had room for the first five
           SELECT LEARNING-RECORDS-FILE
               ASSIGN TO "data/learning-progress.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-LEARNING-STATUS.

      *    The retired one-digit learning records - read once, by
      *    the startup that creates learning-progress.idx
           SELECT OLD-LEARNING-FILE
               ASSIGN TO "data/learning-records.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLR-KEY
               FILE STATUS IS WS-OLD-LEARNING-STATUS.

      *    Announcements file - staff broadcasts with a posted and
      *    an expiry date, read record-at-a-time at each login so
      *    they never consume message-table slots
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PASSWORD-HISTORY-STATUS.

      *    Staff operators file - keyed by operator id, one row per
      *    member of the office with a hashed password and the staff
      *    menu options that operator may use
           SELECT STAFF-OPERATORS-FILE
               ASSIGN TO "data/staff-operators.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-OPERATOR-ID
               FILE STATUS IS WS-STAFF-OPERATORS-STATUS.

      *    Saved searches file - keyed by username + sequence, one
      *    row per keyword a student saved from the Job Search menu
           SELECT SAVED-SEARCHES-FILE
               ASSIGN TO "data/saved-searches.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SAVED-SEARCHES-STATUS.

      *    Search alerts file - keyed by username + saved-search
      *    sequence + job id, written by the nightly INCOLLEGE-ALERTS
      *    run; the key is what keeps a posting from being reported
      *    twice for the same saved search
           SELECT SEARCH-ALERTS-FILE
               ASSIGN TO "data/search-alerts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SEARCH-ALERTS-STATUS.

      *    Blocks file - keyed by blocker + blocked user, one row
      *    per block a student has placed; a block is honoured in
      *    both directions for requests and messages
           SELECT BLOCKS-FILE ASSIGN TO "data/blocks.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BLOCKS-STATUS.

      *    Restricted terms file - keyed by the term itself, stored
      *    upper case; SEND-MESSAGE holds any message containing one
           SELECT RESTRICTED-TERMS-FILE
               ASSIGN TO "data/restricted-terms.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-TERM
               FILE STATUS IS WS-RESTRICTED-TERMS-STATUS.

      *    Held messages file - the moderation queue, keyed by a
      *    hold id that counts up from 1; a row leaves the queue
      *    when staff release or reject it
           SELECT HELD-MESSAGES-FILE
               ASSIGN TO "data/held-messages.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HOLD-ID
               FILE STATUS IS WS-HELD-MESSAGES-STATUS.

      *    Events file - career fairs and info sessions, keyed by an
      *    event id that counts up from 1
           SELECT EVENTS-FILE ASSIGN TO "data/events.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.

      *    Event RSVPs file - keyed by event id + username, so one
      *    START positions a scan on an event's first RSVP
           SELECT EVENT-RSVPS-FILE ASSIGN TO "data/event-rsvps.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-KEY
               FILE STATUS IS WS-EVENT-RSVPS-STATUS.

      *    Profile entries file - a student's work experience and
      *    education history, keyed by username + sequence
           SELECT PROFILE-ENTRIES-FILE
               ASSIGN TO "data/profile-entries.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-KEY
               FILE STATUS IS WS-PROFILE-ENTRIES-STATUS.

      *    Skills catalog - the staff-maintained list of skills the
      *    Skills menu offers and postings can require, keyed by
      *    skill id; ids are never reused
           SELECT SKILLS-CATALOG-FILE
               ASSIGN TO "data/skills-catalog.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-SKILL-ID
               FILE STATUS IS WS-SKILLS-CATALOG-STATUS.

      *    Event check-in roster - written for printing by the
      *    roster option, overwritten each time
           SELECT ROSTER-FILE ASSIGN TO "data/event-roster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

       DATA DIVISION.
       
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD                   PIC X(100).

      *    AUD-OPERATOR-ID names the staff operator signed on when
      *    the event was written (blank outside the staff menu);
      *    AUD-USERNAME stays the account the event was about.
      *    Rows written before the field existed read back with it
      *    blank.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP               PIC X(14).
           05 AUD-USERNAME                PIC X(20).
           05 AUD-EVENT-TYPE              PIC X(12).
           05 AUD-RESULT                  PIC X(7).
           05 AUD-OPERATOR-ID             PIC X(20).

       FD JOBS-FILE.
       01 JOB-RECORD.
      *    written before the field existed read back as spaces)
           05 JR-POSTED-BY                PIC X(20).
      *    Structured requirements: one Y/N flag per skill of the
      *    original five (subscript = catalog skill id 1-5), one
      *    target major, and a graduating-class range. Spaces mean
      *    no requirement, which also covers rows written before
      *    the fields existed.
           05 JR-REQ-SKILLS.
               10 JR-REQ-SKILL-FLAG OCCURS 5 TIMES
                                          PIC X(1).
           05 JR-REQ-MAJOR                PIC X(30).
           05 JR-GRAD-YEAR-FROM           PIC X(4).
           05 JR-GRAD-YEAR-TO             PIC X(4).
      *    Up to three catalog skills added after the original five,
      *    by skill id - carved out of the expansion FILLER, so an
      *    unused slot reads back as spaces or zeros
           05 JR-REQ-ADDED-SKILLS.
               10 JR-REQ-ADDED-SKILL-ID OCCURS 3 TIMES
                                          PIC 9(3).

      *    The pre-cutover jobs.dat layout, with the posted-date/
      *    status, owner, and requirement fields reading back as
       01 LEARNING-RECORD.
           05 LR-KEY.
               10 LR-USERNAME             PIC X(20).
               10 LR-SKILL-ID             PIC 9(3).
           05 LR-SKILL-NAME               PIC X(25).
           05 LR-ENROLLED-DATE            PIC X(8).
           05 LR-STATUS                   PIC X(1).
               88 LR-IS-ENROLLED          VALUE "E".
               88 LR-IS-COMPLETED         VALUE "C".
           05 FILLER                      PIC X(7).

      *    The retired layout, with a one-digit skill id
       FD OLD-LEARNING-FILE.
       01 OLD-LEARNING-RECORD.
           05 OLR-KEY.
               10 OLR-USERNAME            PIC X(20).
               10 OLR-SKILL-ID            PIC 9(1).
           05 OLR-SKILL-NAME              PIC X(25).
           05 OLR-ENROLLED-DATE           PIC X(8).
           05 OLR-STATUS                  PIC X(1).
           05 FILLER                      PIC X(9).

       FD ANNOUNCEMENTS-FILE.
           05 PH-CHANGED-DATE             PIC X(8).
           05 FILLER                      PIC X(8).

      *    SO-GRANT-FLAG(n) is "Y" when the operator may use staff
      *    menu option n - options 1-9 are the digits, the lettered
      *    options follow from slot 10 (WS-STAFF-OPTION-KEYS)
       FD STAFF-OPERATORS-FILE.
       01 STAFF-OPERATOR-RECORD.
           05 SO-OPERATOR-ID              PIC X(20).
           05 SO-PASSWORD                 PIC X(16).
           05 SO-GRANTS.
               10 SO-GRANT-FLAG OCCURS 20 TIMES
                                          PIC X(1).
           05 SO-STATUS                   PIC X(1).
               88 SO-IS-ACTIVE            VALUE "A".
               88 SO-IS-RETIRED           VALUE "R".
           05 SO-CREATED-DATE             PIC X(8).
           05 FILLER                      PIC X(15).

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

       FD BLOCKS-FILE.
       01 BLOCK-RECORD.
           05 BK-KEY.
               10 BK-BLOCKER              PIC X(20).
               10 BK-BLOCKED              PIC X(20).
           05 BK-BLOCKED-DATE             PIC X(8).
           05 FILLER                      PIC X(12).

       FD RESTRICTED-TERMS-FILE.
       01 RESTRICTED-TERM-RECORD.
           05 RT-TERM                     PIC X(30).
           05 RT-ADDED-DATE               PIC X(8).
           05 RT-ADDED-BY                 PIC X(20).
           05 FILLER                      PIC X(22).

       FD HELD-MESSAGES-FILE.
       01 HELD-MESSAGE-RECORD.
           05 HM-HOLD-ID                  PIC 9(6).
           05 HM-SENDER                   PIC X(20).
           05 HM-RECIPIENT                PIC X(20).
           05 HM-SENT-DATE                PIC X(8).
           05 HM-TEXT                     PIC X(60).
      *        The restricted term the message was held for
           05 HM-TERM                     PIC X(30).
           05 FILLER                      PIC X(16).

       FD EVENTS-FILE.
       01 EVENT-RECORD.
           05 EV-EVENT-ID                 PIC 9(4).
           05 EV-TITLE                    PIC X(40).
      *        F = career fair, I = info session
           05 EV-TYPE                     PIC X(1).
      *        Hosting employer's username, blank for staff events
           05 EV-HOST                     PIC X(20).
           05 EV-DATE                     PIC X(8).
           05 EV-SLOT                     PIC X(5).
           05 EV-LOCATION                 PIC X(30).
           05 EV-CAPACITY                 PIC 9(4).
           05 EV-CREATED-DATE             PIC X(8).
           05 FILLER                      PIC X(10).

       FD EVENT-RSVPS-FILE.
       01 EVENT-RSVP-RECORD.
           05 ER-KEY.
               10 ER-EVENT-ID             PIC 9(4).
               10 ER-USERNAME             PIC X(20).
      *        R = holds a seat, W = on the waitlist
           05 ER-STATUS                   PIC X(1).
               88 ER-IS-REGISTERED        VALUE "R".
               88 ER-IS-WAITLISTED        VALUE "W".
      *        Order of arrival within the event - the waitlist is
      *        promoted lowest sequence first
           05 ER-WAIT-SEQ                 PIC 9(4).
           05 ER-RSVP-DATE                PIC X(8).
      *        Y until the student has been told their waitlisted
      *        RSVP was given a seat
           05 ER-PROMOTED                 PIC X(1).
               88 ER-WAS-PROMOTED         VALUE "Y".
           05 FILLER                      PIC X(12).

       FD ROSTER-FILE.
       01 ROSTER-RECORD                   PIC X(100).

       FD PROFILE-ENTRIES-FILE.
       01 PROFILE-ENTRY-RECORD.
           05 PE-KEY.
               10 PE-USERNAME             PIC X(20).
               10 PE-SEQ                  PIC 9(2).
      *        W = work experience, E = education
           05 PE-TYPE                     PIC X(1).
               88 PE-IS-WORK              VALUE "W".
               88 PE-IS-EDUCATION         VALUE "E".
      *        Job title, or degree/program for education
           05 PE-TITLE                    PIC X(25).
      *        Employer, or school for education
           05 PE-ORGANIZATION             PIC X(25).
      *        YYYYMM; a blank end date means current
           05 PE-FROM-DATE                PIC X(6).
           05 PE-TO-DATE                  PIC X(6).
      *        Work entries only
           05 PE-DESCRIPTION              PIC X(40).
           05 FILLER                      PIC X(7).

       FD SKILLS-CATALOG-FILE.
       01 SKILL-CATALOG-RECORD.
           05 SK-SKILL-ID                 PIC 9(3).
           05 SK-NAME                     PIC X(25).
      *        A retired skill is no longer offered for enrollment
      *        or as a new requirement; the learning records and
      *        postings that already name it keep it
           05 SK-STATUS                   PIC X(1).
               88 SK-IS-ACTIVE            VALUE "A".
               88 SK-IS-RETIRED           VALUE "R".
           05 SK-ADDED-DATE               PIC X(8).
      *        Staff operator who added it - spaces on the original
      *        five, which the catalog was seeded with
           05 SK-ADDED-BY                 PIC X(20).
           05 SK-RETIRED-DATE             PIC X(8).
           05 FILLER                      PIC X(15).

       WORKING-STORAGE SECTION.
       
      *    File status variables
       01 WS-ANNOUNCEMENTS-STATUS         PIC XX VALUE SPACES.
       01 WS-ANN-READS-STATUS             PIC XX VALUE SPACES.
       01 WS-PASSWORD-HISTORY-STATUS      PIC XX VALUE SPACES.
       01 WS-STAFF-OPERATORS-STATUS       PIC XX VALUE SPACES.
       01 WS-SAVED-SEARCHES-STATUS        PIC XX VALUE SPACES.
       01 WS-SEARCH-ALERTS-STATUS         PIC XX VALUE SPACES.
       01 WS-BLOCKS-STATUS                PIC XX VALUE SPACES.
       01 WS-RESTRICTED-TERMS-STATUS      PIC XX VALUE SPACES.
       01 WS-HELD-MESSAGES-STATUS         PIC XX VALUE SPACES.
       01 WS-EVENTS-STATUS                PIC XX VALUE SPACES.
       01 WS-EVENT-RSVPS-STATUS           PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS                PIC XX VALUE SPACES.
       01 WS-PROFILE-ENTRIES-STATUS       PIC XX VALUE SPACES.
       01 WS-SKILLS-CATALOG-STATUS        PIC XX VALUE SPACES.
       01 WS-OLD-LEARNING-STATUS          PIC XX VALUE SPACES.

      *    Input mode - every keystroke comes either from the batch
      *    INPUT-FILE (USF2-118, with checkpoint/restart) or live
           88 AT-STAFF-MENU               VALUE "T".
           88 AT-MESSAGES-MENU            VALUE "M".
           88 AT-EMPLOYER-MENU            VALUE "B".
           88 AT-EVENTS-MENU              VALUE "V".
       01 WS-CHECKPOINT-USERNAME          PIC X(20) VALUE SPACES.
       01 WS-CHECKPOINT-MENU-CODE         PIC X(1) VALUE SPACE.

                   88 WS-JOB-IS-CLOSED    VALUE "C".
                   88 WS-JOB-IS-EXPIRED   VALUE "X".
               10 WS-JOB-POSTED-BY        PIC X(20).
      *        The posting's required skills as one list of
      *        catalog ids - the original-five flags and the added
      *        skills, flattened by UNPACK-JOB-REQ-SKILLS
               10 WS-JOB-REQ-SKILL-COUNT  PIC 9.
               10 WS-JOB-REQ-SKILL-ID OCCURS 8 TIMES
                                          PIC 9(3).
               10 WS-JOB-REQ-MAJOR        PIC X(30).
               10 WS-JOB-GRAD-FROM        PIC X(4).
               10 WS-JOB-GRAD-TO          PIC X(4).
           88 ALREADY-APPLIED             VALUE 1.
       01 WS-TODAY-DATE                   PIC X(8) VALUE SPACES.

      *    Saved keyword searches - a student keeps up to
      *    WS-MAX-SAVED-SEARCHES; SS-SEQ counts up from the highest
      *    in use, and removing a search removes its alerts too, so
      *    a reused sequence never inherits an old search's alerts
       01 WS-MAX-SAVED-SEARCHES           PIC 99 VALUE 5.
       01 WS-SAVED-SEARCH-COUNT           PIC 99 VALUE 0.
       01 WS-SAVED-SEARCH-MAX-SEQ         PIC 99 VALUE 0.
       01 WS-SAVED-KEYWORD                PIC X(30) VALUE SPACES.
       01 WS-REMOVE-SEARCH-SEQ            PIC 99 VALUE 0.
       01 WS-ALERT-HEADER-FLAG            PIC 9 VALUE 0.
           88 ALERT-HEADER-SHOWN          VALUE 1.
       01 WS-ALERT-DEL-COUNT              PIC 999 VALUE 0.
       01 WS-MAX-ALERT-DEL                PIC 999 VALUE 200.
       01 WS-ALERT-DEL-TABLE.
           05 WS-ALERT-DEL-KEY OCCURS 200 TIMES
                                          PIC X(26).
       01 WS-ALERT-DEL-INDEX              PIC 999 VALUE 0.

      *    Job posting maintenance (staff menu) working variables.
      *    Postings expire WS-POSTING-LIFETIME-DAYS after their
      *    posted date (configurable - see LOAD-CONFIG). Set when
      *    are 9 bytes shorter and defaults them to open and dated
      *    today, the way the old load-time migration did.
       01 WS-POSTING-LIFETIME-DAYS        PIC 9(3) VALUE 30.
      *    Config line 3 - enrolls the first staff operator only
       01 WS-STAFF-ACCESS-CODE            PIC X(20) VALUE "STAFF".
       01 WS-JOBS-RAW-LINE                PIC X(240) VALUE SPACES.
       01 WS-JOBS-RAW-LEN                 PIC 999 VALUE 0.
       01 WS-INPUT-REQ-SKILLS.
           05 WS-INPUT-REQ-SKILL OCCURS 5 TIMES
                                          PIC X(1).
       01 WS-INPUT-REQ-ADDED-SKILLS.
           05 WS-INPUT-REQ-ADDED-ID OCCURS 3 TIMES
                                          PIC 9(3).
       01 WS-INPUT-REQ-ADDED-COUNT        PIC 9 VALUE 0.
       01 WS-INPUT-REQ-MAJOR              PIC X(30) VALUE SPACES.
       01 WS-INPUT-GRAD-FROM              PIC X(4) VALUE SPACES.
       01 WS-INPUT-GRAD-TO                PIC X(4) VALUE SPACES.
       01 WS-REQ-SKILLS-INPUT             PIC X(40) VALUE SPACES.
       01 WS-REQ-TOKEN-TABLE.
           05 WS-REQ-TOKEN OCCURS 8 TIMES PIC X(5).
       01 WS-REQ-TOKEN-INDEX              PIC 99 VALUE 0.
       01 WS-REQ-CHAR-IDX                 PIC 99 VALUE 0.
       01 WS-MISSING-COUNT                PIC 99 VALUE 0.
       01 WS-STAFF-AUTHORIZED-FLAG        PIC 9 VALUE 0.
       01 WS-INTERVIEW-FOUND-FLAG         PIC 9 VALUE 0.
           88 INTERVIEW-WAS-FOUND         VALUE 1.

      *    Career event working variables - an event's seats and
      *    waitlist are counted from its RSVPs each time they are
      *    needed (COUNT-EVENT-RSVPS); nothing is kept on the event
       01 WS-EVENT-ID                     PIC 9(4) VALUE 0.
       01 WS-EVENT-MAX-ID                 PIC 9(4) VALUE 0.
       01 WS-EVENT-TITLE                  PIC X(40) VALUE SPACES.
       01 WS-EVENT-TYPE                   PIC X(1) VALUE SPACE.
       01 WS-EVENT-HOST                   PIC X(20) VALUE SPACES.
       01 WS-EVENT-DATE                   PIC X(8) VALUE SPACES.
       01 WS-EVENT-SLOT                   PIC X(5) VALUE SPACES.
       01 WS-EVENT-LOCATION               PIC X(30) VALUE SPACES.
       01 WS-EVENT-CAPACITY               PIC 9(4) VALUE 0.
       01 WS-EVENT-REGISTERED-COUNT       PIC 9(4) VALUE 0.
       01 WS-EVENT-WAITLIST-COUNT         PIC 9(4) VALUE 0.
       01 WS-EVENT-WAIT-MAX-SEQ           PIC 9(4) VALUE 0.
       01 WS-MY-RSVP-STATUS               PIC X(1) VALUE SPACE.
       01 WS-PROMOTE-FOUND-FLAG           PIC 9 VALUE 0.
           88 PROMOTE-WAS-FOUND           VALUE 1.
       01 WS-PROMOTE-USERNAME             PIC X(20) VALUE SPACES.
       01 WS-PROMOTE-SEQ                  PIC 9(4) VALUE 0.
       01 WS-MAX-EVENT-LIST               PIC 999 VALUE 100.
       01 WS-EVENT-LIST-COUNT             PIC 999 VALUE 0.
       01 WS-EVENT-LIST-INDEX             PIC 999 VALUE 0.
       01 WS-EVENT-LIST-TABLE.
           05 WS-EVENT-LIST-ID OCCURS 100 TIMES
                                          PIC 9(4).
       01 WS-ROSTER-STATUS-FILTER         PIC X(1) VALUE SPACE.
       01 WS-ROSTER-NAME                  PIC X(30) VALUE SPACES.

      *    Announcement working variables - announcements live in
      *    their own file and are delivered by a record-at-a-time
      *    read at the post-login menu, so they never take slots in
           88 CONNECTIONS-JUST-CREATED    VALUE 1.
       01 WS-MESSAGES-CREATED-FLAG        PIC 9 VALUE 0.
           88 MESSAGES-JUST-CREATED       VALUE 1.
      *    Same one-shot treatment for the learning records moving to
      *    the widened skill id, and for seeding the skills catalog
       01 WS-LEARNING-CREATED-FLAG        PIC 9 VALUE 0.
           88 LEARNING-JUST-CREATED       VALUE 1.
       01 WS-CATALOG-CREATED-FLAG         PIC 9 VALUE 0.
           88 CATALOG-JUST-CREATED        VALUE 1.

      *    Keys collected during a connections scan and deleted
      *    afterwards, so the walk never deletes out from under
           88 USERS-ARE-CONNECTED         VALUE 1.
       01 WS-MSG-PURGED-COUNT             PIC 999 VALUE 0.

      *    Message screening - SCREEN-MESSAGE-TEXT compares the
      *    upper-cased text against every restricted term; a match
      *    goes to the moderation queue under the next hold id.
      *    MODERATION-QUEUE works from a list of hold ids taken
      *    up front, at most WS-MAX-HOLD-LIST per pass. Only the
      *    60 characters MSG-TEXT and HM-TEXT keep are screened.
       01 WS-SCREEN-TEXT                  PIC X(60) VALUE SPACES.
       01 WS-MESSAGE-HELD-FLAG            PIC 9 VALUE 0.
           88 MESSAGE-IS-HELD             VALUE 1.
       01 WS-HELD-TERM                    PIC X(30) VALUE SPACES.
       01 WS-HOLD-MAX-ID                  PIC 9(6) VALUE 0.
       01 WS-TERM-INPUT                   PIC X(30) VALUE SPACES.
       01 WS-TERM-COUNT                   PIC 999 VALUE 0.
       01 WS-MAX-HOLD-LIST                PIC 99 VALUE 50.
       01 WS-HOLD-LIST-COUNT              PIC 99 VALUE 0.
       01 WS-HOLD-LIST-INDEX              PIC 99 VALUE 0.
       01 WS-HOLD-LIST-TABLE.
           05 WS-HOLD-LIST-ID OCCURS 50 TIMES
                                          PIC 9(6).
       01 WS-HELD-MESSAGE-SAVE            PIC X(160) VALUE SPACES.
       01 WS-MODERATION-STOP-FLAG         PIC 9 VALUE 0.
           88 MODERATION-STOPPED          VALUE 1.

      *    Find-someone / profile working variables
       01 WS-SEARCH-TEXT                  PIC X(30) VALUE SPACES.
       01 WS-CONN-TARGET-USERNAME         PIC X(20) VALUE SPACES.
       01 WS-DUPLICATE-PROFILE-FLAG       PIC 9 VALUE 0.
           88 DUPLICATE-PROFILE-FOUND     VALUE 1.

      *    Work and education entries - WS-ENTRY-USERNAME is whose
      *    entries LIST-PROFILE-ENTRIES shows; the listing has its
      *    own end-of-scan flag because it runs inside the people
      *    searches' walk of the profiles master
       01 WS-MAX-PROFILE-ENTRIES          PIC 99 VALUE 10.
       01 WS-ENTRY-COUNT                  PIC 99 VALUE 0.
       01 WS-ENTRY-MAX-SEQ                PIC 99 VALUE 0.
       01 WS-ENTRY-USERNAME               PIC X(20) VALUE SPACES.
       01 WS-ENTRY-TYPE                   PIC X(1) VALUE SPACE.
       01 WS-ENTRY-TYPE-FILTER            PIC X(1) VALUE SPACE.
       01 WS-ENTRY-TYPE-WORD              PIC X(10) VALUE SPACES.
       01 WS-ENTRY-DATES                  PIC X(20) VALUE SPACES.
       01 WS-ENTRY-LEAD                   PIC X(6) VALUE SPACES.
       01 WS-ENTRY-DETAIL-LINE            PIC X(100) VALUE SPACES.
       01 WS-ENTRY-SCAN-FLAG              PIC 9 VALUE 0.
           88 ENTRY-SCAN-DONE             VALUE 1.
       01 WS-ENTRY-SHOW-SEQ-FLAG          PIC 9 VALUE 0.
           88 ENTRY-SHOW-SEQ              VALUE 1.
       01 WS-ENTRY-VALID-FLAG             PIC 9 VALUE 0.
           88 ENTRY-IS-VALID              VALUE 1.

      *    Blocking - WS-BLOCK-TARGET-USERNAME is the other user in
      *    CHECK-BLOCKED-BY-ME and CHECK-BLOCK-EITHER-WAY
       01 WS-BLOCK-TARGET-USERNAME        PIC X(20) VALUE SPACES.
       01 WS-BLOCKED-FLAG                 PIC 9 VALUE 0.
           88 USERS-ARE-BLOCKED           VALUE 1.
       01 WS-BLOCK-FOUND-FLAG             PIC 9 VALUE 0.
           88 BLOCK-WAS-FOUND             VALUE 1.
      *    Staff listing - how many people have blocked each user,
      *    so a repeat offender stands out
       01 WS-BLOCK-ROWS-COUNT             PIC 9(5) VALUE 0.
       01 WS-BLOCK-TALLY-COUNT            PIC 999 VALUE 0.
       01 WS-MAX-BLOCK-TALLY              PIC 999 VALUE 100.
       01 WS-BLOCK-TALLY-TABLE.
           05 WS-BLOCK-TALLY OCCURS 100 TIMES.
               10 WS-BLOCK-TALLY-USER     PIC X(20).
               10 WS-BLOCK-TALLY-TIMES    PIC 999.
       01 WS-BLOCK-TALLY-INDEX            PIC 999 VALUE 0.
       01 WS-BLOCK-REPEAT-FLAG            PIC 9 VALUE 0.
           88 REPEAT-BLOCKS-FOUND         VALUE 1.

      *    People you may know - the user's own connection rows go
      *    in WS-MY-LINK-TABLE, the students who could be suggested
      *    in WS-SUGGEST-TABLE. CONN-TARGET-PRESET tells
      *    SEND-CONNECTION-REQUEST the target is already chosen.
       01 WS-CONN-TARGET-PRESET-FLAG      PIC 9 VALUE 0.
           88 CONN-TARGET-PRESET          VALUE 1.
       01 WS-MAX-MY-LINKS                 PIC 999 VALUE 200.
       01 WS-MY-LINK-COUNT                PIC 999 VALUE 0.
       01 WS-MY-LINK-INDEX                PIC 999 VALUE 0.
       01 WS-MY-LINK-TABLE.
           05 WS-MY-LINK OCCURS 200 TIMES.
               10 WS-MY-LINK-USER         PIC X(20).
               10 WS-MY-LINK-STATUS       PIC X(1).
       01 WS-MY-UNIVERSITY                PIC X(30) VALUE SPACES.
       01 WS-MY-MAJOR                     PIC X(30) VALUE SPACES.
       01 WS-MY-GRAD-YEAR                 PIC 9(4) VALUE 0.
       01 WS-MAX-SUGGEST-CANDIDATES       PIC 999 VALUE 300.
       01 WS-SUGGEST-COUNT                PIC 999 VALUE 0.
       01 WS-SUGGEST-INDEX                PIC 999 VALUE 0.
       01 WS-SUGGEST-BEST                 PIC 999 VALUE 0.
       01 WS-SUGGEST-TABLE.
           05 WS-SUGGEST OCCURS 300 TIMES.
               10 WS-SUGGEST-USER         PIC X(20).
               10 WS-SUGGEST-NAME         PIC X(30).
               10 WS-SUGGEST-MUTUAL       PIC 999.
               10 WS-SUGGEST-SAME-UNI     PIC X(1).
               10 WS-SUGGEST-SAME-MAJOR   PIC X(1).
               10 WS-SUGGEST-SAME-YEAR    PIC X(1).
               10 WS-SUGGEST-SCORE        PIC 9(4).
               10 WS-SUGGEST-SHOWN        PIC X(1).
       01 WS-MAX-SUGGEST-SHOWN            PIC 99 VALUE 10.
       01 WS-SUGGEST-PICK-COUNT           PIC 99 VALUE 0.
       01 WS-SUGGEST-PICK-TABLE.
           05 WS-SUGGEST-PICK OCCURS 10 TIMES
                                          PIC 999.
       01 WS-SUGGEST-CHOICE               PIC 99 VALUE 0.
       01 WS-SUGGEST-NUMBER-TEXT          PIC ZZ9.
       01 WS-SUGGEST-LOOKUP-USER          PIC X(20) VALUE SPACES.
       01 WS-SUGGEST-OTHER-USER           PIC X(20) VALUE SPACES.

      *    Audit trail working variables
       01 WS-AUDIT-EVENT-TYPE             PIC X(12) VALUE SPACES.
       01 WS-AUDIT-RESULT                 PIC X(7) VALUE SPACES.
       01 WS-AUDIT-USERNAME               PIC X(20) VALUE SPACES.

      *    Staff operator sign-on - the operator id stays set for as
      *    long as the staff menu is open, so every audit record
      *    written meanwhile carries it; the grants are loaded from
      *    the operator's row. WS-STAFF-OPTION-KEYS maps a menu key
      *    to its grant slot (digit n is slot n, A is slot 10, ...).
       01 WS-STAFF-OPERATOR-ID            PIC X(20) VALUE SPACES.
       01 WS-STAFF-GRANTS.
           05 WS-STAFF-GRANT OCCURS 20 TIMES
                                          PIC X(1).
       01 WS-STAFF-OPTION-KEYS            PIC X(20)
                                    VALUE "123456789ABCDEFGHIJK".
      *    Highest grant slot with a menu option behind it
       01 WS-STAFF-OPTION-COUNT           PIC 99 VALUE 16.
       01 WS-STAFF-OPTION-KEY             PIC X(1) VALUE SPACE.
       01 WS-STAFF-OPTION-SLOT            PIC 99 VALUE 0.
       01 WS-STAFF-SLOT-IDX               PIC 99 VALUE 0.
       01 WS-STAFF-OPTION-GRANTED-FLAG    PIC 9 VALUE 0.
           88 STAFF-OPTION-GRANTED        VALUE 1.
       01 WS-OPERATORS-ON-FILE-FLAG       PIC 9 VALUE 0.
           88 OPERATORS-ON-FILE           VALUE 1.
       01 WS-SIGNON-OPERATOR-ID           PIC X(20) VALUE SPACES.
       01 WS-MAINT-OPERATOR-ID            PIC X(20) VALUE SPACES.
       01 WS-GRANTS-INPUT                 PIC X(20) VALUE SPACES.
       01 WS-GRANTS-DISPLAY               PIC X(20) VALUE SPACES.
       01 WS-GRANTS-DISPLAY-LEN           PIC 99 VALUE 0.

      *    Skills menu working variables
       01 WS-SKILL-NUMBER                 PIC 9(3) VALUE 0.
       01 WS-SKILL-NUMBER-TEXT            PIC ZZ9.
       01 WS-SKILL-NAME                   PIC X(25) VALUE SPACES.
       01 WS-SKILL-LABEL                  PIC X(40) VALUE SPACES.
       01 WS-SKILL-RETIRED-TAG            PIC X(10) VALUE SPACES.
       01 WS-LEARN-FOUND-FLAG             PIC 9 VALUE 0.
           88 LEARNING-WAS-FOUND          VALUE 1.
       01 WS-REQ-SKILL-INDEX              PIC 9 VALUE 0.
      *    Skills catalog lookups and staff maintenance
       01 WS-SKILL-FOUND-FLAG             PIC 9 VALUE 0.
           88 SKILL-IN-CATALOG            VALUE 1.
       01 WS-SKILL-SHOWN-COUNT            PIC 999 VALUE 0.
       01 WS-SKILL-MAX-ID                 PIC 9(3) VALUE 0.
       01 WS-MAX-SKILL-ID                 PIC 9(3) VALUE 999.
       01 WS-SKILL-INPUT-NAME             PIC X(25) VALUE SPACES.

      *    Password history working variables. A new record is
      *    written every time a password is set (registration or
               PERFORM MIGRATE-OLD-JOBS
               PERFORM MIGRATE-OLD-CONNECTIONS
               PERFORM MIGRATE-OLD-MESSAGES
               PERFORM SEED-SKILLS-CATALOG
               PERFORM MIGRATE-OLD-LEARNING
               PERFORM COUNT-ACCOUNTS
               PERFORM LOAD-JOBS
      *        The expiry and slot-reclamation sweeps run once per
               OPEN OUTPUT LEARNING-RECORDS-FILE
               CLOSE LEARNING-RECORDS-FILE
               OPEN I-O LEARNING-RECORDS-FILE
               MOVE 1 TO WS-LEARNING-CREATED-FLAG
           END-IF
           OPEN I-O PASSWORD-HISTORY-FILE
           IF WS-PASSWORD-HISTORY-STATUS = "35"
               CLOSE MESSAGES-FILE
               OPEN I-O MESSAGES-FILE
               MOVE 1 TO WS-MESSAGES-CREATED-FLAG
           END-IF
           OPEN I-O STAFF-OPERATORS-FILE
           IF WS-STAFF-OPERATORS-STATUS = "35"
               OPEN OUTPUT STAFF-OPERATORS-FILE
               CLOSE STAFF-OPERATORS-FILE
               OPEN I-O STAFF-OPERATORS-FILE
           END-IF
           OPEN I-O SAVED-SEARCHES-FILE
           IF WS-SAVED-SEARCHES-STATUS = "35"
               OPEN OUTPUT SAVED-SEARCHES-FILE
               CLOSE SAVED-SEARCHES-FILE
               OPEN I-O SAVED-SEARCHES-FILE
           END-IF
           OPEN I-O SEARCH-ALERTS-FILE
           IF WS-SEARCH-ALERTS-STATUS = "35"
               OPEN OUTPUT SEARCH-ALERTS-FILE
               CLOSE SEARCH-ALERTS-FILE
               OPEN I-O SEARCH-ALERTS-FILE
           END-IF
           OPEN I-O BLOCKS-FILE
           IF WS-BLOCKS-STATUS = "35"
               OPEN OUTPUT BLOCKS-FILE
               CLOSE BLOCKS-FILE
               OPEN I-O BLOCKS-FILE
           END-IF
           OPEN I-O RESTRICTED-TERMS-FILE
           IF WS-RESTRICTED-TERMS-STATUS = "35"
               OPEN OUTPUT RESTRICTED-TERMS-FILE
               CLOSE RESTRICTED-TERMS-FILE
               OPEN I-O RESTRICTED-TERMS-FILE
           END-IF
           OPEN I-O HELD-MESSAGES-FILE
           IF WS-HELD-MESSAGES-STATUS = "35"
               OPEN OUTPUT HELD-MESSAGES-FILE
               CLOSE HELD-MESSAGES-FILE
               OPEN I-O HELD-MESSAGES-FILE
           END-IF
           OPEN I-O EVENTS-FILE
           IF WS-EVENTS-STATUS = "35"
               OPEN OUTPUT EVENTS-FILE
               CLOSE EVENTS-FILE
               OPEN I-O EVENTS-FILE
           END-IF
           OPEN I-O EVENT-RSVPS-FILE
           IF WS-EVENT-RSVPS-STATUS = "35"
               OPEN OUTPUT EVENT-RSVPS-FILE
               CLOSE EVENT-RSVPS-FILE
               OPEN I-O EVENT-RSVPS-FILE
           END-IF
           OPEN I-O PROFILE-ENTRIES-FILE
           IF WS-PROFILE-ENTRIES-STATUS = "35"
               OPEN OUTPUT PROFILE-ENTRIES-FILE
               CLOSE PROFILE-ENTRIES-FILE
               OPEN I-O PROFILE-ENTRIES-FILE
           END-IF
           OPEN I-O SKILLS-CATALOG-FILE
           IF WS-SKILLS-CATALOG-STATUS = "35"
               OPEN OUTPUT SKILLS-CATALOG-FILE
               CLOSE SKILLS-CATALOG-FILE
               OPEN I-O SKILLS-CATALOG-FILE
               MOVE 1 TO WS-CATALOG-CREATED-FLAG
           END-IF.

       CLOSE-MASTER-FILES.
           CLOSE JOBS-FILE
           CLOSE CONNECTIONS-FILE
           CLOSE MESSAGES-FILE
           CLOSE PASSWORD-HISTORY-FILE
           CLOSE STAFF-OPERATORS-FILE
           CLOSE SAVED-SEARCHES-FILE
           CLOSE SEARCH-ALERTS-FILE
           CLOSE BLOCKS-FILE
           CLOSE RESTRICTED-TERMS-FILE
           CLOSE HELD-MESSAGES-FILE
           CLOSE EVENTS-FILE
           CLOSE EVENT-RSVPS-FILE
           CLOSE PROFILE-ENTRIES-FILE
           CLOSE SKILLS-CATALOG-FILE.

      *    The configurable registration cap still needs to know how
      *    many accounts exist - walk the keyed file once at startup;
      *    The checkpoint also remembers which logged-in user and
      *    which menu was active, so the next line read lands back in
      *    the same menu instead of being misread as a top-level choice
      *    A staff-menu checkpoint carries the signed-on operator in
      *    the username slot rather than a student, so it is sorted
      *    out first
           IF WS-CHECKPOINT-MENU-CODE = "T"
               IF NOT EXIT-PROGRAM
                   PERFORM RESUME-STAFF-SESSION
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECKPOINT-USERNAME NOT = SPACES AND NOT EXIT-PROGRAM
               MOVE WS-CHECKPOINT-USERNAME TO WS-CURRENT-USER
               MOVE WS-CHECKPOINT-MENU-CODE TO WS-CURRENT-MENU-CODE
                       MOVE AR-ROLE TO WS-CURRENT-ROLE
               END-READ
               PERFORM RESUME-INTO-MENU
           END-IF.

      *    The staff menu runs without a login, so its checkpoint
      *    names the operator instead - the operator's row is re-read
      *    so the resumed session gets that operator's grants, not
      *    the last ones loaded (sign-on was already verified before
      *    the checkpointed lines were consumed). A checkpoint with
      *    no operator, or one since retired, can't be resumed into
      *    the staff menu.
       RESUME-STAFF-SESSION.
           MOVE 0 TO WS-RECORD-FOUND-FLAG
           IF WS-CHECKPOINT-USERNAME NOT = SPACES
               MOVE WS-CHECKPOINT-USERNAME TO SO-OPERATOR-ID
               READ STAFF-OPERATORS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SO-IS-ACTIVE
                           MOVE 1 TO WS-RECORD-FOUND-FLAG
                       END-IF
               END-READ
           END-IF
           IF NOT RECORD-WAS-FOUND
               MOVE "The staff session could not be resumed - sign on "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               MOVE "again from the main menu." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SO-OPERATOR-ID TO WS-STAFF-OPERATOR-ID
           MOVE SO-GRANTS TO WS-STAFF-GRANTS
           PERFORM STAFF-MENU-LOOP.

      *    Re-enters whichever submenu was active at the last
      *    checkpoint, then falls through to POST-LOGIN-MENU's own
      *    loop so the rest of the session continues normally
                   PERFORM EDIT-PROFILE-PROCESS
               WHEN AT-MESSAGES-MENU
                   PERFORM MESSAGES-MENU
               WHEN AT-EVENTS-MENU
                   PERFORM EVENTS-MENU
           END-EVALUATE
           IF USER-LOGGED-IN AND NOT EXIT-PROGRAM
               PERFORM POST-LOGIN-MENU
               ELSE
      *            The staff menu has no logged-in user but still
      *            needs its menu code carried so a resume lands
      *            back inside it, under the same operator
                   MOVE WS-STAFF-OPERATOR-ID TO CKR-USERNAME
                   MOVE WS-CURRENT-MENU-CODE TO CKR-MENU-CODE
               END-IF
               WRITE CHECKPOINT-RECORD
      * (data/incollege-config.dat, one per line):
      *   line 1 = max accounts
      *   line 2 = cap message
      *   line 3 = staff enrollment code - only signs on the first
      *            staff operator, while the operators file is empty
      *   line 4 = posting lifetime days
      *   line 5 = audit retention days (read by INCOLLEGE-ARCHIVE)
      *   line 6 = input mode: LIVE, FILE, or blank for automatic
      *   line 7 = failed-login lockout threshold
      *   line 8 = days an unused temporary password stays valid
      *   line 9 = backup generations to keep (INCOLLEGE-BACKUP)
      *   line 10 = days an application may wait in submitted
      *            status before INCOLLEGE-FUNNEL flags its posting
      *   line 11 = percent a master's record count may fall
      *            between backup generations before INCOLLEGE-DRIFT
      *            flags it and holds the oldest generation
      *================================================================*

       LOAD-CONFIG.
           MOVE WS-AUDIT-USERNAME TO AUD-USERNAME
           MOVE WS-AUDIT-EVENT-TYPE TO AUD-EVENT-TYPE
           MOVE WS-AUDIT-RESULT TO AUD-RESULT
           MOVE WS-STAFF-OPERATOR-ID TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.

      *================================================================*
           MOVE JR-POSTED-DATE TO WS-JOB-POSTED-DATE(WS-JOBS-COUNT)
           MOVE JR-STATUS TO WS-JOB-STATUS(WS-JOBS-COUNT)
           MOVE JR-POSTED-BY TO WS-JOB-POSTED-BY(WS-JOBS-COUNT)
           PERFORM UNPACK-JOB-REQ-SKILLS
           MOVE JR-REQ-MAJOR TO WS-JOB-REQ-MAJOR(WS-JOBS-COUNT)
           MOVE JR-GRAD-YEAR-FROM TO WS-JOB-GRAD-FROM(WS-JOBS-COUNT)
           MOVE JR-GRAD-YEAR-TO TO WS-JOB-GRAD-TO(WS-JOBS-COUNT).

      *    Flattens the posting's required skills into one list of
      *    catalog ids - the original-five flags first, then the
      *    skills added since; an added slot that is blank or zero
      *    is unused
       UNPACK-JOB-REQ-SKILLS.
           MOVE 0 TO WS-JOB-REQ-SKILL-COUNT(WS-JOBS-COUNT)
           PERFORM VARYING WS-SKILL-NUMBER FROM 1 BY 1
               UNTIL WS-SKILL-NUMBER > 5
               IF JR-REQ-SKILL-FLAG(WS-SKILL-NUMBER) = "Y"
                   ADD 1 TO WS-JOB-REQ-SKILL-COUNT(WS-JOBS-COUNT)
                   MOVE WS-SKILL-NUMBER TO WS-JOB-REQ-SKILL-ID(
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

      *    Flips any open posting older than WS-POSTING-LIFETIME-DAYS
      *    to expired so it drops off the board automatically - closed
      *    and already-expired postings are left alone

      *================================================================*
      * CONNECTIONS/MESSAGES MIGRATION - a one-shot load of the
      * retired .dat files into the keyed masters (and of the old
      * learning records into the widened one), run only by the
      * startup that just created the keyed file; every later run
      * sees the file exists and leaves the .dat archive alone
      *================================================================*
                   CONTINUE
           END-WRITE.

      *    The startup that creates the skills catalog seeds it with
      *    the five skills the Skills menu always offered, under the
      *    ids the learning records and postings already carry
       SEED-SKILLS-CATALOG.
           IF NOT CATALOG-JUST-CREATED
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SKILL-NUMBER
           MOVE "Python Programming" TO WS-SKILL-NAME
           PERFORM WRITE-SEED-SKILL
           MOVE 2 TO WS-SKILL-NUMBER
           MOVE "Data Analysis" TO WS-SKILL-NAME
           PERFORM WRITE-SEED-SKILL
           MOVE 3 TO WS-SKILL-NUMBER
           MOVE "Machine Learning" TO WS-SKILL-NAME
           PERFORM WRITE-SEED-SKILL
           MOVE 4 TO WS-SKILL-NUMBER
           MOVE "Web Development" TO WS-SKILL-NAME
           PERFORM WRITE-SEED-SKILL
           MOVE 5 TO WS-SKILL-NUMBER
           MOVE "Database Management" TO WS-SKILL-NAME
           PERFORM WRITE-SEED-SKILL
           MOVE "Seeded the skills catalog with the original five."
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       WRITE-SEED-SKILL.
           MOVE SPACES TO SKILL-CATALOG-RECORD
           MOVE WS-SKILL-NUMBER TO SK-SKILL-ID
           MOVE WS-SKILL-NAME TO SK-NAME
           MOVE "A" TO SK-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO SK-ADDED-DATE
           WRITE SKILL-CATALOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *    One-shot copy of the one-digit learning records into the
      *    widened master - the skill ids carry straight over, as
      *    the catalog keeps the original five under ids 1-5
       MIGRATE-OLD-LEARNING.
           IF NOT LEARNING-JUST-CREATED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-LEARNING-FILE
           IF WS-OLD-LEARNING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OLD-LEARNING-STATUS NOT = "00"
               READ OLD-LEARNING-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO LEARNING-RECORD
                       MOVE OLR-USERNAME TO LR-USERNAME
                       MOVE OLR-SKILL-ID TO LR-SKILL-ID
                       MOVE OLR-SKILL-NAME TO LR-SKILL-NAME
                       MOVE OLR-ENROLLED-DATE TO LR-ENROLLED-DATE
                       MOVE OLR-STATUS TO LR-STATUS
                       WRITE LEARNING-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-LEARNING-FILE
           MOVE "Migrated learning-records.idx into learning-progress."
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    Leaves WS-MSG-MAX-SEQ at the highest MSG-SEQ on file for
      *    WS-MSG-TARGET-USERNAME's inbox, or zero when it is
      *    empty - same shape as FIND-MAX-PASSWORD-SEQ
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM NOTIFY-APPLICATION-DECISIONS
           PERFORM NOTIFY-SAVED-SEARCH-ALERTS
           PERFORM NOTIFY-UPCOMING-INTERVIEWS
           PERFORM NOTIFY-UPCOMING-EVENTS
           PERFORM SHOW-UNREAD-MESSAGE-COUNT
           PERFORM SHOW-ANNOUNCEMENTS
           PERFORM UNTIL NOT USER-LOGGED-IN OR EXIT-PROGRAM
                       PERFORM MESSAGES-MENU
                   WHEN WS-USER-INPUT(1:1) = "7"
                       PERFORM EXPORT-PROFILE-PROCESS
                   WHEN WS-USER-INPUT(1:1) = "8"
                       PERFORM EVENTS-MENU
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM REVIEW-APPLICATIONS
                   WHEN WS-USER-INPUT(1:1) = "5"
                       PERFORM LOGOUT-PROCESS
                   WHEN WS-USER-INPUT(1:1) = "6"
                       PERFORM CREATE-EVENT
                   WHEN WS-USER-INPUT(1:1) = "7"
                       PERFORM EVENT-CHECKIN-ROSTER
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "5. Logout" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "6. Create an info session" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "7. Info session check-in roster" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

           MOVE "Y" TO APR-NOTIFIED
           REWRITE APPLICATION-RECORD.

      *    Tells the student, once, about each posting the nightly
      *    INCOLLEGE-ALERTS run matched to one of their saved
      *    searches - SA-NOTIFIED goes to "Y" so the notice doesn't
      *    repeat, and the alert row itself stays on file as the
      *    record that the posting was reported for that search
       NOTIFY-SAVED-SEARCH-ALERTS.
           MOVE 0 TO WS-ALERT-HEADER-FLAG
           MOVE WS-CURRENT-USER TO SA-USERNAME
           MOVE 0 TO SA-SEARCH-SEQ
           MOVE 0 TO SA-JOB-ID
           START SEARCH-ALERTS-FILE KEY NOT < SA-KEY
           IF WS-SEARCH-ALERTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ SEARCH-ALERTS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF SA-USERNAME = WS-CURRENT-USER
                           IF NOT SA-WAS-NOTIFIED
                               PERFORM NOTIFY-ONE-SEARCH-ALERT
                           END-IF
                       ELSE
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       NOTIFY-ONE-SEARCH-ALERT.
           IF NOT ALERT-HEADER-SHOWN
               MOVE 1 TO WS-ALERT-HEADER-FLAG
               MOVE "New jobs matching your saved searches:"
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           MOVE SA-JOB-ID TO WS-APPLY-JOB-ID
           PERFORM FIND-JOB-BY-ID
           MOVE SPACES TO WS-OUTPUT-LINE
           IF JOB-WAS-FOUND
               STRING "  " DELIMITED SIZE
                      SA-JOB-ID DELIMITED SIZE
                      ". " DELIMITED SIZE
                      FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-INDEX))
                          DELIMITED SIZE
                      " - " DELIMITED SIZE
                      FUNCTION TRIM(WS-JOB-COMPANY(WS-JOB-INDEX))
                          DELIMITED SIZE
                      " (matches " DELIMITED SIZE
                      FUNCTION TRIM(SA-KEYWORD) DELIMITED SIZE
                      ")" DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           ELSE
               STRING "  Posting " DELIMITED SIZE
                      SA-JOB-ID DELIMITED SIZE
                      " (matches " DELIMITED SIZE
                      FUNCTION TRIM(SA-KEYWORD) DELIMITED SIZE
                      ")" DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           END-IF
           PERFORM WRITE-OUTPUT
           MOVE "Y" TO SA-NOTIFIED
           REWRITE SEARCH-ALERT-RECORD.

      *    Tells the student about every interview booked for them
      *    that hasn't happened yet, the same way the decision
      *    notices work - the key leads with the username, so one
           END-IF
           PERFORM WRITE-OUTPUT.

      *    Tells the student about every event they hold a seat at
      *    that hasn't happened yet, the way NOTIFY-UPCOMING-
      *    INTERVIEWS does. The RSVP key leads with the event, so
      *    the whole RSVP master is walked; a seat that came off the
      *    waitlist since the last login is called out once.
       NOTIFY-UPCOMING-EVENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE LOW-VALUES TO ER-KEY
           START EVENT-RSVPS-FILE KEY NOT < ER-KEY
           IF WS-EVENT-RSVPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ EVENT-RSVPS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF ER-USERNAME = WS-CURRENT-USER AND
                          ER-IS-REGISTERED
                           MOVE ER-EVENT-ID TO EV-EVENT-ID
                           READ EVENTS-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF EV-DATE >= WS-TODAY-DATE
                                       PERFORM NOTIFY-ONE-EVENT
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       NOTIFY-ONE-EVENT.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Upcoming event: " DELIMITED SIZE
                  FUNCTION TRIM(EV-TITLE) DELIMITED SIZE
                  " on " DELIMITED SIZE
                  EV-DATE DELIMITED SIZE
                  " at " DELIMITED SIZE
                  FUNCTION TRIM(EV-SLOT) DELIMITED SIZE
                  " (" DELIMITED SIZE
                  FUNCTION TRIM(EV-LOCATION) DELIMITED SIZE
                  ")" DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           IF ER-WAS-PROMOTED
               MOVE "  A seat opened up - you are off the waitlist."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               MOVE "N" TO ER-PROMOTED
               REWRITE EVENT-RSVP-RECORD
           END-IF.

       DISPLAY-POST-LOGIN-OPTIONS.
      *    TM-TODO (USF2-128): Post-login menu display
           MOVE "1. Search for a job" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "7. Export my profile" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "8. Career fairs and info sessions" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

                       PERFORM RECOMMENDED-JOBS
                   WHEN WS-USER-INPUT(1:1) = "6"
                       EXIT PERFORM
                   WHEN WS-USER-INPUT(1:1) = "7"
                       PERFORM SAVE-KEYWORD-SEARCH
                   WHEN WS-USER-INPUT(1:1) = "8"
                       PERFORM REMOVE-SAVED-SEARCH
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "6. Go Back" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "7. Save a keyword search" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "8. Remove a saved search" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

               PERFORM WRITE-OUTPUT
           END-IF.

      *    Saved keyword searches - the nightly INCOLLEGE-ALERTS run
      *    checks each newly opened posting against these and leaves
      *    an alert for NOTIFY-SAVED-SEARCH-ALERTS at the next login
       SAVE-KEYWORD-SEARCH.
           PERFORM LIST-SAVED-SEARCHES
           IF WS-SAVED-SEARCH-COUNT NOT < WS-MAX-SAVED-SEARCHES
               OR WS-SAVED-SEARCH-MAX-SEQ = 99
               MOVE "You already have the most saved searches allowed."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               MOVE "Remove one before saving another."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter a keyword to save: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-SAVED-KEYWORD
           IF WS-SAVED-KEYWORD = SPACES
               MOVE "A saved search needs a keyword." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-USER TO SS-USERNAME
           COMPUTE SS-SEQ = WS-SAVED-SEARCH-MAX-SEQ + 1
           MOVE WS-SAVED-KEYWORD TO SS-KEYWORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO SS-SAVED-DATE
           WRITE SAVED-SEARCH-RECORD
               INVALID KEY
                   MOVE "Could not save that search." TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
               NOT INVALID KEY
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Saved search for """ DELIMITED SIZE
                          FUNCTION TRIM(WS-SAVED-KEYWORD)
                              DELIMITED SIZE
                          """. New postings that match will be shown"
                              DELIMITED SIZE
                          " when you log in." DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
           END-WRITE.

       REMOVE-SAVED-SEARCH.
           PERFORM LIST-SAVED-SEARCHES
           IF WS-SAVED-SEARCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter the number of the search to remove: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-REMOVE-SEARCH-SEQ

           MOVE WS-CURRENT-USER TO SS-USERNAME
           MOVE WS-REMOVE-SEARCH-SEQ TO SS-SEQ
           READ SAVED-SEARCHES-FILE
               INVALID KEY
                   MOVE "You have no saved search with that number."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ
           DELETE SAVED-SEARCHES-FILE
           PERFORM DELETE-SEARCH-ALERTS
           MOVE "Saved search removed." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    The alerts of a removed search go with it - the sequence
      *    may be handed out again, and a new search must start
      *    with a clean slate. Keys are collected during the scan
      *    and deleted afterwards, so the walk never deletes out
      *    from under its own position.
       DELETE-SEARCH-ALERTS.
           MOVE 0 TO WS-ALERT-DEL-COUNT
           MOVE WS-CURRENT-USER TO SA-USERNAME
           MOVE WS-REMOVE-SEARCH-SEQ TO SA-SEARCH-SEQ
           MOVE 0 TO SA-JOB-ID
           START SEARCH-ALERTS-FILE KEY NOT < SA-KEY
           IF WS-SEARCH-ALERTS-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ SEARCH-ALERTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF SA-USERNAME = WS-CURRENT-USER
                              AND SA-SEARCH-SEQ = WS-REMOVE-SEARCH-SEQ
                              AND WS-ALERT-DEL-COUNT < WS-MAX-ALERT-DEL
                               ADD 1 TO WS-ALERT-DEL-COUNT
                               MOVE SA-KEY TO
                                   WS-ALERT-DEL-KEY(WS-ALERT-DEL-COUNT)
                           ELSE
                               MOVE 1 TO WS-SCAN-DONE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VARYING WS-ALERT-DEL-INDEX FROM 1 BY 1
               UNTIL WS-ALERT-DEL-INDEX > WS-ALERT-DEL-COUNT
               MOVE WS-ALERT-DEL-KEY(WS-ALERT-DEL-INDEX) TO SA-KEY
               DELETE SEARCH-ALERTS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.

      *    Lists the student's saved searches by number, and leaves
      *    the count and highest sequence in use for the caller
       LIST-SAVED-SEARCHES.
           MOVE 0 TO WS-SAVED-SEARCH-COUNT
           MOVE 0 TO WS-SAVED-SEARCH-MAX-SEQ
           MOVE WS-CURRENT-USER TO SS-USERNAME
           MOVE 0 TO SS-SEQ
           START SAVED-SEARCHES-FILE KEY NOT < SS-KEY
           IF WS-SAVED-SEARCHES-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ SAVED-SEARCHES-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF SS-USERNAME = WS-CURRENT-USER
                               PERFORM DISPLAY-ONE-SAVED-SEARCH
                           ELSE
                               MOVE 1 TO WS-SCAN-DONE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SAVED-SEARCH-COUNT = 0
               MOVE "You have no saved searches." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF.

       DISPLAY-ONE-SAVED-SEARCH.
           IF WS-SAVED-SEARCH-COUNT = 0
               MOVE "Your saved searches:" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           ADD 1 TO WS-SAVED-SEARCH-COUNT
           MOVE SS-SEQ TO WS-SAVED-SEARCH-MAX-SEQ
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  " DELIMITED SIZE
                  SS-SEQ DELIMITED SIZE
                  ". " DELIMITED SIZE
                  FUNCTION TRIM(SS-KEYWORD) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       DISPLAY-ONE-JOB.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-JOB-ID(WS-JOB-INDEX) DELIMITED SIZE
      *    WS-JOB-INDEX, one line each - nothing prints for a
      *    posting with no requirements set
       DISPLAY-JOB-REQUIREMENTS.
           PERFORM VARYING WS-REQ-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-REQ-SKILL-INDEX >
                     WS-JOB-REQ-SKILL-COUNT(WS-JOB-INDEX)
               MOVE WS-JOB-REQ-SKILL-ID(WS-JOB-INDEX,
                   WS-REQ-SKILL-INDEX) TO WS-SKILL-NUMBER
               PERFORM SET-SKILL-NAME-FROM-NUMBER
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "   requires skill: " DELIMITED SIZE
                      FUNCTION TRIM(WS-SKILL-NAME)
                          DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-PERFORM
           IF WS-JOB-REQ-MAJOR(WS-JOB-INDEX) NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
           END-EVALUATE.

      *    Catalog name of skill WS-SKILL-NUMBER, by keyed read -
      *    a retired skill keeps its name, so older postings and
      *    learning records still read correctly. Leaves the entry
      *    in the buffer and SKILL-IN-CATALOG set when found.
       SET-SKILL-NAME-FROM-NUMBER.
           MOVE 0 TO WS-SKILL-FOUND-FLAG
           MOVE WS-SKILL-NUMBER TO SK-SKILL-ID
           READ SKILLS-CATALOG-FILE
               INVALID KEY
                   MOVE WS-SKILL-NUMBER TO WS-SKILL-NUMBER-TEXT
                   MOVE SPACES TO WS-SKILL-NAME
                   STRING "skill " DELIMITED SIZE
                          FUNCTION TRIM(WS-SKILL-NUMBER-TEXT)
                              DELIMITED SIZE
                          INTO WS-SKILL-NAME
               NOT INVALID KEY
                   MOVE 1 TO WS-SKILL-FOUND-FLAG
                   MOVE SK-NAME TO WS-SKILL-NAME
           END-READ.

       APPLY-TO-JOB.
           MOVE "Enter the posting number to apply to: "
               END-IF
           END-IF

           PERFORM VARYING WS-REQ-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-REQ-SKILL-INDEX >
                     WS-JOB-REQ-SKILL-COUNT(WS-JOB-INDEX)
               MOVE WS-JOB-REQ-SKILL-ID(WS-JOB-INDEX,
                   WS-REQ-SKILL-INDEX) TO WS-SKILL-NUMBER
               PERFORM FIND-LEARNING-RECORD
               IF NOT LEARNING-WAS-FOUND OR NOT LR-IS-COMPLETED
                   PERFORM NOTE-MISSING-HEADER
                   PERFORM SET-SKILL-NAME-FROM-NUMBER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "   you have not completed "
                              DELIMITED SIZE
                          FUNCTION TRIM(WS-SKILL-NAME)
                              DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
               END-IF
           END-PERFORM.

                  WS-JOB-REQ-MAJOR(WS-JOB-INDEX))
               ADD 3 TO WS-REC-SCORE(WS-JOB-INDEX)
           END-IF
           PERFORM VARYING WS-REQ-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-REQ-SKILL-INDEX >
                     WS-JOB-REQ-SKILL-COUNT(WS-JOB-INDEX)
               MOVE WS-JOB-REQ-SKILL-ID(WS-JOB-INDEX,
                   WS-REQ-SKILL-INDEX) TO WS-SKILL-NUMBER
               PERFORM FIND-LEARNING-RECORD
               IF LEARNING-WAS-FOUND AND LR-IS-COMPLETED
                   ADD 2 TO WS-REC-SCORE(WS-JOB-INDEX)
               END-IF
           END-PERFORM

               MOVE "   targets your major" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           PERFORM VARYING WS-REQ-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-REQ-SKILL-INDEX >
                     WS-JOB-REQ-SKILL-COUNT(WS-JOB-INDEX)
               MOVE WS-JOB-REQ-SKILL-ID(WS-JOB-INDEX,
                   WS-REQ-SKILL-INDEX) TO WS-SKILL-NUMBER
               PERFORM FIND-LEARNING-RECORD
               IF LEARNING-WAS-FOUND AND LR-IS-COMPLETED
                   PERFORM SET-SKILL-NAME-FROM-NUMBER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "   requires a skill you completed: "
                              DELIMITED SIZE
                          FUNCTION TRIM(WS-SKILL-NAME)
                              DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-REC-MAJOR NOT = SPACES
                       PERFORM VIEW-MY-CONNECTIONS
                   WHEN WS-USER-INPUT(1:1) = "6"
                       EXIT PERFORM
                   WHEN WS-USER-INPUT(1:1) = "7"
                       PERFORM BLOCK-USER
                   WHEN WS-USER-INPUT(1:1) = "8"
                       PERFORM MANAGE-MY-BLOCKS
                   WHEN WS-USER-INPUT(1:1) = "9"
                       PERFORM SUGGEST-CONNECTIONS
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "6. Go Back" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "7. Block a user" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "8. View or lift my blocks" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "9. People you may know" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

                                   WS-ACTIVE-CHECK-USERNAME
                               PERFORM CHECK-ACCOUNT-ACTIVE
                               IF ACCOUNT-IS-ACTIVE
                                   MOVE PR-USERNAME TO
                                       WS-BLOCK-TARGET-USERNAME
                                   PERFORM CHECK-BLOCKED-BY-ME
                               END-IF
                               IF ACCOUNT-IS-ACTIVE AND
                                  NOT USERS-ARE-BLOCKED
                                   MOVE 1 TO WS-PROFILE-FOUND-FLAG
                                   PERFORM DISPLAY-ONE-PROFILE
                               END-IF
                                   WS-ACTIVE-CHECK-USERNAME
                               PERFORM CHECK-ACCOUNT-ACTIVE
                               IF ACCOUNT-IS-ACTIVE
                                   MOVE PR-USERNAME TO
                                       WS-BLOCK-TARGET-USERNAME
                                   PERFORM CHECK-BLOCKED-BY-ME
                               END-IF
                               IF ACCOUNT-IS-ACTIVE AND
                                  NOT USERS-ARE-BLOCKED
                                   MOVE 1 TO WS-PROFILE-FOUND-FLAG
                                   PERFORM DISPLAY-ONE-PROFILE
                               END-IF
                  FUNCTION TRIM(PR-MAJOR) DELIMITED SIZE
                  ")" DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE PR-USERNAME TO WS-ENTRY-USERNAME
           PERFORM LIST-PROFILE-ENTRIES.

      *    SUGGEST-CONNECTIONS picks the target from its list and
      *    sets CONN-TARGET-PRESET, so the prompt is skipped
       SEND-CONNECTION-REQUEST.
           IF CONN-TARGET-PRESET
               MOVE 0 TO WS-CONN-TARGET-PRESET-FLAG
           ELSE
               MOVE "Enter the username to connect with: "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               PERFORM READ-USER-INPUT
               IF EXIT-PROGRAM
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-USER-INPUT)
                   TO WS-CONN-TARGET-USERNAME
           END-IF

           IF WS-CONN-TARGET-USERNAME = WS-CURRENT-USER
               MOVE "You cannot connect with yourself."
               EXIT PARAGRAPH
           END-IF

      *    A block placed by either side stops the request; the
      *    wording doesn't say which side placed it
           MOVE WS-CONN-TARGET-USERNAME TO WS-BLOCK-TARGET-USERNAME
           PERFORM CHECK-BLOCK-EITHER-WAY
           IF USERS-ARE-BLOCKED
               MOVE "You cannot connect with that user."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *    The key is requester + recipient, so the duplicate check
      *    is two direct reads - one in each direction
           MOVE 0 TO WS-CONN-FOUND-FLAG
           END-IF.

      *================================================================*
      * BLOCKING - a student can block another user. The blocked
      * user drops out of the blocker's people searches, connection
      * requests and messages are refused in both directions, and
      * any connection between the two, pending or accepted, is
      * removed. Only the blocker can lift the block.
      *================================================================*

       BLOCK-USER.
           MOVE "Enter the username to block: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-BLOCK-TARGET-USERNAME

           IF WS-BLOCK-TARGET-USERNAME = WS-CURRENT-USER
               MOVE "You cannot block yourself." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BLOCK-TARGET-USERNAME TO AR-USERNAME
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "No account exists with that username."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO BLOCK-RECORD
           MOVE WS-CURRENT-USER TO BK-BLOCKER
           MOVE WS-BLOCK-TARGET-USERNAME TO BK-BLOCKED
           MOVE FUNCTION CURRENT-DATE(1:8) TO BK-BLOCKED-DATE
           WRITE BLOCK-RECORD
               INVALID KEY
                   MOVE "You have already blocked that user."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM REMOVE-BLOCKED-CONNECTION
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-BLOCK-TARGET-USERNAME)
                      DELIMITED SIZE
                  " is blocked." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    The connection key is requester + recipient, so whichever
      *    side sent the request, the row is one of two direct keys
       REMOVE-BLOCKED-CONNECTION.
           MOVE WS-CURRENT-USER TO CR-REQUESTER
           MOVE WS-BLOCK-TARGET-USERNAME TO CR-RECIPIENT
           DELETE CONNECTIONS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE WS-BLOCK-TARGET-USERNAME TO CR-REQUESTER
           MOVE WS-CURRENT-USER TO CR-RECIPIENT
           DELETE CONNECTIONS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *    Lists the blocks the student has placed and lets them
      *    lift one; the block key leads with the blocker, so one
      *    START positions the scan on their first block
       MANAGE-MY-BLOCKS.
           MOVE 0 TO WS-BLOCK-FOUND-FLAG
           MOVE WS-CURRENT-USER TO BK-BLOCKER
           MOVE LOW-VALUES TO BK-BLOCKED
           START BLOCKS-FILE KEY NOT < BK-KEY
           IF WS-BLOCKS-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ BLOCKS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF BK-BLOCKER = WS-CURRENT-USER
                               IF NOT BLOCK-WAS-FOUND
                                   MOVE "Users you have blocked:"
                                       TO WS-OUTPUT-LINE
                                   PERFORM WRITE-OUTPUT
                               END-IF
                               MOVE 1 TO WS-BLOCK-FOUND-FLAG
                               MOVE SPACES TO WS-OUTPUT-LINE
                               STRING "  " DELIMITED SIZE
                                      FUNCTION TRIM(BK-BLOCKED)
                                          DELIMITED SIZE
                                      " (since " DELIMITED SIZE
                                      BK-BLOCKED-DATE DELIMITED SIZE
                                      ")" DELIMITED SIZE
                                      INTO WS-OUTPUT-LINE
                               PERFORM WRITE-OUTPUT
                           ELSE
                               MOVE 1 TO WS-SCAN-DONE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF NOT BLOCK-WAS-FOUND
               MOVE "You have not blocked anyone." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a username to unblock, or blank to skip: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-BLOCK-TARGET-USERNAME
           IF WS-BLOCK-TARGET-USERNAME = SPACES
               EXIT PARAGRAPH
           END-IF

      *    Lifting a block doesn't bring back the connection it
      *    removed - either side can send a new request
           MOVE WS-CURRENT-USER TO BK-BLOCKER
           MOVE WS-BLOCK-TARGET-USERNAME TO BK-BLOCKED
           DELETE BLOCKS-FILE RECORD
               INVALID KEY
                   MOVE "You have not blocked that user."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-DELETE
           MOVE "Block lifted." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    Sets USERS-ARE-BLOCKED when WS-CURRENT-USER has blocked
      *    WS-BLOCK-TARGET-USERNAME - what the people searches
      *    honour
       CHECK-BLOCKED-BY-ME.
           MOVE 0 TO WS-BLOCKED-FLAG
           MOVE WS-CURRENT-USER TO BK-BLOCKER
           MOVE WS-BLOCK-TARGET-USERNAME TO BK-BLOCKED
           READ BLOCKS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-BLOCKED-FLAG
           END-READ.

      *    Sets USERS-ARE-BLOCKED when either user has blocked the
      *    other - what connection requests and messages honour
       CHECK-BLOCK-EITHER-WAY.
           PERFORM CHECK-BLOCKED-BY-ME
           IF NOT USERS-ARE-BLOCKED
               MOVE WS-BLOCK-TARGET-USERNAME TO BK-BLOCKER
               MOVE WS-CURRENT-USER TO BK-BLOCKED
               READ BLOCKS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-BLOCKED-FLAG
               END-READ
           END-IF.

      *================================================================*
      * PEOPLE YOU MAY KNOW - suggests active students the user has
      * no connection row with, either direction. Each shared
      * accepted connection scores two points; the same university,
      * major, and graduation year score one each. The best ten are
      * listed with their reasons, and a request can be sent straight
      * from the list through SEND-CONNECTION-REQUEST.
      *================================================================*

       SUGGEST-CONNECTIONS.
           PERFORM COLLECT-MY-LINKS

           MOVE SPACES TO WS-MY-UNIVERSITY
           MOVE SPACES TO WS-MY-MAJOR
           MOVE 0 TO WS-MY-GRAD-YEAR
           MOVE WS-CURRENT-USER TO PR-USERNAME
           READ PROFILES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-UNIVERSITY TO WS-MY-UNIVERSITY
                   MOVE PR-MAJOR TO WS-MY-MAJOR
                   MOVE PR-GRAD-YEAR TO WS-MY-GRAD-YEAR
           END-READ

           PERFORM COLLECT-SUGGEST-CANDIDATES
           PERFORM COUNT-MUTUAL-CONNECTIONS
           PERFORM VARYING WS-SUGGEST-INDEX FROM 1 BY 1
               UNTIL WS-SUGGEST-INDEX > WS-SUGGEST-COUNT
               COMPUTE WS-SUGGEST-SCORE(WS-SUGGEST-INDEX) =
                   WS-SUGGEST-MUTUAL(WS-SUGGEST-INDEX) * 2
               IF WS-SUGGEST-SAME-UNI(WS-SUGGEST-INDEX) = "Y"
                   ADD 1 TO WS-SUGGEST-SCORE(WS-SUGGEST-INDEX)
               END-IF
               IF WS-SUGGEST-SAME-MAJOR(WS-SUGGEST-INDEX) = "Y"
                   ADD 1 TO WS-SUGGEST-SCORE(WS-SUGGEST-INDEX)
               END-IF
               IF WS-SUGGEST-SAME-YEAR(WS-SUGGEST-INDEX) = "Y"
                   ADD 1 TO WS-SUGGEST-SCORE(WS-SUGGEST-INDEX)
               END-IF
               MOVE "N" TO WS-SUGGEST-SHOWN(WS-SUGGEST-INDEX)
           END-PERFORM

           MOVE "People you may know:" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE 0 TO WS-SUGGEST-PICK-COUNT
           PERFORM UNTIL WS-SUGGEST-PICK-COUNT
                   NOT < WS-MAX-SUGGEST-SHOWN
               PERFORM FIND-BEST-SUGGESTION
               IF WS-SUGGEST-BEST = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SUGGEST-PICK-COUNT
               MOVE WS-SUGGEST-BEST TO
                   WS-SUGGEST-PICK(WS-SUGGEST-PICK-COUNT)
               MOVE "Y" TO WS-SUGGEST-SHOWN(WS-SUGGEST-BEST)
               PERFORM DISPLAY-ONE-SUGGESTION
           END-PERFORM

           IF WS-SUGGEST-PICK-COUNT = 0
               MOVE "No suggestions right now." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a number to send a request, or blank to skip: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM OR WS-USER-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-SUGGEST-CHOICE
           IF WS-SUGGEST-CHOICE < 1 OR
              WS-SUGGEST-CHOICE > WS-SUGGEST-PICK-COUNT
               MOVE "There is no suggestion with that number."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUGGEST-PICK(WS-SUGGEST-CHOICE) TO WS-SUGGEST-INDEX
           MOVE WS-SUGGEST-USER(WS-SUGGEST-INDEX)
               TO WS-CONN-TARGET-USERNAME
           MOVE 1 TO WS-CONN-TARGET-PRESET-FLAG
           PERFORM SEND-CONNECTION-REQUEST.

      *    Everyone the user already has a connection row with,
      *    pending or accepted, in either direction - the key leads
      *    with the requester, so this is a full walk
       COLLECT-MY-LINKS.
           MOVE 0 TO WS-MY-LINK-COUNT
           MOVE LOW-VALUES TO CR-KEY
           START CONNECTIONS-FILE KEY NOT < CR-KEY
           IF WS-CONNECTIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF WS-MY-LINK-COUNT < WS-MAX-MY-LINKS
                           IF CR-REQUESTER = WS-CURRENT-USER
                               ADD 1 TO WS-MY-LINK-COUNT
                               MOVE CR-RECIPIENT TO
                                   WS-MY-LINK-USER(WS-MY-LINK-COUNT)
                               MOVE CR-STATUS TO
                                   WS-MY-LINK-STATUS(WS-MY-LINK-COUNT)
                           END-IF
                           IF CR-RECIPIENT = WS-CURRENT-USER
                               ADD 1 TO WS-MY-LINK-COUNT
                               MOVE CR-REQUESTER TO
                                   WS-MY-LINK-USER(WS-MY-LINK-COUNT)
                               MOVE CR-STATUS TO
                                   WS-MY-LINK-STATUS(WS-MY-LINK-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Every other active student with a profile, no connection
      *    row with the user, and no block either way
       COLLECT-SUGGEST-CANDIDATES.
           MOVE 0 TO WS-SUGGEST-COUNT
           MOVE LOW-VALUES TO PR-USERNAME
           START PROFILES-FILE KEY NOT < PR-USERNAME
           IF WS-PROFILES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF PR-USERNAME NOT = WS-CURRENT-USER AND
                          WS-SUGGEST-COUNT < WS-MAX-SUGGEST-CANDIDATES
                           PERFORM CHECK-SUGGEST-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

      *    Runs against the PROFILE-RECORD in the buffer and adds it
      *    to the candidate table when it qualifies
       CHECK-SUGGEST-CANDIDATE.
           MOVE PR-USERNAME TO WS-SUGGEST-LOOKUP-USER
           PERFORM FIND-MY-LINK
           IF WS-MY-LINK-INDEX > 0
               EXIT PARAGRAPH
           END-IF
           MOVE PR-USERNAME TO WS-ACTIVE-CHECK-USERNAME
           PERFORM CHECK-ACCOUNT-ACTIVE
           IF NOT ACCOUNT-IS-ACTIVE OR AR-IS-EMPLOYER
               EXIT PARAGRAPH
           END-IF
           MOVE PR-USERNAME TO WS-BLOCK-TARGET-USERNAME
           PERFORM CHECK-BLOCK-EITHER-WAY
           IF USERS-ARE-BLOCKED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SUGGEST-COUNT
           MOVE PR-USERNAME TO WS-SUGGEST-USER(WS-SUGGEST-COUNT)
           MOVE PR-FULL-NAME TO WS-SUGGEST-NAME(WS-SUGGEST-COUNT)
           MOVE 0 TO WS-SUGGEST-MUTUAL(WS-SUGGEST-COUNT)
           MOVE "N" TO WS-SUGGEST-SAME-UNI(WS-SUGGEST-COUNT)
           MOVE "N" TO WS-SUGGEST-SAME-MAJOR(WS-SUGGEST-COUNT)
           MOVE "N" TO WS-SUGGEST-SAME-YEAR(WS-SUGGEST-COUNT)
           IF WS-MY-UNIVERSITY NOT = SPACES AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(PR-UNIVERSITY)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-UNIVERSITY))
               MOVE "Y" TO WS-SUGGEST-SAME-UNI(WS-SUGGEST-COUNT)
           END-IF
           IF WS-MY-MAJOR NOT = SPACES AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(PR-MAJOR)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-MAJOR))
               MOVE "Y" TO WS-SUGGEST-SAME-MAJOR(WS-SUGGEST-COUNT)
           END-IF
           IF WS-MY-GRAD-YEAR > 0 AND PR-GRAD-YEAR = WS-MY-GRAD-YEAR
               MOVE "Y" TO WS-SUGGEST-SAME-YEAR(WS-SUGGEST-COUNT)
           END-IF.

      *    Sets WS-MY-LINK-INDEX to WS-SUGGEST-LOOKUP-USER's slot in
      *    the user's own connection table, or zero
       FIND-MY-LINK.
           PERFORM VARYING WS-MY-LINK-INDEX FROM 1 BY 1
               UNTIL WS-MY-LINK-INDEX > WS-MY-LINK-COUNT
               IF WS-MY-LINK-USER(WS-MY-LINK-INDEX) =
                       WS-SUGGEST-LOOKUP-USER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MY-LINK-INDEX.

      *    Sets WS-SUGGEST-INDEX to WS-SUGGEST-LOOKUP-USER's slot in
      *    the candidate table, or zero
       FIND-SUGGEST-CANDIDATE.
           PERFORM VARYING WS-SUGGEST-INDEX FROM 1 BY 1
               UNTIL WS-SUGGEST-INDEX > WS-SUGGEST-COUNT
               IF WS-SUGGEST-USER(WS-SUGGEST-INDEX) =
                       WS-SUGGEST-LOOKUP-USER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SUGGEST-INDEX.

      *    A second walk of the connections master - every accepted
      *    row between one of the user's accepted connections and a
      *    candidate is one shared connection for that candidate
       COUNT-MUTUAL-CONNECTIONS.
           IF WS-SUGGEST-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CR-KEY
           START CONNECTIONS-FILE KEY NOT < CR-KEY
           IF WS-CONNECTIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF CR-IS-ACCEPTED
                           MOVE CR-REQUESTER TO WS-SUGGEST-LOOKUP-USER
                           MOVE CR-RECIPIENT TO WS-SUGGEST-OTHER-USER
                           PERFORM COUNT-ONE-MUTUAL
                           MOVE CR-RECIPIENT TO WS-SUGGEST-LOOKUP-USER
                           MOVE CR-REQUESTER TO WS-SUGGEST-OTHER-USER
                           PERFORM COUNT-ONE-MUTUAL
                       END-IF
               END-READ
           END-PERFORM.

      *    WS-SUGGEST-LOOKUP-USER must be an accepted connection of
      *    the user and WS-SUGGEST-OTHER-USER a candidate
       COUNT-ONE-MUTUAL.
           PERFORM FIND-MY-LINK
           IF WS-MY-LINK-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MY-LINK-STATUS(WS-MY-LINK-INDEX) NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUGGEST-OTHER-USER TO WS-SUGGEST-LOOKUP-USER
           PERFORM FIND-SUGGEST-CANDIDATE
           IF WS-SUGGEST-INDEX > 0
               ADD 1 TO WS-SUGGEST-MUTUAL(WS-SUGGEST-INDEX)
           END-IF.

      *    Highest score not yet shown; ties go to the earlier
      *    username. Zero means nothing with a score is left.
       FIND-BEST-SUGGESTION.
           MOVE 0 TO WS-SUGGEST-BEST
           PERFORM VARYING WS-SUGGEST-INDEX FROM 1 BY 1
               UNTIL WS-SUGGEST-INDEX > WS-SUGGEST-COUNT
               IF WS-SUGGEST-SHOWN(WS-SUGGEST-INDEX) = "N" AND
                  WS-SUGGEST-SCORE(WS-SUGGEST-INDEX) > 0
                   IF WS-SUGGEST-BEST = 0
                       MOVE WS-SUGGEST-INDEX TO WS-SUGGEST-BEST
                   ELSE
                       IF WS-SUGGEST-SCORE(WS-SUGGEST-INDEX) >
                               WS-SUGGEST-SCORE(WS-SUGGEST-BEST)
                           MOVE WS-SUGGEST-INDEX TO WS-SUGGEST-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       DISPLAY-ONE-SUGGESTION.
           MOVE WS-SUGGEST-PICK-COUNT TO WS-SUGGEST-NUMBER-TEXT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-SUGGEST-NUMBER-TEXT) DELIMITED SIZE
                  ". " DELIMITED SIZE
                  FUNCTION TRIM(WS-SUGGEST-USER(WS-SUGGEST-BEST))
                      DELIMITED SIZE
                  " - " DELIMITED SIZE
                  FUNCTION TRIM(WS-SUGGEST-NAME(WS-SUGGEST-BEST))
                      DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           IF WS-SUGGEST-MUTUAL(WS-SUGGEST-BEST) > 0
               MOVE WS-SUGGEST-MUTUAL(WS-SUGGEST-BEST)
                   TO WS-SUGGEST-NUMBER-TEXT
               MOVE SPACES TO WS-OUTPUT-LINE
               IF WS-SUGGEST-MUTUAL(WS-SUGGEST-BEST) = 1
                   MOVE "   1 mutual connection" TO WS-OUTPUT-LINE
               ELSE
                   STRING "   " DELIMITED SIZE
                          FUNCTION TRIM(WS-SUGGEST-NUMBER-TEXT)
                              DELIMITED SIZE
                          " mutual connections" DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
               END-IF
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-SUGGEST-SAME-UNI(WS-SUGGEST-BEST) = "Y"
               MOVE "   same university" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-SUGGEST-SAME-MAJOR(WS-SUGGEST-BEST) = "Y"
               MOVE "   same major" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-SUGGEST-SAME-YEAR(WS-SUGGEST-BEST) = "Y"
               MOVE "   same graduation year" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF.

      *================================================================*
      * MESSAGING - Send/read short messages between users who hold
      * an accepted connection (CR-STATUS "A"). Unread messages are
      * counted at login (SHOW-UNREAD-MESSAGE-COUNT) and marked read
      * when the inbox is opened.
      *================================================================*

       MESSAGES-MENU.
           MOVE "M" TO WS-CURRENT-MENU-CODE
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM DISPLAY-MESSAGES-OPTIONS
               PERFORM READ-USER-INPUT

               IF EXIT-PROGRAM

               EVALUATE TRUE
                   WHEN WS-USER-INPUT(1:1) = "1"
                       PERFORM SEND-MESSAGE
                   WHEN WS-USER-INPUT(1:1) = "2"
                       PERFORM READ-INBOX
                   WHEN WS-USER-INPUT(1:1) = "3"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
           END-PERFORM
           MOVE "P" TO WS-CURRENT-MENU-CODE.

       DISPLAY-MESSAGES-OPTIONS.
           MOVE "Messages:" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "1. Send a message" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "2. Read my inbox" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "3. Go Back" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    Sets USERS-ARE-CONNECTED when WS-CURRENT-USER holds an
      *    accepted connection with WS-MSG-TARGET-USERNAME, in
      *    either direction - two direct keyed reads
       CHECK-ACCEPTED-CONNECTION.
           MOVE 0 TO WS-CONNECTED-FLAG
           MOVE WS-CURRENT-USER TO CR-REQUESTER
           MOVE WS-MSG-TARGET-USERNAME TO CR-RECIPIENT
           READ CONNECTIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-IS-ACCEPTED
                       MOVE 1 TO WS-CONNECTED-FLAG
                   END-IF
           END-READ
           IF NOT USERS-ARE-CONNECTED
               MOVE WS-MSG-TARGET-USERNAME TO CR-REQUESTER
               MOVE WS-CURRENT-USER TO CR-RECIPIENT
               READ CONNECTIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CR-IS-ACCEPTED
                           MOVE 1 TO WS-CONNECTED-FLAG
                       END-IF
               END-READ
           END-IF.

       SEND-MESSAGE.
           MOVE "Enter the username to message: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-MSG-TARGET-USERNAME

           IF WS-MSG-TARGET-USERNAME = WS-CURRENT-USER
               MOVE "You cannot message yourself." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *    Blocking removes the connection as well, but a block is
      *    checked on its own so it holds whatever the connection
      *    master says
           MOVE WS-MSG-TARGET-USERNAME TO WS-BLOCK-TARGET-USERNAME
           PERFORM CHECK-BLOCK-EITHER-WAY
           IF USERS-ARE-BLOCKED
               MOVE "You cannot message that user." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ACCEPTED-CONNECTION
           IF NOT USERS-ARE-CONNECTED
               MOVE "You can only message your accepted connections."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *    Accepted connections survive deactivation as history, but
      *    a deactivated user can never log in to read a message -
      *    it would only sit in the store forever
           MOVE WS-MSG-TARGET-USERNAME TO WS-ACTIVE-CHECK-USERNAME
           PERFORM CHECK-ACCOUNT-ACTIVE
           IF NOT ACCOUNT-IS-ACTIVE
               MOVE "That account has been deactivated."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter your message: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF

           PERFORM SCREEN-MESSAGE-TEXT
           IF MESSAGE-IS-HELD
               PERFORM HOLD-MESSAGE
               MOVE "Your message is pending review by InCollege staff."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *    The message goes straight to the keyed store under the
      *    recipient's next sequence number - no table slot, no
      *    whole-file rewrite for a concurrent session to clobber
           PERFORM FIND-MAX-MESSAGE-SEQ
           MOVE SPACES TO MESSAGE-RECORD
           MOVE WS-MSG-TARGET-USERNAME TO MSG-RECIPIENT
           COMPUTE MSG-SEQ = WS-MSG-MAX-SEQ + 1
           MOVE WS-CURRENT-USER TO MSG-SENDER
           MOVE FUNCTION CURRENT-DATE(1:8) TO MSG-SENT-DATE
           MOVE "N" TO MSG-READ-FLAG
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO MSG-TEXT
           WRITE MESSAGE-RECORD
               INVALID KEY
      *            Another session slipped a message in between the
      *            sequence scan and the write - rebuild under the
      *            next slot (the scan reads through this buffer)
                   PERFORM FIND-MAX-MESSAGE-SEQ
                   MOVE SPACES TO MESSAGE-RECORD
                   MOVE WS-MSG-TARGET-USERNAME TO MSG-RECIPIENT
                   COMPUTE MSG-SEQ = WS-MSG-MAX-SEQ + 1
                   MOVE WS-CURRENT-USER TO MSG-SENDER
                   MOVE FUNCTION CURRENT-DATE(1:8) TO MSG-SENT-DATE
                   MOVE "N" TO MSG-READ-FLAG
                   MOVE FUNCTION TRIM(WS-USER-INPUT) TO MSG-TEXT
                   WRITE MESSAGE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-WRITE

           MOVE "Message sent." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    Holds the message in WS-USER-INPUT for staff review when
      *    it contains a restricted term - sets MESSAGE-IS-HELD and
      *    leaves the term that matched in WS-HELD-TERM. The terms
      *    are stored upper case, so the text is upper-cased once
      *    and every term compared against that.
       SCREEN-MESSAGE-TEXT.
           MOVE 0 TO WS-MESSAGE-HELD-FLAG
           MOVE SPACES TO WS-HELD-TERM
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-SCREEN-TEXT
           MOVE LOW-VALUES TO RT-TERM
           START RESTRICTED-TERMS-FILE KEY NOT < RT-TERM
           IF WS-RESTRICTED-TERMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ RESTRICTED-TERMS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF RT-TERM NOT = SPACES
                           MOVE 0 TO WS-MATCH-COUNT
                           INSPECT WS-SCREEN-TEXT TALLYING
                               WS-MATCH-COUNT FOR ALL
                               FUNCTION TRIM(RT-TERM)
                           IF WS-MATCH-COUNT > 0
                               MOVE 1 TO WS-MESSAGE-HELD-FLAG
                               MOVE RT-TERM TO WS-HELD-TERM
                               MOVE 1 TO WS-SCAN-DONE-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Writes the screened message to the moderation queue under
      *    the next hold id instead of the recipient's inbox
       HOLD-MESSAGE.
           PERFORM FIND-MAX-HOLD-ID
           MOVE SPACES TO HELD-MESSAGE-RECORD
           COMPUTE HM-HOLD-ID = WS-HOLD-MAX-ID + 1
           MOVE WS-CURRENT-USER TO HM-SENDER
           MOVE WS-MSG-TARGET-USERNAME TO HM-RECIPIENT
           MOVE FUNCTION CURRENT-DATE(1:8) TO HM-SENT-DATE
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO HM-TEXT
           MOVE WS-HELD-TERM TO HM-TERM
           WRITE HELD-MESSAGE-RECORD
               INVALID KEY
                   PERFORM FIND-MAX-HOLD-ID
                   COMPUTE HM-HOLD-ID = WS-HOLD-MAX-ID + 1
                   MOVE WS-CURRENT-USER TO HM-SENDER
                   MOVE WS-MSG-TARGET-USERNAME TO HM-RECIPIENT
                   MOVE FUNCTION CURRENT-DATE(1:8) TO HM-SENT-DATE
                   MOVE FUNCTION TRIM(WS-USER-INPUT) TO HM-TEXT
                   MOVE WS-HELD-TERM TO HM-TERM
                   WRITE HELD-MESSAGE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-WRITE

           MOVE WS-CURRENT-USER TO WS-AUDIT-USERNAME
           MOVE "MSGHOLD" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD.

      *    Leaves WS-HOLD-MAX-ID at the highest hold id on file, or
      *    zero when the queue is empty
       FIND-MAX-HOLD-ID.
           MOVE 0 TO WS-HOLD-MAX-ID
           MOVE 0 TO HM-HOLD-ID
           START HELD-MESSAGES-FILE KEY NOT < HM-HOLD-ID
           IF WS-HELD-MESSAGES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ HELD-MESSAGES-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       MOVE HM-HOLD-ID TO WS-HOLD-MAX-ID
               END-READ
           END-PERFORM.

      *    The message key leads with the recipient, so one START
      *    positions the scan on the caller's first message and the
      *    walk stops at the first record for someone else; each
      *    unread message is marked read in place as it is shown
       READ-INBOX.
           MOVE 0 TO WS-MSG-FOUND-FLAG
           MOVE WS-CURRENT-USER TO MSG-RECIPIENT
           MOVE 0 TO MSG-SEQ
           START MESSAGES-FILE KEY NOT < MSG-KEY
           IF WS-MESSAGES-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ MESSAGES-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF MSG-RECIPIENT = WS-CURRENT-USER
                               MOVE 1 TO WS-MSG-FOUND-FLAG
                               PERFORM SHOW-ONE-INBOX-MESSAGE
                           ELSE
                               MOVE 1 TO WS-SCAN-DONE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF NOT MESSAGE-WAS-FOUND
               MOVE "Your inbox is empty." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF.

       SHOW-ONE-INBOX-MESSAGE.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "From " DELIMITED SIZE
                  FUNCTION TRIM(MSG-SENDER) DELIMITED SIZE
                  " on " DELIMITED SIZE
                  MSG-SENT-DATE DELIMITED SIZE
                  ": " DELIMITED SIZE
                  FUNCTION TRIM(MSG-TEXT) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           IF NOT MSG-WAS-READ
               MOVE "Y" TO MSG-READ-FLAG
               REWRITE MESSAGE-RECORD
           END-IF.

      *================================================================*
      * ANNOUNCEMENTS - staff broadcasts to every active account.
      * The announcements file is read record-at-a-time at each
      * login; a keyed read-tracking row per user and announcement
      * makes delivery once-only. Expired announcements just stop
      * being delivered - the file is small and append-only.
      *================================================================*

       SHOW-ANNOUNCEMENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT ANNOUNCEMENTS-FILE
           IF WS-ANNOUNCEMENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ANNOUNCEMENTS-STATUS NOT = "00"
               READ ANNOUNCEMENTS-FILE INTO ANNOUNCEMENT-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ANN-EXPIRY-DATE IS NOT NUMERIC OR
                          ANN-EXPIRY-DATE >= WS-TODAY-DATE
                           PERFORM SHOW-ONE-ANNOUNCEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOUNCEMENTS-FILE.

      *    Delivered only when no read-tracking row exists for this
      *    user and announcement; writing the row is what stops the
      *    repeat next login
       SHOW-ONE-ANNOUNCEMENT.
           MOVE WS-CURRENT-USER TO ANR-USERNAME
           MOVE ANN-ID TO ANR-ANN-ID
           READ ANNOUNCEMENT-READS-FILE
               INVALID KEY
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Announcement (" DELIMITED SIZE
                          ANN-POSTED-DATE DELIMITED SIZE
                          "): " DELIMITED SIZE
                          FUNCTION TRIM(ANN-TEXT) DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   MOVE SPACES TO ANNOUNCEMENT-READ-RECORD
                   MOVE WS-CURRENT-USER TO ANR-USERNAME
                   MOVE ANN-ID TO ANR-ANN-ID
                   MOVE WS-TODAY-DATE TO ANR-READ-DATE
                   WRITE ANNOUNCEMENT-READ-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       SHOW-UNREAD-MESSAGE-COUNT.
           MOVE 0 TO WS-UNREAD-COUNT
           MOVE WS-CURRENT-USER TO MSG-RECIPIENT
           MOVE 0 TO MSG-SEQ
           START MESSAGES-FILE KEY NOT < MSG-KEY
           IF WS-MESSAGES-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ MESSAGES-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF MSG-RECIPIENT = WS-CURRENT-USER
                               IF NOT MSG-WAS-READ
                                   ADD 1 TO WS-UNREAD-COUNT
                               END-IF
                           ELSE
                               MOVE 1 TO WS-SCAN-DONE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-UNREAD-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "You have " DELIMITED SIZE
                      WS-UNREAD-COUNT DELIMITED SIZE
                      " unread message(s) in your inbox."
                      DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF.

      *================================================================*
      * PROFILE EXPORT - one printable page for the logged-in user:
      * the profile fields, skills split into completed and
      * in-progress, each application joined to its posting, and the
      * accepted-connection count. Students bring it to career
      * fairs; advisors file it for advising appointments.
      *================================================================*

       EXPORT-PROFILE-PROCESS.
           PERFORM READ-CURRENT-PROFILE
           IF NOT PROFILE-WAS-FOUND
               MOVE "No profile found for this account."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
               MOVE "The export file could not be opened."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "InCollege Profile - " DELIMITED SIZE
                  FUNCTION TRIM(PR-FULL-NAME) DELIMITED SIZE
                  " - " DELIMITED SIZE
                  WS-TODAY-DATE DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE
           PERFORM WRITE-EXPORT-BLANK

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Name:       " DELIMITED SIZE
                  FUNCTION TRIM(PR-FULL-NAME) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "University: " DELIMITED SIZE
                  FUNCTION TRIM(PR-UNIVERSITY) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Major:      " DELIMITED SIZE
                  FUNCTION TRIM(PR-MAJOR) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Graduating: " DELIMITED SIZE
                  PR-GRAD-YEAR DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE
           PERFORM WRITE-EXPORT-BLANK

           MOVE "Work experience:" TO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE "W" TO WS-ENTRY-TYPE-FILTER
           PERFORM EXPORT-ENTRIES-BY-TYPE
           PERFORM WRITE-EXPORT-BLANK

           MOVE "Education:" TO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE "E" TO WS-ENTRY-TYPE-FILTER
           PERFORM EXPORT-ENTRIES-BY-TYPE
           PERFORM WRITE-EXPORT-BLANK

           MOVE "Completed skills:" TO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE "C" TO WS-EXPORT-SKILL-FILTER
           PERFORM EXPORT-SKILLS-BY-STATUS
           PERFORM WRITE-EXPORT-BLANK

           MOVE "Skills in progress:" TO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE "E" TO WS-EXPORT-SKILL-FILTER
           PERFORM EXPORT-SKILLS-BY-STATUS
           PERFORM WRITE-EXPORT-BLANK

           MOVE "Applications:" TO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE
           PERFORM EXPORT-APPLICATIONS
           PERFORM WRITE-EXPORT-BLANK

           PERFORM COUNT-ACCEPTED-CONNECTIONS
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Accepted connections: " DELIMITED SIZE
                  WS-ACCEPTED-CONN-COUNT DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE

           CLOSE EXPORT-FILE
           MOVE "Profile exported to data/profile-export.dat."
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       WRITE-EXPORT-LINE.
           WRITE EXPORT-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE.

       WRITE-EXPORT-BLANK.
           MOVE SPACES TO WS-OUTPUT-LINE
           PERFORM WRITE-EXPORT-LINE.

      *    One pass per status code: "C" lists completed skills,
      *    "E" the ones still in progress, each with its enrollment
      *    date
       EXPORT-SKILLS-BY-STATUS.
           MOVE 0 TO WS-EXPORT-LINE-COUNT
           MOVE WS-CURRENT-USER TO LR-USERNAME
           MOVE 0 TO LR-SKILL-ID
           START LEARNING-RECORDS-FILE KEY NOT < LR-KEY
           IF WS-LEARNING-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ LEARNING-RECORDS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF LR-USERNAME = WS-CURRENT-USER
                               IF LR-STATUS = WS-EXPORT-SKILL-FILTER
                                   ADD 1 TO WS-EXPORT-LINE-COUNT
                                   MOVE SPACES TO WS-OUTPUT-LINE
                                   STRING "  " DELIMITED SIZE
                                          FUNCTION TRIM(
                                              LR-SKILL-NAME)
                                              DELIMITED SIZE
                                          " (enrolled "
                                              DELIMITED SIZE
                                          LR-ENROLLED-DATE
                                              DELIMITED SIZE
                                          ")" DELIMITED SIZE
                                          INTO WS-OUTPUT-LINE
                                   PERFORM WRITE-EXPORT-LINE
                               END-IF
                           ELSE
                               MOVE 1 TO WS-SCAN-DONE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-EXPORT-LINE-COUNT = 0
               MOVE "  (none)" TO WS-OUTPUT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF.

      *    Each application joined to its posting's title and
      *    company from the jobs table, with the applied date and
      *    where it stands in review
       EXPORT-APPLICATIONS.
           MOVE 0 TO WS-EXPORT-LINE-COUNT
           MOVE WS-CURRENT-USER TO APR-USERNAME
           MOVE 0 TO APR-JOB-ID
           START APPLICATIONS-FILE KEY NOT < APR-KEY
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF APR-USERNAME = WS-CURRENT-USER
                               ADD 1 TO WS-EXPORT-LINE-COUNT
                               PERFORM EXPORT-ONE-APPLICATION
                           ELSE
                               MOVE 1 TO WS-SCAN-DONE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-EXPORT-LINE-COUNT = 0
               MOVE "  (none)" TO WS-OUTPUT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF.

       EXPORT-ONE-APPLICATION.
           MOVE APR-JOB-ID TO WS-APPLY-JOB-ID
           PERFORM FIND-JOB-BY-ID
           PERFORM SET-APP-STATUS-WORD
           MOVE SPACES TO WS-OUTPUT-LINE
           IF JOB-WAS-FOUND
               STRING "  " DELIMITED SIZE
                      FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-INDEX))
                          DELIMITED SIZE
                      " - " DELIMITED SIZE
                      FUNCTION TRIM(WS-JOB-COMPANY(WS-JOB-INDEX))
                          DELIMITED SIZE
                      " - applied " DELIMITED SIZE
                      APR-APPLIED-DATE DELIMITED SIZE
                      " - " DELIMITED SIZE
                      FUNCTION TRIM(WS-APP-STATUS-WORD)
                          DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           ELSE
               STRING "  Posting " DELIMITED SIZE
                      APR-JOB-ID DELIMITED SIZE
                      " - applied " DELIMITED SIZE
                      APR-APPLIED-DATE DELIMITED SIZE
                      " - " DELIMITED SIZE
                      FUNCTION TRIM(WS-APP-STATUS-WORD)
                          DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           END-IF
           PERFORM WRITE-EXPORT-LINE.

       COUNT-ACCEPTED-CONNECTIONS.
           MOVE 0 TO WS-ACCEPTED-CONN-COUNT
           MOVE LOW-VALUES TO CR-KEY
           START CONNECTIONS-FILE KEY NOT < CR-KEY
           IF WS-CONNECTIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ CONNECTIONS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF CR-IS-ACCEPTED AND
                          (CR-REQUESTER = WS-CURRENT-USER OR
                           CR-RECIPIENT = WS-CURRENT-USER)
                           ADD 1 TO WS-ACCEPTED-CONN-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
      * SKILLS MENU (DM: USF2-131, USF2-132)
      *================================================================*
       
       SKILLS-MENU.
           MOVE "S" TO WS-CURRENT-MENU-CODE
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM DISPLAY-SKILLS-OPTIONS
               PERFORM READ-USER-INPUT

               IF EXIT-PROGRAM
                   EXIT PERFORM
               END-IF

      *        DM (USF2-132): Return to previous menu
               IF WS-USER-INPUT = SPACES OR
                  FUNCTION TRIM(WS-USER-INPUT) = "0"
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
                   TO WS-SKILL-NUMBER
               PERFORM SELECT-CATALOG-SKILL
           END-PERFORM
           MOVE "P" TO WS-CURRENT-MENU-CODE.

      *    Only a skill the menu listed can be picked - an active
      *    one, or a retired one the student already has a record
      *    for, so an enrollment begun before it was retired can
      *    still be finished
       SELECT-CATALOG-SKILL.
           PERFORM SET-SKILL-NAME-FROM-NUMBER
           IF NOT SKILL-IN-CATALOG
               MOVE "Invalid choice. Please try again."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF SK-IS-RETIRED
               PERFORM FIND-LEARNING-RECORD
               IF NOT LEARNING-WAS-FOUND
                   MOVE "Invalid choice. Please try again."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM ENROLL-OR-COMPLETE-SKILL.

       DISPLAY-SKILLS-OPTIONS.
      *    DM (USF2-131): Display the skills catalog, marked with the
      *    caller's enrollment/completion status from
      *    LEARNING-RECORDS-FILE
           MOVE "Learn a New Skill:" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE 0 TO WS-SKILL-SHOWN-COUNT
           MOVE 0 TO SK-SKILL-ID
           START SKILLS-CATALOG-FILE KEY NOT < SK-SKILL-ID
           IF WS-SKILLS-CATALOG-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ SKILLS-CATALOG-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           PERFORM DISPLAY-SKILL-LINE
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SKILL-SHOWN-COUNT = 0
               MOVE "No skills are offered right now."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
      *    DM (USF2-132): Option to go back
           MOVE "0. Go Back" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    A retired skill is listed only to a student who already
      *    has a learning record for it
       DISPLAY-SKILL-LINE.
           MOVE SK-SKILL-ID TO WS-SKILL-NUMBER
           PERFORM FIND-LEARNING-RECORD
           IF SK-IS-RETIRED AND NOT LEARNING-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SKILL-SHOWN-COUNT
           MOVE SPACES TO WS-SKILL-RETIRED-TAG
           IF SK-IS-RETIRED
               MOVE " - retired" TO WS-SKILL-RETIRED-TAG
           END-IF
           MOVE SK-SKILL-ID TO WS-SKILL-NUMBER-TEXT
           MOVE SPACES TO WS-SKILL-LABEL
           STRING FUNCTION TRIM(WS-SKILL-NUMBER-TEXT) DELIMITED SIZE
                  ". " DELIMITED SIZE
                  FUNCTION TRIM(SK-NAME) DELIMITED SIZE
                  WS-SKILL-RETIRED-TAG DELIMITED SIZE
                  INTO WS-SKILL-LABEL
           MOVE SPACES TO WS-OUTPUT-LINE
           IF NOT LEARNING-WAS-FOUND
               STRING WS-SKILL-LABEL DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           ELSE
               IF LR-IS-COMPLETED
                   STRING FUNCTION TRIM(WS-SKILL-LABEL) DELIMITED SIZE
                          " (completed)" DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
               ELSE
                   STRING FUNCTION TRIM(WS-SKILL-LABEL) DELIMITED SIZE
                          " (enrolled)" DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
               END-IF
           END-IF
           PERFORM WRITE-OUTPUT.

      *================================================================*
      * SKILLS ENROLLMENT - LEARNING-RECORDS-FILE lookup/update
      *================================================================*

      *    Direct keyed read - leaves the record in the buffer for
      *    the caller when found
       FIND-LEARNING-RECORD.
           MOVE 0 TO WS-LEARN-FOUND-FLAG
           MOVE WS-CURRENT-USER TO LR-USERNAME
           MOVE WS-SKILL-NUMBER TO LR-SKILL-ID
           READ LEARNING-RECORDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-LEARN-FOUND-FLAG
           END-READ.

       ENROLL-OR-COMPLETE-SKILL.
           PERFORM FIND-LEARNING-RECORD
           IF NOT LEARNING-WAS-FOUND
               MOVE SPACES TO LEARNING-RECORD
               MOVE WS-CURRENT-USER TO LR-USERNAME
               MOVE WS-SKILL-NUMBER TO LR-SKILL-ID
               MOVE WS-SKILL-NAME TO LR-SKILL-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO LR-ENROLLED-DATE
               MOVE "E" TO LR-STATUS
               WRITE LEARNING-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "You have enrolled in " DELIMITED SIZE
                      FUNCTION TRIM(WS-SKILL-NAME) DELIMITED SIZE
                      "." DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           ELSE
               IF LR-IS-COMPLETED
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "You have already completed " DELIMITED SIZE
                          FUNCTION TRIM(WS-SKILL-NAME) DELIMITED SIZE
                          "." DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
               ELSE
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "You are enrolled in " DELIMITED SIZE
                          FUNCTION TRIM(WS-SKILL-NAME) DELIMITED SIZE
                          ". Mark as complete? (Y/N): " DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   PERFORM READ-USER-INPUT
                   IF NOT EXIT-PROGRAM
                       IF WS-USER-INPUT(1:1) = "Y" OR
                          WS-USER-INPUT(1:1) = "y"
                           MOVE "C" TO LR-STATUS
                           REWRITE LEARNING-RECORD
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "Marked " DELIMITED SIZE
                                  FUNCTION TRIM(WS-SKILL-NAME)
                                      DELIMITED SIZE
                                  " as complete!" DELIMITED SIZE
                                  INTO WS-OUTPUT-LINE
                           PERFORM WRITE-OUTPUT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *================================================================*
      * LOGOUT (DM: USF2-133)
      *================================================================*
       
       LOGOUT-PROCESS.
      *    DM (USF2-133): Logout returns to main menu
           MOVE "Logging out..." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE WS-CURRENT-USER TO WS-AUDIT-USERNAME
           MOVE "LOGOUT" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           MOVE 0 TO WS-LOGGED-IN
           MOVE SPACE TO WS-CURRENT-ROLE
           MOVE SPACE TO WS-CURRENT-MENU-CODE.

      *================================================================*
      * EDIT PROFILE
      *================================================================*

       EDIT-PROFILE-PROCESS.
           PERFORM READ-CURRENT-PROFILE
           IF NOT PROFILE-WAS-FOUND
               MOVE "No profile found for this account."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "E" TO WS-CURRENT-MENU-CODE
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM DISPLAY-EDIT-PROFILE-OPTIONS
               PERFORM READ-USER-INPUT

               IF EXIT-PROGRAM
                   EXIT PERFORM
               END-IF

               MOVE WS-USER-INPUT(1:1) TO WS-EDIT-PROFILE-CHOICE
               EVALUATE WS-EDIT-PROFILE-CHOICE
                   WHEN "1"
                       PERFORM EDIT-PROFILE-FULL-NAME
                   WHEN "2"
                       PERFORM EDIT-PROFILE-UNIVERSITY
                   WHEN "3"
                       PERFORM EDIT-PROFILE-MAJOR
                   WHEN "4"
                       PERFORM EDIT-PROFILE-GRAD-YEAR
                   WHEN "5"
                       PERFORM EDIT-PROFILE-PASSWORD
                   WHEN "6"
                       EXIT PERFORM
                   WHEN "7"
                       MOVE "W" TO WS-ENTRY-TYPE
                       PERFORM ADD-PROFILE-ENTRY
                   WHEN "8"
                       MOVE "E" TO WS-ENTRY-TYPE
                       PERFORM ADD-PROFILE-ENTRY
                   WHEN "9"
                       PERFORM EDIT-PROFILE-ENTRY
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           MOVE "P" TO WS-CURRENT-MENU-CODE.

      *    Direct keyed read of the logged-in user's profile - leaves
      *    the record in the buffer for the edit paragraphs
       READ-CURRENT-PROFILE.
           MOVE 0 TO WS-PROFILE-FOUND-FLAG
           MOVE WS-CURRENT-USER TO PR-USERNAME
           READ PROFILES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-PROFILE-FOUND-FLAG
           END-READ.

       DISPLAY-EDIT-PROFILE-OPTIONS.
           MOVE "Edit Profile:" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "1. Edit full name" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "2. Edit university" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "3. Edit major" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "4. Edit graduation year" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "5. Change password" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "6. Done" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "7. Add work experience" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "8. Add education" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "9. Edit or remove a work or education entry"
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    Each edit re-reads the profile by key, changes one field,
      *    and rewrites that single record
       EDIT-PROFILE-FULL-NAME.
           MOVE "Enter your new full name: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CURRENT-PROFILE
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO PR-FULL-NAME
           REWRITE PROFILE-RECORD
           MOVE "Full name updated." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       EDIT-PROFILE-UNIVERSITY.
           MOVE "Enter your new university: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CURRENT-PROFILE
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO PR-UNIVERSITY
           REWRITE PROFILE-RECORD
           MOVE "University updated." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       EDIT-PROFILE-MAJOR.
           MOVE "Enter your new major: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CURRENT-PROFILE
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO PR-MAJOR
           REWRITE PROFILE-RECORD
           MOVE "Major updated." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       EDIT-PROFILE-GRAD-YEAR.
           MOVE "Enter your new expected graduation year: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CURRENT-PROFILE
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO PR-GRAD-YEAR
           REWRITE PROFILE-RECORD
           MOVE "Graduation year updated." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       EDIT-PROFILE-PASSWORD.
           MOVE "Enter your new password: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-PASSWORD

           PERFORM VALIDATE-PASSWORD
           IF NOT PASSWORD-IS-VALID
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INPUT-PASSWORD TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD

           MOVE WS-CURRENT-USER TO WS-PH-TARGET-USERNAME
           PERFORM CHECK-PASSWORD-HISTORY
           IF PASSWORD-WAS-REUSED
               MOVE "You can't reuse one of your recent passwords."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-USER TO AR-USERNAME
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-PASSWORD-HASH TO AR-PASSWORD
                   REWRITE ACCOUNT-RECORD
           END-READ
           PERFORM ADD-PASSWORD-HISTORY-RECORD

           MOVE "Password updated." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *================================================================*
      * WORK AND EDUCATION ENTRIES - a student's work experience and
      * education history, any number of each up to
      * WS-MAX-PROFILE-ENTRIES, in their own keyed file by username
      * + sequence. Added, edited, and removed from Edit Profile;
      * shown under the profile in the people searches, to the
      * reviewer of an application, and in the profile export.
      * Dates are YYYYMM; a blank end date means the entry is
      * current.
      *================================================================*

       ADD-PROFILE-ENTRY.
           PERFORM COUNT-PROFILE-ENTRIES
           IF WS-ENTRY-COUNT >= WS-MAX-PROFILE-ENTRIES OR
              WS-ENTRY-MAX-SEQ >= 99
               MOVE "You already have the most entries allowed."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PROFILE-ENTRY-RECORD
           MOVE WS-CURRENT-USER TO PE-USERNAME
           COMPUTE PE-SEQ = WS-ENTRY-MAX-SEQ + 1
           MOVE WS-ENTRY-TYPE TO PE-TYPE
           PERFORM PROMPT-PROFILE-ENTRY-FIELDS
           IF EXIT-PROGRAM OR NOT ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF
           WRITE PROFILE-ENTRY-RECORD
               INVALID KEY
                   MOVE "The entry could not be saved - try again."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "Entry added." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       EDIT-PROFILE-ENTRY.
           MOVE WS-CURRENT-USER TO WS-ENTRY-USERNAME
           MOVE 1 TO WS-ENTRY-SHOW-SEQ-FLAG
           PERFORM LIST-PROFILE-ENTRIES
           MOVE 0 TO WS-ENTRY-SHOW-SEQ-FLAG
           IF WS-ENTRY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the entry number, or blank to go back: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM OR WS-USER-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-USER TO PE-USERNAME
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO PE-SEQ
           READ PROFILE-ENTRIES-FILE
               INVALID KEY
                   MOVE "You have no entry with that number."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ

           MOVE "Enter E to edit it or R to remove it: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-USER-INPUT(1:1)) = "E"
                   PERFORM PROMPT-PROFILE-ENTRY-FIELDS
                   IF EXIT-PROGRAM OR NOT ENTRY-IS-VALID
                       EXIT PARAGRAPH
                   END-IF
                   REWRITE PROFILE-ENTRY-RECORD
                   MOVE "Entry updated." TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
               WHEN FUNCTION UPPER-CASE(WS-USER-INPUT(1:1)) = "R"
                   DELETE PROFILE-ENTRIES-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE "Entry removed." TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Fills the PROFILE-ENTRY-RECORD in the buffer from the
      *    user's answers. On an edit the record already holds the
      *    entry, and a blank answer keeps what is there; on an add
      *    the title, organization, and start date are required.
       PROMPT-PROFILE-ENTRY-FIELDS.
           MOVE 0 TO WS-ENTRY-VALID-FLAG
           IF PE-IS-WORK
               MOVE "Enter the job title: " TO WS-OUTPUT-LINE
           ELSE
               MOVE "Enter the degree or program: " TO WS-OUTPUT-LINE
           END-IF
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-INPUT NOT = SPACES
               MOVE FUNCTION TRIM(WS-USER-INPUT) TO PE-TITLE
           END-IF

           IF PE-IS-WORK
               MOVE "Enter the employer: " TO WS-OUTPUT-LINE
           ELSE
               MOVE "Enter the school: " TO WS-OUTPUT-LINE
           END-IF
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-INPUT NOT = SPACES
               MOVE FUNCTION TRIM(WS-USER-INPUT) TO PE-ORGANIZATION
           END-IF

           MOVE "Enter the start date (YYYYMM): " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-INPUT NOT = SPACES
               MOVE FUNCTION TRIM(WS-USER-INPUT) TO PE-FROM-DATE
           END-IF

           MOVE "Enter the end date (YYYYMM), or C if current: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(WS-USER-INPUT(1:1)) = "C"
               MOVE SPACES TO PE-TO-DATE
           ELSE
               IF WS-USER-INPUT NOT = SPACES
                   MOVE FUNCTION TRIM(WS-USER-INPUT) TO PE-TO-DATE
               END-IF
           END-IF

           IF PE-IS-WORK
               MOVE "Enter a short description: " TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               PERFORM READ-USER-INPUT
               IF EXIT-PROGRAM
                   EXIT PARAGRAPH
               END-IF
               IF WS-USER-INPUT NOT = SPACES
                   MOVE FUNCTION TRIM(WS-USER-INPUT) TO PE-DESCRIPTION
               END-IF
           END-IF

           IF PE-TITLE = SPACES OR PE-ORGANIZATION = SPACES
               MOVE "A title and an organization are required."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF PE-FROM-DATE IS NOT NUMERIC OR
              (PE-TO-DATE NOT = SPACES AND
               PE-TO-DATE IS NOT NUMERIC)
               MOVE "Dates must be given as YYYYMM - nothing saved."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF PE-TO-DATE NOT = SPACES AND PE-TO-DATE < PE-FROM-DATE
               MOVE "The end date is before the start - nothing saved."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ENTRY-VALID-FLAG.

      *    Counts the current user's entries and finds the highest
      *    sequence in use, for the next add
       COUNT-PROFILE-ENTRIES.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-ENTRY-MAX-SEQ
           MOVE WS-CURRENT-USER TO PE-USERNAME
           MOVE 0 TO PE-SEQ
           START PROFILE-ENTRIES-FILE KEY NOT < PE-KEY
           IF WS-PROFILE-ENTRIES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ENTRY-SCAN-FLAG
           PERFORM UNTIL ENTRY-SCAN-DONE
               READ PROFILE-ENTRIES-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-ENTRY-SCAN-FLAG
                   NOT AT END
                       IF PE-USERNAME = WS-CURRENT-USER
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE PE-SEQ TO WS-ENTRY-MAX-SEQ
                       ELSE
                           MOVE 1 TO WS-ENTRY-SCAN-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *    Writes WS-ENTRY-USERNAME's entries to the screen, work
      *    first and then education. This runs from inside the
      *    people searches' walk of the profiles master, so it
      *    keeps its own end-of-scan flag rather than SCAN-DONE.
       LIST-PROFILE-ENTRIES.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE "W" TO WS-ENTRY-TYPE-FILTER
           PERFORM LIST-PROFILE-ENTRIES-BY-TYPE
           MOVE "E" TO WS-ENTRY-TYPE-FILTER
           PERFORM LIST-PROFILE-ENTRIES-BY-TYPE
           IF WS-ENTRY-COUNT = 0 AND ENTRY-SHOW-SEQ
               MOVE "You have no work or education entries yet."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF.

       LIST-PROFILE-ENTRIES-BY-TYPE.
           MOVE WS-ENTRY-USERNAME TO PE-USERNAME
           MOVE 0 TO PE-SEQ
           START PROFILE-ENTRIES-FILE KEY NOT < PE-KEY
           IF WS-PROFILE-ENTRIES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ENTRY-SCAN-FLAG
           PERFORM UNTIL ENTRY-SCAN-DONE
               READ PROFILE-ENTRIES-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-ENTRY-SCAN-FLAG
                   NOT AT END
                       IF PE-USERNAME = WS-ENTRY-USERNAME
                           IF PE-TYPE = WS-ENTRY-TYPE-FILTER
                               ADD 1 TO WS-ENTRY-COUNT
                               PERFORM FORMAT-PROFILE-ENTRY
                               PERFORM WRITE-OUTPUT
                               IF PE-DESCRIPTION NOT = SPACES
                                   MOVE WS-ENTRY-DETAIL-LINE
                                       TO WS-OUTPUT-LINE
                                   PERFORM WRITE-OUTPUT
                               END-IF
                           END-IF
                       ELSE
                           MOVE 1 TO WS-ENTRY-SCAN-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *    The profile export lists the current user's entries of
      *    one type (WS-ENTRY-TYPE-FILTER) under its own heading
       EXPORT-ENTRIES-BY-TYPE.
           MOVE 0 TO WS-EXPORT-LINE-COUNT
           MOVE WS-CURRENT-USER TO PE-USERNAME
           MOVE 0 TO PE-SEQ
           START PROFILE-ENTRIES-FILE KEY NOT < PE-KEY
           IF WS-PROFILE-ENTRIES-STATUS = "00"
               MOVE 0 TO WS-ENTRY-SCAN-FLAG
               PERFORM UNTIL ENTRY-SCAN-DONE
                   READ PROFILE-ENTRIES-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-ENTRY-SCAN-FLAG
                       NOT AT END
                           IF PE-USERNAME = WS-CURRENT-USER
                               IF PE-TYPE = WS-ENTRY-TYPE-FILTER
                                   ADD 1 TO WS-EXPORT-LINE-COUNT
                                   PERFORM FORMAT-PROFILE-ENTRY
                                   PERFORM WRITE-EXPORT-LINE
                                   IF PE-DESCRIPTION NOT = SPACES
                                       MOVE WS-ENTRY-DETAIL-LINE
                                           TO WS-OUTPUT-LINE
                                       PERFORM WRITE-EXPORT-LINE
                                   END-IF
                               END-IF
                           ELSE
                               MOVE 1 TO WS-ENTRY-SCAN-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-EXPORT-LINE-COUNT = 0
               MOVE "  (none)" TO WS-OUTPUT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF.

      *    Formats the PROFILE-ENTRY-RECORD in the buffer into
      *    WS-OUTPUT-LINE, and its description (if any) into
      *    WS-ENTRY-DETAIL-LINE; the entry number leads the line
      *    when the student is picking one to change
       FORMAT-PROFILE-ENTRY.
           IF PE-IS-WORK
               MOVE "Work" TO WS-ENTRY-TYPE-WORD
           ELSE
               MOVE "Education" TO WS-ENTRY-TYPE-WORD
           END-IF
           MOVE SPACES TO WS-ENTRY-DATES
           IF PE-TO-DATE = SPACES
               STRING PE-FROM-DATE DELIMITED SIZE
                      "-present" DELIMITED SIZE
                      INTO WS-ENTRY-DATES
           ELSE
               STRING PE-FROM-DATE DELIMITED SIZE
                      "-" DELIMITED SIZE
                      PE-TO-DATE DELIMITED SIZE
                      INTO WS-ENTRY-DATES
           END-IF
           MOVE SPACES TO WS-ENTRY-LEAD
           IF ENTRY-SHOW-SEQ
               STRING "  " DELIMITED SIZE
                      PE-SEQ DELIMITED SIZE
                      ". " DELIMITED SIZE
                      INTO WS-ENTRY-LEAD
           ELSE
               MOVE "    " TO WS-ENTRY-LEAD
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-ENTRY-LEAD DELIMITED SIZE
                  FUNCTION TRIM(WS-ENTRY-TYPE-WORD) DELIMITED SIZE
                  ": " DELIMITED SIZE
                  FUNCTION TRIM(PE-TITLE) DELIMITED SIZE
                  ", " DELIMITED SIZE
                  FUNCTION TRIM(PE-ORGANIZATION) DELIMITED SIZE
                  " (" DELIMITED SIZE
                  FUNCTION TRIM(WS-ENTRY-DATES) DELIMITED SIZE
                  ")" DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           MOVE SPACES TO WS-ENTRY-DETAIL-LINE
           IF PE-DESCRIPTION NOT = SPACES
               STRING "        " DELIMITED SIZE
                      FUNCTION TRIM(PE-DESCRIPTION) DELIMITED SIZE
                      INTO WS-ENTRY-DETAIL-LINE
           END-IF.

      *================================================================*
      * STAFF FUNCTIONS - Job posting maintenance and the rest of the
      * office's tools. Each member of staff signs on under their own
      * operator id (STAFF-OPERATORS-FILE), each menu option is
      * checked against that operator's grants, and the operator id
      * is stamped on every audit record written while signed on.
      * Postings are added with an auto-assigned JR-JOB-ID and taken
      * down by closing them (or by automatic expiry in
      * EXPIRE-STALE-JOBS).
      *================================================================*

       STAFF-MENU.
           MOVE 0 TO WS-STAFF-AUTHORIZED-FLAG
           MOVE "Please enter your staff operator id: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-SIGNON-OPERATOR-ID
           MOVE "Please enter your staff password: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-PASSWORD
           MOVE WS-INPUT-PASSWORD TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD

      *    Until the first operator exists the config-file code is
      *    the only way in - it signs that first operator on with
      *    every option, and from then on the operators file alone
      *    decides who gets in
           MOVE WS-SIGNON-OPERATOR-ID TO SO-OPERATOR-ID
           READ STAFF-OPERATORS-FILE
               INVALID KEY
                   PERFORM CHECK-OPERATORS-ON-FILE
                   IF NOT OPERATORS-ON-FILE AND
                      WS-SIGNON-OPERATOR-ID NOT = SPACES AND
                      FUNCTION TRIM(WS-INPUT-PASSWORD) =
                          FUNCTION TRIM(WS-STAFF-ACCESS-CODE)
                       PERFORM ENROLL-FIRST-OPERATOR
                   END-IF
               NOT INVALID KEY
                   IF SO-IS-ACTIVE AND SO-PASSWORD = WS-PASSWORD-HASH
                       MOVE 1 TO WS-STAFF-AUTHORIZED-FLAG
                   END-IF
           END-READ

           IF STAFF-AUTHORIZED
               MOVE WS-SIGNON-OPERATOR-ID TO WS-STAFF-OPERATOR-ID
               MOVE SO-GRANTS TO WS-STAFF-GRANTS
           END-IF
           MOVE WS-SIGNON-OPERATOR-ID TO WS-AUDIT-USERNAME
           MOVE "STAFF" TO WS-AUDIT-EVENT-TYPE
           IF STAFF-AUTHORIZED
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
           ELSE
               MOVE "FAILURE" TO WS-AUDIT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-RECORD

           IF NOT STAFF-AUTHORIZED
               MOVE "Incorrect operator id or password."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM STAFF-MENU-LOOP.

      *    Sets OPERATORS-ON-FILE when the operators file holds at
      *    least one row, retired or not
       CHECK-OPERATORS-ON-FILE.
           MOVE 0 TO WS-OPERATORS-ON-FILE-FLAG
           MOVE LOW-VALUES TO SO-OPERATOR-ID
           START STAFF-OPERATORS-FILE KEY NOT < SO-OPERATOR-ID
           IF WS-STAFF-OPERATORS-STATUS = "00"
               MOVE 1 TO WS-OPERATORS-ON-FILE-FLAG
           END-IF.

      *    The first operator gets every option, including operator
      *    maintenance, so the rest of the office can be enrolled
      *    under their own ids
       ENROLL-FIRST-OPERATOR.
           MOVE SPACES TO STAFF-OPERATOR-RECORD
           MOVE WS-SIGNON-OPERATOR-ID TO SO-OPERATOR-ID
           MOVE WS-PASSWORD-HASH TO SO-PASSWORD
           MOVE ALL "Y" TO SO-GRANTS
           MOVE "A" TO SO-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO SO-CREATED-DATE
           WRITE STAFF-OPERATOR-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
           MOVE 1 TO WS-STAFF-AUTHORIZED-FLAG
           MOVE "First staff operator enrolled with every option - "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "enroll the rest of the office from option A."
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       STAFF-MENU-LOOP.
           MOVE "T" TO WS-CURRENT-MENU-CODE
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM DISPLAY-STAFF-OPTIONS
               PERFORM READ-USER-INPUT

               IF EXIT-PROGRAM
                   EXIT PERFORM
               END-IF

               MOVE FUNCTION UPPER-CASE(WS-USER-INPUT(1:1))
                   TO WS-STAFF-OPTION-KEY
               PERFORM CHECK-STAFF-GRANT
               IF NOT STAFF-OPTION-GRANTED
                   MOVE "You are not granted that option."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   MOVE SPACES TO WS-AUDIT-USERNAME
                   MOVE "STAFFDENY" TO WS-AUDIT-EVENT-TYPE
                   MOVE "FAILURE" TO WS-AUDIT-RESULT
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   EVALUATE TRUE
                       WHEN WS-STAFF-OPTION-KEY = "1"
                           PERFORM ADD-JOB-POSTING
                       WHEN WS-STAFF-OPTION-KEY = "2"
                           PERFORM CLOSE-JOB-POSTING
                       WHEN WS-STAFF-OPTION-KEY = "3"
                           PERFORM REVIEW-APPLICATIONS
                       WHEN WS-STAFF-OPTION-KEY = "4"
                           PERFORM DEACTIVATE-ACCOUNT
                       WHEN WS-STAFF-OPTION-KEY = "5"
                           PERFORM UNLOCK-ACCOUNT
                       WHEN WS-STAFF-OPTION-KEY = "6"
                           PERFORM PURGE-READ-MESSAGES
                       WHEN WS-STAFF-OPTION-KEY = "7"
                           PERFORM INTERVIEW-SCHEDULE-LISTING
                       WHEN WS-STAFF-OPTION-KEY = "8"
                           PERFORM POST-ANNOUNCEMENT
                       WHEN WS-STAFF-OPTION-KEY = "9"
                           PERFORM ISSUE-TEMP-PASSWORD
                       WHEN WS-STAFF-OPTION-KEY = "A"
                           PERFORM MAINTAIN-STAFF-OPERATOR
                       WHEN WS-STAFF-OPTION-KEY = "B"
                           PERFORM BLOCKED-USERS-LISTING
                       WHEN WS-STAFF-OPTION-KEY = "C"
                           PERFORM MAINTAIN-RESTRICTED-TERMS
                       WHEN WS-STAFF-OPTION-KEY = "D"
                           PERFORM MODERATION-QUEUE
                       WHEN WS-STAFF-OPTION-KEY = "E"
                           PERFORM CREATE-EVENT
                       WHEN WS-STAFF-OPTION-KEY = "F"
                           PERFORM EVENT-CHECKIN-ROSTER
                       WHEN WS-STAFF-OPTION-KEY = "G"
                           PERFORM MAINTAIN-SKILLS-CATALOG
                       WHEN WS-STAFF-OPTION-KEY = "0"
                           EXIT PERFORM
                       WHEN OTHER
                           MOVE "Invalid choice. Please try again."
                               TO WS-OUTPUT-LINE
                           PERFORM WRITE-OUTPUT
                   END-EVALUATE
               END-IF
           END-PERFORM
      *    Leaving the menu signs the operator off - nothing written
      *    after this point is stamped with their id
           MOVE SPACES TO WS-STAFF-OPERATOR-ID
           MOVE SPACES TO WS-STAFF-GRANTS
           MOVE SPACE TO WS-CURRENT-MENU-CODE.

      *    Looks WS-STAFF-OPTION-KEY up in the option keys and sets
      *    its grant slot, or 0 when the key isn't a staff option
       FIND-STAFF-OPTION-SLOT.
           MOVE 0 TO WS-STAFF-OPTION-SLOT
           PERFORM VARYING WS-STAFF-SLOT-IDX FROM 1 BY 1
               UNTIL WS-STAFF-SLOT-IDX > WS-STAFF-OPTION-COUNT
                  OR WS-STAFF-OPTION-SLOT > 0
               IF WS-STAFF-OPTION-KEYS(WS-STAFF-SLOT-IDX:1) =
                   WS-STAFF-OPTION-KEY
                   MOVE WS-STAFF-SLOT-IDX TO WS-STAFF-OPTION-SLOT
               END-IF
           END-PERFORM.

      *    A key that isn't a staff option (0 to go back, or a typo)
      *    passes through to the menu's own handling
       CHECK-STAFF-GRANT.
           MOVE 1 TO WS-STAFF-OPTION-GRANTED-FLAG
           PERFORM FIND-STAFF-OPTION-SLOT
           IF WS-STAFF-OPTION-SLOT > 0
               IF WS-STAFF-GRANT(WS-STAFF-OPTION-SLOT) NOT = "Y"
                   MOVE 0 TO WS-STAFF-OPTION-GRANTED-FLAG
               END-IF
           END-IF.

      *    Only the options the signed-on operator is granted are
      *    offered
       DISPLAY-STAFF-OPTIONS.
           MOVE "Staff Functions:" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           IF WS-STAFF-GRANT(1) = "Y"
               MOVE "1. Add a job posting" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(2) = "Y"
               MOVE "2. Close a job posting" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(3) = "Y"
               MOVE "3. Review applications" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(4) = "Y"
               MOVE "4. Deactivate an account" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(5) = "Y"
               MOVE "5. Unlock an account" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(6) = "Y"
               MOVE "6. Purge read messages" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(7) = "Y"
               MOVE "7. Interview schedule" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(8) = "Y"
               MOVE "8. Post an announcement" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(9) = "Y"
               MOVE "9. Issue a temporary password" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(10) = "Y"
               MOVE "A. Staff operators" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(11) = "Y"
               MOVE "B. Blocked users listing" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(12) = "Y"
               MOVE "C. Restricted terms" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(13) = "Y"
               MOVE "D. Moderation queue" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(14) = "Y"
               MOVE "E. Create a career event" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(15) = "Y"
               MOVE "F. Event check-in roster" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF WS-STAFF-GRANT(16) = "Y"
               MOVE "G. Skills catalog" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           MOVE "0. Go Back" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *================================================================*
      * STAFF OPERATORS - enrolling a member of the office under their
      * own operator id, changing the options they are granted or
      * their password, and retiring the id when they leave. A
      * retired operator's row stays on file so the id is never
      * handed to someone else while the audit trail still names it.
      *================================================================*

       MAINTAIN-STAFF-OPERATOR.
           MOVE "Enter the operator id to add or change: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-MAINT-OPERATOR-ID
           IF WS-MAINT-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RECORD-FOUND-FLAG
           MOVE WS-MAINT-OPERATOR-ID TO SO-OPERATOR-ID
           READ STAFF-OPERATORS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-RECORD-FOUND-FLAG
           END-READ
           IF RECORD-WAS-FOUND
               PERFORM CHANGE-STAFF-OPERATOR
           ELSE
               PERFORM ADD-STAFF-OPERATOR
           END-IF.

       ADD-STAFF-OPERATOR.
           MOVE "Enter a password for the new operator: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-PASSWORD
           PERFORM VALIDATE-PASSWORD
           IF NOT PASSWORD-IS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-PASSWORD TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD

           PERFORM PROMPT-FOR-GRANTS
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STAFF-OPERATOR-RECORD
           MOVE WS-MAINT-OPERATOR-ID TO SO-OPERATOR-ID
           MOVE WS-PASSWORD-HASH TO SO-PASSWORD
           PERFORM PARSE-GRANTS-INPUT
           MOVE "A" TO SO-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO SO-CREATED-DATE
           WRITE STAFF-OPERATOR-RECORD
               INVALID KEY
                   MOVE "The operator could not be added."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-MAINT-OPERATOR-ID TO WS-AUDIT-USERNAME
           MOVE "OPERATOR" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           PERFORM BUILD-GRANTS-DISPLAY
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Operator " DELIMITED SIZE
                  FUNCTION TRIM(WS-MAINT-OPERATOR-ID) DELIMITED SIZE
                  " added with options: " DELIMITED SIZE
                  FUNCTION TRIM(WS-GRANTS-DISPLAY) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    An operator can change their own password but not their
      *    own options or status, so the office can't be left with
      *    nobody able to maintain operators
       CHANGE-STAFF-OPERATOR.
           PERFORM BUILD-GRANTS-DISPLAY
           MOVE SPACES TO WS-OUTPUT-LINE
           IF SO-IS-RETIRED
               STRING "Operator " DELIMITED SIZE
                      FUNCTION TRIM(SO-OPERATOR-ID) DELIMITED SIZE
                      " is retired." DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           ELSE
               STRING "Operator " DELIMITED SIZE
                      FUNCTION TRIM(SO-OPERATOR-ID) DELIMITED SIZE
                      " has options: " DELIMITED SIZE
                      FUNCTION TRIM(WS-GRANTS-DISPLAY) DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           END-IF
           PERFORM WRITE-OUTPUT

           MOVE SPACES TO WS-GRANTS-INPUT
           IF WS-MAINT-OPERATOR-ID NOT = WS-STAFF-OPERATOR-ID
               MOVE "Enter the options to grant, R to retire, or "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               MOVE "blank to leave them as they are: "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               PERFORM READ-USER-INPUT
               IF EXIT-PROGRAM
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-INPUT))
                   TO WS-GRANTS-INPUT
           END-IF

           IF WS-GRANTS-INPUT = "R"
               MOVE "R" TO SO-STATUS
               REWRITE STAFF-OPERATOR-RECORD
               MOVE WS-MAINT-OPERATOR-ID TO WS-AUDIT-USERNAME
               MOVE "OPRETIRE" TO WS-AUDIT-EVENT-TYPE
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-RECORD
               MOVE "Operator retired." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter a new password, or blank to keep the current "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "one: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-PASSWORD
           IF WS-INPUT-PASSWORD NOT = SPACES
               PERFORM VALIDATE-PASSWORD
               IF NOT PASSWORD-IS-VALID
                   MOVE "Nothing changed." TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INPUT-PASSWORD TO WS-HASH-INPUT
               PERFORM HASH-PASSWORD
               MOVE WS-PASSWORD-HASH TO SO-PASSWORD
           END-IF

      *    Granting options to a retired operator reinstates them
           IF WS-GRANTS-INPUT NOT = SPACES
               PERFORM PARSE-GRANTS-INPUT
               MOVE "A" TO SO-STATUS
           END-IF
           REWRITE STAFF-OPERATOR-RECORD

           MOVE WS-MAINT-OPERATOR-ID TO WS-AUDIT-USERNAME
           MOVE "OPERATOR" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Operator updated." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       PROMPT-FOR-GRANTS.
           MOVE "Enter the options to grant (e.g. 123 or 123456789A): "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-GRANTS-INPUT.

      *    Every option key typed in WS-GRANTS-INPUT is granted and
      *    everything else is not; characters that aren't option
      *    keys are ignored
       PARSE-GRANTS-INPUT.
           MOVE ALL "N" TO SO-GRANTS
           PERFORM VARYING WS-REQ-CHAR-IDX FROM 1 BY 1
               UNTIL WS-REQ-CHAR-IDX > 20
               MOVE WS-GRANTS-INPUT(WS-REQ-CHAR-IDX:1)
                   TO WS-STAFF-OPTION-KEY
               PERFORM FIND-STAFF-OPTION-SLOT
               IF WS-STAFF-OPTION-SLOT > 0
                   MOVE "Y" TO SO-GRANT-FLAG(WS-STAFF-OPTION-SLOT)
               END-IF
           END-PERFORM.

      *    The granted option keys of the operator row in the record
      *    area, run together for display ("none" when there are none)
       BUILD-GRANTS-DISPLAY.
           MOVE SPACES TO WS-GRANTS-DISPLAY
           MOVE 0 TO WS-GRANTS-DISPLAY-LEN
           PERFORM VARYING WS-STAFF-SLOT-IDX FROM 1 BY 1
               UNTIL WS-STAFF-SLOT-IDX > WS-STAFF-OPTION-COUNT
               IF SO-GRANT-FLAG(WS-STAFF-SLOT-IDX) = "Y"
                   ADD 1 TO WS-GRANTS-DISPLAY-LEN
                   MOVE WS-STAFF-OPTION-KEYS(WS-STAFF-SLOT-IDX:1)
                       TO WS-GRANTS-DISPLAY(WS-GRANTS-DISPLAY-LEN:1)
               END-IF
           END-PERFORM
           IF WS-GRANTS-DISPLAY-LEN = 0
               MOVE "none" TO WS-GRANTS-DISPLAY
           END-IF.

      *================================================================*
      * TEMPORARY PASSWORDS - the staff side of a forgotten
      * password. AR-PASSWORD is a hash, so nothing can be read
      * back; instead the staff set a one-time temporary password
      * that VALIDATE-LOGIN accepts once, inside its expiry window,
      * and that forces a password change before the menu opens.
      *================================================================*

       ISSUE-TEMP-PASSWORD.
           MOVE "Enter the username to reset: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-DEACT-USERNAME

           MOVE WS-DEACT-USERNAME TO AR-USERNAME
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "No account exists with that username."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ
           IF AR-IS-INACTIVE
               MOVE "That account is deactivated - reactivate it "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               MOVE "first." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the temporary password: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-PASSWORD

      *    A temporary password meets the same strength rules as a
      *    real one - it still opens the account once
           PERFORM VALIDATE-PASSWORD
           IF NOT PASSWORD-IS-VALID
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INPUT-PASSWORD TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD

      *    A forgotten password usually arrives with a locked
      *    account - the reset clears the lockout state too
           MOVE WS-DEACT-USERNAME TO AR-USERNAME
           READ ACCOUNTS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-PASSWORD-HASH TO AR-PASSWORD
           MOVE "T" TO AR-TEMP-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO AR-TEMP-ISSUED-DATE
           IF AR-IS-LOCKED
               MOVE "A" TO AR-STATUS
           END-IF
           MOVE 0 TO AR-FAIL-COUNT
           REWRITE ACCOUNT-RECORD

           MOVE WS-DEACT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "PWRESET" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Temporary password issued for " DELIMITED SIZE
                  FUNCTION TRIM(WS-DEACT-USERNAME) DELIMITED SIZE
                  " - it expires in " DELIMITED SIZE
                  WS-TEMP-PASSWORD-DAYS DELIMITED SIZE
                  " day(s) if unused." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    One broadcast for every active account: a line of text
      *    and an expiry date, appended to the announcements file
      *    under the next id above the highest in use
       POST-ANNOUNCEMENT.
           MOVE "Enter the announcement text: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-ANN-INPUT-TEXT
           IF WS-ANN-INPUT-TEXT = SPACES
               MOVE "Nothing to announce - nothing posted."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the expiry date (YYYYMMDD): "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-ANN-INPUT-EXPIRY
           IF WS-ANN-INPUT-EXPIRY IS NOT NUMERIC
               MOVE "That is not a date - nothing posted."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *    Next id above the highest on file, the way the job board
      *    assigns posting ids
           MOVE 0 TO WS-ANN-NEXT-ID
           OPEN INPUT ANNOUNCEMENTS-FILE
           IF WS-ANNOUNCEMENTS-STATUS = "00"
               PERFORM UNTIL WS-ANNOUNCEMENTS-STATUS NOT = "00"
                   READ ANNOUNCEMENTS-FILE INTO ANNOUNCEMENT-RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ANN-ID > WS-ANN-NEXT-ID
                               MOVE ANN-ID TO WS-ANN-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNOUNCEMENTS-FILE
           END-IF
           ADD 1 TO WS-ANN-NEXT-ID

           OPEN EXTEND ANNOUNCEMENTS-FILE
           IF WS-ANNOUNCEMENTS-STATUS NOT = "00"
               OPEN OUTPUT ANNOUNCEMENTS-FILE
           END-IF
           IF WS-ANNOUNCEMENTS-STATUS NOT = "00"
               MOVE "The announcements file could not be opened."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANN-NEXT-ID TO ANN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO ANN-POSTED-DATE
           MOVE WS-ANN-INPUT-EXPIRY TO ANN-EXPIRY-DATE
           MOVE WS-ANN-INPUT-TEXT TO ANN-TEXT
           WRITE ANNOUNCEMENT-RECORD
           CLOSE ANNOUNCEMENTS-FILE

           MOVE SPACES TO WS-AUDIT-USERNAME
           MOVE "ANNOUNCE" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Announcement " DELIMITED SIZE
                  WS-ANN-NEXT-ID DELIMITED SIZE
                  " posted - active accounts will see it at "
                      DELIMITED SIZE
                  "login." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    The office's daily schedule sheet - all interviews on
      *    one date, or everything still to come when the date is
      *    left blank
       INTERVIEW-SCHEDULE-LISTING.
           MOVE "Enter a date (YYYYMMDD), or blank for all upcoming: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-SCHEDULE-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           MOVE 0 TO WS-INTERVIEW-FOUND-FLAG
           MOVE LOW-VALUES TO IVR-KEY
           START INTERVIEWS-FILE KEY NOT < IVR-KEY
           IF WS-INTERVIEWS-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ INTERVIEWS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF (WS-SCHEDULE-DATE = SPACES AND
                                   IVR-DATE >= WS-TODAY-DATE) OR
                              IVR-DATE = WS-SCHEDULE-DATE
                               MOVE 1 TO WS-INTERVIEW-FOUND-FLAG
                               PERFORM DISPLAY-ONE-INTERVIEW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF NOT INTERVIEW-WAS-FOUND
               MOVE "No interviews are booked for that date."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF.

       DISPLAY-ONE-INTERVIEW.
           MOVE IVR-JOB-ID TO WS-APPLY-JOB-ID
           PERFORM FIND-JOB-BY-ID
           MOVE SPACES TO WS-OUTPUT-LINE
           IF JOB-WAS-FOUND
               STRING IVR-DATE DELIMITED SIZE
                      " " DELIMITED SIZE
                      IVR-SLOT DELIMITED SIZE
                      "  " DELIMITED SIZE
                      FUNCTION TRIM(IVR-USERNAME) DELIMITED SIZE
                      " - " DELIMITED SIZE
                      FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-INDEX))
                          DELIMITED SIZE
                      " (" DELIMITED SIZE
                      FUNCTION TRIM(IVR-LOCATION) DELIMITED SIZE
                      ")" DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           ELSE
               STRING IVR-DATE DELIMITED SIZE
                      " " DELIMITED SIZE
                      IVR-SLOT DELIMITED SIZE
                      "  " DELIMITED SIZE
                      FUNCTION TRIM(IVR-USERNAME) DELIMITED SIZE
                      " - posting " DELIMITED SIZE
                      IVR-JOB-ID DELIMITED SIZE
                      " (" DELIMITED SIZE
                      FUNCTION TRIM(IVR-LOCATION) DELIMITED SIZE
                      ")" DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           END-IF
           PERFORM WRITE-OUTPUT.

       ADD-JOB-POSTING.
      *    Refresh the read cache first so the capacity check and
      *    the next-id scan see postings a concurrent session just
      *    added
           PERFORM LOAD-JOBS
           IF JOBS-TABLE-OVERFLOWED
               MOVE "The jobs master holds more postings than the "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               MOVE "board table - archive old rows before adding "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               MOVE "more." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-JOBS-COUNT >= WS-MAX-JOBS
      *        Closing a posting nobody applied to frees its slot
      *        right away (CLOSE-JOB-POSTING purges it); the rest
      *        free up as their applications age off
               MOVE "The job board is full - close postings that "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               MOVE "have no applications to free their slots."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the job title: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-JOB-TITLE

           MOVE "Enter the company: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-JOB-COMPANY

           MOVE "Enter the location: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-JOB-LOCATION

           MOVE "Enter the description: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-JOB-DESC

      *    Structured requirements - all optional; blank answers
      *    leave the posting open to everyone, like the free-text-
      *    only postings before these fields existed
           MOVE SPACES TO WS-INPUT-REQ-SKILLS
           MOVE ZEROS TO WS-INPUT-REQ-ADDED-SKILLS
           MOVE 0 TO WS-INPUT-REQ-ADDED-COUNT
           PERFORM LIST-OFFERED-SKILLS
           MOVE "Required skill numbers (e.g. 2 7), or blank: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-REQ-SKILLS-INPUT
           MOVE SPACES TO WS-REQ-TOKEN-TABLE
           UNSTRING WS-REQ-SKILLS-INPUT DELIMITED BY ALL SPACE OR ","
               INTO WS-REQ-TOKEN(1) WS-REQ-TOKEN(2) WS-REQ-TOKEN(3)
                    WS-REQ-TOKEN(4) WS-REQ-TOKEN(5) WS-REQ-TOKEN(6)
                    WS-REQ-TOKEN(7) WS-REQ-TOKEN(8)
           END-UNSTRING
           PERFORM VARYING WS-REQ-TOKEN-INDEX FROM 1 BY 1
               UNTIL WS-REQ-TOKEN-INDEX > 8
               IF WS-REQ-TOKEN(WS-REQ-TOKEN-INDEX) NOT = SPACES
                   MOVE FUNCTION NUMVAL(
                       WS-REQ-TOKEN(WS-REQ-TOKEN-INDEX))
                       TO WS-SKILL-NUMBER
                   PERFORM ADD-INPUT-REQ-SKILL
               END-IF
           END-PERFORM

           MOVE "Target major, or blank for any: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-REQ-MAJOR

           MOVE "Earliest graduating class (YYYY), or blank: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-GRAD-FROM
           IF WS-INPUT-GRAD-FROM NOT = SPACES AND
              WS-INPUT-GRAD-FROM IS NOT NUMERIC
               MOVE SPACES TO WS-INPUT-GRAD-FROM
           END-IF

           MOVE "Latest graduating class (YYYY), or blank: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INPUT-GRAD-TO
           IF WS-INPUT-GRAD-TO NOT = SPACES AND
              WS-INPUT-GRAD-TO IS NOT NUMERIC
               MOVE SPACES TO WS-INPUT-GRAD-TO
           END-IF

      *    Auto-assign the next JR-JOB-ID above the highest in use -
      *    closed/expired postings keep their IDs, so a new posting
      *    can never collide with one a student already applied to
           MOVE 0 TO WS-NEXT-JOB-ID
           PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > WS-JOBS-COUNT
               IF WS-JOB-ID(WS-JOB-INDEX) > WS-NEXT-JOB-ID
                   MOVE WS-JOB-ID(WS-JOB-INDEX) TO WS-NEXT-JOB-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-JOB-ID

      *    The keyed WRITE lands on disk immediately; if another
      *    session took the id between the refresh and the write,
      *    the INVALID KEY path takes the next one
           PERFORM BUILD-NEW-POSTING-RECORD
           WRITE JOB-RECORD
               INVALID KEY
                   ADD 1 TO WS-NEXT-JOB-ID
                   PERFORM BUILD-NEW-POSTING-RECORD
                   WRITE JOB-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-WRITE
      *    Re-sync the read cache so the new posting shows at once
           PERFORM LOAD-JOBS

           IF CURRENT-USER-IS-EMPLOYER AND USER-LOGGED-IN
               MOVE WS-CURRENT-USER TO WS-AUDIT-USERNAME
           ELSE
               MOVE SPACES TO WS-AUDIT-USERNAME
           END-IF
           MOVE "JOBPOST" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Posting " DELIMITED SIZE
                  WS-NEXT-JOB-ID DELIMITED SIZE
                  " added to the board." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    The new posting, assembled from the collected fields
      *    under WS-NEXT-JOB-ID. An employer's posting is stamped
      *    with their username so only they (and the staff) can
      *    close or review it; a staff-entered posting carries no
      *    owner.
       BUILD-NEW-POSTING-RECORD.
           MOVE SPACES TO JOB-RECORD
           MOVE WS-NEXT-JOB-ID TO JR-JOB-ID
           MOVE WS-INPUT-JOB-TITLE TO JR-TITLE
           MOVE WS-INPUT-JOB-COMPANY TO JR-COMPANY
           MOVE WS-INPUT-JOB-LOCATION TO JR-LOCATION
           MOVE WS-INPUT-JOB-DESC TO JR-DESCRIPTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-POSTED-DATE
           MOVE "O" TO JR-STATUS
           IF CURRENT-USER-IS-EMPLOYER AND USER-LOGGED-IN
               MOVE WS-CURRENT-USER TO JR-POSTED-BY
           ELSE
               MOVE SPACES TO JR-POSTED-BY
           END-IF
           MOVE WS-INPUT-REQ-SKILLS TO JR-REQ-SKILLS
           MOVE WS-INPUT-REQ-ADDED-SKILLS TO JR-REQ-ADDED-SKILLS
           MOVE WS-INPUT-REQ-MAJOR TO JR-REQ-MAJOR
           MOVE WS-INPUT-GRAD-FROM TO JR-GRAD-YEAR-FROM
           MOVE WS-INPUT-GRAD-TO TO JR-GRAD-YEAR-TO.

      *    The skills a posting can require - the active catalog,
      *    by number
       LIST-OFFERED-SKILLS.
           MOVE "Skills that can be required:" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE 0 TO SK-SKILL-ID
           START SKILLS-CATALOG-FILE KEY NOT < SK-SKILL-ID
           IF WS-SKILLS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ SKILLS-CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF SK-IS-ACTIVE
                           MOVE SK-SKILL-ID TO WS-SKILL-NUMBER-TEXT
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "  " DELIMITED SIZE
                                  FUNCTION TRIM(WS-SKILL-NUMBER-TEXT)
                                      DELIMITED SIZE
                                  ". " DELIMITED SIZE
                                  FUNCTION TRIM(SK-NAME)
                                      DELIMITED SIZE
                                  INTO WS-OUTPUT-LINE
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM.

      *    Files one requested skill: one of the original five sets
      *    its flag, a later skill takes the next of the three
      *    added-skill slots. A number that is not an active catalog
      *    skill, or that no longer fits, is reported and left off.
       ADD-INPUT-REQ-SKILL.
           PERFORM SET-SKILL-NAME-FROM-NUMBER
           IF NOT SKILL-IN-CATALOG OR SK-IS-RETIRED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Skipped " DELIMITED SIZE
                      FUNCTION TRIM(WS-REQ-TOKEN(WS-REQ-TOKEN-INDEX))
                          DELIMITED SIZE
                      " - not an offered skill." DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-SKILL-NUMBER <= 5
               MOVE "Y" TO WS-INPUT-REQ-SKILL(WS-SKILL-NUMBER)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REQ-SKILL-INDEX FROM 1 BY 1
               UNTIL WS-REQ-SKILL-INDEX > WS-INPUT-REQ-ADDED-COUNT
               IF WS-INPUT-REQ-ADDED-ID(WS-REQ-SKILL-INDEX) =
                  WS-SKILL-NUMBER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-INPUT-REQ-ADDED-COUNT >= 3
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Skipped " DELIMITED SIZE
                      FUNCTION TRIM(WS-SKILL-NAME) DELIMITED SIZE
                      " - a posting holds at most three skills"
                          DELIMITED SIZE
                      " beyond the first five." DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INPUT-REQ-ADDED-COUNT
           MOVE WS-SKILL-NUMBER
               TO WS-INPUT-REQ-ADDED-ID(WS-INPUT-REQ-ADDED-COUNT).

       CLOSE-JOB-POSTING.
      *    Refresh the read cache first so a posting a concurrent
      *    session just added or closed is judged on current state
           PERFORM LOAD-JOBS
           MOVE "Enter the posting number to close: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-APPLY-JOB-ID

           PERFORM FIND-JOB-BY-ID
           IF NOT JOB-WAS-FOUND
               MOVE "No posting with that number exists."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
      *    An employer may only close their own postings - the
      *    staff keep the full view
           IF CURRENT-USER-IS-EMPLOYER AND
               WS-JOB-POSTED-BY(WS-JOB-INDEX) NOT = WS-CURRENT-USER
               MOVE "That posting belongs to another employer."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-JOB-IS-OPEN(WS-JOB-INDEX)
               MOVE "That posting is already closed or expired."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *    The close goes through to the keyed master - read fresh,
      *    re-check the status in case another session already
      *    closed it, rewrite in place
           MOVE WS-APPLY-JOB-ID TO JR-JOB-ID
           READ JOBS-FILE
               INVALID KEY
                   MOVE "No posting with that number exists."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ
           IF JR-STATUS NOT = "O"
               MOVE "That posting is already closed or expired."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO JR-STATUS
           REWRITE JOB-RECORD
           MOVE "C" TO WS-JOB-STATUS(WS-JOB-INDEX)
      *    A closed posting nobody applied to has nothing left to
      *    resolve - reclaim its slot on the spot
           PERFORM CHECK-JOB-REFERENCED
           IF NOT JOB-IS-REFERENCED
               MOVE WS-APPLY-JOB-ID TO JR-JOB-ID
               DELETE JOBS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
      *    Re-sync the read cache with the close (and any purge)
           PERFORM LOAD-JOBS

           MOVE SPACES TO WS-AUDIT-USERNAME
           MOVE "JOBCLOSE" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           MOVE "Posting closed and removed from the board."
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    Sets JOB-IS-REFERENCED when any application on file
      *    points at posting WS-APPLY-JOB-ID. If the applications
      *    master can't be read the posting counts as referenced -
      *    never purge blind.
       CHECK-JOB-REFERENCED.
           MOVE 1 TO WS-JOB-REFERENCED-FLAG
           MOVE LOW-VALUES TO APR-KEY
           START APPLICATIONS-FILE KEY NOT < APR-KEY
           EVALUATE WS-APPLICATIONS-STATUS
               WHEN "00"
                   MOVE 0 TO WS-JOB-REFERENCED-FLAG
                   MOVE 0 TO WS-SCAN-DONE-FLAG
                   PERFORM UNTIL SCAN-DONE
                       READ APPLICATIONS-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-SCAN-DONE-FLAG
                           NOT AT END
                               IF APR-JOB-ID = WS-APPLY-JOB-ID
                                   MOVE 1 TO WS-JOB-REFERENCED-FLAG
                                   MOVE 1 TO WS-SCAN-DONE-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
               WHEN "23"
      *            No applications on file at all
                   MOVE 0 TO WS-JOB-REFERENCED-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================*
      * APPLICATION REVIEW - Placement staff work the queue of
      * applications for one posting and record decisions; the student
      * sees the outcome at their next trip through the post-login
      * menu (NOTIFY-APPLICATION-DECISIONS).
      *================================================================*

       REVIEW-APPLICATIONS.
      *    Refresh the board cache so a posting another session
      *    just added can be reviewed without a restart
           PERFORM LOAD-JOBS
           MOVE "Enter the posting number to review: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-APPLY-JOB-ID

           PERFORM FIND-JOB-BY-ID
           IF NOT JOB-WAS-FOUND
               MOVE "No posting with that number exists."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
      *    An employer only sees and decides applications for the
      *    postings stamped with their username - the staff keep
      *    the full view
           IF CURRENT-USER-IS-EMPLOYER AND
               WS-JOB-POSTED-BY(WS-JOB-INDEX) NOT = WS-CURRENT-USER
               MOVE "That posting belongs to another employer."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Applications for " DELIMITED SIZE
                  FUNCTION TRIM(WS-JOB-TITLE(WS-JOB-INDEX))
                      DELIMITED SIZE
                  ":" DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT

      *    The key leads with the username, not the job id, so the
      *    per-posting queue is a full walk of the applications file
           MOVE 0 TO WS-ALREADY-APPLIED-FLAG
           MOVE LOW-VALUES TO APR-KEY
           START APPLICATIONS-FILE KEY NOT < APR-KEY
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF APR-JOB-ID = WS-APPLY-JOB-ID
                               MOVE 1 TO WS-ALREADY-APPLIED-FLAG
                               PERFORM SET-APP-STATUS-WORD
                               MOVE SPACES TO WS-OUTPUT-LINE
                               STRING "  " DELIMITED SIZE
                                      FUNCTION TRIM(APR-USERNAME)
                                          DELIMITED SIZE
                                      " - applied " DELIMITED SIZE
                                      APR-APPLIED-DATE
                                          DELIMITED SIZE
                                      " - " DELIMITED SIZE
                                      FUNCTION TRIM(
                                          WS-APP-STATUS-WORD)
                                          DELIMITED SIZE
                                      INTO WS-OUTPUT-LINE
                               PERFORM WRITE-OUTPUT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF NOT ALREADY-APPLIED
               MOVE "No one has applied to that posting."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter an applicant username, or blank to go back: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-REVIEW-USERNAME
           IF WS-REVIEW-USERNAME = SPACES
               EXIT PARAGRAPH
           END-IF

      *    The application itself is one keyed read away
           MOVE 0 TO WS-RECORD-FOUND-FLAG
           MOVE WS-REVIEW-USERNAME TO APR-USERNAME
           MOVE WS-APPLY-JOB-ID TO APR-JOB-ID
           READ APPLICATIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-RECORD-FOUND-FLAG
           END-READ
           IF NOT RECORD-WAS-FOUND
               MOVE "No application from that username."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *    The reviewer sees what the applicant has done before
      *    deciding
           MOVE "Work and education on file:" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE WS-REVIEW-USERNAME TO WS-ENTRY-USERNAME
           PERFORM LIST-PROFILE-ENTRIES
           IF WS-ENTRY-COUNT = 0
               MOVE "    (none)" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF

           MOVE "Decision - R=under review, A=accept, D=decline: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-USER-INPUT(1:1))
               TO WS-DECISION-CHOICE

           EVALUATE WS-DECISION-CHOICE
               WHEN "R"
                   MOVE "R" TO APR-STATUS
                   MOVE SPACES TO APR-DECIDED-DATE
                   MOVE "N" TO APR-NOTIFIED
               WHEN "A"
                   MOVE "A" TO APR-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO APR-DECIDED-DATE
                   MOVE "N" TO APR-NOTIFIED
               WHEN "D"
                   MOVE "D" TO APR-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO APR-DECIDED-DATE
                   MOVE "N" TO APR-NOTIFIED
               WHEN OTHER
                   MOVE "Invalid decision - nothing recorded."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM SET-APP-STATUS-WORD
           REWRITE APPLICATION-RECORD

           MOVE WS-REVIEW-USERNAME TO WS-AUDIT-USERNAME
           MOVE "APPREVIEW" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Application from " DELIMITED SIZE
                  FUNCTION TRIM(WS-REVIEW-USERNAME) DELIMITED SIZE
                  " is now " DELIMITED SIZE
                  FUNCTION TRIM(WS-APP-STATUS-WORD) DELIMITED SIZE
                  "." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT

      *    Putting an application under review is when the
      *    interview gets booked - everything between "R" and the
      *    decision used to live in a notebook
           IF WS-DECISION-CHOICE = "R"
               PERFORM OFFER-INTERVIEW-BOOKING
           END-IF.

      *================================================================*
      * INTERVIEW SCHEDULING - one interview per application, keyed
      * the same way (username + job id). Booked by the reviewer
      * when an application goes under review; the student is told
      * about upcoming interviews at the post-login menu, and the
      * office pulls a day's schedule from the staff menu.
      *================================================================*

       OFFER-INTERVIEW-BOOKING.
           MOVE "Schedule an interview for this applicant? (Y/N): "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-INPUT(1:1) NOT = "Y" AND
              WS-USER-INPUT(1:1) NOT = "y"
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the interview date (YYYYMMDD): "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INTERVIEW-DATE
           IF WS-INTERVIEW-DATE IS NOT NUMERIC
               MOVE "That is not a date - nothing booked."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the time slot (HH:MM): " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INTERVIEW-SLOT

           MOVE "Enter the location: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-INTERVIEW-LOCATION

      *    Double-bookings are warned about, not refused - the
      *    reviewer may be squeezing two applicants into one visit
      *    on purpose
           PERFORM CHECK-INTERVIEW-CLASHES
           IF STUDENT-DOUBLE-BOOKED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Warning: " DELIMITED SIZE
                      FUNCTION TRIM(WS-REVIEW-USERNAME)
                          DELIMITED SIZE
                      " already has an interview in that slot."
                          DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           IF SLOT-DOUBLE-BOOKED
               MOVE "Warning: that slot and location is already "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               MOVE "booked for another applicant."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF

      *    Rebooking the same application replaces its old slot
           MOVE SPACES TO INTERVIEW-RECORD
           MOVE WS-REVIEW-USERNAME TO IVR-USERNAME
           MOVE WS-APPLY-JOB-ID TO IVR-JOB-ID
           MOVE WS-INTERVIEW-DATE TO IVR-DATE
           MOVE WS-INTERVIEW-SLOT TO IVR-SLOT
           MOVE WS-INTERVIEW-LOCATION TO IVR-LOCATION
           WRITE INTERVIEW-RECORD
               INVALID KEY
                   REWRITE INTERVIEW-RECORD
           END-WRITE

           MOVE WS-REVIEW-USERNAME TO WS-AUDIT-USERNAME
           MOVE "INTERVIEW" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Interview booked for " DELIMITED SIZE
                  WS-INTERVIEW-DATE DELIMITED SIZE
                  " at " DELIMITED SIZE
                  FUNCTION TRIM(WS-INTERVIEW-SLOT) DELIMITED SIZE
                  "." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    One walk of the interviews master: the same student in
      *    the same date+slot on another application, or any other
      *    student in the same date+slot+location, is a clash. The
      *    application being (re)booked doesn't clash with itself.
       CHECK-INTERVIEW-CLASHES.
           MOVE 0 TO WS-STUDENT-CLASH-FLAG
           MOVE 0 TO WS-SLOT-CLASH-FLAG
           MOVE LOW-VALUES TO IVR-KEY
           START INTERVIEWS-FILE KEY NOT < IVR-KEY
           IF WS-INTERVIEWS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ INTERVIEWS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF IVR-USERNAME = WS-REVIEW-USERNAME AND
                          IVR-JOB-ID = WS-APPLY-JOB-ID
                           CONTINUE
                       ELSE
                           IF IVR-DATE = WS-INTERVIEW-DATE AND
                              IVR-SLOT = WS-INTERVIEW-SLOT
                               IF IVR-USERNAME = WS-REVIEW-USERNAME
                                   MOVE 1 TO WS-STUDENT-CLASH-FLAG
                               END-IF
                               IF IVR-LOCATION =
                                   WS-INTERVIEW-LOCATION
                                   MOVE 1 TO WS-SLOT-CLASH-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
      * CAREER EVENTS - fairs and employer info sessions. Staff set
      * up any event; an employer sets up info sessions under their
      * own username (EV-HOST). Date, slot, and location follow the
      * interviews.idx conventions. A student's RSVP takes a seat
      * while seats remain and joins the waitlist after that; when
      * a registered student cancels, the waitlisted RSVP with the
      * lowest ER-WAIT-SEQ takes the freed seat. The check-in roster
      * is written to data/event-roster.dat for printing, the way
      * the profile export is.
      *================================================================*

       EVENTS-MENU.
           MOVE "V" TO WS-CURRENT-MENU-CODE
           PERFORM UNTIL EXIT-PROGRAM
               PERFORM DISPLAY-EVENTS-OPTIONS
               PERFORM READ-USER-INPUT

               IF EXIT-PROGRAM
                   EXIT PERFORM
               END-IF

               EVALUATE TRUE
                   WHEN WS-USER-INPUT(1:1) = "1"
                       PERFORM LIST-UPCOMING-EVENTS
                   WHEN WS-USER-INPUT(1:1) = "2"
                       PERFORM RSVP-TO-EVENT
                   WHEN WS-USER-INPUT(1:1) = "3"
                       PERFORM CANCEL-EVENT-RSVP
                   WHEN WS-USER-INPUT(1:1) = "4"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           MOVE "P" TO WS-CURRENT-MENU-CODE.

       DISPLAY-EVENTS-OPTIONS.
           MOVE "Career Events:" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "1. List upcoming events" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "2. RSVP to an event" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "3. Cancel an RSVP" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "4. Go Back" TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    The upcoming event ids are collected first; counting each
      *    event's seats is a scan of its own
       LIST-UPCOMING-EVENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE 0 TO WS-EVENT-LIST-COUNT
           MOVE 0 TO EV-EVENT-ID
           START EVENTS-FILE KEY NOT < EV-EVENT-ID
           IF WS-EVENTS-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ EVENTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF EV-DATE >= WS-TODAY-DATE AND
                              WS-EVENT-LIST-COUNT < WS-MAX-EVENT-LIST
                               ADD 1 TO WS-EVENT-LIST-COUNT
                               MOVE EV-EVENT-ID TO
                                   WS-EVENT-LIST-ID(WS-EVENT-LIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-EVENT-LIST-COUNT = 0
               MOVE "No upcoming events are scheduled."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EVENT-LIST-INDEX FROM 1 BY 1
               UNTIL WS-EVENT-LIST-INDEX > WS-EVENT-LIST-COUNT
               MOVE WS-EVENT-LIST-ID(WS-EVENT-LIST-INDEX)
                   TO WS-EVENT-ID
               PERFORM COUNT-EVENT-RSVPS
               MOVE WS-EVENT-ID TO EV-EVENT-ID
               READ EVENTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DISPLAY-ONE-EVENT
               END-READ
           END-PERFORM.

       DISPLAY-ONE-EVENT.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING EV-EVENT-ID DELIMITED SIZE
                  ". " DELIMITED SIZE
                  FUNCTION TRIM(EV-TITLE) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "   " DELIMITED SIZE
                  EV-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  EV-SLOT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  FUNCTION TRIM(EV-LOCATION) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           EVALUATE TRUE
               WHEN WS-MY-RSVP-STATUS = "R"
                   MOVE "   You are registered." TO WS-OUTPUT-LINE
               WHEN WS-MY-RSVP-STATUS = "W"
                   MOVE "   You are on the waitlist." TO WS-OUTPUT-LINE
               WHEN WS-EVENT-REGISTERED-COUNT < EV-CAPACITY
                   STRING "   Seats taken: " DELIMITED SIZE
                          WS-EVENT-REGISTERED-COUNT DELIMITED SIZE
                          " of " DELIMITED SIZE
                          EV-CAPACITY DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
               WHEN OTHER
                   STRING "   Full - waitlist: " DELIMITED SIZE
                          WS-EVENT-WAITLIST-COUNT DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
           END-EVALUATE
           PERFORM WRITE-OUTPUT.

      *    Counts the seats taken and the waitlist for WS-EVENT-ID,
      *    notes the highest wait sequence handed out, and leaves
      *    the current user's own RSVP status (R, W, or space) in
      *    WS-MY-RSVP-STATUS - the key leads with the event, so one
      *    START positions the scan on its first RSVP
       COUNT-EVENT-RSVPS.
           MOVE 0 TO WS-EVENT-REGISTERED-COUNT
           MOVE 0 TO WS-EVENT-WAITLIST-COUNT
           MOVE 0 TO WS-EVENT-WAIT-MAX-SEQ
           MOVE SPACE TO WS-MY-RSVP-STATUS
           MOVE WS-EVENT-ID TO ER-EVENT-ID
           MOVE LOW-VALUES TO ER-USERNAME
           START EVENT-RSVPS-FILE KEY NOT < ER-KEY
           IF WS-EVENT-RSVPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ EVENT-RSVPS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF ER-EVENT-ID = WS-EVENT-ID
                           IF ER-IS-REGISTERED
                               ADD 1 TO WS-EVENT-REGISTERED-COUNT
                           ELSE
                               ADD 1 TO WS-EVENT-WAITLIST-COUNT
                           END-IF
                           IF ER-WAIT-SEQ > WS-EVENT-WAIT-MAX-SEQ
                               MOVE ER-WAIT-SEQ TO WS-EVENT-WAIT-MAX-SEQ
                           END-IF
                           IF ER-USERNAME = WS-CURRENT-USER
                               MOVE ER-STATUS TO WS-MY-RSVP-STATUS
                           END-IF
                       ELSE
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       RSVP-TO-EVENT.
           MOVE "Enter the event number: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-EVENT-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           PERFORM COUNT-EVENT-RSVPS
           MOVE WS-EVENT-ID TO EV-EVENT-ID
           READ EVENTS-FILE
               INVALID KEY
                   MOVE "No event with that number exists."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ
           IF EV-DATE < WS-TODAY-DATE
               MOVE "That event has already taken place."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-MY-RSVP-STATUS = "R"
               MOVE "You are already registered for that event."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-MY-RSVP-STATUS = "W"
               MOVE "You are already on the waitlist for that event."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *    Every RSVP takes the next wait sequence, seated or not,
      *    so the waitlist order is simply the order of arrival
           MOVE SPACES TO EVENT-RSVP-RECORD
           MOVE WS-EVENT-ID TO ER-EVENT-ID
           MOVE WS-CURRENT-USER TO ER-USERNAME
           COMPUTE ER-WAIT-SEQ = WS-EVENT-WAIT-MAX-SEQ + 1
           MOVE FUNCTION CURRENT-DATE(1:8) TO ER-RSVP-DATE
           MOVE "N" TO ER-PROMOTED
           IF WS-EVENT-REGISTERED-COUNT < EV-CAPACITY
               MOVE "R" TO ER-STATUS
           ELSE
               MOVE "W" TO ER-STATUS
           END-IF
           WRITE EVENT-RSVP-RECORD
               INVALID KEY
                   MOVE "Your RSVP could not be recorded - try again."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SPACES TO WS-OUTPUT-LINE
           IF ER-IS-REGISTERED
               STRING "You are registered for " DELIMITED SIZE
                      FUNCTION TRIM(EV-TITLE) DELIMITED SIZE
                      "." DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           ELSE
               ADD 1 TO WS-EVENT-WAITLIST-COUNT
               STRING "That event is full - you are number "
                          DELIMITED SIZE
                      WS-EVENT-WAITLIST-COUNT DELIMITED SIZE
                      " on the waitlist." DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
           END-IF
           PERFORM WRITE-OUTPUT.

       CANCEL-EVENT-RSVP.
           MOVE "Enter the event number to cancel: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-EVENT-ID

           MOVE WS-EVENT-ID TO ER-EVENT-ID
           MOVE WS-CURRENT-USER TO ER-USERNAME
           READ EVENT-RSVPS-FILE
               INVALID KEY
                   MOVE "You have no RSVP for that event."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ
           MOVE ER-STATUS TO WS-MY-RSVP-STATUS
           DELETE EVENT-RSVPS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE "Your RSVP has been cancelled." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT

           IF WS-MY-RSVP-STATUS = "R"
               PERFORM PROMOTE-FROM-WAITLIST
           END-IF.

      *    Gives the seat just freed at WS-EVENT-ID to the earliest
      *    waitlisted RSVP. The scan only finds it; the rewrite is
      *    a keyed read once the scan is over.
       PROMOTE-FROM-WAITLIST.
           MOVE 0 TO WS-PROMOTE-FOUND-FLAG
           MOVE WS-EVENT-ID TO ER-EVENT-ID
           MOVE LOW-VALUES TO ER-USERNAME
           START EVENT-RSVPS-FILE KEY NOT < ER-KEY
           IF WS-EVENT-RSVPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ EVENT-RSVPS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF ER-EVENT-ID = WS-EVENT-ID
                           IF ER-IS-WAITLISTED AND
                              (NOT PROMOTE-WAS-FOUND OR
                               ER-WAIT-SEQ < WS-PROMOTE-SEQ)
                               MOVE 1 TO WS-PROMOTE-FOUND-FLAG
                               MOVE ER-USERNAME TO WS-PROMOTE-USERNAME
                               MOVE ER-WAIT-SEQ TO WS-PROMOTE-SEQ
                           END-IF
                       ELSE
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF NOT PROMOTE-WAS-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EVENT-ID TO ER-EVENT-ID
           MOVE WS-PROMOTE-USERNAME TO ER-USERNAME
           READ EVENT-RSVPS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "R" TO ER-STATUS
           MOVE "Y" TO ER-PROMOTED
           REWRITE EVENT-RSVP-RECORD

           MOVE WS-PROMOTE-USERNAME TO WS-AUDIT-USERNAME
           MOVE "EVENTPROMOTE" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD.

      *    Staff choose fair or info session; an employer's event is
      *    always an info session hosted under their own username
       CREATE-EVENT.
           MOVE SPACES TO WS-EVENT-HOST
           MOVE "I" TO WS-EVENT-TYPE
           IF NOT (CURRENT-USER-IS-EMPLOYER AND USER-LOGGED-IN)
               MOVE "Enter F for a career fair, I for an info session: "
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               PERFORM READ-USER-INPUT
               IF EXIT-PROGRAM
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-USER-INPUT(1:1))
                   TO WS-EVENT-TYPE
               IF WS-EVENT-TYPE NOT = "F" AND
                  WS-EVENT-TYPE NOT = "I"
                   MOVE "That is not an event type - nothing created."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-CURRENT-USER TO WS-EVENT-HOST
           END-IF

           MOVE "Enter the event title: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-EVENT-TITLE
           IF WS-EVENT-TITLE = SPACES
               MOVE "A title is required - nothing created."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the event date (YYYYMMDD): " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-EVENT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           IF WS-EVENT-DATE IS NOT NUMERIC OR
              WS-EVENT-DATE < WS-TODAY-DATE
               MOVE "That is not an upcoming date - nothing created."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter the time slot (HH:MM): " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-EVENT-SLOT

           MOVE "Enter the location: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-EVENT-LOCATION

           MOVE "Enter the seat capacity: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-EVENT-CAPACITY
           IF WS-EVENT-CAPACITY = 0
               MOVE "Capacity must be at least 1 - nothing created."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MAX-EVENT-ID
           MOVE SPACES TO EVENT-RECORD
           COMPUTE EV-EVENT-ID = WS-EVENT-MAX-ID + 1
           MOVE WS-EVENT-TITLE TO EV-TITLE
           MOVE WS-EVENT-TYPE TO EV-TYPE
           MOVE WS-EVENT-HOST TO EV-HOST
           MOVE WS-EVENT-DATE TO EV-DATE
           MOVE WS-EVENT-SLOT TO EV-SLOT
           MOVE WS-EVENT-LOCATION TO EV-LOCATION
           MOVE WS-EVENT-CAPACITY TO EV-CAPACITY
           MOVE WS-TODAY-DATE TO EV-CREATED-DATE
           WRITE EVENT-RECORD
               INVALID KEY
                   MOVE "The event could not be created - try again."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-EVENT-HOST TO WS-AUDIT-USERNAME
           MOVE "EVENTADD" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Event " DELIMITED SIZE
                  EV-EVENT-ID DELIMITED SIZE
                  " created for " DELIMITED SIZE
                  EV-DATE DELIMITED SIZE
                  " at " DELIMITED SIZE
                  FUNCTION TRIM(EV-SLOT) DELIMITED SIZE
                  "." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    Leaves WS-EVENT-MAX-ID at the highest event id on file
       FIND-MAX-EVENT-ID.
           MOVE 0 TO WS-EVENT-MAX-ID
           MOVE 0 TO EV-EVENT-ID
           START EVENTS-FILE KEY NOT < EV-EVENT-ID
           IF WS-EVENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ EVENTS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       MOVE EV-EVENT-ID TO WS-EVENT-MAX-ID
               END-READ
           END-PERFORM.

      *    The roster lists the seated students with a check-in box
      *    and the waitlist below them, each in username order
       EVENT-CHECKIN-ROSTER.
           MOVE "Enter the event number: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-EVENT-ID

           PERFORM COUNT-EVENT-RSVPS
           MOVE WS-EVENT-ID TO EV-EVENT-ID
           READ EVENTS-FILE
               INVALID KEY
                   MOVE "No event with that number exists."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ
      *    An employer may only print the roster of their own
      *    sessions - the staff keep the full view
           IF CURRENT-USER-IS-EMPLOYER AND USER-LOGGED-IN AND
               EV-HOST NOT = WS-CURRENT-USER
               MOVE "That event belongs to another host."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               MOVE "The roster file could not be opened."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "InCollege Check-in Roster - " DELIMITED SIZE
                  FUNCTION TRIM(EV-TITLE) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-ROSTER-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Date: " DELIMITED SIZE
                  EV-DATE DELIMITED SIZE
                  "  Time: " DELIMITED SIZE
                  FUNCTION TRIM(EV-SLOT) DELIMITED SIZE
                  "  Location: " DELIMITED SIZE
                  FUNCTION TRIM(EV-LOCATION) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-ROSTER-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Capacity: " DELIMITED SIZE
                  EV-CAPACITY DELIMITED SIZE
                  "  Registered: " DELIMITED SIZE
                  WS-EVENT-REGISTERED-COUNT DELIMITED SIZE
                  "  Waitlisted: " DELIMITED SIZE
                  WS-EVENT-WAITLIST-COUNT DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-ROSTER-LINE
           PERFORM WRITE-ROSTER-BLANK

           MOVE "Registered:" TO WS-OUTPUT-LINE
           PERFORM WRITE-ROSTER-LINE
           MOVE "R" TO WS-ROSTER-STATUS-FILTER
           PERFORM ROSTER-RSVPS-BY-STATUS
           PERFORM WRITE-ROSTER-BLANK
           MOVE "Waitlist:" TO WS-OUTPUT-LINE
           PERFORM WRITE-ROSTER-LINE
           MOVE "W" TO WS-ROSTER-STATUS-FILTER
           PERFORM ROSTER-RSVPS-BY-STATUS

           CLOSE ROSTER-FILE
           MOVE "Roster written to data/event-roster.dat."
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       ROSTER-RSVPS-BY-STATUS.
           MOVE WS-EVENT-ID TO ER-EVENT-ID
           MOVE LOW-VALUES TO ER-USERNAME
           START EVENT-RSVPS-FILE KEY NOT < ER-KEY
           IF WS-EVENT-RSVPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ EVENT-RSVPS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF ER-EVENT-ID = WS-EVENT-ID
                           IF ER-STATUS = WS-ROSTER-STATUS-FILTER
                               PERFORM ROSTER-ONE-RSVP
                           END-IF
                       ELSE
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       ROSTER-ONE-RSVP.
           MOVE SPACES TO WS-ROSTER-NAME
           MOVE ER-USERNAME TO PR-USERNAME
           READ PROFILES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-FULL-NAME TO WS-ROSTER-NAME
           END-READ
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  [ ] " DELIMITED SIZE
                  WS-ROSTER-NAME DELIMITED SIZE
                  " " DELIMITED SIZE
                  ER-USERNAME DELIMITED SIZE
                  " RSVP " DELIMITED SIZE
                  ER-RSVP-DATE DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-ROSTER-LINE.

       WRITE-ROSTER-LINE.
           WRITE ROSTER-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE.

       WRITE-ROSTER-BLANK.
           MOVE SPACES TO WS-OUTPUT-LINE
           PERFORM WRITE-ROSTER-LINE.

      *================================================================*
      * ACCOUNT DEACTIVATION - a departed student's account is
      * marked inactive rather than deleted: the login refuses it,
      * the people searches hide it, the registration cap gets the
      * slot back, and their pending connection requests are
      * cancelled. Profile, applications, and learning records stay
      * on file for the office's records.
      *================================================================*

       DEACTIVATE-ACCOUNT.
           MOVE "Enter the username to deactivate: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-DEACT-USERNAME

           MOVE WS-DEACT-USERNAME TO AR-USERNAME
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "No account exists with that username."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ
           IF AR-IS-INACTIVE
               MOVE "That account is already deactivated."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "I" TO AR-STATUS
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-COUNT > 0
               SUBTRACT 1 FROM WS-ACCOUNT-COUNT
           END-IF
           PERFORM CANCEL-PENDING-CONNECTIONS

           MOVE WS-DEACT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "DEACTIVATE" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Account " DELIMITED SIZE
                  FUNCTION TRIM(WS-DEACT-USERNAME) DELIMITED SIZE
                  " deactivated and its slot reclaimed."
                      DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *================================================================*
      * ACCOUNT UNLOCK - the staff side of the failed-login lockout:
      * restores a locked account to active and clears its
      * consecutive-failure counter, with its own audit event
      *================================================================*

       UNLOCK-ACCOUNT.
           MOVE "Enter the username to unlock: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-DEACT-USERNAME

           MOVE WS-DEACT-USERNAME TO AR-USERNAME
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "No account exists with that username."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ
           IF AR-IS-INACTIVE
               MOVE "That account is deactivated, not locked."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF NOT AR-IS-LOCKED
      *        Not locked, but a stuck failure counter is still
      *        worth clearing while the staff are looking at it
               IF AR-FAIL-COUNT IS NUMERIC AND AR-FAIL-COUNT > 0
                   MOVE 0 TO AR-FAIL-COUNT
                   REWRITE ACCOUNT-RECORD
                   MOVE "Failed-attempt counter cleared."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
               ELSE
                   MOVE "That account is not locked."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO AR-STATUS
           MOVE 0 TO AR-FAIL-COUNT
           REWRITE ACCOUNT-RECORD

           MOVE WS-DEACT-USERNAME TO WS-AUDIT-USERNAME
           MOVE "UNLOCK" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Account " DELIMITED SIZE
                  FUNCTION TRIM(WS-DEACT-USERNAME) DELIMITED SIZE
                  " unlocked." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *================================================================*
      * MESSAGE STORE MAINTENANCE - the staff relief valve for the
      * message cap: drops every message its recipient has already
      * read, compacting the table the same way the pending-
      * connection cascade does
      *================================================================*

      *    The keys are collected during the scan and deleted
      *    afterwards, so the walk never deletes out from under
      *    its own position (the INCOLLEGE-VERIFY pattern); a
      *    store with more read messages than the key table is
      *    purged over a few passes of this option
       PURGE-READ-MESSAGES.
           MOVE 0 TO WS-MSG-DEL-COUNT
           MOVE LOW-VALUES TO MSG-KEY
           START MESSAGES-FILE KEY NOT < MSG-KEY
           IF WS-MESSAGES-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ MESSAGES-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF MSG-WAS-READ AND
                              WS-MSG-DEL-COUNT < WS-MAX-MSG-DEL
                               ADD 1 TO WS-MSG-DEL-COUNT
                               MOVE MSG-KEY TO
                                   WS-MSG-DEL-KEY(WS-MSG-DEL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-MSG-DEL-COUNT = 0
               MOVE "No read messages to purge." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MSG-PURGED-COUNT
           PERFORM VARYING WS-MSG-DEL-INDEX FROM 1 BY 1
               UNTIL WS-MSG-DEL-INDEX > WS-MSG-DEL-COUNT
               MOVE WS-MSG-DEL-KEY(WS-MSG-DEL-INDEX) TO MSG-KEY
               DELETE MESSAGES-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-MSG-PURGED-COUNT
               END-DELETE
           END-PERFORM

           MOVE SPACES TO WS-AUDIT-USERNAME
           MOVE "MSGPURGE" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Purged " DELIMITED SIZE
                  WS-MSG-PURGED-COUNT DELIMITED SIZE
                  " read message(s)." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    Drops every still-pending request the departing user
      *    sent or received - keys are collected during the scan
      *    and deleted afterwards, so the walk never deletes out
      *    from under its own position; accepted connections stay,
      *    as a record of who knew whom
       CANCEL-PENDING-CONNECTIONS.
           MOVE 0 TO WS-CONN-DEL-COUNT
           MOVE LOW-VALUES TO CR-KEY
           START CONNECTIONS-FILE KEY NOT < CR-KEY
           IF WS-CONNECTIONS-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ CONNECTIONS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF CR-IS-PENDING AND
                              (CR-REQUESTER = WS-DEACT-USERNAME OR
                               CR-RECIPIENT = WS-DEACT-USERNAME)
                               AND WS-CONN-DEL-COUNT <
                                   WS-MAX-CONN-DEL
                               ADD 1 TO WS-CONN-DEL-COUNT
                               MOVE CR-KEY TO WS-CONN-DEL-KEY(
                                   WS-CONN-DEL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VARYING WS-CONN-DEL-INDEX FROM 1 BY 1
               UNTIL WS-CONN-DEL-INDEX > WS-CONN-DEL-COUNT
               MOVE WS-CONN-DEL-KEY(WS-CONN-DEL-INDEX) TO CR-KEY
               DELETE CONNECTIONS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.

      *================================================================*
      * BLOCKED USERS LISTING - every block on file, who placed it
      * on whom and when, followed by the users more than one
      * person has blocked so repeat offenders stand out
      *================================================================*

       BLOCKED-USERS-LISTING.
           MOVE 0 TO WS-BLOCK-ROWS-COUNT
           MOVE 0 TO WS-BLOCK-TALLY-COUNT
           MOVE LOW-VALUES TO BK-KEY
           START BLOCKS-FILE KEY NOT < BK-KEY
           IF WS-BLOCKS-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ BLOCKS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           PERFORM LIST-ONE-BLOCK
                   END-READ
               END-PERFORM
           END-IF

           IF WS-BLOCK-ROWS-COUNT = 0
               MOVE "No blocks on file." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BLOCK-REPEAT-FLAG
           PERFORM VARYING WS-BLOCK-TALLY-INDEX FROM 1 BY 1
               UNTIL WS-BLOCK-TALLY-INDEX > WS-BLOCK-TALLY-COUNT
               IF WS-BLOCK-TALLY-TIMES(WS-BLOCK-TALLY-INDEX) > 1
                   IF NOT REPEAT-BLOCKS-FOUND
                       MOVE "Blocked by more than one user:"
                           TO WS-OUTPUT-LINE
                       PERFORM WRITE-OUTPUT
                   END-IF
                   MOVE 1 TO WS-BLOCK-REPEAT-FLAG
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  " DELIMITED SIZE
                          FUNCTION TRIM(WS-BLOCK-TALLY-USER(
                              WS-BLOCK-TALLY-INDEX)) DELIMITED SIZE
                          " - " DELIMITED SIZE
                          WS-BLOCK-TALLY-TIMES(WS-BLOCK-TALLY-INDEX)
                              DELIMITED SIZE
                          " blocks" DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF NOT REPEAT-BLOCKS-FOUND
               MOVE "No user has been blocked by more than one person."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF.

       LIST-ONE-BLOCK.
           IF WS-BLOCK-ROWS-COUNT = 0
               MOVE "Blocks on file (blocker -> blocked):"
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           ADD 1 TO WS-BLOCK-ROWS-COUNT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  " DELIMITED SIZE
                  FUNCTION TRIM(BK-BLOCKER) DELIMITED SIZE
                  " -> " DELIMITED SIZE
                  FUNCTION TRIM(BK-BLOCKED) DELIMITED SIZE
                  " on " DELIMITED SIZE
                  BK-BLOCKED-DATE DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT

      *    Tally the blocked user; a store with more distinct
      *    blocked users than the table still lists every row,
      *    only the repeat summary stops growing
           MOVE 0 TO WS-BLOCK-FOUND-FLAG
           PERFORM VARYING WS-BLOCK-TALLY-INDEX FROM 1 BY 1
               UNTIL WS-BLOCK-TALLY-INDEX > WS-BLOCK-TALLY-COUNT
                  OR BLOCK-WAS-FOUND
               IF WS-BLOCK-TALLY-USER(WS-BLOCK-TALLY-INDEX) =
                   BK-BLOCKED
                   MOVE 1 TO WS-BLOCK-FOUND-FLAG
                   ADD 1 TO WS-BLOCK-TALLY-TIMES(WS-BLOCK-TALLY-INDEX)
               END-IF
           END-PERFORM
           IF NOT BLOCK-WAS-FOUND AND
              WS-BLOCK-TALLY-COUNT < WS-MAX-BLOCK-TALLY
               ADD 1 TO WS-BLOCK-TALLY-COUNT
               MOVE BK-BLOCKED TO
                   WS-BLOCK-TALLY-USER(WS-BLOCK-TALLY-COUNT)
               MOVE 1 TO WS-BLOCK-TALLY-TIMES(WS-BLOCK-TALLY-COUNT)
           END-IF.

      *================================================================*
      * SKILLS CATALOG - the staff-maintained list of skills the
      * Skills menu offers and job postings can require. A new skill
      * takes the next unused id; skills are retired rather than
      * deleted, so the learning records and postings that name one
      * keep resolving, and a retired skill can be restored. Adds,
      * retirements, and restores are written to the audit trail.
      *================================================================*

       MAINTAIN-SKILLS-CATALOG.
           PERFORM LIST-SKILLS-CATALOG
           MOVE "Enter A to add, R to retire or restore, or blank: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-USER-INPUT(1:1)) = "A"
                   PERFORM ADD-CATALOG-SKILL
               WHEN FUNCTION UPPER-CASE(WS-USER-INPUT(1:1)) = "R"
                   PERFORM RETIRE-CATALOG-SKILL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-SKILLS-CATALOG.
           MOVE 0 TO WS-SKILL-SHOWN-COUNT
           MOVE 0 TO SK-SKILL-ID
           START SKILLS-CATALOG-FILE KEY NOT < SK-SKILL-ID
           IF WS-SKILLS-CATALOG-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ SKILLS-CATALOG-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           PERFORM LIST-ONE-CATALOG-SKILL
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SKILL-SHOWN-COUNT = 0
               MOVE "The skills catalog is empty." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF.

       LIST-ONE-CATALOG-SKILL.
           IF WS-SKILL-SHOWN-COUNT = 0
               MOVE "Skills catalog:" TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF
           ADD 1 TO WS-SKILL-SHOWN-COUNT
           MOVE SK-SKILL-ID TO WS-SKILL-NUMBER-TEXT
           MOVE SPACES TO WS-OUTPUT-LINE
           EVALUATE TRUE
               WHEN SK-IS-RETIRED
                   STRING "  " DELIMITED SIZE
                          FUNCTION TRIM(WS-SKILL-NUMBER-TEXT)
                              DELIMITED SIZE
                          ". " DELIMITED SIZE
                          FUNCTION TRIM(SK-NAME) DELIMITED SIZE
                          " (retired " DELIMITED SIZE
                          SK-RETIRED-DATE DELIMITED SIZE
                          ")" DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
               WHEN SK-ADDED-BY = SPACES
                   STRING "  " DELIMITED SIZE
                          FUNCTION TRIM(WS-SKILL-NUMBER-TEXT)
                              DELIMITED SIZE
                          ". " DELIMITED SIZE
                          FUNCTION TRIM(SK-NAME) DELIMITED SIZE
                          " (added " DELIMITED SIZE
                          SK-ADDED-DATE DELIMITED SIZE
                          ")" DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
               WHEN OTHER
                   STRING "  " DELIMITED SIZE
                          FUNCTION TRIM(WS-SKILL-NUMBER-TEXT)
                              DELIMITED SIZE
                          ". " DELIMITED SIZE
                          FUNCTION TRIM(SK-NAME) DELIMITED SIZE
                          " (added " DELIMITED SIZE
                          SK-ADDED-DATE DELIMITED SIZE
                          " by " DELIMITED SIZE
                          FUNCTION TRIM(SK-ADDED-BY)
                              DELIMITED SIZE
                          ")" DELIMITED SIZE
                          INTO WS-OUTPUT-LINE
           END-EVALUATE
           PERFORM WRITE-OUTPUT.

      *    A name already in the catalog, active or retired, is
      *    turned away (case-insensitively) with its number - a
      *    retired one comes back through the retire/restore option
      *    rather than being added twice
       ADD-CATALOG-SKILL.
           MOVE "Enter the skill name: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-SKILL-INPUT-NAME
           IF WS-SKILL-INPUT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CATALOG-SKILL-NAME
           IF SKILL-IN-CATALOG
               MOVE WS-SKILL-NUMBER TO WS-SKILL-NUMBER-TEXT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "That skill is already in the catalog as number "
                          DELIMITED SIZE
                      FUNCTION TRIM(WS-SKILL-NUMBER-TEXT)
                          DELIMITED SIZE
                      "." DELIMITED SIZE
                      INTO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-SKILL-MAX-ID >= WS-MAX-SKILL-ID
               MOVE "The skills catalog is full." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SKILL-CATALOG-RECORD
           COMPUTE SK-SKILL-ID = WS-SKILL-MAX-ID + 1
           MOVE WS-SKILL-INPUT-NAME TO SK-NAME
           MOVE "A" TO SK-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO SK-ADDED-DATE
           MOVE WS-STAFF-OPERATOR-ID TO SK-ADDED-BY
           WRITE SKILL-CATALOG-RECORD
               INVALID KEY
                   MOVE "That skill number was just taken - try again."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM SET-SKILL-AUDIT-SUBJECT
           MOVE "SKILLADD" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           MOVE SK-SKILL-ID TO WS-SKILL-NUMBER-TEXT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Skill added as number " DELIMITED SIZE
                  FUNCTION TRIM(WS-SKILL-NUMBER-TEXT) DELIMITED SIZE
                  "." DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    One pass over the catalog: sets SKILL-IN-CATALOG (with
      *    the id in WS-SKILL-NUMBER) when WS-SKILL-INPUT-NAME is
      *    already there, and leaves the highest id on file in
      *    WS-SKILL-MAX-ID for the next add
       FIND-CATALOG-SKILL-NAME.
           MOVE 0 TO WS-SKILL-FOUND-FLAG
           MOVE 0 TO WS-SKILL-MAX-ID
           MOVE 0 TO SK-SKILL-ID
           START SKILLS-CATALOG-FILE KEY NOT < SK-SKILL-ID
           IF WS-SKILLS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL SCAN-DONE
               READ SKILLS-CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF SK-SKILL-ID > WS-SKILL-MAX-ID
                           MOVE SK-SKILL-ID TO WS-SKILL-MAX-ID
                       END-IF
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(SK-NAME)) =
                          FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-SKILL-INPUT-NAME))
                           MOVE 1 TO WS-SKILL-FOUND-FLAG
                           MOVE SK-SKILL-ID TO WS-SKILL-NUMBER
                       END-IF
               END-READ
           END-PERFORM.

      *    Catalog audit rows are about a skill, not an account -
      *    the subject field carries its id and as much of the name
      *    as fits
       SET-SKILL-AUDIT-SUBJECT.
           MOVE SPACES TO WS-AUDIT-USERNAME
           STRING "skill " DELIMITED SIZE
                  SK-SKILL-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(SK-NAME) DELIMITED SIZE
                  INTO WS-AUDIT-USERNAME.

      *    Flips a skill between active and retired
       RETIRE-CATALOG-SKILL.
           MOVE "Enter the skill number to retire or restore: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-USER-INPUT))
               TO SK-SKILL-ID
           READ SKILLS-CATALOG-FILE
               INVALID KEY
                   MOVE "There is no skill with that number."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-READ
           IF SK-IS-ACTIVE
               MOVE "R" TO SK-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO SK-RETIRED-DATE
               MOVE "SKILLRETIRE" TO WS-AUDIT-EVENT-TYPE
           ELSE
               MOVE "A" TO SK-STATUS
               MOVE SPACES TO SK-RETIRED-DATE
               MOVE "SKILLRESTORE" TO WS-AUDIT-EVENT-TYPE
           END-IF
           REWRITE SKILL-CATALOG-RECORD
               INVALID KEY
                   MOVE "The skill could not be updated - try again."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM SET-SKILL-AUDIT-SUBJECT
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           IF SK-IS-RETIRED
               MOVE "Skill retired - existing records keep it."
                   TO WS-OUTPUT-LINE
           ELSE
               MOVE "Skill restored." TO WS-OUTPUT-LINE
           END-IF
           PERFORM WRITE-OUTPUT.

      *================================================================*
      * MESSAGE SCREENING - the staff-maintained list of restricted
      * terms that SEND-MESSAGE screens against, and the moderation
      * queue of messages held because they matched one. A released
      * message goes to the recipient's inbox under their next
      * MSG-SEQ; a rejected one is dropped. Holds, releases, and
      * rejects are all written to the audit trail under the
      * sender's username.
      *================================================================*

       MAINTAIN-RESTRICTED-TERMS.
           PERFORM LIST-RESTRICTED-TERMS
           MOVE "Enter A to add a term, R to remove one, or blank: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-USER-INPUT(1:1)) = "A"
                   PERFORM ADD-RESTRICTED-TERM
               WHEN FUNCTION UPPER-CASE(WS-USER-INPUT(1:1)) = "R"
                   PERFORM REMOVE-RESTRICTED-TERM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-RESTRICTED-TERMS.
           MOVE 0 TO WS-TERM-COUNT
           MOVE LOW-VALUES TO RT-TERM
           START RESTRICTED-TERMS-FILE KEY NOT < RT-TERM
           IF WS-RESTRICTED-TERMS-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ RESTRICTED-TERMS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF WS-TERM-COUNT = 0
                               MOVE "Restricted terms:"
                                   TO WS-OUTPUT-LINE
                               PERFORM WRITE-OUTPUT
                           END-IF
                           ADD 1 TO WS-TERM-COUNT
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "  " DELIMITED SIZE
                                  FUNCTION TRIM(RT-TERM)
                                      DELIMITED SIZE
                                  " (added " DELIMITED SIZE
                                  RT-ADDED-DATE DELIMITED SIZE
                                  " by " DELIMITED SIZE
                                  FUNCTION TRIM(RT-ADDED-BY)
                                      DELIMITED SIZE
                                  ")" DELIMITED SIZE
                                  INTO WS-OUTPUT-LINE
                           PERFORM WRITE-OUTPUT
                   END-READ
               END-PERFORM
           END-IF
           IF WS-TERM-COUNT = 0
               MOVE "No restricted terms on file." TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
           END-IF.

       ADD-RESTRICTED-TERM.
           MOVE "Enter the term to restrict: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-INPUT))
               TO WS-TERM-INPUT
           IF WS-TERM-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESTRICTED-TERM-RECORD
           MOVE WS-TERM-INPUT TO RT-TERM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RT-ADDED-DATE
           MOVE WS-STAFF-OPERATOR-ID TO RT-ADDED-BY
           WRITE RESTRICTED-TERM-RECORD
               INVALID KEY
                   MOVE "That term is already restricted."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-WRITE
           MOVE SPACES TO WS-AUDIT-USERNAME
           MOVE "TERMADD" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Term added." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       REMOVE-RESTRICTED-TERM.
           MOVE "Enter the term to remove: " TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-INPUT))
               TO RT-TERM
           DELETE RESTRICTED-TERMS-FILE RECORD
               INVALID KEY
                   MOVE "That term is not on the list."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-DELETE
           MOVE SPACES TO WS-AUDIT-USERNAME
           MOVE "TERMDEL" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Term removed." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

      *    The hold ids are collected first and each held message
      *    is then read back by key, so releasing one (which scans
      *    the recipient's inbox for the next MSG-SEQ) never
      *    disturbs the walk of the queue
       MODERATION-QUEUE.
           MOVE 0 TO WS-HOLD-LIST-COUNT
           MOVE 0 TO HM-HOLD-ID
           START HELD-MESSAGES-FILE KEY NOT < HM-HOLD-ID
           IF WS-HELD-MESSAGES-STATUS = "00"
               MOVE 0 TO WS-SCAN-DONE-FLAG
               PERFORM UNTIL SCAN-DONE
                   READ HELD-MESSAGES-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF WS-HOLD-LIST-COUNT < WS-MAX-HOLD-LIST
                               ADD 1 TO WS-HOLD-LIST-COUNT
                               MOVE HM-HOLD-ID TO
                                   WS-HOLD-LIST-ID(WS-HOLD-LIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-HOLD-LIST-COUNT = 0
               MOVE "No messages are held for review."
                   TO WS-OUTPUT-LINE
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-HOLD-LIST-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-LIST-INDEX > WS-HOLD-LIST-COUNT
                  OR EXIT-PROGRAM
                  OR MODERATION-STOPPED
               MOVE WS-HOLD-LIST-ID(WS-HOLD-LIST-INDEX) TO HM-HOLD-ID
               READ HELD-MESSAGES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MODERATE-ONE-MESSAGE
               END-READ
           END-PERFORM
           MOVE 0 TO WS-MODERATION-STOP-FLAG.

       MODERATE-ONE-MESSAGE.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Held " DELIMITED SIZE
                  HM-HOLD-ID DELIMITED SIZE
                  ": from " DELIMITED SIZE
                  FUNCTION TRIM(HM-SENDER) DELIMITED SIZE
                  " to " DELIMITED SIZE
                  FUNCTION TRIM(HM-RECIPIENT) DELIMITED SIZE
                  " on " DELIMITED SIZE
                  HM-SENT-DATE DELIMITED SIZE
                  " (term: " DELIMITED SIZE
                  FUNCTION TRIM(HM-TERM) DELIMITED SIZE
                  ")" DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  " DELIMITED SIZE
                  FUNCTION TRIM(HM-TEXT) DELIMITED SIZE
                  INTO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           MOVE "R to release, X to reject, blank to skip, Q to stop: "
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT
           PERFORM READ-USER-INPUT
           IF EXIT-PROGRAM
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-USER-INPUT(1:1)) = "R"
                   PERFORM RELEASE-HELD-MESSAGE
               WHEN FUNCTION UPPER-CASE(WS-USER-INPUT(1:1)) = "X"
                   PERFORM REJECT-HELD-MESSAGE
               WHEN FUNCTION UPPER-CASE(WS-USER-INPUT(1:1)) = "Q"
                   MOVE 1 TO WS-MODERATION-STOP-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The held row is still in the record area; it is copied
      *    aside before FIND-MAX-MESSAGE-SEQ walks the inbox
       RELEASE-HELD-MESSAGE.
           MOVE HELD-MESSAGE-RECORD TO WS-HELD-MESSAGE-SAVE
           MOVE HM-RECIPIENT TO WS-MSG-TARGET-USERNAME
           PERFORM FIND-MAX-MESSAGE-SEQ
           MOVE WS-HELD-MESSAGE-SAVE TO HELD-MESSAGE-RECORD
           MOVE SPACES TO MESSAGE-RECORD
           MOVE HM-RECIPIENT TO MSG-RECIPIENT
           COMPUTE MSG-SEQ = WS-MSG-MAX-SEQ + 1
           MOVE HM-SENDER TO MSG-SENDER
           MOVE HM-SENT-DATE TO MSG-SENT-DATE
           MOVE "N" TO MSG-READ-FLAG
           MOVE HM-TEXT TO MSG-TEXT
           WRITE MESSAGE-RECORD
               INVALID KEY
                   MOVE "The message could not be released - try again."
                       TO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-WRITE
           DELETE HELD-MESSAGES-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE HM-SENDER TO WS-AUDIT-USERNAME
           MOVE "MSGRELEASE" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Message released to the recipient's inbox."
               TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.

       REJECT-HELD-MESSAGE.
           DELETE HELD-MESSAGES-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE HM-SENDER TO WS-AUDIT-USERNAME
           MOVE "MSGREJECT" TO WS-AUDIT-EVENT-TYPE
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           MOVE "Message rejected." TO WS-OUTPUT-LINE
           PERFORM WRITE-OUTPUT.
