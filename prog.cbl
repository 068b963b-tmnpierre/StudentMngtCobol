               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LOADREG-STATUS.

           SELECT F-GRADEQV
               ASSIGN TO 'gradeqv.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GRADEQV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT
           03 R-BH-EXP-MERGE      PIC X(05).
           03 R-BH-EXP-INSTR      PIC X(05).
           03 R-BH-EXP-ASSIGN     PIC X(05).
           03 R-BH-EXP-PREREQ     PIC X(05).
           03 R-BH-EXP-HOLD       PIC X(05).
           03 R-BH-EXP-RELEASE    PIC X(05).
           03 R-BH-EXP-CALENDAR   PIC X(05).
           03 R-BH-EXP-DROP       PIC X(05).
           03 R-BH-EXP-SLOT       PIC X(05).
           03 R-BH-EXP-EXTCRED    PIC X(05).

       01  REC-BATCH-TRL.
           03 R-BT-KEY            PIC X(02).
      *    THE TRAILING OVERRIDE BYTE ('O' TO TOUCH A CERTIFIED TERM,
      *    BLANK OTHERWISE) WAS APPENDED TO THE '03' AND '05' LAYOUTS
      *    WHEN TERM CERTIFICATION WENT IN; OLDER SHORT RECORDS READ
      *    BACK BLANK THERE, WHICH IS THE NO-OVERRIDE DEFAULT. ON AN
      *    '05' THE SAME BYTE ALSO WAIVES THE PREREQUISITE CHECK.
      ******************************************************************
       01  REC-GRADE-CORR.
           03 R-GC-KEY            PIC 9(02).
      *    BY FLAGGING HIM ACTIVE AGAIN; '10' RECORDS MERGE TWO
      *    STUDENT NUMBERS WHEN ONE PERSON WAS ISSUED TWO, MOVING THE
      *    GRADE ROWS AND AUDIT HISTORY UNDER THE SURVIVING NUMBER
      *    AND RETIRING THE OLD ONE AS INACTIVE. A STUDENT ANONYMIZED
      *    BY THE RETENTION RUN HAS NO NAME LEFT TO CORRECT, REINSTATE
      *    OR MERGE, SO ALL THREE (AND A NEW '05' ENROLLMENT OR A '17'
      *    DROP) REJECT AGAINST IT.
      ******************************************************************
       01  REC-STUDENT-UPD.
           03 R-SU-KEY            PIC 9(02).
           03 R-IA-LABEL          PIC X(21).
           03 R-IA-TERM           PIC X(06).

      ******************************************************************
      *    PREREQUISITE MASTER - '13' RECORDS NAME ONE PREREQUISITE
      *    COURSE OF A COURSE AND THE MINIMUM GRADE (NN,NN) THAT MUST
      *    BE ON FILE FOR IT IN AN EARLIER TERM BEFORE A STUDENT CAN
      *    ENROLL. A RE-SEND OF THE SAME PAIR WITH ANOTHER MINIMUM
      *    GRADE CHANGES THE MINIMUM.
      ******************************************************************
       01  REC-PREREQ.
           03 R-PQ-KEY            PIC 9(02).
           03 R-PQ-LABEL          PIC X(21).
           03 R-PQ-PREREQ-LABEL   PIC X(21).
           03 R-PQ-MIN-GRADE      PIC X(05).

       01  REC-PREREQ-GRADE REDEFINES REC-PREREQ.
           03 FILLER              PIC X(44).
           03 R-PQ-MIN-GRADE-INT  PIC 99.
           03 R-PQ-MIN-GRADE-SEP  PIC X.
           03 R-PQ-MIN-GRADE-DEC  PIC 99.

      ******************************************************************
      *    REGISTRATION HOLDS - '14' RECORDS PLACE A HOLD ON A STUDENT
      *    NUMBER: TYPE 'F' FINANCIAL, 'D' DISCIPLINARY OR 'R'
      *    REGISTRAR, THE DATE IT TAKES EFFECT (BLANK = RUN DATE) AND
      *    THE REASON THE OFFICE WORKS FROM. '15' RECORDS RELEASE THE
      *    ACTIVE HOLD OF A TYPE, THE DATE BEING THE RELEASE DATE. A
      *    STUDENT HOLDS AT MOST ONE ACTIVE HOLD OF EACH TYPE.
      ******************************************************************
       01  REC-HOLD.
           03 R-HD-KEY            PIC 9(02).
           03 R-HD-STUDENT-NO     PIC 9(08).
           03 R-HD-TYPE           PIC X(01).
               88 R-HD-TYPE-VALID     VALUE 'F' 'D' 'R'.
           03 R-HD-DATE           PIC X(08).
           03 R-HD-REASON         PIC X(30).

       01  REC-HOLD-DATE REDEFINES REC-HOLD.
           03 FILLER              PIC X(11).
           03 R-HD-DATE-NUM       PIC 9(08).
           03 FILLER              PIC X(30).

      ******************************************************************
      *    TERM CALENDAR - '16' RECORDS GIVE A TERM ITS START, LAST
      *    DAY TO ADD, LAST DAY TO DROP, CENSUS DATE AND END, ALL
      *    YYYYMMDD. A RE-SEND FOR THE SAME TERM REPLACES THE DATES.
      ******************************************************************
       01  REC-CALENDAR.
           03 R-TC-KEY            PIC 9(02).
           03 R-TC-TERM           PIC X(06).
           03 R-TC-START-DATE     PIC 9(08).
           03 R-TC-ADD-DEADLINE   PIC 9(08).
           03 R-TC-DROP-DEADLINE  PIC 9(08).
           03 R-TC-CENSUS-DATE    PIC 9(08).
           03 R-TC-END-DATE       PIC 9(08).

      ******************************************************************
      *    SINGLE-COURSE DROP - '17' RECORDS TAKE ONE STUDENT OUT OF
      *    ONE COURSE FOR A TERM, LEAVING THE REST OF THEIR
      *    ENROLLMENT ALONE. THE DATE (BLANK = RUN DATE) IS THE DATE
      *    THE DROP TAKES EFFECT, WHICH THE FEE ASSESSMENT PRORATES
      *    ON. THE OVERRIDE BYTE ('O') LETS A DROP THROUGH PAST THE
      *    DROP DEADLINE OR INTO A CERTIFIED TERM.
      ******************************************************************
       01  REC-DROP.
           03 R-DR-KEY            PIC 9(02).
           03 R-DR-STUDENT-NO     PIC 9(08).
           03 R-DR-LABEL          PIC X(21).
           03 R-DR-TERM           PIC X(06).
           03 R-DR-DATE           PIC X(08).
           03 R-DR-OVERRIDE       PIC X(01).

       01  REC-DROP-DATE REDEFINES REC-DROP.
           03 FILLER              PIC X(37).
           03 R-DR-DATE-NUM       PIC 9(08).
           03 FILLER              PIC X(01).

      ******************************************************************
      *    MEETING SLOTS - '18' RECORDS GIVE A COURSE ONE WEEKLY
      *    MEETING FOR A TERM: THE DAY (1 MONDAY - 7 SUNDAY), THE
      *    FIRST AND LAST TEACHING PERIOD (01-12) AND THE ROOM. A
      *    COURSE MEETING SEVERAL TIMES A WEEK SENDS ONE RECORD PER
      *    MEETING. A SLOT IS KNOWN BY ITS COURSE, TERM, DAY AND
      *    FIRST PERIOD: A RE-SEND CHANGES ITS LAST PERIOD OR ROOM,
      *    AND ACTION 'D' TAKES THE SLOT OFF THE TIMETABLE.
      ******************************************************************
       01  REC-SLOT.
           03 R-SL-KEY            PIC 9(02).
           03 R-SL-LABEL          PIC X(21).
           03 R-SL-TERM           PIC X(06).
           03 R-SL-DAY            PIC X(01).
               88 R-SL-DAY-VALID      VALUE '1' THRU '7'.
           03 R-SL-START-PERIOD   PIC X(02).
           03 R-SL-END-PERIOD     PIC X(02).
           03 R-SL-ROOM           PIC X(06).
           03 R-SL-ACTION         PIC X(01).
               88 R-SL-ACTION-REMOVE  VALUE 'D'.

       01  REC-SLOT-PERIOD REDEFINES REC-SLOT.
           03 FILLER              PIC X(30).
           03 R-SL-START-NUM      PIC 9(02).
           03 R-SL-END-NUM        PIC 9(02).
           03 FILLER              PIC X(07).

      ******************************************************************
      *    EXTERNAL CREDIT - '19' RECORDS CARRY A COURSE A STUDENT
      *    PASSED AT ANOTHER INSTITUTION: THE SENDING INSTITUTION'S
      *    CODE, THE COURSE TITLE THERE, THE LOCAL COURSE LABEL IT IS
      *    ACCEPTED AS (OR AN ELECTIVE PLACEHOLDER - A LABEL STARTING
      *    'ELECTIVE' - WHEN NO LOCAL COURSE MATCHES), THE CREDIT
      *    COEF (N,N; BLANK TAKES THE LOCAL COURSE'S OWN COEF), AND
      *    THE GRADE AS AWARDED WITH THE CODE OF THE GRADING SCALE IT
      *    WAS AWARDED ON. THE GRADE IS CONVERTED TO THE 0-20 SCALE
      *    THROUGH THE REGISTRAR'S EQUIVALENCE FILE. A STUDENT'S
      *    CREDIT IS KNOWN BY INSTITUTION AND TITLE: A RE-SEND
      *    RESTATES IT.
      ******************************************************************
       01  REC-EXTCRED.
           03 R-XC-KEY            PIC 9(02).
           03 R-XC-STUDENT-NO     PIC 9(08).
           03 R-XC-INSTITUTION    PIC X(06).
           03 R-XC-TITLE          PIC X(13).
           03 R-XC-LABEL          PIC X(21).
           03 R-XC-COEF           PIC X(03).
           03 R-XC-GRADE          PIC X(05).
           03 R-XC-SCALE          PIC X(02).

       01  REC-EXTCRED-VALUES REDEFINES REC-EXTCRED.
           03 FILLER              PIC X(29).
           03 R-XC-LABEL-TAG      PIC X(08).
               88 R-XC-ELECTIVE       VALUE 'ELECTIVE'.
           03 FILLER              PIC X(13).
           03 R-XC-COEF-INT       PIC 9.
           03 R-XC-COEF-SEP       PIC X.
           03 R-XC-COEF-DEC       PIC 9.
           03 R-XC-GRADE-INT      PIC 99.
           03 R-XC-GRADE-SEP      PIC X.
           03 R-XC-GRADE-DEC      PIC 99.
           03 FILLER              PIC X(02).

       01  REC-EXTCRED-GRADE3 REDEFINES REC-EXTCRED.
           03 FILLER              PIC X(53).
           03 R-XC-GRADE3-INT     PIC 999.
           03 R-XC-GRADE3-SEP     PIC X.
           03 R-XC-GRADE3-DEC     PIC 9.
           03 FILLER              PIC X(02).

       01  REC-F-INPUT-IMAGE      PIC X(60).

       FD  F-CTLRPT
           03 R-LG-BATCH-DATE     PIC 9(08).
           03 R-LG-BATCH-NO       PIC 9(06).

      ******************************************************************
      *    GRADE EQUIVALENCE FILE (gradeqv.dat, MAINTAINED BY THE
      *    REGISTRAR) - HOW A GRADE FROM ANOTHER INSTITUTION'S SCALE
      *    READS ON OURS:
      *        G SCALE(2) GRADE(5) LOCAL(4, 99V99)
      *            ONE LETTER OR BAND GRADE OF A SCALE, EXACT MATCH
      *        N SCALE(2) MAXIMUM(5, 9(03)V99)
      *            A NUMERIC SCALE, CONVERTED PRO RATA:
      *            LOCAL = GRADE * 20 / MAXIMUM
      *    A NUMERIC GRADE IS SENT AS NN,NN OR NNN,N.
      ******************************************************************
       FD  F-GRADEQV
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-GRADEQV.
           03 GE-REC-TYPE         PIC X(01).
           03 FILLER              PIC X(79).

       01  REC-GRADEQV-GRADE REDEFINES REC-GRADEQV.
           03 FILLER              PIC X(01).
           03 GE-G-SCALE          PIC X(02).
           03 GE-G-GRADE          PIC X(05).
           03 GE-G-LOCAL          PIC 99V99.
           03 FILLER              PIC X(68).

       01  REC-GRADEQV-SCALE REDEFINES REC-GRADEQV.
           03 FILLER              PIC X(01).
           03 GE-N-SCALE          PIC X(02).
           03 GE-N-MAXIMUM        PIC 9(03)V99.
           03 FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    DATED DAILY INPUT FILE - NAME COMES FROM THE COMMAND LINE
           88 F-LOADREG-STATUS-OK     VALUE '00'.
           88 F-LOADREG-STATUS-EOF    VALUE '10'.

       01  F-GRADEQV-STATUS    PIC X(02) VALUE SPACE.
           88 F-GRADEQV-STATUS-OK     VALUE '00'.
           88 F-GRADEQV-STATUS-EOF    VALUE '10'.

      ******************************************************************
      *    GRADE EQUIVALENCE TABLES - THE FILE IS SMALL (THE REGISTRAR
      *    KEYS IT BY HAND), SO IT IS LOADED WHOLE AT THE START OF
      *    THE RUN AND SEARCHED PER EXTERNAL CREDIT RECORD.
      ******************************************************************
       01  WS-GEQV-MAX             PIC 9(03) VALUE 200.
       01  WS-GEQV-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-GEQV-TABLE.
           03 WS-GEQV-ENTRY OCCURS 200 TIMES.
              05 WS-GQ-SCALE       PIC X(02).
              05 WS-GQ-GRADE       PIC X(05).
              05 WS-GQ-LOCAL       PIC 99V99.

       01  WS-GSCALE-MAX           PIC 9(03) VALUE 20.
       01  WS-GSCALE-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-GSCALE-TABLE.
           03 WS-GSCALE-ENTRY OCCURS 20 TIMES.
              05 WS-GS-SCALE       PIC X(02).
              05 WS-GS-MAXIMUM     PIC 9(03)V99.

       01  WS-GEQV-IX              PIC 9(03) VALUE ZERO.
       01  WS-XC-ORIGINAL          PIC 9(03)V99 VALUE ZERO.
       01  WS-XC-CONVERT           PIC X(01) VALUE SPACE.
           88 WS-XC-CONVERTED          VALUE 'Y'.
           88 WS-XC-SCALE-UNKNOWN      VALUE 'S'.
           88 WS-XC-GRADE-UNKNOWN      VALUE 'G'.
           88 WS-XC-GRADE-INVALID      VALUE 'B'.
           88 WS-XC-GRADE-OFF-SCALE    VALUE 'O'.
           88 WS-XC-NUMERIC-SCALE      VALUE 'N'.

      ******************************************************************
      *    BATCH VALIDATION WORK AREAS - THE PRE-PASS COUNTS WHAT IS
      *    ACTUALLY ON THE FILE, SAVES THE HEADER'S IDENTITY AND
           03 WS-BV-EXP-MERGE     PIC 9(05) VALUE ZERO.
           03 WS-BV-EXP-INSTR     PIC 9(05) VALUE ZERO.
           03 WS-BV-EXP-ASSIGN    PIC 9(05) VALUE ZERO.
           03 WS-BV-EXP-PREREQ    PIC 9(05) VALUE ZERO.
           03 WS-BV-EXP-HOLD      PIC 9(05) VALUE ZERO.
           03 WS-BV-EXP-RELEASE   PIC 9(05) VALUE ZERO.
           03 WS-BV-EXP-CALENDAR  PIC 9(05) VALUE ZERO.
           03 WS-BV-EXP-DROP      PIC 9(05) VALUE ZERO.
           03 WS-BV-EXP-SLOT      PIC 9(05) VALUE ZERO.
           03 WS-BV-EXP-EXTCRED   PIC 9(05) VALUE ZERO.

       01  WS-BV-COUNTED.
           03 WS-BV-CNT-STUDENT   PIC 9(07) VALUE ZERO.
           03 WS-BV-CNT-MERGE     PIC 9(07) VALUE ZERO.
           03 WS-BV-CNT-INSTR     PIC 9(07) VALUE ZERO.
           03 WS-BV-CNT-ASSIGN    PIC 9(07) VALUE ZERO.
           03 WS-BV-CNT-PREREQ    PIC 9(07) VALUE ZERO.
           03 WS-BV-CNT-HOLD      PIC 9(07) VALUE ZERO.
           03 WS-BV-CNT-RELEASE   PIC 9(07) VALUE ZERO.
           03 WS-BV-CNT-CALENDAR  PIC 9(07) VALUE ZERO.
           03 WS-BV-CNT-DROP      PIC 9(07) VALUE ZERO.
           03 WS-BV-CNT-SLOT      PIC 9(07) VALUE ZERO.
           03 WS-BV-CNT-EXTCRED   PIC 9(07) VALUE ZERO.
       01  WS-BV-DETAIL-TOTAL     PIC 9(07) VALUE ZERO.
       01  WS-BV-TRL-TOTAL        PIC 9(07) VALUE ZERO.

       01  WS-LAST-MERGE-KEY      PIC 9(07) VALUE ZERO.
       01  WS-LAST-INSTR-KEY      PIC 9(07) VALUE ZERO.
       01  WS-LAST-ASSIGN-KEY     PIC 9(07) VALUE ZERO.
       01  WS-LAST-PREREQ-KEY     PIC 9(07) VALUE ZERO.
       01  WS-LAST-HOLD-KEY       PIC 9(07) VALUE ZERO.
       01  WS-LAST-RELEASE-KEY    PIC 9(07) VALUE ZERO.
       01  WS-LAST-CALENDAR-KEY   PIC 9(07) VALUE ZERO.
       01  WS-LAST-DROP-KEY       PIC 9(07) VALUE ZERO.
       01  WS-LAST-SLOT-KEY       PIC 9(07) VALUE ZERO.
       01  WS-LAST-EXTCRED-KEY    PIC 9(07) VALUE ZERO.

      ******************************************************************
      *    COMMIT INTERVAL - STUDENT-COMMIT-INTERVAL ENVIRONMENT
      *    ONE-COMMIT-PER-RECORD BEHAVIOR. ABOVE 1, THE COMMIT AND
      *    THE RESTART RECORDS ARE DEFERRED AND FLUSHED TOGETHER
      *    EVERY N RECORDS: THE LATEST KEY PER RECORD TYPE WAITS IN
      *    WS-PEND-KEY (SLOTTED BY THE TYPE NUMBER 01-19) AND GOES ON
      *    THE RESTART FILE ONLY AFTER ITS WORK HAS COMMITTED, SO THE
      *    HIGH-WATER MARKS NEVER RUN AHEAD OF THE DATABASE AND A
      *    CRASH MID-INTERVAL REPROCESSES AT MOST N RECORDS.
       01  WS-UNCOMMITTED         PIC 9(04) VALUE ZERO.
       01  WS-PEND-IX             PIC 9(02) VALUE ZERO.
       01  WS-PENDING-KEYS.
           03 WS-PEND-KEY         PIC 9(07) OCCURS 19 TIMES.
       01  WS-PEND-TYPE-NUM       PIC 9(02) VALUE ZERO.

      ******************************************************************
       01  WS-MERGE-SEQ           PIC 9(07) VALUE ZERO.
       01  WS-INSTR-SEQ           PIC 9(07) VALUE ZERO.
       01  WS-ASSIGN-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-PREREQ-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-HOLD-SEQ            PIC 9(07) VALUE ZERO.
       01  WS-RELEASE-SEQ         PIC 9(07) VALUE ZERO.
       01  WS-CALENDAR-SEQ        PIC 9(07) VALUE ZERO.
       01  WS-DROP-SEQ            PIC 9(07) VALUE ZERO.
       01  WS-SLOT-SEQ            PIC 9(07) VALUE ZERO.
       01  WS-EXTCRED-SEQ         PIC 9(07) VALUE ZERO.

      ******************************************************************
      *    RUN CONTROL TOTALS - USED TO FOOT THE END-OF-RUN REPORT
           03 WS-CNT-MERGE-READ        PIC 9(07) VALUE ZERO.
           03 WS-CNT-INSTR-READ        PIC 9(07) VALUE ZERO.
           03 WS-CNT-ASSIGN-READ       PIC 9(07) VALUE ZERO.
           03 WS-CNT-PREREQ-READ       PIC 9(07) VALUE ZERO.
           03 WS-CNT-HOLD-READ         PIC 9(07) VALUE ZERO.
           03 WS-CNT-RELEASE-READ      PIC 9(07) VALUE ZERO.
           03 WS-CNT-CALENDAR-READ     PIC 9(07) VALUE ZERO.
           03 WS-CNT-DROP-READ         PIC 9(07) VALUE ZERO.
           03 WS-CNT-SLOT-READ         PIC 9(07) VALUE ZERO.
           03 WS-CNT-EXTCRED-READ      PIC 9(07) VALUE ZERO.
           03 WS-CNT-INSERT-OK         PIC 9(07) VALUE ZERO.
           03 WS-CNT-INSERT-DUP        PIC 9(07) VALUE ZERO.
           03 WS-CNT-UPDATE-OK         PIC 9(07) VALUE ZERO.
           03 WS-CNT-REJECT            PIC 9(07) VALUE ZERO.
           03 WS-CNT-RESTART-SKIP      PIC 9(07) VALUE ZERO.
           03 WS-CNT-EDIT-REJECT       PIC 9(07) VALUE ZERO.
           03 WS-CNT-WAITLISTED        PIC 9(07) VALUE ZERO.
           03 WS-CNT-PROMOTED          PIC 9(07) VALUE ZERO.

       01  WS-CTLRPT-LINE              PIC X(80) VALUE SPACE.
       01  WS-CTLRPT-NUM                PIC Z(06)9.
       01  WS-MERGE-FAILED             PIC X(01) VALUE 'N'.
           88 WS-MERGE-FAILED-YES          VALUE 'Y'.

       01  WS-PREREQ-MISSING           PIC X(01) VALUE 'N'.
           88 WS-PREREQ-MISSING-YES        VALUE 'Y'.

       01  WS-STUDENT-HELD             PIC X(01) VALUE 'N'.
           88 WS-STUDENT-HELD-YES          VALUE 'Y'.

       01  WS-CAL-CHECK                PIC X(01) VALUE SPACE.
           88 WS-CAL-UNKNOWN               VALUE 'U'.
           88 WS-CAL-ADD-CLOSED            VALUE 'L'.

       01  WS-TIMETABLE-CLASH          PIC X(01) VALUE 'N'.
           88 WS-TIMETABLE-CLASH-YES       VALUE 'Y'.

      ******************************************************************
      *    WAITLIST WORK AREAS - THE FULL FLAG IS SET BY THE SEAT
      *    CHECK; THE DONE FLAG ENDS THE PROMOTION LOOP FOR ONE
      *    COURSE/TERM; THE FAILED FLAG REPORTS A CANCEL THAT DID NOT
      *    GO THROUGH; THE REC TYPE/SEQUENCE NAME THE RECORD THAT
      *    OPENED THE SEAT (OR CANCELLED THE PLACE) ON THE AUDIT ROW.
      ******************************************************************
       01  WS-COURSE-FULL              PIC X(01) VALUE 'N'.
           88 WS-COURSE-FULL-YES           VALUE 'Y'.
       01  WS-WL-DONE                  PIC X(01) VALUE 'N'.
           88 WS-WL-DONE-YES               VALUE 'Y'.
       01  WS-WL-FAILED                PIC X(01) VALUE 'N'.
           88 WS-WL-FAILED-YES             VALUE 'Y'.
       01  WS-WL-REC-TYPE              PIC X(02) VALUE SPACE.
       01  WS-WL-REC-SEQ               PIC 9(07) VALUE ZERO.
       01  WS-AUD-WAIT-SEQ             PIC 9(05).

      ******************************************************************
      *    EDIT-CHECK WORK AREAS - MIRROR THE WIDTH OF THE SQL TARGET
      *    SO THE RANGE TEST SEES THE SAME VALUE THE INSERT WOULD.
           03 FILLER                    PIC 9(02).
       01  WS-AUD-COEF                  PIC 9,9.
       01  WS-AUD-CAPACITY              PIC 9(03).
       01  WS-AUD-GRADE                 PIC 99,99.

       01  WS-COEF-CHECK                PIC 9V9.
       01  WS-COEF-CHECK-R REDEFINES WS-COEF-CHECK.
           05  SQL-TL-TERM           PIC X(06).
           05  SQL-TL-ONE            PIC 9(01).

       01  SQL-PREREQ.
           05  SQL-PQ-COURSE-ID      PIC 9(05).
           05  SQL-PQ-PREREQ-ID      PIC 9(05).
           05  SQL-PQ-MIN-GRADE      PIC 99V99.
           05  SQL-PQ-OLD-MIN        PIC 99V99.
           05  SQL-PQ-MISSING        PIC 9(05).

      ******************************************************************
      *    WAITLIST - ONE ROW PER STUDENT QUEUED FOR A FULL COURSE IN
      *    A TERM, NUMBERED IN ARRIVAL ORDER (WAIT_SEQ) PER COURSE/
      *    TERM. STATUS 'W' WAITING, 'P' PROMOTED INTO A SEAT (WITH
      *    PROMOTED_TS), 'X' CANCELLED BY THE STUDENT'S WITHDRAWAL OR
      *    MERGE, OR FOUND ALREADY ENROLLED WHEN ITS TURN CAME.
      *    THE TRIG- FIELDS SCOPE THE SWEEP: A COURSE ID (EVERY TERM
      *    OF THAT COURSE) AND/OR A STUDENT ID (EVERY COURSE/TERM THE
      *    STUDENT HOLDS A SEAT IN OR IS WAITING ON), ZERO WHEN NOT
      *    USED.
      ******************************************************************
       01  SQL-WAITLIST.
           05  SQL-WL-COURSE-ID      PIC 9(05).
           05  SQL-WL-STUDENT-ID     PIC 9(05).
           05  SQL-WL-TERM           PIC X(06).
           05  SQL-WL-SEQ            PIC 9(05).
           05  SQL-WL-CAPACITY       PIC 9(03).
           05  SQL-WL-SEATED         PIC 9(05).
           05  SQL-WL-WAITING        PIC 9(05).
           05  SQL-WL-TRIG-COURSE    PIC 9(05).
           05  SQL-WL-TRIG-STUDENT   PIC 9(05).

      ******************************************************************
      *    STUDENT_HOLD - ONE ROW PER HOLD EVER PLACED. STATUS 'A'
      *    ACTIVE, 'R' RELEASED (WITH RELEASE_DATE AND RELEASED_TS).
      *    PLACED_BY NAMES THE JOB THAT PLACED IT ('PROG' FOR A FEED
      *    RECORD, 'PROGSTAN' FOR A SUSPENSION, 'PROGPAY' FOR AN
      *    OVERDUE BALANCE). A HOLD BLOCKS ENROLLMENT FROM ITS
      *    START_DATE UNTIL IT IS RELEASED.
      ******************************************************************
       01  SQL-HOLD.
           05  SQL-HD-STUDENT-ID     PIC 9(05).
           05  SQL-HD-TYPE           PIC X(01).
           05  SQL-HD-REASON         PIC X(30).
           05  SQL-HD-START-DATE     PIC 9(08).
           05  SQL-HD-RELEASE-DATE   PIC 9(08).
           05  SQL-HD-OLD-REASON     PIC X(30).
           05  SQL-HD-OLD-START      PIC 9(08).
           05  SQL-HD-RUN-DATE       PIC 9(08).
           05  SQL-HD-ACTIVE         PIC 9(05).

      ******************************************************************
      *    TERM_CALENDAR - ONE ROW PER TERM, DATES AS YYYYMMDD.
      *    COURSE_DROP - ONE ROW PER COURSE A STUDENT DROPPED FOR A
      *    TERM (THE GRADE ROW ITSELF IS REMOVED, FREEING THE SEAT),
      *    KEPT FOR THE FEE ASSESSMENT TO PRORATE THE COURSE ON.
      ******************************************************************
       01  SQL-CALENDAR.
           05  SQL-TC-TERM           PIC X(06).
           05  SQL-TC-START-DATE     PIC 9(08).
           05  SQL-TC-ADD-DEADLINE   PIC 9(08).
           05  SQL-TC-DROP-DEADLINE  PIC 9(08).
           05  SQL-TC-CENSUS-DATE    PIC 9(08).
           05  SQL-TC-END-DATE       PIC 9(08).
           05  SQL-TC-OLD-START      PIC 9(08).
           05  SQL-TC-OLD-ADD        PIC 9(08).
           05  SQL-TC-OLD-DROP       PIC 9(08).
           05  SQL-TC-OLD-CENSUS     PIC 9(08).
           05  SQL-TC-OLD-END        PIC 9(08).
           05  SQL-TC-RUN-DATE       PIC 9(08).

       01  SQL-DROP.
           05  SQL-DR-DATE           PIC 9(08).
           05  SQL-DR-GRADED         PIC X(01).

      ******************************************************************
      *    COURSE_SLOT - ONE ROW PER WEEKLY MEETING OF A COURSE IN A
      *    TERM (COURSE_ID, TERM, DAY, START_PERIOD, END_PERIOD,
      *    ROOM). TWO SLOTS CLASH WHEN THEY FALL ON THE SAME DAY AND
      *    THEIR PERIOD RANGES OVERLAP.
      ******************************************************************
       01  SQL-SLOT.
           05  SQL-SL-COURSE-ID      PIC 9(05).
           05  SQL-SL-TERM           PIC X(06).
           05  SQL-SL-DAY            PIC X(01).
           05  SQL-SL-START-PERIOD   PIC 9(02).
           05  SQL-SL-END-PERIOD     PIC 9(02).
           05  SQL-SL-ROOM           PIC X(06).
           05  SQL-SL-OLD-END        PIC 9(02).
           05  SQL-SL-OLD-ROOM       PIC X(06).
           05  SQL-SL-CLASHES        PIC 9(05).

      ******************************************************************
      *    EXT_CREDIT - ONE ROW PER COURSE A STUDENT BROUGHT FROM
      *    ANOTHER INSTITUTION (STUDENT_ID, INSTITUTION, EXT_TITLE,
      *    COURSE_ID - ZERO FOR AN ELECTIVE PLACEHOLDER, LOCAL_LABEL,
      *    COEF, ORIG_GRADE, SCALE, GRADE ON THE 0-20 SCALE). IT IS
      *    KEPT OFF GRADE SO NO TERM AVERAGE, BILL OR ROSTER SEES IT.
      ******************************************************************
       01  SQL-EXTCRED.
           05  SQL-XC-STUDENT-ID     PIC 9(05).
           05  SQL-XC-INSTITUTION    PIC X(06).
           05  SQL-XC-TITLE          PIC X(13).
           05  SQL-XC-COURSE-ID      PIC 9(05).
           05  SQL-XC-LABEL          PIC X(21).
           05  SQL-XC-COEF           PIC 9V9.
           05  SQL-XC-ORIG-GRADE     PIC X(05).
           05  SQL-XC-SCALE          PIC X(02).
           05  SQL-XC-GRADE          PIC 99V99.
           05  SQL-XC-OLD-COURSE-ID  PIC 9(05).
           05  SQL-XC-OLD-LABEL      PIC X(21).
           05  SQL-XC-OLD-COEF       PIC 9V9.
           05  SQL-XC-OLD-ORIG-GRADE PIC X(05).
           05  SQL-XC-OLD-SCALE      PIC X(02).
           05  SQL-XC-OLD-GRADE      PIC 99V99.

      ******************************************************************
      *    AUDIT ROW - ONE ROW PER INSERT/UPDATE THE LOAD MAKES.
      *    KEY1/KEY2 HOLD THE TABLE IDS (STUDENT OR COURSE; BOTH FOR
           05  SQL-A-RUN-TS          PIC X(19).
           05  SQL-A-OLD-GRADE       PIC X(10).
           05  SQL-A-OLD-ACTIVE      PIC X(01).
           05  SQL-A-ANONYMIZED      PIC X(01).
           05  SQL-A-OLD-CLOSED      PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    WAITLIST SWEEP - EVERY COURSE/TERM WITH STUDENTS STILL
      *    WAITING THAT THE SEAT-OPENING RECORD COULD HAVE FREED A
      *    SEAT IN: ALL TERMS OF A COURSE WHOSE CAPACITY CHANGED, OR
      *    EVERY COURSE/TERM A WITHDRAWN OR DROPPING STUDENT HELD -
      *    OR THAT THE STUDENT IS WAITING ON, SO A STUDENT WHOSE HOLD
      *    IS RELEASED GETS A SEAT ALREADY FREE.
      ******************************************************************
       EXEC SQL
           DECLARE WAITLIST-CURSOR CURSOR FOR
           SELECT DISTINCT W.COURSE_ID, W.TERM
           FROM WAITLIST W
           WHERE W.STATUS = 'W'
           AND (W.COURSE_ID = :SQL-WL-TRIG-COURSE
               OR W.STUDENT_ID = :SQL-WL-TRIG-STUDENT
               OR EXISTS (
                   SELECT 1 FROM GRADE G
                   WHERE G.STUDENT_ID = :SQL-WL-TRIG-STUDENT
                   AND G.COURSE_ID = W.COURSE_ID
                   AND G.TERM = W.TERM
                   ))
           ORDER BY W.COURSE_ID, W.TERM
       END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 1005-GET-INPUT-FILENAME-START
               STOP RUN
           END-IF.

           PERFORM 1012-LOAD-GRADE-EQUIV-START
               THRU 1012-LOAD-GRADE-EQUIV-END.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
               DELIMITED BY SIZE INTO SQL-A-RUN-TS.

           MOVE WS-INPUT-FILENAME TO SQL-A-INPUT-FILE.
           MOVE WS-RUN-DATE TO SQL-HD-RUN-DATE.
           MOVE WS-RUN-DATE TO SQL-TC-RUN-DATE.
       1007-SET-RUN-STAMP-END.
      ******************************************************************
      *    GRADE EQUIVALENCE LOAD - ONLY EXTERNAL CREDIT NEEDS THE
      *    FILE, SO A MISSING FILE DOES NOT STOP THE LOAD: EACH '19'
      *    RECORD IS REJECTED AGAINST AN EMPTY TABLE INSTEAD, AND THE
      *    RUN SAYS WHY UP FRONT WHEN THE FEED CARRIES ANY.
      ******************************************************************
       1012-LOAD-GRADE-EQUIV-START.
           MOVE ZERO TO WS-GEQV-COUNT.
           MOVE ZERO TO WS-GSCALE-COUNT.

           OPEN INPUT F-GRADEQV.
           IF NOT F-GRADEQV-STATUS-OK
               IF WS-BV-CNT-EXTCRED > ZERO
                   DISPLAY 'WARNING: CANNOT OPEN gradeqv.dat - '
                       'EXTERNAL CREDIT WILL BE REJECTED'
               END-IF
               GO TO 1012-LOAD-GRADE-EQUIV-END
           END-IF.

           PERFORM UNTIL F-GRADEQV-STATUS-EOF
               READ F-GRADEQV
               IF NOT F-GRADEQV-STATUS-EOF
                   EVALUATE GE-REC-TYPE
                       WHEN 'G'
                           PERFORM 1013-LOAD-EQUIV-GRADE-START
                               THRU 1013-LOAD-EQUIV-GRADE-END
                       WHEN 'N'
                           PERFORM 1014-LOAD-EQUIV-SCALE-START
                               THRU 1014-LOAD-EQUIV-SCALE-END
                       WHEN OTHER
                           DISPLAY 'UNKNOWN EQUIVALENCE RECORD TYPE '
                               GE-REC-TYPE ' - IGNORED'
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE F-GRADEQV.

           DISPLAY 'GRADE EQUIVALENCES: ' WS-GEQV-COUNT
               ' GRADES ' WS-GSCALE-COUNT ' NUMERIC SCALES'.
       1012-LOAD-GRADE-EQUIV-END.
      ******************************************************************
       1013-LOAD-EQUIV-GRADE-START.
           IF GE-G-SCALE = SPACE
               OR GE-G-GRADE = SPACE
               OR GE-G-LOCAL NOT NUMERIC
               OR GE-G-LOCAL > 20
               DISPLAY 'BAD GRADE EQUIVALENCE RECORD - IGNORED: '
                   GE-G-SCALE ' ' GE-G-GRADE
               GO TO 1013-LOAD-EQUIV-GRADE-END
           END-IF.

           IF WS-GEQV-COUNT < WS-GEQV-MAX
               ADD 1 TO WS-GEQV-COUNT
               MOVE GE-G-SCALE TO WS-GQ-SCALE (WS-GEQV-COUNT)
               MOVE GE-G-GRADE TO WS-GQ-GRADE (WS-GEQV-COUNT)
               MOVE GE-G-LOCAL TO WS-GQ-LOCAL (WS-GEQV-COUNT)
           ELSE
               DISPLAY 'GRADE EQUIVALENCE TABLE FULL - RECORD '
                   'IGNORED: ' GE-G-SCALE ' ' GE-G-GRADE
           END-IF.
       1013-LOAD-EQUIV-GRADE-END.
      ******************************************************************
       1014-LOAD-EQUIV-SCALE-START.
           IF GE-N-SCALE = SPACE
               OR GE-N-MAXIMUM NOT NUMERIC
               OR GE-N-MAXIMUM = ZERO
               DISPLAY 'BAD NUMERIC SCALE RECORD - IGNORED: '
                   GE-N-SCALE
               GO TO 1014-LOAD-EQUIV-SCALE-END
           END-IF.

           IF WS-GSCALE-COUNT < WS-GSCALE-MAX
               ADD 1 TO WS-GSCALE-COUNT
               MOVE GE-N-SCALE TO WS-GS-SCALE (WS-GSCALE-COUNT)
               MOVE GE-N-MAXIMUM TO WS-GS-MAXIMUM (WS-GSCALE-COUNT)
           ELSE
               DISPLAY 'NUMERIC SCALE TABLE FULL - RECORD IGNORED: '
                   GE-N-SCALE
           END-IF.
       1014-LOAD-EQUIV-SCALE-END.
      ******************************************************************
      *    BATCH PRE-PASS - READS THE WHOLE FEED ONCE BEFORE LOADING:
      *    PICKS UP THE '00' HEADER AND '99' TRAILER, COUNTS THE
      *    DETAIL RECORDS PER TYPE, THEN BALANCES THE COUNTS AND
                       WHEN '12'
                           ADD 1 TO WS-BV-CNT-ASSIGN
                           ADD 1 TO WS-BV-DETAIL-TOTAL
                       WHEN '13'
                           ADD 1 TO WS-BV-CNT-PREREQ
                           ADD 1 TO WS-BV-DETAIL-TOTAL
                       WHEN '14'
                           ADD 1 TO WS-BV-CNT-HOLD
                           ADD 1 TO WS-BV-DETAIL-TOTAL
                       WHEN '15'
                           ADD 1 TO WS-BV-CNT-RELEASE
                           ADD 1 TO WS-BV-DETAIL-TOTAL
                       WHEN '16'
                           ADD 1 TO WS-BV-CNT-CALENDAR
                           ADD 1 TO WS-BV-DETAIL-TOTAL
                       WHEN '17'
                           ADD 1 TO WS-BV-CNT-DROP
                           ADD 1 TO WS-BV-DETAIL-TOTAL
                       WHEN '18'
                           ADD 1 TO WS-BV-CNT-SLOT
                           ADD 1 TO WS-BV-DETAIL-TOTAL
                       WHEN '19'
                           ADD 1 TO WS-BV-CNT-EXTCRED
                           ADD 1 TO WS-BV-DETAIL-TOTAL
                       WHEN OTHER
      *    UNKNOWN TYPES ARE NOT THE SENDER'S DETAIL - THE LOAD PASS
      *    SENDS THEM TO THE REJECT FILE AS IT ALWAYS HAS.
                   AND R-BH-EXP-INSTR NOT NUMERIC)
               OR (R-BH-EXP-ASSIGN NOT = SPACE
                   AND R-BH-EXP-ASSIGN NOT NUMERIC)
               OR (R-BH-EXP-PREREQ NOT = SPACE
                   AND R-BH-EXP-PREREQ NOT NUMERIC)
               OR (R-BH-EXP-HOLD NOT = SPACE
                   AND R-BH-EXP-HOLD NOT NUMERIC)
               OR (R-BH-EXP-RELEASE NOT = SPACE
                   AND R-BH-EXP-RELEASE NOT NUMERIC)
               OR (R-BH-EXP-CALENDAR NOT = SPACE
                   AND R-BH-EXP-CALENDAR NOT NUMERIC)
               OR (R-BH-EXP-DROP NOT = SPACE
                   AND R-BH-EXP-DROP NOT NUMERIC)
               OR (R-BH-EXP-SLOT NOT = SPACE
                   AND R-BH-EXP-SLOT NOT NUMERIC)
               OR (R-BH-EXP-EXTCRED NOT = SPACE
                   AND R-BH-EXP-EXTCRED NOT NUMERIC)
               DISPLAY 'BATCH REFUSED - HEADER EXPECTED COUNTS '
                   'NOT NUMERIC'
               MOVE 'Y' TO WS-BV-REFUSED
           IF R-BH-EXP-ASSIGN NUMERIC
               MOVE R-BH-EXP-ASSIGN TO WS-BV-EXP-ASSIGN
           END-IF.
           IF R-BH-EXP-PREREQ NUMERIC
               MOVE R-BH-EXP-PREREQ TO WS-BV-EXP-PREREQ
           END-IF.
           IF R-BH-EXP-HOLD NUMERIC
               MOVE R-BH-EXP-HOLD TO WS-BV-EXP-HOLD
           END-IF.
           IF R-BH-EXP-RELEASE NUMERIC
               MOVE R-BH-EXP-RELEASE TO WS-BV-EXP-RELEASE
           END-IF.
           IF R-BH-EXP-CALENDAR NUMERIC
               MOVE R-BH-EXP-CALENDAR TO WS-BV-EXP-CALENDAR
           END-IF.
           IF R-BH-EXP-DROP NUMERIC
               MOVE R-BH-EXP-DROP TO WS-BV-EXP-DROP
           END-IF.
           IF R-BH-EXP-SLOT NUMERIC
               MOVE R-BH-EXP-SLOT TO WS-BV-EXP-SLOT
           END-IF.
           IF R-BH-EXP-EXTCRED NUMERIC
               MOVE R-BH-EXP-EXTCRED TO WS-BV-EXP-EXTCRED
           END-IF.
       2002-BATCH-HEADER-END.
      ******************************************************************
       2003-BATCH-BALANCE-START.
               PERFORM 2005-TYPE-MISMATCH-START
                   THRU 2005-TYPE-MISMATCH-END
           END-IF.
           IF WS-BV-CNT-PREREQ NOT = WS-BV-EXP-PREREQ
               MOVE '13' TO WS-BV-BAD-TYPE
               MOVE WS-BV-EXP-PREREQ TO WS-BV-NUM
               MOVE WS-BV-CNT-PREREQ TO WS-BV-NUM2
               PERFORM 2005-TYPE-MISMATCH-START
                   THRU 2005-TYPE-MISMATCH-END
           END-IF.
           IF WS-BV-CNT-HOLD NOT = WS-BV-EXP-HOLD
               MOVE '14' TO WS-BV-BAD-TYPE
               MOVE WS-BV-EXP-HOLD TO WS-BV-NUM
               MOVE WS-BV-CNT-HOLD TO WS-BV-NUM2
               PERFORM 2005-TYPE-MISMATCH-START
                   THRU 2005-TYPE-MISMATCH-END
           END-IF.
           IF WS-BV-CNT-RELEASE NOT = WS-BV-EXP-RELEASE
               MOVE '15' TO WS-BV-BAD-TYPE
               MOVE WS-BV-EXP-RELEASE TO WS-BV-NUM
               MOVE WS-BV-CNT-RELEASE TO WS-BV-NUM2
               PERFORM 2005-TYPE-MISMATCH-START
                   THRU 2005-TYPE-MISMATCH-END
           END-IF.
           IF WS-BV-CNT-CALENDAR NOT = WS-BV-EXP-CALENDAR
               MOVE '16' TO WS-BV-BAD-TYPE
               MOVE WS-BV-EXP-CALENDAR TO WS-BV-NUM
               MOVE WS-BV-CNT-CALENDAR TO WS-BV-NUM2
               PERFORM 2005-TYPE-MISMATCH-START
                   THRU 2005-TYPE-MISMATCH-END
           END-IF.
           IF WS-BV-CNT-DROP NOT = WS-BV-EXP-DROP
               MOVE '17' TO WS-BV-BAD-TYPE
               MOVE WS-BV-EXP-DROP TO WS-BV-NUM
               MOVE WS-BV-CNT-DROP TO WS-BV-NUM2
               PERFORM 2005-TYPE-MISMATCH-START
                   THRU 2005-TYPE-MISMATCH-END
           END-IF.
           IF WS-BV-CNT-SLOT NOT = WS-BV-EXP-SLOT
               MOVE '18' TO WS-BV-BAD-TYPE
               MOVE WS-BV-EXP-SLOT TO WS-BV-NUM
               MOVE WS-BV-CNT-SLOT TO WS-BV-NUM2
               PERFORM 2005-TYPE-MISMATCH-START
                   THRU 2005-TYPE-MISMATCH-END
           END-IF.
           IF WS-BV-CNT-EXTCRED NOT = WS-BV-EXP-EXTCRED
               MOVE '19' TO WS-BV-BAD-TYPE
               MOVE WS-BV-EXP-EXTCRED TO WS-BV-NUM
               MOVE WS-BV-CNT-EXTCRED TO WS-BV-NUM2
               PERFORM 2005-TYPE-MISMATCH-START
                   THRU 2005-TYPE-MISMATCH-END
           END-IF.

           IF WS-BV-TRL-TOTAL NOT = WS-BV-DETAIL-TOTAL
               MOVE WS-BV-TRL-TOTAL TO WS-BV-NUM
                           MOVE R-RST-KEY TO WS-LAST-INSTR-KEY
                       WHEN '12'
                           MOVE R-RST-KEY TO WS-LAST-ASSIGN-KEY
                       WHEN '13'
                           MOVE R-RST-KEY TO WS-LAST-PREREQ-KEY
                       WHEN '14'
                           MOVE R-RST-KEY TO WS-LAST-HOLD-KEY
                       WHEN '15'
                           MOVE R-RST-KEY TO WS-LAST-RELEASE-KEY
                       WHEN '16'
                           MOVE R-RST-KEY TO WS-LAST-CALENDAR-KEY
                       WHEN '17'
                           MOVE R-RST-KEY TO WS-LAST-DROP-KEY
                       WHEN '18'
                           MOVE R-RST-KEY TO WS-LAST-SLOT-KEY
                       WHEN '19'
                           MOVE R-RST-KEY TO WS-LAST-EXTCRED-KEY
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PEND-IX.
           PERFORM 1010-FLUSH-RESTART-KEY-START
               THRU 1010-FLUSH-RESTART-KEY-END
               UNTIL WS-PEND-IX NOT < 19.

           MOVE ZERO TO WS-UNCOMMITTED.
       1008-GROUP-COMMIT-END.
                   MOVE R-RST-KEY TO WS-LAST-INSTR-KEY
               WHEN '12'
                   MOVE R-RST-KEY TO WS-LAST-ASSIGN-KEY
               WHEN '13'
                   MOVE R-RST-KEY TO WS-LAST-PREREQ-KEY
               WHEN '14'
                   MOVE R-RST-KEY TO WS-LAST-HOLD-KEY
               WHEN '15'
                   MOVE R-RST-KEY TO WS-LAST-RELEASE-KEY
               WHEN '16'
                   MOVE R-RST-KEY TO WS-LAST-CALENDAR-KEY
               WHEN '17'
                   MOVE R-RST-KEY TO WS-LAST-DROP-KEY
               WHEN '18'
                   MOVE R-RST-KEY TO WS-LAST-SLOT-KEY
               WHEN '19'
                   MOVE R-RST-KEY TO WS-LAST-EXTCRED-KEY
           END-EVALUATE.
       1011-SET-LAST-KEY-END.
      ******************************************************************
           DISPLAY WS-CTLRPT-LINE.
           WRITE REC-CTLRPT FROM WS-CTLRPT-LINE.

           MOVE WS-CNT-PREREQ-READ TO WS-CTLRPT-NUM.
           MOVE SPACE TO WS-CTLRPT-LINE.
           STRING '13 PREREQUISITES READ ........' WS-CTLRPT-NUM
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           DISPLAY WS-CTLRPT-LINE.
           WRITE REC-CTLRPT FROM WS-CTLRPT-LINE.

           MOVE WS-CNT-HOLD-READ TO WS-CTLRPT-NUM.
           MOVE SPACE TO WS-CTLRPT-LINE.
           STRING '14 HOLD PLACE READ ...........' WS-CTLRPT-NUM
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           DISPLAY WS-CTLRPT-LINE.
           WRITE REC-CTLRPT FROM WS-CTLRPT-LINE.

           MOVE WS-CNT-RELEASE-READ TO WS-CTLRPT-NUM.
           MOVE SPACE TO WS-CTLRPT-LINE.
           STRING '15 HOLD RELEASE READ .........' WS-CTLRPT-NUM
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           DISPLAY WS-CTLRPT-LINE.
           WRITE REC-CTLRPT FROM WS-CTLRPT-LINE.

           MOVE WS-CNT-CALENDAR-READ TO WS-CTLRPT-NUM.
           MOVE SPACE TO WS-CTLRPT-LINE.
           STRING '16 TERM CALENDAR READ ........' WS-CTLRPT-NUM
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           DISPLAY WS-CTLRPT-LINE.
           WRITE REC-CTLRPT FROM WS-CTLRPT-LINE.

           MOVE WS-CNT-DROP-READ TO WS-CTLRPT-NUM.
           MOVE SPACE TO WS-CTLRPT-LINE.
           STRING '17 COURSE DROP READ ..........' WS-CTLRPT-NUM
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           DISPLAY WS-CTLRPT-LINE.
           WRITE REC-CTLRPT FROM WS-CTLRPT-LINE.

           MOVE WS-CNT-SLOT-READ TO WS-CTLRPT-NUM.
           MOVE SPACE TO WS-CTLRPT-LINE.
           STRING '18 MEETING SLOT READ .........' WS-CTLRPT-NUM
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           DISPLAY WS-CTLRPT-LINE.
           WRITE REC-CTLRPT FROM WS-CTLRPT-LINE.

           MOVE WS-CNT-EXTCRED-READ TO WS-CTLRPT-NUM.
           MOVE SPACE TO WS-CTLRPT-LINE.
           STRING '19 EXTERNAL CREDIT READ ......' WS-CTLRPT-NUM
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           DISPLAY WS-CTLRPT-LINE.
           WRITE REC-CTLRPT FROM WS-CTLRPT-LINE.

           MOVE WS-CNT-WAITLISTED TO WS-CTLRPT-NUM.
           MOVE SPACE TO WS-CTLRPT-LINE.
           STRING 'ENROLLMENTS WAITLISTED .......' WS-CTLRPT-NUM
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           DISPLAY WS-CTLRPT-LINE.
           WRITE REC-CTLRPT FROM WS-CTLRPT-LINE.

           MOVE WS-CNT-PROMOTED TO WS-CTLRPT-NUM.
           MOVE SPACE TO WS-CTLRPT-LINE.
           STRING 'WAITLIST PROMOTIONS ..........' WS-CTLRPT-NUM
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           DISPLAY WS-CTLRPT-LINE.
           WRITE REC-CTLRPT FROM WS-CTLRPT-LINE.

           MOVE WS-CNT-UPDATE-OK TO WS-CTLRPT-NUM.
           MOVE SPACE TO WS-CTLRPT-LINE.
           STRING 'ROWS UPDATED ..................' WS-CTLRPT-NUM
                               PERFORM 8501-FILE-HANDLE-ASSIGN-START
                                   THRU 8501-FILE-HANDLE-ASSIGN-END
                           END-IF
                       WHEN '13'
                           ADD 1 TO WS-CNT-PREREQ-READ
                           ADD 1 TO WS-PREREQ-SEQ
                           IF WS-PREREQ-SEQ NOT > WS-LAST-PREREQ-KEY
                               ADD 1 TO WS-CNT-RESTART-SKIP
                           ELSE
                               PERFORM 8601-FILE-HANDLE-PREREQ-START
                                   THRU 8601-FILE-HANDLE-PREREQ-END
                           END-IF
                       WHEN '14'
                           ADD 1 TO WS-CNT-HOLD-READ
                           ADD 1 TO WS-HOLD-SEQ
                           IF WS-HOLD-SEQ NOT > WS-LAST-HOLD-KEY
                               ADD 1 TO WS-CNT-RESTART-SKIP
                           ELSE
                               PERFORM 8701-FILE-HANDLE-HOLD-START
                                   THRU 8701-FILE-HANDLE-HOLD-END
                           END-IF
                       WHEN '15'
                           ADD 1 TO WS-CNT-RELEASE-READ
                           ADD 1 TO WS-RELEASE-SEQ
                           IF WS-RELEASE-SEQ NOT > WS-LAST-RELEASE-KEY
                               ADD 1 TO WS-CNT-RESTART-SKIP
                           ELSE
                               PERFORM 8801-FILE-HANDLE-RELEASE-START
                                   THRU 8801-FILE-HANDLE-RELEASE-END
                           END-IF
                       WHEN '16'
                           ADD 1 TO WS-CNT-CALENDAR-READ
                           ADD 1 TO WS-CALENDAR-SEQ
                           IF WS-CALENDAR-SEQ NOT > WS-LAST-CALENDAR-KEY
                               ADD 1 TO WS-CNT-RESTART-SKIP
                           ELSE
                               PERFORM 8901-FILE-HANDLE-CALENDAR-START
                                   THRU 8901-FILE-HANDLE-CALENDAR-END
                           END-IF
                       WHEN '17'
                           ADD 1 TO WS-CNT-DROP-READ
                           ADD 1 TO WS-DROP-SEQ
                           IF WS-DROP-SEQ NOT > WS-LAST-DROP-KEY
                               ADD 1 TO WS-CNT-RESTART-SKIP
                           ELSE
                               PERFORM 9001-FILE-HANDLE-DROP-START
                                   THRU 9001-FILE-HANDLE-DROP-END
                           END-IF
                       WHEN '18'
                           ADD 1 TO WS-CNT-SLOT-READ
                           ADD 1 TO WS-SLOT-SEQ
                           IF WS-SLOT-SEQ NOT > WS-LAST-SLOT-KEY
                               ADD 1 TO WS-CNT-RESTART-SKIP
                           ELSE
                               PERFORM 9101-FILE-HANDLE-SLOT-START
                                   THRU 9101-FILE-HANDLE-SLOT-END
                           END-IF
                       WHEN '19'
                           ADD 1 TO WS-CNT-EXTCRED-READ
                           ADD 1 TO WS-EXTCRED-SEQ
                           IF WS-EXTCRED-SEQ NOT > WS-LAST-EXTCRED-KEY
                               ADD 1 TO WS-CNT-RESTART-SKIP
                           ELSE
                               PERFORM 9201-FILE-HANDLE-EXTCRED-START
                                   THRU 9201-FILE-HANDLE-EXTCRED-END
                           END-IF
                       WHEN OTHER
                           MOVE '99' TO R-REJ-TYPE
                           MOVE 'UNKNOWN REC TYPE' TO R-REJ-REASON
               ADD 1 TO WS-CNT-UPDATE-OK
               PERFORM 7402-AUDIT-WITHDRAWAL-START
                   THRU 7402-AUDIT-WITHDRAWAL-END
      *    THE WITHDRAWN STUDENT COMES OFF EVERY WAITLIST AND EACH
      *    SEAT GIVEN UP GOES TO THE HEAD OF ITS COURSE'S QUEUE.
               MOVE SQL-A-KEY1 TO SQL-WL-STUDENT-ID
               MOVE '04' TO WS-WL-REC-TYPE
               MOVE WS-WITHDRAW-SEQ TO WS-WL-REC-SEQ
               PERFORM 7514-WAITLIST-CANCEL-START
                   THRU 7514-WAITLIST-CANCEL-END
               MOVE ZERO TO SQL-WL-TRIG-COURSE
               MOVE SQL-A-KEY1 TO SQL-WL-TRIG-STUDENT
               PERFORM 7510-WAITLIST-SWEEP-START
                   THRU 7510-WAITLIST-SWEEP-END
           END-IF.

      *    CHECKPOINT ADVANCES ON EVERY OUTCOME, NOT JUST A SUCCESSFUL
           MOVE R-E-TERM TO SQL-G-TERM.

           EXEC SQL
               SELECT ID, COALESCE(ANONYMIZED, 'N')
               INTO :SQL-G-STUDENT-ID, :SQL-A-ANONYMIZED
               FROM STUDENT
               WHERE STUDENT_NO = :SQL-E-STUDENT-NO
           END-EXEC.

               GO TO 7501-FILE-HANDLE-ENROLL-END
           END-IF.

           IF SQL-A-ANONYMIZED = 'Y'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '05' TO R-REJ-TYPE
               MOVE 'STUDENT ANONYMIZED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               MOVE '05' TO R-RST-TYPE
               MOVE WS-ENROLL-SEQ TO R-RST-KEY
               PERFORM 1003-CHECKPOINT-COMMIT-START
                   THRU 1003-CHECKPOINT-COMMIT-END
               GO TO 7501-FILE-HANDLE-ENROLL-END
           END-IF.

           EXEC SQL
               SELECT ID, CLOSED
               INTO :SQL-G-COURSE-ID, :SQL-C-CLOSED
               GO TO 7501-FILE-HANDLE-ENROLL-END
           END-IF.

      *    A NEW ENROLLMENT NEEDS THE TERM ON THE CALENDAR AND THE
      *    RUN DATE NO LATER THAN ITS ADD DEADLINE; THE OVERRIDE BYTE
      *    ADMITS A LATE ADD THE REGISTRAR HAS APPROVED.
           PERFORM 7508-CALENDAR-CHECK-START
               THRU 7508-CALENDAR-CHECK-END.
           IF WS-CAL-UNKNOWN
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '05' TO R-REJ-TYPE
               MOVE 'TERM NOT ON CALENDAR' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               MOVE '05' TO R-RST-TYPE
               MOVE WS-ENROLL-SEQ TO R-RST-KEY
               PERFORM 1003-CHECKPOINT-COMMIT-START
                   THRU 1003-CHECKPOINT-COMMIT-END
               GO TO 7501-FILE-HANDLE-ENROLL-END
           END-IF.
           IF WS-CAL-ADD-CLOSED AND R-E-OVERRIDE NOT = 'O'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '05' TO R-REJ-TYPE
               MOVE 'ADD DEADLINE PASSED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               MOVE '05' TO R-RST-TYPE
               MOVE WS-ENROLL-SEQ TO R-RST-KEY
               PERFORM 1003-CHECKPOINT-COMMIT-START
                   THRU 1003-CHECKPOINT-COMMIT-END
               GO TO 7501-FILE-HANDLE-ENROLL-END
           END-IF.

      *    A STUDENT UNDER AN ACTIVE HOLD OF ANY TYPE CANNOT TAKE A
      *    NEW SEAT UNTIL THE OFFICE RELEASES IT; THE OVERRIDE BYTE
      *    DOES NOT WAIVE A HOLD.
           PERFORM 7507-HOLD-CHECK-START
               THRU 7507-HOLD-CHECK-END.
           IF WS-STUDENT-HELD-YES
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '05' TO R-REJ-TYPE
               MOVE 'STUDENT ON HOLD' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               MOVE '05' TO R-RST-TYPE
               MOVE WS-ENROLL-SEQ TO R-RST-KEY
               PERFORM 1003-CHECKPOINT-COMMIT-START
                   THRU 1003-CHECKPOINT-COMMIT-END
               GO TO 7501-FILE-HANDLE-ENROLL-END
           END-IF.

      *    A NEW ENROLLMENT NEEDS EVERY PREREQUISITE OF THE COURSE
      *    PASSED IN AN EARLIER TERM, UNLESS THE RECORD CARRIES THE
      *    SAME OVERRIDE BYTE A CERTIFIED TERM ASKS FOR.
           PERFORM 7504-PREREQ-CHECK-START
               THRU 7504-PREREQ-CHECK-END.
           IF WS-PREREQ-MISSING-YES AND R-E-OVERRIDE NOT = 'O'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '05' TO R-REJ-TYPE
               MOVE 'PREREQ NOT MET' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               MOVE '05' TO R-RST-TYPE
               MOVE WS-ENROLL-SEQ TO R-RST-KEY
               PERFORM 1003-CHECKPOINT-COMMIT-START
                   THRU 1003-CHECKPOINT-COMMIT-END
               GO TO 7501-FILE-HANDLE-ENROLL-END
           END-IF.

      *    A NEW ENROLLMENT MAY NOT MEET AT A TIME THE STUDENT IS
      *    ALREADY TIMETABLED FOR IN THE TERM; THE OVERRIDE BYTE
      *    ADMITS A CLASH THE REGISTRAR HAS AGREED TO.
           PERFORM 7509-TIMETABLE-CHECK-START
               THRU 7509-TIMETABLE-CHECK-END.
           IF WS-TIMETABLE-CLASH-YES AND R-E-OVERRIDE NOT = 'O'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '05' TO R-REJ-TYPE
               MOVE 'TIMETABLE CLASH' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               MOVE '05' TO R-RST-TYPE
               MOVE WS-ENROLL-SEQ TO R-RST-KEY
               PERFORM 1003-CHECKPOINT-COMMIT-START
                   THRU 1003-CHECKPOINT-COMMIT-END
               GO TO 7501-FILE-HANDLE-ENROLL-END
           END-IF.

      *    A NEW ENROLLMENT IN A FULL COURSE IS NOT SEATED: THE
      *    STUDENT GOES ON THE COURSE/TERM WAITLIST INSTEAD AND IS
      *    SEATED IN ARRIVAL ORDER AS SEATS OPEN.
           PERFORM 7505-SEAT-CHECK-START
               THRU 7505-SEAT-CHECK-END.
           IF WS-COURSE-FULL-YES
               PERFORM 7506-WAITLIST-PLACE-START
                   THRU 7506-WAITLIST-PLACE-END
               MOVE '05' TO R-RST-TYPE
               MOVE WS-ENROLL-SEQ TO R-RST-KEY
               PERFORM 1003-CHECKPOINT-COMMIT-START
                   THRU 1003-CHECKPOINT-COMMIT-END
               GO TO 7501-FILE-HANDLE-ENROLL-END
           END-IF.

           IF R-E-GRADE = SPACE
               EXEC SQL
                   INSERT INTO GRADE (STUDENT_ID, COURSE_ID, TERM,
               THRU 7800-AUDIT-WRITE-END.
       7503-SCORE-PENDING-ENROLL-END.
      ******************************************************************
      *    PREREQUISITE CHECK - COUNTS THE COURSE'S PREREQUISITES FOR
      *    WHICH THE STUDENT HAS NO GRADE AT OR ABOVE THE MINIMUM IN A
      *    TERM BEFORE THE ONE BEING ENROLLED. A STUDENT/COURSE/TERM
      *    ROW ALREADY ON FILE IS NOT A NEW ENROLLMENT (A GRADED
      *    RE-SEND ONLY SCORES IT), SO IT IS NEVER HELD BACK HERE.
      *    THE CALLER SETS THE SQL-G- IDS AND TERM FIRST AND READS THE
      *    FLAG AFTER.
      ******************************************************************
       7504-PREREQ-CHECK-START.
           MOVE 'N' TO WS-PREREQ-MISSING.
           MOVE ZERO TO SQL-PQ-MISSING.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PQ-MISSING
               FROM COURSE_PREREQ P
               WHERE P.COURSE_ID = :SQL-G-COURSE-ID
               AND NOT EXISTS (
                   SELECT 1 FROM GRADE Q
                   WHERE Q.STUDENT_ID = :SQL-G-STUDENT-ID
                   AND Q.COURSE_ID = P.PREREQ_ID
                   AND Q.TERM < :SQL-G-TERM
                   AND Q.GRADE >= P.MIN_GRADE
                   )
               AND NOT EXISTS (
                   SELECT 1 FROM GRADE E
                   WHERE E.STUDENT_ID = :SQL-G-STUDENT-ID
                   AND E.COURSE_ID = :SQL-G-COURSE-ID
                   AND E.TERM = :SQL-G-TERM
                   )
           END-EXEC.

           IF SQLCODE = 0 AND SQL-PQ-MISSING > 0
               MOVE 'Y' TO WS-PREREQ-MISSING
           END-IF.
       7504-PREREQ-CHECK-END.
      ******************************************************************
      *    SEAT CHECK - A COURSE WITH A CAPACITY (ZERO MEANS NO LIMIT)
      *    IS FULL FOR A TERM WHEN ITS SEATED STUDENTS (GRADE ROWS OF
      *    STUDENTS NOT WITHDRAWN) HAVE REACHED THE CAPACITY, OR WHEN
      *    ANYONE PROMOTABLE IS STILL WAITING, SO A NEWCOMER NEVER
      *    JUMPS THE QUEUE. A WAITER THE PROMOTION WOULD PASS OVER
      *    (INACTIVE, HELD, OR TIMETABLE-CLASHING - THE SAME TESTS AS
      *    7512) DOES NOT BLOCK A FREE SEAT. AN ENROLLMENT ALREADY
      *    ON FILE IS NEVER HELD BACK (A GRADED RE-SEND ONLY SCORES
      *    IT). THE CALLER SETS THE SQL-G- IDS AND TERM FIRST AND
      *    READS THE FLAG AFTER.
      ******************************************************************
       7505-SEAT-CHECK-START.
           MOVE 'N' TO WS-COURSE-FULL.
           MOVE SQL-G-COURSE-ID TO SQL-WL-COURSE-ID.
           MOVE SQL-G-STUDENT-ID TO SQL-WL-STUDENT-ID.
           MOVE SQL-G-TERM TO SQL-WL-TERM.

           EXEC SQL
               SELECT COALESCE(CAPACITY, 0) INTO :SQL-WL-CAPACITY
               FROM COURSE
               WHERE ID = :SQL-WL-COURSE-ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-WL-CAPACITY = ZERO
               GO TO 7505-SEAT-CHECK-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-WL-SEATED
               FROM GRADE
               WHERE STUDENT_ID = :SQL-WL-STUDENT-ID
               AND COURSE_ID = :SQL-WL-COURSE-ID
               AND TERM = :SQL-WL-TERM
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-WL-SEATED > 0
               GO TO 7505-SEAT-CHECK-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-WL-SEATED
               FROM GRADE G, STUDENT S
               WHERE G.COURSE_ID = :SQL-WL-COURSE-ID
               AND G.TERM = :SQL-WL-TERM
               AND S.ID = G.STUDENT_ID
               AND COALESCE(S.ACTIVE, 'Y') <> 'N'
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-WL-WAITING
               FROM WAITLIST W
               WHERE W.COURSE_ID = :SQL-WL-COURSE-ID
               AND W.TERM = :SQL-WL-TERM
               AND W.STATUS = 'W'
               AND EXISTS (
                   SELECT 1 FROM STUDENT S
                   WHERE S.ID = W.STUDENT_ID
                   AND COALESCE(S.ACTIVE, 'Y') <> 'N'
                   )
               AND NOT EXISTS (
                   SELECT 1 FROM STUDENT_HOLD H
                   WHERE H.STUDENT_ID = W.STUDENT_ID
                   AND H.STATUS = 'A'
                   AND H.START_DATE <= :SQL-HD-RUN-DATE
                   )
               AND NOT EXISTS (
                   SELECT 1 FROM COURSE_SLOT N, COURSE_SLOT T,
                       GRADE G
                   WHERE N.COURSE_ID = W.COURSE_ID
                   AND N.TERM = W.TERM
                   AND G.STUDENT_ID = W.STUDENT_ID
                   AND G.TERM = W.TERM
                   AND G.COURSE_ID <> W.COURSE_ID
                   AND T.COURSE_ID = G.COURSE_ID
                   AND T.TERM = G.TERM
                   AND T.DAY = N.DAY
                   AND T.START_PERIOD <= N.END_PERIOD
                   AND N.START_PERIOD <= T.END_PERIOD
                   )
           END-EXEC.

           IF SQL-WL-SEATED NOT < SQL-WL-CAPACITY
               OR SQL-WL-WAITING > 0
               MOVE 'Y' TO WS-COURSE-FULL
           END-IF.
       7505-SEAT-CHECK-END.
      ******************************************************************
      *    HOLD CHECK - A STUDENT IS HELD WHEN ANY HOLD IS ACTIVE AND
      *    ALREADY IN EFFECT ON THE RUN DATE. AS WITH THE SEAT CHECK,
      *    AN ENROLLMENT ALREADY ON FILE IS NEVER HELD BACK (A GRADED
      *    RE-SEND ONLY SCORES IT).
      ******************************************************************
       7507-HOLD-CHECK-START.
           MOVE 'N' TO WS-STUDENT-HELD.
           MOVE SQL-G-STUDENT-ID TO SQL-HD-STUDENT-ID.
           MOVE ZERO TO SQL-HD-ACTIVE.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-HD-ACTIVE
               FROM STUDENT_HOLD H
               WHERE H.STUDENT_ID = :SQL-HD-STUDENT-ID
               AND H.STATUS = 'A'
               AND H.START_DATE <= :SQL-HD-RUN-DATE
               AND NOT EXISTS (
                   SELECT 1 FROM GRADE E
                   WHERE E.STUDENT_ID = :SQL-G-STUDENT-ID
                   AND E.COURSE_ID = :SQL-G-COURSE-ID
                   AND E.TERM = :SQL-G-TERM
                   )
           END-EXEC.

           IF SQLCODE = 0 AND SQL-HD-ACTIVE > 0
               MOVE 'Y' TO WS-STUDENT-HELD
           END-IF.
       7507-HOLD-CHECK-END.
      ******************************************************************
      *    CALENDAR CHECK - FLAGS A NEW ENROLLMENT WHOSE TERM IS NOT ON
      *    TERM_CALENDAR ('U') OR WHOSE ADD DEADLINE IS BEHIND THE RUN
      *    DATE ('L'). AN ENROLLMENT ALREADY ON FILE IS NEVER FLAGGED:
      *    A GRADED RE-SEND ONLY SCORES IT, AND GRADES ARRIVE LONG
      *    AFTER THE ADD DEADLINE.
      ******************************************************************
       7508-CALENDAR-CHECK-START.
           MOVE SPACE TO WS-CAL-CHECK.
           MOVE ZERO TO SQL-WL-SEATED.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-WL-SEATED
               FROM GRADE
               WHERE STUDENT_ID = :SQL-G-STUDENT-ID
               AND COURSE_ID = :SQL-G-COURSE-ID
               AND TERM = :SQL-G-TERM
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-WL-SEATED > 0
               GO TO 7508-CALENDAR-CHECK-END
           END-IF.

           MOVE SQL-G-TERM TO SQL-TC-TERM.

           EXEC SQL
               SELECT ADD_DEADLINE INTO :SQL-TC-ADD-DEADLINE
               FROM TERM_CALENDAR
               WHERE TERM = :SQL-TC-TERM
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'U' TO WS-CAL-CHECK
               GO TO 7508-CALENDAR-CHECK-END
           END-IF.

           IF SQL-TC-RUN-DATE > SQL-TC-ADD-DEADLINE
               MOVE 'L' TO WS-CAL-CHECK
           END-IF.
       7508-CALENDAR-CHECK-END.
      ******************************************************************
      *    TIMETABLE CHECK - A NEW ENROLLMENT CLASHES WHEN ANY SLOT OF
      *    THE COURSE FALLS ON THE SAME DAY AS, AND OVERLAPS THE
      *    PERIODS OF, A SLOT OF ANOTHER COURSE THE STUDENT HOLDS A
      *    GRADE ROW FOR IN THE SAME TERM. A COURSE WITH NO SLOTS ON
      *    FILE CANNOT CLASH, AND AN ENROLLMENT ALREADY ON FILE IS
      *    NEVER FLAGGED.
      ******************************************************************
       7509-TIMETABLE-CHECK-START.
           MOVE 'N' TO WS-TIMETABLE-CLASH.
           MOVE ZERO TO SQL-SL-CLASHES.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-SL-CLASHES
               FROM COURSE_SLOT N, COURSE_SLOT H, GRADE G
               WHERE N.COURSE_ID = :SQL-G-COURSE-ID
               AND N.TERM = :SQL-G-TERM
               AND G.STUDENT_ID = :SQL-G-STUDENT-ID
               AND G.TERM = :SQL-G-TERM
               AND G.COURSE_ID <> :SQL-G-COURSE-ID
               AND H.COURSE_ID = G.COURSE_ID
               AND H.TERM = G.TERM
               AND H.DAY = N.DAY
               AND H.START_PERIOD <= N.END_PERIOD
               AND N.START_PERIOD <= H.END_PERIOD
               AND NOT EXISTS (
                   SELECT 1 FROM GRADE E
                   WHERE E.STUDENT_ID = :SQL-G-STUDENT-ID
                   AND E.COURSE_ID = :SQL-G-COURSE-ID
                   AND E.TERM = :SQL-G-TERM
                   )
           END-EXEC.

           IF SQLCODE = 0 AND SQL-SL-CLASHES > 0
               MOVE 'Y' TO WS-TIMETABLE-CLASH
           END-IF.
       7509-TIMETABLE-CHECK-END.
      ******************************************************************
      *    WAITLIST PLACEMENT - QUEUES THE STUDENT AT THE TAIL OF THE
      *    COURSE/TERM WAITLIST. A STUDENT ALREADY WAITING THERE IS A
      *    DUPLICATE. A GRADE ON THE RECORD IS NOT KEPT - THE SEAT IS
      *    GIVEN ON PROMOTION WITH A NULL GRADE, LIKE ANY NEW
      *    ENROLLMENT, TO BE SCORED LATER.
      ******************************************************************
       7506-WAITLIST-PLACE-START.
           EXEC SQL
               SELECT WAIT_SEQ INTO :SQL-WL-SEQ
               FROM WAITLIST
               WHERE COURSE_ID = :SQL-WL-COURSE-ID
               AND STUDENT_ID = :SQL-WL-STUDENT-ID
               AND TERM = :SQL-WL-TERM
               AND STATUS = 'W'
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-CNT-INSERT-DUP
               GO TO 7506-WAITLIST-PLACE-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(WAIT_SEQ), 0) + 1
               INTO :SQL-WL-SEQ
               FROM WAITLIST
               WHERE COURSE_ID = :SQL-WL-COURSE-ID
               AND TERM = :SQL-WL-TERM
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO WAITLIST (COURSE_ID, STUDENT_ID, TERM,
                       WAIT_SEQ, STATUS, PLACED_TS)
                   VALUES (:SQL-WL-COURSE-ID, :SQL-WL-STUDENT-ID,
                       :SQL-WL-TERM, :SQL-WL-SEQ, 'W', :SQL-A-RUN-TS)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '05' TO R-REJ-TYPE
               MOVE 'WAITLIST FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 7506-WAITLIST-PLACE-END
           END-IF.

           ADD 1 TO WS-CNT-WAITLISTED.
           MOVE SQL-WL-SEQ TO WS-AUD-WAIT-SEQ.
           MOVE 'WAITLST' TO SQL-A-ENTITY.
           MOVE SQL-WL-STUDENT-ID TO SQL-A-KEY1.
           MOVE SQL-WL-COURSE-ID TO SQL-A-KEY2.
           MOVE '05' TO SQL-A-REC-TYPE.
           MOVE WS-ENROLL-SEQ TO SQL-A-REC-SEQ.
           MOVE SPACE TO SQL-A-BEFORE.
           MOVE SPACE TO SQL-A-AFTER.
           STRING 'WAIT_SEQ=' WS-AUD-WAIT-SEQ ' ' REC-F-INPUT-IMAGE
               DELIMITED BY SIZE INTO SQL-A-AFTER.
           PERFORM 7800-AUDIT-WRITE-START
               THRU 7800-AUDIT-WRITE-END.
       7506-WAITLIST-PLACE-END.
      ******************************************************************
      *    WAITLIST SWEEP - RUN AFTER ANY RECORD THAT CAN OPEN A SEAT
      *    ('04' WITHDRAWAL, '06' COURSE UPDATE, SINGLE-COURSE DROP,
      *    '10' MERGE) OR FREE A WAITING STUDENT ('15' HOLD RELEASE).
      *    THE CALLER SETS THE TRIG- SCOPE AND THE DRIVING RECORD'S
      *    TYPE AND SEQUENCE; EACH COURSE/TERM IN SCOPE WITH STUDENTS
      *    WAITING IS THEN FILLED UP TO ITS CAPACITY. THE PROMOTIONS
      *    COMMIT WITH THE DRIVING RECORD.
      ******************************************************************
       7510-WAITLIST-SWEEP-START.
           EXEC SQL OPEN WAITLIST-CURSOR END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               DISPLAY 'WARNING: WAITLIST SWEEP FAILED - SQLCODE '
                   SQLCODE
               GO TO 7510-WAITLIST-SWEEP-END
           END-IF.

           EXEC SQL
               FETCH WAITLIST-CURSOR
               INTO :SQL-WL-COURSE-ID, :SQL-WL-TERM
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 7511-WAITLIST-PROMOTE-START
                   THRU 7511-WAITLIST-PROMOTE-END

               EXEC SQL
                   FETCH WAITLIST-CURSOR
                   INTO :SQL-WL-COURSE-ID, :SQL-WL-TERM
               END-EXEC
           END-PERFORM.

           IF SQLCODE NOT = 100
               ADD 1 TO WS-CNT-SQL-ERROR
               DISPLAY 'WARNING: WAITLIST SWEEP FAILED - SQLCODE '
                   SQLCODE
           END-IF.

           EXEC SQL CLOSE WAITLIST-CURSOR END-EXEC.
       7510-WAITLIST-SWEEP-END.
      ******************************************************************
      *    PROMOTE FOR ONE COURSE/TERM - SEATS THE HEAD OF THE QUEUE
      *    ONE STUDENT AT A TIME UNTIL THE COURSE IS FULL AGAIN OR
      *    NOBODY IS LEFT WAITING. A STUDENT UNDER A HOLD, OR ONE NOW
      *    TIMETABLED ELSEWHERE AT THE COURSE'S MEETING TIMES, KEEPS
      *    THEIR PLACE IN THE QUEUE AND IS PASSED OVER; SO IS AN
      *    INACTIVE ONE, WHOSE SEAT THE SEAT COUNT WOULD NOT SEE.
      ******************************************************************
       7511-WAITLIST-PROMOTE-START.
           EXEC SQL
               SELECT COALESCE(CAPACITY, 0) INTO :SQL-WL-CAPACITY
               FROM COURSE
               WHERE ID = :SQL-WL-COURSE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               GO TO 7511-WAITLIST-PROMOTE-END
           END-IF.

           MOVE 'N' TO WS-WL-DONE.
           PERFORM 7512-WAITLIST-PROMOTE-ONE-START
               THRU 7512-WAITLIST-PROMOTE-ONE-END
               UNTIL WS-WL-DONE-YES.
       7511-WAITLIST-PROMOTE-END.
      ******************************************************************
       7512-WAITLIST-PROMOTE-ONE-START.
           MOVE 'Y' TO WS-WL-DONE.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-WL-SEATED
               FROM GRADE G, STUDENT S
               WHERE G.COURSE_ID = :SQL-WL-COURSE-ID
               AND G.TERM = :SQL-WL-TERM
               AND S.ID = G.STUDENT_ID
               AND COALESCE(S.ACTIVE, 'Y') <> 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               GO TO 7512-WAITLIST-PROMOTE-ONE-END
           END-IF.

           IF SQL-WL-CAPACITY > ZERO
               AND SQL-WL-SEATED NOT < SQL-WL-CAPACITY
               GO TO 7512-WAITLIST-PROMOTE-ONE-END
           END-IF.

           EXEC SQL
               SELECT STUDENT_ID, WAIT_SEQ
               INTO :SQL-WL-STUDENT-ID, :SQL-WL-SEQ
               FROM WAITLIST W
               WHERE W.COURSE_ID = :SQL-WL-COURSE-ID
               AND W.TERM = :SQL-WL-TERM
               AND W.STATUS = 'W'
               AND EXISTS (
                   SELECT 1 FROM STUDENT S
                   WHERE S.ID = W.STUDENT_ID
                   AND COALESCE(S.ACTIVE, 'Y') <> 'N'
                   )
               AND NOT EXISTS (
                   SELECT 1 FROM STUDENT_HOLD H
                   WHERE H.STUDENT_ID = W.STUDENT_ID
                   AND H.STATUS = 'A'
                   AND H.START_DATE <= :SQL-HD-RUN-DATE
                   )
               AND NOT EXISTS (
                   SELECT 1 FROM COURSE_SLOT N, COURSE_SLOT T,
                       GRADE G
                   WHERE N.COURSE_ID = W.COURSE_ID
                   AND N.TERM = W.TERM
                   AND G.STUDENT_ID = W.STUDENT_ID
                   AND G.TERM = W.TERM
                   AND G.COURSE_ID <> W.COURSE_ID
                   AND T.COURSE_ID = G.COURSE_ID
                   AND T.TERM = G.TERM
                   AND T.DAY = N.DAY
                   AND T.START_PERIOD <= N.END_PERIOD
                   AND N.START_PERIOD <= T.END_PERIOD
                   )
               ORDER BY W.WAIT_SEQ
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   ADD 1 TO WS-CNT-SQL-ERROR
               END-IF
               GO TO 7512-WAITLIST-PROMOTE-ONE-END
           END-IF.

           EXEC SQL
               INSERT INTO GRADE (STUDENT_ID, COURSE_ID, TERM, GRADE)
               SELECT :SQL-WL-STUDENT-ID, :SQL-WL-COURSE-ID,
                   :SQL-WL-TERM, NULL
               WHERE NOT EXISTS (
                   SELECT 1 FROM GRADE
                   WHERE STUDENT_ID = :SQL-WL-STUDENT-ID
                   AND COURSE_ID = :SQL-WL-COURSE-ID
                   AND TERM = :SQL-WL-TERM
                   )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               ADD 1 TO WS-CNT-SQL-ERROR
               DISPLAY 'WARNING: WAITLIST PROMOTION FAILED - SQLCODE '
                   SQLCODE
               GO TO 7512-WAITLIST-PROMOTE-ONE-END
           END-IF.

      *    NOTHING INSERTED - THE STUDENT ALREADY HOLDS THE SEAT (AN
      *    ENROLLMENT CAME THROUGH AFTER THEY QUEUED). THE PLACE IS
      *    CLOSED AS CANCELLED, NOT COUNTED OR AUDITED AS A PROMOTION,
      *    AND THE NEXT IN LINE IS TRIED.
           IF SQLCODE = 100 OR SQLERRD(3) = 0
               EXEC SQL
                   UPDATE WAITLIST SET STATUS = 'X'
                   WHERE COURSE_ID = :SQL-WL-COURSE-ID
                   AND TERM = :SQL-WL-TERM
                   AND WAIT_SEQ = :SQL-WL-SEQ
               END-EXEC
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-CNT-SQL-ERROR
                   DISPLAY 'WARNING: WAITLIST PROMOTION FAILED - '
                       'SQLCODE ' SQLCODE
               ELSE
                   MOVE 'N' TO WS-WL-DONE
               END-IF
               GO TO 7512-WAITLIST-PROMOTE-ONE-END
           END-IF.

           EXEC SQL
               UPDATE WAITLIST
               SET STATUS = 'P', PROMOTED_TS = :SQL-A-RUN-TS
               WHERE COURSE_ID = :SQL-WL-COURSE-ID
               AND TERM = :SQL-WL-TERM
               AND WAIT_SEQ = :SQL-WL-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               DISPLAY 'WARNING: WAITLIST PROMOTION FAILED - SQLCODE '
                   SQLCODE
               GO TO 7512-WAITLIST-PROMOTE-ONE-END
           END-IF.

           ADD 1 TO WS-CNT-PROMOTED.
           MOVE SQL-WL-SEQ TO WS-AUD-WAIT-SEQ.
           MOVE 'WAITLST' TO SQL-A-ENTITY.
           MOVE SQL-WL-STUDENT-ID TO SQL-A-KEY1.
           MOVE SQL-WL-COURSE-ID TO SQL-A-KEY2.
           MOVE WS-WL-REC-TYPE TO SQL-A-REC-TYPE.
           MOVE WS-WL-REC-SEQ TO SQL-A-REC-SEQ.
           MOVE SPACE TO SQL-A-BEFORE.
           STRING 'STATUS=W TERM=' SQL-WL-TERM
               ' WAIT_SEQ=' WS-AUD-WAIT-SEQ
               DELIMITED BY SIZE INTO SQL-A-BEFORE.
           MOVE SPACE TO SQL-A-AFTER.
           STRING 'STATUS=P ' REC-F-INPUT-IMAGE
               DELIMITED BY SIZE INTO SQL-A-AFTER.
           PERFORM 7800-AUDIT-WRITE-START
               THRU 7800-AUDIT-WRITE-END.

           MOVE 'N' TO WS-WL-DONE.
       7512-WAITLIST-PROMOTE-ONE-END.
      ******************************************************************
      *    WAITLIST CANCEL - A WITHDRAWN STUDENT (OR A NUMBER MERGED
      *    AWAY) COMES OFF EVERY QUEUE STILL WAITING, SO NO SEAT IS
      *    EVER GIVEN TO A STUDENT WHO HAS ALREADY LEFT. THE CALLER
      *    SETS SQL-WL-STUDENT-ID AND THE DRIVING RECORD'S TYPE AND
      *    SEQUENCE; THE FAILED FLAG LETS A CALLER BACK ITS UNIT OUT.
      ******************************************************************
       7514-WAITLIST-CANCEL-START.
           MOVE 'N' TO WS-WL-FAILED.
           EXEC SQL
               UPDATE WAITLIST SET STATUS = 'X'
               WHERE STUDENT_ID = :SQL-WL-STUDENT-ID
               AND STATUS = 'W'
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               DISPLAY 'WARNING: WAITLIST CANCEL FAILED - SQLCODE '
                   SQLCODE
               MOVE 'Y' TO WS-WL-FAILED
               GO TO 7514-WAITLIST-CANCEL-END
           END-IF.

           IF SQLERRD(3) > 0
               MOVE 'WAITLST' TO SQL-A-ENTITY
               MOVE SQL-WL-STUDENT-ID TO SQL-A-KEY1
               MOVE ZERO TO SQL-A-KEY2
               MOVE WS-WL-REC-TYPE TO SQL-A-REC-TYPE
               MOVE WS-WL-REC-SEQ TO SQL-A-REC-SEQ
               MOVE SPACE TO SQL-A-BEFORE
               STRING 'STATUS=W' DELIMITED BY SIZE
                   INTO SQL-A-BEFORE
               MOVE REC-F-INPUT-IMAGE TO SQL-A-AFTER
               PERFORM 7800-AUDIT-WRITE-START
                   THRU 7800-AUDIT-WRITE-END
           END-IF.
       7514-WAITLIST-CANCEL-END.
      ******************************************************************
      *    COURSE UPDATE - '06' RECORDS CHANGE COEF, SECTION AND/OR
      *    CAPACITY ON AN EXISTING COURSE. THE CURRENT ROW IS READ
      *    FIRST AND ONLY THE NON-BLANK INPUT FIELDS OVERLAY IT, SO A
      *    PARTIAL UPDATE LEAVES THE OTHER COLUMNS UNTOUCHED.
               ADD 1 TO WS-CNT-UPDATE-OK
               PERFORM 7602-AUDIT-CRSUPD-START
                   THRU 7602-AUDIT-CRSUPD-END
      *    A RAISED CAPACITY OPENS SEATS FOR THE COURSE'S WAITLISTS.
               MOVE '06' TO WS-WL-REC-TYPE
               MOVE WS-CRSUPD-SEQ TO WS-WL-REC-SEQ
               MOVE SQL-A-KEY1 TO SQL-WL-TRIG-COURSE
               MOVE ZERO TO SQL-WL-TRIG-STUDENT
               PERFORM 7510-WAITLIST-SWEEP-START
                   THRU 7510-WAITLIST-SWEEP-END
           END-IF.

      *    CHECKPOINT ADVANCES ON EVERY OUTCOME, NOT JUST A SUCCESSFUL
           MOVE R-SU-STUDENT-NO TO SQL-SU-STUDENT-NO.

           EXEC SQL
               SELECT ID, LASTNAME, FIRSTNAME, AGE,
                   COALESCE(ANONYMIZED, 'N')
               INTO :SQL-A-KEY1, :SQL-SU-LASTNAME,
               :SQL-SU-FIRSTNAME, :SQL-SU-AGE, :SQL-A-ANONYMIZED
               FROM STUDENT
               WHERE STUDENT_NO = :SQL-SU-STUDENT-NO
           END-EXEC.
               GO TO 8101-FILE-HANDLE-STUUPD-CHECKPOINT
           END-IF.

      *    A CORRECTION WOULD WRITE A NAME BACK ONTO A RECORD THE
      *    RETENTION RUN HAS ANONYMIZED.
           IF SQL-A-ANONYMIZED = 'Y'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '08' TO R-REJ-TYPE
               MOVE 'STUDENT ANONYMIZED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8101-FILE-HANDLE-STUUPD-CHECKPOINT
           END-IF.

      *    BEFORE-IMAGE BUILT FROM THE ROW AS IT STANDS, AHEAD OF THE
      *    NON-BLANK INPUT FIELDS OVERLAYING THE HOST VARIABLES.
           MOVE SPACE TO SQL-A-BEFORE.
      *    REPORTS IT.
           MOVE ZERO TO SQL-A-KEY1.
           MOVE SPACE TO SQL-A-OLD-ACTIVE.
           MOVE 'N' TO SQL-A-ANONYMIZED.
           EXEC SQL
               SELECT ID, COALESCE(ACTIVE, ' '),
                   COALESCE(ANONYMIZED, 'N')
               INTO :SQL-A-KEY1, :SQL-A-OLD-ACTIVE,
                   :SQL-A-ANONYMIZED
               FROM STUDENT
               WHERE STUDENT_NO = :SQL-W-STUDENT-NO
           END-EXEC.

      *    AN ANONYMIZED NUMBER STAYS INACTIVE - REACTIVATING IT WOULD
      *    PUT A NAMELESS RECORD BACK INTO EVERY ACTIVE LIST.
           IF SQL-A-ANONYMIZED = 'Y'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '09' TO R-REJ-TYPE
               MOVE 'STUDENT ANONYMIZED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8201-FILE-HANDLE-REINST-CHECKPOINT
           END-IF.

           EXEC SQL
               UPDATE STUDENT SET ACTIVE = 'Y'
               WHERE STUDENT_NO = :SQL-W-STUDENT-NO
       8202-AUDIT-REINST-END.
      ******************************************************************
      *    STUDENT MERGE - '10' RECORDS FOLD A DUPLICATE STUDENT
      *    NUMBER INTO THE SURVIVING ONE: THE GRADE ROWS, EXTERNAL
      *    CREDIT, HOLDS, DROPPED COURSES, ACCOUNTS AND THE AUDIT
      *    HISTORY MOVE UNDER THE SURVIVOR'S ID, THE OLD NUMBER'S
      *    WAITLIST PLACES ARE CANCELLED AND THE OLD ROW IS RETIRED
      *    AS INACTIVE (NEVER DELETED). THE MERGE IS A
      *    MULTI-STATEMENT UNIT, SO A FAILURE PART WAY THROUGH BACKS
      *    THE WHOLE UNIT OUT RATHER THAN LEAVING GRADES MOVED WITH
      *    THEIR HISTORY BEHIND.
           MOVE R-MG-OLD-STUDENT-NO TO SQL-MG-OLD-NO.
           MOVE R-MG-NEW-STUDENT-NO TO SQL-MG-NEW-NO.

           MOVE 'N' TO SQL-A-ANONYMIZED.
           EXEC SQL
               SELECT ID, COALESCE(ANONYMIZED, 'N')
               INTO :SQL-MG-OLD-ID, :SQL-A-ANONYMIZED
               FROM STUDENT
               WHERE STUDENT_NO = :SQL-MG-OLD-NO
           END-EXEC.

               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           IF SQL-A-ANONYMIZED = 'Y'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '10' TO R-REJ-TYPE
               MOVE 'STUDENT ANONYMIZED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           EXEC SQL
               SELECT ID, COALESCE(ANONYMIZED, 'N')
               INTO :SQL-MG-NEW-ID, :SQL-A-ANONYMIZED
               FROM STUDENT
               WHERE STUDENT_NO = :SQL-MG-NEW-NO
           END-EXEC.

               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           IF SQL-A-ANONYMIZED = 'Y'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '10' TO R-REJ-TYPE
               MOVE 'STUDENT ANONYMIZED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

      *    ANY DEFERRED WORK COMMITS BEFORE THE MERGE STARTS, SO THE
      *    MERGE'S OWN BACKOUT CAN NEVER ROLL EARLIER RECORDS' WORK
      *    AWAY WITH IT.
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

      *    EXTERNAL CREDIT FOLLOWS THE GRADES. THE SAME COURSE FROM
      *    THE SAME INSTITUTION ON BOTH NUMBERS IS ONE CREDIT: THE
      *    SURVIVOR'S ROW IS KEPT.
           EXEC SQL
               DELETE FROM EXT_CREDIT OLDX
               WHERE OLDX.STUDENT_ID = :SQL-MG-OLD-ID
               AND EXISTS (
                   SELECT 1 FROM EXT_CREDIT NEWX
                   WHERE NEWX.STUDENT_ID = :SQL-MG-NEW-ID
                   AND NEWX.INSTITUTION = OLDX.INSTITUTION
                   AND NEWX.EXT_TITLE = OLDX.EXT_TITLE
                   )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           EXEC SQL
               UPDATE EXT_CREDIT SET STUDENT_ID = :SQL-MG-NEW-ID
               WHERE STUDENT_ID = :SQL-MG-OLD-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           EXEC SQL
               UPDATE AUDIT_TRAIL SET KEY1 = :SQL-MG-NEW-ID
               WHERE ENTITY IN ('STUDENT', 'GRADE', 'EXTCRED')
               AND KEY1 = :SQL-MG-OLD-ID
           END-EXEC.

               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

      *    HOLDS FOLLOW THE STUDENT, SO A HOLD PLACED ON EITHER
      *    NUMBER STILL BLOCKS ENROLLMENT. WHERE BOTH NUMBERS CARRY
      *    AN ACTIVE HOLD OF ONE TYPE THE OLD ONE IS RELEASED, KEEPING
      *    ONE ACTIVE HOLD PER TYPE; THE HISTORY MOVES WITH THE REST.
           EXEC SQL
               UPDATE STUDENT_HOLD
               SET STATUS = 'R',
                   RELEASE_DATE = :SQL-HD-RUN-DATE,
                   RELEASED_TS = :SQL-A-RUN-TS
               WHERE STUDENT_ID = :SQL-MG-OLD-ID
               AND STATUS = 'A'
               AND EXISTS (
                   SELECT 1 FROM STUDENT_HOLD NEWH
                   WHERE NEWH.STUDENT_ID = :SQL-MG-NEW-ID
                   AND NEWH.HOLD_TYPE = STUDENT_HOLD.HOLD_TYPE
                   AND NEWH.STATUS = 'A'
                   )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           EXEC SQL
               UPDATE STUDENT_HOLD SET STUDENT_ID = :SQL-MG-NEW-ID
               WHERE STUDENT_ID = :SQL-MG-OLD-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

      *    DROPPED COURSES FOLLOW THE GRADES FOR THE FEE ASSESSMENT.
      *    A COURSE/TERM BOTH NUMBERS DROPPED KEEPS THE SURVIVOR'S ROW.
           EXEC SQL
               DELETE FROM COURSE_DROP OLDD
               WHERE OLDD.STUDENT_ID = :SQL-MG-OLD-ID
               AND EXISTS (
                   SELECT 1 FROM COURSE_DROP NEWD
                   WHERE NEWD.STUDENT_ID = :SQL-MG-NEW-ID
                   AND NEWD.COURSE_ID = OLDD.COURSE_ID
                   AND NEWD.TERM = OLDD.TERM
                   )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           EXEC SQL
               UPDATE COURSE_DROP SET STUDENT_ID = :SQL-MG-NEW-ID
               WHERE STUDENT_ID = :SQL-MG-OLD-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

      *    ACCOUNTS - A TERM BOTH NUMBERS WERE BILLED FOR IS ADDED
      *    INTO THE SURVIVOR'S ACCOUNT AND THE OLD ROW REMOVED; ANY
      *    OTHER TERM'S ACCOUNT IS RE-KEYED. THE OLD LEDGER ROWS ARE
      *    RENUMBERED ABOVE THE SURVIVOR'S LAST SEQUENCE FOR THE TERM
      *    SO THE ONE LEDGER STAYS IN POSTING ORDER PER STUDENT.
           EXEC SQL
               UPDATE STUDENT_ACCOUNT
               SET ASSESSED = ASSESSED + (
                       SELECT OLDA.ASSESSED FROM STUDENT_ACCOUNT OLDA
                       WHERE OLDA.STUDENT_ID = :SQL-MG-OLD-ID
                       AND OLDA.TERM = STUDENT_ACCOUNT.TERM),
                   PAID = PAID + (
                       SELECT OLDA.PAID FROM STUDENT_ACCOUNT OLDA
                       WHERE OLDA.STUDENT_ID = :SQL-MG-OLD-ID
                       AND OLDA.TERM = STUDENT_ACCOUNT.TERM),
                   ADJUSTED = ADJUSTED + (
                       SELECT OLDA.ADJUSTED FROM STUDENT_ACCOUNT OLDA
                       WHERE OLDA.STUDENT_ID = :SQL-MG-OLD-ID
                       AND OLDA.TERM = STUDENT_ACCOUNT.TERM),
                   BALANCE = BALANCE + (
                       SELECT OLDA.BALANCE FROM STUDENT_ACCOUNT OLDA
                       WHERE OLDA.STUDENT_ID = :SQL-MG-OLD-ID
                       AND OLDA.TERM = STUDENT_ACCOUNT.TERM)
               WHERE STUDENT_ID = :SQL-MG-NEW-ID
               AND EXISTS (
                   SELECT 1 FROM STUDENT_ACCOUNT OLDA
                   WHERE OLDA.STUDENT_ID = :SQL-MG-OLD-ID
                   AND OLDA.TERM = STUDENT_ACCOUNT.TERM
                   )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           EXEC SQL
               DELETE FROM STUDENT_ACCOUNT OLDA
               WHERE OLDA.STUDENT_ID = :SQL-MG-OLD-ID
               AND EXISTS (
                   SELECT 1 FROM STUDENT_ACCOUNT NEWA
                   WHERE NEWA.STUDENT_ID = :SQL-MG-NEW-ID
                   AND NEWA.TERM = OLDA.TERM
                   )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           EXEC SQL
               UPDATE STUDENT_ACCOUNT SET STUDENT_ID = :SQL-MG-NEW-ID
               WHERE STUDENT_ID = :SQL-MG-OLD-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           EXEC SQL
               UPDATE ACCOUNT_TXN
               SET STUDENT_ID = :SQL-MG-NEW-ID,
                   TXN_SEQ = TXN_SEQ + (
                       SELECT COALESCE(MAX(NEWT.TXN_SEQ), 0)
                       FROM ACCOUNT_TXN NEWT
                       WHERE NEWT.STUDENT_ID = :SQL-MG-NEW-ID
                       AND NEWT.TERM = ACCOUNT_TXN.TERM)
               WHERE STUDENT_ID = :SQL-MG-OLD-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

      *    THE OLD NUMBER COMES OFF EVERY QUEUE IT IS WAITING ON.
           MOVE SQL-MG-OLD-ID TO SQL-WL-STUDENT-ID.
           MOVE '10' TO WS-WL-REC-TYPE.
           MOVE WS-MERGE-SEQ TO WS-WL-REC-SEQ.
           PERFORM 7514-WAITLIST-CANCEL-START
               THRU 7514-WAITLIST-CANCEL-END.

           IF WS-WL-FAILED-YES
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           EXEC SQL
               UPDATE STUDENT SET ACTIVE = 'N'
               WHERE ID = :SQL-MG-OLD-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 8303-MERGE-BACKOUT-START
                   THRU 8303-MERGE-BACKOUT-END
               GO TO 8301-FILE-HANDLE-MERGE-CHECKPOINT
           END-IF.

           ADD 1 TO WS-CNT-UPDATE-OK.
           PERFORM 8302-AUDIT-MERGE-START
               THRU 8302-AUDIT-MERGE-END.

      *    THE OVERLAP ROWS TAKEN OUT ABOVE MAY HAVE FREED SEATS IN
      *    THE SURVIVOR'S COURSES.
           MOVE ZERO TO SQL-WL-TRIG-COURSE.
           MOVE SQL-MG-NEW-ID TO SQL-WL-TRIG-STUDENT.
           PERFORM 7510-WAITLIST-SWEEP-START
               THRU 7510-WAITLIST-SWEEP-END.

      *    CHECKPOINT ADVANCES ON EVERY OUTCOME, NOT JUST A SUCCESSFUL
      *    MERGE - SEE THE NOTE IN 7101-FILE-HANDLE-STUDENT-START.
       8301-FILE-HANDLE-MERGE-CHECKPOINT.
               THRU 8502-AUDIT-ASSIGN-END.
       8504-ASSIGN-INSERT-END.
      ******************************************************************
      *    PREREQUISITE MASTER - '13' RECORDS PUT A PREREQUISITE ON A
      *    COURSE. THE SAME COURSE/PREREQUISITE PAIR WITH THE SAME
      *    MINIMUM IS A DUPLICATE; WITH ANOTHER MINIMUM IT IS AN
      *    UPDATE OF THE MINIMUM GRADE.
      ******************************************************************
       8601-FILE-HANDLE-PREREQ-START.
           IF R-PQ-LABEL = SPACE
               OR R-PQ-PREREQ-LABEL = SPACE
               OR R-PQ-LABEL = R-PQ-PREREQ-LABEL
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '13' TO R-REJ-TYPE
               MOVE 'INVALID COURSE PAIR' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8601-FILE-HANDLE-PREREQ-CHECKPOINT
           END-IF.

           IF R-PQ-MIN-GRADE-SEP NOT = ','
               OR R-PQ-MIN-GRADE-INT NOT NUMERIC
               OR R-PQ-MIN-GRADE-DEC NOT NUMERIC
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '13' TO R-REJ-TYPE
               MOVE 'INVALID GRADE' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8601-FILE-HANDLE-PREREQ-CHECKPOINT
           END-IF.

           MOVE R-PQ-MIN-GRADE-INT TO WS-GRADE-CHECK-INT.
           MOVE R-PQ-MIN-GRADE-DEC TO WS-GRADE-CHECK-DEC.
           IF WS-GRADE-CHECK > 20,00
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '13' TO R-REJ-TYPE
               MOVE 'GRADE OUT OF RANGE' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8601-FILE-HANDLE-PREREQ-CHECKPOINT
           END-IF.
           MOVE WS-GRADE-CHECK TO SQL-PQ-MIN-GRADE.

           MOVE R-PQ-LABEL TO SQL-C-LABEL.

           EXEC SQL
               SELECT ID INTO :SQL-PQ-COURSE-ID FROM COURSE
               WHERE LABEL = :SQL-C-LABEL
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '13' TO R-REJ-TYPE
               MOVE 'COURSE NOT FOUND' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8601-FILE-HANDLE-PREREQ-CHECKPOINT
           END-IF.

           MOVE R-PQ-PREREQ-LABEL TO SQL-C-LABEL.

           EXEC SQL
               SELECT ID INTO :SQL-PQ-PREREQ-ID FROM COURSE
               WHERE LABEL = :SQL-C-LABEL
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '13' TO R-REJ-TYPE
               MOVE 'PREREQ NOT FOUND' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8601-FILE-HANDLE-PREREQ-CHECKPOINT
           END-IF.

           EXEC SQL
               SELECT MIN_GRADE INTO :SQL-PQ-OLD-MIN
               FROM COURSE_PREREQ
               WHERE COURSE_ID = :SQL-PQ-COURSE-ID
               AND PREREQ_ID = :SQL-PQ-PREREQ-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-PQ-OLD-MIN = SQL-PQ-MIN-GRADE
                       ADD 1 TO WS-CNT-INSERT-DUP
                   ELSE
                       PERFORM 8603-PREREQ-UPDATE-START
                           THRU 8603-PREREQ-UPDATE-END
                   END-IF
               WHEN 100
                   PERFORM 8604-PREREQ-INSERT-START
                       THRU 8604-PREREQ-INSERT-END
               WHEN OTHER
                   ADD 1 TO WS-CNT-SQL-ERROR
                   MOVE '13' TO R-REJ-TYPE
                   MOVE 'SQL ERROR' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
           END-EVALUATE.

      *    CHECKPOINT ADVANCES ON EVERY OUTCOME, NOT JUST A SUCCESSFUL
      *    CHANGE - SEE THE NOTE IN 7101-FILE-HANDLE-STUDENT-START.
       8601-FILE-HANDLE-PREREQ-CHECKPOINT.
           MOVE '13' TO R-RST-TYPE.
           MOVE WS-PREREQ-SEQ TO R-RST-KEY.
           PERFORM 1003-CHECKPOINT-COMMIT-START
               THRU 1003-CHECKPOINT-COMMIT-END.
       8601-FILE-HANDLE-PREREQ-END.
      ******************************************************************
       8602-AUDIT-PREREQ-START.
           MOVE 'PREREQ' TO SQL-A-ENTITY.
           MOVE SQL-PQ-COURSE-ID TO SQL-A-KEY1.
           MOVE SQL-PQ-PREREQ-ID TO SQL-A-KEY2.
           MOVE '13' TO SQL-A-REC-TYPE.
           MOVE WS-PREREQ-SEQ TO SQL-A-REC-SEQ.
           MOVE REC-F-INPUT-IMAGE TO SQL-A-AFTER.
           PERFORM 7800-AUDIT-WRITE-START
               THRU 7800-AUDIT-WRITE-END.
       8602-AUDIT-PREREQ-END.
      ******************************************************************
       8603-PREREQ-UPDATE-START.
           EXEC SQL
               UPDATE COURSE_PREREQ SET MIN_GRADE = :SQL-PQ-MIN-GRADE
               WHERE COURSE_ID = :SQL-PQ-COURSE-ID
               AND PREREQ_ID = :SQL-PQ-PREREQ-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '13' TO R-REJ-TYPE
               MOVE 'PREREQ UPDATE FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8603-PREREQ-UPDATE-END
           END-IF.

           ADD 1 TO WS-CNT-UPDATE-OK.
           MOVE SQL-PQ-OLD-MIN TO WS-AUD-GRADE.
           MOVE SPACE TO SQL-A-BEFORE.
           STRING 'MIN_GRADE=' WS-AUD-GRADE
               DELIMITED BY SIZE INTO SQL-A-BEFORE.
           PERFORM 8602-AUDIT-PREREQ-START
               THRU 8602-AUDIT-PREREQ-END.
       8603-PREREQ-UPDATE-END.
      ******************************************************************
       8604-PREREQ-INSERT-START.
           EXEC SQL
               INSERT INTO COURSE_PREREQ (COURSE_ID, PREREQ_ID,
                   MIN_GRADE)
               VALUES (:SQL-PQ-COURSE-ID, :SQL-PQ-PREREQ-ID,
                   :SQL-PQ-MIN-GRADE)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '13' TO R-REJ-TYPE
               MOVE 'PREREQ INSERT FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8604-PREREQ-INSERT-END
           END-IF.

           ADD 1 TO WS-CNT-INSERT-OK.
           MOVE SPACE TO SQL-A-BEFORE.
           PERFORM 8602-AUDIT-PREREQ-START
               THRU 8602-AUDIT-PREREQ-END.
       8604-PREREQ-INSERT-END.
      ******************************************************************
      *    REGISTRATION HOLDS - '14' RECORDS PLACE A HOLD. THE SAME
      *    TYPE ALREADY ACTIVE WITH THE SAME REASON AND START DATE IS
      *    A DUPLICATE; WITH ANOTHER REASON OR START DATE IT IS AN
      *    UPDATE OF THE ACTIVE HOLD, SO A STUDENT NEVER CARRIES TWO
      *    ACTIVE HOLDS OF ONE TYPE.
      ******************************************************************
       8701-FILE-HANDLE-HOLD-START.
           IF R-HD-STUDENT-NO NOT NUMERIC
               OR R-HD-STUDENT-NO = ZERO
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '14' TO R-REJ-TYPE
               MOVE 'INVALID STUDENT NO' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8701-FILE-HANDLE-HOLD-CHECKPOINT
           END-IF.

           IF NOT R-HD-TYPE-VALID
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '14' TO R-REJ-TYPE
               MOVE 'INVALID HOLD TYPE' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8701-FILE-HANDLE-HOLD-CHECKPOINT
           END-IF.

           IF R-HD-REASON = SPACE
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '14' TO R-REJ-TYPE
               MOVE 'MISSING REASON' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8701-FILE-HANDLE-HOLD-CHECKPOINT
           END-IF.

           IF R-HD-DATE = SPACE
               MOVE WS-RUN-DATE TO SQL-HD-START-DATE
           ELSE
               IF R-HD-DATE-NUM NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (R-HD-DATE-NUM)
                       NOT = 0
                   ADD 1 TO WS-CNT-EDIT-REJECT
                   MOVE '14' TO R-REJ-TYPE
                   MOVE 'INVALID START DATE' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
                   GO TO 8701-FILE-HANDLE-HOLD-CHECKPOINT
               END-IF
               MOVE R-HD-DATE-NUM TO SQL-HD-START-DATE
           END-IF.

           MOVE R-HD-STUDENT-NO TO SQL-E-STUDENT-NO.

           EXEC SQL
               SELECT ID INTO :SQL-HD-STUDENT-ID FROM STUDENT
               WHERE STUDENT_NO = :SQL-E-STUDENT-NO
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '14' TO R-REJ-TYPE
               MOVE 'STUDENT NOT FOUND' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8701-FILE-HANDLE-HOLD-CHECKPOINT
           END-IF.

           MOVE R-HD-TYPE TO SQL-HD-TYPE.
           MOVE R-HD-REASON TO SQL-HD-REASON.

           EXEC SQL
               SELECT REASON, START_DATE
               INTO :SQL-HD-OLD-REASON, :SQL-HD-OLD-START
               FROM STUDENT_HOLD
               WHERE STUDENT_ID = :SQL-HD-STUDENT-ID
               AND HOLD_TYPE = :SQL-HD-TYPE
               AND STATUS = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-HD-OLD-REASON = SQL-HD-REASON
                       AND SQL-HD-OLD-START = SQL-HD-START-DATE
                       ADD 1 TO WS-CNT-INSERT-DUP
                   ELSE
                       PERFORM 8703-HOLD-UPDATE-START
                           THRU 8703-HOLD-UPDATE-END
                   END-IF
               WHEN 100
                   PERFORM 8704-HOLD-INSERT-START
                       THRU 8704-HOLD-INSERT-END
               WHEN OTHER
                   ADD 1 TO WS-CNT-SQL-ERROR
                   MOVE '14' TO R-REJ-TYPE
                   MOVE 'SQL ERROR' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
           END-EVALUATE.

      *    CHECKPOINT ADVANCES ON EVERY OUTCOME, NOT JUST A SUCCESSFUL
      *    CHANGE - SEE THE NOTE IN 7101-FILE-HANDLE-STUDENT-START.
       8701-FILE-HANDLE-HOLD-CHECKPOINT.
           MOVE '14' TO R-RST-TYPE.
           MOVE WS-HOLD-SEQ TO R-RST-KEY.
           PERFORM 1003-CHECKPOINT-COMMIT-START
               THRU 1003-CHECKPOINT-COMMIT-END.
       8701-FILE-HANDLE-HOLD-END.
      ******************************************************************
      *    THE CALLER SETS THE REC TYPE AND SEQUENCE, SO '14' AND '15'
      *    ROWS SHARE ONE AUDIT PARAGRAPH. KEY2 IS ZERO: A HOLD IS
      *    FILED AGAINST THE STUDENT ALONE.
      ******************************************************************
       8702-AUDIT-HOLD-START.
           MOVE 'HOLD' TO SQL-A-ENTITY.
           MOVE SQL-HD-STUDENT-ID TO SQL-A-KEY1.
           MOVE ZERO TO SQL-A-KEY2.
           MOVE REC-F-INPUT-IMAGE TO SQL-A-AFTER.
           PERFORM 7800-AUDIT-WRITE-START
               THRU 7800-AUDIT-WRITE-END.
       8702-AUDIT-HOLD-END.
      ******************************************************************
       8703-HOLD-UPDATE-START.
           EXEC SQL
               UPDATE STUDENT_HOLD
               SET REASON = :SQL-HD-REASON,
                   START_DATE = :SQL-HD-START-DATE
               WHERE STUDENT_ID = :SQL-HD-STUDENT-ID
               AND HOLD_TYPE = :SQL-HD-TYPE
               AND STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '14' TO R-REJ-TYPE
               MOVE 'HOLD UPDATE FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8703-HOLD-UPDATE-END
           END-IF.

           ADD 1 TO WS-CNT-UPDATE-OK.
           MOVE SPACE TO SQL-A-BEFORE.
           STRING 'START=' SQL-HD-OLD-START ' REASON='
               SQL-HD-OLD-REASON
               DELIMITED BY SIZE INTO SQL-A-BEFORE.
           MOVE '14' TO SQL-A-REC-TYPE.
           MOVE WS-HOLD-SEQ TO SQL-A-REC-SEQ.
           PERFORM 8702-AUDIT-HOLD-START
               THRU 8702-AUDIT-HOLD-END.
       8703-HOLD-UPDATE-END.
      ******************************************************************
       8704-HOLD-INSERT-START.
           EXEC SQL
               INSERT INTO STUDENT_HOLD (STUDENT_ID, HOLD_TYPE,
                   REASON, START_DATE, STATUS, PLACED_BY, PLACED_TS)
               VALUES (:SQL-HD-STUDENT-ID, :SQL-HD-TYPE,
                   :SQL-HD-REASON, :SQL-HD-START-DATE, 'A', 'PROG',
                   :SQL-A-RUN-TS)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '14' TO R-REJ-TYPE
               MOVE 'HOLD INSERT FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8704-HOLD-INSERT-END
           END-IF.

           ADD 1 TO WS-CNT-INSERT-OK.
           MOVE SPACE TO SQL-A-BEFORE.
           MOVE '14' TO SQL-A-REC-TYPE.
           MOVE WS-HOLD-SEQ TO SQL-A-REC-SEQ.
           PERFORM 8702-AUDIT-HOLD-START
               THRU 8702-AUDIT-HOLD-END.
       8704-HOLD-INSERT-END.
      ******************************************************************
      *    REGISTRATION HOLDS - '15' RECORDS RELEASE THE ACTIVE HOLD
      *    OF ONE TYPE. THE ROW IS KEPT (STATUS 'R') SO THE HOLD
      *    HISTORY STAYS ON FILE; NO ACTIVE HOLD OF THAT TYPE IS A
      *    REJECT, NOT A SILENT SKIP, SO THE OFFICE SEES THE MISMATCH.
      ******************************************************************
       8801-FILE-HANDLE-RELEASE-START.
           IF R-HD-STUDENT-NO NOT NUMERIC
               OR R-HD-STUDENT-NO = ZERO
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '15' TO R-REJ-TYPE
               MOVE 'INVALID STUDENT NO' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8801-FILE-HANDLE-RELEASE-CHECKPOINT
           END-IF.

           IF NOT R-HD-TYPE-VALID
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '15' TO R-REJ-TYPE
               MOVE 'INVALID HOLD TYPE' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8801-FILE-HANDLE-RELEASE-CHECKPOINT
           END-IF.

           IF R-HD-DATE = SPACE
               MOVE WS-RUN-DATE TO SQL-HD-RELEASE-DATE
           ELSE
               IF R-HD-DATE-NUM NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (R-HD-DATE-NUM)
                       NOT = 0
                   ADD 1 TO WS-CNT-EDIT-REJECT
                   MOVE '15' TO R-REJ-TYPE
                   MOVE 'INVALID RELEASE DATE' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
                   GO TO 8801-FILE-HANDLE-RELEASE-CHECKPOINT
               END-IF
               MOVE R-HD-DATE-NUM TO SQL-HD-RELEASE-DATE
           END-IF.

           MOVE R-HD-STUDENT-NO TO SQL-E-STUDENT-NO.

           EXEC SQL
               SELECT ID INTO :SQL-HD-STUDENT-ID FROM STUDENT
               WHERE STUDENT_NO = :SQL-E-STUDENT-NO
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '15' TO R-REJ-TYPE
               MOVE 'STUDENT NOT FOUND' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8801-FILE-HANDLE-RELEASE-CHECKPOINT
           END-IF.

           MOVE R-HD-TYPE TO SQL-HD-TYPE.

           EXEC SQL
               SELECT REASON, START_DATE
               INTO :SQL-HD-OLD-REASON, :SQL-HD-OLD-START
               FROM STUDENT_HOLD
               WHERE STUDENT_ID = :SQL-HD-STUDENT-ID
               AND HOLD_TYPE = :SQL-HD-TYPE
               AND STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 100
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '15' TO R-REJ-TYPE
               MOVE 'NO ACTIVE HOLD' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8801-FILE-HANDLE-RELEASE-CHECKPOINT
           END-IF.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '15' TO R-REJ-TYPE
               MOVE 'SQL ERROR' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8801-FILE-HANDLE-RELEASE-CHECKPOINT
           END-IF.

           EXEC SQL
               UPDATE STUDENT_HOLD
               SET STATUS = 'R',
                   RELEASE_DATE = :SQL-HD-RELEASE-DATE,
                   RELEASED_TS = :SQL-A-RUN-TS
               WHERE STUDENT_ID = :SQL-HD-STUDENT-ID
               AND HOLD_TYPE = :SQL-HD-TYPE
               AND STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '15' TO R-REJ-TYPE
               MOVE 'HOLD RELEASE FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8801-FILE-HANDLE-RELEASE-CHECKPOINT
           END-IF.

           ADD 1 TO WS-CNT-UPDATE-OK.
           MOVE SPACE TO SQL-A-BEFORE.
           STRING 'STATUS=A START=' SQL-HD-OLD-START ' REASON='
               SQL-HD-OLD-REASON
               DELIMITED BY SIZE INTO SQL-A-BEFORE.
           MOVE '15' TO SQL-A-REC-TYPE.
           MOVE WS-RELEASE-SEQ TO SQL-A-REC-SEQ.
           PERFORM 8702-AUDIT-HOLD-START
               THRU 8702-AUDIT-HOLD-END.

      *    THE PROMOTION PASSED THE STUDENT OVER WHILE THE HOLD WAS
      *    ACTIVE - ANY QUEUE THEY ARE WAITING ON IS SWEPT NOW.
           MOVE '15' TO WS-WL-REC-TYPE.
           MOVE WS-RELEASE-SEQ TO WS-WL-REC-SEQ.
           MOVE ZERO TO SQL-WL-TRIG-COURSE.
           MOVE SQL-HD-STUDENT-ID TO SQL-WL-TRIG-STUDENT.
           PERFORM 7510-WAITLIST-SWEEP-START
               THRU 7510-WAITLIST-SWEEP-END.

      *    CHECKPOINT ADVANCES ON EVERY OUTCOME, NOT JUST A SUCCESSFUL
      *    CHANGE - SEE THE NOTE IN 7101-FILE-HANDLE-STUDENT-START.
       8801-FILE-HANDLE-RELEASE-CHECKPOINT.
           MOVE '15' TO R-RST-TYPE.
           MOVE WS-RELEASE-SEQ TO R-RST-KEY.
           PERFORM 1003-CHECKPOINT-COMMIT-START
               THRU 1003-CHECKPOINT-COMMIT-END.
       8801-FILE-HANDLE-RELEASE-END.
      ******************************************************************
      *    TERM CALENDAR - '16' RECORDS ADD A TERM TO THE CALENDAR OR
      *    RESTATE ITS DATES. THE DATES MUST RUN IN ORDER: START, ADD
      *    DEADLINE, DROP DEADLINE, END, WITH THE CENSUS DATE INSIDE
      *    THE TERM. THE SAME DATES AGAIN ARE A DUPLICATE.
      ******************************************************************
       8901-FILE-HANDLE-CALENDAR-START.
           IF R-TC-TERM = SPACE
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '16' TO R-REJ-TYPE
               MOVE 'MISSING TERM' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8901-FILE-HANDLE-CALENDAR-CHECKPOINT
           END-IF.

           IF R-TC-START-DATE NOT NUMERIC
               OR R-TC-ADD-DEADLINE NOT NUMERIC
               OR R-TC-DROP-DEADLINE NOT NUMERIC
               OR R-TC-CENSUS-DATE NOT NUMERIC
               OR R-TC-END-DATE NOT NUMERIC
               OR R-TC-START-DATE = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD (R-TC-START-DATE) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (R-TC-ADD-DEADLINE)
                   NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (R-TC-DROP-DEADLINE)
                   NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (R-TC-CENSUS-DATE)
                   NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (R-TC-END-DATE) NOT = 0
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '16' TO R-REJ-TYPE
               MOVE 'INVALID DATE' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8901-FILE-HANDLE-CALENDAR-CHECKPOINT
           END-IF.

           IF R-TC-ADD-DEADLINE < R-TC-START-DATE
               OR R-TC-DROP-DEADLINE < R-TC-ADD-DEADLINE
               OR R-TC-END-DATE < R-TC-DROP-DEADLINE
               OR R-TC-CENSUS-DATE < R-TC-START-DATE
               OR R-TC-CENSUS-DATE > R-TC-END-DATE
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '16' TO R-REJ-TYPE
               MOVE 'DATES OUT OF ORDER' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8901-FILE-HANDLE-CALENDAR-CHECKPOINT
           END-IF.

           MOVE R-TC-TERM TO SQL-TC-TERM.
           MOVE R-TC-START-DATE TO SQL-TC-START-DATE.
           MOVE R-TC-ADD-DEADLINE TO SQL-TC-ADD-DEADLINE.
           MOVE R-TC-DROP-DEADLINE TO SQL-TC-DROP-DEADLINE.
           MOVE R-TC-CENSUS-DATE TO SQL-TC-CENSUS-DATE.
           MOVE R-TC-END-DATE TO SQL-TC-END-DATE.

           EXEC SQL
               SELECT START_DATE, ADD_DEADLINE, DROP_DEADLINE,
                   CENSUS_DATE, END_DATE
               INTO :SQL-TC-OLD-START, :SQL-TC-OLD-ADD,
                   :SQL-TC-OLD-DROP, :SQL-TC-OLD-CENSUS,
                   :SQL-TC-OLD-END
               FROM TERM_CALENDAR
               WHERE TERM = :SQL-TC-TERM
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-TC-OLD-START = SQL-TC-START-DATE
                       AND SQL-TC-OLD-ADD = SQL-TC-ADD-DEADLINE
                       AND SQL-TC-OLD-DROP = SQL-TC-DROP-DEADLINE
                       AND SQL-TC-OLD-CENSUS = SQL-TC-CENSUS-DATE
                       AND SQL-TC-OLD-END = SQL-TC-END-DATE
                       ADD 1 TO WS-CNT-INSERT-DUP
                   ELSE
                       PERFORM 8903-CALENDAR-UPDATE-START
                           THRU 8903-CALENDAR-UPDATE-END
                   END-IF
               WHEN 100
                   PERFORM 8904-CALENDAR-INSERT-START
                       THRU 8904-CALENDAR-INSERT-END
               WHEN OTHER
                   ADD 1 TO WS-CNT-SQL-ERROR
                   MOVE '16' TO R-REJ-TYPE
                   MOVE 'SQL ERROR' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
           END-EVALUATE.

      *    CHECKPOINT ADVANCES ON EVERY OUTCOME, NOT JUST A SUCCESSFUL
      *    CHANGE - SEE THE NOTE IN 7101-FILE-HANDLE-STUDENT-START.
       8901-FILE-HANDLE-CALENDAR-CHECKPOINT.
           MOVE '16' TO R-RST-TYPE.
           MOVE WS-CALENDAR-SEQ TO R-RST-KEY.
           PERFORM 1003-CHECKPOINT-COMMIT-START
               THRU 1003-CHECKPOINT-COMMIT-END.
       8901-FILE-HANDLE-CALENDAR-END.
      ******************************************************************
      *    A TERM HAS NO TABLE ID, SO BOTH KEYS ARE ZERO; THE TERM
      *    CODE IS IN THE AFTER IMAGE.
      ******************************************************************
       8902-AUDIT-CALENDAR-START.
           MOVE 'TERMCAL' TO SQL-A-ENTITY.
           MOVE ZERO TO SQL-A-KEY1.
           MOVE ZERO TO SQL-A-KEY2.
           MOVE '16' TO SQL-A-REC-TYPE.
           MOVE WS-CALENDAR-SEQ TO SQL-A-REC-SEQ.
           MOVE REC-F-INPUT-IMAGE TO SQL-A-AFTER.
           PERFORM 7800-AUDIT-WRITE-START
               THRU 7800-AUDIT-WRITE-END.
       8902-AUDIT-CALENDAR-END.
      ******************************************************************
       8903-CALENDAR-UPDATE-START.
           EXEC SQL
               UPDATE TERM_CALENDAR
               SET START_DATE = :SQL-TC-START-DATE,
                   ADD_DEADLINE = :SQL-TC-ADD-DEADLINE,
                   DROP_DEADLINE = :SQL-TC-DROP-DEADLINE,
                   CENSUS_DATE = :SQL-TC-CENSUS-DATE,
                   END_DATE = :SQL-TC-END-DATE
               WHERE TERM = :SQL-TC-TERM
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '16' TO R-REJ-TYPE
               MOVE 'CALENDAR UPD FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8903-CALENDAR-UPDATE-END
           END-IF.

           ADD 1 TO WS-CNT-UPDATE-OK.
           MOVE SPACE TO SQL-A-BEFORE.
           STRING 'START=' SQL-TC-OLD-START ' ADD=' SQL-TC-OLD-ADD
               ' DROP=' SQL-TC-OLD-DROP ' CENSUS=' SQL-TC-OLD-CENSUS
               ' END=' SQL-TC-OLD-END
               DELIMITED BY SIZE INTO SQL-A-BEFORE.
           PERFORM 8902-AUDIT-CALENDAR-START
               THRU 8902-AUDIT-CALENDAR-END.
       8903-CALENDAR-UPDATE-END.
      ******************************************************************
       8904-CALENDAR-INSERT-START.
           EXEC SQL
               INSERT INTO TERM_CALENDAR (TERM, START_DATE,
                   ADD_DEADLINE, DROP_DEADLINE, CENSUS_DATE,
                   END_DATE)
               VALUES (:SQL-TC-TERM, :SQL-TC-START-DATE,
                   :SQL-TC-ADD-DEADLINE, :SQL-TC-DROP-DEADLINE,
                   :SQL-TC-CENSUS-DATE, :SQL-TC-END-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '16' TO R-REJ-TYPE
               MOVE 'CALENDAR INS FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 8904-CALENDAR-INSERT-END
           END-IF.

           ADD 1 TO WS-CNT-INSERT-OK.
           MOVE SPACE TO SQL-A-BEFORE.
           PERFORM 8902-AUDIT-CALENDAR-START
               THRU 8902-AUDIT-CALENDAR-END.
       8904-CALENDAR-INSERT-END.
      ******************************************************************
      *    SINGLE-COURSE DROP - '17' RECORDS REMOVE ONE UNGRADED
      *    ENROLLMENT. A GRADED COURSE CANNOT BE DROPPED (THAT IS A
      *    '03' CORRECTION OR A '04' WITHDRAWAL). THE GRADE ROW GOES,
      *    WHICH FREES THE SEAT; THE DROP AND ITS DATE GO ON
      *    COURSE_DROP FOR THE FEE ASSESSMENT, AND THE COURSE'S
      *    WAITLIST IS SWEPT FOR THE SEAT THAT OPENED.
      ******************************************************************
       9001-FILE-HANDLE-DROP-START.
           IF R-DR-STUDENT-NO NOT NUMERIC
               OR R-DR-STUDENT-NO = ZERO
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '17' TO R-REJ-TYPE
               MOVE 'INVALID STUDENT NO' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           IF R-DR-TERM = SPACE
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '17' TO R-REJ-TYPE
               MOVE 'MISSING TERM' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           IF R-DR-DATE = SPACE
               MOVE WS-RUN-DATE TO SQL-DR-DATE
           ELSE
               IF R-DR-DATE-NUM NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (R-DR-DATE-NUM)
                       NOT = 0
                   ADD 1 TO WS-CNT-EDIT-REJECT
                   MOVE '17' TO R-REJ-TYPE
                   MOVE 'INVALID DROP DATE' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
                   GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
               END-IF
               MOVE R-DR-DATE-NUM TO SQL-DR-DATE
           END-IF.

           MOVE R-DR-TERM TO SQL-TL-TERM.
           PERFORM 7903-TERM-LOCK-CHECK-START
               THRU 7903-TERM-LOCK-CHECK-END.
           IF WS-TERM-LOCKED-YES AND R-DR-OVERRIDE NOT = 'O'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '17' TO R-REJ-TYPE
               MOVE 'TERM LOCKED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           MOVE R-DR-TERM TO SQL-TC-TERM.

           EXEC SQL
               SELECT DROP_DEADLINE INTO :SQL-TC-DROP-DEADLINE
               FROM TERM_CALENDAR
               WHERE TERM = :SQL-TC-TERM
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '17' TO R-REJ-TYPE
               MOVE 'TERM NOT ON CALENDAR' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           IF SQL-DR-DATE > SQL-TC-DROP-DEADLINE
               AND R-DR-OVERRIDE NOT = 'O'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '17' TO R-REJ-TYPE
               MOVE 'DROP DEADLINE PASSED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           MOVE R-DR-STUDENT-NO TO SQL-E-STUDENT-NO.
           MOVE R-DR-LABEL TO SQL-E-LABEL.
           MOVE R-DR-TERM TO SQL-G-TERM.

           EXEC SQL
               SELECT ID, COALESCE(ANONYMIZED, 'N')
               INTO :SQL-G-STUDENT-ID, :SQL-A-ANONYMIZED
               FROM STUDENT
               WHERE STUDENT_NO = :SQL-E-STUDENT-NO
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '17' TO R-REJ-TYPE
               MOVE 'STUDENT NOT FOUND' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           IF SQL-A-ANONYMIZED = 'Y'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '17' TO R-REJ-TYPE
               MOVE 'STUDENT ANONYMIZED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           EXEC SQL
               SELECT ID INTO :SQL-G-COURSE-ID FROM COURSE
               WHERE LABEL = :SQL-E-LABEL
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '17' TO R-REJ-TYPE
               MOVE 'COURSE NOT FOUND' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           EXEC SQL
               SELECT CASE WHEN GRADE IS NULL THEN 'N' ELSE 'Y' END
               INTO :SQL-DR-GRADED
               FROM GRADE
               WHERE STUDENT_ID = :SQL-G-STUDENT-ID
               AND COURSE_ID = :SQL-G-COURSE-ID
               AND TERM = :SQL-G-TERM
           END-EXEC.

           IF SQLCODE = 100
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '17' TO R-REJ-TYPE
               MOVE 'NOT ENROLLED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '17' TO R-REJ-TYPE
               MOVE 'SQL ERROR' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           IF SQL-DR-GRADED = 'Y'
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '17' TO R-REJ-TYPE
               MOVE 'ALREADY GRADED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           EXEC SQL
               DELETE FROM GRADE
               WHERE STUDENT_ID = :SQL-G-STUDENT-ID
               AND COURSE_ID = :SQL-G-COURSE-ID
               AND TERM = :SQL-G-TERM
               AND GRADE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '17' TO R-REJ-TYPE
               MOVE 'DROP FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

      *    A COURSE DROPPED, RE-ADDED AND DROPPED AGAIN KEEPS ONE
      *    COURSE_DROP ROW, CARRYING THE LATEST DROP DATE.
           EXEC SQL
               DELETE FROM COURSE_DROP
               WHERE STUDENT_ID = :SQL-G-STUDENT-ID
               AND COURSE_ID = :SQL-G-COURSE-ID
               AND TERM = :SQL-G-TERM
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '17' TO R-REJ-TYPE
               MOVE 'DROP FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           EXEC SQL
               INSERT INTO COURSE_DROP (STUDENT_ID, COURSE_ID, TERM,
                   DROP_DATE, DROPPED_TS)
               VALUES (:SQL-G-STUDENT-ID, :SQL-G-COURSE-ID,
                   :SQL-G-TERM, :SQL-DR-DATE, :SQL-A-RUN-TS)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '17' TO R-REJ-TYPE
               MOVE 'DROP INSERT FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9001-FILE-HANDLE-DROP-CHECKPOINT
           END-IF.

           ADD 1 TO WS-CNT-UPDATE-OK.
           PERFORM 9002-AUDIT-DROP-START
               THRU 9002-AUDIT-DROP-END.

      *    THE SEAT GIVEN UP GOES TO THE HEAD OF THE COURSE'S QUEUE.
           MOVE '17' TO WS-WL-REC-TYPE.
           MOVE WS-DROP-SEQ TO WS-WL-REC-SEQ.
           MOVE SQL-G-COURSE-ID TO SQL-WL-TRIG-COURSE.
           MOVE ZERO TO SQL-WL-TRIG-STUDENT.
           PERFORM 7510-WAITLIST-SWEEP-START
               THRU 7510-WAITLIST-SWEEP-END.

      *    CHECKPOINT ADVANCES ON EVERY OUTCOME, NOT JUST A SUCCESSFUL
      *    CHANGE - SEE THE NOTE IN 7101-FILE-HANDLE-STUDENT-START.
       9001-FILE-HANDLE-DROP-CHECKPOINT.
           MOVE '17' TO R-RST-TYPE.
           MOVE WS-DROP-SEQ TO R-RST-KEY.
           PERFORM 1003-CHECKPOINT-COMMIT-START
               THRU 1003-CHECKPOINT-COMMIT-END.
       9001-FILE-HANDLE-DROP-END.
      ******************************************************************
       9002-AUDIT-DROP-START.
           MOVE 'GRADE' TO SQL-A-ENTITY.
           MOVE SQL-G-STUDENT-ID TO SQL-A-KEY1.
           MOVE SQL-G-COURSE-ID TO SQL-A-KEY2.
           MOVE '17' TO SQL-A-REC-TYPE.
           MOVE WS-DROP-SEQ TO SQL-A-REC-SEQ.
           MOVE SPACE TO SQL-A-BEFORE.
           STRING 'TERM=' SQL-G-TERM ' GRADE=NULL'
               DELIMITED BY SIZE INTO SQL-A-BEFORE.
           MOVE REC-F-INPUT-IMAGE TO SQL-A-AFTER.
           PERFORM 7800-AUDIT-WRITE-START
               THRU 7800-AUDIT-WRITE-END.
       9002-AUDIT-DROP-END.
      ******************************************************************
      *    MEETING SLOTS - '18' RECORDS ADD, CHANGE OR (ACTION 'D')
      *    REMOVE ONE WEEKLY MEETING OF A COURSE IN A TERM. ROOM AND
      *    INSTRUCTOR DOUBLE-BOOKINGS ARE LOADED AS SENT AND LEFT FOR
      *    THE TIMETABLE REPORT TO LIST; ONLY A STUDENT'S OWN CLASH
      *    STOPS AN ENROLLMENT.
      ******************************************************************
       9101-FILE-HANDLE-SLOT-START.
           IF R-SL-TERM = SPACE
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '18' TO R-REJ-TYPE
               MOVE 'MISSING TERM' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9101-FILE-HANDLE-SLOT-CHECKPOINT
           END-IF.

           IF NOT R-SL-DAY-VALID
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '18' TO R-REJ-TYPE
               MOVE 'INVALID DAY' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9101-FILE-HANDLE-SLOT-CHECKPOINT
           END-IF.

           IF R-SL-ACTION NOT = SPACE AND NOT R-SL-ACTION-REMOVE
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '18' TO R-REJ-TYPE
               MOVE 'INVALID ACTION' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9101-FILE-HANDLE-SLOT-CHECKPOINT
           END-IF.

           IF R-SL-START-NUM NOT NUMERIC
               OR R-SL-START-NUM < 1
               OR R-SL-START-NUM > 12
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '18' TO R-REJ-TYPE
               MOVE 'INVALID PERIOD' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9101-FILE-HANDLE-SLOT-CHECKPOINT
           END-IF.

           IF NOT R-SL-ACTION-REMOVE
               IF R-SL-END-NUM NOT NUMERIC
                   OR R-SL-END-NUM < R-SL-START-NUM
                   OR R-SL-END-NUM > 12
                   ADD 1 TO WS-CNT-EDIT-REJECT
                   MOVE '18' TO R-REJ-TYPE
                   MOVE 'INVALID PERIOD' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
                   GO TO 9101-FILE-HANDLE-SLOT-CHECKPOINT
               END-IF
               IF R-SL-ROOM = SPACE
                   ADD 1 TO WS-CNT-EDIT-REJECT
                   MOVE '18' TO R-REJ-TYPE
                   MOVE 'MISSING ROOM' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
                   GO TO 9101-FILE-HANDLE-SLOT-CHECKPOINT
               END-IF
               MOVE R-SL-END-NUM TO SQL-SL-END-PERIOD
           END-IF.

           MOVE R-SL-LABEL TO SQL-E-LABEL.

           EXEC SQL
               SELECT ID INTO :SQL-SL-COURSE-ID FROM COURSE
               WHERE LABEL = :SQL-E-LABEL
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '18' TO R-REJ-TYPE
               MOVE 'COURSE NOT FOUND' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9101-FILE-HANDLE-SLOT-CHECKPOINT
           END-IF.

           MOVE R-SL-TERM TO SQL-SL-TERM.
           MOVE R-SL-DAY TO SQL-SL-DAY.
           MOVE R-SL-START-NUM TO SQL-SL-START-PERIOD.
           MOVE R-SL-ROOM TO SQL-SL-ROOM.

           EXEC SQL
               SELECT END_PERIOD, ROOM
               INTO :SQL-SL-OLD-END, :SQL-SL-OLD-ROOM
               FROM COURSE_SLOT
               WHERE COURSE_ID = :SQL-SL-COURSE-ID
               AND TERM = :SQL-SL-TERM
               AND DAY = :SQL-SL-DAY
               AND START_PERIOD = :SQL-SL-START-PERIOD
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND R-SL-ACTION-REMOVE
                   PERFORM 9105-SLOT-REMOVE-START
                       THRU 9105-SLOT-REMOVE-END
               WHEN SQLCODE = 100 AND R-SL-ACTION-REMOVE
                   ADD 1 TO WS-CNT-EDIT-REJECT
                   MOVE '18' TO R-REJ-TYPE
                   MOVE 'SLOT NOT FOUND' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
               WHEN SQLCODE = 0
                   IF SQL-SL-OLD-END = SQL-SL-END-PERIOD
                       AND SQL-SL-OLD-ROOM = SQL-SL-ROOM
                       ADD 1 TO WS-CNT-INSERT-DUP
                   ELSE
                       PERFORM 9103-SLOT-UPDATE-START
                           THRU 9103-SLOT-UPDATE-END
                   END-IF
               WHEN SQLCODE = 100
                   PERFORM 9104-SLOT-INSERT-START
                       THRU 9104-SLOT-INSERT-END
               WHEN OTHER
                   ADD 1 TO WS-CNT-SQL-ERROR
                   MOVE '18' TO R-REJ-TYPE
                   MOVE 'SQL ERROR' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
           END-EVALUATE.

      *    CHECKPOINT ADVANCES ON EVERY OUTCOME, NOT JUST A SUCCESSFUL
      *    CHANGE - SEE THE NOTE IN 7101-FILE-HANDLE-STUDENT-START.
       9101-FILE-HANDLE-SLOT-CHECKPOINT.
           MOVE '18' TO R-RST-TYPE.
           MOVE WS-SLOT-SEQ TO R-RST-KEY.
           PERFORM 1003-CHECKPOINT-COMMIT-START
               THRU 1003-CHECKPOINT-COMMIT-END.
       9101-FILE-HANDLE-SLOT-END.
      ******************************************************************
       9102-AUDIT-SLOT-START.
           MOVE 'SLOT' TO SQL-A-ENTITY.
           MOVE SQL-SL-COURSE-ID TO SQL-A-KEY1.
           MOVE ZERO TO SQL-A-KEY2.
           MOVE '18' TO SQL-A-REC-TYPE.
           MOVE WS-SLOT-SEQ TO SQL-A-REC-SEQ.
           MOVE REC-F-INPUT-IMAGE TO SQL-A-AFTER.
           PERFORM 7800-AUDIT-WRITE-START
               THRU 7800-AUDIT-WRITE-END.
       9102-AUDIT-SLOT-END.
      ******************************************************************
       9103-SLOT-UPDATE-START.
           EXEC SQL
               UPDATE COURSE_SLOT
               SET END_PERIOD = :SQL-SL-END-PERIOD,
                   ROOM = :SQL-SL-ROOM
               WHERE COURSE_ID = :SQL-SL-COURSE-ID
               AND TERM = :SQL-SL-TERM
               AND DAY = :SQL-SL-DAY
               AND START_PERIOD = :SQL-SL-START-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '18' TO R-REJ-TYPE
               MOVE 'SLOT UPDATE FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9103-SLOT-UPDATE-END
           END-IF.

           ADD 1 TO WS-CNT-UPDATE-OK.
           MOVE SPACE TO SQL-A-BEFORE.
           STRING 'TERM=' SQL-SL-TERM ' DAY=' SQL-SL-DAY
               ' START=' SQL-SL-START-PERIOD ' END=' SQL-SL-OLD-END
               ' ROOM=' SQL-SL-OLD-ROOM
               DELIMITED BY SIZE INTO SQL-A-BEFORE.
           PERFORM 9102-AUDIT-SLOT-START
               THRU 9102-AUDIT-SLOT-END.
       9103-SLOT-UPDATE-END.
      ******************************************************************
       9104-SLOT-INSERT-START.
           EXEC SQL
               INSERT INTO COURSE_SLOT (COURSE_ID, TERM, DAY,
                   START_PERIOD, END_PERIOD, ROOM)
               VALUES (:SQL-SL-COURSE-ID, :SQL-SL-TERM, :SQL-SL-DAY,
                   :SQL-SL-START-PERIOD, :SQL-SL-END-PERIOD,
                   :SQL-SL-ROOM)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '18' TO R-REJ-TYPE
               MOVE 'SLOT INSERT FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9104-SLOT-INSERT-END
           END-IF.

           ADD 1 TO WS-CNT-INSERT-OK.
           MOVE SPACE TO SQL-A-BEFORE.
           PERFORM 9102-AUDIT-SLOT-START
               THRU 9102-AUDIT-SLOT-END.
       9104-SLOT-INSERT-END.
      ******************************************************************
      *    REMOVING A SLOT LEAVES THE COURSE'S ENROLLMENTS ALONE; IT
      *    ONLY TAKES THE MEETING OFF THE TIMETABLE.
      ******************************************************************
       9105-SLOT-REMOVE-START.
           EXEC SQL
               DELETE FROM COURSE_SLOT
               WHERE COURSE_ID = :SQL-SL-COURSE-ID
               AND TERM = :SQL-SL-TERM
               AND DAY = :SQL-SL-DAY
               AND START_PERIOD = :SQL-SL-START-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '18' TO R-REJ-TYPE
               MOVE 'SLOT REMOVE FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9105-SLOT-REMOVE-END
           END-IF.

           ADD 1 TO WS-CNT-UPDATE-OK.
           MOVE SPACE TO SQL-A-BEFORE.
           STRING 'TERM=' SQL-SL-TERM ' DAY=' SQL-SL-DAY
               ' START=' SQL-SL-START-PERIOD ' END=' SQL-SL-OLD-END
               ' ROOM=' SQL-SL-OLD-ROOM
               DELIMITED BY SIZE INTO SQL-A-BEFORE.
           PERFORM 9102-AUDIT-SLOT-START
               THRU 9102-AUDIT-SLOT-END.
       9105-SLOT-REMOVE-END.
      ******************************************************************
      *    EXTERNAL CREDIT - '19' RECORDS RECORD A COURSE TAKEN AT
      *    ANOTHER INSTITUTION, ITS GRADE CONVERTED TO THE 0-20 SCALE.
      *    THE CREDIT COUNTS TOWARD THE DEGREE AUDIT AND PRINTS ON THE
      *    TRANSCRIPT IN ITS OWN BLOCK; IT NEVER ENTERS A TERM AVERAGE.
      ******************************************************************
       9201-FILE-HANDLE-EXTCRED-START.
           IF R-XC-STUDENT-NO NOT NUMERIC
               OR R-XC-STUDENT-NO = ZERO
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '19' TO R-REJ-TYPE
               MOVE 'INVALID STUDENT NO' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
           END-IF.

           IF R-XC-INSTITUTION = SPACE
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '19' TO R-REJ-TYPE
               MOVE 'MISSING INSTITUTION' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
           END-IF.

           IF R-XC-TITLE = SPACE
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '19' TO R-REJ-TYPE
               MOVE 'MISSING TITLE' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
           END-IF.

           IF R-XC-LABEL = SPACE
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '19' TO R-REJ-TYPE
               MOVE 'MISSING COURSE' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
           END-IF.

           IF R-XC-GRADE = SPACE OR R-XC-SCALE = SPACE
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '19' TO R-REJ-TYPE
               MOVE 'MISSING GRADE' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
           END-IF.

      *    AN ELECTIVE HAS NO LOCAL COURSE TO TAKE A COEF FROM.
           IF R-XC-COEF = SPACE
               IF R-XC-ELECTIVE
                   ADD 1 TO WS-CNT-EDIT-REJECT
                   MOVE '19' TO R-REJ-TYPE
                   MOVE 'ELECTIVE NEEDS COEF' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
                   GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
               END-IF
           ELSE
               IF R-XC-COEF-SEP NOT = ','
                   OR R-XC-COEF-INT NOT NUMERIC
                   OR R-XC-COEF-DEC NOT NUMERIC
                   ADD 1 TO WS-CNT-EDIT-REJECT
                   MOVE '19' TO R-REJ-TYPE
                   MOVE 'INVALID COEF' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
                   GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
               END-IF
               MOVE R-XC-COEF-INT TO WS-COEF-CHECK-INT
               MOVE R-XC-COEF-DEC TO WS-COEF-CHECK-DEC
               IF WS-COEF-CHECK < 0,1 OR WS-COEF-CHECK > 9,9
                   ADD 1 TO WS-CNT-EDIT-REJECT
                   MOVE '19' TO R-REJ-TYPE
                   MOVE 'COEF OUT OF RANGE' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
                   GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
               END-IF
               MOVE WS-COEF-CHECK TO SQL-XC-COEF
           END-IF.

           PERFORM 9205-GRADE-CONVERT-START
               THRU 9205-GRADE-CONVERT-END.

           IF NOT WS-XC-CONVERTED
               ADD 1 TO WS-CNT-EDIT-REJECT
               MOVE '19' TO R-REJ-TYPE
               EVALUATE TRUE
                   WHEN WS-XC-GRADE-UNKNOWN
                       MOVE 'GRADE NOT ON SCALE' TO R-REJ-REASON
                   WHEN WS-XC-GRADE-INVALID
                       MOVE 'INVALID GRADE' TO R-REJ-REASON
                   WHEN WS-XC-GRADE-OFF-SCALE
                       MOVE 'GRADE OFF SCALE' TO R-REJ-REASON
                   WHEN OTHER
                       MOVE 'SCALE NOT ON TABLE' TO R-REJ-REASON
               END-EVALUATE
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
           END-IF.

           MOVE R-XC-STUDENT-NO TO SQL-E-STUDENT-NO.

           EXEC SQL
               SELECT ID INTO :SQL-XC-STUDENT-ID FROM STUDENT
               WHERE STUDENT_NO = :SQL-E-STUDENT-NO
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '19' TO R-REJ-TYPE
               MOVE 'STUDENT NOT FOUND' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
           END-IF.

           IF R-XC-ELECTIVE
               MOVE ZERO TO SQL-XC-COURSE-ID
           ELSE
               MOVE R-XC-LABEL TO SQL-E-LABEL
               EXEC SQL
                   SELECT ID, COEF
                   INTO :SQL-XC-COURSE-ID, :SQL-C-COEF
                   FROM COURSE
                   WHERE LABEL = :SQL-E-LABEL
               END-EXEC
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-CNT-SQL-ERROR
                   MOVE '19' TO R-REJ-TYPE
                   MOVE 'COURSE NOT FOUND' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
                   GO TO 9201-FILE-HANDLE-EXTCRED-CHECKPOINT
               END-IF
               IF R-XC-COEF = SPACE
                   MOVE SQL-C-COEF TO SQL-XC-COEF
               END-IF
           END-IF.

           MOVE R-XC-INSTITUTION TO SQL-XC-INSTITUTION.
           MOVE R-XC-TITLE TO SQL-XC-TITLE.
           MOVE R-XC-LABEL TO SQL-XC-LABEL.
           MOVE R-XC-GRADE TO SQL-XC-ORIG-GRADE.
           MOVE R-XC-SCALE TO SQL-XC-SCALE.

           EXEC SQL
               SELECT COURSE_ID, LOCAL_LABEL, COEF, ORIG_GRADE,
                   SCALE, GRADE
               INTO :SQL-XC-OLD-COURSE-ID, :SQL-XC-OLD-LABEL,
                   :SQL-XC-OLD-COEF, :SQL-XC-OLD-ORIG-GRADE,
                   :SQL-XC-OLD-SCALE, :SQL-XC-OLD-GRADE
               FROM EXT_CREDIT
               WHERE STUDENT_ID = :SQL-XC-STUDENT-ID
               AND INSTITUTION = :SQL-XC-INSTITUTION
               AND EXT_TITLE = :SQL-XC-TITLE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-XC-OLD-COURSE-ID = SQL-XC-COURSE-ID
                       AND SQL-XC-OLD-LABEL = SQL-XC-LABEL
                       AND SQL-XC-OLD-COEF = SQL-XC-COEF
                       AND SQL-XC-OLD-ORIG-GRADE = SQL-XC-ORIG-GRADE
                       AND SQL-XC-OLD-SCALE = SQL-XC-SCALE
                       AND SQL-XC-OLD-GRADE = SQL-XC-GRADE
                       ADD 1 TO WS-CNT-INSERT-DUP
                   ELSE
                       PERFORM 9203-EXTCRED-UPDATE-START
                           THRU 9203-EXTCRED-UPDATE-END
                   END-IF
               WHEN 100
                   PERFORM 9204-EXTCRED-INSERT-START
                       THRU 9204-EXTCRED-INSERT-END
               WHEN OTHER
                   ADD 1 TO WS-CNT-SQL-ERROR
                   MOVE '19' TO R-REJ-TYPE
                   MOVE 'SQL ERROR' TO R-REJ-REASON
                   PERFORM 7900-REJECT-WRITE-START
                       THRU 7900-REJECT-WRITE-END
           END-EVALUATE.

      *    CHECKPOINT ADVANCES ON EVERY OUTCOME, NOT JUST A SUCCESSFUL
      *    CHANGE - SEE THE NOTE IN 7101-FILE-HANDLE-STUDENT-START.
       9201-FILE-HANDLE-EXTCRED-CHECKPOINT.
           MOVE '19' TO R-RST-TYPE.
           MOVE WS-EXTCRED-SEQ TO R-RST-KEY.
           PERFORM 1003-CHECKPOINT-COMMIT-START
               THRU 1003-CHECKPOINT-COMMIT-END.
       9201-FILE-HANDLE-EXTCRED-END.
      ******************************************************************
       9202-AUDIT-EXTCRED-START.
           MOVE 'EXTCRED' TO SQL-A-ENTITY.
           MOVE SQL-XC-STUDENT-ID TO SQL-A-KEY1.
           MOVE SQL-XC-COURSE-ID TO SQL-A-KEY2.
           MOVE '19' TO SQL-A-REC-TYPE.
           MOVE WS-EXTCRED-SEQ TO SQL-A-REC-SEQ.
           MOVE REC-F-INPUT-IMAGE TO SQL-A-AFTER.
           PERFORM 7800-AUDIT-WRITE-START
               THRU 7800-AUDIT-WRITE-END.
       9202-AUDIT-EXTCRED-END.
      ******************************************************************
       9203-EXTCRED-UPDATE-START.
           EXEC SQL
               UPDATE EXT_CREDIT
               SET COURSE_ID = :SQL-XC-COURSE-ID,
                   LOCAL_LABEL = :SQL-XC-LABEL,
                   COEF = :SQL-XC-COEF,
                   ORIG_GRADE = :SQL-XC-ORIG-GRADE,
                   SCALE = :SQL-XC-SCALE,
                   GRADE = :SQL-XC-GRADE
               WHERE STUDENT_ID = :SQL-XC-STUDENT-ID
               AND INSTITUTION = :SQL-XC-INSTITUTION
               AND EXT_TITLE = :SQL-XC-TITLE
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '19' TO R-REJ-TYPE
               MOVE 'CREDIT UPDATE FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9203-EXTCRED-UPDATE-END
           END-IF.

           ADD 1 TO WS-CNT-UPDATE-OK.
           MOVE SQL-XC-OLD-COEF TO WS-AUD-COEF.
           MOVE SQL-XC-OLD-GRADE TO WS-AUD-GRADE.
           MOVE SPACE TO SQL-A-BEFORE.
           STRING 'COURSE=' SQL-XC-OLD-COURSE-ID
               ' COEF=' WS-AUD-COEF
               ' ORIG=' SQL-XC-OLD-ORIG-GRADE
               ' SCALE=' SQL-XC-OLD-SCALE
               ' GRADE=' WS-AUD-GRADE
               DELIMITED BY SIZE INTO SQL-A-BEFORE.
           PERFORM 9202-AUDIT-EXTCRED-START
               THRU 9202-AUDIT-EXTCRED-END.
       9203-EXTCRED-UPDATE-END.
      ******************************************************************
       9204-EXTCRED-INSERT-START.
           EXEC SQL
               INSERT INTO EXT_CREDIT (STUDENT_ID, INSTITUTION,
                   EXT_TITLE, COURSE_ID, LOCAL_LABEL, COEF,
                   ORIG_GRADE, SCALE, GRADE)
               VALUES (:SQL-XC-STUDENT-ID, :SQL-XC-INSTITUTION,
                   :SQL-XC-TITLE, :SQL-XC-COURSE-ID, :SQL-XC-LABEL,
                   :SQL-XC-COEF, :SQL-XC-ORIG-GRADE, :SQL-XC-SCALE,
                   :SQL-XC-GRADE)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-CNT-SQL-ERROR
               MOVE '19' TO R-REJ-TYPE
               MOVE 'CREDIT INSERT FAILED' TO R-REJ-REASON
               PERFORM 7900-REJECT-WRITE-START
                   THRU 7900-REJECT-WRITE-END
               GO TO 9204-EXTCRED-INSERT-END
           END-IF.

           ADD 1 TO WS-CNT-INSERT-OK.
           MOVE SPACE TO SQL-A-BEFORE.
           PERFORM 9202-AUDIT-EXTCRED-START
               THRU 9202-AUDIT-EXTCRED-END.
       9204-EXTCRED-INSERT-END.
      ******************************************************************
      *    GRADE CONVERSION - AN EXACT GRADE ENTRY FOR THE SCALE WINS;
      *    OTHERWISE A NUMERIC SCALE CONVERTS THE GRADE PRO RATA. A
      *    SCALE WITH LETTER ENTRIES ONLY REJECTS ANY GRADE NOT LISTED.
      ******************************************************************
       9205-GRADE-CONVERT-START.
           MOVE 'S' TO WS-XC-CONVERT.
           MOVE ZERO TO SQL-XC-GRADE.

           MOVE ZERO TO WS-GEQV-IX.
           PERFORM 9206-SCAN-EQUIV-GRADE-START
               THRU 9206-SCAN-EQUIV-GRADE-END
               UNTIL WS-GEQV-IX NOT < WS-GEQV-COUNT
               OR WS-XC-CONVERTED.

           IF WS-XC-CONVERTED
               GO TO 9205-GRADE-CONVERT-END
           END-IF.

           MOVE ZERO TO WS-GEQV-IX.
           PERFORM 9207-SCAN-EQUIV-SCALE-START
               THRU 9207-SCAN-EQUIV-SCALE-END
               UNTIL WS-GEQV-IX NOT < WS-GSCALE-COUNT
               OR WS-XC-NUMERIC-SCALE.

           IF NOT WS-XC-NUMERIC-SCALE
               GO TO 9205-GRADE-CONVERT-END
           END-IF.

           EVALUATE TRUE
               WHEN R-XC-GRADE-SEP = ','
                   AND R-XC-GRADE-INT NUMERIC
                   AND R-XC-GRADE-DEC NUMERIC
                   COMPUTE WS-XC-ORIGINAL =
                       R-XC-GRADE-INT + (R-XC-GRADE-DEC / 100)
               WHEN R-XC-GRADE3-SEP = ','
                   AND R-XC-GRADE3-INT NUMERIC
                   AND R-XC-GRADE3-DEC NUMERIC
                   COMPUTE WS-XC-ORIGINAL =
                       R-XC-GRADE3-INT + (R-XC-GRADE3-DEC / 10)
               WHEN OTHER
                   MOVE 'B' TO WS-XC-CONVERT
                   GO TO 9205-GRADE-CONVERT-END
           END-EVALUATE.

           IF WS-XC-ORIGINAL > WS-GS-MAXIMUM (WS-GEQV-IX)
               MOVE 'O' TO WS-XC-CONVERT
               GO TO 9205-GRADE-CONVERT-END
           END-IF.

           COMPUTE SQL-XC-GRADE ROUNDED =
               WS-XC-ORIGINAL * 20 / WS-GS-MAXIMUM (WS-GEQV-IX).
           MOVE 'Y' TO WS-XC-CONVERT.
       9205-GRADE-CONVERT-END.
      ******************************************************************
       9206-SCAN-EQUIV-GRADE-START.
           ADD 1 TO WS-GEQV-IX.
           IF WS-GQ-SCALE (WS-GEQV-IX) = R-XC-SCALE
               IF WS-GQ-GRADE (WS-GEQV-IX) = R-XC-GRADE
                   MOVE WS-GQ-LOCAL (WS-GEQV-IX) TO SQL-XC-GRADE
                   MOVE 'Y' TO WS-XC-CONVERT
               ELSE
                   MOVE 'G' TO WS-XC-CONVERT
               END-IF
           END-IF.
       9206-SCAN-EQUIV-GRADE-END.
      ******************************************************************
       9207-SCAN-EQUIV-SCALE-START.
           ADD 1 TO WS-GEQV-IX.
           IF WS-GS-SCALE (WS-GEQV-IX) = R-XC-SCALE
               MOVE 'N' TO WS-XC-CONVERT
           END-IF.
       9207-SCAN-EQUIV-SCALE-END.
      ******************************************************************
