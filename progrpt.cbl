               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CAPRPT-STATUS.

           SELECT F-PREREQRPT
               ASSIGN TO 'prereq.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PREREQRPT-STATUS.

           SELECT F-WAITRPT
               ASSIGN TO 'waitlist.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-WAITRPT-STATUS.

           SELECT F-HOLDRPT
               ASSIGN TO 'hold.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HOLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TRANSCRIPT

       01  REC-CAPRPT               PIC X(80).

       FD  F-PREREQRPT
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-PREREQRPT            PIC X(80).

       FD  F-WAITRPT
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-WAITRPT              PIC X(80).

       FD  F-HOLDRPT
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-HOLDRPT              PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    RUN PARAMETERS FROM THE COMMAND LINE (THE SAME WAY THE
      *        SECTION=XXXXX     STUDENTS WITH A GRADE IN THE SECTION
      *        WITHDRAWN=Y       INCLUDE WITHDRAWN STUDENTS, EACH
      *                          ANNOTATED ON THE TRANSCRIPT HEADER
      *                          (AN ANONYMIZED STUDENT SHOWS NO NAME
      *                          OR AGE, ONLY THE NUMBER AND GRADES)
      *        SPLIT=Y           ONE transcript.NNNNNNNN FILE PER
      *                          STUDENT INSTEAD OF ONE BIG FILE
      *    NO PARAMETERS REPRODUCES THE FULL-SCHOOL RUN, ACTIVE
       01  F-CAPRPT-STATUS      PIC X(02) VALUE SPACE.
           88 F-CAPRPT-STATUS-OK       VALUE '00'.

       01  F-PREREQRPT-STATUS   PIC X(02) VALUE SPACE.
           88 F-PREREQRPT-STATUS-OK    VALUE '00'.

       01  F-WAITRPT-STATUS     PIC X(02) VALUE SPACE.
           88 F-WAITRPT-STATUS-OK      VALUE '00'.

       01  F-HOLDRPT-STATUS     PIC X(02) VALUE SPACE.
           88 F-HOLDRPT-STATUS-OK      VALUE '00'.

       01  WS-RPT-LINE          PIC X(80) VALUE SPACE.
       01  WS-RPT-AGE           PIC Z9.
       01  WS-RPT-COEF          PIC Z9,9.
       01  WS-RPT-CAPACITY      PIC ZZ9.
       01  WS-RPT-ENROLLED      PIC ZZZZ9.
       01  WS-RPT-OVER          PIC ZZZZ9.
       01  WS-RPT-VIOLATIONS    PIC ZZZZ9.
       01  WS-PREREQ-VIOLATIONS PIC 9(05) VALUE ZERO.

      ******************************************************************
      *    WAITLIST REPORT WORK AREAS - THE QUEUE LISTING BREAKS ON
      *    COURSE/TERM; "TODAY" FOR THE PROMOTIONS SECTION IS THE RUN
      *    DATE, SINCE THE REPORT RUNS STRAIGHT AFTER THE NIGHTLY LOAD.
      ******************************************************************
       01  WS-TODAY.
           03 WS-TODAY-YYYY     PIC 9(04).
           03 WS-TODAY-MM       PIC 9(02).
           03 WS-TODAY-DD       PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                PIC 9(08).
       01  WS-WR-CUR-LABEL      PIC X(35) VALUE SPACE.
       01  WS-WR-CUR-TERM       PIC X(06) VALUE SPACE.
       01  WS-WR-WAITING        PIC 9(05) VALUE ZERO.
       01  WS-WR-PROMOTED       PIC 9(05) VALUE ZERO.
       01  WS-RPT-WAIT-SEQ      PIC ZZZZ9.

      ******************************************************************
      *    HOLD LISTING WORK AREAS - THE LISTING BREAKS ON HOLD TYPE;
      *    A HOLD'S AGE IS DAYS FROM ITS START DATE TO THE RUN DATE
      *    (NEGATIVE FOR A HOLD DATED TO TAKE EFFECT LATER).
      ******************************************************************
       01  WS-HR-CUR-TYPE       PIC X(01) VALUE SPACE.
       01  WS-HR-TYPE-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-HR-TOTAL          PIC 9(05) VALUE ZERO.
       01  WS-HR-AGE-DAYS       PIC S9(05) VALUE ZERO.
       01  WS-RPT-HOLD-AGE      PIC -(04)9.

      ******************************************************************
      *    TRANSCRIPT ACCUMULATORS - WEIGHTED AVERAGE IS SUM(GRADE *
       01  WS-TERM-AVERAGE      PIC 99V99 VALUE ZERO.
       01  WS-CUR-TERM          PIC X(06) VALUE SPACE.

      ******************************************************************
      *    EXTERNAL CREDIT BLOCK - COUNTED AND FOOTED ON ITS OWN; IT
      *    NEVER TOUCHES THE TERM OR CUMULATIVE AVERAGES ABOVE.
      ******************************************************************
       01  WS-EXT-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-EXT-SUM-COEF      PIC 9(05)V9 VALUE ZERO.
       01  WS-RPT-EXT-COEF      PIC ZZZZ9,9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE 'student'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  SQL-ST-FIRSTNAME        PIC X(06).
       01  SQL-ST-AGE              PIC 9(02).
       01  SQL-ST-ACTIVE           PIC X(01).
       01  SQL-ST-ANONYMIZED       PIC X(01).

      ******************************************************************
      *    THE SECTION FILTER NEEDS ITS OWN ONE-BYTE ON/OFF FLAG: A
       01  SQL-GR-COEF             PIC 9V9.
       01  SQL-GR-GRADE            PIC 99V99.

       01  SQL-XR-INSTITUTION      PIC X(06).
       01  SQL-XR-TITLE            PIC X(13).
       01  SQL-XR-LABEL            PIC X(21).
       01  SQL-XR-COEF             PIC 9V9.
       01  SQL-XR-ORIG-GRADE       PIC X(05).
       01  SQL-XR-SCALE            PIC X(02).
       01  SQL-XR-GRADE            PIC 99V99.

       01  SQL-CR-LABEL            PIC X(35).
       01  SQL-CR-SECTION          PIC X(05).
       01  SQL-CR-CAPACITY         PIC 9(03).
       01  SQL-CR-ENROLLED         PIC 9(05).

       01  SQL-PV-STUDENT-NO       PIC 9(08).
       01  SQL-PV-LASTNAME         PIC X(07).
       01  SQL-PV-LABEL            PIC X(35).
       01  SQL-PV-TERM             PIC X(06).
       01  SQL-PV-PREREQ-LABEL     PIC X(35).
       01  SQL-PV-MIN-GRADE        PIC 99V99.

       01  SQL-WR-LABEL            PIC X(35).
       01  SQL-WR-TERM             PIC X(06).
       01  SQL-WR-WAIT-SEQ         PIC 9(05).
       01  SQL-WR-STUDENT-NO       PIC 9(08).
       01  SQL-WR-LASTNAME         PIC X(07).
       01  SQL-WR-FIRSTNAME        PIC X(06).
       01  SQL-WR-TS               PIC X(19).
       01  SQL-WR-DAY-START        PIC X(19).

       01  SQL-HR-TYPE             PIC X(01).
       01  SQL-HR-START-DATE       PIC 9(08).
       01  SQL-HR-STUDENT-NO       PIC 9(08).
       01  SQL-HR-LASTNAME         PIC X(07).
       01  SQL-HR-FIRSTNAME        PIC X(06).
       01  SQL-HR-REASON           PIC X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL
           DECLARE STUDENT-CURSOR CURSOR FOR
           SELECT ID, COALESCE(STUDENT_NO, 0), LASTNAME, FIRSTNAME,
               AGE, COALESCE(ACTIVE, 'Y'), COALESCE(ANONYMIZED, 'N')
           FROM STUDENT
           WHERE (:SQL-P-STUDENT-NO = 0
               OR STUDENT_NO = :SQL-P-STUDENT-NO)
           ORDER BY GRADE.TERM, COURSE.LABEL
       END-EXEC.

      ******************************************************************
      *    CREDIT THE STUDENT BROUGHT FROM OTHER INSTITUTIONS, WITH
      *    THE GRADE AS AWARDED AND AS CONVERTED TO THE 0-20 SCALE.
      ******************************************************************
       EXEC SQL
           DECLARE EXTCRED-CURSOR CURSOR FOR
           SELECT INSTITUTION, EXT_TITLE, LOCAL_LABEL, COEF,
               ORIG_GRADE, SCALE, GRADE
           FROM EXT_CREDIT
           WHERE STUDENT_ID = :SQL-ST-ID
           ORDER BY INSTITUTION, EXT_TITLE
       END-EXEC.

       EXEC SQL
           DECLARE CAPACITY-CURSOR CURSOR FOR
           SELECT COURSE.LABEL, COURSE.SECTION, COURSE.CAPACITY,
           ORDER BY COURSE.LABEL
       END-EXEC.

      ******************************************************************
      *    PREREQUISITE VIOLATIONS - EVERY ENROLLMENT ON FILE WHOSE
      *    COURSE HAS A PREREQUISITE THE STUDENT HAD NOT PASSED AT
      *    THE MINIMUM GRADE IN AN EARLIER TERM, ONE ROW PER MISSING
      *    PREREQUISITE. PICKS UP ENROLLMENTS LOADED BEFORE THE LOAD
      *    STARTED ENFORCING PREREQUISITES AND THOSE LET THROUGH ON
      *    THE OVERRIDE BYTE.
      ******************************************************************
       EXEC SQL
           DECLARE PREREQ-CURSOR CURSOR FOR
           SELECT COALESCE(STUDENT.STUDENT_NO, 0), STUDENT.LASTNAME,
               COURSE.LABEL, GRADE.TERM, PRE.LABEL,
               COURSE_PREREQ.MIN_GRADE
           FROM GRADE, STUDENT, COURSE, COURSE_PREREQ, COURSE PRE
           WHERE GRADE.STUDENT_ID = STUDENT.ID
           AND GRADE.COURSE_ID = COURSE.ID
           AND COURSE_PREREQ.COURSE_ID = GRADE.COURSE_ID
           AND PRE.ID = COURSE_PREREQ.PREREQ_ID
           AND NOT EXISTS (
               SELECT 1 FROM GRADE PASSED
               WHERE PASSED.STUDENT_ID = GRADE.STUDENT_ID
               AND PASSED.COURSE_ID = COURSE_PREREQ.PREREQ_ID
               AND PASSED.TERM < GRADE.TERM
               AND PASSED.GRADE >= COURSE_PREREQ.MIN_GRADE
               )
           ORDER BY COURSE.LABEL, GRADE.TERM, STUDENT.STUDENT_NO,
               PRE.LABEL
       END-EXEC.

      ******************************************************************
      *    WAITLIST QUEUES - EVERY STUDENT STILL WAITING, IN ARRIVAL
      *    ORDER WITHIN EACH COURSE/TERM.
      ******************************************************************
       EXEC SQL
           DECLARE WAITQ-CURSOR CURSOR FOR
           SELECT COURSE.LABEL, WAITLIST.TERM, WAITLIST.WAIT_SEQ,
               COALESCE(STUDENT.STUDENT_NO, 0), STUDENT.LASTNAME,
               STUDENT.FIRSTNAME, WAITLIST.PLACED_TS
           FROM WAITLIST, COURSE, STUDENT
           WHERE WAITLIST.COURSE_ID = COURSE.ID
           AND WAITLIST.STUDENT_ID = STUDENT.ID
           AND WAITLIST.STATUS = 'W'
           ORDER BY COURSE.LABEL, WAITLIST.TERM, WAITLIST.WAIT_SEQ
       END-EXEC.

      ******************************************************************
      *    WAITLIST PROMOTIONS - EVERY STUDENT SEATED OFF A WAITLIST
      *    SINCE THE START OF THE RUN DATE, FOR THE REGISTRAR TO
      *    NOTIFY.
      ******************************************************************
       EXEC SQL
           DECLARE WAITP-CURSOR CURSOR FOR
           SELECT COURSE.LABEL, WAITLIST.TERM, WAITLIST.WAIT_SEQ,
               COALESCE(STUDENT.STUDENT_NO, 0), STUDENT.LASTNAME,
               STUDENT.FIRSTNAME, WAITLIST.PROMOTED_TS
           FROM WAITLIST, COURSE, STUDENT
           WHERE WAITLIST.COURSE_ID = COURSE.ID
           AND WAITLIST.STUDENT_ID = STUDENT.ID
           AND WAITLIST.STATUS = 'P'
           AND WAITLIST.PROMOTED_TS >= :SQL-WR-DAY-START
           ORDER BY COURSE.LABEL, WAITLIST.TERM, WAITLIST.WAIT_SEQ
       END-EXEC.

      ******************************************************************
      *    ACTIVE HOLDS - EVERY HOLD NOT YET RELEASED, BY TYPE, THE
      *    OLDEST FIRST WITHIN A TYPE SO EACH OFFICE WORKS ITS QUEUE
      *    FROM THE TOP.
      ******************************************************************
       EXEC SQL
           DECLARE HOLD-CURSOR CURSOR FOR
           SELECT STUDENT_HOLD.HOLD_TYPE, STUDENT_HOLD.START_DATE,
               COALESCE(STUDENT.STUDENT_NO, 0), STUDENT.LASTNAME,
               STUDENT.FIRSTNAME, STUDENT_HOLD.REASON
           FROM STUDENT_HOLD, STUDENT
           WHERE STUDENT_HOLD.STUDENT_ID = STUDENT.ID
           AND STUDENT_HOLD.STATUS = 'A'
           ORDER BY STUDENT_HOLD.HOLD_TYPE, STUDENT_HOLD.START_DATE,
               STUDENT.STUDENT_NO
       END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 1005-GET-RUN-PARMS-START

           CLOSE F-CAPRPT.

           OPEN OUTPUT F-PREREQRPT.
           IF NOT F-PREREQRPT-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN PREREQUISITE REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 4000-PREREQ-RUN-START
               THRU 4000-PREREQ-RUN-END.

           CLOSE F-PREREQRPT.

           OPEN OUTPUT F-WAITRPT.
           IF NOT F-WAITRPT-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN WAITLIST REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 5000-WAITLIST-RUN-START
               THRU 5000-WAITLIST-RUN-END.

           CLOSE F-WAITRPT.

           OPEN OUTPUT F-HOLDRPT.
           IF NOT F-HOLDRPT-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN HOLD REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 6000-HOLD-RUN-START
               THRU 6000-HOLD-RUN-END.

           CLOSE F-HOLDRPT.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
               FETCH STUDENT-CURSOR
               INTO :SQL-ST-ID, :SQL-ST-STUDENT-NO,
               :SQL-ST-LASTNAME, :SQL-ST-FIRSTNAME,
               :SQL-ST-AGE, :SQL-ST-ACTIVE, :SQL-ST-ANONYMIZED
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   FETCH STUDENT-CURSOR
                   INTO :SQL-ST-ID, :SQL-ST-STUDENT-NO,
                   :SQL-ST-LASTNAME, :SQL-ST-FIRSTNAME,
                   :SQL-ST-AGE, :SQL-ST-ACTIVE, :SQL-ST-ANONYMIZED
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100

           MOVE SQL-ST-AGE TO WS-RPT-AGE.
           MOVE SPACE TO WS-RPT-LINE.
           EVALUATE TRUE
               WHEN SQL-ST-ANONYMIZED = 'Y'
                   STRING SQL-ST-STUDENT-NO DELIMITED BY SIZE
                       ' ANONYMIZED - WITHDRAWN' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN SQL-ST-ACTIVE = 'N'
                   STRING SQL-ST-STUDENT-NO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SQL-ST-LASTNAME DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       SQL-ST-FIRSTNAME DELIMITED BY SPACE
                       ' - AGE ' DELIMITED BY SIZE
                       WS-RPT-AGE DELIMITED BY SIZE
                       ' - WITHDRAWN' DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN OTHER
                   STRING SQL-ST-STUDENT-NO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SQL-ST-LASTNAME DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       SQL-ST-FIRSTNAME DELIMITED BY SPACE
                       ' - AGE ' DELIMITED BY SIZE
                       WS-RPT-AGE DELIMITED BY SIZE
                       INTO WS-RPT-LINE
           END-EVALUATE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-TRANSCRIPT FROM WS-RPT-LINE.

           DISPLAY WS-RPT-LINE.
           WRITE REC-TRANSCRIPT FROM WS-RPT-LINE.

           PERFORM 2300-TRANSCRIPT-EXTCRED-START
               THRU 2300-TRANSCRIPT-EXTCRED-END.

           MOVE SPACE TO WS-RPT-LINE.
           WRITE REC-TRANSCRIPT FROM WS-RPT-LINE.

           MOVE ZERO TO WS-TERM-SUM-COEF.
       2250-TRANSCRIPT-TERM-BREAK-END.
      ******************************************************************
      *    EXTERNAL CREDIT - ITS OWN BLOCK UNDER THE AVERAGES, PRINTED
      *    ONLY FOR A STUDENT WHO HAS ANY, FOOTED WITH THE CREDIT
      *    COEF IT BRINGS.
      ******************************************************************
       2300-TRANSCRIPT-EXTCRED-START.
           MOVE ZERO TO WS-EXT-COUNT.
           MOVE ZERO TO WS-EXT-SUM-COEF.

           EXEC SQL OPEN EXTCRED-CURSOR END-EXEC.

           EXEC SQL
               FETCH EXTCRED-CURSOR
               INTO :SQL-XR-INSTITUTION, :SQL-XR-TITLE,
               :SQL-XR-LABEL, :SQL-XR-COEF, :SQL-XR-ORIG-GRADE,
               :SQL-XR-SCALE, :SQL-XR-GRADE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 2310-TRANSCRIPT-EXTCRED-LINE-START
                   THRU 2310-TRANSCRIPT-EXTCRED-LINE-END

               EXEC SQL
                   FETCH EXTCRED-CURSOR
                   INTO :SQL-XR-INSTITUTION, :SQL-XR-TITLE,
                   :SQL-XR-LABEL, :SQL-XR-COEF, :SQL-XR-ORIG-GRADE,
                   :SQL-XR-SCALE, :SQL-XR-GRADE
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE EXTCRED-CURSOR END-EXEC.

           IF WS-EXT-COUNT = ZERO
               GO TO 2300-TRANSCRIPT-EXTCRED-END
           END-IF.

           MOVE WS-EXT-SUM-COEF TO WS-RPT-EXT-COEF.
           MOVE SPACE TO WS-RPT-LINE.
           STRING '    EXTERNAL CREDIT COEF: ' DELIMITED BY SIZE
               WS-RPT-EXT-COEF DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-TRANSCRIPT FROM WS-RPT-LINE.
       2300-TRANSCRIPT-EXTCRED-END.
      ******************************************************************
       2310-TRANSCRIPT-EXTCRED-LINE-START.
           IF WS-EXT-COUNT = ZERO
               MOVE '  EXTERNAL CREDIT (NOT IN AVERAGES)'
                   TO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REC-TRANSCRIPT FROM WS-RPT-LINE
           END-IF.

           ADD 1 TO WS-EXT-COUNT.
           ADD SQL-XR-COEF TO WS-EXT-SUM-COEF.

           MOVE SQL-XR-COEF TO WS-RPT-COEF.
           MOVE SQL-XR-GRADE TO WS-RPT-GRADE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING '    ' DELIMITED BY SIZE
               SQL-XR-INSTITUTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SQL-XR-TITLE DELIMITED BY SIZE
               ' AS ' DELIMITED BY SIZE
               SQL-XR-LABEL DELIMITED BY SPACE
               '  COEF ' DELIMITED BY SIZE
               WS-RPT-COEF DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               SQL-XR-ORIG-GRADE DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               SQL-XR-SCALE DELIMITED BY SIZE
               ' =' DELIMITED BY SIZE
               WS-RPT-GRADE DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-TRANSCRIPT FROM WS-RPT-LINE.
       2310-TRANSCRIPT-EXTCRED-LINE-END.
      ******************************************************************
      *    OVER-ENROLLMENT RUN - ONE CURSOR OVER COURSE JOINED WITH A
      *    CORRELATED COUNT OF GRADE ROWS PER COURSE, REPORTING ANY
      *    COURSE WHOSE ENROLLED COUNT EXCEEDS ITS CAPACITY.
           WRITE REC-CAPRPT FROM WS-RPT-LINE.
       3100-CAPACITY-OVER-END.
      ******************************************************************
      *    PREREQUISITE-VIOLATION RUN - ONE LINE PER ENROLLMENT AND
      *    MISSING PREREQUISITE, FOOTED WITH THE NUMBER OF LINES.
      ******************************************************************
       4000-PREREQ-RUN-START.
           MOVE 'PREREQUISITE VIOLATIONS ON FILE' TO WS-RPT-LINE.
           WRITE REC-PREREQRPT FROM WS-RPT-LINE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'STUDENT  NAME    TERM   COURSE                '
               'PREREQUISITE          MINIMUM'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REC-PREREQRPT FROM WS-RPT-LINE.

           EXEC SQL OPEN PREREQ-CURSOR END-EXEC.

           EXEC SQL
               FETCH PREREQ-CURSOR
               INTO :SQL-PV-STUDENT-NO, :SQL-PV-LASTNAME,
               :SQL-PV-LABEL, :SQL-PV-TERM, :SQL-PV-PREREQ-LABEL,
               :SQL-PV-MIN-GRADE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 4100-PREREQ-LINE-START
                   THRU 4100-PREREQ-LINE-END

               EXEC SQL
                   FETCH PREREQ-CURSOR
                   INTO :SQL-PV-STUDENT-NO, :SQL-PV-LASTNAME,
                   :SQL-PV-LABEL, :SQL-PV-TERM, :SQL-PV-PREREQ-LABEL,
                   :SQL-PV-MIN-GRADE
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PREREQ-CURSOR END-EXEC.

           MOVE WS-PREREQ-VIOLATIONS TO WS-RPT-VIOLATIONS.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'VIOLATIONS LISTED: ' DELIMITED BY SIZE
               WS-RPT-VIOLATIONS DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-PREREQRPT FROM WS-RPT-LINE.
       4000-PREREQ-RUN-END.
      ******************************************************************
       4100-PREREQ-LINE-START.
           ADD 1 TO WS-PREREQ-VIOLATIONS.
           MOVE SQL-PV-MIN-GRADE TO WS-RPT-GRADE.

           MOVE SPACE TO WS-RPT-LINE.
           STRING SQL-PV-STUDENT-NO ' ' SQL-PV-LASTNAME ' '
               SQL-PV-TERM ' ' SQL-PV-LABEL (1:21) ' '
               SQL-PV-PREREQ-LABEL (1:21) ' ' WS-RPT-GRADE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REC-PREREQRPT FROM WS-RPT-LINE.
       4100-PREREQ-LINE-END.
      ******************************************************************
      *    WAITLIST RUN - EACH COURSE/TERM'S QUEUE IN ARRIVAL ORDER,
      *    THEN THE STUDENTS PROMOTED INTO A SEAT TODAY SO THE
      *    REGISTRAR CAN NOTIFY THEM.
      ******************************************************************
       5000-WAITLIST-RUN-START.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACE TO SQL-WR-DAY-START.
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
               ' 00:00:00'
               DELIMITED BY SIZE INTO SQL-WR-DAY-START.

           MOVE 'WAITLIST QUEUES' TO WS-RPT-LINE.
           WRITE REC-WAITRPT FROM WS-RPT-LINE.

           EXEC SQL OPEN WAITQ-CURSOR END-EXEC.

           EXEC SQL
               FETCH WAITQ-CURSOR
               INTO :SQL-WR-LABEL, :SQL-WR-TERM, :SQL-WR-WAIT-SEQ,
               :SQL-WR-STUDENT-NO, :SQL-WR-LASTNAME,
               :SQL-WR-FIRSTNAME, :SQL-WR-TS
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 5100-WAITLIST-QUEUE-START
                   THRU 5100-WAITLIST-QUEUE-END

               EXEC SQL
                   FETCH WAITQ-CURSOR
                   INTO :SQL-WR-LABEL, :SQL-WR-TERM, :SQL-WR-WAIT-SEQ,
                   :SQL-WR-STUDENT-NO, :SQL-WR-LASTNAME,
                   :SQL-WR-FIRSTNAME, :SQL-WR-TS
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE WAITQ-CURSOR END-EXEC.

           MOVE WS-WR-WAITING TO WS-RPT-ENROLLED.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'STUDENTS WAITING: ' DELIMITED BY SIZE
               WS-RPT-ENROLLED DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-WAITRPT FROM WS-RPT-LINE.

           MOVE SPACE TO WS-RPT-LINE.
           WRITE REC-WAITRPT FROM WS-RPT-LINE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'WAITLIST PROMOTIONS SINCE ' DELIMITED BY SIZE
               SQL-WR-DAY-START (1:10) DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE REC-WAITRPT FROM WS-RPT-LINE.

           EXEC SQL OPEN WAITP-CURSOR END-EXEC.

           EXEC SQL
               FETCH WAITP-CURSOR
               INTO :SQL-WR-LABEL, :SQL-WR-TERM, :SQL-WR-WAIT-SEQ,
               :SQL-WR-STUDENT-NO, :SQL-WR-LASTNAME,
               :SQL-WR-FIRSTNAME, :SQL-WR-TS
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 5200-WAITLIST-PROMOTED-START
                   THRU 5200-WAITLIST-PROMOTED-END

               EXEC SQL
                   FETCH WAITP-CURSOR
                   INTO :SQL-WR-LABEL, :SQL-WR-TERM, :SQL-WR-WAIT-SEQ,
                   :SQL-WR-STUDENT-NO, :SQL-WR-LASTNAME,
                   :SQL-WR-FIRSTNAME, :SQL-WR-TS
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE WAITP-CURSOR END-EXEC.

           MOVE WS-WR-PROMOTED TO WS-RPT-ENROLLED.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'STUDENTS PROMOTED: ' DELIMITED BY SIZE
               WS-RPT-ENROLLED DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-WAITRPT FROM WS-RPT-LINE.
       5000-WAITLIST-RUN-END.
      ******************************************************************
      *    ONE WAITING STUDENT - A CHANGE OF COURSE OR TERM STARTS A
      *    NEW QUEUE HEADING.
      ******************************************************************
       5100-WAITLIST-QUEUE-START.
           IF SQL-WR-LABEL NOT = WS-WR-CUR-LABEL
               OR SQL-WR-TERM NOT = WS-WR-CUR-TERM
               MOVE SQL-WR-LABEL TO WS-WR-CUR-LABEL
               MOVE SQL-WR-TERM TO WS-WR-CUR-TERM
               MOVE SPACE TO WS-RPT-LINE
               STRING '  ' SQL-WR-LABEL (1:21) '  TERM ' SQL-WR-TERM
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REC-WAITRPT FROM WS-RPT-LINE
           END-IF.

           ADD 1 TO WS-WR-WAITING.
           MOVE SQL-WR-WAIT-SEQ TO WS-RPT-WAIT-SEQ.
           MOVE SPACE TO WS-RPT-LINE.
           STRING '    ' WS-RPT-WAIT-SEQ '  ' SQL-WR-STUDENT-NO ' '
               SQL-WR-LASTNAME ' ' SQL-WR-FIRSTNAME '  PLACED '
               SQL-WR-TS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REC-WAITRPT FROM WS-RPT-LINE.
       5100-WAITLIST-QUEUE-END.
      ******************************************************************
       5200-WAITLIST-PROMOTED-START.
           ADD 1 TO WS-WR-PROMOTED.
           MOVE SPACE TO WS-RPT-LINE.
           STRING '  ' SQL-WR-STUDENT-NO ' ' SQL-WR-LASTNAME ' '
               SQL-WR-FIRSTNAME '  ' SQL-WR-LABEL (1:21) ' '
               SQL-WR-TERM ' ' SQL-WR-TS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REC-WAITRPT FROM WS-RPT-LINE.
       5200-WAITLIST-PROMOTED-END.
      ******************************************************************
      *    HOLD RUN - THE ACTIVE HOLDS BY TYPE AND AGE, WITH A COUNT
      *    PER TYPE, FOR THE BURSAR, DEAN AND REGISTRAR TO WORK.
      ******************************************************************
       6000-HOLD-RUN-START.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ACTIVE HOLDS AS OF ' WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REC-HOLDRPT FROM WS-RPT-LINE.

           EXEC SQL OPEN HOLD-CURSOR END-EXEC.

           EXEC SQL
               FETCH HOLD-CURSOR
               INTO :SQL-HR-TYPE, :SQL-HR-START-DATE,
               :SQL-HR-STUDENT-NO, :SQL-HR-LASTNAME,
               :SQL-HR-FIRSTNAME, :SQL-HR-REASON
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 6100-HOLD-LINE-START
                   THRU 6100-HOLD-LINE-END

               EXEC SQL
                   FETCH HOLD-CURSOR
                   INTO :SQL-HR-TYPE, :SQL-HR-START-DATE,
                   :SQL-HR-STUDENT-NO, :SQL-HR-LASTNAME,
                   :SQL-HR-FIRSTNAME, :SQL-HR-REASON
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE HOLD-CURSOR END-EXEC.

           IF WS-HR-CUR-TYPE NOT = SPACE
               PERFORM 6200-HOLD-TYPE-FOOT-START
                   THRU 6200-HOLD-TYPE-FOOT-END
           END-IF.

           MOVE WS-HR-TOTAL TO WS-RPT-ENROLLED.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ACTIVE HOLDS: ' DELIMITED BY SIZE
               WS-RPT-ENROLLED DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-HOLDRPT FROM WS-RPT-LINE.
       6000-HOLD-RUN-END.
      ******************************************************************
      *    ONE ACTIVE HOLD - A CHANGE OF TYPE FOOTS THE PREVIOUS TYPE
      *    AND STARTS A NEW HEADING.
      ******************************************************************
       6100-HOLD-LINE-START.
           IF SQL-HR-TYPE NOT = WS-HR-CUR-TYPE
               IF WS-HR-CUR-TYPE NOT = SPACE
                   PERFORM 6200-HOLD-TYPE-FOOT-START
                       THRU 6200-HOLD-TYPE-FOOT-END
               END-IF
               MOVE SQL-HR-TYPE TO WS-HR-CUR-TYPE
               MOVE ZERO TO WS-HR-TYPE-COUNT
               MOVE SPACE TO WS-RPT-LINE
               WRITE REC-HOLDRPT FROM WS-RPT-LINE
               MOVE SPACE TO WS-RPT-LINE
               EVALUATE SQL-HR-TYPE
                   WHEN 'F'
                       MOVE '  FINANCIAL HOLDS' TO WS-RPT-LINE
                   WHEN 'D'
                       MOVE '  DISCIPLINARY HOLDS' TO WS-RPT-LINE
                   WHEN 'R'
                       MOVE '  REGISTRAR HOLDS' TO WS-RPT-LINE
                   WHEN OTHER
                       STRING '  HOLD TYPE ' SQL-HR-TYPE
                           DELIMITED BY SIZE INTO WS-RPT-LINE
               END-EVALUATE
               WRITE REC-HOLDRPT FROM WS-RPT-LINE
               MOVE SPACE TO WS-RPT-LINE
               STRING '    STUDENT  NAME            START     '
                   '  AGE  REASON'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REC-HOLDRPT FROM WS-RPT-LINE
           END-IF.

           ADD 1 TO WS-HR-TYPE-COUNT.
           ADD 1 TO WS-HR-TOTAL.

           MOVE ZERO TO WS-HR-AGE-DAYS.
           IF SQL-HR-START-DATE > ZERO
               COMPUTE WS-HR-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE (SQL-HR-START-DATE)
           END-IF.
           MOVE WS-HR-AGE-DAYS TO WS-RPT-HOLD-AGE.

           MOVE SPACE TO WS-RPT-LINE.
           STRING '    ' SQL-HR-STUDENT-NO ' ' SQL-HR-LASTNAME ' '
               SQL-HR-FIRSTNAME '  ' SQL-HR-START-DATE ' '
               WS-RPT-HOLD-AGE '  ' SQL-HR-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REC-HOLDRPT FROM WS-RPT-LINE.
       6100-HOLD-LINE-END.
      ******************************************************************
       6200-HOLD-TYPE-FOOT-START.
           MOVE WS-HR-TYPE-COUNT TO WS-RPT-ENROLLED.
           MOVE SPACE TO WS-RPT-LINE.
           STRING '    HOLDS OF THIS TYPE: ' DELIMITED BY SIZE
               WS-RPT-ENROLLED DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE REC-HOLDRPT FROM WS-RPT-LINE.
       6200-HOLD-TYPE-FOOT-END.
      ******************************************************************
