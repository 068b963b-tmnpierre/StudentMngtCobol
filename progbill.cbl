      *        WITHDRAWN BEFORE TERM START ............ NO CHARGE
      *        WITHIN THE PRORATION WINDOW ............ PARTIAL PCT
      *        AFTER THE WINDOW (OR DATE UNKNOWN) ..... FULL CHARGE
      *    A SINGLE COURSE DROPPED ('17', RECORDED ON COURSE_DROP) IS
      *    PRICED AND PRORATED THE SAME WAY ON ITS OWN DROP DATE, AND
      *    CARRIED AS A SEPARATE DROP CHARGE OUTSIDE THE GROSS.
      *
      *    THE TERM START DATE COMES FROM THE TERM CALENDAR; A TERM
      *    NOT ON THE CALENDAR IS NOT BILLED.
      *
      *    OUTPUTS: A FIXED-LAYOUT BILLING INTERFACE FILE WITH HEADER
      *    AND TRAILER COUNTS AND AMOUNT TOTALS IN THE SAME STYLE AS
      *    THE DOWNSTREAM EXTRACT FILES, AND AN ASSESSMENT REGISTER
      *    REPORT FOR OUR OWN RECORDS. EACH DETAIL FOOTS AS
      *        NET = GROSS X PCT / 100 + DROP CHARGE
      *    AND THE TRAILER AMOUNT IS THE SUM OF THE NETS.
      *
      *    EACH ASSESSMENT IS ALSO POSTED TO THE STUDENT'S ACCOUNT
      *    FOR THE TERM (STUDENT_ACCOUNT, ONE 'B' ROW ON THE
      *    ACCOUNT_TXN LEDGER) SO THE PAYMENT POSTING RUN HAS THE
      *    ASSESSED AMOUNT AND THE TERM START TO POST AND AGE AGAINST.
      *    A RERUN FOR THE TERM POSTS ONLY THE DIFFERENCE.
      *
      *    PARAMETERS (BLANK-SEPARATED, THE WAY THE TRANSCRIPT RUN
      *    TAKES ITS OWN):
      *        TERM=XXXXXX PRODAYS=NN PROPCT=NN
      *    PRODAYS (PRORATION WINDOW, DEFAULT 30 DAYS) AND PROPCT
      *    (PARTIAL CHARGE, DEFAULT 50 PCT) ARE PARAMETERS BECAUSE
      *    THE RULE IS FINANCE'S TO CHANGE.

       01  WS-RUN-PARMS         PIC X(80) VALUE SPACE.
       01  WS-PARM-TOKENS.
           03 WS-PARM-TOKEN     PIC X(40) OCCURS 3 TIMES.
       01  WS-PARM-IX           PIC 9(01) VALUE ZERO.
       01  WS-PARM-KEYWORD      PIC X(10) VALUE SPACE.
       01  WS-PARM-VALUE.
       01  WS-WDRAW-DAYS        PIC S9(05) VALUE ZERO.
       01  WS-BILL-PCT          PIC 9(03) VALUE 100.

       01  WS-DROP-INT          PIC 9(07) VALUE ZERO.
       01  WS-DROP-DAYS         PIC S9(05) VALUE ZERO.
       01  WS-DROP-PCT          PIC 9(03) VALUE 100.
       01  WS-DROP-NET          PIC 9(07)V99 VALUE ZERO.

      ******************************************************************
      *    RATE TABLE - THE RATE FILE IS SMALL (FINANCE KEYS IT BY
      *    HAND), SO IT IS LOADED WHOLE AND SEARCHED PER COURSE.
       01  WS-STU-GROSS         PIC 9(07)V99 VALUE ZERO.
       01  WS-STU-NET           PIC 9(07)V99 VALUE ZERO.
       01  WS-STU-UNRATED       PIC 9(03) VALUE ZERO.
       01  WS-STU-DROPPED       PIC 9(03) VALUE ZERO.
       01  WS-STU-DROP-CHG      PIC 9(07)V99 VALUE ZERO.

      ******************************************************************
      *    RUN CONTROL TOTALS - USED TO FOOT THE ASSESSMENT REGISTER
           03 WS-CNT-PRORATED        PIC 9(07) VALUE ZERO.
           03 WS-CNT-NOCHARGE        PIC 9(07) VALUE ZERO.
           03 WS-CNT-UNRATED         PIC 9(07) VALUE ZERO.
           03 WS-CNT-DROPPED         PIC 9(07) VALUE ZERO.
           03 WS-CNT-DROP-PRORATED   PIC 9(07) VALUE ZERO.
           03 WS-CNT-DROP-NOCHARGE   PIC 9(07) VALUE ZERO.
           03 WS-TOT-GROSS           PIC 9(09)V99 VALUE ZERO.
           03 WS-TOT-DROP-CHG        PIC 9(09)V99 VALUE ZERO.
           03 WS-TOT-NET             PIC 9(09)V99 VALUE ZERO.

       01  WS-RUN-DATE.
           03 WS-RUN-DATE-DD    PIC 9(02).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                PIC 9(08).
       01  WS-RUN-TIME.
           03 WS-RUN-TIME-HH    PIC 9(02).
           03 WS-RUN-TIME-MM    PIC 9(02).
           03 WS-RUN-TIME-SS    PIC 9(02).
           03 FILLER            PIC 9(02).

      ******************************************************************
      *    BILLING INTERFACE LAYOUTS - HEADER, DETAIL, TRAILER WITH
           03 WS-BLD-GROSS      PIC 9(07)V99.
           03 WS-BLD-PCT        PIC 9(03).
           03 WS-BLD-NET        PIC 9(07)V99.
           03 WS-BLD-DROP-CHG   PIC 9(07)V99.

       01  WS-BL-TRAILER.
           03 WS-BLT-REC-TYPE   PIC X(01) VALUE 'T'.
       01  WS-RPT-LINE          PIC X(132) VALUE SPACE.
       01  WS-RPT-NUM           PIC Z(06)9.
       01  WS-RPT-AMT           PIC Z(08)9,99.
       01  WS-RPT-DROP-AMT      PIC Z(06)9,99.
       01  WS-RPT-PCT           PIC ZZ9.
       01  WS-RPT-COURSES       PIC ZZ9.

       01  SQL-BC-COEF             PIC 9V9.

       01  SQL-BW-TS               PIC X(19).

       01  SQL-BD-DROP-DATE        PIC 9(08).

       01  SQL-AC-TERM-START       PIC 9(08).
       01  SQL-AC-NET              PIC S9(07)V99.
       01  SQL-AC-OLD-ASSESSED     PIC S9(07)V99.
       01  SQL-AC-AMOUNT           PIC S9(07)V99.
       01  SQL-AC-RUN-DATE         PIC 9(08).
       01  SQL-AC-POSTED-TS        PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      *    EVERY STUDENT WITH ENROLLMENT IN THE TERM - WITHDRAWN
      *    STUDENTS STAY IN, SINCE THE PRORATION RULE IS WHAT DECIDES
      *    WHETHER (AND HOW MUCH OF) THEIR FEE STANDS. SO DOES A
      *    STUDENT WHOSE ONLY COURSES WERE DROPPED.
      ******************************************************************
       EXEC SQL
           DECLARE BILL-STUDENT-CURSOR CURSOR FOR
               WHERE GRADE.STUDENT_ID = STUDENT.ID
               AND GRADE.TERM = :SQL-BL-TERM
               )
           OR EXISTS (
               SELECT 1 FROM COURSE_DROP
               WHERE COURSE_DROP.STUDENT_ID = STUDENT.ID
               AND COURSE_DROP.TERM = :SQL-BL-TERM
               )
           ORDER BY STUDENT.LASTNAME, STUDENT.FIRSTNAME
       END-EXEC.

           ORDER BY COURSE.LABEL
       END-EXEC.

      ******************************************************************
      *    COURSES THE STUDENT DROPPED IN THE TERM - ONE RE-ADDED
      *    SINCE (A GRADE ROW IS BACK FOR IT) IS BILLED AS ENROLLED
      *    AND IS LEFT OUT HERE.
      ******************************************************************
       EXEC SQL
           DECLARE BILL-DROP-CURSOR CURSOR FOR
           SELECT COALESCE(COURSE.SECTION, ' '), COURSE.COEF,
               COURSE_DROP.DROP_DATE
           FROM COURSE_DROP, COURSE
           WHERE COURSE_DROP.STUDENT_ID = :SQL-BL-STUDENT-ID
           AND COURSE_DROP.TERM = :SQL-BL-TERM
           AND COURSE_DROP.COURSE_ID = COURSE.ID
           AND NOT EXISTS (
               SELECT 1 FROM GRADE
               WHERE GRADE.STUDENT_ID = COURSE_DROP.STUDENT_ID
               AND GRADE.COURSE_ID = COURSE_DROP.COURSE_ID
               AND GRADE.TERM = COURSE_DROP.TERM
               )
           ORDER BY COURSE.LABEL
       END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 1005-GET-RUN-PARMS-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 1010-TERM-CALENDAR-START
               THRU 1010-TERM-CALENDAR-END.

           OPEN OUTPUT F-BILLING.
           OPEN OUTPUT F-REGISTER.

           MOVE SPACE TO SQL-BL-TERM.

           IF WS-RUN-PARMS = SPACE
               DISPLAY 'USAGE: TERM=XXXXXX PRODAYS=NN PROPCT=NN'
               STOP RUN
           END-IF.

           UNSTRING WS-RUN-PARMS DELIMITED BY ALL ' '
               INTO WS-PARM-TOKEN (1), WS-PARM-TOKEN (2),
               WS-PARM-TOKEN (3).

           MOVE ZERO TO WS-PARM-IX.
           PERFORM 1006-PARSE-TOKEN-START
               THRU 1006-PARSE-TOKEN-END
               UNTIL WS-PARM-IX NOT < 3.

           IF SQL-BL-TERM = SPACE
               DISPLAY 'TERM REQUIRED'
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-BILLING-FILENAME.
           STRING 'billing.' DELIMITED BY SIZE
               SQL-BL-TERM DELIMITED BY SPACE
               INTO WS-REGISTER-FILENAME.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE SPACE TO SQL-AC-POSTED-TS.
           STRING WS-RUN-DATE-YYYY '-' WS-RUN-DATE-MM '-'
               WS-RUN-DATE-DD ' ' WS-RUN-TIME-HH ':'
               WS-RUN-TIME-MM ':' WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO SQL-AC-POSTED-TS.
           MOVE WS-RUN-DATE-NUM TO SQL-AC-RUN-DATE.

           DISPLAY 'PRORATION: ' WS-PRORATE-PCT ' PCT WITHIN '
               WS-PRORATE-DAYS ' DAYS'.
       1005-GET-RUN-PARMS-END.
           EVALUATE WS-PARM-KEYWORD
               WHEN 'TERM'
                   MOVE WS-PARM-VALUE TO SQL-BL-TERM
      *    WIDTHS ARE STEPPED THROUGH EXPLICITLY (THE WAY THE LOAD
      *    PARSES ITS COMMIT INTERVAL) AND ANYTHING LONGER OR
      *    NON-NUMERIC IS REFUSED OUTRIGHT - A SILENTLY TRUNCATED
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARAMETER: '
                       WS-PARM-TOKEN (WS-PARM-IX)
                   DISPLAY 'USAGE: TERM=XXXXXX PRODAYS=NN PROPCT=NN'
                   STOP RUN
           END-EVALUATE.
       1006-PARSE-TOKEN-END.
      ******************************************************************
      *    TERM START FOR THE PRORATION RULE - FROM THE TERM CALENDAR.
      *    A TERM WITHOUT A CALENDAR ROW HAS NO START TO PRORATE
      *    AGAINST, SO THE RUN STOPS RATHER THAN BILL IT IN FULL.
      ******************************************************************
       1010-TERM-CALENDAR-START.
           EXEC SQL
               SELECT START_DATE
               INTO :SQL-AC-TERM-START
               FROM TERM_CALENDAR
               WHERE TERM = :SQL-BL-TERM
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'ABORT - TERM ' SQL-BL-TERM
                       ' IS NOT ON THE TERM CALENDAR'
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL DISCONNECT ALL END-EXEC
                   STOP RUN
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           MOVE SQL-AC-TERM-START TO WS-TERM-START.
           COMPUTE WS-TERM-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-TERM-START).

           DISPLAY 'BILLING TERM: ' SQL-BL-TERM
               ' START ' WS-TERM-START.
       1010-TERM-CALENDAR-END.
      ******************************************************************
      *    RATE LOAD - A MISSING OR EMPTY RATE FILE STOPS THE RUN:
      *    BILLING EVERY COURSE AT ZERO WOULD BALANCE PERFECTLY AND
      *    STILL BE WRONG.
       3000-BILL-RUN-END.
      ******************************************************************
      *    ONE STUDENT - PRICES EACH ENROLLED COURSE, APPLIES THE
      *    PRORATION PCT, ADDS EACH DROPPED COURSE AT ITS OWN PCT AS
      *    THE DROP CHARGE, WRITES THE INTERFACE DETAIL AND THE
      *    REGISTER LINE. THE PCT ON THE DETAIL IS THE ONE APPLIED TO
      *    THE ENROLLED COURSES (THE GROSS) ONLY.
      ******************************************************************
       3100-BILL-STUDENT-START.
           MOVE ZERO TO WS-STU-COURSES.
           MOVE ZERO TO WS-STU-GROSS.
           MOVE ZERO TO WS-STU-UNRATED.
           MOVE ZERO TO WS-STU-DROPPED.
           MOVE ZERO TO WS-STU-DROP-CHG.

           EXEC SQL OPEN BILL-COURSE-CURSOR END-EXEC.

           COMPUTE WS-STU-NET ROUNDED =
               WS-STU-GROSS * WS-BILL-PCT / 100.

           EXEC SQL OPEN BILL-DROP-CURSOR END-EXEC.

           EXEC SQL
               FETCH BILL-DROP-CURSOR
               INTO :SQL-BC-SECTION, :SQL-BC-COEF, :SQL-BD-DROP-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 3500-PRICE-DROP-START
                   THRU 3500-PRICE-DROP-END

               EXEC SQL
                   FETCH BILL-DROP-CURSOR
                   INTO :SQL-BC-SECTION, :SQL-BC-COEF,
                   :SQL-BD-DROP-DATE
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE BILL-DROP-CURSOR END-EXEC.

           ADD WS-STU-DROP-CHG TO WS-STU-NET.

           ADD 1 TO WS-CNT-STUDENTS.
           ADD WS-STU-COURSES TO WS-CNT-COURSES.
           ADD WS-STU-UNRATED TO WS-CNT-UNRATED.
           ADD WS-STU-GROSS TO WS-TOT-GROSS.
           ADD WS-STU-DROP-CHG TO WS-TOT-DROP-CHG.
           ADD WS-STU-NET TO WS-TOT-NET.

           MOVE SQL-BL-STUDENT-NO TO WS-BLD-STUDENT-NO.
           MOVE WS-STU-GROSS TO WS-BLD-GROSS.
           MOVE WS-BILL-PCT TO WS-BLD-PCT.
           MOVE WS-STU-NET TO WS-BLD-NET.
           MOVE WS-STU-DROP-CHG TO WS-BLD-DROP-CHG.
           WRITE REC-BILLING FROM WS-BL-DETAIL.

           PERFORM 3400-POST-ASSESSMENT-START
               THRU 3400-POST-ASSESSMENT-END.

           MOVE WS-STU-COURSES TO WS-RPT-COURSES.
           MOVE WS-STU-NET TO WS-RPT-AMT.
           MOVE WS-BILL-PCT TO WS-RPT-PCT.
           MOVE WS-STU-DROP-CHG TO WS-RPT-DROP-AMT.
           MOVE SPACE TO WS-RPT-LINE.
           IF SQL-BL-ACTIVE = 'N'
               STRING SQL-BL-STUDENT-NO DELIMITED BY SIZE
                   WS-RPT-COURSES DELIMITED BY SIZE
                   '  PCT ' DELIMITED BY SIZE
                   WS-RPT-PCT DELIMITED BY SIZE
                   '  DROPS ' DELIMITED BY SIZE
                   WS-RPT-DROP-AMT DELIMITED BY SIZE
                   '  AMOUNT ' DELIMITED BY SIZE
                   WS-RPT-AMT DELIMITED BY SIZE
                   '  WITHDRAWN' DELIMITED BY SIZE
                   WS-RPT-COURSES DELIMITED BY SIZE
                   '  PCT ' DELIMITED BY SIZE
                   WS-RPT-PCT DELIMITED BY SIZE
                   '  DROPS ' DELIMITED BY SIZE
                   WS-RPT-DROP-AMT DELIMITED BY SIZE
                   '  AMOUNT ' DELIMITED BY SIZE
                   WS-RPT-AMT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 9000-REG-WRITE-START
                   THRU 9000-REG-WRITE-END
           END-IF.

           IF WS-STU-DROPPED > 0
               MOVE WS-STU-DROPPED TO WS-RPT-NUM
               MOVE SPACE TO WS-RPT-LINE
               STRING '    INCLUDES ' WS-RPT-NUM
                   ' DROPPED COURSE(S) - PRORATED BY DROP DATE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 9000-REG-WRITE-START
                   THRU 9000-REG-WRITE-END
           END-IF.
       3100-BILL-STUDENT-END.
      ******************************************************************
      *    ONE COURSE - ITS RATE GOES INTO THE GROSS; A COURSE NO
      *    RATE COVERS IS BILLED AT ZERO AND FLAGGED ON THE REGISTER
      *    RATHER THAN INVENTING A PRICE.
      ******************************************************************
       3200-PRICE-COURSE-START.
           ADD 1 TO WS-STU-COURSES.

           PERFORM 3205-RATE-LOOKUP-START
               THRU 3205-RATE-LOOKUP-END.

           IF WS-RATE-FOUND-YES
               ADD WS-COURSE-RATE TO WS-STU-GROSS
           ELSE
               ADD 1 TO WS-STU-UNRATED
           END-IF.
       3200-PRICE-COURSE-END.
      ******************************************************************
      *    RATE LOOKUP - SECTION RATE FIRST, COEF BAND AS FALLBACK.
      *    LEAVES THE RATE IN WS-COURSE-RATE (ZERO WHEN NONE APPLIES)
      *    AND TOUCHES NO ACCUMULATOR, SO A DROPPED COURSE IS PRICED
      *    THE SAME WAY WITHOUT ENTERING THE GROSS.
      ******************************************************************
       3205-RATE-LOOKUP-START.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE ZERO TO WS-COURSE-RATE.

                   UNTIL WS-RATE-IX NOT < WS-BRATE-COUNT
                   OR WS-RATE-FOUND-YES
           END-IF.
       3205-RATE-LOOKUP-END.
      ******************************************************************
       3210-SCAN-SECTION-RATE-START.
           ADD 1 TO WS-RATE-IX.
           END-EVALUATE.
       3300-PRORATION-END.
      ******************************************************************
      *    ACCOUNT POSTING - THE NET FEE BECOMES THE ASSESSED AMOUNT
      *    ON THE STUDENT'S ACCOUNT FOR THE TERM. THE BALANCE IS
      *    RESTATED FROM ASSESSED - PAID + ADJUSTED, SO A RERUN THAT
      *    REPRICES THE TERM LEAVES ANY PAYMENTS ALREADY POSTED
      *    STANDING, AND THE LEDGER ROW CARRIES THE DIFFERENCE ONLY.
      ******************************************************************
       3400-POST-ASSESSMENT-START.
           MOVE WS-STU-NET TO SQL-AC-NET.
           MOVE ZERO TO SQL-AC-OLD-ASSESSED.

           EXEC SQL
               SELECT ASSESSED
               INTO :SQL-AC-OLD-ASSESSED
               FROM STUDENT_ACCOUNT
               WHERE STUDENT_ID = :SQL-BL-STUDENT-ID
               AND TERM = :SQL-BL-TERM
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL
                       UPDATE STUDENT_ACCOUNT
                       SET ASSESSED = :SQL-AC-NET,
                           TERM_START = :SQL-AC-TERM-START,
                           BALANCE = :SQL-AC-NET - PAID + ADJUSTED
                       WHERE STUDENT_ID = :SQL-BL-STUDENT-ID
                       AND TERM = :SQL-BL-TERM
                   END-EXEC
               WHEN 100
                   EXEC SQL
                       INSERT INTO STUDENT_ACCOUNT
                           (STUDENT_ID, TERM, TERM_START, ASSESSED,
                           PAID, ADJUSTED, BALANCE)
                       VALUES (:SQL-BL-STUDENT-ID, :SQL-BL-TERM,
                           :SQL-AC-TERM-START, :SQL-AC-NET,
                           0, 0, :SQL-AC-NET)
                   END-EXEC
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           COMPUTE SQL-AC-AMOUNT = SQL-AC-NET - SQL-AC-OLD-ASSESSED.
           IF SQL-AC-AMOUNT = ZERO
               GO TO 3400-POST-ASSESSMENT-END
           END-IF.

           EXEC SQL
               INSERT INTO ACCOUNT_TXN
                   (STUDENT_ID, TERM, TXN_SEQ, TXN_TYPE, AMOUNT,
                   TXN_DATE, REFERENCE, BALANCE, POSTED_TS)
               SELECT :SQL-BL-STUDENT-ID, :SQL-BL-TERM,
                   COALESCE(MAX(ACCOUNT_TXN.TXN_SEQ), 0) + 1, 'B',
                   :SQL-AC-AMOUNT, :SQL-AC-RUN-DATE, 'ASSESSMENT',
                   (SELECT BALANCE FROM STUDENT_ACCOUNT
                       WHERE STUDENT_ID = :SQL-BL-STUDENT-ID
                       AND TERM = :SQL-BL-TERM),
                   :SQL-AC-POSTED-TS
               FROM ACCOUNT_TXN
               WHERE ACCOUNT_TXN.STUDENT_ID = :SQL-BL-STUDENT-ID
               AND ACCOUNT_TXN.TERM = :SQL-BL-TERM
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3400-POST-ASSESSMENT-END.
      ******************************************************************
      *    ONE DROPPED COURSE - RATED LIKE ANY OTHER BUT KEPT OUT OF
      *    THE COURSE COUNT AND THE GROSS, SO THE STUDENT'S PCT NEVER
      *    APPLIES TO IT. IT IS CHARGED BY THE WITHDRAWAL RULE ON THE
      *    DROP DATE: DROPPED BEFORE TERM START NOTHING, WITHIN THE
      *    PRORATION WINDOW THE PARTIAL PCT, AFTER IT IN FULL - INTO
      *    THE STUDENT'S DROP CHARGE.
      ******************************************************************
       3500-PRICE-DROP-START.
           PERFORM 3205-RATE-LOOKUP-START
               THRU 3205-RATE-LOOKUP-END.

           IF NOT WS-RATE-FOUND-YES
               ADD 1 TO WS-STU-UNRATED
           END-IF.

           ADD 1 TO WS-STU-DROPPED.
           ADD 1 TO WS-CNT-DROPPED.
           MOVE 100 TO WS-DROP-PCT.

           COMPUTE WS-DROP-INT =
               FUNCTION INTEGER-OF-DATE (SQL-BD-DROP-DATE).
           COMPUTE WS-DROP-DAYS =
               WS-DROP-INT - WS-TERM-START-INT.

           EVALUATE TRUE
               WHEN WS-DROP-DAYS < ZERO
                   MOVE ZERO TO WS-DROP-PCT
                   ADD 1 TO WS-CNT-DROP-NOCHARGE
               WHEN WS-DROP-DAYS NOT > WS-PRORATE-DAYS
                   MOVE WS-PRORATE-PCT TO WS-DROP-PCT
                   ADD 1 TO WS-CNT-DROP-PRORATED
           END-EVALUATE.

           COMPUTE WS-DROP-NET ROUNDED =
               WS-COURSE-RATE * WS-DROP-PCT / 100.
           ADD WS-DROP-NET TO WS-STU-DROP-CHG.
       3500-PRICE-DROP-END.
      ******************************************************************
      *    END-OF-RUN CONTROL TOTALS - THE REGISTER FOOTS TO THE SAME
      *    COUNT AND AMOUNT THE INTERFACE TRAILER CARRIES, SO FINANCE
      *    CAN BALANCE THE FILE ON RECEIPT AGAINST OUR OWN RECORDS.
           PERFORM 9000-REG-WRITE-START
               THRU 9000-REG-WRITE-END.

           MOVE WS-CNT-DROPPED TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'COURSES DROPPED ..............' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-REG-WRITE-START
               THRU 9000-REG-WRITE-END.

           MOVE WS-CNT-DROP-PRORATED TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'DROPS PRORATED ...............' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-REG-WRITE-START
               THRU 9000-REG-WRITE-END.

           MOVE WS-CNT-DROP-NOCHARGE TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'DROPPED BEFORE START .........' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-REG-WRITE-START
               THRU 9000-REG-WRITE-END.

           MOVE WS-TOT-GROSS TO WS-RPT-AMT.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'GROSS ASSESSED ............' WS-RPT-AMT
           PERFORM 9000-REG-WRITE-START
               THRU 9000-REG-WRITE-END.

           MOVE WS-TOT-DROP-CHG TO WS-RPT-AMT.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'DROP CHARGES ..............' WS-RPT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-REG-WRITE-START
               THRU 9000-REG-WRITE-END.

           MOVE WS-TOT-NET TO WS-RPT-AMT.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'NET BILLED ................' WS-RPT-AMT
