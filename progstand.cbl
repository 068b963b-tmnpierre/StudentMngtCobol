      *    AS A FIXED-LAYOUT LETTER RECORD. A RERUN FOR THE SAME TERM
      *    REPLACES THAT TERM'S ROWS, SO THE RUN IS REPEATABLE.
      *
      *    A SUSPENDED STUDENT ALSO GETS A REGISTRAR ('R') HOLD ON
      *    STUDENT_HOLD, EFFECTIVE THE RUN DATE, SO THE NIGHTLY LOAD
      *    STOPS ENROLLING THEM UNTIL THE REGISTRAR RELEASES IT. A
      *    STUDENT ALREADY UNDER AN ACTIVE 'R' HOLD IS LEFT ALONE, SO
      *    A RERUN PLACES NO SECOND HOLD. A PROVISIONAL RUN (SEE
      *    BELOW) PLACES NO HOLDS AT ALL - A LATER GRADE CAN STILL
      *    LIFT THE SUSPENSION - AND SAYS SO IN ITS TOTALS.
      *
      *    ONLY GRADE ROWS ENTER A TERM AVERAGE. EXTERNAL CREDIT
      *    (EXT_CREDIT) WAS EARNED AT ANOTHER INSTITUTION, BELONGS TO
      *    NO TERM HERE, AND IS DELIBERATELY NOT READ.
      *
      *    THE TERM MUST BE ON THE TERM CALENDAR; ITS DATES HEAD THE
      *    REPORT. A RUN BEFORE THE TERM'S END DATE IS MARKED
      *    PROVISIONAL ON THE REPORT AND ENDS 4, SINCE GRADES CAN
      *    STILL ARRIVE.
      *
      *    THE BOARD CHANGES THE THRESHOLDS, SO THEY ARE PARAMETERS
      *    (BLANK-SEPARATED, THE WAY THE TRANSCRIPT RUN TAKES ITS
      *    OWN), EACH WITH THE CURRENT BOARD VALUE AS DEFAULT:
           03 WS-CNT-SUSP            PIC 9(07) VALUE ZERO.
           03 WS-CNT-NA              PIC 9(07) VALUE ZERO.
           03 WS-CNT-LETTERS         PIC 9(07) VALUE ZERO.
           03 WS-CNT-HOLDS           PIC 9(07) VALUE ZERO.

       01  WS-PROVISIONAL       PIC X(01) VALUE 'N'.
           88 WS-PROVISIONAL-YES    VALUE 'Y'.

       01  WS-RPT-LINE          PIC X(100) VALUE SPACE.
       01  WS-RPT-NUM           PIC Z(06)9.
       01  SQL-SD-STANDING         PIC X(04).

       01  SQL-PR-STANDING         PIC X(04).

       01  SQL-HD-RUN-DATE         PIC 9(08).
       01  SQL-HD-REASON           PIC X(30).

       01  SQL-TC-START-DATE       PIC 9(08).
       01  SQL-TC-END-DATE         PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 1010-TERM-CALENDAR-START
               THRU 1010-TERM-CALENDAR-END.

      *    A RERUN FOR THE TERM REPLACES ITS ROWS OUTRIGHT.
           EXEC SQL
               DELETE FROM STANDING WHERE TERM = :SQL-SD-TERM
           PERFORM 4000-CONTROL-TOTALS-START
               THRU 4000-CONTROL-TOTALS-END.

           IF WS-PROVISIONAL-YES
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE F-STDRPT.
           CLOSE F-LETTER.

               WS-RUN-DATE-DD ' ' WS-RUN-TIME-HH ':'
               WS-RUN-TIME-MM ':' WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO SQL-SD-RUN-TS.
           MOVE WS-RUN-DATE TO SQL-HD-RUN-DATE.

           MOVE WS-DEANS-FLOOR TO WS-RPT-AVG.
           DISPLAY 'DEANS LIST FLOOR ....... ' WS-RPT-AVG.
               STOP RUN
           END-IF.
       1007-PARSE-THRESH-END.
      ******************************************************************
      *    TERM DATES FROM THE TERM CALENDAR - A TERM NOT ON IT IS
      *    NOT A TERM STANDINGS CAN BE DETERMINED FOR.
      ******************************************************************
       1010-TERM-CALENDAR-START.
           EXEC SQL
               SELECT START_DATE, END_DATE
               INTO :SQL-TC-START-DATE, :SQL-TC-END-DATE
               FROM TERM_CALENDAR
               WHERE TERM = :SQL-SD-TERM
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'ABORT - TERM ' SQL-SD-TERM
                       ' IS NOT ON THE TERM CALENDAR'
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL DISCONNECT ALL END-EXEC
                   STOP RUN
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF SQL-HD-RUN-DATE < SQL-TC-END-DATE
               MOVE 'Y' TO WS-PROVISIONAL
           END-IF.
       1010-TERM-CALENDAR-END.
      ******************************************************************
       2000-STANDING-RUN-START.
           MOVE SPACE TO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-STDRPT FROM WS-RPT-LINE.

           MOVE SPACE TO WS-RPT-LINE.
           STRING 'TERM START ' SQL-TC-START-DATE
               '  END ' SQL-TC-END-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-STDRPT FROM WS-RPT-LINE.

           IF WS-PROVISIONAL-YES
               MOVE 'STANDINGS PROVISIONAL - TERM HAS NOT ENDED'
                   TO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REC-STDRPT FROM WS-RPT-LINE
           END-IF.

           EXEC SQL OPEN STANDING-CURSOR END-EXEC.

           EXEC SQL
               WRITE REC-LETTER
               ADD 1 TO WS-CNT-LETTERS
           END-IF.

           IF SQL-SD-STANDING = 'SUSP'
               AND NOT WS-PROVISIONAL-YES
               PERFORM 2300-SUSP-HOLD-START
                   THRU 2300-SUSP-HOLD-END
           END-IF.
       2100-STANDING-ONE-END.
      ******************************************************************
      *    PROBATION OR SUSPENSION - COUNTS THE RUN OF PROBATION (OR
           END-EVALUATE.
       2210-PRIOR-FETCH-END.
      ******************************************************************
      *    SUSPENSION HOLD - PLACES THE REGISTRAR HOLD UNLESS ONE IS
      *    ALREADY ACTIVE; THE REASON NAMES THE TERM THAT SUSPENDED.
      ******************************************************************
       2300-SUSP-HOLD-START.
           MOVE SPACE TO SQL-HD-REASON.
           STRING 'ACADEMIC SUSPENSION ' SQL-SD-TERM
               DELIMITED BY SIZE INTO SQL-HD-REASON.

           EXEC SQL
               INSERT INTO STUDENT_HOLD (STUDENT_ID, HOLD_TYPE,
                   REASON, START_DATE, STATUS, PLACED_BY, PLACED_TS)
               SELECT :SQL-SD-STUDENT-ID, 'R', :SQL-HD-REASON,
                   :SQL-HD-RUN-DATE, 'A', 'PROGSTAN', :SQL-SD-RUN-TS
               WHERE NOT EXISTS (
                   SELECT 1 FROM STUDENT_HOLD
                   WHERE STUDENT_ID = :SQL-SD-STUDENT-ID
                   AND HOLD_TYPE = 'R'
                   AND STATUS = 'A'
                   )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SQLERRD(3) > 0
               ADD 1 TO WS-CNT-HOLDS
           END-IF.
       2300-SUSP-HOLD-END.
      ******************************************************************
      *    END-OF-RUN CONTROL TOTALS - LETS THE REGISTRAR SIGN OFF
      *    THE STANDING RUN WITHOUT A MANUAL RECOUNT.
      ******************************************************************
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-STDRPT FROM WS-RPT-LINE.

           MOVE WS-CNT-HOLDS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'SUSPENSION HOLDS PLACED ......' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE REC-STDRPT FROM WS-RPT-LINE.

           IF WS-PROVISIONAL-YES
               MOVE 'SUSPENSION HOLDS DEFERRED - PROVISIONAL'
                   TO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               WRITE REC-STDRPT FROM WS-RPT-LINE
           END-IF.
       4000-CONTROL-TOTALS-END.
      ******************************************************************
