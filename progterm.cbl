      *                        THE RECORD CARRIES THE OVERRIDE BYTE.
      *        ACTION=STATUS   REPORTS EVERY CERTIFICATION ON FILE.
      *
      *    THE TERM'S DATES COME FROM THE TERM CALENDAR AND HEAD THE
      *    INCOMPLETES REPORT. A TERM IS NOT CERTIFIED UNLESS IT IS ON
      *    THE CALENDAR AND ITS END DATE HAS BEEN REACHED - CERTIFY
      *    ENDS 8 WITHOUT LOCKING OTHERWISE.
      *
      *    PARAMETERS COME BLANK-SEPARATED FROM THE COMMAND LINE THE
      *    WAY THE TRANSCRIPT RUN TAKES ITS OWN:
      *        TERM=XXXXXX ACTION=REPORT CERTBY=XXXXXXXX
           03 WS-RUN-DATE-YYYY  PIC 9(04).
           03 WS-RUN-DATE-MM    PIC 9(02).
           03 WS-RUN-DATE-DD    PIC 9(02).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                PIC 9(08).
       01  WS-RUN-TIME.
           03 WS-RUN-TIME-HH    PIC 9(02).
           03 WS-RUN-TIME-MM    PIC 9(02).
       01  WS-RPT-NUM           PIC Z(06)9.
       01  WS-CNT-INCOMPLETE    PIC 9(07) VALUE ZERO.

       01  WS-CAL-FOUND         PIC X(01) VALUE 'N'.
           88 WS-CAL-FOUND-YES      VALUE 'Y'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE 'student'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  SQL-TC-CERT-BY          PIC X(08).
       01  SQL-TC-CERT-TS          PIC X(19).
       01  SQL-TC-LOCKED           PIC X(01).
       01  SQL-TC-START-DATE       PIC 9(08).
       01  SQL-TC-CENSUS-DATE      PIC 9(08).
       01  SQL-TC-END-DATE         PIC 9(08).

       01  SQL-IC-STUDENT-NO       PIC 9(08).
       01  SQL-IC-LASTNAME         PIC X(07).
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF NOT WS-ACTION-STATUS
               PERFORM 1010-TERM-CALENDAR-START
                   THRU 1010-TERM-CALENDAR-END
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACTION-STATUS
                   PERFORM 4000-CERT-STATUS-START
           END-EVALUATE.
       1006-PARSE-TOKEN-END.
      ******************************************************************
      *    TERM DATES FROM THE TERM CALENDAR. A TERM NOT ON IT CAN
      *    STILL BE REPORTED; CERTIFY REFUSES IT.
      ******************************************************************
       1010-TERM-CALENDAR-START.
           MOVE 'N' TO WS-CAL-FOUND.

           EXEC SQL
               SELECT START_DATE, CENSUS_DATE, END_DATE
               INTO :SQL-TC-START-DATE, :SQL-TC-CENSUS-DATE,
                   :SQL-TC-END-DATE
               FROM TERM_CALENDAR
               WHERE TERM = :SQL-TC-TERM
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-CAL-FOUND
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       1010-TERM-CALENDAR-END.
      ******************************************************************
      *    INCOMPLETES RUN - EVERY STILL-UNGRADED ENROLLMENT OF THE
      *    TERM, ONE LINE EACH, FOOTED WITH THE COUNT.
      ******************************************************************
           DISPLAY WS-RPT-LINE.
           WRITE REC-INCRPT FROM WS-RPT-LINE.

           MOVE SPACE TO WS-RPT-LINE.
           IF WS-CAL-FOUND-YES
               STRING 'TERM START ' SQL-TC-START-DATE
                   '  CENSUS ' SQL-TC-CENSUS-DATE
                   '  END ' SQL-TC-END-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE 'TERM NOT ON THE TERM CALENDAR' TO WS-RPT-LINE
           END-IF.
           DISPLAY WS-RPT-LINE.
           WRITE REC-INCRPT FROM WS-RPT-LINE.

           EXEC SQL OPEN INCOMPLETE-CURSOR END-EXEC.

           EXEC SQL
      ******************************************************************
      *    CERTIFICATION - LOCKS THE TERM ONCE, WITH WHO AND WHEN ON
      *    FILE. A TERM ALREADY CERTIFIED IS LEFT ALONE AND REPORTED,
      *    SO A RERUN CANNOT RESTAMP THE CERTIFICATION. A TERM OFF
      *    THE CALENDAR, OR ONE STILL RUNNING, IS REFUSED.
      ******************************************************************
       3000-CERTIFY-START.
           IF NOT WS-CAL-FOUND-YES
               DISPLAY 'TERM ' SQL-TC-TERM
                   ' NOT ON THE TERM CALENDAR - NOT CERTIFIED'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CERTIFY-END
           END-IF.

           IF WS-RUN-DATE-NUM < SQL-TC-END-DATE
               DISPLAY 'TERM ' SQL-TC-TERM ' RUNS UNTIL '
                   SQL-TC-END-DATE ' - NOT CERTIFIED'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CERTIFY-END
           END-IF.

           MOVE SPACE TO SQL-TC-LOCKED.

           EXEC SQL
