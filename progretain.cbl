       IDENTIFICATION DIVISION.
       PROGRAM-ID. progretain.

      ******************************************************************
      *    STUDENT RECORD RETENTION - RECORDS POLICY ALLOWS NO
      *    IDENTIFYING DATA ON A STUDENT INACTIVE (ACTIVE = 'N') FOR
      *    LONGER THAN THE RETENTION PERIOD. EACH SUCH STUDENT IS
      *    ANONYMIZED: THE NAME FIELDS ARE REPLACED BY A PLACEHOLDER
      *    AND THE ROW IS FLAGGED ANONYMIZED = 'Y'. THE STUDENT ROW,
      *    ITS NUMBER AND AGE, THE GRADE ROWS AND EVERYTHING ELSE
      *    KEYED BY ID STAY, SO COURSE STATISTICS AND AVERAGES DO NOT
      *    MOVE.
      *
      *    THE STUDENT'S LAST ACTIVITY DATE IS THE LATER OF:
      *        THE LAST '04' WITHDRAWAL (THE AUDIT ROW'S RUN
      *        TIMESTAMP; A NUMBER RETIRED BY A '10' MERGE COUNTS
      *        THE MERGE AS ITS WITHDRAWAL)
      *        THE END DATE OF THE LAST GRADED TERM (TERM CALENDAR)
      *    THE AUDIT ARCHIVE UNLOAD TAKES THE OLDEST AUDIT ROWS OFF
      *    LINE, SO A LONG-WITHDRAWN STUDENT MAY HAVE NO WITHDRAWAL
      *    ROW LEFT. WHEN NONE IS ON LINE AND AN UNLOAD HAS BEEN DONE
      *    (ARCHIVE_LOG), THE LATEST UNLOAD CUTOFF STANDS IN FOR THE
      *    WITHDRAWAL DATE: THE ROW WAS OLDER THAN THAT CUTOFF, SO
      *    THE STUDENT IS DATED NO EARLIER THAN THEY REALLY WERE. THE
      *    LISTING MARKS SUCH A DATE 'ARCHIVE'.
      *    A STUDENT WHOSE LAST ACTIVITY IS BEFORE THE CUTOFF (RUN
      *    DATE LESS YEARS=) IS ANONYMIZED. ONE WITH NEITHER DATE ON
      *    FILE CANNOT BE SHOWN TO BE PAST THE PERIOD AND IS KEPT,
      *    BUT LISTED ('NO DATE') FOR THE REGISTRAR TO REVIEW.
      *
      *    NOTHING CHANGES BEFORE THE RETENTION LISTING IS WRITTEN:
      *    retain.YYYYMMDD, ONE LINE PER STUDENT WITH THE NAMES ABOUT
      *    TO BE REMOVED - IT IS THE ONLY COPY LEFT OF THEM AND GOES
      *    TO THE RESTRICTED RECORDS LIBRARY, NOT THE REPORT
      *    DISTRIBUTION. THE LISTING IS RE-READ AND RECOUNTED AGAINST
      *    ITS TRAILER, AND THE ANONYMIZATION IS DRIVEN FROM THE FILE
      *    ITSELF, SO NO STUDENT IS CHANGED THAT IS NOT ON IT. A
      *    MISMATCH CHANGES NOTHING (RETURN CODE 8).
      *
      *    PER STUDENT, ONE UNIT: THE STUDENT ROW, THE NAME-BEARING
      *    IMAGES OF ITS '01', '04', '08' AND '09' STUDENT AUDIT ROWS
      *    AND ITS '03' GRADE CORRECTION ROWS (KEPT AS ROWS, SO THE
      *    HISTORY STILL SHOWS WHAT HAPPENED AND WHEN), AND AN
      *    'AN' AUDIT ROW RECORDING THE ANONYMIZATION - WHICH ALSO
      *    CARRIES THE CHANGE TO THE NEXT DELTA EXTRACT. A STUDENT
      *    REINSTATED OR ALREADY ANONYMIZED SINCE THE LISTING IS
      *    SKIPPED (RETURN CODE 4).
      *
      *    OUTPUT: retain.YYYYMMDD - NEVER REPLACED. A SECOND RUN ON
      *    THE SAME DAY FINDS IT ON FILE AND STOPS (RETURN CODE 8)
      *    BEFORE ANYTHING IS WRITTEN OR CHANGED.
      *
      *    PARAMETERS (BLANK-SEPARATED, THE WAY THE TRANSCRIPT RUN
      *    TAKES ITS OWN):
      *        YEARS=NN REPORT=Y
      *    YEARS IS THE RETENTION PERIOD, DEFAULT 7. REPORT=Y WRITES
      *    THE LISTING ONLY AND CHANGES NOTHING, FOR LEGAL REVIEW.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RETAIN
               ASSIGN TO WS-RETAIN-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RETAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RETAIN
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-RETAIN             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RETAIN-FILENAME   PIC X(90) VALUE SPACE.

       01  F-RETAIN-STATUS      PIC X(02) VALUE SPACE.
           88 F-RETAIN-STATUS-OK       VALUE '00'.
           88 F-RETAIN-STATUS-EOF      VALUE '10'.

       01  WS-RUN-PARMS         PIC X(80) VALUE SPACE.
       01  WS-PARM-TOKENS.
           03 WS-PARM-TOKEN     PIC X(40) OCCURS 2 TIMES.
       01  WS-PARM-IX           PIC 9(01) VALUE ZERO.
       01  WS-PARM-KEYWORD      PIC X(10) VALUE SPACE.
       01  WS-PARM-VALUE.
           03 WS-PARM-VALUE-8   PIC X(08).
           03 FILLER            PIC X(32).

       01  WS-REPORT-ONLY       PIC X(01) VALUE 'N'.
           88 WS-REPORT-ONLY-YES    VALUE 'Y'.

      ******************************************************************
      *    RETENTION PERIOD AND THE CUTOFF IT GIVES - LAST ACTIVITY
      *    BEFORE THE CUTOFF DATE IS PAST THE PERIOD.
      ******************************************************************
       01  WS-RETAIN-YEARS      PIC 9(02) VALUE 7.
       01  WS-CUTOFF-DATE.
           03 WS-CUTOFF-YYYY    PIC 9(04).
           03 WS-CUTOFF-MM      PIC 9(02).
           03 WS-CUTOFF-DD      PIC 9(02).
       01  WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE
                                PIC 9(08).

      ******************************************************************
      *    PLACEHOLDER WRITTEN OVER THE NAME FIELDS AND OVER THE
      *    NAME-BEARING AUDIT IMAGES.
      ******************************************************************
       01  WS-ANON-LASTNAME     PIC X(07) VALUE '*****'.
       01  WS-ANON-FIRSTNAME    PIC X(06) VALUE '*****'.
       01  WS-ANON-IMAGE        PIC X(80) VALUE 'ANONYMIZED'.

      ******************************************************************
      *    PER-STUDENT DATES - THE WITHDRAWAL TIMESTAMP'S DATE DIGITS,
      *    THE LAST GRADED TERM'S END, AND THE LATER OF THE TWO. THE
      *    LATEST ARCHIVE UNLOAD CUTOFF'S DATE IS READ ONCE PER RUN.
      ******************************************************************
       01  WS-WDRAW-DATE-X      PIC X(08) VALUE SPACE.
       01  WS-WDRAW-DATE        PIC 9(08) VALUE ZERO.
       01  WS-ARCH-DATE         PIC 9(08) VALUE ZERO.
       01  WS-LAST-DATE         PIC 9(08) VALUE ZERO.

       01  WS-RUN-DATE.
           03 WS-RUN-DATE-YYYY  PIC 9(04).
           03 WS-RUN-DATE-MM    PIC 9(02).
           03 WS-RUN-DATE-DD    PIC 9(02).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                PIC 9(08).
       01  WS-RUN-TIME.
           03 WS-RUN-TIME-HH    PIC 9(02).
           03 WS-RUN-TIME-MM    PIC 9(02).
           03 WS-RUN-TIME-SS    PIC 9(02).
           03 FILLER            PIC 9(02).

      ******************************************************************
      *    RETENTION LISTING LAYOUTS - HEADER, ONE DETAIL PER STUDENT,
      *    TRAILER WITH THE COUNTS THE RE-READ IS CHECKED AGAINST.
      *    FIXED COLUMNS WITH A BLANK BETWEEN FIELDS, SO THE SAME FILE
      *    READS FOR LEGAL REVIEW AND DRIVES THE ANONYMIZATION.
      ******************************************************************
       01  WS-RL-HEADER.
           03 WS-RLH-REC-TYPE   PIC X(01) VALUE 'H'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLH-ENTITY     PIC X(07) VALUE 'RETAIN'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLH-DATE       PIC 9(08).
           03 FILLER            PIC X(07) VALUE ' YEARS='.
           03 WS-RLH-YEARS      PIC 9(02).
           03 FILLER            PIC X(08) VALUE ' CUTOFF='.
           03 WS-RLH-CUTOFF     PIC 9(08).
           03 FILLER            PIC X(06) VALUE ' MODE='.
           03 WS-RLH-MODE       PIC X(06).

       01  WS-RL-DETAIL.
           03 WS-RLD-REC-TYPE   PIC X(01) VALUE 'D'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLD-ACTION     PIC X(09).
              88 WS-RLD-ANONYMIZE      VALUE 'ANONYMIZE'.
              88 WS-RLD-NO-DATE        VALUE 'NO DATE'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLD-STUDENT-NO PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLD-STUDENT-ID PIC 9(05).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLD-LASTNAME   PIC X(07).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLD-FIRSTNAME  PIC X(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLD-WITHDRAWN  PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLD-LAST-TERM  PIC X(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLD-TERM-END   PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLD-LAST-DATE  PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLD-DATE-SRC   PIC X(07).

       01  WS-RL-TRAILER.
           03 WS-RLT-REC-TYPE   PIC X(01) VALUE 'T'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLT-COUNT      PIC 9(07).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLT-ANONYMIZE  PIC 9(07).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RLT-NO-DATE    PIC 9(07).

       01  WS-RL-LINE           PIC X(100) VALUE SPACE.

      ******************************************************************
      *    RUN CONTROL TOTALS - USED TO FOOT THE END-OF-RUN REPORT
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           03 WS-CNT-INACTIVE        PIC 9(07) VALUE ZERO.
           03 WS-CNT-WITHIN          PIC 9(07) VALUE ZERO.
           03 WS-CNT-LISTED          PIC 9(07) VALUE ZERO.
           03 WS-CNT-NO-DATE         PIC 9(07) VALUE ZERO.
           03 WS-CNT-ARCH-DATED      PIC 9(07) VALUE ZERO.
           03 WS-CNT-VERIFIED        PIC 9(07) VALUE ZERO.
           03 WS-CNT-VERIFY-LINES    PIC 9(07) VALUE ZERO.
           03 WS-CNT-VERIFY-TRAILER  PIC 9(07) VALUE ZERO.
           03 WS-CNT-ANONYMIZED      PIC 9(07) VALUE ZERO.
           03 WS-CNT-SKIPPED         PIC 9(07) VALUE ZERO.
           03 WS-CNT-IMAGES          PIC 9(07) VALUE ZERO.

       01  WS-RPT-NUM           PIC Z(06)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE 'student'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-RT-ID               PIC 9(05).
       01  SQL-RT-STUDENT-NO       PIC 9(08).
       01  SQL-RT-LASTNAME         PIC X(07).
       01  SQL-RT-FIRSTNAME        PIC X(06).
       01  SQL-RT-WDRAW-TS         PIC X(19).
       01  SQL-RT-LAST-TERM        PIC X(06).
       01  SQL-RT-TERM-END         PIC 9(08).
       01  SQL-RT-ARCH-TS          PIC X(19).

       01  SQL-RT-ANON-LASTNAME    PIC X(07).
       01  SQL-RT-ANON-FIRSTNAME   PIC X(06).
       01  SQL-RT-ANON-IMAGE       PIC X(80).

       01  SQL-AU-ENTITY           PIC X(07).
       01  SQL-AU-KEY1             PIC 9(05).
       01  SQL-AU-KEY2             PIC 9(05).
       01  SQL-AU-REC-TYPE         PIC X(02).
       01  SQL-AU-INPUT-FILE       PIC X(80).
       01  SQL-AU-REC-SEQ          PIC 9(07).
       01  SQL-AU-BEFORE           PIC X(80).
       01  SQL-AU-AFTER            PIC X(80).
       01  SQL-AU-RUN-TS           PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    EVERY INACTIVE STUDENT NOT YET ANONYMIZED, WITH THE LAST
      *    WITHDRAWAL (OR MERGE RETIREMENT) TIMESTAMP STILL ON LINE
      *    AND THE LAST GRADED TERM ON THE CALENDAR. A GRADED TERM
      *    NOT ON THE CALENDAR HAS NO DATE TO GIVE.
      ******************************************************************
       EXEC SQL
           DECLARE RETAIN-CURSOR CURSOR FOR
           SELECT S.ID, COALESCE(S.STUDENT_NO, 0), S.LASTNAME,
               S.FIRSTNAME,
               COALESCE((
                   SELECT MAX(A.RUN_TS) FROM AUDIT_TRAIL A
                   WHERE A.ENTITY = 'STUDENT'
                   AND ((A.REC_TYPE = '04' AND A.KEY1 = S.ID)
                       OR (A.REC_TYPE = '10' AND A.KEY2 = S.ID))
                   ), ' '),
               COALESCE((
                   SELECT G.TERM FROM GRADE G, TERM_CALENDAR C
                   WHERE G.STUDENT_ID = S.ID
                   AND G.GRADE IS NOT NULL
                   AND C.TERM = G.TERM
                   ORDER BY C.END_DATE DESC
                   LIMIT 1
                   ), ' '),
               COALESCE((
                   SELECT MAX(C.END_DATE) FROM GRADE G, TERM_CALENDAR C
                   WHERE G.STUDENT_ID = S.ID
                   AND G.GRADE IS NOT NULL
                   AND C.TERM = G.TERM
                   ), 0)
           FROM STUDENT S
           WHERE COALESCE(S.ACTIVE, 'Y') = 'N'
           AND COALESCE(S.ANONYMIZED, 'N') <> 'Y'
           ORDER BY 2
       END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 1005-GET-RUN-PARMS-START
               THRU 1005-GET-RUN-PARMS-END.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 2000-LISTING-RUN-START
               THRU 2000-LISTING-RUN-END.

           IF WS-REPORT-ONLY-YES
               DISPLAY 'REPORT ONLY - NO STUDENT CHANGED'
               GO TO 1000-MAIN-TOTALS
           END-IF.

           IF WS-CNT-LISTED = ZERO
               DISPLAY 'NO STUDENT PAST THE RETENTION PERIOD'
               GO TO 1000-MAIN-TOTALS
           END-IF.

           PERFORM 3000-LISTING-VERIFY-START
               THRU 3000-LISTING-VERIFY-END.

           IF WS-CNT-VERIFY-LINES NOT = WS-CNT-LISTED + WS-CNT-NO-DATE
               OR WS-CNT-VERIFIED NOT = WS-CNT-LISTED
               OR WS-CNT-VERIFY-TRAILER NOT = WS-CNT-LISTED
               DISPLAY 'ABORT - RETENTION LISTING DOES NOT MATCH '
                   'THE RUN - NOTHING CHANGED'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-MAIN-TOTALS
           END-IF.

           PERFORM 4000-ANONYMIZE-RUN-START
               THRU 4000-ANONYMIZE-RUN-END.

           IF WS-CNT-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       1000-MAIN-TOTALS.
           PERFORM 5000-CONTROL-TOTALS-START
               THRU 5000-CONTROL-TOTALS-END.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           DISPLAY "ERRCODE:" SPACE SQLSTATE.
           DISPLAY SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 12 TO RETURN-CODE.
       1001-ERROR-RTN-END.
           STOP RUN.
      ******************************************************************
       1005-GET-RUN-PARMS-START.
           ACCEPT WS-RUN-PARMS FROM COMMAND-LINE.

           UNSTRING WS-RUN-PARMS DELIMITED BY ALL ' '
               INTO WS-PARM-TOKEN (1), WS-PARM-TOKEN (2).

           MOVE ZERO TO WS-PARM-IX.
           PERFORM 1006-PARSE-TOKEN-START
               THRU 1006-PARSE-TOKEN-END
               UNTIL WS-PARM-IX NOT < 2.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE SPACE TO SQL-AU-RUN-TS.
           STRING WS-RUN-DATE-YYYY '-' WS-RUN-DATE-MM '-'
               WS-RUN-DATE-DD ' ' WS-RUN-TIME-HH ':'
               WS-RUN-TIME-MM ':' WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO SQL-AU-RUN-TS.

           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YYYY.

           MOVE SPACE TO WS-RETAIN-FILENAME.
           STRING 'retain.' WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO WS-RETAIN-FILENAME.

           DISPLAY 'RETENTION: ' WS-RETAIN-YEARS ' YEARS - LAST '
               'ACTIVITY BEFORE ' WS-CUTOFF-DATE-NUM.
       1005-GET-RUN-PARMS-END.
      ******************************************************************
       1006-PARSE-TOKEN-START.
           ADD 1 TO WS-PARM-IX.

           IF WS-PARM-TOKEN (WS-PARM-IX) = SPACE
               GO TO 1006-PARSE-TOKEN-END
           END-IF.

           MOVE SPACE TO WS-PARM-KEYWORD.
           MOVE SPACE TO WS-PARM-VALUE.
           UNSTRING WS-PARM-TOKEN (WS-PARM-IX) DELIMITED BY '='
               INTO WS-PARM-KEYWORD, WS-PARM-VALUE.

           EVALUATE WS-PARM-KEYWORD
      *    WIDTHS ARE STEPPED THROUGH EXPLICITLY AND ANYTHING LONGER
      *    OR NON-NUMERIC IS REFUSED OUTRIGHT, NEVER TRUNCATED - A
      *    SILENTLY SHRUNK PERIOD WOULD ANONYMIZE RECORDS STILL KEPT.
               WHEN 'YEARS'
                   EVALUATE TRUE
                       WHEN WS-PARM-VALUE (1:2) NUMERIC
                           AND WS-PARM-VALUE (3:1) = SPACE
                           MOVE WS-PARM-VALUE (1:2)
                               TO WS-RETAIN-YEARS
                       WHEN WS-PARM-VALUE (1:1) NUMERIC
                           AND WS-PARM-VALUE (2:1) = SPACE
                           MOVE WS-PARM-VALUE (1:1)
                               TO WS-RETAIN-YEARS
                       WHEN OTHER
                           DISPLAY 'INVALID YEARS: '
                               WS-PARM-VALUE-8
                           STOP RUN
                   END-EVALUATE
                   IF WS-RETAIN-YEARS = ZERO
                       DISPLAY 'YEARS MUST BE AT LEAST 1'
                       STOP RUN
                   END-IF
               WHEN 'REPORT'
                   MOVE WS-PARM-VALUE (1:1) TO WS-REPORT-ONLY
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARAMETER: '
                       WS-PARM-TOKEN (WS-PARM-IX)
                   DISPLAY 'USAGE: YEARS=NN REPORT=Y'
                   STOP RUN
           END-EVALUATE.
       1006-PARSE-TOKEN-END.
      ******************************************************************
      *    LISTING - EVERY INACTIVE STUDENT IS DATED; THOSE PAST THE
      *    PERIOD, AND THOSE THAT CANNOT BE DATED, GO ON THE LISTING.
      ******************************************************************
       2000-LISTING-RUN-START.
      *    AN EARLIER LISTING MAY BE THE ONLY COPY OF NAMES ALREADY
      *    REMOVED, SO IT IS NEVER OVERWRITTEN.
           OPEN INPUT F-RETAIN.
           IF F-RETAIN-STATUS-OK
               CLOSE F-RETAIN
               DISPLAY 'ABORT - LISTING ALREADY EXISTS '
                   WS-RETAIN-FILENAME
               MOVE 8 TO RETURN-CODE
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.

           OPEN OUTPUT F-RETAIN.
           IF NOT F-RETAIN-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN ' WS-RETAIN-FILENAME
               MOVE 8 TO RETURN-CODE
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE-NUM TO WS-RLH-DATE.
           MOVE WS-RETAIN-YEARS TO WS-RLH-YEARS.
           MOVE WS-CUTOFF-DATE-NUM TO WS-RLH-CUTOFF.
           IF WS-REPORT-ONLY-YES
               MOVE 'REPORT' TO WS-RLH-MODE
           ELSE
               MOVE 'UPDATE' TO WS-RLH-MODE
           END-IF.
           WRITE REC-RETAIN FROM WS-RL-HEADER.

           MOVE SPACE TO SQL-RT-ARCH-TS.
           EXEC SQL
               SELECT COALESCE(MAX(CUTOFF_TS), ' ')
               INTO :SQL-RT-ARCH-TS
               FROM ARCHIVE_LOG
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACE TO WS-WDRAW-DATE-X.
           STRING SQL-RT-ARCH-TS (1:4) SQL-RT-ARCH-TS (6:2)
               SQL-RT-ARCH-TS (9:2)
               DELIMITED BY SIZE INTO WS-WDRAW-DATE-X.
           IF WS-WDRAW-DATE-X NUMERIC
               MOVE WS-WDRAW-DATE-X TO WS-ARCH-DATE
           END-IF.

           EXEC SQL OPEN RETAIN-CURSOR END-EXEC.

           EXEC SQL
               FETCH RETAIN-CURSOR
               INTO :SQL-RT-ID, :SQL-RT-STUDENT-NO, :SQL-RT-LASTNAME,
               :SQL-RT-FIRSTNAME, :SQL-RT-WDRAW-TS, :SQL-RT-LAST-TERM,
               :SQL-RT-TERM-END
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 2100-LISTING-STUDENT-START
                   THRU 2100-LISTING-STUDENT-END

               EXEC SQL
                   FETCH RETAIN-CURSOR
                   INTO :SQL-RT-ID, :SQL-RT-STUDENT-NO,
                   :SQL-RT-LASTNAME, :SQL-RT-FIRSTNAME,
                   :SQL-RT-WDRAW-TS, :SQL-RT-LAST-TERM,
                   :SQL-RT-TERM-END
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE RETAIN-CURSOR END-EXEC.

           COMPUTE WS-RLT-COUNT = WS-CNT-LISTED + WS-CNT-NO-DATE.
           MOVE WS-CNT-LISTED TO WS-RLT-ANONYMIZE.
           MOVE WS-CNT-NO-DATE TO WS-RLT-NO-DATE.
           WRITE REC-RETAIN FROM WS-RL-TRAILER.

           CLOSE F-RETAIN.
       2000-LISTING-RUN-END.
      ******************************************************************
       2100-LISTING-STUDENT-START.
           ADD 1 TO WS-CNT-INACTIVE.

      *    RUN_TS IS 'YYYY-MM-DD HH:MM:SS' - THE DATE DIGITS LIFT
      *    STRAIGHT OUT INTO YYYYMMDD.
           MOVE ZERO TO WS-WDRAW-DATE.
           MOVE SPACE TO WS-WDRAW-DATE-X.
           STRING SQL-RT-WDRAW-TS (1:4) SQL-RT-WDRAW-TS (6:2)
               SQL-RT-WDRAW-TS (9:2)
               DELIMITED BY SIZE INTO WS-WDRAW-DATE-X.
           IF WS-WDRAW-DATE-X NUMERIC
               MOVE WS-WDRAW-DATE-X TO WS-WDRAW-DATE
           END-IF.

      *    NO WITHDRAWAL ROW LEFT ON LINE - THE ARCHIVE CUTOFF STANDS
      *    IN FOR IT (SEE THE PROGRAM HEADER).
           MOVE SPACE TO WS-RLD-DATE-SRC.
           IF WS-WDRAW-DATE = ZERO
               AND WS-ARCH-DATE > ZERO
               MOVE WS-ARCH-DATE TO WS-WDRAW-DATE
               MOVE 'ARCHIVE' TO WS-RLD-DATE-SRC
               ADD 1 TO WS-CNT-ARCH-DATED
           END-IF.

           MOVE WS-WDRAW-DATE TO WS-LAST-DATE.
           IF SQL-RT-TERM-END > WS-LAST-DATE
               MOVE SQL-RT-TERM-END TO WS-LAST-DATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-LAST-DATE = ZERO
                   ADD 1 TO WS-CNT-NO-DATE
                   MOVE 'NO DATE' TO WS-RLD-ACTION
               WHEN WS-LAST-DATE < WS-CUTOFF-DATE-NUM
                   ADD 1 TO WS-CNT-LISTED
                   MOVE 'ANONYMIZE' TO WS-RLD-ACTION
               WHEN OTHER
                   ADD 1 TO WS-CNT-WITHIN
                   GO TO 2100-LISTING-STUDENT-END
           END-EVALUATE.

           MOVE SQL-RT-STUDENT-NO TO WS-RLD-STUDENT-NO.
           MOVE SQL-RT-ID TO WS-RLD-STUDENT-ID.
           MOVE SQL-RT-LASTNAME TO WS-RLD-LASTNAME.
           MOVE SQL-RT-FIRSTNAME TO WS-RLD-FIRSTNAME.
           MOVE WS-WDRAW-DATE TO WS-RLD-WITHDRAWN.
           MOVE SQL-RT-LAST-TERM TO WS-RLD-LAST-TERM.
           MOVE SQL-RT-TERM-END TO WS-RLD-TERM-END.
           MOVE WS-LAST-DATE TO WS-RLD-LAST-DATE.
           WRITE REC-RETAIN FROM WS-RL-DETAIL.
       2100-LISTING-STUDENT-END.
      ******************************************************************
      *    VERIFY - THE LISTING IS RE-READ FROM DISK; ITS DETAIL
      *    LINES AND ITS TRAILER MUST AGREE WITH WHAT WAS WRITTEN
      *    BEFORE A SINGLE STUDENT MAY BE CHANGED.
      ******************************************************************
       3000-LISTING-VERIFY-START.
           OPEN INPUT F-RETAIN.
           IF NOT F-RETAIN-STATUS-OK
               DISPLAY 'ABORT - CANNOT RE-READ ' WS-RETAIN-FILENAME
               GO TO 3000-LISTING-VERIFY-END
           END-IF.

           PERFORM UNTIL F-RETAIN-STATUS-EOF
               READ F-RETAIN INTO WS-RL-LINE
               IF NOT F-RETAIN-STATUS-EOF
                   EVALUATE WS-RL-LINE (1:1)
                       WHEN 'D'
                           ADD 1 TO WS-CNT-VERIFY-LINES
                           MOVE WS-RL-LINE TO WS-RL-DETAIL
                           IF WS-RLD-ANONYMIZE
                               ADD 1 TO WS-CNT-VERIFIED
                           END-IF
                       WHEN 'T'
                           MOVE WS-RL-LINE TO WS-RL-TRAILER
                           MOVE WS-RLT-ANONYMIZE
                               TO WS-CNT-VERIFY-TRAILER
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE F-RETAIN.
       3000-LISTING-VERIFY-END.
      ******************************************************************
      *    ANONYMIZATION - DRIVEN FROM THE VERIFIED LISTING, ONE
      *    COMMITTED UNIT PER STUDENT SO A RERUN AFTER A FAILURE
      *    PICKS UP ONLY THE STUDENTS NOT YET DONE.
      ******************************************************************
       4000-ANONYMIZE-RUN-START.
           MOVE WS-ANON-LASTNAME TO SQL-RT-ANON-LASTNAME.
           MOVE WS-ANON-FIRSTNAME TO SQL-RT-ANON-FIRSTNAME.
           MOVE WS-ANON-IMAGE TO SQL-RT-ANON-IMAGE.

           MOVE 'STUDENT' TO SQL-AU-ENTITY.
           MOVE ZERO TO SQL-AU-KEY2.
           MOVE 'AN' TO SQL-AU-REC-TYPE.
           MOVE WS-RETAIN-FILENAME TO SQL-AU-INPUT-FILE.
           MOVE ZERO TO SQL-AU-REC-SEQ.

           OPEN INPUT F-RETAIN.
           IF NOT F-RETAIN-STATUS-OK
               DISPLAY 'ABORT - CANNOT RE-READ ' WS-RETAIN-FILENAME
               MOVE 8 TO RETURN-CODE
               GO TO 4000-ANONYMIZE-RUN-END
           END-IF.

           PERFORM UNTIL F-RETAIN-STATUS-EOF
               READ F-RETAIN INTO WS-RL-LINE
               IF NOT F-RETAIN-STATUS-EOF
                   AND WS-RL-LINE (1:1) = 'D'
                   MOVE WS-RL-LINE TO WS-RL-DETAIL
                   ADD 1 TO SQL-AU-REC-SEQ
                   IF WS-RLD-ANONYMIZE
                       PERFORM 4100-ANONYMIZE-STUDENT-START
                           THRU 4100-ANONYMIZE-STUDENT-END
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE F-RETAIN.
       4000-ANONYMIZE-RUN-END.
      ******************************************************************
      *    ONE STUDENT - THE ROW IS ONLY TOUCHED IF IT IS STILL
      *    INACTIVE AND NOT YET ANONYMIZED; ANYTHING ELSE MEANS IT
      *    MOVED SINCE THE LISTING AND IS LEFT FOR THE NEXT RUN.
      ******************************************************************
       4100-ANONYMIZE-STUDENT-START.
           MOVE WS-RLD-STUDENT-ID TO SQL-RT-ID.

           EXEC SQL
               UPDATE STUDENT
               SET LASTNAME = :SQL-RT-ANON-LASTNAME,
                   FIRSTNAME = :SQL-RT-ANON-FIRSTNAME,
                   ANONYMIZED = 'Y'
               WHERE ID = :SQL-RT-ID
               AND COALESCE(ACTIVE, 'Y') = 'N'
               AND COALESCE(ANONYMIZED, 'N') <> 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SQLCODE = 100 OR SQLERRD(3) = 0
               ADD 1 TO WS-CNT-SKIPPED
               DISPLAY 'SKIPPED - STUDENT ' WS-RLD-STUDENT-NO
                   ' CHANGED SINCE THE LISTING'
               GO TO 4100-ANONYMIZE-STUDENT-END
           END-IF.

      *    THE '01' AFTER IMAGE IS THE LOADED RECORD, THE '08'
      *    IMAGES CARRY THE NAMES BEFORE AND AFTER A CORRECTION, AND
      *    THE '04' WITHDRAWAL AND '09' REINSTATEMENT AFTER IMAGES
      *    ARE THE INPUT RECORD, NAME INCLUDED.
           EXEC SQL
               UPDATE AUDIT_TRAIL
               SET BEFORE_IMAGE = :SQL-RT-ANON-IMAGE,
                   AFTER_IMAGE = :SQL-RT-ANON-IMAGE
               WHERE ENTITY = 'STUDENT'
               AND KEY1 = :SQL-RT-ID
               AND REC_TYPE IN ('01', '04', '08', '09')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD(3) TO WS-CNT-IMAGES
           END-IF.

      *    A '03' GRADE CORRECTION IS KEYED BY THE STUDENT ID AND ITS
      *    AFTER IMAGE IS THE INPUT RECORD, WHICH NAMES THE STUDENT.
           EXEC SQL
               UPDATE AUDIT_TRAIL
               SET BEFORE_IMAGE = :SQL-RT-ANON-IMAGE,
                   AFTER_IMAGE = :SQL-RT-ANON-IMAGE
               WHERE ENTITY = 'GRADE'
               AND KEY1 = :SQL-RT-ID
               AND REC_TYPE = '03'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD(3) TO WS-CNT-IMAGES
           END-IF.

           MOVE SQL-RT-ID TO SQL-AU-KEY1.
           MOVE 'ANONYMIZED=N' TO SQL-AU-BEFORE.
           MOVE SPACE TO SQL-AU-AFTER.
           STRING 'ANONYMIZED=Y LAST ACTIVITY ' WS-RLD-LAST-DATE
               ' RETENTION ' WS-RETAIN-YEARS ' YEARS'
               DELIMITED BY SIZE INTO SQL-AU-AFTER.

           EXEC SQL
               INSERT INTO AUDIT_TRAIL (ENTITY, KEY1, KEY2, REC_TYPE,
                   INPUT_FILE, REC_SEQ, BEFORE_IMAGE, AFTER_IMAGE,
                   RUN_TS)
               VALUES (:SQL-AU-ENTITY, :SQL-AU-KEY1, :SQL-AU-KEY2,
                   :SQL-AU-REC-TYPE, :SQL-AU-INPUT-FILE,
                   :SQL-AU-REC-SEQ, :SQL-AU-BEFORE, :SQL-AU-AFTER,
                   :SQL-AU-RUN-TS)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO WS-CNT-ANONYMIZED.
       4100-ANONYMIZE-STUDENT-END.
      ******************************************************************
      *    END-OF-RUN CONTROL TOTALS - LETS THE REGISTRAR SIGN OFF THE
      *    RETENTION RUN AGAINST THE LISTING.
      ******************************************************************
       5000-CONTROL-TOTALS-START.
           DISPLAY '*** END OF RETENTION CONTROL TOTALS ***'.

           MOVE WS-CNT-INACTIVE TO WS-RPT-NUM.
           DISPLAY 'INACTIVE STUDENTS READ .......' WS-RPT-NUM.

           MOVE WS-CNT-WITHIN TO WS-RPT-NUM.
           DISPLAY 'WITHIN RETENTION PERIOD ......' WS-RPT-NUM.

           MOVE WS-CNT-ARCH-DATED TO WS-RPT-NUM.
           DISPLAY 'DATED BY ARCHIVE CUTOFF ......' WS-RPT-NUM.

           MOVE WS-CNT-NO-DATE TO WS-RPT-NUM.
           DISPLAY 'NO DATE ON FILE - KEPT .......' WS-RPT-NUM.

           MOVE WS-CNT-LISTED TO WS-RPT-NUM.
           DISPLAY 'LISTED FOR ANONYMIZATION .....' WS-RPT-NUM.

           MOVE WS-CNT-VERIFIED TO WS-RPT-NUM.
           DISPLAY 'LISTING LINES VERIFIED .......' WS-RPT-NUM.

           MOVE WS-CNT-ANONYMIZED TO WS-RPT-NUM.
           DISPLAY 'STUDENTS ANONYMIZED ..........' WS-RPT-NUM.

           MOVE WS-CNT-SKIPPED TO WS-RPT-NUM.
           DISPLAY 'CHANGED SINCE LISTING ........' WS-RPT-NUM.

           MOVE WS-CNT-IMAGES TO WS-RPT-NUM.
           DISPLAY 'AUDIT IMAGES CLEARED .........' WS-RPT-NUM.
       5000-CONTROL-TOTALS-END.
      ******************************************************************
