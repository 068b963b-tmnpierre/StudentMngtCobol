       IDENTIFICATION DIVISION.
       PROGRAM-ID. progcensus.

      ******************************************************************
      *    CENSUS-DATE SNAPSHOT - FREEZES THE TERM'S ENROLLMENTS AS
      *    THEY STAND ON THE TERM'S CENSUS DATE (TERM_CALENDAR) SO THE
      *    MINISTRY'S HEADCOUNT AND FTE FIGURES DO NOT DRIFT WITH
      *    EVERY WITHDRAWAL AND LATE ADD LOADED AFTERWARDS. FOR THE
      *    NAMED TERM:
      *
      *        SNAPSHOT ........... EVERY GRADE ROW OF THE TERM FOR A
      *                             STUDENT NOT WITHDRAWN IS COPIED TO
      *                             CENSUS_SNAPSHOT WITH THE COURSE
      *                             SECTION AND COEF AND THE STUDENT'S
      *                             AGE AS AT THE SNAPSHOT. A
      *                             CENSUS_RUN ROW RECORDS THAT THE
      *                             TERM HAS BEEN TAKEN.
      *        STATUTORY RETURN ... FIXED-LAYOUT HEADER/DETAIL/TRAILER
      *                             FILE, ONE DETAIL PER STUDENT, IN
      *                             THE STYLE OF THE BILLING INTERFACE
      *        SUMMARY ............ HEADCOUNT BY SECTION, BY AGE BAND
      *                             AND BY FULL/PART-TIME LOAD
      *        VARIANCE ........... THE SNAPSHOT AGAINST THE CURRENT
      *                             GRADE ROWS - ENROLLMENTS GONE SINCE
      *                             THE CENSUS AND ENROLLMENTS ADDED
      *                             SINCE IT
      *
      *    THE RETURN AND SUMMARY ARE BUILT FROM THE SNAPSHOT, NEVER
      *    FROM THE LIVE ROWS. A TERM ALREADY TAKEN IS REFUSED (RC 8)
      *    UNLESS FORCE=Y, WHICH DISCARDS THE EARLIER SNAPSHOT AND
      *    TAKES IT AGAIN. A RUN BEFORE THE CENSUS DATE IS REFUSED; A
      *    RUN AFTER IT IS TAKEN BUT ENDS 4, SINCE THE FIGURES THEN
      *    INCLUDE MOVEMENT SINCE THE CENSUS.
      *
      *    LOAD: A STUDENT WHOSE COEFS SUM TO THE FULL-TIME THRESHOLD
      *    OR MORE IS FULL-TIME AND COUNTS AS 1,00 FTE; BELOW IT THE
      *    STUDENT IS PART-TIME AND COUNTS COEF / THRESHOLD.
      *
      *    VARIANCE=Y PRODUCES THE VARIANCE REPORT ONLY, AGAINST THE
      *    SNAPSHOT ALREADY ON FILE - THE WAY TO SEE POST-CENSUS
      *    MOVEMENT LATER IN THE TERM.
      *
      *    OUTPUTS: censret.TERM census.TERM censvar.TERM
      *
      *    PARAMETERS (BLANK-SEPARATED, THE WAY THE TRANSCRIPT RUN
      *    TAKES ITS OWN):
      *        TERM=XXXXXX FORCE=Y FULLTIME=NN VARIANCE=Y
      *    FULLTIME IS THE FULL-TIME COEF THRESHOLD, DEFAULT 10.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RETURN
               ASSIGN TO WS-RETURN-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RETURN-STATUS.

           SELECT F-SUMMARY
               ASSIGN TO WS-SUMMARY-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SUMMARY-STATUS.

           SELECT F-VARIANCE
               ASSIGN TO WS-VARIANCE-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-VARIANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RETURN
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-RETURN             PIC X(80).

       FD  F-SUMMARY
           RECORD CONTAINS 1 TO 132 CHARACTERS
           RECORDING MODE IS V.

       01  REC-SUMMARY            PIC X(132).

       FD  F-VARIANCE
           RECORD CONTAINS 1 TO 132 CHARACTERS
           RECORDING MODE IS V.

       01  REC-VARIANCE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RETURN-FILENAME   PIC X(90) VALUE SPACE.
       01  WS-SUMMARY-FILENAME  PIC X(90) VALUE SPACE.
       01  WS-VARIANCE-FILENAME PIC X(90) VALUE SPACE.

       01  F-RETURN-STATUS      PIC X(02) VALUE SPACE.
           88 F-RETURN-STATUS-OK       VALUE '00'.

       01  F-SUMMARY-STATUS     PIC X(02) VALUE SPACE.
           88 F-SUMMARY-STATUS-OK      VALUE '00'.

       01  F-VARIANCE-STATUS    PIC X(02) VALUE SPACE.
           88 F-VARIANCE-STATUS-OK     VALUE '00'.

       01  WS-RUN-PARMS         PIC X(80) VALUE SPACE.
       01  WS-PARM-TOKENS.
           03 WS-PARM-TOKEN     PIC X(40) OCCURS 4 TIMES.
       01  WS-PARM-IX           PIC 9(01) VALUE ZERO.
       01  WS-PARM-KEYWORD      PIC X(10) VALUE SPACE.
       01  WS-PARM-VALUE.
           03 WS-PARM-VALUE-8   PIC X(08).
           03 FILLER            PIC X(32).

       01  WS-FORCE             PIC X(01) VALUE 'N'.
           88 WS-FORCE-YES          VALUE 'Y'.
       01  WS-VARIANCE-ONLY     PIC X(01) VALUE 'N'.
           88 WS-VARIANCE-ONLY-YES  VALUE 'Y'.

      ******************************************************************
      *    FULL-TIME THRESHOLD - SUMMED COURSE COEFS AT OR ABOVE IT
      *    MAKE A STUDENT FULL-TIME.
      ******************************************************************
       01  WS-FULLTIME          PIC 9(02)V9 VALUE 10.
       01  WS-FULLTIME-WHOLE    PIC 9(02) VALUE ZERO.

       01  WS-CENSUS-RUN-FOUND  PIC X(01) VALUE 'N'.
           88 WS-CENSUS-RUN-FOUND-YES  VALUE 'Y'.
       01  WS-LATE-SNAPSHOT     PIC X(01) VALUE 'N'.
           88 WS-LATE-SNAPSHOT-YES     VALUE 'Y'.

      ******************************************************************
      *    AGE BANDS - UPPER AGE OF EACH BAND; THE LAST BAND TAKES
      *    EVERYONE OLDER. AN AGE NOT ON FILE (ZERO) IS COUNTED
      *    SEPARATELY RATHER THAN AS UNDER 18.
      ******************************************************************
       01  WS-BAND-MAX          PIC 9(01) VALUE 6.
       01  WS-BAND-TABLE-X.
           03 FILLER            PIC X(14) VALUE '17UNDER 18    '.
           03 FILLER            PIC X(14) VALUE '2018 TO 20    '.
           03 FILLER            PIC X(14) VALUE '2421 TO 24    '.
           03 FILLER            PIC X(14) VALUE '2925 TO 29    '.
           03 FILLER            PIC X(14) VALUE '3930 TO 39    '.
           03 FILLER            PIC X(14) VALUE '9940 AND OVER '.
       01  WS-BAND-TABLE REDEFINES WS-BAND-TABLE-X.
           03 WS-BAND OCCURS 6 TIMES.
              05 WS-BAND-UPPER  PIC 9(02).
              05 WS-BAND-LABEL  PIC X(12).
       01  WS-BAND-COUNTS.
           03 WS-BAND-COUNT     PIC 9(07) OCCURS 6 TIMES.
       01  WS-BAND-IX           PIC 9(01) VALUE ZERO.

      ******************************************************************
      *    PER-STUDENT LOAD - FROM THE SNAPSHOT ROWS OF ONE STUDENT.
      ******************************************************************
       01  WS-STU-FTE           PIC 9V99 VALUE ZERO.
       01  WS-STU-LOAD          PIC X(01) VALUE SPACE.
           88 WS-STU-FULLTIME       VALUE 'F'.
           88 WS-STU-PARTTIME       VALUE 'P'.

      ******************************************************************
      *    RUN CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           03 WS-CNT-STUDENTS        PIC 9(07) VALUE ZERO.
           03 WS-CNT-ENROLLMENTS     PIC 9(07) VALUE ZERO.
           03 WS-CNT-FULLTIME        PIC 9(07) VALUE ZERO.
           03 WS-CNT-PARTTIME        PIC 9(07) VALUE ZERO.
           03 WS-CNT-AGE-UNKNOWN     PIC 9(07) VALUE ZERO.
           03 WS-CNT-SECTIONS        PIC 9(07) VALUE ZERO.
           03 WS-CNT-VAR-GONE        PIC 9(07) VALUE ZERO.
           03 WS-CNT-VAR-ADDED       PIC 9(07) VALUE ZERO.
           03 WS-TOT-COEF            PIC 9(07)V9 VALUE ZERO.
           03 WS-TOT-FTE             PIC 9(07)V99 VALUE ZERO.
           03 WS-TOT-FT-COEF         PIC 9(07)V9 VALUE ZERO.
           03 WS-TOT-PT-COEF         PIC 9(07)V9 VALUE ZERO.
           03 WS-TOT-PT-FTE          PIC 9(07)V99 VALUE ZERO.

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
      *    STATUTORY RETURN LAYOUTS - HEADER, DETAIL, TRAILER WITH
      *    COUNTS AND COEF/FTE TOTALS, IMPLIED DECIMALS THROUGHOUT,
      *    THE SAME STYLE AS THE BILLING INTERFACE.
      ******************************************************************
       01  WS-CR-HEADER.
           03 WS-CRH-REC-TYPE   PIC X(01) VALUE 'H'.
           03 WS-CRH-ENTITY     PIC X(07) VALUE 'CENSUS'.
           03 WS-CRH-DATE       PIC 9(08).
           03 WS-CRH-TERM       PIC X(06).
           03 WS-CRH-CENSUS     PIC 9(08).
           03 WS-CRH-SNAPSHOT   PIC 9(08).
           03 WS-CRH-FULLTIME   PIC 9(02)V9.

       01  WS-CR-DETAIL.
           03 WS-CRD-REC-TYPE   PIC X(01) VALUE 'D'.
           03 WS-CRD-STUDENT-NO PIC 9(08).
           03 WS-CRD-TERM       PIC X(06).
           03 WS-CRD-AGE        PIC 9(02).
           03 WS-CRD-COURSES    PIC 9(03).
           03 WS-CRD-COEF       PIC 9(03)V9.
           03 WS-CRD-LOAD       PIC X(01).
           03 WS-CRD-FTE        PIC 9V99.

       01  WS-CR-TRAILER.
           03 WS-CRT-REC-TYPE   PIC X(01) VALUE 'T'.
           03 WS-CRT-COUNT      PIC 9(07).
           03 WS-CRT-FULLTIME   PIC 9(07).
           03 WS-CRT-PARTTIME   PIC 9(07).
           03 WS-CRT-ENROLLMENTS PIC 9(07).
           03 WS-CRT-COEF       PIC 9(07)V9.
           03 WS-CRT-FTE        PIC 9(07)V99.

       01  WS-RPT-LINE          PIC X(132) VALUE SPACE.
       01  WS-RPT-NUM           PIC Z(06)9.
       01  WS-RPT-NUM-2         PIC Z(06)9.
       01  WS-RPT-COEF          PIC Z(06)9,9.
       01  WS-RPT-FTE           PIC Z(06)9,99.
       01  WS-RPT-THRESHOLD     PIC Z9,9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE 'student'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-CN-TERM             PIC X(06).
       01  SQL-CN-CENSUS-DATE      PIC 9(08).
       01  SQL-CN-SNAPSHOT-DATE    PIC 9(08).
       01  SQL-CN-RUN-TS           PIC X(19).
       01  SQL-CN-STUDENTS         PIC 9(07).
       01  SQL-CN-ENROLLMENTS      PIC 9(07).

       01  SQL-CS-STUDENT-NO       PIC 9(08).
       01  SQL-CS-AGE              PIC 9(02).
       01  SQL-CS-COURSES          PIC 9(03).
       01  SQL-CS-COEF             PIC 9(03)V9.

       01  SQL-CS-SECTION          PIC X(05).
       01  SQL-CS-SEC-STUDENTS     PIC 9(07).
       01  SQL-CS-SEC-ENROLLMENTS  PIC 9(07).
       01  SQL-CS-SEC-COEF         PIC 9(07)V9.

       01  SQL-CV-KIND             PIC X(01).
       01  SQL-CV-STUDENT-NO       PIC 9(08).
       01  SQL-CV-LABEL            PIC X(35).
       01  SQL-CV-SECTION          PIC X(05).
       01  SQL-CV-REASON           PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    ONE ROW PER STUDENT OF THE SNAPSHOT - COURSE COUNT AND
      *    SUMMED COEF DECIDE THE LOAD.
      ******************************************************************
       EXEC SQL
           DECLARE CENSUS-STUDENT-CURSOR CURSOR FOR
           SELECT STUDENT_NO, AGE, COUNT(*), SUM(COEF)
           FROM CENSUS_SNAPSHOT
           WHERE TERM = :SQL-CN-TERM
           GROUP BY STUDENT_ID, STUDENT_NO, AGE
           ORDER BY STUDENT_NO
       END-EXEC.

      ******************************************************************
      *    HEADCOUNT BY SECTION - A STUDENT IN TWO COURSES OF ONE
      *    SECTION IS ONE HEAD THERE.
      ******************************************************************
       EXEC SQL
           DECLARE CENSUS-SECTION-CURSOR CURSOR FOR
           SELECT SECTION, COUNT(DISTINCT STUDENT_ID), COUNT(*),
               SUM(COEF)
           FROM CENSUS_SNAPSHOT
           WHERE TERM = :SQL-CN-TERM
           GROUP BY SECTION
           ORDER BY SECTION
       END-EXEC.

      ******************************************************************
      *    POST-CENSUS MOVEMENT - 'G' SNAPSHOT ROWS WITH NO LIVE
      *    ENROLLMENT BEHIND THEM NOW (WITHDRAWN, DROPPED OR OTHERWISE
      *    REMOVED), 'A' LIVE ENROLLMENTS THE SNAPSHOT DOES NOT HOLD.
      ******************************************************************
       EXEC SQL
           DECLARE CENSUS-VARIANCE-CURSOR CURSOR FOR
           SELECT 'G', S.STUDENT_NO, COURSE.LABEL, S.SECTION,
               CASE
                   WHEN EXISTS (
                       SELECT 1 FROM STUDENT T
                       WHERE T.ID = S.STUDENT_ID
                       AND T.ACTIVE = 'N')
                   THEN 'WITHDRAWN'
                   WHEN EXISTS (
                       SELECT 1 FROM COURSE_DROP D
                       WHERE D.STUDENT_ID = S.STUDENT_ID
                       AND D.COURSE_ID = S.COURSE_ID
                       AND D.TERM = S.TERM)
                   THEN 'DROPPED'
                   ELSE 'REMOVED'
               END
           FROM CENSUS_SNAPSHOT S, COURSE
           WHERE S.TERM = :SQL-CN-TERM
           AND COURSE.ID = S.COURSE_ID
           AND NOT EXISTS (
               SELECT 1 FROM GRADE G, STUDENT T
               WHERE G.STUDENT_ID = S.STUDENT_ID
               AND G.COURSE_ID = S.COURSE_ID
               AND G.TERM = S.TERM
               AND T.ID = G.STUDENT_ID
               AND COALESCE(T.ACTIVE, 'Y') <> 'N')
           UNION ALL
           SELECT 'A', COALESCE(T.STUDENT_NO, 0), COURSE.LABEL,
               COALESCE(COURSE.SECTION, ' '), 'ADDED'
           FROM GRADE G, STUDENT T, COURSE
           WHERE G.TERM = :SQL-CN-TERM
           AND T.ID = G.STUDENT_ID
           AND COURSE.ID = G.COURSE_ID
           AND COALESCE(T.ACTIVE, 'Y') <> 'N'
           AND NOT EXISTS (
               SELECT 1 FROM CENSUS_SNAPSHOT S
               WHERE S.TERM = G.TERM
               AND S.STUDENT_ID = G.STUDENT_ID
               AND S.COURSE_ID = G.COURSE_ID)
           ORDER BY 2, 3, 1
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

           PERFORM 1010-TERM-CALENDAR-START
               THRU 1010-TERM-CALENDAR-END.

           PERFORM 1020-CENSUS-RUN-START
               THRU 1020-CENSUS-RUN-END.

           IF NOT WS-VARIANCE-ONLY-YES
               PERFORM 2000-SNAPSHOT-START
                   THRU 2000-SNAPSHOT-END

               PERFORM 3000-RETURN-RUN-START
                   THRU 3000-RETURN-RUN-END
           END-IF.

           PERFORM 5000-VARIANCE-RUN-START
               THRU 5000-VARIANCE-RUN-END.

           IF WS-LATE-SNAPSHOT-YES
               MOVE 4 TO RETURN-CODE
           END-IF.

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
           MOVE 12 TO RETURN-CODE.
       1001-ERROR-RTN-END.
           STOP RUN.
      ******************************************************************
       1005-GET-RUN-PARMS-START.
           ACCEPT WS-RUN-PARMS FROM COMMAND-LINE.

           MOVE SPACE TO SQL-CN-TERM.

           IF WS-RUN-PARMS = SPACE
               DISPLAY 'USAGE: TERM=XXXXXX FORCE=Y FULLTIME=NN '
                   'VARIANCE=Y'
               STOP RUN
           END-IF.

           UNSTRING WS-RUN-PARMS DELIMITED BY ALL ' '
               INTO WS-PARM-TOKEN (1), WS-PARM-TOKEN (2),
               WS-PARM-TOKEN (3), WS-PARM-TOKEN (4).

           MOVE ZERO TO WS-PARM-IX.
           PERFORM 1006-PARSE-TOKEN-START
               THRU 1006-PARSE-TOKEN-END
               UNTIL WS-PARM-IX NOT < 4.

           IF SQL-CN-TERM = SPACE
               DISPLAY 'TERM REQUIRED'
               STOP RUN
           END-IF.

           IF WS-FORCE-YES AND WS-VARIANCE-ONLY-YES
               DISPLAY 'FORCE=Y AND VARIANCE=Y ARE EXCLUSIVE'
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-RETURN-FILENAME.
           STRING 'censret.' DELIMITED BY SIZE
               SQL-CN-TERM DELIMITED BY SPACE
               INTO WS-RETURN-FILENAME.

           MOVE SPACE TO WS-SUMMARY-FILENAME.
           STRING 'census.' DELIMITED BY SIZE
               SQL-CN-TERM DELIMITED BY SPACE
               INTO WS-SUMMARY-FILENAME.

           MOVE SPACE TO WS-VARIANCE-FILENAME.
           STRING 'censvar.' DELIMITED BY SIZE
               SQL-CN-TERM DELIMITED BY SPACE
               INTO WS-VARIANCE-FILENAME.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE SPACE TO SQL-CN-RUN-TS.
           STRING WS-RUN-DATE-YYYY '-' WS-RUN-DATE-MM '-'
               WS-RUN-DATE-DD ' ' WS-RUN-TIME-HH ':'
               WS-RUN-TIME-MM ':' WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO SQL-CN-RUN-TS.

           MOVE WS-FULLTIME TO WS-RPT-THRESHOLD.
           DISPLAY 'FULL-TIME THRESHOLD: ' WS-RPT-THRESHOLD ' COEF'.
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
               WHEN 'TERM'
                   MOVE WS-PARM-VALUE TO SQL-CN-TERM
               WHEN 'FORCE'
                   MOVE WS-PARM-VALUE (1:1) TO WS-FORCE
               WHEN 'VARIANCE'
                   MOVE WS-PARM-VALUE (1:1) TO WS-VARIANCE-ONLY
      *    A THRESHOLD OF ZERO WOULD MAKE EVERY STUDENT FULL-TIME AND
      *    DIVIDE BY ZERO FOR THE FTE, SO IT IS REFUSED WITH THE REST.
               WHEN 'FULLTIME'
                   EVALUATE TRUE
                       WHEN WS-PARM-VALUE (1:2) NUMERIC
                           AND WS-PARM-VALUE (3:1) = SPACE
                           MOVE WS-PARM-VALUE (1:2)
                               TO WS-FULLTIME-WHOLE
                       WHEN WS-PARM-VALUE (1:1) NUMERIC
                           AND WS-PARM-VALUE (2:1) = SPACE
                           MOVE WS-PARM-VALUE (1:1)
                               TO WS-FULLTIME-WHOLE
                       WHEN OTHER
                           DISPLAY 'INVALID FULLTIME: '
                               WS-PARM-VALUE-8
                           STOP RUN
                   END-EVALUATE
                   IF WS-FULLTIME-WHOLE = ZERO
                       DISPLAY 'INVALID FULLTIME (ZERO): '
                           WS-PARM-VALUE-8
                       STOP RUN
                   END-IF
                   MOVE WS-FULLTIME-WHOLE TO WS-FULLTIME
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARAMETER: '
                       WS-PARM-TOKEN (WS-PARM-IX)
                   DISPLAY 'USAGE: TERM=XXXXXX FORCE=Y FULLTIME=NN '
                       'VARIANCE=Y'
                   STOP RUN
           END-EVALUATE.
       1006-PARSE-TOKEN-END.
      ******************************************************************
      *    CENSUS DATE - FROM THE TERM CALENDAR. A TERM NOT ON THE
      *    CALENDAR HAS NO CENSUS DATE AND IS NOT TAKEN; A SNAPSHOT
      *    BEFORE THE CENSUS DATE WOULD MISS THE LATE ADDS STILL
      *    ALLOWED, SO THAT IS REFUSED TOO.
      ******************************************************************
       1010-TERM-CALENDAR-START.
           EXEC SQL
               SELECT CENSUS_DATE
               INTO :SQL-CN-CENSUS-DATE
               FROM TERM_CALENDAR
               WHERE TERM = :SQL-CN-TERM
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'ABORT - TERM ' SQL-CN-TERM
                       ' IS NOT ON THE TERM CALENDAR'
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL DISCONNECT ALL END-EXEC
                   STOP RUN
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           DISPLAY 'CENSUS TERM: ' SQL-CN-TERM
               '  CENSUS DATE: ' SQL-CN-CENSUS-DATE.

           IF WS-VARIANCE-ONLY-YES
               GO TO 1010-TERM-CALENDAR-END
           END-IF.

           IF WS-RUN-DATE-NUM < SQL-CN-CENSUS-DATE
               DISPLAY 'ABORT - CENSUS DATE ' SQL-CN-CENSUS-DATE
                   ' NOT YET REACHED'
               MOVE 8 TO RETURN-CODE
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.

           IF WS-RUN-DATE-NUM > SQL-CN-CENSUS-DATE
               DISPLAY 'WARNING - SNAPSHOT TAKEN AFTER THE CENSUS '
                   'DATE, FIGURES INCLUDE LATER MOVEMENT'
               MOVE 'Y' TO WS-LATE-SNAPSHOT
           END-IF.
       1010-TERM-CALENDAR-END.
      ******************************************************************
      *    ONE SNAPSHOT PER TERM - THE CENSUS_RUN ROW SAYS THE TERM
      *    HAS BEEN TAKEN. THE VARIANCE RUN NEEDS ONE; A SNAPSHOT RUN
      *    IS REFUSED ONE UNLESS FORCED.
      ******************************************************************
       1020-CENSUS-RUN-START.
           MOVE 'N' TO WS-CENSUS-RUN-FOUND.

           EXEC SQL
               SELECT SNAPSHOT_DATE
               INTO :SQL-CN-SNAPSHOT-DATE
               FROM CENSUS_RUN
               WHERE TERM = :SQL-CN-TERM
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-CENSUS-RUN-FOUND
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-VARIANCE-ONLY-YES
                   AND NOT WS-CENSUS-RUN-FOUND-YES
                   DISPLAY 'ABORT - NO CENSUS SNAPSHOT ON FILE FOR '
                       'TERM ' SQL-CN-TERM
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL DISCONNECT ALL END-EXEC
                   STOP RUN
               WHEN WS-VARIANCE-ONLY-YES
                   DISPLAY 'VARIANCE AGAINST SNAPSHOT OF '
                       SQL-CN-SNAPSHOT-DATE
               WHEN WS-CENSUS-RUN-FOUND-YES AND NOT WS-FORCE-YES
                   DISPLAY 'ABORT - TERM ' SQL-CN-TERM
                       ' ALREADY SNAPSHOT ON ' SQL-CN-SNAPSHOT-DATE
                       ' (FORCE=Y TO RETAKE)'
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL DISCONNECT ALL END-EXEC
                   STOP RUN
               WHEN WS-CENSUS-RUN-FOUND-YES
                   DISPLAY 'FORCED - SNAPSHOT OF '
                       SQL-CN-SNAPSHOT-DATE ' DISCARDED'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1020-CENSUS-RUN-END.
      ******************************************************************
      *    SNAPSHOT - A FORCED RETAKE CLEARS THE TERM FIRST. THE
      *    SNAPSHOT ROWS AND THE CENSUS_RUN ROW ARE COMMITTED TOGETHER
      *    BEFORE ANY OUTPUT IS WRITTEN FROM THEM.
      ******************************************************************
       2000-SNAPSHOT-START.
           IF WS-CENSUS-RUN-FOUND-YES
               EXEC SQL
                   DELETE FROM CENSUS_SNAPSHOT
                   WHERE TERM = :SQL-CN-TERM
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               EXEC SQL
                   DELETE FROM CENSUS_RUN
                   WHERE TERM = :SQL-CN-TERM
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-IF.

           MOVE WS-RUN-DATE-NUM TO SQL-CN-SNAPSHOT-DATE.

           EXEC SQL
               INSERT INTO CENSUS_SNAPSHOT
                   (TERM, STUDENT_ID, STUDENT_NO, COURSE_ID, SECTION,
                   COEF, AGE, SNAPSHOT_DATE)
               SELECT GRADE.TERM, STUDENT.ID,
                   COALESCE(STUDENT.STUDENT_NO, 0), COURSE.ID,
                   COALESCE(COURSE.SECTION, ' '), COURSE.COEF,
                   COALESCE(STUDENT.AGE, 0), :SQL-CN-SNAPSHOT-DATE
               FROM GRADE, STUDENT, COURSE
               WHERE GRADE.TERM = :SQL-CN-TERM
               AND STUDENT.ID = GRADE.STUDENT_ID
               AND COURSE.ID = GRADE.COURSE_ID
               AND COALESCE(STUDENT.ACTIVE, 'Y') <> 'N'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(DISTINCT STUDENT_ID), COUNT(*)
               INTO :SQL-CN-STUDENTS, :SQL-CN-ENROLLMENTS
               FROM CENSUS_SNAPSHOT
               WHERE TERM = :SQL-CN-TERM
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO CENSUS_RUN
                   (TERM, CENSUS_DATE, SNAPSHOT_DATE, RUN_TS,
                   STUDENTS, ENROLLMENTS)
               VALUES (:SQL-CN-TERM, :SQL-CN-CENSUS-DATE,
                   :SQL-CN-SNAPSHOT-DATE, :SQL-CN-RUN-TS,
                   :SQL-CN-STUDENTS, :SQL-CN-ENROLLMENTS)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY 'SNAPSHOT TAKEN: ' SQL-CN-STUDENTS ' STUDENTS '
               SQL-CN-ENROLLMENTS ' ENROLLMENTS'.
       2000-SNAPSHOT-END.
      ******************************************************************
      *    STATUTORY RETURN AND PRINTED SUMMARY - BOTH FROM THE
      *    SNAPSHOT JUST TAKEN.
      ******************************************************************
       3000-RETURN-RUN-START.
           OPEN OUTPUT F-RETURN.
           IF NOT F-RETURN-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN ' WS-RETURN-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-SUMMARY.
           IF NOT F-SUMMARY-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN ' WS-SUMMARY-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE-NUM TO WS-CRH-DATE.
           MOVE SQL-CN-TERM TO WS-CRH-TERM.
           MOVE SQL-CN-CENSUS-DATE TO WS-CRH-CENSUS.
           MOVE SQL-CN-SNAPSHOT-DATE TO WS-CRH-SNAPSHOT.
           MOVE WS-FULLTIME TO WS-CRH-FULLTIME.
           WRITE REC-RETURN FROM WS-CR-HEADER.

           MOVE SPACE TO WS-RPT-LINE.
           STRING '*** CENSUS SUMMARY - TERM ' DELIMITED BY SIZE
               SQL-CN-TERM DELIMITED BY SPACE
               ' - CENSUS DATE ' DELIMITED BY SIZE
               SQL-CN-CENSUS-DATE DELIMITED BY SIZE
               ' - SNAPSHOT ' DELIMITED BY SIZE
               SQL-CN-SNAPSHOT-DATE DELIMITED BY SIZE
               ' ***' DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           MOVE ZERO TO WS-BAND-COUNTS.

           EXEC SQL OPEN CENSUS-STUDENT-CURSOR END-EXEC.

           EXEC SQL
               FETCH CENSUS-STUDENT-CURSOR
               INTO :SQL-CS-STUDENT-NO, :SQL-CS-AGE,
               :SQL-CS-COURSES, :SQL-CS-COEF
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 3100-RETURN-STUDENT-START
                   THRU 3100-RETURN-STUDENT-END

               EXEC SQL
                   FETCH CENSUS-STUDENT-CURSOR
                   INTO :SQL-CS-STUDENT-NO, :SQL-CS-AGE,
                   :SQL-CS-COURSES, :SQL-CS-COEF
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CENSUS-STUDENT-CURSOR END-EXEC.

           MOVE WS-CNT-STUDENTS TO WS-CRT-COUNT.
           MOVE WS-CNT-FULLTIME TO WS-CRT-FULLTIME.
           MOVE WS-CNT-PARTTIME TO WS-CRT-PARTTIME.
           MOVE WS-CNT-ENROLLMENTS TO WS-CRT-ENROLLMENTS.
           MOVE WS-TOT-COEF TO WS-CRT-COEF.
           MOVE WS-TOT-FTE TO WS-CRT-FTE.
           WRITE REC-RETURN FROM WS-CR-TRAILER.

           PERFORM 4000-SECTION-SUMMARY-START
               THRU 4000-SECTION-SUMMARY-END.

           PERFORM 4500-AGE-SUMMARY-START
               THRU 4500-AGE-SUMMARY-END.

           PERFORM 4600-LOAD-SUMMARY-START
               THRU 4600-LOAD-SUMMARY-END.

           CLOSE F-RETURN.
           CLOSE F-SUMMARY.
       3000-RETURN-RUN-END.
      ******************************************************************
      *    ONE STUDENT - LOAD AND FTE, THE AGE BAND, THE DETAIL RECORD.
      ******************************************************************
       3100-RETURN-STUDENT-START.
           ADD 1 TO WS-CNT-STUDENTS.
           ADD SQL-CS-COURSES TO WS-CNT-ENROLLMENTS.
           ADD SQL-CS-COEF TO WS-TOT-COEF.

           IF SQL-CS-COEF NOT < WS-FULLTIME
               MOVE 'F' TO WS-STU-LOAD
               MOVE 1 TO WS-STU-FTE
               ADD 1 TO WS-CNT-FULLTIME
               ADD SQL-CS-COEF TO WS-TOT-FT-COEF
           ELSE
               MOVE 'P' TO WS-STU-LOAD
               COMPUTE WS-STU-FTE ROUNDED =
                   SQL-CS-COEF / WS-FULLTIME
               ADD 1 TO WS-CNT-PARTTIME
               ADD SQL-CS-COEF TO WS-TOT-PT-COEF
               ADD WS-STU-FTE TO WS-TOT-PT-FTE
           END-IF.
           ADD WS-STU-FTE TO WS-TOT-FTE.

           IF SQL-CS-AGE = ZERO
               ADD 1 TO WS-CNT-AGE-UNKNOWN
           ELSE
               MOVE 1 TO WS-BAND-IX
               PERFORM 3110-AGE-BAND-START
                   THRU 3110-AGE-BAND-END
                   UNTIL WS-BAND-IX NOT < WS-BAND-MAX
                   OR SQL-CS-AGE NOT > WS-BAND-UPPER (WS-BAND-IX)
               ADD 1 TO WS-BAND-COUNT (WS-BAND-IX)
           END-IF.

           MOVE SQL-CS-STUDENT-NO TO WS-CRD-STUDENT-NO.
           MOVE SQL-CN-TERM TO WS-CRD-TERM.
           MOVE SQL-CS-AGE TO WS-CRD-AGE.
           MOVE SQL-CS-COURSES TO WS-CRD-COURSES.
           MOVE SQL-CS-COEF TO WS-CRD-COEF.
           MOVE WS-STU-LOAD TO WS-CRD-LOAD.
           MOVE WS-STU-FTE TO WS-CRD-FTE.
           WRITE REC-RETURN FROM WS-CR-DETAIL.
       3100-RETURN-STUDENT-END.
      ******************************************************************
       3110-AGE-BAND-START.
           ADD 1 TO WS-BAND-IX.
       3110-AGE-BAND-END.
      ******************************************************************
      *    HEADCOUNT BY SECTION
      ******************************************************************
       4000-SECTION-SUMMARY-START.
           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.
           MOVE '*** HEADCOUNT BY SECTION ***' TO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.
           MOVE 'SECTION    STUDENTS ENROLLMENTS       COEF'
               TO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           EXEC SQL OPEN CENSUS-SECTION-CURSOR END-EXEC.

           EXEC SQL
               FETCH CENSUS-SECTION-CURSOR
               INTO :SQL-CS-SECTION, :SQL-CS-SEC-STUDENTS,
               :SQL-CS-SEC-ENROLLMENTS, :SQL-CS-SEC-COEF
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 4100-SECTION-LINE-START
                   THRU 4100-SECTION-LINE-END

               EXEC SQL
                   FETCH CENSUS-SECTION-CURSOR
                   INTO :SQL-CS-SECTION, :SQL-CS-SEC-STUDENTS,
                   :SQL-CS-SEC-ENROLLMENTS, :SQL-CS-SEC-COEF
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CENSUS-SECTION-CURSOR END-EXEC.
       4000-SECTION-SUMMARY-END.
      ******************************************************************
       4100-SECTION-LINE-START.
           ADD 1 TO WS-CNT-SECTIONS.

           IF SQL-CS-SECTION = SPACE
               MOVE '(NONE)' TO SQL-CS-SECTION
           END-IF.

           MOVE SQL-CS-SEC-STUDENTS TO WS-RPT-NUM.
           MOVE SQL-CS-SEC-ENROLLMENTS TO WS-RPT-NUM-2.
           MOVE SQL-CS-SEC-COEF TO WS-RPT-COEF.
           MOVE SPACE TO WS-RPT-LINE.
           STRING SQL-CS-SECTION '    ' WS-RPT-NUM '     '
               WS-RPT-NUM-2 ' ' WS-RPT-COEF
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.
       4100-SECTION-LINE-END.
      ******************************************************************
      *    HEADCOUNT BY AGE BAND - AGE AS HELD ON THE SNAPSHOT.
      ******************************************************************
       4500-AGE-SUMMARY-START.
           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.
           MOVE '*** HEADCOUNT BY AGE BAND ***' TO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           MOVE ZERO TO WS-BAND-IX.
           PERFORM 4510-AGE-LINE-START
               THRU 4510-AGE-LINE-END
               UNTIL WS-BAND-IX NOT < WS-BAND-MAX.

           MOVE WS-CNT-AGE-UNKNOWN TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'AGE NOT ON FILE ..............' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.
       4500-AGE-SUMMARY-END.
      ******************************************************************
       4510-AGE-LINE-START.
           ADD 1 TO WS-BAND-IX.
           MOVE WS-BAND-COUNT (WS-BAND-IX) TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'AGE ' WS-BAND-LABEL (WS-BAND-IX)
               ' ..............' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.
       4510-AGE-LINE-END.
      ******************************************************************
      *    HEADCOUNT BY LOAD, THEN THE RETURN'S CONTROL TOTALS.
      ******************************************************************
       4600-LOAD-SUMMARY-START.
           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.
           MOVE '*** HEADCOUNT BY LOAD ***' TO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           MOVE WS-CNT-FULLTIME TO WS-RPT-NUM.
           MOVE WS-TOT-FT-COEF TO WS-RPT-COEF.
           MOVE WS-CNT-FULLTIME TO WS-RPT-FTE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'FULL-TIME ....................' WS-RPT-NUM
               '  COEF ' WS-RPT-COEF '  FTE ' WS-RPT-FTE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           MOVE WS-CNT-PARTTIME TO WS-RPT-NUM.
           MOVE WS-TOT-PT-COEF TO WS-RPT-COEF.
           MOVE WS-TOT-PT-FTE TO WS-RPT-FTE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'PART-TIME ....................' WS-RPT-NUM
               '  COEF ' WS-RPT-COEF '  FTE ' WS-RPT-FTE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.
           MOVE '*** CENSUS TOTALS ***' TO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           MOVE WS-CNT-STUDENTS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'HEADCOUNT ....................' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           MOVE WS-CNT-ENROLLMENTS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ENROLLMENTS ..................' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           MOVE WS-CNT-SECTIONS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'SECTIONS .....................' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           MOVE WS-TOT-COEF TO WS-RPT-COEF.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'TOTAL COEF ...................' WS-RPT-COEF
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.

           MOVE WS-TOT-FTE TO WS-RPT-FTE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'TOTAL FTE ....................' WS-RPT-FTE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-SUM-WRITE-START
               THRU 9000-SUM-WRITE-END.
       4600-LOAD-SUMMARY-END.
      ******************************************************************
      *    POST-CENSUS MOVEMENT - ONE LINE PER ENROLLMENT GONE OR
      *    ADDED SINCE THE SNAPSHOT, THEN THE COUNTS.
      ******************************************************************
       5000-VARIANCE-RUN-START.
           OPEN OUTPUT F-VARIANCE.
           IF NOT F-VARIANCE-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN ' WS-VARIANCE-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-RPT-LINE.
           STRING '*** CENSUS VARIANCE - TERM ' DELIMITED BY SIZE
               SQL-CN-TERM DELIMITED BY SPACE
               ' - SNAPSHOT ' DELIMITED BY SIZE
               SQL-CN-SNAPSHOT-DATE DELIMITED BY SIZE
               ' AGAINST ' DELIMITED BY SIZE
               WS-RUN-DATE-NUM DELIMITED BY SIZE
               ' ***' DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9100-VAR-WRITE-START
               THRU 9100-VAR-WRITE-END.

           EXEC SQL OPEN CENSUS-VARIANCE-CURSOR END-EXEC.

           EXEC SQL
               FETCH CENSUS-VARIANCE-CURSOR
               INTO :SQL-CV-KIND, :SQL-CV-STUDENT-NO, :SQL-CV-LABEL,
               :SQL-CV-SECTION, :SQL-CV-REASON
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 5100-VARIANCE-LINE-START
                   THRU 5100-VARIANCE-LINE-END

               EXEC SQL
                   FETCH CENSUS-VARIANCE-CURSOR
                   INTO :SQL-CV-KIND, :SQL-CV-STUDENT-NO,
                   :SQL-CV-LABEL, :SQL-CV-SECTION, :SQL-CV-REASON
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CENSUS-VARIANCE-CURSOR END-EXEC.

           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9100-VAR-WRITE-START
               THRU 9100-VAR-WRITE-END.
           MOVE '*** CENSUS VARIANCE TOTALS ***' TO WS-RPT-LINE.
           PERFORM 9100-VAR-WRITE-START
               THRU 9100-VAR-WRITE-END.

           MOVE WS-CNT-VAR-GONE TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'GONE SINCE CENSUS ............' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9100-VAR-WRITE-START
               THRU 9100-VAR-WRITE-END.

           MOVE WS-CNT-VAR-ADDED TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ADDED SINCE CENSUS ...........' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9100-VAR-WRITE-START
               THRU 9100-VAR-WRITE-END.

           CLOSE F-VARIANCE.
       5000-VARIANCE-RUN-END.
      ******************************************************************
       5100-VARIANCE-LINE-START.
           IF SQL-CV-KIND = 'A'
               ADD 1 TO WS-CNT-VAR-ADDED
           ELSE
               ADD 1 TO WS-CNT-VAR-GONE
           END-IF.

           MOVE SPACE TO WS-RPT-LINE.
           STRING SQL-CV-REASON ' ' SQL-CV-STUDENT-NO '  '
               SQL-CV-SECTION '  ' SQL-CV-LABEL
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9100-VAR-WRITE-START
               THRU 9100-VAR-WRITE-END.
       5100-VARIANCE-LINE-END.
      ******************************************************************
       9000-SUM-WRITE-START.
           DISPLAY WS-RPT-LINE.
           WRITE REC-SUMMARY FROM WS-RPT-LINE.
       9000-SUM-WRITE-END.
      ******************************************************************
       9100-VAR-WRITE-START.
           DISPLAY WS-RPT-LINE.
           WRITE REC-VARIANCE FROM WS-RPT-LINE.
       9100-VAR-WRITE-END.
      ******************************************************************
