       IDENTIFICATION DIVISION.
       PROGRAM-ID. progtime.

      ******************************************************************
      *    TERM TIMETABLE - PRINTS THE WEEK THE MEETING SLOTS ON FILE
      *    ADD UP TO, SO A SCHEDULING CLASH IS FOUND BEFORE THE FIRST
      *    DAY OF CLASS INSTEAD OF ON IT. FOR THE NAMED TERM:
      *
      *        ROOM GRIDS ......... ONE WEEKLY GRID PER ROOM, PERIODS
      *                             DOWN, DAYS ACROSS, THE COURSE
      *                             LABEL IN EACH PERIOD IT MEETS
      *        INSTRUCTOR GRIDS ... THE SAME GRID PER INSTRUCTOR, FROM
      *                             THE COURSE-INSTRUCTOR ASSIGNMENTS
      *                             FOR THE TERM
      *        DOUBLE-BOOKINGS .... EVERY PAIR OF COURSES SHARING A
      *                             ROOM, OR AN INSTRUCTOR, AT
      *                             OVERLAPPING PERIODS OF THE SAME DAY
      *
      *    A GRID CELL CLAIMED TWICE PRINTS AS '** CLASH **'; THE PAIR
      *    BEHIND IT IS LISTED IN THE DOUBLE-BOOKINGS SECTION. THE RUN
      *    ENDS 4 WHEN ANY DOUBLE-BOOKING IS ON FILE SO THE SCHEDULING
      *    OFFICE SEES THE TERM IS NOT CLEAN YET.
      *
      *    OUTPUT: timetable.TERM
      *
      *    PARAMETERS (BLANK-SEPARATED, THE WAY THE TRANSCRIPT RUN
      *    TAKES ITS OWN):
      *        TERM=XXXXXX
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TIMETABLE
               ASSIGN TO WS-TIMETABLE-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TIMETABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TIMETABLE
           RECORD CONTAINS 1 TO 132 CHARACTERS
           RECORDING MODE IS V.

       01  REC-TIMETABLE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TIMETABLE-FILENAME PIC X(90) VALUE SPACE.

       01  F-TIMETABLE-STATUS   PIC X(02) VALUE SPACE.
           88 F-TIMETABLE-STATUS-OK    VALUE '00'.

       01  WS-RUN-PARMS         PIC X(80) VALUE SPACE.
       01  WS-PARM-TOKENS.
           03 WS-PARM-TOKEN     PIC X(40) OCCURS 2 TIMES.
       01  WS-PARM-IX           PIC 9(01) VALUE ZERO.
       01  WS-PARM-KEYWORD      PIC X(10) VALUE SPACE.
       01  WS-PARM-VALUE        PIC X(40) VALUE SPACE.

      ******************************************************************
      *    WEEKLY GRID - TWELVE TEACHING PERIODS BY SEVEN DAYS (1
      *    MONDAY - 7 SUNDAY, THE DAY CODE THE SLOT RECORDS CARRY).
      *    ONE GRID IS BUILT AT A TIME AND PRINTED WHEN THE ROOM OR
      *    INSTRUCTOR CHANGES.
      ******************************************************************
       01  WS-PERIOD-MAX        PIC 9(02) VALUE 12.
       01  WS-DAY-MAX           PIC 9(01) VALUE 7.

       01  WS-DAY-NAMES-X       PIC X(21)
                                VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-X.
           03 WS-DAY-NAME       PIC X(03) OCCURS 7 TIMES.

       01  WS-GRID.
           03 WS-GR-PERIOD OCCURS 12 TIMES.
              05 WS-GR-CELL     PIC X(11) OCCURS 7 TIMES.

       01  WS-PER-IX            PIC 9(02) VALUE ZERO.
       01  WS-PER-LAST          PIC 9(02) VALUE ZERO.
       01  WS-DAY-IX            PIC 9(01) VALUE ZERO.
       01  WS-CELL-TEXT         PIC X(11) VALUE SPACE.

       01  WS-GRID-TITLE        PIC X(132) VALUE SPACE.
       01  WS-GRID-LINE.
           03 WS-GL-PERIOD      PIC X(03).
           03 FILLER            PIC X(02).
           03 WS-GL-DAY OCCURS 7 TIMES.
              05 WS-GL-CELL     PIC X(11).
              05 FILLER         PIC X(02).

      ******************************************************************
      *    CONTROL BREAK KEYS - THE ROOM OR INSTRUCTOR WHOSE GRID IS
      *    BEING BUILT (SPACE/ZERO BEFORE THE FIRST SLOT IS READ). THE
      *    INSTRUCTOR BREAKS ON THE ROW ID, NOT THE INSTRUCTOR NUMBER,
      *    WHICH OLDER ROWS MAY LACK OR SHARE.
      ******************************************************************
       01  WS-CUR-ROOM          PIC X(06) VALUE SPACE.
       01  WS-CUR-INSTR-ID      PIC 9(05) VALUE ZERO.
       01  WS-GRID-OPEN         PIC X(01) VALUE 'N'.
           88 WS-GRID-OPEN-YES      VALUE 'Y'.

      ******************************************************************
      *    RUN CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           03 WS-CNT-SLOTS           PIC 9(07) VALUE ZERO.
           03 WS-CNT-ROOMS           PIC 9(07) VALUE ZERO.
           03 WS-CNT-INSTRUCTORS     PIC 9(07) VALUE ZERO.
           03 WS-CNT-ROOM-CLASH      PIC 9(07) VALUE ZERO.
           03 WS-CNT-INSTR-CLASH     PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE          PIC X(132) VALUE SPACE.
       01  WS-RPT-NUM           PIC Z(06)9.
       01  WS-RPT-PERIOD        PIC 99.
       01  WS-RPT-DAY           PIC X(03) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE 'student'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-TT-TERM             PIC X(06).

       01  SQL-TT-ROOM             PIC X(06).
       01  SQL-TT-INSTR-ID         PIC 9(05).
       01  SQL-TT-INSTR-NO         PIC 9(06).
       01  SQL-TT-LASTNAME         PIC X(07).
       01  SQL-TT-FIRSTNAME        PIC X(06).
       01  SQL-TT-DAY              PIC X(01).
       01  SQL-TT-START-PERIOD     PIC 9(02).
       01  SQL-TT-END-PERIOD       PIC 9(02).
       01  SQL-TT-LABEL            PIC X(35).

       01  SQL-TT-B-START-PERIOD   PIC 9(02).
       01  SQL-TT-B-END-PERIOD     PIC 9(02).
       01  SQL-TT-B-LABEL          PIC X(35).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    EVERY MEETING SLOT OF THE TERM, ROOM BY ROOM.
      ******************************************************************
       EXEC SQL
           DECLARE ROOM-CURSOR CURSOR FOR
           SELECT S.ROOM, S.DAY, S.START_PERIOD, S.END_PERIOD,
               COURSE.LABEL
           FROM COURSE_SLOT S, COURSE
           WHERE S.TERM = :SQL-TT-TERM
           AND COURSE.ID = S.COURSE_ID
           ORDER BY S.ROOM, S.DAY, S.START_PERIOD, COURSE.LABEL
       END-EXEC.

      ******************************************************************
      *    EVERY MEETING SLOT OF THE TERM UNDER THE INSTRUCTOR
      *    ASSIGNED TO ITS COURSE. A COURSE WITH NO ASSIGNMENT ON
      *    FILE HAS NO INSTRUCTOR GRID TO APPEAR ON.
      ******************************************************************
       EXEC SQL
           DECLARE INSTR-CURSOR CURSOR FOR
           SELECT INSTRUCTOR.ID, COALESCE(INSTRUCTOR.INSTR_NO, 0),
               INSTRUCTOR.LASTNAME, INSTRUCTOR.FIRSTNAME, S.DAY,
               S.START_PERIOD, S.END_PERIOD, COURSE.LABEL
           FROM COURSE_INSTR, INSTRUCTOR, COURSE_SLOT S, COURSE
           WHERE COURSE_INSTR.TERM = :SQL-TT-TERM
           AND INSTRUCTOR.ID = COURSE_INSTR.INSTR_ID
           AND S.COURSE_ID = COURSE_INSTR.COURSE_ID
           AND S.TERM = COURSE_INSTR.TERM
           AND COURSE.ID = S.COURSE_ID
           ORDER BY INSTRUCTOR.LASTNAME, INSTRUCTOR.FIRSTNAME,
               INSTRUCTOR.INSTR_NO, INSTRUCTOR.ID, S.DAY,
               S.START_PERIOD
       END-EXEC.

      ******************************************************************
      *    ROOM DOUBLE-BOOKINGS - TWO DIFFERENT COURSES IN ONE ROOM ON
      *    THE SAME DAY WITH OVERLAPPING PERIODS. EACH PAIR IS LISTED
      *    ONCE (LOWER COURSE ID FIRST).
      ******************************************************************
       EXEC SQL
           DECLARE ROOM-CLASH-CURSOR CURSOR FOR
           SELECT A.ROOM, A.DAY, A.START_PERIOD, A.END_PERIOD,
               CA.LABEL, B.START_PERIOD, B.END_PERIOD, CB.LABEL
           FROM COURSE_SLOT A, COURSE_SLOT B, COURSE CA, COURSE CB
           WHERE A.TERM = :SQL-TT-TERM
           AND B.TERM = A.TERM
           AND B.ROOM = A.ROOM
           AND B.DAY = A.DAY
           AND A.COURSE_ID < B.COURSE_ID
           AND A.START_PERIOD <= B.END_PERIOD
           AND B.START_PERIOD <= A.END_PERIOD
           AND CA.ID = A.COURSE_ID
           AND CB.ID = B.COURSE_ID
           ORDER BY A.ROOM, A.DAY, A.START_PERIOD, CA.LABEL
       END-EXEC.

      ******************************************************************
      *    INSTRUCTOR DOUBLE-BOOKINGS - ONE INSTRUCTOR ASSIGNED TO TWO
      *    COURSES OF THE TERM THAT MEET AT OVERLAPPING PERIODS OF THE
      *    SAME DAY, WHATEVER THE ROOMS.
      ******************************************************************
       EXEC SQL
           DECLARE INSTR-CLASH-CURSOR CURSOR FOR
           SELECT COALESCE(INSTRUCTOR.INSTR_NO, 0),
               INSTRUCTOR.LASTNAME, INSTRUCTOR.FIRSTNAME, A.DAY,
               A.START_PERIOD, A.END_PERIOD, CA.LABEL, B.START_PERIOD,
               B.END_PERIOD, CB.LABEL
           FROM COURSE_INSTR IA, COURSE_INSTR IB, INSTRUCTOR,
               COURSE_SLOT A, COURSE_SLOT B, COURSE CA, COURSE CB
           WHERE IA.TERM = :SQL-TT-TERM
           AND IB.TERM = IA.TERM
           AND IB.INSTR_ID = IA.INSTR_ID
           AND IA.COURSE_ID < IB.COURSE_ID
           AND INSTRUCTOR.ID = IA.INSTR_ID
           AND A.COURSE_ID = IA.COURSE_ID
           AND A.TERM = IA.TERM
           AND B.COURSE_ID = IB.COURSE_ID
           AND B.TERM = IB.TERM
           AND B.DAY = A.DAY
           AND A.START_PERIOD <= B.END_PERIOD
           AND B.START_PERIOD <= A.END_PERIOD
           AND CA.ID = IA.COURSE_ID
           AND CB.ID = IB.COURSE_ID
           ORDER BY INSTRUCTOR.LASTNAME, INSTRUCTOR.FIRSTNAME,
               INSTRUCTOR.INSTR_NO, INSTRUCTOR.ID, A.DAY,
               A.START_PERIOD
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

           OPEN OUTPUT F-TIMETABLE.
           IF NOT F-TIMETABLE-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN ' WS-TIMETABLE-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-RPT-LINE.
           STRING '*** TIMETABLE - TERM ' DELIMITED BY SIZE
               SQL-TT-TERM DELIMITED BY SPACE
               ' ***' DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           PERFORM 2000-ROOM-RUN-START
               THRU 2000-ROOM-RUN-END.

           PERFORM 3000-INSTR-RUN-START
               THRU 3000-INSTR-RUN-END.

           PERFORM 4000-ROOM-CLASH-START
               THRU 4000-ROOM-CLASH-END.

           PERFORM 4100-INSTR-CLASH-START
               THRU 4100-INSTR-CLASH-END.

           PERFORM 5000-CONTROL-TOTALS-START
               THRU 5000-CONTROL-TOTALS-END.

           CLOSE F-TIMETABLE.

           IF WS-CNT-ROOM-CLASH > 0 OR WS-CNT-INSTR-CLASH > 0
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

           MOVE SPACE TO SQL-TT-TERM.

           IF WS-RUN-PARMS = SPACE
               DISPLAY 'USAGE: TERM=XXXXXX'
               STOP RUN
           END-IF.

           UNSTRING WS-RUN-PARMS DELIMITED BY ALL ' '
               INTO WS-PARM-TOKEN (1), WS-PARM-TOKEN (2).

           MOVE ZERO TO WS-PARM-IX.
           PERFORM 1006-PARSE-TOKEN-START
               THRU 1006-PARSE-TOKEN-END
               UNTIL WS-PARM-IX NOT < 2.

           IF SQL-TT-TERM = SPACE
               DISPLAY 'TERM REQUIRED'
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-TIMETABLE-FILENAME.
           STRING 'timetable.' DELIMITED BY SIZE
               SQL-TT-TERM DELIMITED BY SPACE
               INTO WS-TIMETABLE-FILENAME.

           DISPLAY 'TIMETABLE FOR TERM: ' SQL-TT-TERM.
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
                   MOVE WS-PARM-VALUE TO SQL-TT-TERM
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARAMETER: '
                       WS-PARM-TOKEN (WS-PARM-IX)
                   DISPLAY 'USAGE: TERM=XXXXXX'
                   STOP RUN
           END-EVALUATE.
       1006-PARSE-TOKEN-END.
      ******************************************************************
      *    ROOM GRIDS - SLOTS ARRIVE ORDERED BY ROOM; EACH CHANGE OF
      *    ROOM PRINTS THE GRID JUST BUILT AND STARTS THE NEXT.
      ******************************************************************
       2000-ROOM-RUN-START.
           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.
           MOVE '*** ROOM GRIDS ***' TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           MOVE SPACE TO WS-CUR-ROOM.
           MOVE 'N' TO WS-GRID-OPEN.

           EXEC SQL OPEN ROOM-CURSOR END-EXEC.

           EXEC SQL
               FETCH ROOM-CURSOR
               INTO :SQL-TT-ROOM, :SQL-TT-DAY, :SQL-TT-START-PERIOD,
               :SQL-TT-END-PERIOD, :SQL-TT-LABEL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 2100-ROOM-SLOT-START
                   THRU 2100-ROOM-SLOT-END

               EXEC SQL
                   FETCH ROOM-CURSOR
                   INTO :SQL-TT-ROOM, :SQL-TT-DAY,
                   :SQL-TT-START-PERIOD, :SQL-TT-END-PERIOD,
                   :SQL-TT-LABEL
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ROOM-CURSOR END-EXEC.

           IF WS-GRID-OPEN-YES
               PERFORM 8000-GRID-PRINT-START
                   THRU 8000-GRID-PRINT-END
           END-IF.
       2000-ROOM-RUN-END.
      ******************************************************************
       2100-ROOM-SLOT-START.
           ADD 1 TO WS-CNT-SLOTS.

           IF NOT WS-GRID-OPEN-YES OR SQL-TT-ROOM NOT = WS-CUR-ROOM
               IF WS-GRID-OPEN-YES
                   PERFORM 8000-GRID-PRINT-START
                       THRU 8000-GRID-PRINT-END
               END-IF
               ADD 1 TO WS-CNT-ROOMS
               MOVE SQL-TT-ROOM TO WS-CUR-ROOM
               MOVE SPACE TO WS-GRID-TITLE
               STRING 'ROOM ' SQL-TT-ROOM
                   DELIMITED BY SIZE INTO WS-GRID-TITLE
               MOVE SPACE TO WS-GRID
               MOVE 'Y' TO WS-GRID-OPEN
           END-IF.

           MOVE SQL-TT-LABEL TO WS-CELL-TEXT.
           PERFORM 8200-GRID-FILL-START
               THRU 8200-GRID-FILL-END.
       2100-ROOM-SLOT-END.
      ******************************************************************
      *    INSTRUCTOR GRIDS - THE SAME CONTROL BREAK ON THE
      *    INSTRUCTOR.
      ******************************************************************
       3000-INSTR-RUN-START.
           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.
           MOVE '*** INSTRUCTOR GRIDS ***' TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           MOVE ZERO TO WS-CUR-INSTR-ID.
           MOVE 'N' TO WS-GRID-OPEN.

           EXEC SQL OPEN INSTR-CURSOR END-EXEC.

           EXEC SQL
               FETCH INSTR-CURSOR
               INTO :SQL-TT-INSTR-ID, :SQL-TT-INSTR-NO,
               :SQL-TT-LASTNAME, :SQL-TT-FIRSTNAME, :SQL-TT-DAY,
               :SQL-TT-START-PERIOD, :SQL-TT-END-PERIOD, :SQL-TT-LABEL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 3100-INSTR-SLOT-START
                   THRU 3100-INSTR-SLOT-END

               EXEC SQL
                   FETCH INSTR-CURSOR
                   INTO :SQL-TT-INSTR-ID, :SQL-TT-INSTR-NO,
                   :SQL-TT-LASTNAME, :SQL-TT-FIRSTNAME, :SQL-TT-DAY,
                   :SQL-TT-START-PERIOD, :SQL-TT-END-PERIOD,
                   :SQL-TT-LABEL
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE INSTR-CURSOR END-EXEC.

           IF WS-GRID-OPEN-YES
               PERFORM 8000-GRID-PRINT-START
                   THRU 8000-GRID-PRINT-END
           END-IF.
       3000-INSTR-RUN-END.
      ******************************************************************
       3100-INSTR-SLOT-START.
           IF NOT WS-GRID-OPEN-YES
               OR SQL-TT-INSTR-ID NOT = WS-CUR-INSTR-ID
               IF WS-GRID-OPEN-YES
                   PERFORM 8000-GRID-PRINT-START
                       THRU 8000-GRID-PRINT-END
               END-IF
               ADD 1 TO WS-CNT-INSTRUCTORS
               MOVE SQL-TT-INSTR-ID TO WS-CUR-INSTR-ID
               MOVE SPACE TO WS-GRID-TITLE
               STRING 'INSTRUCTOR ' DELIMITED BY SIZE
                   SQL-TT-INSTR-NO DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SQL-TT-LASTNAME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   SQL-TT-FIRSTNAME DELIMITED BY SPACE
                   INTO WS-GRID-TITLE
               MOVE SPACE TO WS-GRID
               MOVE 'Y' TO WS-GRID-OPEN
           END-IF.

           MOVE SQL-TT-LABEL TO WS-CELL-TEXT.
           PERFORM 8200-GRID-FILL-START
               THRU 8200-GRID-FILL-END.
       3100-INSTR-SLOT-END.
      ******************************************************************
      *    ROOM DOUBLE-BOOKINGS - ONE LINE PER CLASHING PAIR.
      ******************************************************************
       4000-ROOM-CLASH-START.
           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.
           MOVE '*** ROOM DOUBLE-BOOKINGS ***' TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           EXEC SQL OPEN ROOM-CLASH-CURSOR END-EXEC.

           EXEC SQL
               FETCH ROOM-CLASH-CURSOR
               INTO :SQL-TT-ROOM, :SQL-TT-DAY, :SQL-TT-START-PERIOD,
               :SQL-TT-END-PERIOD, :SQL-TT-LABEL,
               :SQL-TT-B-START-PERIOD, :SQL-TT-B-END-PERIOD,
               :SQL-TT-B-LABEL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               ADD 1 TO WS-CNT-ROOM-CLASH
               PERFORM 8300-DAY-NAME-START
                   THRU 8300-DAY-NAME-END
               MOVE SPACE TO WS-RPT-LINE
               STRING 'ROOM ' SQL-TT-ROOM '  ' WS-RPT-DAY
                   '  P' SQL-TT-START-PERIOD '-' SQL-TT-END-PERIOD
                   ' ' SQL-TT-LABEL
                   '  P' SQL-TT-B-START-PERIOD '-' SQL-TT-B-END-PERIOD
                   ' ' SQL-TT-B-LABEL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 9000-TT-WRITE-START
                   THRU 9000-TT-WRITE-END

               EXEC SQL
                   FETCH ROOM-CLASH-CURSOR
                   INTO :SQL-TT-ROOM, :SQL-TT-DAY,
                   :SQL-TT-START-PERIOD, :SQL-TT-END-PERIOD,
                   :SQL-TT-LABEL, :SQL-TT-B-START-PERIOD,
                   :SQL-TT-B-END-PERIOD, :SQL-TT-B-LABEL
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ROOM-CLASH-CURSOR END-EXEC.

           IF WS-CNT-ROOM-CLASH = ZERO
               MOVE 'NONE' TO WS-RPT-LINE
               PERFORM 9000-TT-WRITE-START
                   THRU 9000-TT-WRITE-END
           END-IF.
       4000-ROOM-CLASH-END.
      ******************************************************************
      *    INSTRUCTOR DOUBLE-BOOKINGS - ONE LINE PER CLASHING PAIR.
      ******************************************************************
       4100-INSTR-CLASH-START.
           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.
           MOVE '*** INSTRUCTOR DOUBLE-BOOKINGS ***' TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           EXEC SQL OPEN INSTR-CLASH-CURSOR END-EXEC.

           EXEC SQL
               FETCH INSTR-CLASH-CURSOR
               INTO :SQL-TT-INSTR-NO, :SQL-TT-LASTNAME,
               :SQL-TT-FIRSTNAME, :SQL-TT-DAY, :SQL-TT-START-PERIOD,
               :SQL-TT-END-PERIOD, :SQL-TT-LABEL,
               :SQL-TT-B-START-PERIOD, :SQL-TT-B-END-PERIOD,
               :SQL-TT-B-LABEL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               ADD 1 TO WS-CNT-INSTR-CLASH
               PERFORM 8300-DAY-NAME-START
                   THRU 8300-DAY-NAME-END
               MOVE SPACE TO WS-RPT-LINE
               STRING SQL-TT-INSTR-NO ' ' SQL-TT-LASTNAME ' '
                   SQL-TT-FIRSTNAME '  ' WS-RPT-DAY
                   '  P' SQL-TT-START-PERIOD '-' SQL-TT-END-PERIOD
                   ' ' SQL-TT-LABEL
                   '  P' SQL-TT-B-START-PERIOD '-' SQL-TT-B-END-PERIOD
                   ' ' SQL-TT-B-LABEL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 9000-TT-WRITE-START
                   THRU 9000-TT-WRITE-END

               EXEC SQL
                   FETCH INSTR-CLASH-CURSOR
                   INTO :SQL-TT-INSTR-NO, :SQL-TT-LASTNAME,
                   :SQL-TT-FIRSTNAME, :SQL-TT-DAY,
                   :SQL-TT-START-PERIOD, :SQL-TT-END-PERIOD,
                   :SQL-TT-LABEL, :SQL-TT-B-START-PERIOD,
                   :SQL-TT-B-END-PERIOD, :SQL-TT-B-LABEL
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE INSTR-CLASH-CURSOR END-EXEC.

           IF WS-CNT-INSTR-CLASH = ZERO
               MOVE 'NONE' TO WS-RPT-LINE
               PERFORM 9000-TT-WRITE-START
                   THRU 9000-TT-WRITE-END
           END-IF.
       4100-INSTR-CLASH-END.
      ******************************************************************
       5000-CONTROL-TOTALS-START.
           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.
           MOVE '*** TIMETABLE TOTALS ***' TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           MOVE WS-CNT-SLOTS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'MEETING SLOTS ................' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           MOVE WS-CNT-ROOMS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ROOMS IN USE .................' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           MOVE WS-CNT-INSTRUCTORS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'INSTRUCTORS TIMETABLED .......' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           MOVE WS-CNT-ROOM-CLASH TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ROOM DOUBLE-BOOKINGS .........' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           MOVE WS-CNT-INSTR-CLASH TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'INSTRUCTOR DOUBLE-BOOKINGS ...' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.
       5000-CONTROL-TOTALS-END.
      ******************************************************************
      *    GRID PRINT - TITLE, DAY HEADINGS, THEN ONE LINE PER PERIOD.
      ******************************************************************
       8000-GRID-PRINT-START.
           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.
           MOVE WS-GRID-TITLE TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           MOVE SPACE TO WS-GRID-LINE.
           MOVE 'PER' TO WS-GL-PERIOD.
           MOVE ZERO TO WS-DAY-IX.
           PERFORM 8010-HEAD-CELL-START
               THRU 8010-HEAD-CELL-END
               UNTIL WS-DAY-IX NOT < WS-DAY-MAX.
           MOVE WS-GRID-LINE TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.

           MOVE ZERO TO WS-PER-IX.
           PERFORM 8020-PERIOD-LINE-START
               THRU 8020-PERIOD-LINE-END
               UNTIL WS-PER-IX NOT < WS-PERIOD-MAX.
       8000-GRID-PRINT-END.
      ******************************************************************
       8010-HEAD-CELL-START.
           ADD 1 TO WS-DAY-IX.
           MOVE WS-DAY-NAME (WS-DAY-IX) TO WS-GL-CELL (WS-DAY-IX).
       8010-HEAD-CELL-END.
      ******************************************************************
       8020-PERIOD-LINE-START.
           ADD 1 TO WS-PER-IX.
           MOVE SPACE TO WS-GRID-LINE.
           MOVE WS-PER-IX TO WS-RPT-PERIOD.
           MOVE WS-RPT-PERIOD TO WS-GL-PERIOD.
           MOVE ZERO TO WS-DAY-IX.
           PERFORM 8030-PERIOD-CELL-START
               THRU 8030-PERIOD-CELL-END
               UNTIL WS-DAY-IX NOT < WS-DAY-MAX.
           MOVE WS-GRID-LINE TO WS-RPT-LINE.
           PERFORM 9000-TT-WRITE-START
               THRU 9000-TT-WRITE-END.
       8020-PERIOD-LINE-END.
      ******************************************************************
       8030-PERIOD-CELL-START.
           ADD 1 TO WS-DAY-IX.
           MOVE WS-GR-CELL (WS-PER-IX, WS-DAY-IX)
               TO WS-GL-CELL (WS-DAY-IX).
       8030-PERIOD-CELL-END.
      ******************************************************************
      *    GRID FILL - PUTS THE CELL TEXT IN EVERY PERIOD THE SLOT
      *    COVERS ON ITS DAY. A CELL ALREADY TAKEN IS MARKED AS A
      *    CLASH. A DAY OR PERIOD OUTSIDE THE GRID IS NOT PLOTTED.
      ******************************************************************
       8200-GRID-FILL-START.
           IF SQL-TT-DAY < '1' OR SQL-TT-DAY > '7'
               OR SQL-TT-START-PERIOD < 1
               OR SQL-TT-START-PERIOD > WS-PERIOD-MAX
               GO TO 8200-GRID-FILL-END
           END-IF.

           MOVE SQL-TT-DAY TO WS-DAY-IX.
           MOVE SQL-TT-END-PERIOD TO WS-PER-LAST.
           IF WS-PER-LAST > WS-PERIOD-MAX
               MOVE WS-PERIOD-MAX TO WS-PER-LAST
           END-IF.

           COMPUTE WS-PER-IX = SQL-TT-START-PERIOD - 1.
           PERFORM 8210-CELL-FILL-START
               THRU 8210-CELL-FILL-END
               UNTIL WS-PER-IX NOT < WS-PER-LAST.
       8200-GRID-FILL-END.
      ******************************************************************
       8210-CELL-FILL-START.
           ADD 1 TO WS-PER-IX.
           IF WS-GR-CELL (WS-PER-IX, WS-DAY-IX) = SPACE
               MOVE WS-CELL-TEXT TO WS-GR-CELL (WS-PER-IX, WS-DAY-IX)
           ELSE
               MOVE '** CLASH **' TO WS-GR-CELL (WS-PER-IX, WS-DAY-IX)
           END-IF.
       8210-CELL-FILL-END.
      ******************************************************************
       8300-DAY-NAME-START.
           MOVE '???' TO WS-RPT-DAY.
           IF SQL-TT-DAY NOT < '1' AND SQL-TT-DAY NOT > '7'
               MOVE SQL-TT-DAY TO WS-DAY-IX
               MOVE WS-DAY-NAME (WS-DAY-IX) TO WS-RPT-DAY
           END-IF.
       8300-DAY-NAME-END.
      ******************************************************************
       9000-TT-WRITE-START.
           DISPLAY WS-RPT-LINE.
           WRITE REC-TIMETABLE FROM WS-RPT-LINE.
       9000-TT-WRITE-END.
      ******************************************************************
