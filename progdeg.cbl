       IDENTIFICATION DIVISION.
       PROGRAM-ID. progdeg.

      ******************************************************************
      *    DEGREE AUDIT AND GRADUATION ELIGIBILITY - CHECKS EVERY
      *    ACTIVE STUDENT AGAINST THE PROGRAM-OF-STUDY REQUIREMENTS
      *    THE REGISTRAR KEEPS ON FILE, SO COMMENCEMENT NO LONGER
      *    STARTS FROM A STACK OF PRINTED TRANSCRIPTS. THREE KINDS OF
      *    REQUIREMENT ARE CHECKED:
      *        REQUIRED COURSE ... A GRADE ON FILE AT OR ABOVE THE
      *                            COURSE'S MINIMUM (THE PASS MARK
      *                            WHEN THE FILE GIVES NONE)
      *        CREDITS ........... SUM OF COEF OVER PASSED COURSES,
      *                            EACH COURSE COUNTED ONCE HOWEVER
      *                            OFTEN IT WAS RETAKEN
      *        AVERAGE ........... CUMULATIVE WEIGHTED AVERAGE,
      *                            SUM(GRADE * COEF) / SUM(COEF) OVER
      *                            EVERY GRADED ROW - THE SAME FIGURE
      *                            THE TRANSCRIPT PRINTS
      *
      *    THE AUDIT IS TAKEN AS OF THE END OF THE NAMED TERM: ROWS
      *    FOR LATER TERMS ARE LEFT OUT. A NULL (NOT YET SCORED)
      *    GRADE IS AN INCOMPLETE - IT NEITHER PASSES NOR FAILS, AND A
      *    REQUIREMENT WITH ONLY AN INCOMPLETE STILL IN THE WAY IS
      *    SHOWN AS INCOMPLETE, NOT OUTSTANDING.
      *
      *    EXTERNAL CREDIT (EXT_CREDIT, LOADED BY THE NIGHTLY FEED
      *    WITH ITS GRADE ALREADY ON THE 0-20 SCALE) COUNTS AS A
      *    GRADED ATTEMPT AT THE LOCAL COURSE IT WAS ACCEPTED AS, AND
      *    AN ELECTIVE AS A COURSE OF ITS OWN, WHATEVER THE TERM. IT
      *    IS LEFT OUT OF THE AVERAGE, WHICH STAYS THE TRANSCRIPT'S.
      *
      *    OUTPUTS:
      *        degaudit.TERM - ONE AUDIT STATEMENT PER ACTIVE STUDENT,
      *                        REQUIREMENTS MET AND STILL OUTSTANDING
      *        gradcand.TERM - GRADUATION CANDIDATES: STUDENTS
      *                        ENROLLED IN THE TERM WHO MEET EVERY
      *                        REQUIREMENT, THEN AN EXCEPTIONS SECTION
      *                        FOR THOSE HELD BACK ONLY BY AN
      *                        INCOMPLETE COURSE
      *
      *    PARAMETERS (BLANK-SEPARATED, THE WAY THE TRANSCRIPT RUN
      *    TAKES ITS OWN):
      *        TERM=XXXXXX
      *
      *    REQUIREMENTS FILE (degreq.dat, MAINTAINED BY THE REGISTRAR):
      *        R LABEL(35) MINGRADE(4, 99V99 - BLANK = PASS MARK)
      *        C MINCREDITS(4, 9(03)V9)
      *        A MINAVERAGE(4, 99V99)
      *        P PASSMARK(4, 99V99 - DEFAULT 10,00)
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DEGREQ
               ASSIGN TO 'degreq.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DEGREQ-STATUS.

           SELECT F-AUDIT
               ASSIGN TO WS-AUDIT-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

           SELECT F-CAND
               ASSIGN TO WS-CAND-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-DEGREQ
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-DEGREQ.
           03 DQ-REC-TYPE         PIC X(01).
           03 FILLER              PIC X(79).

       01  REC-DEGREQ-COURSE REDEFINES REC-DEGREQ.
           03 FILLER              PIC X(01).
           03 DQ-R-LABEL          PIC X(35).
           03 DQ-R-MIN-GRADE-X    PIC X(04).
           03 DQ-R-MIN-GRADE REDEFINES DQ-R-MIN-GRADE-X
                                  PIC 99V99.
           03 FILLER              PIC X(40).

       01  REC-DEGREQ-CREDITS REDEFINES REC-DEGREQ.
           03 FILLER              PIC X(01).
           03 DQ-C-MIN-CREDITS    PIC 9(03)V9.
           03 FILLER              PIC X(75).

       01  REC-DEGREQ-AVERAGE REDEFINES REC-DEGREQ.
           03 FILLER              PIC X(01).
           03 DQ-A-MIN-AVERAGE    PIC 99V99.
           03 FILLER              PIC X(75).

       01  REC-DEGREQ-PASS REDEFINES REC-DEGREQ.
           03 FILLER              PIC X(01).
           03 DQ-P-PASS-MARK      PIC 99V99.
           03 FILLER              PIC X(75).

       FD  F-AUDIT
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-AUDIT              PIC X(100).

       FD  F-CAND
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-CAND               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILENAME    PIC X(90) VALUE SPACE.
       01  WS-CAND-FILENAME     PIC X(90) VALUE SPACE.

       01  F-DEGREQ-STATUS      PIC X(02) VALUE SPACE.
           88 F-DEGREQ-STATUS-OK       VALUE '00'.
           88 F-DEGREQ-STATUS-EOF      VALUE '10'.

       01  F-AUDIT-STATUS       PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK        VALUE '00'.

       01  F-CAND-STATUS        PIC X(02) VALUE SPACE.
           88 F-CAND-STATUS-OK         VALUE '00'.

       01  WS-RUN-PARMS         PIC X(80) VALUE SPACE.
       01  WS-PARM-TOKENS.
           03 WS-PARM-TOKEN     PIC X(40) OCCURS 2 TIMES.
       01  WS-PARM-IX           PIC 9(01) VALUE ZERO.
       01  WS-PARM-KEYWORD      PIC X(10) VALUE SPACE.
       01  WS-PARM-VALUE        PIC X(40) VALUE SPACE.

      ******************************************************************
      *    REQUIREMENTS - THE FILE IS SMALL (THE REGISTRAR KEYS IT BY
      *    HAND), SO IT IS LOADED WHOLE. THE STATE BYTE IS RESET FOR
      *    EACH STUDENT AND SET AS THE STUDENT'S COURSES ARE READ.
      ******************************************************************
       01  WS-PASS-MARK         PIC 99V99 VALUE 10,00.
       01  WS-MIN-CREDITS       PIC 9(03)V9 VALUE ZERO.
       01  WS-MIN-AVERAGE       PIC 99V99 VALUE ZERO.

       01  WS-REQ-MAX           PIC 9(03) VALUE 100.
       01  WS-REQ-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-REQ-TABLE.
           03 WS-REQ-ENTRY OCCURS 100 TIMES.
              05 WS-RQ-LABEL    PIC X(35).
              05 WS-RQ-MIN-GRADE PIC 99V99.
              05 WS-RQ-STATE    PIC X(01).
                 88 WS-RQ-STATE-MET         VALUE 'M'.
                 88 WS-RQ-STATE-INCOMPLETE  VALUE 'I'.

       01  WS-REQ-IX            PIC 9(03) VALUE ZERO.
       01  WS-REQ-FOUND         PIC X(01) VALUE 'N'.
           88 WS-REQ-FOUND-YES      VALUE 'Y'.

      ******************************************************************
      *    PER-STUDENT ACCUMULATORS - RESET FOR EACH STUDENT AUDITED.
      *    COURSE ROWS ARRIVE ORDERED BY LABEL, SO THE WS-CUR- FIELDS
      *    HOLD ONE COURSE'S ROWS (RETAKES INCLUDED) UNTIL THE LABEL
      *    CHANGES.
      ******************************************************************
       01  WS-STU-SUM-WEIGHTED  PIC 9(07)V99 VALUE ZERO.
       01  WS-STU-SUM-COEF      PIC 9(05)V9 VALUE ZERO.
       01  WS-STU-AVERAGE       PIC 99V99 VALUE ZERO.
       01  WS-STU-CREDITS       PIC 9(05)V9 VALUE ZERO.
       01  WS-STU-PEND-CREDITS  PIC 9(05)V9 VALUE ZERO.
       01  WS-STU-OUTSTANDING   PIC 9(03) VALUE ZERO.
       01  WS-STU-SHORT         PIC 9(03) VALUE ZERO.
       01  WS-STU-IN-TERM       PIC X(01) VALUE 'N'.
           88 WS-STU-IN-TERM-YES    VALUE 'Y'.

       01  WS-CUR-LABEL         PIC X(35) VALUE SPACE.
       01  WS-CUR-COEF          PIC 9V9 VALUE ZERO.
       01  WS-CUR-BEST          PIC 99V99 VALUE ZERO.
       01  WS-CUR-GRADED        PIC X(01) VALUE 'N'.
           88 WS-CUR-GRADED-YES     VALUE 'Y'.
       01  WS-CUR-PENDING       PIC X(01) VALUE 'N'.
           88 WS-CUR-PENDING-YES    VALUE 'Y'.

       01  WS-INC-MAX           PIC 9(03) VALUE 20.
       01  WS-INC-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-INC-TABLE.
           03 WS-INC-ENTRY OCCURS 20 TIMES.
              05 WS-IN-LABEL    PIC X(35).
              05 WS-IN-TERM     PIC X(06).
       01  WS-INC-IX            PIC 9(03) VALUE ZERO.

      ******************************************************************
      *    EXCEPTIONS ARE PRINTED AFTER THE CANDIDATE LIST, SO THEY
      *    ARE HELD HERE UNTIL THE STUDENT PASS IS OVER.
      ******************************************************************
       01  WS-EXC-MAX           PIC 9(04) VALUE 500.
       01  WS-EXC-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-EXC-TABLE.
           03 WS-EXC-ENTRY OCCURS 500 TIMES.
              05 WS-EX-STUDENT-NO PIC 9(08).
              05 WS-EX-LASTNAME   PIC X(07).
              05 WS-EX-FIRSTNAME  PIC X(06).
              05 WS-EX-LABEL      PIC X(35).
              05 WS-EX-TERM       PIC X(06).
       01  WS-EXC-IX            PIC 9(04) VALUE ZERO.

      ******************************************************************
      *    RUN CONTROL TOTALS
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           03 WS-CNT-STUDENTS        PIC 9(07) VALUE ZERO.
           03 WS-CNT-ALL-MET         PIC 9(07) VALUE ZERO.
           03 WS-CNT-IN-TERM         PIC 9(07) VALUE ZERO.
           03 WS-CNT-CANDIDATES      PIC 9(07) VALUE ZERO.
           03 WS-CNT-HELD-BACK       PIC 9(07) VALUE ZERO.
           03 WS-CNT-OVERFLOW        PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE          PIC X(100) VALUE SPACE.
       01  WS-RPT-NUM           PIC Z(06)9.
       01  WS-RPT-AVG           PIC Z9,99.
       01  WS-RPT-AVG2          PIC Z9,99.
       01  WS-RPT-CREDITS       PIC ZZZZ9,9.
       01  WS-RPT-CREDITS2      PIC ZZZZ9,9.
       01  WS-RPT-STATE         PIC X(11) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE 'student'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-DG-TERM             PIC X(06).
       01  SQL-DG-STUDENT-ID       PIC 9(05).
       01  SQL-DG-STUDENT-NO       PIC 9(08).
       01  SQL-DG-LASTNAME         PIC X(07).
       01  SQL-DG-FIRSTNAME        PIC X(06).

       01  SQL-DC-LABEL            PIC X(35).
       01  SQL-DC-TERM             PIC X(06).
       01  SQL-DC-COEF             PIC 9V9.
       01  SQL-DC-GRADE            PIC 99V99.
       01  SQL-DC-GRADED           PIC X(01).
       01  SQL-DC-SOURCE           PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    EVERY ACTIVE STUDENT - WITHDRAWN STUDENTS ARE NOT AUDITED.
      ******************************************************************
       EXEC SQL
           DECLARE DEG-STUDENT-CURSOR CURSOR FOR
           SELECT ID, COALESCE(STUDENT_NO, 0), LASTNAME, FIRSTNAME
           FROM STUDENT
           WHERE COALESCE(ACTIVE, 'Y') <> 'N'
           ORDER BY LASTNAME, FIRSTNAME
       END-EXEC.

      ******************************************************************
      *    THE STUDENT'S COURSE ROWS UP TO AND INCLUDING THE NAMED
      *    TERM, GROUPED BY LABEL SO RETAKES OF ONE COURSE ARE READ
      *    TOGETHER. THE FIFTH COLUMN FLAGS A NULL (NOT YET SCORED)
      *    GRADE, WHICH THE COALESCE WOULD OTHERWISE HIDE AS ZERO.
      *
      *    EXTERNAL CREDIT IS UNIONED IN (SOURCE 'X', NO TERM - IT
      *    WAS EARNED BEFORE ANY TERM HERE). CREDIT ACCEPTED AS A
      *    LOCAL COURSE CARRIES THAT COURSE'S LABEL, SO IT GROUPS
      *    WITH ANY ATTEMPT AT THE COURSE HERE AND CAN MEET ITS
      *    REQUIREMENT; AN ELECTIVE IS LABELLED WITH ITS INSTITUTION
      *    AND TITLE SO EACH ONE EARNS ITS OWN CREDIT.
      ******************************************************************
       EXEC SQL
           DECLARE DEG-COURSE-CURSOR CURSOR FOR
           SELECT COURSE.LABEL, COALESCE(GRADE.TERM, ' '),
               COURSE.COEF, COALESCE(GRADE.GRADE, 0),
               CASE WHEN GRADE.GRADE IS NULL THEN 'N' ELSE 'Y' END,
               'L'
           FROM GRADE, COURSE
           WHERE GRADE.COURSE_ID = COURSE.ID
           AND GRADE.STUDENT_ID = :SQL-DG-STUDENT-ID
           AND COALESCE(GRADE.TERM, ' ') <= :SQL-DG-TERM
           UNION ALL
           SELECT COALESCE(COURSE.LABEL,
                   SUBSTR(RTRIM(X.LOCAL_LABEL) || ' '
                   || RTRIM(X.INSTITUTION) || ' '
                   || RTRIM(X.EXT_TITLE), 1, 35)),
               ' ', X.COEF, X.GRADE, 'Y', 'X'
           FROM EXT_CREDIT X
           LEFT JOIN COURSE ON COURSE.ID = X.COURSE_ID
           WHERE X.STUDENT_ID = :SQL-DG-STUDENT-ID
           ORDER BY 1, 2
       END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 1005-GET-RUN-PARMS-START
               THRU 1005-GET-RUN-PARMS-END.

           PERFORM 2000-LOAD-REQUIREMENTS-START
               THRU 2000-LOAD-REQUIREMENTS-END.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           OPEN OUTPUT F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN ' WS-AUDIT-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-CAND.
           IF NOT F-CAND-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN ' WS-CAND-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-RPT-LINE.
           STRING '*** DEGREE AUDIT STATEMENTS - AS OF TERM '
               DELIMITED BY SIZE
               SQL-DG-TERM DELIMITED BY SPACE
               ' ***' DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-AUDIT-WRITE-START
               THRU 9000-AUDIT-WRITE-END.

           MOVE SPACE TO WS-RPT-LINE.
           STRING '*** GRADUATION CANDIDATES - TERM '
               DELIMITED BY SIZE
               SQL-DG-TERM DELIMITED BY SPACE
               ' ***' DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9100-CAND-WRITE-START
               THRU 9100-CAND-WRITE-END.

           MOVE 'STUDENT  NAME            CREDITS  AVERAGE'
               TO WS-RPT-LINE.
           PERFORM 9100-CAND-WRITE-START
               THRU 9100-CAND-WRITE-END.

           PERFORM 3000-AUDIT-RUN-START
               THRU 3000-AUDIT-RUN-END.

           PERFORM 3500-EXCEPTIONS-START
               THRU 3500-EXCEPTIONS-END.

           PERFORM 4000-CONTROL-TOTALS-START
               THRU 4000-CONTROL-TOTALS-END.

           CLOSE F-AUDIT.
           CLOSE F-CAND.

           IF WS-CNT-OVERFLOW > 0
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

           MOVE SPACE TO SQL-DG-TERM.

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

           IF SQL-DG-TERM = SPACE
               DISPLAY 'TERM REQUIRED'
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-AUDIT-FILENAME.
           STRING 'degaudit.' DELIMITED BY SIZE
               SQL-DG-TERM DELIMITED BY SPACE
               INTO WS-AUDIT-FILENAME.

           MOVE SPACE TO WS-CAND-FILENAME.
           STRING 'gradcand.' DELIMITED BY SIZE
               SQL-DG-TERM DELIMITED BY SPACE
               INTO WS-CAND-FILENAME.

           DISPLAY 'DEGREE AUDIT AS OF TERM: ' SQL-DG-TERM.
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
                   MOVE WS-PARM-VALUE TO SQL-DG-TERM
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARAMETER: '
                       WS-PARM-TOKEN (WS-PARM-IX)
                   DISPLAY 'USAGE: TERM=XXXXXX'
                   STOP RUN
           END-EVALUATE.
       1006-PARSE-TOKEN-END.
      ******************************************************************
      *    REQUIREMENTS LOAD - A MISSING OR EMPTY FILE STOPS THE RUN:
      *    AUDITING AGAINST NO REQUIREMENTS WOULD PUT EVERY ENROLLED
      *    STUDENT ON THE CANDIDATE LIST.
      ******************************************************************
       2000-LOAD-REQUIREMENTS-START.
           OPEN INPUT F-DEGREQ.
           IF NOT F-DEGREQ-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN REQUIREMENTS FILE '
                   'degreq.dat'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL F-DEGREQ-STATUS-EOF
               READ F-DEGREQ
               IF NOT F-DEGREQ-STATUS-EOF
                   EVALUATE DQ-REC-TYPE
                       WHEN 'R'
                           PERFORM 2100-LOAD-COURSE-REQ-START
                               THRU 2100-LOAD-COURSE-REQ-END
                       WHEN 'C'
                           IF DQ-C-MIN-CREDITS NUMERIC
                               MOVE DQ-C-MIN-CREDITS
                                   TO WS-MIN-CREDITS
                           ELSE
                               DISPLAY 'BAD MINIMUM CREDITS RECORD'
                                   ' - IGNORED'
                           END-IF
                       WHEN 'A'
                           IF DQ-A-MIN-AVERAGE NUMERIC
                               MOVE DQ-A-MIN-AVERAGE
                                   TO WS-MIN-AVERAGE
                           ELSE
                               DISPLAY 'BAD MINIMUM AVERAGE RECORD'
                                   ' - IGNORED'
                           END-IF
                       WHEN 'P'
                           IF DQ-P-PASS-MARK NUMERIC
                               MOVE DQ-P-PASS-MARK TO WS-PASS-MARK
                           ELSE
                               DISPLAY 'BAD PASS MARK RECORD'
                                   ' - IGNORED'
                           END-IF
                       WHEN OTHER
                           DISPLAY 'UNKNOWN REQUIREMENT RECORD TYPE '
                               DQ-REC-TYPE ' - IGNORED'
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE F-DEGREQ.

           IF WS-REQ-COUNT = ZERO AND WS-MIN-CREDITS = ZERO
               AND WS-MIN-AVERAGE = ZERO
               DISPLAY 'ABORT - NO USABLE REQUIREMENTS ON FILE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A COURSE REQUIREMENT KEYED WITHOUT ITS OWN MINIMUM TAKES
      *    THE PASS MARK - RESOLVED AFTER THE LOAD, SINCE THE 'P'
      *    RECORD MAY FOLLOW THE 'R' RECORDS ON THE FILE.
           MOVE ZERO TO WS-REQ-IX.
           PERFORM 2200-DEFAULT-MIN-GRADE-START
               THRU 2200-DEFAULT-MIN-GRADE-END
               UNTIL WS-REQ-IX NOT < WS-REQ-COUNT.

           MOVE WS-PASS-MARK TO WS-RPT-AVG.
           DISPLAY 'PASS MARK .............. ' WS-RPT-AVG.
           MOVE WS-MIN-CREDITS TO WS-RPT-CREDITS.
           DISPLAY 'MINIMUM CREDITS ........ ' WS-RPT-CREDITS.
           MOVE WS-MIN-AVERAGE TO WS-RPT-AVG.
           DISPLAY 'MINIMUM AVERAGE ........ ' WS-RPT-AVG.
           MOVE WS-REQ-COUNT TO WS-RPT-NUM.
           DISPLAY 'REQUIRED COURSES ....... ' WS-RPT-NUM.
       2000-LOAD-REQUIREMENTS-END.
      ******************************************************************
       2100-LOAD-COURSE-REQ-START.
           IF DQ-R-LABEL = SPACE
               DISPLAY 'REQUIRED COURSE WITHOUT A LABEL - IGNORED'
               GO TO 2100-LOAD-COURSE-REQ-END
           END-IF.

           IF DQ-R-MIN-GRADE-X NOT = SPACE
               AND (DQ-R-MIN-GRADE NOT NUMERIC
               OR DQ-R-MIN-GRADE > 20)
               DISPLAY 'BAD MINIMUM GRADE FOR ' DQ-R-LABEL
                   ' - IGNORED'
               GO TO 2100-LOAD-COURSE-REQ-END
           END-IF.

           IF WS-REQ-COUNT < WS-REQ-MAX
               ADD 1 TO WS-REQ-COUNT
               MOVE DQ-R-LABEL TO WS-RQ-LABEL (WS-REQ-COUNT)
               IF DQ-R-MIN-GRADE-X = SPACE
                   MOVE ZERO TO WS-RQ-MIN-GRADE (WS-REQ-COUNT)
               ELSE
                   MOVE DQ-R-MIN-GRADE
                       TO WS-RQ-MIN-GRADE (WS-REQ-COUNT)
               END-IF
           ELSE
               DISPLAY 'REQUIREMENT TABLE FULL - RECORD IGNORED: '
                   DQ-R-LABEL
           END-IF.
       2100-LOAD-COURSE-REQ-END.
      ******************************************************************
       2200-DEFAULT-MIN-GRADE-START.
           ADD 1 TO WS-REQ-IX.
           IF WS-RQ-MIN-GRADE (WS-REQ-IX) = ZERO
               MOVE WS-PASS-MARK TO WS-RQ-MIN-GRADE (WS-REQ-IX)
           END-IF.
       2200-DEFAULT-MIN-GRADE-END.
      ******************************************************************
       3000-AUDIT-RUN-START.
           EXEC SQL OPEN DEG-STUDENT-CURSOR END-EXEC.

           EXEC SQL
               FETCH DEG-STUDENT-CURSOR
               INTO :SQL-DG-STUDENT-ID, :SQL-DG-STUDENT-NO,
               :SQL-DG-LASTNAME, :SQL-DG-FIRSTNAME
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 3100-AUDIT-STUDENT-START
                   THRU 3100-AUDIT-STUDENT-END

               EXEC SQL
                   FETCH DEG-STUDENT-CURSOR
                   INTO :SQL-DG-STUDENT-ID, :SQL-DG-STUDENT-NO,
                   :SQL-DG-LASTNAME, :SQL-DG-FIRSTNAME
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DEG-STUDENT-CURSOR END-EXEC.

           MOVE WS-CNT-CANDIDATES TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'CANDIDATES LISTED: ' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9100-CAND-WRITE-START
               THRU 9100-CAND-WRITE-END.
       3000-AUDIT-RUN-END.
      ******************************************************************
      *    ONE STUDENT - READS THE COURSE ROWS, SETTLES EACH
      *    REQUIREMENT, PRINTS THE AUDIT STATEMENT AND DECIDES
      *    CANDIDACY FOR THE NAMED TERM.
      ******************************************************************
       3100-AUDIT-STUDENT-START.
           MOVE ZERO TO WS-STU-SUM-WEIGHTED.
           MOVE ZERO TO WS-STU-SUM-COEF.
           MOVE ZERO TO WS-STU-AVERAGE.
           MOVE ZERO TO WS-STU-CREDITS.
           MOVE ZERO TO WS-STU-PEND-CREDITS.
           MOVE ZERO TO WS-STU-OUTSTANDING.
           MOVE ZERO TO WS-STU-SHORT.
           MOVE ZERO TO WS-INC-COUNT.
           MOVE 'N' TO WS-STU-IN-TERM.
           MOVE SPACE TO WS-CUR-LABEL.

           MOVE ZERO TO WS-REQ-IX.
           PERFORM 3110-RESET-REQ-START
               THRU 3110-RESET-REQ-END
               UNTIL WS-REQ-IX NOT < WS-REQ-COUNT.

           EXEC SQL OPEN DEG-COURSE-CURSOR END-EXEC.

           EXEC SQL
               FETCH DEG-COURSE-CURSOR
               INTO :SQL-DC-LABEL, :SQL-DC-TERM, :SQL-DC-COEF,
               :SQL-DC-GRADE, :SQL-DC-GRADED, :SQL-DC-SOURCE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 3200-AUDIT-COURSE-START
                   THRU 3200-AUDIT-COURSE-END

               EXEC SQL
                   FETCH DEG-COURSE-CURSOR
                   INTO :SQL-DC-LABEL, :SQL-DC-TERM, :SQL-DC-COEF,
                   :SQL-DC-GRADE, :SQL-DC-GRADED, :SQL-DC-SOURCE
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DEG-COURSE-CURSOR END-EXEC.

           IF WS-CUR-LABEL NOT = SPACE
               PERFORM 3250-COURSE-BREAK-START
                   THRU 3250-COURSE-BREAK-END
           END-IF.

           IF WS-STU-SUM-COEF > 0
               COMPUTE WS-STU-AVERAGE ROUNDED =
                   WS-STU-SUM-WEIGHTED / WS-STU-SUM-COEF
           END-IF.

           ADD 1 TO WS-CNT-STUDENTS.

           PERFORM 3300-AUDIT-STATEMENT-START
               THRU 3300-AUDIT-STATEMENT-END.

           IF WS-STU-OUTSTANDING = ZERO
               ADD 1 TO WS-CNT-ALL-MET
           END-IF.

           IF NOT WS-STU-IN-TERM-YES
               GO TO 3100-AUDIT-STUDENT-END
           END-IF.

           ADD 1 TO WS-CNT-IN-TERM.

      *    A CANDIDATE MEETS EVERYTHING WITH NO INCOMPLETE LEFT OPEN.
      *    ONE WHO WOULD MEET EVERYTHING IF THE INCOMPLETES CAME IN
      *    (OR WHO HAS MET IT ALL BUT STILL HAS ONE OPEN, WHICH COULD
      *    YET PULL THE AVERAGE DOWN) IS AN EXCEPTION INSTEAD.
           EVALUATE TRUE
               WHEN WS-STU-OUTSTANDING = ZERO
                   AND WS-INC-COUNT = ZERO
                   PERFORM 3400-CANDIDATE-LINE-START
                       THRU 3400-CANDIDATE-LINE-END
               WHEN WS-STU-SHORT = ZERO
                   AND WS-INC-COUNT > ZERO
                   ADD 1 TO WS-CNT-HELD-BACK
                   MOVE ZERO TO WS-INC-IX
                   PERFORM 3450-HOLD-EXCEPTION-START
                       THRU 3450-HOLD-EXCEPTION-END
                       UNTIL WS-INC-IX NOT < WS-INC-COUNT
           END-EVALUATE.
       3100-AUDIT-STUDENT-END.
      ******************************************************************
       3110-RESET-REQ-START.
           ADD 1 TO WS-REQ-IX.
           MOVE SPACE TO WS-RQ-STATE (WS-REQ-IX).
       3110-RESET-REQ-END.
      ******************************************************************
      *    ONE COURSE ROW - GRADED ROWS FEED THE WEIGHTED AVERAGE;
      *    A NULL GRADE IS NOTED AS AN INCOMPLETE. PASS/FAIL FOR THE
      *    COURSE IS SETTLED AT THE LABEL BREAK FROM ITS BEST GRADE.
      *    EXTERNAL CREDIT COUNTS TOWARD PASS/FAIL AND CREDITS BUT,
      *    AS ON THE TRANSCRIPT, STAYS OUT OF THE AVERAGE.
      ******************************************************************
       3200-AUDIT-COURSE-START.
           IF SQL-DC-LABEL NOT = WS-CUR-LABEL
               IF WS-CUR-LABEL NOT = SPACE
                   PERFORM 3250-COURSE-BREAK-START
                       THRU 3250-COURSE-BREAK-END
               END-IF
               MOVE SQL-DC-LABEL TO WS-CUR-LABEL
               MOVE SQL-DC-COEF TO WS-CUR-COEF
               MOVE ZERO TO WS-CUR-BEST
               MOVE 'N' TO WS-CUR-GRADED
               MOVE 'N' TO WS-CUR-PENDING
           END-IF.

           IF SQL-DC-TERM = SQL-DG-TERM
               MOVE 'Y' TO WS-STU-IN-TERM
           END-IF.

           IF SQL-DC-GRADED = 'N'
               MOVE 'Y' TO WS-CUR-PENDING
               IF WS-INC-COUNT < WS-INC-MAX
                   ADD 1 TO WS-INC-COUNT
                   MOVE SQL-DC-LABEL TO WS-IN-LABEL (WS-INC-COUNT)
                   MOVE SQL-DC-TERM TO WS-IN-TERM (WS-INC-COUNT)
               ELSE
                   ADD 1 TO WS-CNT-OVERFLOW
                   DISPLAY 'INCOMPLETE TABLE FULL FOR STUDENT '
                       SQL-DG-STUDENT-NO ' - ' SQL-DC-LABEL
                       ' NOT LISTED'
               END-IF
               GO TO 3200-AUDIT-COURSE-END
           END-IF.

           MOVE 'Y' TO WS-CUR-GRADED.
           IF SQL-DC-GRADE > WS-CUR-BEST
               MOVE SQL-DC-GRADE TO WS-CUR-BEST
           END-IF.

           IF SQL-DC-SOURCE = 'X'
               GO TO 3200-AUDIT-COURSE-END
           END-IF.

           ADD SQL-DC-COEF TO WS-STU-SUM-COEF.
           COMPUTE WS-STU-SUM-WEIGHTED =
               WS-STU-SUM-WEIGHTED + (SQL-DC-GRADE * SQL-DC-COEF).
       3200-AUDIT-COURSE-END.
      ******************************************************************
      *    END OF ONE COURSE'S ROWS - A PASS EARNS ITS CREDIT ONCE; A
      *    COURSE NOT YET PASSED BUT WITH AN INCOMPLETE OPEN COUNTS
      *    AS PENDING CREDIT. A REQUIRED COURSE IS MARKED MET OR
      *    INCOMPLETE THE SAME WAY AGAINST ITS OWN MINIMUM.
      ******************************************************************
       3250-COURSE-BREAK-START.
           IF WS-CUR-GRADED-YES
               AND WS-CUR-BEST NOT < WS-PASS-MARK
               ADD WS-CUR-COEF TO WS-STU-CREDITS
           ELSE
               IF WS-CUR-PENDING-YES
                   ADD WS-CUR-COEF TO WS-STU-PEND-CREDITS
               END-IF
           END-IF.

           MOVE 'N' TO WS-REQ-FOUND.
           MOVE ZERO TO WS-REQ-IX.
           PERFORM 3260-SCAN-REQ-START
               THRU 3260-SCAN-REQ-END
               UNTIL WS-REQ-IX NOT < WS-REQ-COUNT
               OR WS-REQ-FOUND-YES.

           IF NOT WS-REQ-FOUND-YES
               GO TO 3250-COURSE-BREAK-END
           END-IF.

           EVALUATE TRUE
               WHEN WS-CUR-GRADED-YES
                   AND WS-CUR-BEST NOT < WS-RQ-MIN-GRADE (WS-REQ-IX)
                   MOVE 'M' TO WS-RQ-STATE (WS-REQ-IX)
               WHEN WS-CUR-PENDING-YES
                   MOVE 'I' TO WS-RQ-STATE (WS-REQ-IX)
           END-EVALUATE.
       3250-COURSE-BREAK-END.
      ******************************************************************
       3260-SCAN-REQ-START.
           ADD 1 TO WS-REQ-IX.
           IF WS-RQ-LABEL (WS-REQ-IX) = WS-CUR-LABEL
               MOVE 'Y' TO WS-REQ-FOUND
           END-IF.
       3260-SCAN-REQ-END.
      ******************************************************************
      *    THE AUDIT STATEMENT - ONE LINE PER REQUIREMENT WITH ITS
      *    STATE, THEN THE COUNT STILL OUTSTANDING. WS-STU-SHORT
      *    COUNTS ONLY WHAT AN INCOMPLETE COMING IN COULD NOT FIX.
      ******************************************************************
       3300-AUDIT-STATEMENT-START.
           MOVE SPACE TO WS-RPT-LINE.
           STRING SQL-DG-STUDENT-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SQL-DG-LASTNAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SQL-DG-FIRSTNAME DELIMITED BY SPACE
               INTO WS-RPT-LINE.
           PERFORM 9000-AUDIT-WRITE-START
               THRU 9000-AUDIT-WRITE-END.

           MOVE ZERO TO WS-REQ-IX.
           PERFORM 3310-REQ-LINE-START
               THRU 3310-REQ-LINE-END
               UNTIL WS-REQ-IX NOT < WS-REQ-COUNT.

           EVALUATE TRUE
               WHEN WS-STU-CREDITS NOT < WS-MIN-CREDITS
                   MOVE 'MET' TO WS-RPT-STATE
               WHEN WS-STU-CREDITS + WS-STU-PEND-CREDITS
                   NOT < WS-MIN-CREDITS
                   MOVE 'INCOMPLETE' TO WS-RPT-STATE
                   ADD 1 TO WS-STU-OUTSTANDING
               WHEN OTHER
                   MOVE 'OUTSTANDING' TO WS-RPT-STATE
                   ADD 1 TO WS-STU-OUTSTANDING
                   ADD 1 TO WS-STU-SHORT
           END-EVALUATE.
           MOVE WS-STU-CREDITS TO WS-RPT-CREDITS.
           MOVE WS-MIN-CREDITS TO WS-RPT-CREDITS2.
           MOVE SPACE TO WS-RPT-LINE.
           STRING '    CREDITS  ' DELIMITED BY SIZE
               WS-RPT-CREDITS DELIMITED BY SIZE
               '  OF  ' DELIMITED BY SIZE
               WS-RPT-CREDITS2 DELIMITED BY SIZE
               ' REQUIRED' DELIMITED BY SIZE
               '                        ' DELIMITED BY SIZE
               WS-RPT-STATE DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-AUDIT-WRITE-START
               THRU 9000-AUDIT-WRITE-END.

           IF WS-STU-AVERAGE NOT < WS-MIN-AVERAGE
               MOVE 'MET' TO WS-RPT-STATE
           ELSE
               MOVE 'OUTSTANDING' TO WS-RPT-STATE
               ADD 1 TO WS-STU-OUTSTANDING
               ADD 1 TO WS-STU-SHORT
           END-IF.
           MOVE WS-STU-AVERAGE TO WS-RPT-AVG.
           MOVE WS-MIN-AVERAGE TO WS-RPT-AVG2.
           MOVE SPACE TO WS-RPT-LINE.
           STRING '    AVERAGE    ' DELIMITED BY SIZE
               WS-RPT-AVG DELIMITED BY SIZE
               '  OF    ' DELIMITED BY SIZE
               WS-RPT-AVG2 DELIMITED BY SIZE
               ' REQUIRED' DELIMITED BY SIZE
               '                        ' DELIMITED BY SIZE
               WS-RPT-STATE DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-AUDIT-WRITE-START
               THRU 9000-AUDIT-WRITE-END.

           MOVE SPACE TO WS-RPT-LINE.
           IF WS-STU-OUTSTANDING = ZERO
               MOVE '    RESULT: ALL REQUIREMENTS MET' TO WS-RPT-LINE
           ELSE
               MOVE WS-STU-OUTSTANDING TO WS-RPT-NUM
               STRING '    RESULT: ' WS-RPT-NUM
                   ' REQUIREMENT(S) NOT YET MET'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM 9000-AUDIT-WRITE-START
               THRU 9000-AUDIT-WRITE-END.

           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9000-AUDIT-WRITE-START
               THRU 9000-AUDIT-WRITE-END.
       3300-AUDIT-STATEMENT-END.
      ******************************************************************
       3310-REQ-LINE-START.
           ADD 1 TO WS-REQ-IX.

           EVALUATE TRUE
               WHEN WS-RQ-STATE-MET (WS-REQ-IX)
                   MOVE 'MET' TO WS-RPT-STATE
               WHEN WS-RQ-STATE-INCOMPLETE (WS-REQ-IX)
                   MOVE 'INCOMPLETE' TO WS-RPT-STATE
                   ADD 1 TO WS-STU-OUTSTANDING
               WHEN OTHER
                   MOVE 'OUTSTANDING' TO WS-RPT-STATE
                   ADD 1 TO WS-STU-OUTSTANDING
                   ADD 1 TO WS-STU-SHORT
           END-EVALUATE.

           MOVE WS-RQ-MIN-GRADE (WS-REQ-IX) TO WS-RPT-AVG.
           MOVE SPACE TO WS-RPT-LINE.
           STRING '    COURSE   ' DELIMITED BY SIZE
               WS-RQ-LABEL (WS-REQ-IX) DELIMITED BY SIZE
               ' MIN ' DELIMITED BY SIZE
               WS-RPT-AVG DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-RPT-STATE DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-AUDIT-WRITE-START
               THRU 9000-AUDIT-WRITE-END.
       3310-REQ-LINE-END.
      ******************************************************************
       3400-CANDIDATE-LINE-START.
           ADD 1 TO WS-CNT-CANDIDATES.

           MOVE WS-STU-CREDITS TO WS-RPT-CREDITS.
           MOVE WS-STU-AVERAGE TO WS-RPT-AVG.
           MOVE SPACE TO WS-RPT-LINE.
           STRING SQL-DG-STUDENT-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SQL-DG-LASTNAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SQL-DG-FIRSTNAME DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-RPT-CREDITS DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-RPT-AVG DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9100-CAND-WRITE-START
               THRU 9100-CAND-WRITE-END.
       3400-CANDIDATE-LINE-END.
      ******************************************************************
       3450-HOLD-EXCEPTION-START.
           ADD 1 TO WS-INC-IX.

           IF WS-EXC-COUNT NOT < WS-EXC-MAX
               ADD 1 TO WS-CNT-OVERFLOW
               DISPLAY 'EXCEPTION TABLE FULL - ' SQL-DG-STUDENT-NO
                   ' ' WS-IN-LABEL (WS-INC-IX) ' NOT LISTED'
               GO TO 3450-HOLD-EXCEPTION-END
           END-IF.

           ADD 1 TO WS-EXC-COUNT.
           MOVE SQL-DG-STUDENT-NO TO WS-EX-STUDENT-NO (WS-EXC-COUNT).
           MOVE SQL-DG-LASTNAME TO WS-EX-LASTNAME (WS-EXC-COUNT).
           MOVE SQL-DG-FIRSTNAME TO WS-EX-FIRSTNAME (WS-EXC-COUNT).
           MOVE WS-IN-LABEL (WS-INC-IX) TO WS-EX-LABEL (WS-EXC-COUNT).
           MOVE WS-IN-TERM (WS-INC-IX) TO WS-EX-TERM (WS-EXC-COUNT).
       3450-HOLD-EXCEPTION-END.
      ******************************************************************
      *    EXCEPTIONS SECTION - EVERY INCOMPLETE STANDING BETWEEN A
      *    STUDENT AND THE CANDIDATE LIST, SO THE REGISTRAR CAN CHASE
      *    THE MISSING SCORES BEFORE COMMENCEMENT.
      ******************************************************************
       3500-EXCEPTIONS-START.
           MOVE SPACE TO WS-RPT-LINE.
           PERFORM 9100-CAND-WRITE-START
               THRU 9100-CAND-WRITE-END.

           MOVE '*** EXCEPTIONS - HELD BACK BY AN INCOMPLETE COURSE ***'
               TO WS-RPT-LINE.
           PERFORM 9100-CAND-WRITE-START
               THRU 9100-CAND-WRITE-END.

           MOVE 'STUDENT  NAME            TERM    COURSE'
               TO WS-RPT-LINE.
           PERFORM 9100-CAND-WRITE-START
               THRU 9100-CAND-WRITE-END.

           MOVE ZERO TO WS-EXC-IX.
           PERFORM 3510-EXCEPTION-LINE-START
               THRU 3510-EXCEPTION-LINE-END
               UNTIL WS-EXC-IX NOT < WS-EXC-COUNT.

           MOVE WS-CNT-HELD-BACK TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'STUDENTS HELD BACK: ' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9100-CAND-WRITE-START
               THRU 9100-CAND-WRITE-END.
       3500-EXCEPTIONS-END.
      ******************************************************************
       3510-EXCEPTION-LINE-START.
           ADD 1 TO WS-EXC-IX.

           MOVE SPACE TO WS-RPT-LINE.
           STRING WS-EX-STUDENT-NO (WS-EXC-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EX-LASTNAME (WS-EXC-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EX-FIRSTNAME (WS-EXC-IX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-EX-TERM (WS-EXC-IX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-EX-LABEL (WS-EXC-IX) DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9100-CAND-WRITE-START
               THRU 9100-CAND-WRITE-END.
       3510-EXCEPTION-LINE-END.
      ******************************************************************
       4000-CONTROL-TOTALS-START.
           MOVE '*** DEGREE AUDIT TOTALS ***' TO WS-RPT-LINE.
           PERFORM 9200-TOTAL-WRITE-START
               THRU 9200-TOTAL-WRITE-END.

           MOVE WS-CNT-STUDENTS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'STUDENTS AUDITED .............' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9200-TOTAL-WRITE-START
               THRU 9200-TOTAL-WRITE-END.

           MOVE WS-CNT-ALL-MET TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ALL REQUIREMENTS MET .........' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9200-TOTAL-WRITE-START
               THRU 9200-TOTAL-WRITE-END.

           MOVE WS-CNT-IN-TERM TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ENROLLED IN THE TERM .........' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9200-TOTAL-WRITE-START
               THRU 9200-TOTAL-WRITE-END.

           MOVE WS-CNT-CANDIDATES TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'GRADUATION CANDIDATES ........' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9200-TOTAL-WRITE-START
               THRU 9200-TOTAL-WRITE-END.

           MOVE WS-CNT-HELD-BACK TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'HELD BACK BY AN INCOMPLETE ...' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9200-TOTAL-WRITE-START
               THRU 9200-TOTAL-WRITE-END.

           IF WS-CNT-OVERFLOW > 0
               MOVE WS-CNT-OVERFLOW TO WS-RPT-NUM
               MOVE SPACE TO WS-RPT-LINE
               STRING 'INCOMPLETES NOT LISTED .......' WS-RPT-NUM
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 9200-TOTAL-WRITE-START
                   THRU 9200-TOTAL-WRITE-END
           END-IF.
       4000-CONTROL-TOTALS-END.
      ******************************************************************
       9000-AUDIT-WRITE-START.
           WRITE REC-AUDIT FROM WS-RPT-LINE.
       9000-AUDIT-WRITE-END.
      ******************************************************************
       9100-CAND-WRITE-START.
           DISPLAY WS-RPT-LINE.
           WRITE REC-CAND FROM WS-RPT-LINE.
       9100-CAND-WRITE-END.
      ******************************************************************
       9200-TOTAL-WRITE-START.
           DISPLAY WS-RPT-LINE.
           WRITE REC-AUDIT FROM WS-RPT-LINE.
       9200-TOTAL-WRITE-END.
      ******************************************************************
