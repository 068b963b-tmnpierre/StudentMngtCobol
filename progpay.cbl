       IDENTIFICATION DIVISION.
       PROGRAM-ID. progpay.

      ******************************************************************
      *    PAYMENT POSTING AND RECEIVABLES AGING - CLOSES THE LOOP ON
      *    THE BILLING INTERFACE. FINANCE RETURNS A PAYMENT AND
      *    ADJUSTMENT FILE; EACH RECORD IS POSTED AGAINST THE
      *    STUDENT'S ACCOUNT FOR THE TERM THAT THE FEE ASSESSMENT RUN
      *    OPENED (STUDENT_ACCOUNT), WITH A ROW ON THE ACCOUNT_TXN
      *    LEDGER CARRYING THE RUNNING BALANCE AFTER THE POSTING.
      *
      *    THE FILE IS BALANCED IN A PRE-PASS BEFORE ANYTHING POSTS,
      *    THE WAY THE NIGHTLY LOAD BALANCES ITS FEED: ONE HEADER,
      *    ONE TRAILER, AND THE TRAILER'S RECORD COUNT AND AMOUNT
      *    TOTAL MUST MATCH THE DETAIL. A FILE THAT DOES NOT BALANCE,
      *    OR WHOSE HEADER DATE/BATCH IS ALREADY ON THE POSTING
      *    REGISTRY (payreg.dat), IS REFUSED WHOLE.
      *
      *    PAYMENT FILE LAYOUT (FIXED POSITIONS, ONE 'H' FIRST):
      *        H FILEDATE(8) BATCHNO(6)
      *        P STUDENTNO(8) TERM(6) AMOUNT(9, 9(07)V99)
      *          TXNDATE(8) REFERENCE(12)                 PAYMENT
      *        A STUDENTNO(8) TERM(6) AMOUNT(9, 9(07)V99)
      *          TXNDATE(8) REFERENCE(12) SIGN(1)         ADJUSTMENT
      *          SIGN '+' ADDS TO WHAT IS OWED, '-' TAKES OFF IT
      *        T COUNT(7) AMOUNT(11, 9(09)V99)
      *    THE TRAILER AMOUNT IS THE SUM OF THE DETAIL AMOUNTS AS
      *    KEYED, SIGN IGNORED.
      *
      *    A RECORD WHOSE STUDENT NUMBER IS NOT ON FILE, WHOSE TERM
      *    WAS NEVER ASSESSED FOR THE STUDENT, WHOSE REFERENCE WAS
      *    ALREADY POSTED, OR THAT FAILS ITS EDITS IS NOT POSTED; IT
      *    GOES ON THE UNMATCHED LIST FOR FINANCE TO RESOLVE.
      *
      *    AFTER POSTING, EVERY ACCOUNT STILL OWING IS AGED BY DAYS
      *    PAST ITS TERM START AS OF THE AGING DATE:
      *        UNDER 30 DAYS ... CURRENT
      *        30 - 59 ......... 30 DAYS
      *        60 - 89 ......... 60 DAYS
      *        90 AND OVER ..... 90+ DAYS
      *    AN ACCOUNT AGED AT OR PAST THE HOLD THRESHOLD ALSO PUTS A
      *    FINANCIAL ('F') HOLD ON THE STUDENT (STUDENT_HOLD), DATED
      *    THE AGING DATE, UNLESS ONE IS ALREADY ACTIVE; THE BURSAR
      *    RELEASES IT THROUGH THE NIGHTLY FEED ONCE THE ACCOUNT IS
      *    SETTLED.
      *
      *    PARAMETERS (BLANK-SEPARATED, THE WAY THE TRANSCRIPT RUN
      *    TAKES ITS OWN):
      *        PAYFILE=NAME ASOF=YYYYMMDD HOLDDAYS=NNN
      *    WITHOUT PAYFILE ONLY THE AGING IS PRODUCED. ASOF DEFAULTS
      *    TO THE RUN DATE. HOLDDAYS DEFAULTS TO 90; HOLDDAYS=0 PUTS
      *    NO HOLDS ON.
      *
      *    OUTPUTS: payrpt.NAME (POSTING REGISTER AND CONTROL TOTALS),
      *    payunm.NAME (UNMATCHED RECORDS) AND aging.YYYYMMDD.
      *
      *    RETURN CODE 8 WHEN THE FILE IS REFUSED (NOTHING POSTED),
      *    4 WHEN RECORDS WERE LEFT UNMATCHED, ELSE 0.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PAY
               ASSIGN TO WS-PAY-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PAY-STATUS.

           SELECT F-PAYREG
               ASSIGN TO 'payreg.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PAYREG-STATUS.

           SELECT F-PAYRPT
               ASSIGN TO WS-PAYRPT-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PAYRPT-STATUS.

           SELECT F-UNMATCH
               ASSIGN TO WS-UNMATCH-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-UNMATCH-STATUS.

           SELECT F-AGING
               ASSIGN TO WS-AGING-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AGING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PAY
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-PAY.
           03 P-REC-TYPE          PIC X(01).
           03 FILLER              PIC X(79).

       01  REC-PAY-HDR REDEFINES REC-PAY.
           03 FILLER              PIC X(01).
           03 P-H-FILE-DATE       PIC 9(08).
           03 P-H-BATCH-NO        PIC 9(06).
           03 FILLER              PIC X(65).

       01  REC-PAY-DETAIL REDEFINES REC-PAY.
           03 FILLER              PIC X(01).
           03 P-D-STUDENT-NO      PIC 9(08).
           03 P-D-TERM            PIC X(06).
           03 P-D-AMOUNT          PIC 9(07)V99.
           03 P-D-TXN-DATE        PIC 9(08).
           03 P-D-REFERENCE       PIC X(12).
           03 P-D-SIGN            PIC X(01).
           03 FILLER              PIC X(35).

       01  REC-PAY-TRAILER REDEFINES REC-PAY.
           03 FILLER              PIC X(01).
           03 P-T-COUNT           PIC 9(07).
           03 P-T-AMOUNT          PIC 9(09)V99.
           03 FILLER              PIC X(61).

       FD  F-PAYREG
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-PAYREG.
           03 R-PG-FILE-DATE      PIC 9(08).
           03 R-PG-BATCH-NO       PIC 9(06).

       FD  F-PAYRPT
           RECORD CONTAINS 1 TO 132 CHARACTERS
           RECORDING MODE IS V.

       01  REC-PAYRPT             PIC X(132).

       FD  F-UNMATCH
           RECORD CONTAINS 1 TO 132 CHARACTERS
           RECORDING MODE IS V.

       01  REC-UNMATCH            PIC X(132).

       FD  F-AGING
           RECORD CONTAINS 1 TO 132 CHARACTERS
           RECORDING MODE IS V.

       01  REC-AGING              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAY-FILENAME      PIC X(90) VALUE SPACE.
       01  WS-PAYRPT-FILENAME   PIC X(100) VALUE SPACE.
       01  WS-UNMATCH-FILENAME  PIC X(100) VALUE SPACE.
       01  WS-AGING-FILENAME    PIC X(90) VALUE SPACE.

       01  F-PAY-STATUS         PIC X(02) VALUE SPACE.
           88 F-PAY-STATUS-OK          VALUE '00'.
           88 F-PAY-STATUS-EOF         VALUE '10'.

       01  F-PAYREG-STATUS      PIC X(02) VALUE SPACE.
           88 F-PAYREG-STATUS-OK       VALUE '00'.
           88 F-PAYREG-STATUS-EOF      VALUE '10'.

       01  F-PAYRPT-STATUS      PIC X(02) VALUE SPACE.
           88 F-PAYRPT-STATUS-OK       VALUE '00'.

       01  F-UNMATCH-STATUS     PIC X(02) VALUE SPACE.
           88 F-UNMATCH-STATUS-OK      VALUE '00'.

       01  F-AGING-STATUS       PIC X(02) VALUE SPACE.
           88 F-AGING-STATUS-OK        VALUE '00'.

       01  WS-RUN-PARMS         PIC X(80) VALUE SPACE.
       01  WS-PARM-TOKENS.
           03 WS-PARM-TOKEN     PIC X(40) OCCURS 3 TIMES.
       01  WS-PARM-IX           PIC 9(01) VALUE ZERO.
       01  WS-PARM-KEYWORD      PIC X(10) VALUE SPACE.
       01  WS-PARM-VALUE.
           03 WS-PARM-VALUE-8   PIC X(08).
           03 FILLER            PIC X(32).

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
      *    BALANCING WORK AREAS - WHAT THE HEADER AND TRAILER CLAIM
      *    AGAINST WHAT THE PRE-PASS ACTUALLY COUNTED.
      ******************************************************************
       01  WS-PB-HDR-FOUND      PIC X(01) VALUE 'N'.
           88 WS-PB-HDR-FOUND-YES   VALUE 'Y'.
       01  WS-PB-TRL-FOUND      PIC X(01) VALUE 'N'.
           88 WS-PB-TRL-FOUND-YES   VALUE 'Y'.
       01  WS-PB-REFUSED        PIC X(01) VALUE 'N'.
           88 WS-PB-REFUSED-YES     VALUE 'Y'.
       01  WS-PB-FILE-DATE      PIC 9(08) VALUE ZERO.
       01  WS-PB-BATCH-NO       PIC 9(06) VALUE ZERO.
       01  WS-PB-TRL-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-PB-TRL-AMOUNT     PIC 9(09)V99 VALUE ZERO.
       01  WS-PB-CNT-DETAIL     PIC 9(07) VALUE ZERO.
       01  WS-PB-SUM-AMOUNT     PIC 9(09)V99 VALUE ZERO.

      ******************************************************************
      *    AGING - DAYS PAST TERM START AS OF THE AGING DATE.
      ******************************************************************
       01  WS-ASOF-DATE         PIC 9(08) VALUE ZERO.
       01  WS-ASOF-INT          PIC 9(07) VALUE ZERO.
       01  WS-START-INT         PIC 9(07) VALUE ZERO.
       01  WS-AGE-DAYS          PIC S9(05) VALUE ZERO.
       01  WS-HOLD-DAYS         PIC 9(03) VALUE 90.
       01  WS-HOLD-FLAG         PIC X(05) VALUE SPACE.

       01  WS-UNM-REASON        PIC X(30) VALUE SPACE.

      ******************************************************************
      *    RUN CONTROL TOTALS - POSTED PLUS UNMATCHED FOOTS TO THE
      *    TRAILER AMOUNT, SO FINANCE CAN BALANCE THE RUN ON SIGHT.
      ******************************************************************
       01  WS-CONTROL-TOTALS.
           03 WS-CNT-PAY-READ        PIC 9(07) VALUE ZERO.
           03 WS-CNT-PAYMENTS        PIC 9(07) VALUE ZERO.
           03 WS-CNT-ADJUSTMENTS     PIC 9(07) VALUE ZERO.
           03 WS-CNT-UNMATCHED       PIC 9(07) VALUE ZERO.
           03 WS-TOT-PAYMENTS        PIC 9(09)V99 VALUE ZERO.
           03 WS-TOT-ADJUSTMENTS     PIC 9(09)V99 VALUE ZERO.
           03 WS-TOT-UNMATCHED       PIC 9(09)V99 VALUE ZERO.
           03 WS-CNT-AGED            PIC 9(07) VALUE ZERO.
           03 WS-TOT-CURRENT         PIC 9(09)V99 VALUE ZERO.
           03 WS-TOT-30              PIC 9(09)V99 VALUE ZERO.
           03 WS-TOT-60              PIC 9(09)V99 VALUE ZERO.
           03 WS-TOT-90              PIC 9(09)V99 VALUE ZERO.
           03 WS-CNT-HOLDS           PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE          PIC X(132) VALUE SPACE.
       01  WS-RPT-NUM           PIC Z(06)9.
       01  WS-RPT-AMT           PIC Z(08)9,99.
       01  WS-RPT-BAL           PIC -(08)9,99.
       01  WS-RPT-DAYS          PIC -(04)9.
       01  WS-RPT-AGE-CUR       PIC Z(08)9,99.
       01  WS-RPT-AGE-30        PIC Z(08)9,99.
       01  WS-RPT-AGE-60        PIC Z(08)9,99.
       01  WS-RPT-AGE-90        PIC Z(08)9,99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE 'student'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SQL-PY-STUDENT-NO       PIC 9(08).
       01  SQL-PY-STUDENT-ID       PIC 9(05).
       01  SQL-PY-TERM             PIC X(06).
       01  SQL-PY-TXN-TYPE         PIC X(01).
       01  SQL-PY-AMOUNT           PIC S9(07)V99.
       01  SQL-PY-TXN-DATE         PIC 9(08).
       01  SQL-PY-REFERENCE        PIC X(12).
       01  SQL-PY-BALANCE          PIC S9(07)V99.
       01  SQL-PY-POSTED-TS        PIC X(19).
       01  SQL-PY-COUNT            PIC 9(05).

       01  SQL-AG-STUDENT-NO       PIC 9(08).
       01  SQL-AG-LASTNAME         PIC X(07).
       01  SQL-AG-FIRSTNAME        PIC X(06).
       01  SQL-AG-TERM             PIC X(06).
       01  SQL-AG-TERM-START       PIC 9(08).
       01  SQL-AG-BALANCE          PIC S9(07)V99.
       01  SQL-AG-STUDENT-ID       PIC 9(05).

       01  SQL-HD-REASON           PIC X(30).
       01  SQL-HD-START-DATE       PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    EVERY ACCOUNT STILL OWING, OLDEST TERM FIRST WITHIN EACH
      *    STUDENT. AN OVERPAID (CREDIT) BALANCE IS NOT A RECEIVABLE.
      *    AGE RUNS FROM THE TERM CALENDAR'S START DATE, FALLING BACK
      *    TO THE START CARRIED ON THE ACCOUNT FOR AN OLDER TERM THAT
      *    WAS NEVER PUT ON THE CALENDAR.
      ******************************************************************
       EXEC SQL
           DECLARE AGING-CURSOR CURSOR FOR
           SELECT COALESCE(STUDENT.STUDENT_NO, 0), STUDENT.LASTNAME,
               STUDENT.FIRSTNAME, STUDENT_ACCOUNT.TERM,
               COALESCE((SELECT TERM_CALENDAR.START_DATE
                   FROM TERM_CALENDAR
                   WHERE TERM_CALENDAR.TERM = STUDENT_ACCOUNT.TERM),
                   STUDENT_ACCOUNT.TERM_START, 0),
               STUDENT_ACCOUNT.BALANCE, STUDENT.ID
           FROM STUDENT_ACCOUNT, STUDENT
           WHERE STUDENT_ACCOUNT.STUDENT_ID = STUDENT.ID
           AND STUDENT_ACCOUNT.BALANCE > 0
           ORDER BY STUDENT.LASTNAME, STUDENT.FIRSTNAME,
               STUDENT_ACCOUNT.TERM
       END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 1005-GET-RUN-PARMS-START
               THRU 1005-GET-RUN-PARMS-END.

           IF WS-PAY-FILENAME NOT = SPACE
               PERFORM 2000-BALANCE-FILE-START
                   THRU 2000-BALANCE-FILE-END
               IF WS-PB-REFUSED-YES
                   DISPLAY 'PAYMENT FILE REFUSED - NOTHING POSTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF WS-PAY-FILENAME NOT = SPACE
               PERFORM 3000-POST-RUN-START
                   THRU 3000-POST-RUN-END
               EXEC SQL COMMIT WORK END-EXEC
               PERFORM 3900-REGISTER-FILE-START
                   THRU 3900-REGISTER-FILE-END
           END-IF.

           PERFORM 5000-AGING-RUN-START
               THRU 5000-AGING-RUN-END.

           IF WS-CNT-UNMATCHED > 0
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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE-NUM TO WS-ASOF-DATE.

           UNSTRING WS-RUN-PARMS DELIMITED BY ALL ' '
               INTO WS-PARM-TOKEN (1), WS-PARM-TOKEN (2),
               WS-PARM-TOKEN (3).

           MOVE ZERO TO WS-PARM-IX.
           PERFORM 1006-PARSE-TOKEN-START
               THRU 1006-PARSE-TOKEN-END
               UNTIL WS-PARM-IX NOT < 3.

           MOVE SPACE TO SQL-PY-POSTED-TS.
           STRING WS-RUN-DATE-YYYY '-' WS-RUN-DATE-MM '-'
               WS-RUN-DATE-DD ' ' WS-RUN-TIME-HH ':'
               WS-RUN-TIME-MM ':' WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO SQL-PY-POSTED-TS.

           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).

           MOVE SPACE TO WS-AGING-FILENAME.
           STRING 'aging.' WS-ASOF-DATE
               DELIMITED BY SIZE INTO WS-AGING-FILENAME.

           IF WS-PAY-FILENAME NOT = SPACE
               MOVE SPACE TO WS-PAYRPT-FILENAME
               STRING 'payrpt.' DELIMITED BY SIZE
                   WS-PAY-FILENAME DELIMITED BY SPACE
                   INTO WS-PAYRPT-FILENAME
               MOVE SPACE TO WS-UNMATCH-FILENAME
               STRING 'payunm.' DELIMITED BY SIZE
                   WS-PAY-FILENAME DELIMITED BY SPACE
                   INTO WS-UNMATCH-FILENAME
               DISPLAY 'PAYMENT FILE: ' WS-PAY-FILENAME
           ELSE
               DISPLAY 'NO PAYMENT FILE - AGING ONLY'
           END-IF.
           DISPLAY 'AGING AS OF: ' WS-ASOF-DATE.
           DISPLAY 'HOLD AFTER DAYS: ' WS-HOLD-DAYS.
           MOVE WS-ASOF-DATE TO SQL-HD-START-DATE.
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
               WHEN 'PAYFILE'
                   MOVE WS-PARM-VALUE TO WS-PAY-FILENAME
               WHEN 'ASOF'
                   IF WS-PARM-VALUE-8 NOT NUMERIC
                       OR WS-PARM-VALUE (9:1) NOT = SPACE
                       DISPLAY 'INVALID ASOF: ' WS-PARM-VALUE-8
                       STOP RUN
                   END-IF
                   MOVE WS-PARM-VALUE-8 TO WS-ASOF-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-ASOF-DATE)
                       NOT = 0
                       DISPLAY 'INVALID ASOF: ' WS-PARM-VALUE-8
                       STOP RUN
                   END-IF
      *    WIDTHS ARE STEPPED THROUGH EXPLICITLY AND ANYTHING LONGER
      *    OR NON-NUMERIC IS REFUSED OUTRIGHT, NEVER TRUNCATED.
               WHEN 'HOLDDAYS'
                   EVALUATE TRUE
                       WHEN WS-PARM-VALUE (1:3) NUMERIC
                           AND WS-PARM-VALUE (4:1) = SPACE
                           MOVE WS-PARM-VALUE (1:3) TO WS-HOLD-DAYS
                       WHEN WS-PARM-VALUE (1:2) NUMERIC
                           AND WS-PARM-VALUE (3:1) = SPACE
                           MOVE WS-PARM-VALUE (1:2) TO WS-HOLD-DAYS
                       WHEN WS-PARM-VALUE (1:1) NUMERIC
                           AND WS-PARM-VALUE (2:1) = SPACE
                           MOVE WS-PARM-VALUE (1:1) TO WS-HOLD-DAYS
                       WHEN OTHER
                           DISPLAY 'INVALID HOLDDAYS: '
                               WS-PARM-VALUE-8
                           STOP RUN
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'UNKNOWN PARAMETER: '
                       WS-PARM-TOKEN (WS-PARM-IX)
                   DISPLAY 'USAGE: PAYFILE=NAME ASOF=YYYYMMDD '
                       'HOLDDAYS=NNN'
                   STOP RUN
           END-EVALUATE.
       1006-PARSE-TOKEN-END.
      ******************************************************************
      *    BALANCING PRE-PASS - READS THE WHOLE FILE ONCE BEFORE ANY
      *    POSTING: ONE HEADER, ONE TRAILER, AND THE TRAILER'S COUNT
      *    AND AMOUNT AGAINST THE DETAIL ACTUALLY ON THE FILE. ANY
      *    FAILURE REFUSES THE FILE WHOLE, SO A SHORT OR DOUBLED
      *    TRANSMISSION NEVER HALF-POSTS.
      ******************************************************************
       2000-BALANCE-FILE-START.
           OPEN INPUT F-PAY.
           IF NOT F-PAY-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN PAYMENT FILE '
                   WS-PAY-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL F-PAY-STATUS-EOF
               READ F-PAY
               IF NOT F-PAY-STATUS-EOF
                   EVALUATE P-REC-TYPE
                       WHEN 'H'
                           PERFORM 2100-BALANCE-HEADER-START
                               THRU 2100-BALANCE-HEADER-END
                       WHEN 'T'
                           PERFORM 2200-BALANCE-TRAILER-START
                               THRU 2200-BALANCE-TRAILER-END
                       WHEN 'P'
                       WHEN 'A'
                           ADD 1 TO WS-PB-CNT-DETAIL
                           IF P-D-AMOUNT NUMERIC
                               ADD P-D-AMOUNT TO WS-PB-SUM-AMOUNT
                           END-IF
                       WHEN OTHER
      *    UNKNOWN TYPES ARE NOT FINANCE'S DETAIL - THE POSTING PASS
      *    LISTS THEM AS UNMATCHED.
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE F-PAY.

           IF NOT WS-PB-HDR-FOUND-YES
               DISPLAY 'FILE REFUSED - NO HEADER RECORD'
               MOVE 'Y' TO WS-PB-REFUSED
           END-IF.
           IF NOT WS-PB-TRL-FOUND-YES
               DISPLAY 'FILE REFUSED - NO TRAILER RECORD'
               MOVE 'Y' TO WS-PB-REFUSED
           END-IF.
           IF WS-PB-REFUSED-YES
               GO TO 2000-BALANCE-FILE-END
           END-IF.

           IF WS-PB-TRL-COUNT NOT = WS-PB-CNT-DETAIL
               MOVE WS-PB-TRL-COUNT TO WS-RPT-NUM
               DISPLAY 'FILE REFUSED - TRAILER COUNT ' WS-RPT-NUM
               MOVE WS-PB-CNT-DETAIL TO WS-RPT-NUM
               DISPLAY '    BUT ' WS-RPT-NUM ' DETAIL RECORDS ON FILE'
               MOVE 'Y' TO WS-PB-REFUSED
           END-IF.

           IF WS-PB-TRL-AMOUNT NOT = WS-PB-SUM-AMOUNT
               MOVE WS-PB-TRL-AMOUNT TO WS-RPT-AMT
               DISPLAY 'FILE REFUSED - TRAILER AMOUNT ' WS-RPT-AMT
               MOVE WS-PB-SUM-AMOUNT TO WS-RPT-AMT
               DISPLAY '    BUT DETAIL TOTALS ' WS-RPT-AMT
               MOVE 'Y' TO WS-PB-REFUSED
           END-IF.

           IF NOT WS-PB-REFUSED-YES
               PERFORM 2300-REGISTRY-CHECK-START
                   THRU 2300-REGISTRY-CHECK-END
           END-IF.
       2000-BALANCE-FILE-END.
      ******************************************************************
       2100-BALANCE-HEADER-START.
           IF WS-PB-HDR-FOUND-YES
               DISPLAY 'FILE REFUSED - MORE THAN ONE HEADER RECORD'
               MOVE 'Y' TO WS-PB-REFUSED
               GO TO 2100-BALANCE-HEADER-END
           END-IF.
           MOVE 'Y' TO WS-PB-HDR-FOUND.

           IF P-H-FILE-DATE NOT NUMERIC
               OR P-H-BATCH-NO NOT NUMERIC
               DISPLAY 'FILE REFUSED - HEADER DATE/BATCH NOT NUMERIC'
               MOVE 'Y' TO WS-PB-REFUSED
               GO TO 2100-BALANCE-HEADER-END
           END-IF.

           MOVE P-H-FILE-DATE TO WS-PB-FILE-DATE.
           MOVE P-H-BATCH-NO TO WS-PB-BATCH-NO.
       2100-BALANCE-HEADER-END.
      ******************************************************************
       2200-BALANCE-TRAILER-START.
           IF WS-PB-TRL-FOUND-YES
               DISPLAY 'FILE REFUSED - MORE THAN ONE TRAILER RECORD'
               MOVE 'Y' TO WS-PB-REFUSED
               GO TO 2200-BALANCE-TRAILER-END
           END-IF.
           MOVE 'Y' TO WS-PB-TRL-FOUND.

           IF P-T-COUNT NOT NUMERIC
               OR P-T-AMOUNT NOT NUMERIC
               DISPLAY 'FILE REFUSED - TRAILER TOTALS NOT NUMERIC'
               MOVE 'Y' TO WS-PB-REFUSED
               GO TO 2200-BALANCE-TRAILER-END
           END-IF.

           MOVE P-T-COUNT TO WS-PB-TRL-COUNT.
           MOVE P-T-AMOUNT TO WS-PB-TRL-AMOUNT.
       2200-BALANCE-TRAILER-END.
      ******************************************************************
       2300-REGISTRY-CHECK-START.
           OPEN INPUT F-PAYREG.
           IF NOT F-PAYREG-STATUS-OK
      *    NO REGISTRY YET - THE FIRST CLEAN POSTING WILL CREATE IT.
               GO TO 2300-REGISTRY-CHECK-END
           END-IF.

           PERFORM UNTIL F-PAYREG-STATUS-EOF
               READ F-PAYREG
               IF NOT F-PAYREG-STATUS-EOF
                   IF R-PG-FILE-DATE = WS-PB-FILE-DATE
                       AND R-PG-BATCH-NO = WS-PB-BATCH-NO
                       DISPLAY 'FILE REFUSED - ALREADY POSTED'
                           ' - DATE ' WS-PB-FILE-DATE
                           ' BATCH ' WS-PB-BATCH-NO
                       MOVE 'Y' TO WS-PB-REFUSED
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE F-PAYREG.
       2300-REGISTRY-CHECK-END.
      ******************************************************************
      *    POSTING PASS - THE FILE HAS BALANCED, SO EVERY DETAIL
      *    RECORD EITHER POSTS OR LANDS ON THE UNMATCHED LIST.
      ******************************************************************
       3000-POST-RUN-START.
           OPEN OUTPUT F-PAYRPT.
           IF NOT F-PAYRPT-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN ' WS-PAYRPT-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-UNMATCH.
           IF NOT F-UNMATCH-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN ' WS-UNMATCH-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-RPT-LINE.
           STRING '*** PAYMENT POSTING REGISTER - FILE DATE '
               WS-PB-FILE-DATE ' BATCH ' WS-PB-BATCH-NO ' ***'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE SPACE TO WS-RPT-LINE.
           STRING 'STUDENT  TERM   T REFERENCE         AMOUNT'
               '          BALANCE'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE SPACE TO WS-RPT-LINE.
           STRING '*** UNMATCHED PAYMENTS - FILE DATE '
               WS-PB-FILE-DATE ' BATCH ' WS-PB-BATCH-NO ' ***'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9100-UNM-WRITE-START
               THRU 9100-UNM-WRITE-END.

           OPEN INPUT F-PAY.
           PERFORM UNTIL F-PAY-STATUS-EOF
               READ F-PAY
               IF NOT F-PAY-STATUS-EOF
                   ADD 1 TO WS-CNT-PAY-READ
                   EVALUATE P-REC-TYPE
                       WHEN 'H'
                       WHEN 'T'
                           CONTINUE
                       WHEN 'P'
                       WHEN 'A'
                           PERFORM 3100-POST-DETAIL-START
                               THRU 3100-POST-DETAIL-END
                       WHEN OTHER
                           MOVE 'UNKNOWN RECORD TYPE' TO WS-UNM-REASON
                           PERFORM 3800-UNMATCHED-START
                               THRU 3800-UNMATCHED-END
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE F-PAY.

           PERFORM 4000-CONTROL-TOTALS-START
               THRU 4000-CONTROL-TOTALS-END.

           CLOSE F-PAYRPT.
           CLOSE F-UNMATCH.
       3000-POST-RUN-END.
      ******************************************************************
      *    ONE PAYMENT OR ADJUSTMENT - EDIT, MATCH TO THE STUDENT AND
      *    THE ASSESSED TERM, REFUSE A REFERENCE ALREADY ON THE
      *    LEDGER, THEN POST AND WRITE THE LEDGER ROW.
      ******************************************************************
       3100-POST-DETAIL-START.
           IF P-D-STUDENT-NO NOT NUMERIC
               MOVE 'INVALID STUDENT NUMBER' TO WS-UNM-REASON
               PERFORM 3800-UNMATCHED-START
                   THRU 3800-UNMATCHED-END
               GO TO 3100-POST-DETAIL-END
           END-IF.

           IF P-D-AMOUNT NOT NUMERIC
               OR P-D-AMOUNT = ZERO
               MOVE 'INVALID AMOUNT' TO WS-UNM-REASON
               PERFORM 3800-UNMATCHED-START
                   THRU 3800-UNMATCHED-END
               GO TO 3100-POST-DETAIL-END
           END-IF.

           IF P-D-TXN-DATE NOT NUMERIC
               MOVE 'INVALID TRANSACTION DATE' TO WS-UNM-REASON
               PERFORM 3800-UNMATCHED-START
                   THRU 3800-UNMATCHED-END
               GO TO 3100-POST-DETAIL-END
           END-IF.

           IF P-REC-TYPE = 'A'
               AND P-D-SIGN NOT = '+' AND P-D-SIGN NOT = '-'
               MOVE 'INVALID ADJUSTMENT SIGN' TO WS-UNM-REASON
               PERFORM 3800-UNMATCHED-START
                   THRU 3800-UNMATCHED-END
               GO TO 3100-POST-DETAIL-END
           END-IF.

           MOVE P-D-STUDENT-NO TO SQL-PY-STUDENT-NO.
           MOVE P-D-TERM TO SQL-PY-TERM.
           MOVE P-D-TXN-DATE TO SQL-PY-TXN-DATE.
           MOVE P-D-REFERENCE TO SQL-PY-REFERENCE.
           MOVE P-REC-TYPE TO SQL-PY-TXN-TYPE.

      *    A PAYMENT TAKES THE BALANCE DOWN; AN ADJUSTMENT MOVES IT
      *    THE WAY ITS SIGN SAYS.
           EVALUATE TRUE
               WHEN P-REC-TYPE = 'P'
                   COMPUTE SQL-PY-AMOUNT = ZERO - P-D-AMOUNT
               WHEN P-D-SIGN = '-'
                   COMPUTE SQL-PY-AMOUNT = ZERO - P-D-AMOUNT
               WHEN OTHER
                   MOVE P-D-AMOUNT TO SQL-PY-AMOUNT
           END-EVALUATE.

           EXEC SQL
               SELECT ID INTO :SQL-PY-STUDENT-ID
               FROM STUDENT
               WHERE STUDENT_NO = :SQL-PY-STUDENT-NO
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'STUDENT NOT FOUND' TO WS-UNM-REASON
               PERFORM 3800-UNMATCHED-START
                   THRU 3800-UNMATCHED-END
               GO TO 3100-POST-DETAIL-END
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT BALANCE INTO :SQL-PY-BALANCE
               FROM STUDENT_ACCOUNT
               WHERE STUDENT_ID = :SQL-PY-STUDENT-ID
               AND TERM = :SQL-PY-TERM
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'NO ASSESSMENT FOR TERM' TO WS-UNM-REASON
               PERFORM 3800-UNMATCHED-START
                   THRU 3800-UNMATCHED-END
               GO TO 3100-POST-DETAIL-END
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    A RE-KEYED PAYMENT CARRIES THE SAME BANK REFERENCE - IT
      *    MUST NOT TAKE THE BALANCE DOWN TWICE.
           IF SQL-PY-REFERENCE NOT = SPACE
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-PY-COUNT
                   FROM ACCOUNT_TXN
                   WHERE STUDENT_ID = :SQL-PY-STUDENT-ID
                   AND REFERENCE = :SQL-PY-REFERENCE
                   AND TXN_TYPE = :SQL-PY-TXN-TYPE
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               IF SQL-PY-COUNT > 0
                   MOVE 'REFERENCE ALREADY POSTED' TO WS-UNM-REASON
                   PERFORM 3800-UNMATCHED-START
                       THRU 3800-UNMATCHED-END
                   GO TO 3100-POST-DETAIL-END
               END-IF
           END-IF.

           COMPUTE SQL-PY-BALANCE = SQL-PY-BALANCE + SQL-PY-AMOUNT.

           IF P-REC-TYPE = 'P'
               EXEC SQL
                   UPDATE STUDENT_ACCOUNT
                   SET PAID = PAID - :SQL-PY-AMOUNT,
                       BALANCE = :SQL-PY-BALANCE
                   WHERE STUDENT_ID = :SQL-PY-STUDENT-ID
                   AND TERM = :SQL-PY-TERM
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE STUDENT_ACCOUNT
                   SET ADJUSTED = ADJUSTED + :SQL-PY-AMOUNT,
                       BALANCE = :SQL-PY-BALANCE
                   WHERE STUDENT_ID = :SQL-PY-STUDENT-ID
                   AND TERM = :SQL-PY-TERM
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO ACCOUNT_TXN
                   (STUDENT_ID, TERM, TXN_SEQ, TXN_TYPE, AMOUNT,
                   TXN_DATE, REFERENCE, BALANCE, POSTED_TS)
               SELECT :SQL-PY-STUDENT-ID, :SQL-PY-TERM,
                   COALESCE(MAX(TXN_SEQ), 0) + 1, :SQL-PY-TXN-TYPE,
                   :SQL-PY-AMOUNT, :SQL-PY-TXN-DATE,
                   :SQL-PY-REFERENCE, :SQL-PY-BALANCE,
                   :SQL-PY-POSTED-TS
               FROM ACCOUNT_TXN
               WHERE STUDENT_ID = :SQL-PY-STUDENT-ID
               AND TERM = :SQL-PY-TERM
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF P-REC-TYPE = 'P'
               ADD 1 TO WS-CNT-PAYMENTS
               ADD P-D-AMOUNT TO WS-TOT-PAYMENTS
           ELSE
               ADD 1 TO WS-CNT-ADJUSTMENTS
               ADD P-D-AMOUNT TO WS-TOT-ADJUSTMENTS
           END-IF.

           MOVE SQL-PY-AMOUNT TO WS-RPT-BAL.
           MOVE SPACE TO WS-RPT-LINE.
           STRING SQL-PY-STUDENT-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SQL-PY-TERM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SQL-PY-TXN-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SQL-PY-REFERENCE DELIMITED BY SIZE
               WS-RPT-BAL DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           MOVE SQL-PY-BALANCE TO WS-RPT-BAL.
           MOVE WS-RPT-BAL TO WS-RPT-LINE (48:12).
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.
       3100-POST-DETAIL-END.
      ******************************************************************
      *    UNMATCHED - THE RECORD AS RECEIVED AND WHY IT DID NOT POST,
      *    FOR FINANCE TO CORRECT AND RESEND ON A LATER FILE.
      ******************************************************************
       3800-UNMATCHED-START.
           ADD 1 TO WS-CNT-UNMATCHED.
           IF (P-REC-TYPE = 'P' OR P-REC-TYPE = 'A')
               AND P-D-AMOUNT NUMERIC
               ADD P-D-AMOUNT TO WS-TOT-UNMATCHED
           END-IF.

           MOVE SPACE TO WS-RPT-LINE.
           STRING WS-UNM-REASON DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REC-PAY DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9100-UNM-WRITE-START
               THRU 9100-UNM-WRITE-END.
       3800-UNMATCHED-END.
      ******************************************************************
       3900-REGISTER-FILE-START.
           OPEN EXTEND F-PAYREG.
           IF NOT F-PAYREG-STATUS-OK
               OPEN OUTPUT F-PAYREG
           END-IF.
           IF NOT F-PAYREG-STATUS-OK
               DISPLAY 'WARNING: COULD NOT RECORD FILE ON REGISTRY'
               GO TO 3900-REGISTER-FILE-END
           END-IF.

           MOVE WS-PB-FILE-DATE TO R-PG-FILE-DATE.
           MOVE WS-PB-BATCH-NO TO R-PG-BATCH-NO.
           WRITE REC-PAYREG.
           CLOSE F-PAYREG.
       3900-REGISTER-FILE-END.
      ******************************************************************
      *    END-OF-POSTING CONTROL TOTALS - PAYMENTS + ADJUSTMENTS +
      *    UNMATCHED FOOT TO THE TRAILER AMOUNT.
      ******************************************************************
       4000-CONTROL-TOTALS-START.
           MOVE '*** PAYMENT POSTING CONTROL TOTALS ***' TO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE WS-CNT-PAY-READ TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'RECORDS READ .................' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE WS-CNT-PAYMENTS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'PAYMENTS POSTED ..............' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE WS-CNT-ADJUSTMENTS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ADJUSTMENTS POSTED ...........' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE WS-CNT-UNMATCHED TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'RECORDS UNMATCHED ............' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE WS-TOT-PAYMENTS TO WS-RPT-AMT.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'PAYMENT AMOUNT ............' WS-RPT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE WS-TOT-ADJUSTMENTS TO WS-RPT-AMT.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ADJUSTMENT AMOUNT .........' WS-RPT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE WS-TOT-UNMATCHED TO WS-RPT-AMT.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'UNMATCHED AMOUNT ..........' WS-RPT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE WS-PB-TRL-AMOUNT TO WS-RPT-AMT.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'TRAILER AMOUNT ............' WS-RPT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9000-RPT-WRITE-START
               THRU 9000-RPT-WRITE-END.

           MOVE WS-CNT-UNMATCHED TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'UNMATCHED LISTED: ' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9100-UNM-WRITE-START
               THRU 9100-UNM-WRITE-END.
       4000-CONTROL-TOTALS-END.
      ******************************************************************
      *    AGED RECEIVABLES - ONE LINE PER ACCOUNT STILL OWING WITH
      *    THE BALANCE IN ITS AGE COLUMN, FOOTED BY COLUMN.
      ******************************************************************
       5000-AGING-RUN-START.
           OPEN OUTPUT F-AGING.
           IF NOT F-AGING-STATUS-OK
               DISPLAY 'ABORT - CANNOT OPEN ' WS-AGING-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-RPT-LINE.
           STRING '*** AGED RECEIVABLES AS OF ' WS-ASOF-DATE
               ' - DAYS PAST TERM START ***'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9200-AGE-WRITE-START
               THRU 9200-AGE-WRITE-END.

           MOVE SPACE TO WS-RPT-LINE.
           STRING 'STUDENT  NAME            TERM     DAYS'
               '      CURRENT      30 DAYS      60 DAYS'
               '     90+ DAYS  HOLD'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9200-AGE-WRITE-START
               THRU 9200-AGE-WRITE-END.

           EXEC SQL OPEN AGING-CURSOR END-EXEC.

           EXEC SQL
               FETCH AGING-CURSOR
               INTO :SQL-AG-STUDENT-NO, :SQL-AG-LASTNAME,
               :SQL-AG-FIRSTNAME, :SQL-AG-TERM, :SQL-AG-TERM-START,
               :SQL-AG-BALANCE, :SQL-AG-STUDENT-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM UNTIL SQLCODE = 100
               PERFORM 5100-AGING-LINE-START
                   THRU 5100-AGING-LINE-END

               EXEC SQL
                   FETCH AGING-CURSOR
                   INTO :SQL-AG-STUDENT-NO, :SQL-AG-LASTNAME,
                   :SQL-AG-FIRSTNAME, :SQL-AG-TERM,
                   :SQL-AG-TERM-START, :SQL-AG-BALANCE,
                   :SQL-AG-STUDENT-ID
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE AGING-CURSOR END-EXEC.

           MOVE WS-TOT-CURRENT TO WS-RPT-AGE-CUR.
           MOVE WS-TOT-30 TO WS-RPT-AGE-30.
           MOVE WS-TOT-60 TO WS-RPT-AGE-60.
           MOVE WS-TOT-90 TO WS-RPT-AGE-90.
           MOVE WS-CNT-AGED TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'ACCOUNTS ' WS-RPT-NUM
               '                       '
               WS-RPT-AGE-CUR ' ' WS-RPT-AGE-30 ' '
               WS-RPT-AGE-60 ' ' WS-RPT-AGE-90
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9200-AGE-WRITE-START
               THRU 9200-AGE-WRITE-END.

           MOVE WS-CNT-HOLDS TO WS-RPT-NUM.
           MOVE SPACE TO WS-RPT-LINE.
           STRING 'FINANCIAL HOLDS PLACED .......' WS-RPT-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9200-AGE-WRITE-START
               THRU 9200-AGE-WRITE-END.

           CLOSE F-AGING.
       5000-AGING-RUN-END.
      ******************************************************************
      *    ONE ACCOUNT - A TERM START NOT ON THE ACCOUNT CANNOT BE
      *    AGED, SO IT IS CARRIED AS CURRENT RATHER THAN GUESSED AT.
      ******************************************************************
       5100-AGING-LINE-START.
           ADD 1 TO WS-CNT-AGED.
           MOVE ZERO TO WS-AGE-DAYS.

           IF SQL-AG-TERM-START > ZERO
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE (SQL-AG-TERM-START)
               COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-START-INT
           END-IF.

           MOVE ZERO TO WS-RPT-AGE-CUR.
           MOVE ZERO TO WS-RPT-AGE-30.
           MOVE ZERO TO WS-RPT-AGE-60.
           MOVE ZERO TO WS-RPT-AGE-90.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE SQL-AG-BALANCE TO WS-RPT-AGE-CUR
                   ADD SQL-AG-BALANCE TO WS-TOT-CURRENT
               WHEN WS-AGE-DAYS < 60
                   MOVE SQL-AG-BALANCE TO WS-RPT-AGE-30
                   ADD SQL-AG-BALANCE TO WS-TOT-30
               WHEN WS-AGE-DAYS < 90
                   MOVE SQL-AG-BALANCE TO WS-RPT-AGE-60
                   ADD SQL-AG-BALANCE TO WS-TOT-60
               WHEN OTHER
                   MOVE SQL-AG-BALANCE TO WS-RPT-AGE-90
                   ADD SQL-AG-BALANCE TO WS-TOT-90
           END-EVALUATE.

           MOVE SPACE TO WS-HOLD-FLAG.
           IF WS-HOLD-DAYS > ZERO
               AND SQL-AG-TERM-START > ZERO
               AND WS-AGE-DAYS NOT < WS-HOLD-DAYS
               PERFORM 5200-FINANCIAL-HOLD-START
                   THRU 5200-FINANCIAL-HOLD-END
           END-IF.

           MOVE WS-AGE-DAYS TO WS-RPT-DAYS.
           MOVE SPACE TO WS-RPT-LINE.
           STRING SQL-AG-STUDENT-NO ' ' SQL-AG-LASTNAME ' '
               SQL-AG-FIRSTNAME '  ' SQL-AG-TERM '  ' WS-RPT-DAYS
               ' ' WS-RPT-AGE-CUR ' ' WS-RPT-AGE-30 ' '
               WS-RPT-AGE-60 ' ' WS-RPT-AGE-90 '  ' WS-HOLD-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 9200-AGE-WRITE-START
               THRU 9200-AGE-WRITE-END.
       5100-AGING-LINE-END.
      ******************************************************************
      *    FINANCIAL HOLD - ONE ACTIVE 'F' HOLD PER STUDENT, HOWEVER
      *    MANY OF THEIR TERMS ARE OVERDUE. THE LINE IS FLAGGED 'NEW'
      *    WHEN THIS RUN PLACED THE HOLD, 'HELD' WHEN ONE WAS ALREADY
      *    ACTIVE.
      ******************************************************************
       5200-FINANCIAL-HOLD-START.
           MOVE SPACE TO SQL-HD-REASON.
           STRING 'FEES OVERDUE TERM ' SQL-AG-TERM
               DELIMITED BY SIZE INTO SQL-HD-REASON.

           EXEC SQL
               INSERT INTO STUDENT_HOLD (STUDENT_ID, HOLD_TYPE,
                   REASON, START_DATE, STATUS, PLACED_BY, PLACED_TS)
               SELECT :SQL-AG-STUDENT-ID, 'F', :SQL-HD-REASON,
                   :SQL-HD-START-DATE, 'A', 'PROGPAY',
                   :SQL-PY-POSTED-TS
               WHERE NOT EXISTS (
                   SELECT 1 FROM STUDENT_HOLD
                   WHERE STUDENT_ID = :SQL-AG-STUDENT-ID
                   AND HOLD_TYPE = 'F'
                   AND STATUS = 'A'
                   )
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SQLERRD(3) > 0
               ADD 1 TO WS-CNT-HOLDS
               MOVE 'NEW' TO WS-HOLD-FLAG
           ELSE
               MOVE 'HELD' TO WS-HOLD-FLAG
           END-IF.
       5200-FINANCIAL-HOLD-END.
      ******************************************************************
       9000-RPT-WRITE-START.
           DISPLAY WS-RPT-LINE.
           WRITE REC-PAYRPT FROM WS-RPT-LINE.
       9000-RPT-WRITE-END.
      ******************************************************************
       9100-UNM-WRITE-START.
           WRITE REC-UNMATCH FROM WS-RPT-LINE.
       9100-UNM-WRITE-END.
      ******************************************************************
       9200-AGE-WRITE-START.
           WRITE REC-AGING FROM WS-RPT-LINE.
       9200-AGE-WRITE-END.
      ******************************************************************
