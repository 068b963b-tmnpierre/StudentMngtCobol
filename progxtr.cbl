      *    NUMERIC FIELDS CARRY IMPLIED DECIMALS (COEF 9V9, GRADE
      *    99V99); AN UNGRADED ENROLLMENT EXTRACTS AS GRADE ZERO
      *    WITH THE GRADED FLAG 'N'.
      *
      *    THE STUDENT DETAIL ENDS WITH AN ANONYMIZED FLAG ('Y' ONCE
      *    THE RETENTION RUN HAS REPLACED THE NAMES, WHICH THEN GO
      *    OUT AS THE STORED PLACEHOLDER) SO THE RECEIVING SIDE CAN
      *    PURGE ITS OWN COPY; THE RETENTION RUN'S AUDIT ENTRY PUTS
      *    THE CHANGE IN THE NEXT DELTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-XTS-FIRSTNAME  PIC X(06).
           03 WS-XTS-AGE        PIC 9(02).
           03 WS-XTS-ACTIVE     PIC X(01).
           03 WS-XTS-ANONYMIZED PIC X(01).

       01  WS-XTC-DETAIL.
           03 WS-XTC-REC-TYPE   PIC X(01) VALUE 'D'.
       01  SQL-XS-FIRSTNAME        PIC X(06).
       01  SQL-XS-AGE              PIC 9(02).
       01  SQL-XS-ACTIVE           PIC X(01).
       01  SQL-XS-ANONYMIZED       PIC X(01).

       01  SQL-XC-ID               PIC 9(05).
       01  SQL-XC-LABEL            PIC X(35).
       EXEC SQL
           DECLARE XT-STUDENT-CURSOR CURSOR FOR
           SELECT COALESCE(STUDENT_NO, 0), LASTNAME, FIRSTNAME, AGE,
               COALESCE(ACTIVE, 'Y'), COALESCE(ANONYMIZED, 'N')
           FROM STUDENT
           WHERE :SQL-X-MODE = 'F'
           OR EXISTS (
           EXEC SQL
               FETCH XT-STUDENT-CURSOR
               INTO :SQL-XS-STUDENT-NO, :SQL-XS-LASTNAME,
               :SQL-XS-FIRSTNAME, :SQL-XS-AGE, :SQL-XS-ACTIVE,
               :SQL-XS-ANONYMIZED
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQL-XS-FIRSTNAME TO WS-XTS-FIRSTNAME
               MOVE SQL-XS-AGE TO WS-XTS-AGE
               MOVE SQL-XS-ACTIVE TO WS-XTS-ACTIVE
               MOVE SQL-XS-ANONYMIZED TO WS-XTS-ANONYMIZED
               WRITE REC-XTSTUDENT FROM WS-XTS-DETAIL

               EXEC SQL
                   FETCH XT-STUDENT-CURSOR
                   INTO :SQL-XS-STUDENT-NO, :SQL-XS-LASTNAME,
                   :SQL-XS-FIRSTNAME, :SQL-XS-AGE, :SQL-XS-ACTIVE,
                   :SQL-XS-ANONYMIZED
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
