      *-------------------------------------------------------------*
      * Program: CLBDAY - business-day calendar subprogram          *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (callable, no CICS verbs)     *
      * The one copy of business-day arithmetic: the date-driven    *
      * batches and the CLORDCIC calendar inquiry CALL here with    *
      * CLBDAPI to find the next or last working day, step or count *
      * working days, or turn "older than N working days" into a    *
      * cutoff date. Days are judged from CLAPP.BUS_CALENDAR as     *
      * loaded yearly by CLCALLD: a country's working days, or the  *
      * TARGET2 settlement days (weekdays not closed), or - basis C *
      * - every calendar day. A country's year is read once into    *
      * storage and kept for later calls. A year not loaded counts  *
      * Monday to Friday as working days and answers RC 04, so a    *
      * missing load degrades to weekends-only rather than failing  *
      * the batch. Reads only - no unit of work of its own.         *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLBDAY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HOME-COUNTRY         PIC X(2)  VALUE SPACES.
       01  WS-HOME-LOADED          PIC X(1)  VALUE 'N'.
       01  WS-COUNTRY              PIC X(2)  VALUE SPACES.
       01  WS-BASIS                PIC X(1)  VALUE 'B'.
       01  WS-DATE-OK              PIC X(1)  VALUE 'Y'.
       01  WS-CHK-DATE             PIC X(10) VALUE SPACES.
       01  WS-CHK-NUM              PIC 9(8)  VALUE 0.
       01  WS-CHK-INT              PIC S9(9) COMP VALUE 0.
       01  WS-D1-INT               PIC S9(9) COMP VALUE 0.
       01  WS-D2-INT               PIC S9(9) COMP VALUE 0.
       01  WS-X-INT                PIC S9(9) COMP VALUE 0.
       01  WS-HI-INT               PIC S9(9) COMP VALUE 0.
       01  WS-LO-INT               PIC S9(9) COMP VALUE 0.
       01  WS-STEP                 PIC S9(9) COMP VALUE 0.
       01  WS-WANT                 PIC S9(9) COMP VALUE 0.
       01  WS-GOT                  PIC S9(9) COMP VALUE 0.
       01  WS-GUARD                PIC S9(9) COMP VALUE 0.
       01  WS-GUARD-MAX            PIC S9(9) COMP VALUE 4000.
       01  WS-WORKING              PIC X(1)  VALUE 'N'.
       01  WS-DAY-TYPE             PIC X(1)  VALUE SPACE.
       01  WS-T2-CLOSED            PIC X(1)  VALUE 'N'.
       01  WS-OUT-NUM              PIC 9(8)  VALUE 0.
       01  WS-OUT-X REDEFINES WS-OUT-NUM.
           05  WS-OUT-YYYY         PIC X(4).
           05  WS-OUT-MM           PIC X(2).
           05  WS-OUT-DD           PIC X(2).
       01  WS-OUT-DATE             PIC X(10) VALUE SPACES.
       01  WS-YEAR                 PIC 9(4)  VALUE 0.
       01  WS-YEAR-START           PIC S9(9) COMP VALUE 0.
       01  WS-DOY                  PIC S9(4) COMP VALUE 0.
       01  WS-WEEKDAY              PIC S9(4) COMP VALUE 0.
       01  WS-QUOT                 PIC S9(9) COMP VALUE 0.
       01  WS-LO-DAY               PIC S9(9) COMP VALUE 0.
       01  WS-ROW-EOF              PIC X(1)  VALUE 'N'.
       01  WS-ROWS                 PIC S9(4) COMP VALUE 0.
       01  WS-YEAR-D               PIC 9(4).

      * country years read so far - the oldest is replaced when full
       01  WS-CACHE.
           05  WS-CACHE-NEXT       PIC S9(4) COMP VALUE 1.
           05  WS-CACHE-MAX        PIC S9(4) COMP VALUE 10.
           05  WS-CACHE-ENTRY      OCCURS 10 TIMES.
               10  WS-CACHE-CTRY   PIC X(2)  VALUE SPACES.
               10  WS-CACHE-YEAR   PIC 9(4)  VALUE 0.
               10  WS-CACHE-LOADED PIC X(1)  VALUE 'N'.
               10  WS-CACHE-TYPE   PIC X(1)  OCCURS 366 TIMES.
               10  WS-CACHE-T2     PIC X(1)  OCCURS 366 TIMES.
       01  WS-C                    PIC S9(4) COMP VALUE 0.
       01  WS-HIT                  PIC S9(4) COMP VALUE 0.

       01  FILLER                  PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-COUNTRY              PIC X(2).
       01  HV-FROM-DATE            PIC X(10).
       01  HV-TO-DATE              PIC X(10).
       01  HV-CAL-DATE             PIC X(10).
       01  HV-DOY                  PIC S9(4) COMP.
       01  HV-DAY-TYPE             PIC X(1).
       01  HV-T2-CLOSED            PIC X(1).
       01  HV-HOLIDAY              PIC X(30).

       LINKAGE SECTION.
       COPY CLBDAPI.

       PROCEDURE DIVISION USING BDY-REQUEST BDY-RESPONSE.
       MAIN-LOGIC.

           MOVE 00 TO BDY-RESP-RC
           MOVE SPACES TO BDY-RESP-MSG BDY-RESP-DATE BDY-RESP-DAY-TYPE
                          BDY-RESP-T2-CLOSED BDY-RESP-HOLIDAY
           MOVE 0 TO BDY-RESP-DAYS

           IF BDY-REQ-BASIS = 'T' OR BDY-REQ-BASIS = 'C'
              MOVE BDY-REQ-BASIS TO WS-BASIS
           ELSE
              MOVE 'B' TO WS-BASIS
           END-IF

           IF BDY-REQ-COUNTRY = SPACES
              PERFORM LOAD-HOME-COUNTRY
              MOVE WS-HOME-COUNTRY TO WS-COUNTRY
           ELSE
              MOVE BDY-REQ-COUNTRY TO WS-COUNTRY
           END-IF
           MOVE WS-COUNTRY TO BDY-RESP-COUNTRY

           MOVE BDY-REQ-DATE TO WS-CHK-DATE
           PERFORM CHECK-ISO-DATE
           MOVE WS-CHK-INT TO WS-D1-INT
           IF WS-DATE-OK = 'Y' AND BDY-REQ-TYPE = 'C'
              MOVE BDY-REQ-DATE2 TO WS-CHK-DATE
              PERFORM CHECK-ISO-DATE
              MOVE WS-CHK-INT TO WS-D2-INT
           END-IF

           IF WS-DATE-OK = 'N'
              MOVE 08 TO BDY-RESP-RC
              MOVE 'Date must be a valid YYYY-MM-DD' TO BDY-RESP-MSG
              GOBACK
           END-IF

           EVALUATE BDY-REQ-TYPE
              WHEN 'I'
                 PERFORM DAY-INFORMATION
              WHEN 'N'
                 MOVE WS-D1-INT TO WS-X-INT
                 PERFORM ROLL-FORWARD
              WHEN 'P'
                 MOVE WS-D1-INT TO WS-X-INT
                 PERFORM ROLL-BACKWARD
              WHEN 'A'
                 PERFORM STEP-WORKING-DAYS
              WHEN 'C'
                 PERFORM COUNT-WORKING-DAYS
              WHEN 'B'
                 IF BDY-REQ-DAYS < 0
                    MOVE 08 TO BDY-RESP-RC
                    MOVE 'Age must not be negative' TO BDY-RESP-MSG
                 ELSE
                    PERFORM AGE-CUTOFF-DATE
                 END-IF
              WHEN OTHER
                 MOVE 08 TO BDY-RESP-RC
                 MOVE 'Unknown calendar request type' TO BDY-RESP-MSG
           END-EVALUATE

           GOBACK.

      * the company's own country is the calendar a threshold runs
      * on unless the caller names another
       LOAD-HOME-COUNTRY.

           IF WS-HOME-LOADED = 'N'
              MOVE SPACES TO HV-COUNTRY
              EXEC SQL
                 SELECT COALESCE(COUNTRY,' ')
                   INTO :HV-COUNTRY
                   FROM CLAPP.COMPANY_PROFILE
              END-EXEC
              IF SQLCODE = 0
                 MOVE HV-COUNTRY TO WS-HOME-COUNTRY
              END-IF
              MOVE 'Y' TO WS-HOME-LOADED
           END-IF.

       CHECK-ISO-DATE.

           MOVE 'Y' TO WS-DATE-OK
           MOVE 0   TO WS-CHK-INT
           IF WS-CHK-DATE(5:1) NOT = '-'
              OR WS-CHK-DATE(8:1) NOT = '-'
              OR WS-CHK-DATE(1:4) IS NOT NUMERIC
              OR WS-CHK-DATE(6:2) IS NOT NUMERIC
              OR WS-CHK-DATE(9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-DATE-OK
           ELSE
              STRING WS-CHK-DATE(1:4) WS-CHK-DATE(6:2)
                 WS-CHK-DATE(9:2)
                 DELIMITED BY SIZE INTO WS-OUT-X
              END-STRING
              MOVE WS-OUT-NUM TO WS-CHK-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-NUM) NOT = 0
                 MOVE 'N' TO WS-DATE-OK
              ELSE
                 COMPUTE WS-CHK-INT =
                    FUNCTION INTEGER-OF-DATE(WS-CHK-NUM)
              END-IF
           END-IF.

       DAY-INFORMATION.

           MOVE WS-D1-INT TO WS-X-INT
           PERFORM JUDGE-DAY
           MOVE WS-DAY-TYPE  TO BDY-RESP-DAY-TYPE
           MOVE WS-T2-CLOSED TO BDY-RESP-T2-CLOSED

           IF WS-BASIS NOT = 'C'
              MOVE BDY-REQ-DATE TO HV-CAL-DATE
              MOVE WS-COUNTRY   TO HV-COUNTRY
              MOVE SPACES       TO HV-HOLIDAY
              EXEC SQL
                 SELECT COALESCE(HOLIDAY_NAME,' ')
                   INTO :HV-HOLIDAY
                   FROM CLAPP.BUS_CALENDAR
                  WHERE COUNTRY  = :HV-COUNTRY
                    AND CAL_DATE = :HV-CAL-DATE
              END-EXEC
              IF SQLCODE = 0
                 MOVE HV-HOLIDAY TO BDY-RESP-HOLIDAY
              END-IF
           END-IF

           PERFORM ROLL-FORWARD.

       ROLL-FORWARD.

           MOVE 0 TO WS-GUARD
           PERFORM JUDGE-DAY
           PERFORM UNTIL WS-WORKING = 'Y' OR WS-GUARD > WS-GUARD-MAX
              ADD 1 TO WS-X-INT
              ADD 1 TO WS-GUARD
              PERFORM JUDGE-DAY
           END-PERFORM
           PERFORM SET-RESULT-DATE.

       ROLL-BACKWARD.

           MOVE 0 TO WS-GUARD
           PERFORM JUDGE-DAY
           PERFORM UNTIL WS-WORKING = 'Y' OR WS-GUARD > WS-GUARD-MAX
              SUBTRACT 1 FROM WS-X-INT
              ADD 1 TO WS-GUARD
              PERFORM JUDGE-DAY
           END-PERFORM
           PERFORM SET-RESULT-DATE.

      * N working days after the date - the date itself does not
      * count, so adding 1 to a Friday gives the Monday
       STEP-WORKING-DAYS.

           MOVE WS-D1-INT TO WS-X-INT
           MOVE 0 TO WS-GOT
           MOVE 0 TO WS-GUARD
           IF BDY-REQ-DAYS < 0
              COMPUTE WS-WANT = 0 - BDY-REQ-DAYS
              MOVE -1 TO WS-STEP
           ELSE
              MOVE BDY-REQ-DAYS TO WS-WANT
              MOVE 1 TO WS-STEP
           END-IF
           PERFORM UNTIL WS-GOT >= WS-WANT
                      OR WS-GUARD > WS-GUARD-MAX
              ADD WS-STEP TO WS-X-INT
              ADD 1 TO WS-GUARD
              PERFORM JUDGE-DAY
              IF WS-WORKING = 'Y'
                 ADD 1 TO WS-GOT
              END-IF
           END-PERFORM
           PERFORM SET-RESULT-DATE.

      * working days after the earlier date up to and including the
      * later one, signed by which way round they were given
       COUNT-WORKING-DAYS.

           IF WS-D2-INT >= WS-D1-INT
              MOVE WS-D1-INT TO WS-LO-INT
              MOVE WS-D2-INT TO WS-HI-INT
           ELSE
              MOVE WS-D2-INT TO WS-LO-INT
              MOVE WS-D1-INT TO WS-HI-INT
           END-IF
           MOVE 0 TO WS-GOT
           ADD 1 TO WS-LO-INT
           PERFORM VARYING WS-X-INT FROM WS-LO-INT BY 1
                   UNTIL WS-X-INT > WS-HI-INT
              PERFORM JUDGE-DAY
              IF WS-WORKING = 'Y'
                 ADD 1 TO WS-GOT
              END-IF
           END-PERFORM
           IF WS-D2-INT >= WS-D1-INT
              MOVE WS-GOT TO BDY-RESP-DAYS
           ELSE
              COMPUTE BDY-RESP-DAYS = 0 - WS-GOT
           END-IF.

      * the (N+1)th working day on or before the date: every day
      * from it onwards has an age of N or less, every day before
      * it is older than N
       AGE-CUTOFF-DATE.

           MOVE WS-D1-INT TO WS-X-INT
           COMPUTE WS-WANT = BDY-REQ-DAYS + 1
           MOVE 0 TO WS-GOT
           MOVE 0 TO WS-GUARD
           PERFORM JUDGE-DAY
           IF WS-WORKING = 'Y'
              ADD 1 TO WS-GOT
           END-IF
           PERFORM UNTIL WS-GOT >= WS-WANT
                      OR WS-GUARD > WS-GUARD-MAX
              SUBTRACT 1 FROM WS-X-INT
              ADD 1 TO WS-GUARD
              PERFORM JUDGE-DAY
              IF WS-WORKING = 'Y'
                 ADD 1 TO WS-GOT
              END-IF
           END-PERFORM
           PERFORM SET-RESULT-DATE.

       SET-RESULT-DATE.

           IF WS-GUARD > WS-GUARD-MAX
              MOVE 08 TO BDY-RESP-RC
              MOVE 'No working day found within the search range'
                 TO BDY-RESP-MSG
           ELSE
              COMPUTE WS-OUT-NUM = FUNCTION DATE-OF-INTEGER(WS-X-INT)
              MOVE SPACES TO WS-OUT-DATE
              STRING WS-OUT-YYYY '-' WS-OUT-MM '-' WS-OUT-DD
                 DELIMITED BY SIZE INTO WS-OUT-DATE
              END-STRING
              MOVE WS-OUT-DATE TO BDY-RESP-DATE
           END-IF.

      * WS-X-INT is the day judged. Day 1 of the integer calendar
      * (1601-01-01) was a Monday, so a remainder of 5 or 6 is the
      * weekend.
       JUDGE-DAY.

           COMPUTE WS-LO-DAY = WS-X-INT - 1
           DIVIDE WS-LO-DAY BY 7 GIVING WS-QUOT
              REMAINDER WS-WEEKDAY
           MOVE 'N' TO WS-T2-CLOSED
           IF WS-WEEKDAY >= 5
              MOVE 'S' TO WS-DAY-TYPE
           ELSE
              MOVE 'W' TO WS-DAY-TYPE
           END-IF

           IF WS-BASIS = 'C'
              MOVE 'Y' TO WS-WORKING
           ELSE
              PERFORM FIND-CALENDAR-YEAR
              IF WS-CACHE-LOADED(WS-HIT) = 'Y'
                 MOVE WS-CACHE-TYPE(WS-HIT, WS-DOY) TO WS-DAY-TYPE
                 MOVE WS-CACHE-T2(WS-HIT, WS-DOY)   TO WS-T2-CLOSED
              END-IF
              EVALUATE TRUE
                 WHEN WS-BASIS = 'T'
                    IF WS-WEEKDAY < 5 AND WS-T2-CLOSED NOT = 'Y'
                       MOVE 'Y' TO WS-WORKING
                    ELSE
                       MOVE 'N' TO WS-WORKING
                    END-IF
                 WHEN WS-DAY-TYPE = 'W'
                    MOVE 'Y' TO WS-WORKING
                 WHEN OTHER
                    MOVE 'N' TO WS-WORKING
              END-EVALUATE
           END-IF.

       FIND-CALENDAR-YEAR.

           COMPUTE WS-OUT-NUM = FUNCTION DATE-OF-INTEGER(WS-X-INT)
           MOVE WS-OUT-YYYY TO WS-YEAR
           COMPUTE WS-YEAR-START =
              FUNCTION INTEGER-OF-DATE(WS-YEAR * 10000 + 0101)
           COMPUTE WS-DOY = WS-X-INT - WS-YEAR-START + 1

           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CACHE-MAX OR WS-HIT > 0
              IF WS-CACHE-CTRY(WS-C) = WS-COUNTRY
                 AND WS-CACHE-YEAR(WS-C) = WS-YEAR
                 MOVE WS-C TO WS-HIT
              END-IF
           END-PERFORM

           IF WS-HIT = 0
              PERFORM LOAD-CALENDAR-YEAR
           END-IF

           IF WS-CACHE-LOADED(WS-HIT) = 'N'
              MOVE 04 TO BDY-RESP-RC
              MOVE WS-YEAR TO WS-YEAR-D
              MOVE SPACES TO BDY-RESP-MSG
              STRING 'Calendar ' WS-COUNTRY ' ' WS-YEAR-D
                 ' not loaded - Monday to Friday counted'
                 DELIMITED BY SIZE INTO BDY-RESP-MSG
              END-STRING
           END-IF.

      * a year counts as loaded only when every one of its days is
      * on the table - a part-loaded year would skew every count
       LOAD-CALENDAR-YEAR.

           MOVE WS-CACHE-NEXT TO WS-HIT
           ADD 1 TO WS-CACHE-NEXT
           IF WS-CACHE-NEXT > WS-CACHE-MAX
              MOVE 1 TO WS-CACHE-NEXT
           END-IF

           MOVE WS-COUNTRY TO WS-CACHE-CTRY(WS-HIT)
           MOVE WS-YEAR    TO WS-CACHE-YEAR(WS-HIT)
           MOVE 'N'        TO WS-CACHE-LOADED(WS-HIT)
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 366
              MOVE SPACE TO WS-CACHE-TYPE(WS-HIT, WS-C)
              MOVE 'N'   TO WS-CACHE-T2(WS-HIT, WS-C)
           END-PERFORM

           MOVE WS-COUNTRY TO HV-COUNTRY
           MOVE WS-YEAR    TO WS-YEAR-D
           MOVE SPACES TO HV-FROM-DATE HV-TO-DATE
           STRING WS-YEAR-D '-01-01' DELIMITED BY SIZE
              INTO HV-FROM-DATE
           END-STRING
           STRING WS-YEAR-D '-12-31' DELIMITED BY SIZE
              INTO HV-TO-DATE
           END-STRING

           EXEC SQL DECLARE BDY-CUR CURSOR FOR
              SELECT DAYOFYEAR(CAL_DATE), DAY_TYPE,
                     COALESCE(T2_CLOSED,'N')
                FROM CLAPP.BUS_CALENDAR
               WHERE COUNTRY = :HV-COUNTRY
                 AND CAL_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
           END-EXEC

           EXEC SQL OPEN BDY-CUR END-EXEC

           MOVE 0   TO WS-ROWS
           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y'
              EXEC SQL
                 FETCH BDY-CUR INTO :HV-DOY, :HV-DAY-TYPE,
                       :HV-T2-CLOSED
              END-EXEC
              IF SQLCODE = 0 AND HV-DOY >= 1 AND HV-DOY <= 366
                 ADD 1 TO WS-ROWS
                 MOVE HV-DAY-TYPE  TO WS-CACHE-TYPE(WS-HIT, HV-DOY)
                 MOVE HV-T2-CLOSED TO WS-CACHE-T2(WS-HIT, HV-DOY)
              ELSE
                 MOVE 'Y' TO WS-ROW-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BDY-CUR END-EXEC

           IF WS-ROWS >= 365
              COMPUTE WS-QUOT =
                 FUNCTION INTEGER-OF-DATE(WS-YEAR * 10000 + 1231)
                 - WS-YEAR-START + 1
              IF WS-ROWS = WS-QUOT
                 MOVE 'Y' TO WS-CACHE-LOADED(WS-HIT)
              END-IF
           END-IF.

       END PROGRAM CLBDAY.
