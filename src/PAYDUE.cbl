      * deadline lies inside the warning window (DD UT-S-DUEPRM,
      * days; default 14) ends the job with RC 8 so the scheduler can
      * page before the filing is actually late instead of after.
      * A deadline falling on a weekend or public holiday of its
      * country moves to the next working day (CLBDAY, business
      * calendar) and is judged there; the report keeps the deadline
      * as filed alongside. Days are calendar days unless the parm
      * asks for working days (B) or TARGET2 days (T) in column 5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  DUEPRM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 5 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUE-PARM-REC.
       01  DUE-PARM-REC.
           05  DUE-PARM-DAYS         PIC 9(3).
           05  FILLER                PIC X(1).
           05  DUE-PARM-BASIS        PIC X(1).
       FD  SREGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 171 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SREG-IO-REC.
       COPY 'CPBKSRG'.
       01  WS-DUE-INT               PIC 9(8)  VALUE 0.
       01  WS-DUE-DAYS              PIC S9(9) COMP VALUE 0.
       01  WS-DAYS-LEFT             PIC S9(9) COMP VALUE 0.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
       01  WS-DEADLINE              PIC X(10) VALUE SPACES.
       01  WS-DAY-BASIS             PIC X(1)  VALUE 'C'.
       01  WS-CAL-WARNED            PIC X(1)  VALUE 'N'.

       COPY 'CLBDAPI'.

       01  WS-RPT-LINE.
           05  WS-RPT-ENTITY        PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-DAYS-LBL      PIC X(10).
           05  WS-RPT-DAYS          PIC -(7)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-FILED-DEADLINE PIC X(10).
           05  FILLER               PIC X(3)  VALUE SPACES.

      * the register is held as loaded; each due-date entry scans it
      * for the earliest submission date of its country/period
              FUNCTION NUMVAL(WS-TODAY-RAW(1:8))
           COMPUTE WS-TODAY-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
           STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
              WS-TODAY-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           OPEN OUTPUT RPTFILE
           OPEN INPUT DUEFILE
                 '-day warning window'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CAL-WARNED = 'Y' AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.
                    ' no warning-window parm - using '
                    WS-WARN-DAYS ' days'
              NOT AT END
                 IF DUE-PARM-DAYS IS NUMERIC AND DUE-PARM-DAYS > 0
                    MOVE DUE-PARM-DAYS TO WS-WARN-DAYS
                 END-IF
                 IF DUE-PARM-BASIS = 'B' OR DUE-PARM-BASIS = 'T'
                    MOVE DUE-PARM-BASIS TO WS-DAY-BASIS
                 END-IF
           END-READ

           MOVE DUE-IN-ENTITY   TO WS-RPT-ENTITY
           MOVE DUE-IN-COUNTRY  TO WS-RPT-CTRY
           MOVE DUE-IN-PERIOD   TO WS-RPT-PERIOD
           MOVE DUE-IN-DEADLINE TO WS-DEADLINE
           MOVE SPACES          TO WS-RPT-FILED-DEADLINE

      * the authority accepts a filing on the next working day when
      * the deadline is not one - always the country's own calendar
           MOVE 'N'             TO BDY-REQ-TYPE
           MOVE 'B'             TO BDY-REQ-BASIS
           MOVE DUE-IN-COUNTRY  TO BDY-REQ-COUNTRY
           MOVE DUE-IN-DEADLINE TO BDY-REQ-DATE
           PERFORM CALL-CALENDAR
           IF BDY-RESP-RC < 08
              AND BDY-RESP-DATE NOT = DUE-IN-DEADLINE
              MOVE BDY-RESP-DATE   TO WS-DEADLINE
              MOVE DUE-IN-DEADLINE TO WS-RPT-FILED-DEADLINE
           END-IF
           MOVE WS-DEADLINE TO WS-RPT-DEADLINE

           COMPUTE WS-DUE-INT =
              FUNCTION NUMVAL(WS-DEADLINE(1:4)) * 10000
              + FUNCTION NUMVAL(WS-DEADLINE(6:2)) * 100
              + FUNCTION NUMVAL(WS-DEADLINE(9:2))
           COMPUTE WS-DUE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DUE-INT)
           COMPUTE WS-DAYS-LEFT = WS-DUE-DAYS - WS-TODAY-DAYS

           IF WS-DAY-BASIS NOT = 'C'
              MOVE 'C'            TO BDY-REQ-TYPE
              MOVE WS-DAY-BASIS   TO BDY-REQ-BASIS
              MOVE DUE-IN-COUNTRY TO BDY-REQ-COUNTRY
              MOVE WS-TODAY-DATE  TO BDY-REQ-DATE
              MOVE WS-DEADLINE    TO BDY-REQ-DATE2
              PERFORM CALL-CALENDAR
              IF BDY-RESP-RC < 08
                 MOVE BDY-RESP-DAYS TO WS-DAYS-LEFT
              END-IF
           END-IF

           MOVE SPACES TO WS-FIRST-DATE
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > SREG-NUM
              SET SR-IDX TO WS-S
                    DISPLAY 'WARNING: ' WS-PROG-NAME ' '
                       DUE-IN-ENTITY ' ' DUE-IN-COUNTRY
                       ' ' DUE-IN-PERIOD
                       ' not submitted - deadline ' WS-DEADLINE
                 END-IF
              WHEN WS-FIRST-DATE <= WS-DEADLINE
                 MOVE 'ONTIME'     TO WS-RPT-STATE
                 MOVE WS-FIRST-DATE TO WS-RPT-SUBM-DATE
                 MOVE 'DAYS LEFT'  TO WS-RPT-DAYS-LBL

           WRITE RPT-REC FROM WS-RPT-LINE.

      * a year missing from the calendar is counted Monday to
      * Friday by CLBDAY - said once, and the run ends RC 4
       CALL-CALENDAR.

           CALL 'CLBDAY' USING BDY-REQUEST BDY-RESPONSE
           IF BDY-RESP-RC = 04 AND WS-CAL-WARNED = 'N'
              MOVE 'Y' TO WS-CAL-WARNED
              DISPLAY 'WARNING: ' WS-PROG-NAME ' ' BDY-RESP-MSG
           END-IF.

       END PROGRAM PAYDUE.
