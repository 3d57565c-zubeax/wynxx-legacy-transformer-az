      *-------------------------------------------------------------*
      * Program: CLOPSRPT - morning operations report               *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Reports the CLAPP nightly suite from CLAPP.BATCH_RUNS, as   *
      * recorded by CLRUNLOG: per night every run with its start,   *
      * end, return code and status (OK, WARNING, FAILED, SKIPPED,  *
      * or NO END for a run still going or abended), each of its    *
      * key counts against the average of the program's previous    *
      * 20 completed runs (flagged past the deviation limit), and   *
      * the expected jobs - OPSEXP cards, program and the weekdays  *
      * it runs - that never started. The optional OPSPRM card      *
      * gives the last night (default the night just gone), how     *
      * many nights to show (default 1 - 3 on a Monday covers the   *
      * weekend) and the deviation limit in percent (default 50).   *
      * Ends RC 4 when anything needs looking at.                   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOPSRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRMFILE ASSIGN TO UT-S-OPSPRM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
           SELECT OPTIONAL EXPFILE ASSIGN TO UT-S-OPSEXP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-EXP-STATUS.
           SELECT RPTFILE ASSIGN TO UT-S-OPSRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(80).
      * one card per expected job: program, then Monday to Sunday
      * Y where it runs that night (blank days: every night)
       FD  EXPFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXP-REC.
       01  EXP-REC.
           05  EXP-PROGRAM          PIC X(8).
           05  FILLER               PIC X(1).
           05  EXP-DAYS             PIC X(7).
           05  FILLER               PIC X(64).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLOPSRPT'.
       01  WS-PRM-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EXP-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-NIGHTS                PIC S9(4) COMP VALUE 1.
       01  WS-DEV-PCT               PIC S9(4) COMP VALUE 50.
       01  WS-N                     PIC S9(4) COMP VALUE 0.
       01  WS-E                     PIC S9(4) COMP VALUE 0.
       01  WS-K                     PIC S9(4) COMP VALUE 0.
       01  WS-LAST-NIGHT-INT        PIC S9(9) COMP VALUE 0.
       01  WS-NIGHT-INT             PIC S9(9) COMP VALUE 0.
       01  WS-WEEKDAY               PIC S9(4) COMP VALUE 0.
       01  WS-QUOT                  PIC S9(9) COMP VALUE 0.
       01  WS-WORK-INT              PIC S9(9) COMP VALUE 0.
       01  WS-DATE-NUM              PIC 9(8)  VALUE 0.
       01  WS-DATE-X REDEFINES WS-DATE-NUM.
           05  WS-DATE-YYYY         PIC X(4).
           05  WS-DATE-MM           PIC X(2).
           05  WS-DATE-DD           PIC X(2).
       01  WS-NIGHT-DATE            PIC X(10) VALUE SPACES.
       01  WS-NOW-RAW               PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
       01  WS-STATUS-TEXT           PIC X(11) VALUE SPACES.
       01  WS-DEVIATION             PIC S9(7) COMP VALUE 0.
       01  WS-ABS-DEV               PIC S9(7) COMP VALUE 0.
       01  WS-NIGHT-RUNS            PIC 9(5) COMP VALUE 0.
       01  WS-ATTENTION             PIC X(1)  VALUE 'N'.
       01  WS-SQL-ERROR             PIC X(1)  VALUE 'N'.

       01  WS-TOTALS.
           05  WS-TOT-RUNS          PIC 9(5) COMP VALUE 0.
           05  WS-TOT-OK            PIC 9(5) COMP VALUE 0.
           05  WS-TOT-WARNING       PIC 9(5) COMP VALUE 0.
           05  WS-TOT-FAILED        PIC 9(5) COMP VALUE 0.
           05  WS-TOT-SKIPPED       PIC 9(5) COMP VALUE 0.
           05  WS-TOT-NO-END        PIC 9(5) COMP VALUE 0.
           05  WS-TOT-NOT-STARTED   PIC 9(5) COMP VALUE 0.
           05  WS-TOT-DEVIATIONS    PIC 9(5) COMP VALUE 0.

      * expected jobs, and whether each was seen on the night
       01  WS-EXPECTED.
           05  WS-EXP-COUNT         PIC S9(4) COMP VALUE 0.
           05  WS-EXP-MAX           PIC S9(4) COMP VALUE 200.
           05  WS-EXP-ENTRY         OCCURS 200 TIMES.
               10  WS-EXP-PROGRAM   PIC X(8).
               10  WS-EXP-DAYS      PIC X(7).
               10  WS-EXP-SEEN      PIC X(1).

       01  WS-DAY-NAMES-DEF.
           05  FILLER               PIC X(9)  VALUE 'MONDAY'.
           05  FILLER               PIC X(9)  VALUE 'TUESDAY'.
           05  FILLER               PIC X(9)  VALUE 'WEDNESDAY'.
           05  FILLER               PIC X(9)  VALUE 'THURSDAY'.
           05  FILLER               PIC X(9)  VALUE 'FRIDAY'.
           05  FILLER               PIC X(9)  VALUE 'SATURDAY'.
           05  FILLER               PIC X(9)  VALUE 'SUNDAY'.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-DEF.
           05  WS-DAY-NAME          PIC X(9) OCCURS 7 TIMES.

       01  WS-HEADING-1.
           05  FILLER               PIC X(40) VALUE
               'CLAPP NIGHTLY SUITE - OPERATIONS REPORT'.
           05  FILLER               PIC X(4)  VALUE 'RUN '.
           05  WS-HDG-DATE          PIC X(10).
           05  FILLER               PIC X(78) VALUE SPACES.

       01  WS-NIGHT-HDG.
           05  FILLER               PIC X(10) VALUE 'NIGHT OF  '.
           05  WS-NH-DATE           PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-NH-DAY            PIC X(9).
           05  FILLER               PIC X(102) VALUE SPACES.

       01  WS-COLUMN-HDG.
           05  FILLER               PIC X(50) VALUE
               'PROGRAM   STARTED  ENDED     MINS   RC  STATUS'.
           05  FILLER               PIC X(50) VALUE
               '      COUNT              TODAY  20-RUN AVG   DEV %'.
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-RUN-LINE.
           05  WS-RL-PROGRAM        PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-START          PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RL-END            PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RL-MINS           PIC ZZZ9.
           05  WS-RL-MINS-X REDEFINES WS-RL-MINS PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-RC             PIC ZZ9.
           05  WS-RL-RC-X REDEFINES WS-RL-RC PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-STATUS         PIC X(11).
           05  FILLER               PIC X(82) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(56) VALUE SPACES.
           05  WS-CL-LABEL          PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CL-TODAY          PIC Z(8)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CL-AVG            PIC Z(8)9.
           05  WS-CL-AVG-X REDEFINES WS-CL-AVG PIC X(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CL-DEV            PIC -(5)9.
           05  WS-CL-DEV-X REDEFINES WS-CL-DEV PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CL-FLAG           PIC X(20).
           05  FILLER               PIC X(13) VALUE SPACES.

       01  WS-MISSING-LINE.
           05  WS-ML-PROGRAM        PIC X(8).
           05  FILLER               PIC X(34) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'NOT STARTED'.
           05  FILLER               PIC X(79) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-COUNT          PIC ZZZZ9.
           05  FILLER               PIC X(95) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-NIGHT            PIC X(10).
           05  FILLER               PIC X(1).
           05  PRM-NIGHTS           PIC X(2).
           05  FILLER               PIC X(1).
           05  PRM-DEV-PCT          PIC X(3).
           05  FILLER               PIC X(63).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'NIGHT       00110XLast night YYYY-MM-DD         '.
           05  FILLER               PIC X(48) VALUE
               'NIGHTS      01202NNights to report (1-7)        '.
           05  FILLER               PIC X(48) VALUE
               'DEV-PCT     01503NRun time deviation % to flag  '.

       COPY CLPRMAPI.

       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-NIGHT                 PIC X(10).
       01  HV-PROGRAM               PIC X(8).
       01  HV-START-TS              PIC X(26).
       01  HV-END-TS                PIC X(26).
       01  HV-STATUS                PIC X(8).
       01  HV-RC                    PIC S9(4) COMP.
       01  HV-MINUTES               PIC S9(9) COMP.
       01  HV-RUN-LABELS.
           05  HV-LABEL             PIC X(12) OCCURS 4 TIMES.
       01  HV-LABEL-1               PIC X(12).
       01  HV-LABEL-2               PIC X(12).
       01  HV-LABEL-3               PIC X(12).
       01  HV-LABEL-4               PIC X(12).
       01  HV-COUNT-1               PIC S9(9) COMP.
       01  HV-COUNT-2               PIC S9(9) COMP.
       01  HV-COUNT-3               PIC S9(9) COMP.
       01  HV-COUNT-4               PIC S9(9) COMP.
       01  HV-AVG-1                 PIC S9(9) COMP.
       01  HV-AVG-2                 PIC S9(9) COMP.
       01  HV-AVG-3                 PIC S9(9) COMP.
       01  HV-AVG-4                 PIC S9(9) COMP.
       01  HV-HIST-RUNS             PIC S9(9) COMP.
       01  HV-RUN-COUNTS.
           05  HV-COUNT             PIC S9(9) COMP OCCURS 4 TIMES.
       01  HV-RUN-AVGS.
           05  HV-AVG               PIC S9(9) COMP OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
              WS-NOW-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

      * the night just gone is the date twelve hours ago - the same
      * rule CLRUNLOG files each run under
           EXEC SQL
              SET :HV-NIGHT = CHAR(DATE(CURRENT TIMESTAMP - 12 HOURS),
                                   ISO)
           END-EXEC

           PERFORM READ-PARM-CARD
           PERFORM READ-EXPECTED-JOBS

           MOVE HV-NIGHT(1:4) TO WS-DATE-YYYY
           MOVE HV-NIGHT(6:2) TO WS-DATE-MM
           MOVE HV-NIGHT(9:2) TO WS-DATE-DD
           COMPUTE WS-LAST-NIGHT-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           OPEN OUTPUT RPTFILE
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           WRITE RPT-REC FROM WS-HEADING-1

           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NIGHTS OR WS-SQL-ERROR = 'Y'
              COMPUTE WS-NIGHT-INT =
                 WS-LAST-NIGHT-INT - WS-NIGHTS + WS-N
              PERFORM REPORT-ONE-NIGHT
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'RUNS'                TO WS-TL-LABEL
           MOVE WS-TOT-RUNS           TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'OK'                  TO WS-TL-LABEL
           MOVE WS-TOT-OK             TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'WARNING (RC 4)'      TO WS-TL-LABEL
           MOVE WS-TOT-WARNING        TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'FAILED (RC 8 OR MORE)' TO WS-TL-LABEL
           MOVE WS-TOT-FAILED         TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'SKIPPED'             TO WS-TL-LABEL
           MOVE WS-TOT-SKIPPED        TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'NO END RECORDED'     TO WS-TL-LABEL
           MOVE WS-TOT-NO-END         TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'EXPECTED, NOT STARTED' TO WS-TL-LABEL
           MOVE WS-TOT-NOT-STARTED    TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'COUNTS PAST DEVIATION LIMIT' TO WS-TL-LABEL
           MOVE WS-TOT-DEVIATIONS     TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' runs ' WS-TOT-RUNS
              ' failed ' WS-TOT-FAILED ' no end ' WS-TOT-NO-END
              ' not started ' WS-TOT-NOT-STARTED
           EVALUATE TRUE
              WHEN WS-SQL-ERROR = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ATTENTION = 'Y'
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

       READ-PARM-CARD.

           MOVE SPACES TO PRM-REC
           OPEN INPUT PRMFILE
           IF WS-PRM-STATUS = '00'
              READ PRMFILE INTO PRM-REC
                 AT END
                    CONTINUE
              END-READ
           END-IF
           CLOSE PRMFILE
           PERFORM GET-BATCH-PARMS
           IF PRM-REC NOT = SPACES
              IF PRM-NIGHT NOT = SPACES
                 IF PRM-NIGHT(5:1) = '-' AND PRM-NIGHT(8:1) = '-'
                    AND PRM-NIGHT(1:4) IS NUMERIC
                    AND PRM-NIGHT(6:2) IS NUMERIC
                    AND PRM-NIGHT(9:2) IS NUMERIC
                    MOVE PRM-NIGHT TO HV-NIGHT
                 ELSE
                    DISPLAY 'WARNING: ' WS-PROG-NAME
                       ' night on parameter card invalid - '
                       'reporting ' HV-NIGHT
                 END-IF
              END-IF
              IF PRM-NIGHTS IS NUMERIC
                 AND PRM-NIGHTS > '00' AND PRM-NIGHTS <= '07'
                 MOVE PRM-NIGHTS TO WS-NIGHTS
              END-IF
              IF PRM-DEV-PCT IS NUMERIC AND PRM-DEV-PCT > '000'
                 MOVE PRM-DEV-PCT TO WS-DEV-PCT
              END-IF
           END-IF.

       READ-EXPECTED-JOBS.

           OPEN INPUT EXPFILE
           IF WS-EXP-STATUS = '00'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ EXPFILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF EXP-PROGRAM NOT = SPACES
                          AND EXP-PROGRAM(1:1) NOT = '*'
                          AND WS-EXP-COUNT < WS-EXP-MAX
                          ADD 1 TO WS-EXP-COUNT
                          MOVE EXP-PROGRAM TO
                             WS-EXP-PROGRAM(WS-EXP-COUNT)
                          MOVE EXP-DAYS TO WS-EXP-DAYS(WS-EXP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
           ELSE
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no expected-jobs file - missing jobs not reported'
           END-IF
           CLOSE EXPFILE.

       REPORT-ONE-NIGHT.

           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT)
           MOVE SPACES TO WS-NIGHT-DATE
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
              DELIMITED BY SIZE INTO WS-NIGHT-DATE
           END-STRING
           MOVE WS-NIGHT-DATE TO HV-NIGHT
      * integer day 1 (1601-01-01) was a Monday
           COMPUTE WS-WORK-INT = WS-NIGHT-INT - 1
           DIVIDE WS-WORK-INT BY 7 GIVING WS-QUOT
              REMAINDER WS-WEEKDAY
           ADD 1 TO WS-WEEKDAY

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-NIGHT-DATE         TO WS-NH-DATE
           MOVE WS-DAY-NAME(WS-WEEKDAY) TO WS-NH-DAY
           WRITE RPT-REC FROM WS-NIGHT-HDG
           WRITE RPT-REC FROM WS-COLUMN-HDG

           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EXP-COUNT
              MOVE 'N' TO WS-EXP-SEEN(WS-E)
           END-PERFORM
           MOVE 0 TO WS-NIGHT-RUNS

           EXEC SQL DECLARE RUN-CUR CURSOR FOR
              SELECT PROGRAM, CHAR(START_TS),
                     COALESCE(CHAR(END_TS),' '),
                     STATUS, COALESCE(RETURN_CODE,0),
                     COALESCE(TIMESTAMPDIFF(4,
                        CHAR(END_TS - START_TS)),0),
                     COALESCE(COUNT_LABEL_1,' '),
                     COALESCE(COUNT_LABEL_2,' '),
                     COALESCE(COUNT_LABEL_3,' '),
                     COALESCE(COUNT_LABEL_4,' '),
                     COALESCE(COUNT_1,0), COALESCE(COUNT_2,0),
                     COALESCE(COUNT_3,0), COALESCE(COUNT_4,0)
                FROM CLAPP.BATCH_RUNS
               WHERE RUN_NIGHT = :HV-NIGHT
               ORDER BY START_TS
           END-EXEC

           EXEC SQL OPEN RUN-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'REPORT-ONE-NIGHT' TO SQE-PARAGRAPH
              MOVE 'open RUN-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'Y' TO WS-SQL-ERROR
           END-IF

           MOVE 'N' TO WS-EOF
           IF WS-SQL-ERROR = 'Y'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH RUN-CUR INTO :HV-PROGRAM, :HV-START-TS,
                       :HV-END-TS, :HV-STATUS, :HV-RC, :HV-MINUTES,
                       :HV-LABEL-1, :HV-LABEL-2, :HV-LABEL-3,
                       :HV-LABEL-4, :HV-COUNT-1, :HV-COUNT-2,
                       :HV-COUNT-3, :HV-COUNT-4
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM REPORT-ONE-RUN
                 WHEN 100
                    MOVE 'Y' TO WS-EOF
                 WHEN OTHER
                    MOVE 'REPORT-ONE-NIGHT' TO SQE-PARAGRAPH
                    MOVE 'fetch RUN-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    MOVE 'Y' TO WS-SQL-ERROR
                    MOVE 'Y' TO WS-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE RUN-CUR END-EXEC

           IF WS-NIGHT-RUNS = 0
              MOVE SPACES TO RPT-REC
              MOVE 'NO RUNS RECORDED FOR THIS NIGHT' TO RPT-REC
              WRITE RPT-REC
           END-IF

           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EXP-COUNT
              IF WS-EXP-SEEN(WS-E) = 'N'
                 AND (WS-EXP-DAYS(WS-E) = SPACES
                   OR WS-EXP-DAYS(WS-E)(WS-WEEKDAY:1) = 'Y')
                 ADD 1 TO WS-TOT-NOT-STARTED
                 MOVE 'Y' TO WS-ATTENTION
                 MOVE WS-EXP-PROGRAM(WS-E) TO WS-ML-PROGRAM
                 WRITE RPT-REC FROM WS-MISSING-LINE
              END-IF
           END-PERFORM.

       REPORT-ONE-RUN.

           ADD 1 TO WS-NIGHT-RUNS
           ADD 1 TO WS-TOT-RUNS
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EXP-COUNT
              IF WS-EXP-PROGRAM(WS-E) = HV-PROGRAM
                 MOVE 'Y' TO WS-EXP-SEEN(WS-E)
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN HV-STATUS = 'RUNNING'
                 MOVE 'NO END'  TO WS-STATUS-TEXT
                 ADD 1 TO WS-TOT-NO-END
                 MOVE 'Y' TO WS-ATTENTION
              WHEN HV-STATUS = 'SKIPPED'
                 MOVE 'SKIPPED' TO WS-STATUS-TEXT
                 ADD 1 TO WS-TOT-SKIPPED
              WHEN HV-RC >= 8
                 MOVE 'FAILED'  TO WS-STATUS-TEXT
                 ADD 1 TO WS-TOT-FAILED
                 MOVE 'Y' TO WS-ATTENTION
              WHEN HV-RC >= 4
                 MOVE 'WARNING' TO WS-STATUS-TEXT
                 ADD 1 TO WS-TOT-WARNING
                 MOVE 'Y' TO WS-ATTENTION
              WHEN OTHER
                 MOVE 'OK'      TO WS-STATUS-TEXT
                 ADD 1 TO WS-TOT-OK
           END-EVALUATE

           MOVE HV-PROGRAM        TO WS-RL-PROGRAM
           MOVE HV-START-TS(12:8) TO WS-RL-START
           MOVE WS-STATUS-TEXT    TO WS-RL-STATUS
           IF HV-STATUS = 'RUNNING'
              MOVE SPACES TO WS-RL-END WS-RL-MINS-X WS-RL-RC-X
           ELSE
              MOVE HV-END-TS(12:8) TO WS-RL-END
              MOVE HV-MINUTES      TO WS-RL-MINS
              MOVE HV-RC           TO WS-RL-RC
           END-IF
           WRITE RPT-REC FROM WS-RUN-LINE

           IF HV-STATUS NOT = 'RUNNING'
              PERFORM COMPARE-RUN-COUNTS
           END-IF.

      * each count against the same slot of the program's last 20
      * completed runs before this one
       COMPARE-RUN-COUNTS.

           MOVE HV-LABEL-1 TO HV-LABEL(1)
           MOVE HV-LABEL-2 TO HV-LABEL(2)
           MOVE HV-LABEL-3 TO HV-LABEL(3)
           MOVE HV-LABEL-4 TO HV-LABEL(4)
           MOVE HV-COUNT-1 TO HV-COUNT(1)
           MOVE HV-COUNT-2 TO HV-COUNT(2)
           MOVE HV-COUNT-3 TO HV-COUNT(3)
           MOVE HV-COUNT-4 TO HV-COUNT(4)

           MOVE 0 TO HV-HIST-RUNS HV-AVG-1 HV-AVG-2 HV-AVG-3 HV-AVG-4
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(AVG(H.COUNT_1),0),
                     COALESCE(AVG(H.COUNT_2),0),
                     COALESCE(AVG(H.COUNT_3),0),
                     COALESCE(AVG(H.COUNT_4),0)
                INTO :HV-HIST-RUNS, :HV-AVG-1, :HV-AVG-2,
                     :HV-AVG-3, :HV-AVG-4
                FROM (SELECT COUNT_1, COUNT_2, COUNT_3, COUNT_4
                        FROM CLAPP.BATCH_RUNS
                       WHERE PROGRAM = :HV-PROGRAM
                         AND START_TS < TIMESTAMP(:HV-START-TS)
                         AND STATUS = 'ENDED'
                       ORDER BY START_TS DESC
                       FETCH FIRST 20 ROWS ONLY) AS H
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO HV-HIST-RUNS
           END-IF
           MOVE HV-AVG-1 TO HV-AVG(1)
           MOVE HV-AVG-2 TO HV-AVG(2)
           MOVE HV-AVG-3 TO HV-AVG(3)
           MOVE HV-AVG-4 TO HV-AVG(4)

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
              IF HV-LABEL(WS-K) NOT = SPACES
                 PERFORM WRITE-COUNT-LINE
              END-IF
           END-PERFORM.

       WRITE-COUNT-LINE.

           MOVE HV-LABEL(WS-K) TO WS-CL-LABEL
           MOVE HV-COUNT(WS-K) TO WS-CL-TODAY
           MOVE SPACES TO WS-CL-FLAG
           EVALUATE TRUE
              WHEN HV-HIST-RUNS = 0
                 MOVE SPACES TO WS-CL-AVG-X WS-CL-DEV-X
                 MOVE 'NO HISTORY' TO WS-CL-FLAG
              WHEN HV-AVG(WS-K) = 0
                 MOVE HV-AVG(WS-K) TO WS-CL-AVG
                 MOVE SPACES TO WS-CL-DEV-X
                 IF HV-COUNT(WS-K) > 0
                    MOVE '** NORMALLY NONE' TO WS-CL-FLAG
                    ADD 1 TO WS-TOT-DEVIATIONS
                    MOVE 'Y' TO WS-ATTENTION
                 END-IF
              WHEN OTHER
                 MOVE HV-AVG(WS-K) TO WS-CL-AVG
                 COMPUTE WS-DEVIATION ROUNDED =
                    (HV-COUNT(WS-K) - HV-AVG(WS-K)) * 100
                    / HV-AVG(WS-K)
                 MOVE WS-DEVIATION TO WS-CL-DEV
                 MOVE WS-DEVIATION TO WS-ABS-DEV
                 IF WS-ABS-DEV < 0
                    COMPUTE WS-ABS-DEV = 0 - WS-ABS-DEV
                 END-IF
                 IF WS-ABS-DEV > WS-DEV-PCT
                    MOVE '** PAST LIMIT' TO WS-CL-FLAG
                    ADD 1 TO WS-TOT-DEVIATIONS
                    MOVE 'Y' TO WS-ATTENTION
                 END-IF
           END-EVALUATE
           WRITE RPT-REC FROM WS-COUNT-LINE.

      * a card field with a value in force in CLAPP.BATCH_PARMS
      * takes the table value instead
       GET-BATCH-PARMS.

           MOVE WS-PROG-NAME TO BPR-PROGRAM
           MOVE PRM-REC TO BPR-CARD
           MOVE WS-PARM-DEFS TO BPR-DEFS
           CALL 'CLPARM' USING BPR-REQUEST BPR-RESPONSE
           MOVE BPR-CARD TO PRM-REC.

      * an SQLCODE the program does not handle itself: CLSQLERR
      * prints the diagnosis, rolls back as the error calls for and
      * answers the run's return code; a run it stops ends here
       SQL-ERROR.

           MOVE WS-PROG-NAME TO SQE-PROGRAM
           MOVE RETURN-CODE  TO SQE-PRIOR-RC
           MOVE SQLCA        TO SQE-SQLCA
           CALL 'CLSQLERR' USING SQE-REQUEST SQE-RESPONSE
           MOVE SQE-RESP-RUN-RC TO RETURN-CODE
           IF SQE-RESP-STOP
              GOBACK
           END-IF.

       END PROGRAM CLOPSRPT.
