       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTCOMP.
      ** Run-to-run comparison of two SECTDRIV results exports, for
      ** compiler PTF and runtime upgrade sign-off: DD-SYS013 is the
      ** baseline SYS012 export (the last accepted run), DD-SYS012
      ** the export of the run under test. Cases are matched on
      ** SECID and operation (a SECID/operation pair that occurs more
      ** than once - the same case with different fixture arguments -
      ** is matched in file order). The DD-SYS014 report lists every
      ** case that changed outcome, changed result value, appeared,
      ** disappeared or got slower on average than the percentage in
      ** the PARM (blank = 20).
      **
      ** A case regressed when its outcome got worse (PASS, NONE,
      ** FAIL, ABEND in that order), its result value changed with
      ** the same outcome, it disappeared, or it got slower beyond the
      ** percentage. Return code 8 when any case regressed, 4 when
      ** the only differences are improved or new cases, 0 when the
      ** runs match, 16 when an export could not be read or the
      ** baseline does not fit the table.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SYS013/SYS012 records are SECTDRIV's WS-RESULT-REC: 1-8 SECID,
      * 10-39 OP-NAME, 41-45 OUTCOME, 47-106 EXPECTED, 108-167
      * ACTUAL, 169-176 total and 178-185 average hundredths; the
      * SUMMARY trailer is skipped.
           SELECT SYS013 ASSIGN TO DD-SYS013
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYS013.
      *
           SELECT SYS012 ASSIGN TO DD-SYS012
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYS012.
      *
           SELECT SYS014 ASSIGN TO DD-SYS014
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYS014.
       DATA DIVISION.
       FILE SECTION.
       FD SYS013 RECORDING MODE F RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS SYS013-REC.
       01 SYS013-REC.
           05 BAS-SECID PIC X(8).
           05 FILLER PIC X.
           05 BAS-OP PIC X(30).
           05 FILLER PIC X.
           05 BAS-OUTCOME PIC X(5).
           05 FILLER PIC X.
           05 BAS-EXPECTED PIC X(60).
           05 FILLER PIC X.
           05 BAS-ACTUAL PIC X(60).
           05 FILLER PIC X.
           05 BAS-TIME-TOT PIC 9(8).
           05 FILLER PIC X.
           05 BAS-TIME-AVG PIC 9(8).
           05 FILLER PIC X(15).
       FD SYS012 RECORDING MODE F RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS SYS012-REC.
       01 SYS012-REC.
           05 CUR-SECID PIC X(8).
           05 FILLER PIC X.
           05 CUR-OP PIC X(30).
           05 FILLER PIC X.
           05 CUR-OUTCOME PIC X(5).
           05 FILLER PIC X.
           05 CUR-EXPECTED PIC X(60).
           05 FILLER PIC X.
           05 CUR-ACTUAL PIC X(60).
           05 FILLER PIC X.
           05 CUR-TIME-TOT PIC 9(8).
           05 FILLER PIC X.
           05 CUR-TIME-AVG PIC 9(8).
           05 FILLER PIC X(15).
       FD SYS014 RECORDING MODE F RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SYS014-REC.
       01 SYS014-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 FS-SYS013 PIC XX VALUE SPACES.
       01 FS-SYS012 PIC XX VALUE SPACES.
       01 FS-SYS014 PIC XX VALUE SPACES.
       01 WS-EOF-SYS013 PIC X VALUE "N".
       01 WS-EOF-SYS012 PIC X VALUE "N".
       01 WS-PARM PIC X(30) VALUE SPACES.
       01 WS-SLOW-PCT PIC 9(5) VALUE 20.
      ** average-time differences below this many hundredths are
      ** clock noise, whatever the percentage
       01 WS-MIN-TIME-DIFF PIC 9(8) VALUE 5.
       01 WS-FAILED PIC X VALUE "N".
      ** the baseline export, held for matching; BT-MATCHED marks the
      ** entries a current case has already been paired with
       01 WS-BASE-MAX PIC 9(5) VALUE 5000.
       01 WS-BASE-COUNT PIC 9(5) VALUE 0.
       01 WS-BASE-TABLE.
           05 WS-BASE-ENTRY OCCURS 5000 INDEXED BY BT-IDX.
              10 BT-SECID PIC X(8).
              10 BT-OP PIC X(30).
              10 BT-OUTCOME PIC X(5).
              10 BT-ACTUAL PIC X(60).
              10 BT-TIME-AVG PIC 9(8).
              10 BT-MATCHED PIC X.
       01 WS-FOUND PIC X VALUE "N".
       01 WS-BASE-RANK PIC 9 VALUE 0.
       01 WS-CUR-RANK PIC 9 VALUE 0.
       01 WS-RANK-OUTCOME PIC X(5) VALUE SPACES.
       01 WS-RANK PIC 9 VALUE 0.
       01 WS-TIME-DIFF PIC S9(8) VALUE 0.
       01 WS-TIME-PCT PIC S9(7) VALUE 0.
       01 WS-TIME-PCT-DISP PIC -(6)9.
       01 WS-BASE-AVG-DISP PIC ZZZZZZZ9.
       01 WS-CUR-AVG-DISP PIC ZZZZZZZ9.
       01 WS-CNT-BASE PIC 9(7) VALUE 0.
       01 WS-CNT-CURRENT PIC 9(7) VALUE 0.
       01 WS-CNT-SAME PIC 9(7) VALUE 0.
       01 WS-CNT-WORSE PIC 9(7) VALUE 0.
       01 WS-CNT-BETTER PIC 9(7) VALUE 0.
       01 WS-CNT-RESULT PIC 9(7) VALUE 0.
       01 WS-CNT-SLOWER PIC 9(7) VALUE 0.
       01 WS-CNT-NEW PIC 9(7) VALUE 0.
       01 WS-CNT-MISSING PIC 9(7) VALUE 0.
       01 WS-CNT-REGRESSED PIC 9(7) VALUE 0.
       01 WS-CASE-DIFF PIC X VALUE "N".
       01 WS-CASE-REGRESSED PIC X VALUE "N".
       01 WS-HEAD-LINE.
           05 FILLER PIC X(45)
               VALUE "SECTCOMP - SECTDRIV RESULTS EXPORT COMPARISON".
           05 FILLER PIC X(22) VALUE " SLOWER THRESHOLD PCT=".
           05 HL-PCT PIC ZZZZ9.
           05 FILLER PIC X(60) VALUE SPACES.
      ** one line per difference: category, the case, and the detail
       01 WS-DIFF-LINE.
           05 DL-CATEGORY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DL-KIND PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DL-SECID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DL-OP PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DL-DETAIL PIC X(72).
       01 WS-VALUE-LINE.
           05 FILLER PIC X(21) VALUE SPACES.
           05 VL-LABEL PIC X(5).
           05 VL-VALUE PIC X(60).
           05 FILLER PIC X(46) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(30).
           05 TL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(95) VALUE SPACES.
       01 WS-RC-DISP PIC Z9.
       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
           PERFORM INIT-SECTION
           PERFORM OPEN-FILES
           IF WS-FAILED = "N"
              PERFORM LOAD-BASELINE-SECTION
           END-IF
           IF WS-FAILED = "N"
              PERFORM UNTIL WS-EOF-SYS012 = "Y"
              READ SYS012 AT END MOVE "Y" TO WS-EOF-SYS012
              NOT AT END
                 IF CUR-SECID NOT = "SUMMARY"
                    PERFORM COMPARE-CASE-SECTION
                 END-IF
              END-READ
              END-PERFORM
              PERFORM REPORT-MISSING-SECTION
              PERFORM REPORT-TOTALS-SECTION
           END-IF
           PERFORM CLOSE-FILES
           GOBACK.

       INIT-SECTION SECTION.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-PARM) = 0
                 COMPUTE WS-SLOW-PCT = FUNCTION NUMVAL(WS-PARM)
              ELSE
                 DISPLAY "SECTCOMP: PARM " WS-PARM
                    " IS NOT A PERCENTAGE - USING 20"
              END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
       EXIT.
       OPEN-FILES SECTION.
           OPEN OUTPUT SYS014
           MOVE WS-SLOW-PCT TO HL-PCT
           WRITE SYS014-REC FROM WS-HEAD-LINE
           MOVE SPACES TO SYS014-REC
           WRITE SYS014-REC
           OPEN INPUT SYS013
           IF FS-SYS013 NOT = "00"
              DISPLAY "SECTCOMP: BASELINE EXPORT DD-SYS013 OPEN FS="
                 FS-SYS013
              MOVE "Y" TO WS-FAILED
           END-IF
           OPEN INPUT SYS012
           IF FS-SYS012 NOT = "00"
              DISPLAY "SECTCOMP: CURRENT EXPORT DD-SYS012 OPEN FS="
                 FS-SYS012
              MOVE "Y" TO WS-FAILED
           END-IF
       EXIT.
       CLOSE-FILES SECTION.
           IF WS-FAILED = "Y"
              MOVE "SECTCOMP: COMPARISON NOT COMPLETED - SEE JOB LOG"
                 TO SYS014-REC
              WRITE SYS014-REC
              MOVE 16 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RC-DISP
           DISPLAY "SECTCOMP: RETURN CODE " WS-RC-DISP
           CLOSE SYS013 SYS012 SYS014
       EXIT.
       LOAD-BASELINE-SECTION SECTION.
           PERFORM UNTIL WS-EOF-SYS013 = "Y"
           READ SYS013 AT END MOVE "Y" TO WS-EOF-SYS013
           NOT AT END
              IF BAS-SECID NOT = "SUMMARY"
                 IF WS-BASE-COUNT NOT < WS-BASE-MAX
                    DISPLAY "SECTCOMP: BASELINE EXPORT HAS MORE THAN "
                       WS-BASE-MAX " CASES"
                    MOVE "Y" TO WS-FAILED
                    MOVE "Y" TO WS-EOF-SYS013
                 ELSE
                    ADD 1 TO WS-BASE-COUNT
                    SET BT-IDX TO WS-BASE-COUNT
                    MOVE BAS-SECID TO BT-SECID(BT-IDX)
                    MOVE BAS-OP TO BT-OP(BT-IDX)
                    MOVE BAS-OUTCOME TO BT-OUTCOME(BT-IDX)
                    MOVE BAS-ACTUAL TO BT-ACTUAL(BT-IDX)
                    MOVE BAS-TIME-AVG TO BT-TIME-AVG(BT-IDX)
                    MOVE "N" TO BT-MATCHED(BT-IDX)
                 END-IF
              END-IF
           END-READ
           END-PERFORM
           MOVE WS-BASE-COUNT TO WS-CNT-BASE
       EXIT.
      ** one current case: pair it with the first unmatched baseline
      ** entry of the same SECID and operation, then report each way
      ** the pair differs
       COMPARE-CASE-SECTION SECTION.
           ADD 1 TO WS-CNT-CURRENT
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-CASE-DIFF
           MOVE "N" TO WS-CASE-REGRESSED
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BASE-COUNT OR WS-FOUND = "Y"
              IF BT-SECID(BT-IDX) = CUR-SECID
                 AND BT-OP(BT-IDX) = CUR-OP
                 AND BT-MATCHED(BT-IDX) = "N"
                 MOVE "Y" TO WS-FOUND
                 MOVE "Y" TO BT-MATCHED(BT-IDX)
              END-IF
           END-PERFORM
           IF WS-FOUND = "N"
              ADD 1 TO WS-CNT-NEW
              MOVE "DIFFERENT" TO DL-CATEGORY
              MOVE "NEW" TO DL-KIND
              MOVE CUR-SECID TO DL-SECID
              MOVE CUR-OP TO DL-OP
              MOVE SPACES TO DL-DETAIL
              STRING "NOT IN BASELINE, OUTCOME " DELIMITED BY SIZE
                  CUR-OUTCOME DELIMITED BY SIZE
                  INTO DL-DETAIL
              END-STRING
              WRITE SYS014-REC FROM WS-DIFF-LINE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
      ** the VARYING has stepped one past the matched entry
              SET BT-IDX DOWN BY 1
              PERFORM COMPARE-OUTCOME-SECTION
              PERFORM COMPARE-TIME-SECTION
              IF WS-CASE-DIFF = "N"
                 ADD 1 TO WS-CNT-SAME
              END-IF
              IF WS-CASE-REGRESSED = "Y"
                 ADD 1 TO WS-CNT-REGRESSED
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-CASE-DIFF = "Y" AND RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
       EXIT.
       COMPARE-OUTCOME-SECTION SECTION.
           MOVE BT-OUTCOME(BT-IDX) TO WS-RANK-OUTCOME
           PERFORM RANK-OUTCOME-SECTION
           MOVE WS-RANK TO WS-BASE-RANK
           MOVE CUR-OUTCOME TO WS-RANK-OUTCOME
           PERFORM RANK-OUTCOME-SECTION
           MOVE WS-RANK TO WS-CUR-RANK
           MOVE CUR-SECID TO DL-SECID
           MOVE CUR-OP TO DL-OP
           EVALUATE TRUE
           WHEN WS-CUR-RANK > WS-BASE-RANK
              ADD 1 TO WS-CNT-WORSE
              MOVE "Y" TO WS-CASE-DIFF
              MOVE "Y" TO WS-CASE-REGRESSED
              MOVE "REGRESSED" TO DL-CATEGORY
              MOVE "OUTCOME" TO DL-KIND
              PERFORM OUTCOME-DETAIL-SECTION
           WHEN WS-CUR-RANK < WS-BASE-RANK
              ADD 1 TO WS-CNT-BETTER
              MOVE "Y" TO WS-CASE-DIFF
              MOVE "IMPROVED" TO DL-CATEGORY
              MOVE "OUTCOME" TO DL-KIND
              PERFORM OUTCOME-DETAIL-SECTION
           WHEN BT-ACTUAL(BT-IDX) NOT = CUR-ACTUAL
              ADD 1 TO WS-CNT-RESULT
              MOVE "Y" TO WS-CASE-DIFF
              MOVE "Y" TO WS-CASE-REGRESSED
              MOVE "REGRESSED" TO DL-CATEGORY
              MOVE "RESULT" TO DL-KIND
              MOVE SPACES TO DL-DETAIL
              STRING "SAME OUTCOME " DELIMITED BY SIZE
                  CUR-OUTCOME DELIMITED BY SIZE
                  ", DIFFERENT RESULT VALUE" DELIMITED BY SIZE
                  INTO DL-DETAIL
              END-STRING
              WRITE SYS014-REC FROM WS-DIFF-LINE
              PERFORM VALUE-LINES-SECTION
           WHEN OTHER
              CONTINUE
           END-EVALUATE
       EXIT.
       OUTCOME-DETAIL-SECTION SECTION.
           MOVE SPACES TO DL-DETAIL
           STRING BT-OUTCOME(BT-IDX) DELIMITED BY SPACE
               " -> " DELIMITED BY SIZE
               CUR-OUTCOME DELIMITED BY SPACE
               INTO DL-DETAIL
           END-STRING
           WRITE SYS014-REC FROM WS-DIFF-LINE
           IF BT-ACTUAL(BT-IDX) NOT = CUR-ACTUAL
              PERFORM VALUE-LINES-SECTION
           END-IF
       EXIT.
       VALUE-LINES-SECTION SECTION.
           MOVE "WAS: " TO VL-LABEL
           MOVE BT-ACTUAL(BT-IDX) TO VL-VALUE
           WRITE SYS014-REC FROM WS-VALUE-LINE
           MOVE "NOW: " TO VL-LABEL
           MOVE CUR-ACTUAL TO VL-VALUE
           WRITE SYS014-REC FROM WS-VALUE-LINE
       EXIT.
      ** PASS best, then NONE (no expected string), FAIL, ABEND;
      ** anything unrecognised ranks with ABEND
       RANK-OUTCOME-SECTION SECTION.
           EVALUATE WS-RANK-OUTCOME
           WHEN "PASS " MOVE 0 TO WS-RANK
           WHEN "NONE " MOVE 1 TO WS-RANK
           WHEN "FAIL " MOVE 2 TO WS-RANK
           WHEN OTHER MOVE 3 TO WS-RANK
           END-EVALUATE
       EXIT.
      ** slower on average by more than the PARM percentage (and by
      ** more than clock noise) is a regression
       COMPARE-TIME-SECTION SECTION.
           COMPUTE WS-TIME-DIFF = CUR-TIME-AVG - BT-TIME-AVG(BT-IDX)
           IF BT-TIME-AVG(BT-IDX) > 0
              AND WS-TIME-DIFF > WS-MIN-TIME-DIFF
              COMPUTE WS-TIME-PCT =
                  (WS-TIME-DIFF * 100) / BT-TIME-AVG(BT-IDX)
              IF WS-TIME-PCT > WS-SLOW-PCT
                 ADD 1 TO WS-CNT-SLOWER
                 MOVE "Y" TO WS-CASE-DIFF
                 MOVE "Y" TO WS-CASE-REGRESSED
                 MOVE "REGRESSED" TO DL-CATEGORY
                 MOVE "SLOWER" TO DL-KIND
                 MOVE CUR-SECID TO DL-SECID
                 MOVE CUR-OP TO DL-OP
                 MOVE BT-TIME-AVG(BT-IDX) TO WS-BASE-AVG-DISP
                 MOVE CUR-TIME-AVG TO WS-CUR-AVG-DISP
                 MOVE WS-TIME-PCT TO WS-TIME-PCT-DISP
                 MOVE SPACES TO DL-DETAIL
                 STRING "AVG HUNDREDTHS " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BASE-AVG-DISP) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CUR-AVG-DISP) DELIMITED BY SIZE
                     " (+" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TIME-PCT-DISP) DELIMITED BY SIZE
                     "%)" DELIMITED BY SIZE
                     INTO DL-DETAIL
                 END-STRING
                 WRITE SYS014-REC FROM WS-DIFF-LINE
              END-IF
           END-IF
       EXIT.
      ** baseline cases no current case was paired with
       REPORT-MISSING-SECTION SECTION.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BASE-COUNT
              IF BT-MATCHED(BT-IDX) = "N"
                 ADD 1 TO WS-CNT-MISSING
                 ADD 1 TO WS-CNT-REGRESSED
                 MOVE 8 TO RETURN-CODE
                 MOVE "REGRESSED" TO DL-CATEGORY
                 MOVE "MISSING" TO DL-KIND
                 MOVE BT-SECID(BT-IDX) TO DL-SECID
                 MOVE BT-OP(BT-IDX) TO DL-OP
                 MOVE SPACES TO DL-DETAIL
                 STRING "NOT IN CURRENT RUN, WAS " DELIMITED BY SIZE
                     BT-OUTCOME(BT-IDX) DELIMITED BY SIZE
                     INTO DL-DETAIL
                 END-STRING
                 WRITE SYS014-REC FROM WS-DIFF-LINE
              END-IF
           END-PERFORM
       EXIT.
       REPORT-TOTALS-SECTION SECTION.
           MOVE SPACES TO SYS014-REC
           WRITE SYS014-REC
           MOVE "BASELINE CASES" TO TL-LABEL
           MOVE WS-CNT-BASE TO TL-COUNT
           WRITE SYS014-REC FROM WS-TOTAL-LINE
           MOVE "CURRENT CASES" TO TL-LABEL
           MOVE WS-CNT-CURRENT TO TL-COUNT
           WRITE SYS014-REC FROM WS-TOTAL-LINE
           MOVE "UNCHANGED" TO TL-LABEL
           MOVE WS-CNT-SAME TO TL-COUNT
           WRITE SYS014-REC FROM WS-TOTAL-LINE
           MOVE "OUTCOME WORSE" TO TL-LABEL
           MOVE WS-CNT-WORSE TO TL-COUNT
           WRITE SYS014-REC FROM WS-TOTAL-LINE
           MOVE "OUTCOME BETTER" TO TL-LABEL
           MOVE WS-CNT-BETTER TO TL-COUNT
           WRITE SYS014-REC FROM WS-TOTAL-LINE
           MOVE "RESULT VALUE CHANGED" TO TL-LABEL
           MOVE WS-CNT-RESULT TO TL-COUNT
           WRITE SYS014-REC FROM WS-TOTAL-LINE
           MOVE "SLOWER BEYOND THRESHOLD" TO TL-LABEL
           MOVE WS-CNT-SLOWER TO TL-COUNT
           WRITE SYS014-REC FROM WS-TOTAL-LINE
           MOVE "NEW CASES" TO TL-LABEL
           MOVE WS-CNT-NEW TO TL-COUNT
           WRITE SYS014-REC FROM WS-TOTAL-LINE
           MOVE "MISSING CASES" TO TL-LABEL
           MOVE WS-CNT-MISSING TO TL-COUNT
           WRITE SYS014-REC FROM WS-TOTAL-LINE
           MOVE "CASES REGRESSED" TO TL-LABEL
           MOVE WS-CNT-REGRESSED TO TL-COUNT
           WRITE SYS014-REC FROM WS-TOTAL-LINE
       EXIT.
