       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYDRIFT.
      * Weekly post-submission drift monitor. Every entity/country/
      * period whose latest registered version (DD UT-S-SUBMREG) is
      * ACCEPTED and still locked, and whose window closed within the
      * two years before the as-of date, has its trailer control
      * totals recomputed from PAYMENT_TRANSACTIONS as they stand
      * today - same window, same country and entity predicate as
      * SUBINP's C1 cursor, same aggregation key as SUBAGG's AGG-TABLE
      * (service, channel, SCA, cross-border flag, direction), so the
      * trailer count is the number of aggregate rows and the trailer
      * total their gross EUR value net of reversals, exactly as
      * PAYSTATS registered them. Back-dated corrections that landed
      * after acceptance show up as a difference to SREG-IO-COUNT /
      * SREG-IO-TOTAL.
      *
      * The report (DD UT-S-DRFRPT) lists every period checked; one
      * whose count or EUR difference exceeds the materiality
      * threshold is marked a restatement candidate for compliance to
      * decide on a resubmission. Candidates are also raised as
      * 'DRIFT' events on the operations dashboard through PAYSTEVT
      * and end the run RC 4.
      *
      * DRFPRM (DD UT-S-DRFPRM, optional) may carry an as-of date
      * YYYY-MM-DD and the count and EUR thresholds; the defaults are
      * today and zero - any difference at all is a candidate.
      *
      * The consolidated group return (the AGNTFILE entity of type
      * GROUP, DD UT-S-AGNTIN) is filed net of intragroup payments
      * eliminated through the group's BIC/account mapping, which this
      * recomputation does not repeat: its periods are listed as not
      * checked rather than flagged on a difference that is only the
      * elimination.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DRFPRM ASSIGN TO UT-S-DRFPRM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
           SELECT SREGFILE ASSIGN TO UT-S-SUBMREG
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AGNTFILE ASSIGN TO UT-S-AGNTIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AGNT-STATUS.
           SELECT DRFRPT ASSIGN TO UT-S-DRFRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRFPRM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DRF-PARM-REC.
       01  DRF-PARM-REC.
           05  DRF-PARM-ASOF         PIC X(10).
           05  FILLER                PIC X(1).
           05  DRF-PARM-COUNT        PIC X(9).
           05  DRF-PARM-COUNT-N REDEFINES DRF-PARM-COUNT
                                     PIC 9(9).
           05  FILLER                PIC X(1).
           05  DRF-PARM-VALUE        PIC X(15).
           05  DRF-PARM-VALUE-N REDEFINES DRF-PARM-VALUE
                                     PIC 9(13)V99.
           05  FILLER                PIC X(44).
       FD  SREGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 171 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SREG-IO-REC.
       COPY 'CPBKSRG'.
       FD  AGNTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 75 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AGNT-IN-REC.
       01  AGNT-IN-REC.
           05  AGNT-IN-ENTITY        PIC X(4).
           05  FILLER                PIC X(1).
           05  AGNT-IN-TYPE          PIC X(8).
           05  FILLER                PIC X(1).
           05  AGNT-IN-VALUE         PIC X(61).
       FD  DRFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DRF-RPT-REC.
       01  DRF-RPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'PAYDRIFT'.
       01  WS-PRM-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-AGNT-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-AGNT-EOF              PIC X(1)  VALUE 'N'.
       01  WS-GROUP-HIT             PIC X(1)  VALUE 'N'.
       01  WS-G                     PIC 9(4) COMP VALUE 0.
       01  GROUP-ENT-TABLE.
           05  GROUP-ENT-NUM        PIC 9(4) COMP VALUE 0.
           05  GROUP-ENT-ID OCCURS 20 TIMES PIC X(4).
       01  WS-SREG-EOF              PIC X(1)  VALUE 'N'.
       01  WS-SREG-FOUND            PIC X(1)  VALUE 'N'.
       01  WS-FATAL                 PIC X(1)  VALUE 'N'.
       01  WS-S                     PIC 9(9) COMP VALUE 0.
       01  WS-ASOF-DATE             PIC X(10) VALUE SPACES.
       01  WS-HORIZON-DATE          PIC X(10) VALUE SPACES.
       01  WS-TOL-COUNT             PIC 9(9)  VALUE 0.
       01  WS-TOL-VALUE             PIC 9(13)V99 VALUE 0.
       01  WS-WIN-FROM              PIC X(10) VALUE SPACES.
       01  WS-WIN-TO                PIC X(10) VALUE SPACES.
       01  WS-WIN-MONTHS            PIC S9(4) COMP VALUE 0.
       01  WS-WIN-MONTH-NO          PIC 9(2)  VALUE 0.
       01  WS-WIN-OK                PIC X(1)  VALUE 'N'.
       01  WS-DIFF-COUNT            PIC S9(9) COMP VALUE 0.
       01  WS-DIFF-VALUE            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CHECKED               PIC 9(9) COMP VALUE 0.
       01  WS-CANDIDATES            PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.

      * Dashboard event per restatement candidate, through PAYSTEVT.
       01  WS-PGM-PAYSTEVT          PIC X(8)  VALUE 'PAYSTEVT'.
       01  WS-EVT-TYPE              PIC X(8)  VALUE SPACES.
       01  WS-EVT-PERIOD            PIC X(7)  VALUE SPACES.
       01  WS-EVT-ENTITY            PIC X(4)  VALUE '0000'.
       01  WS-EVT-COUNTRY           PIC X(2)  VALUE SPACES.
       01  WS-EVT-ROWS              PIC 9(9) COMP VALUE 0.
       01  WS-EVT-RC                PIC 9(2)  VALUE 0.
       01  WS-EVT-DISPOSITION       PIC X(12) VALUE SPACES.

      * One row per entity/country/period carrying its highest
      * registered version - the version the NCA holds - with that
      * version's trailer totals, verdict and lock.
       01  SREG-TABLE.
           05  SREG-NUM             PIC 9(9) COMP VALUE 0.
           05  SREG-MAX             PIC 9(9) COMP VALUE 2000.
           05  SREG-ROWS OCCURS 1 TO 2000 DEPENDING ON SREG-NUM
                                    INDEXED BY SR-IDX.
               10  SREG-ENTITY      PIC X(4).
               10  SREG-COUNTRY     PIC X(2).
               10  SREG-PERIOD      PIC X(7).
               10  SREG-VERSION     PIC 9(3).
               10  SREG-DATE        PIC X(10).
               10  SREG-COUNT       PIC 9(9).
               10  SREG-TOTAL       PIC 9(13)V99.
               10  SREG-STATUS      PIC X(11).
               10  SREG-LOCK        PIC X(1).

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(36) VALUE
               'POST-SUBMISSION DRIFT MONITOR AS OF '.
           05  WS-RPT-ASOF          PIC X(10).
           05  FILLER               PIC X(17) VALUE
               '  THRESHOLD CNT  '.
           05  WS-RPT-TOL-COUNT     PIC Z(8)9.
           05  FILLER               PIC X(6)  VALUE '  EUR '.
           05  WS-RPT-TOL-VALUE     PIC Z(12)9.99.
           05  FILLER               PIC X(38) VALUE SPACES.
       01  WS-RPT-HEADING.
           05  FILLER               PIC X(44) VALUE
               'ENT  CC PERIOD  VER REG COUNT NOW COUNT     '.
           05  FILLER               PIC X(44) VALUE
               ' DIFF    REG TOTAL EUR    NOW TOTAL EUR     '.
           05  FILLER               PIC X(44) VALUE
               '    DIFF EUR STATUS                         '.
       01  WS-RPT-LINE.
           05  WS-RPT-ENTITY        PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-COUNTRY       PIC X(2).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-PERIOD        PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-VERSION       PIC ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-REG-COUNT     PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-NOW-COUNT     PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-DIFF-COUNT    PIC -(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-REG-TOTAL     PIC Z(12)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-NOW-TOTAL     PIC Z(12)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-DIFF-TOTAL    PIC -(12)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-STATUS        PIC X(21).
           05  FILLER               PIC X(10) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE
               'PERIODS CHECKED '.
           05  WS-RPT-CHECKED       PIC Z(8)9.
           05  FILLER               PIC X(26) VALUE
               '  RESTATEMENT CANDIDATES  '.
           05  WS-RPT-CANDIDATES    PIC Z(8)9.
           05  FILLER               PIC X(16) VALUE
               '  NOT CHECKED   '.
           05  WS-RPT-ERRORS        PIC Z(8)9.
           05  FILLER               PIC X(47) VALUE SPACES.

       01  FILLER                   PIC X(40)  VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-ENTITY                PIC X(4).
       01  HV-COUNTRY               PIC X(2).
       01  HV-TS-FROM               PIC X(26).
       01  HV-TS-TO                 PIC X(26).
       01  HV-COUNT                 PIC S9(9) COMP.
       01  HV-AMOUNT                PIC S9(13)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           PERFORM READ-DRIFT-PARM
           PERFORM DERIVE-HORIZON

           IF WS-FATAL = 'N'
              PERFORM LOAD-SUBMISSION-REGISTER
              PERFORM LOAD-GROUP-ENTITIES

              OPEN OUTPUT DRFRPT

              MOVE WS-ASOF-DATE TO WS-RPT-ASOF
              MOVE WS-TOL-COUNT TO WS-RPT-TOL-COUNT
              MOVE WS-TOL-VALUE TO WS-RPT-TOL-VALUE
              WRITE DRF-RPT-REC FROM WS-RPT-TITLE
              WRITE DRF-RPT-REC FROM WS-RPT-HEADING

              PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > SREG-NUM
                 SET SR-IDX TO WS-S
                 IF SREG-STATUS(SR-IDX) = 'ACCEPTED'
                    AND SREG-LOCK(SR-IDX) = 'Y'
                    PERFORM CHECK-ONE-PERIOD
                 END-IF
              END-PERFORM

              MOVE WS-CHECKED    TO WS-RPT-CHECKED
              MOVE WS-CANDIDATES TO WS-RPT-CANDIDATES
              MOVE WS-ERRORS     TO WS-RPT-ERRORS
              WRITE DRF-RPT-REC FROM WS-RPT-TOTAL-LINE

              CLOSE DRFRPT
           END-IF

           IF WS-FATAL = 'Y'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CANDIDATES > 0
                 MOVE 'END'  TO WS-EVT-TYPE
                 MOVE SPACES TO WS-EVT-PERIOD
                 MOVE '0000' TO WS-EVT-ENTITY
                 MOVE SPACES TO WS-EVT-COUNTRY
                 MOVE SPACES TO WS-EVT-DISPOSITION
                 MOVE WS-CANDIDATES TO WS-EVT-ROWS
                 MOVE 4      TO WS-EVT-RC
                 PERFORM PUBLISH-DRIFT-EVENT
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' as of ' WS-ASOF-DATE
              ' periods checked ' WS-CHECKED
              ' restatement candidates ' WS-CANDIDATES
           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

      * Blank or non-numeric threshold fields keep the zero default.
       READ-DRIFT-PARM.

           OPEN INPUT DRFPRM

           IF WS-PRM-STATUS = '00'
              READ DRFPRM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE DRF-PARM-ASOF TO WS-ASOF-DATE
                    IF DRF-PARM-COUNT-N IS NUMERIC
                       MOVE DRF-PARM-COUNT-N TO WS-TOL-COUNT
                    END-IF
                    IF DRF-PARM-VALUE-N IS NUMERIC
                       MOVE DRF-PARM-VALUE-N TO WS-TOL-VALUE
                    END-IF
              END-READ
           END-IF

           CLOSE DRFPRM.

      * Two years back from the as-of date: a period is in scope
      * while its window closed on or after the horizon.
       DERIVE-HORIZON.

           IF WS-ASOF-DATE = SPACES
              EXEC SQL
                SET :WS-ASOF-DATE = CHAR(CURRENT DATE, ISO)
              END-EXEC
           END-IF

           EXEC SQL
             SET :WS-HORIZON-DATE = CHAR(DATE(:WS-ASOF-DATE) - 2 YEARS,
                                         ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ' WS-PROG-NAME ' as-of date '
                 WS-ASOF-DATE ' not valid SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-FATAL
           ELSE
              DISPLAY '*** ' WS-PROG-NAME ' periods closed '
                 WS-HORIZON-DATE ' .. ' WS-ASOF-DATE
           END-IF.

       LOAD-SUBMISSION-REGISTER.

           OPEN INPUT SREGFILE

           PERFORM UNTIL WS-SREG-EOF = 'Y'
              READ SREGFILE
                 AT END
                    MOVE 'Y' TO WS-SREG-EOF
                 NOT AT END
                    IF SREG-IO-VERSION > 0
                       PERFORM MERGE-REGISTER-ROW
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SREGFILE.

      * Keeps the highest version per entity/country/period, so a
      * period resubmitted since its acceptance is judged on the
      * version now in force - pending or rejected, it is not
      * monitored until the NCA has accepted it again.
       MERGE-REGISTER-ROW.

           MOVE 'N' TO WS-SREG-FOUND

           PERFORM VARYING WS-S FROM 1 BY 1
                    UNTIL WS-S > SREG-NUM OR WS-SREG-FOUND = 'Y'
              SET SR-IDX TO WS-S
              IF SREG-ENTITY(SR-IDX) = SREG-IO-ENTITY
                 AND SREG-COUNTRY(SR-IDX) = SREG-IO-COUNTRY
                 AND SREG-PERIOD(SR-IDX) = SREG-IO-PERIOD
                 MOVE 'Y' TO WS-SREG-FOUND
                 IF SREG-IO-VERSION >= SREG-VERSION(SR-IDX)
                    PERFORM MOVE-REGISTER-ROW
                 END-IF
              END-IF
           END-PERFORM

           IF WS-SREG-FOUND = 'N'
              IF SREG-NUM < SREG-MAX
                 ADD 1 TO SREG-NUM
                 SET SR-IDX TO SREG-NUM
                 PERFORM MOVE-REGISTER-ROW
              ELSE
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' register table full at ' SREG-MAX
                    ' periods - ' SREG-IO-ENTITY ' ' SREG-IO-COUNTRY
                    ' ' SREG-IO-PERIOD ' not monitored'
              END-IF
           END-IF.

       MOVE-REGISTER-ROW.

           MOVE SREG-IO-ENTITY  TO SREG-ENTITY(SR-IDX)
           MOVE SREG-IO-COUNTRY TO SREG-COUNTRY(SR-IDX)
           MOVE SREG-IO-PERIOD  TO SREG-PERIOD(SR-IDX)
           MOVE SREG-IO-VERSION TO SREG-VERSION(SR-IDX)
           MOVE SREG-IO-DATE    TO SREG-DATE(SR-IDX)
           MOVE SREG-IO-COUNT   TO SREG-COUNT(SR-IDX)
           MOVE SREG-IO-TOTAL   TO SREG-TOTAL(SR-IDX)
           MOVE SREG-IO-STATUS  TO SREG-STATUS(SR-IDX)
           MOVE SREG-IO-LOCK    TO SREG-LOCK(SR-IDX).

       LOAD-GROUP-ENTITIES.

           OPEN INPUT AGNTFILE

           IF WS-AGNT-STATUS = '00'
              PERFORM UNTIL WS-AGNT-EOF = 'Y'
                 READ AGNTFILE
                    AT END
                       MOVE 'Y' TO WS-AGNT-EOF
                    NOT AT END
                       IF AGNT-IN-TYPE = 'GROUP'
                          AND AGNT-IN-VALUE(1:1) = 'Y'
                          AND GROUP-ENT-NUM < 20
                          ADD 1 TO GROUP-ENT-NUM
                          MOVE AGNT-IN-ENTITY
                             TO GROUP-ENT-ID(GROUP-ENT-NUM)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE AGNTFILE.

       CHECK-ONE-PERIOD.

           PERFORM DERIVE-PERIOD-WINDOW

           MOVE 'N' TO WS-GROUP-HIT
           PERFORM VARYING WS-G FROM 1 BY 1
                    UNTIL WS-G > GROUP-ENT-NUM OR WS-GROUP-HIT = 'Y'
              IF GROUP-ENT-ID(WS-G) = SREG-ENTITY(SR-IDX)
                 MOVE 'Y' TO WS-GROUP-HIT
              END-IF
           END-PERFORM

           IF WS-WIN-OK = 'Y' AND WS-WIN-TO >= WS-HORIZON-DATE
              AND WS-WIN-TO < WS-ASOF-DATE
              IF WS-GROUP-HIT = 'Y'
                 PERFORM LIST-GROUP-PERIOD
              ELSE
                 PERFORM RECOMPUTE-TRAILER
              END-IF
           END-IF.

       LIST-GROUP-PERIOD.

           MOVE SPACES TO WS-RPT-LINE
           MOVE SREG-ENTITY(SR-IDX)  TO WS-RPT-ENTITY
           MOVE SREG-COUNTRY(SR-IDX) TO WS-RPT-COUNTRY
           MOVE SREG-PERIOD(SR-IDX)  TO WS-RPT-PERIOD
           MOVE SREG-VERSION(SR-IDX) TO WS-RPT-VERSION
           MOVE SREG-COUNT(SR-IDX)   TO WS-RPT-REG-COUNT
           MOVE SREG-TOTAL(SR-IDX)   TO WS-RPT-REG-TOTAL
           MOVE 'GROUP - NOT CHECKED' TO WS-RPT-STATUS
           ADD 1 TO WS-ERRORS
           WRITE DRF-RPT-REC FROM WS-RPT-LINE.

      * Period tags as PAYSTATS builds them: YYYYMnn, YYYYQn, YYYYHn.
      * The closing day comes from Db2 so month ends and leap years
      * need no table here.
       DERIVE-PERIOD-WINDOW.

           MOVE 'Y' TO WS-WIN-OK
           MOVE 0   TO WS-WIN-MONTH-NO

           EVALUATE SREG-PERIOD(SR-IDX)(5:1)
              WHEN 'M'
                 IF SREG-PERIOD(SR-IDX)(6:2) IS NUMERIC
                    MOVE SREG-PERIOD(SR-IDX)(6:2) TO WS-WIN-MONTH-NO
                 END-IF
                 MOVE 1 TO WS-WIN-MONTHS
              WHEN 'Q'
                 EVALUATE SREG-PERIOD(SR-IDX)(6:1)
                    WHEN '1'
                       MOVE 1 TO WS-WIN-MONTH-NO
                    WHEN '2'
                       MOVE 4 TO WS-WIN-MONTH-NO
                    WHEN '3'
                       MOVE 7 TO WS-WIN-MONTH-NO
                    WHEN '4'
                       MOVE 10 TO WS-WIN-MONTH-NO
                 END-EVALUATE
                 MOVE 3 TO WS-WIN-MONTHS
              WHEN 'H'
                 IF SREG-PERIOD(SR-IDX)(6:1) = '1'
                    MOVE 1 TO WS-WIN-MONTH-NO
                 END-IF
                 IF SREG-PERIOD(SR-IDX)(6:1) = '2'
                    MOVE 7 TO WS-WIN-MONTH-NO
                 END-IF
                 MOVE 6 TO WS-WIN-MONTHS
           END-EVALUATE

           IF WS-WIN-MONTH-NO < 1 OR WS-WIN-MONTH-NO > 12
              OR SREG-PERIOD(SR-IDX)(1:4) NOT NUMERIC
              DISPLAY 'WARNING: ' WS-PROG-NAME ' period '
                 SREG-PERIOD(SR-IDX) ' of ' SREG-ENTITY(SR-IDX) ' '
                 SREG-COUNTRY(SR-IDX) ' not recognised - not checked'
              MOVE 'N' TO WS-WIN-OK
              ADD 1 TO WS-ERRORS
           ELSE
              MOVE SPACES TO WS-WIN-FROM
              STRING SREG-PERIOD(SR-IDX)(1:4) '-' WS-WIN-MONTH-NO
                 '-01'
                 DELIMITED BY SIZE INTO WS-WIN-FROM
              END-STRING
              EXEC SQL
                SET :WS-WIN-TO =
                    CHAR(DATE(:WS-WIN-FROM) + :WS-WIN-MONTHS MONTHS
                         - 1 DAY, ISO)
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' period '
                    SREG-PERIOD(SR-IDX) ' window SQLCODE=' SQLCODE
                    ' - not checked'
                 MOVE 'N' TO WS-WIN-OK
                 ADD 1 TO WS-ERRORS
              END-IF
           END-IF.

      * The C1 predicate with the SUBAGG aggregation key grouped in
      * Db2: COUNT(*) over the groups is the registered trailer count
      * (a group of reversals only still made an AGG-TABLE row), the
      * sum of the non-reversal amounts its trailer total.
       RECOMPUTE-TRAILER.

           MOVE SREG-ENTITY(SR-IDX)  TO HV-ENTITY
           MOVE SREG-COUNTRY(SR-IDX) TO HV-COUNTRY
           MOVE SPACES TO HV-TS-FROM
           STRING WS-WIN-FROM ' 00:00:00.000000'
              DELIMITED BY SIZE INTO HV-TS-FROM
           END-STRING
           MOVE SPACES TO HV-TS-TO
           STRING WS-WIN-TO ' 23:59:59.999999'
              DELIMITED BY SIZE INTO HV-TS-TO
           END-STRING

           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(G.GROSS_EUR),0)
               INTO :HV-COUNT, :HV-AMOUNT
               FROM (SELECT SERVICE_CODE
                          , INIT_CHANNEL
                          , SCA_APPLIED
                          , CASE WHEN PAYER_COUNTRY = PAYEE_COUNTRY
                                 THEN 'D' ELSE 'C' END AS CB_FLAG
                          , CASE WHEN PAYER_COUNTRY = :HV-COUNTRY
                                  AND PAYEE_COUNTRY = :HV-COUNTRY
                                 THEN 'B'
                                 WHEN PAYER_COUNTRY = :HV-COUNTRY
                                 THEN 'S' ELSE 'R' END AS DIRECTION
                          , SUM(CASE WHEN COALESCE(REVERSAL_FLAG,'N')
                                          = 'Y'
                                     THEN 0 ELSE AMOUNT_EUR END)
                                AS GROSS_EUR
                       FROM PAYMENT_TRANSACTIONS
                       WHERE TRANS_TS BETWEEN TIMESTAMP(:HV-TS-FROM)
                         AND TIMESTAMP(:HV-TS-TO)
                         AND (PAYER_COUNTRY = :HV-COUNTRY
                           OR PAYEE_COUNTRY = :HV-COUNTRY)
                         AND (:HV-ENTITY = '0000'
                           OR COALESCE(REPORTING_ENTITY,' ')
                              = :HV-ENTITY)
                       GROUP BY SERVICE_CODE
                              , INIT_CHANNEL
                              , SCA_APPLIED
                              , CASE WHEN PAYER_COUNTRY = PAYEE_COUNTRY
                                     THEN 'D' ELSE 'C' END
                              , CASE WHEN PAYER_COUNTRY = :HV-COUNTRY
                                      AND PAYEE_COUNTRY = :HV-COUNTRY
                                     THEN 'B'
                                     WHEN PAYER_COUNTRY = :HV-COUNTRY
                                     THEN 'S' ELSE 'R' END) AS G
           END-EXEC

           MOVE SPACES TO WS-RPT-LINE
           MOVE SREG-ENTITY(SR-IDX)  TO WS-RPT-ENTITY
           MOVE SREG-COUNTRY(SR-IDX) TO WS-RPT-COUNTRY
           MOVE SREG-PERIOD(SR-IDX)  TO WS-RPT-PERIOD
           MOVE SREG-VERSION(SR-IDX) TO WS-RPT-VERSION
           MOVE SREG-COUNT(SR-IDX)   TO WS-RPT-REG-COUNT
           MOVE SREG-TOTAL(SR-IDX)   TO WS-RPT-REG-TOTAL

           IF SQLCODE NOT = 0
              DISPLAY 'WARNING: ' WS-PROG-NAME ' recompute failed'
                 ' SQLCODE=' SQLCODE ' for ' SREG-ENTITY(SR-IDX) ' '
                 SREG-COUNTRY(SR-IDX) ' ' SREG-PERIOD(SR-IDX)
              MOVE 'NOT CHECKED' TO WS-RPT-STATUS
              ADD 1 TO WS-ERRORS
           ELSE
              ADD 1 TO WS-CHECKED
              COMPUTE WS-DIFF-COUNT = HV-COUNT - SREG-COUNT(SR-IDX)
              COMPUTE WS-DIFF-VALUE = HV-AMOUNT - SREG-TOTAL(SR-IDX)
              MOVE HV-COUNT      TO WS-RPT-NOW-COUNT
              MOVE HV-AMOUNT     TO WS-RPT-NOW-TOTAL
              MOVE WS-DIFF-COUNT TO WS-RPT-DIFF-COUNT
              MOVE WS-DIFF-VALUE TO WS-RPT-DIFF-TOTAL
              IF WS-DIFF-COUNT > WS-TOL-COUNT
                 OR WS-DIFF-COUNT < 0 - WS-TOL-COUNT
                 OR WS-DIFF-VALUE > WS-TOL-VALUE
                 OR WS-DIFF-VALUE < 0 - WS-TOL-VALUE
                 MOVE 'RESTATEMENT CANDIDATE' TO WS-RPT-STATUS
                 ADD 1 TO WS-CANDIDATES
                 PERFORM RAISE-DRIFT-ALERT
              ELSE
                 MOVE 'OK' TO WS-RPT-STATUS
              END-IF
           END-IF

           WRITE DRF-RPT-REC FROM WS-RPT-LINE.

       RAISE-DRIFT-ALERT.

           DISPLAY 'WARNING: ' WS-PROG-NAME ' DRIFT '
              SREG-ENTITY(SR-IDX) ' ' SREG-COUNTRY(SR-IDX) ' '
              SREG-PERIOD(SR-IDX) ' version ' SREG-VERSION(SR-IDX)
              ' count ' WS-RPT-DIFF-COUNT ' EUR ' WS-RPT-DIFF-TOTAL
              ' - restatement candidate'

           MOVE 'DRIFT'              TO WS-EVT-TYPE
           MOVE SREG-PERIOD(SR-IDX)  TO WS-EVT-PERIOD
           MOVE SREG-ENTITY(SR-IDX)  TO WS-EVT-ENTITY
           MOVE SREG-COUNTRY(SR-IDX) TO WS-EVT-COUNTRY
           MOVE HV-COUNT             TO WS-EVT-ROWS
           MOVE 4                    TO WS-EVT-RC
           MOVE 'RESTATE'            TO WS-EVT-DISPOSITION
           PERFORM PUBLISH-DRIFT-EVENT.

       PUBLISH-DRIFT-EVENT.

           CALL WS-PGM-PAYSTEVT USING BY REFERENCE
              WS-EVT-TYPE WS-EVT-PERIOD WS-EVT-ENTITY WS-EVT-COUNTRY
              WS-EVT-ROWS WS-EVT-RC WS-EVT-DISPOSITION
           END-CALL.

       END PROGRAM PAYDRIFT.
