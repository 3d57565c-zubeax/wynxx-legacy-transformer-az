       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYTRA.
      * Daily transaction risk analysis (TRA) exemption monitor under
      * RTS Articles 18 and 19: over the rolling 90 days before the
      * as-of date, the fraud rate by value of remote card payments
      * and of remote credit transfers is taken for each exemption
      * threshold value (EUR 100, 250 and 500 - all remote
      * transactions of the type up to that amount, SCA applied or
      * exempted) and set against the RTS reference fraud rate of the
      * band. The report (DD UT-S-TRARPT) shows volume, fraud, the
      * TRA-exempted share, the rate and the headroom left, in rate
      * and in EUR of fraud the band can still absorb.
      *
      * Every band gets a control record on DD UT-S-TRACTL for the
      * authorization side: ALLOW while the band is within its
      * reference rate, STOP when it is breached - TRA must not be
      * applied in that band until the rate is back under. A breach
      * is also raised as a 'TRASTOP' event on the operations
      * dashboard through PAYSTEVT and ends the run RC 4.
      *
      * Which rows are remote card payments or remote credit
      * transfers comes from REFFILE (DD UT-S-REFIN): 'CRDSRV' card
      * payment services, 'CTSERV'/'INSTSV' credit-transfer services
      * and 'RMTCHN' remote initiation channels; without CRDSRV or
      * RMTCHN records the values PAYLOAD loads are used. TRAPRM
      * (DD UT-S-TRAPRM, optional) may carry an as-of date
      * YYYY-MM-DD to rerun a past day; the default is today.
      * Reversals are left out of volume and fraud alike.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAPRM ASSIGN TO UT-S-TRAPRM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
           SELECT REFFILE ASSIGN TO UT-S-REFIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT TRARPT ASSIGN TO UT-S-TRARPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT TRACTL ASSIGN TO UT-S-TRACTL
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAPRM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRA-PARM-REC.
       01  TRA-PARM-REC.
           05  TRA-PARM-ASOF         PIC X(10).
           05  FILLER                PIC X(70).
       FD  REFFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REF-FILE-REC.
       01  REF-FILE-REC              PIC X(47).
       FD  TRARPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRA-RPT-REC.
       01  TRA-RPT-REC               PIC X(132).
       FD  TRACTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRA-CTL-REC.
       01  TRA-CTL-REC.
           05  TCTL-ASOF             PIC X(10).
           05  FILLER                PIC X(1).
           05  TCTL-TYPE             PIC X(4).
           05  FILLER                PIC X(1).
           05  TCTL-ETV              PIC 9(3).
           05  FILLER                PIC X(1).
           05  TCTL-ACTION           PIC X(5).
           05  FILLER                PIC X(1).
           05  TCTL-RATE-PCT         PIC 9(3)V9(6).
           05  FILLER                PIC X(1).
           05  TCTL-REF-PCT          PIC 9(1)V9(3).
           05  FILLER                PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'PAYTRA'.
       01  WS-PRM-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-REF-EOF               PIC X(1)  VALUE 'N'.
       01  WS-TRA-EOF               PIC X(1)  VALUE 'N'.
       01  WS-FATAL                 PIC X(1)  VALUE 'N'.
       01  WS-ASOF-DATE             PIC X(10) VALUE SPACES.
       01  WS-FROM-DATE             PIC X(10) VALUE SPACES.
       01  WS-TS-FROM               PIC X(26) VALUE SPACES.
       01  WS-TS-TO                 PIC X(26) VALUE SPACES.
       01  WS-TRA-REASON            PIC X(10) VALUE 'TRA'.
       01  WS-ROW-TYPE              PIC X(4)  VALUE SPACES.
       01  WS-FOUND                 PIC X(1)  VALUE 'N'.
       01  WS-R                     PIC 9(4) COMP VALUE 0.
       01  WS-B                     PIC 9(4) COMP VALUE 0.
       01  WS-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  WS-BREACHES              PIC 9(4) COMP VALUE 0.
       01  WS-REF-AMOUNT            PIC S9(15)V99 VALUE 0.

      * Dashboard event for a breached band, through PAYSTEVT.
       01  WS-PGM-PAYSTEVT          PIC X(8)  VALUE 'PAYSTEVT'.
       01  WS-EVT-TYPE              PIC X(8)  VALUE SPACES.
       01  WS-EVT-PERIOD            PIC X(7)  VALUE SPACES.
       01  WS-EVT-ENTITY            PIC X(4)  VALUE '0000'.
       01  WS-EVT-COUNTRY           PIC X(2)  VALUE SPACES.
       01  WS-EVT-ROWS              PIC 9(9) COMP VALUE 0.
       01  WS-EVT-RC                PIC 9(2)  VALUE 0.
       01  WS-EVT-DISPOSITION       PIC X(12) VALUE SPACES.

      * RTS Annex reference fraud rates, percent by value, per
      * exemption threshold value and transaction type.
       01  TRA-REF-LIST.
           05  FILLER               PIC X(11) VALUE 'CARD1000130'.
           05  FILLER               PIC X(11) VALUE 'CARD2500060'.
           05  FILLER               PIC X(11) VALUE 'CARD5000010'.
           05  FILLER               PIC X(11) VALUE 'CT  1000015'.
           05  FILLER               PIC X(11) VALUE 'CT  2500010'.
           05  FILLER               PIC X(11) VALUE 'CT  5000005'.
       01  TRA-REF-TABLE REDEFINES TRA-REF-LIST.
           05  TRA-REF-ROWS OCCURS 6 TIMES.
               10  TRA-REF-TYPE     PIC X(4).
               10  TRA-REF-ETV      PIC 9(3).
               10  TRA-REF-PCT      PIC 9(1)V9(3).
       01  TRA-REF-MAX              PIC 9(4) COMP VALUE 6.

      * Rolling 90-day totals per band, in the order of TRA-REF-LIST.
       01  TRA-BAND-TABLE.
           05  TRA-BAND-ROWS OCCURS 6 TIMES.
               10  BND-COUNT        PIC 9(9) COMP.
               10  BND-VALUE        PIC 9(15)V99.
               10  BND-FRAUD-COUNT  PIC 9(9) COMP.
               10  BND-FRAUD-VALUE  PIC 9(15)V99.
               10  BND-TRA-COUNT    PIC 9(9) COMP.
               10  BND-RATE-PCT     PIC 9(3)V9(6).
               10  BND-HEAD-PCT     PIC S9(3)V9(6).
               10  BND-HEAD-EUR     PIC S9(15)V99.
               10  BND-ACTION       PIC X(5).

      * Services and channels that make a row remote card or remote
      * credit transfer.
       01  TRA-CARD-SVC-TABLE.
           05  TCS-NUM              PIC 9(4) COMP VALUE 0.
           05  TCS-MAX              PIC 9(4) COMP VALUE 50.
           05  TCS-ROWS OCCURS 1 TO 50 DEPENDING ON TCS-NUM.
               10  TCS-CODE         PIC X(30).
       01  TRA-CT-SVC-TABLE.
           05  TTS-NUM              PIC 9(4) COMP VALUE 0.
           05  TTS-MAX              PIC 9(4) COMP VALUE 50.
           05  TTS-ROWS OCCURS 1 TO 50 DEPENDING ON TTS-NUM.
               10  TTS-CODE         PIC X(30).
       01  TRA-CHANNEL-TABLE.
           05  TRC-NUM              PIC 9(4) COMP VALUE 0.
           05  TRC-MAX              PIC 9(4) COMP VALUE 50.
           05  TRC-ROWS OCCURS 1 TO 50 DEPENDING ON TRC-NUM.
               10  TRC-CODE         PIC X(30).

       01  REF-IN-REC.
           05  REF-IN-TYPE           PIC X(6).
           05  FILLER                PIC X(1).
           05  REF-IN-CODE           PIC X(40).

       01  WS-RPT-TITLE.
           05  FILLER               PIC X(40) VALUE
               'TRA EXEMPTION MONITOR - ROLLING 90 DAYS '.
           05  WS-RPT-FROM          PIC X(10).
           05  FILLER               PIC X(4)  VALUE ' .. '.
           05  WS-RPT-TO            PIC X(10).
           05  FILLER               PIC X(68) VALUE SPACES.
       01  WS-RPT-HEADING.
           05  FILLER               PIC X(44) VALUE
               'TYPE ETV  REMOTE CNT       REMOTE VALUE   FR'.
           05  FILLER               PIC X(44) VALUE
               'AUD CNT        FRAUD VALUE  TRA-EXEMPT   RAT'.
           05  FILLER               PIC X(44) VALUE
               'E PCT   REF  HEAD PCT     HEADROOM EUR STAT '.
       01  WS-RPT-LINE.
           05  WS-RPT-TYPE          PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-ETV           PIC ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-COUNT         PIC Z(10)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-VALUE         PIC Z(14)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-FCOUNT        PIC Z(10)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-FVALUE        PIC Z(14)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-TRA           PIC Z(10)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-RATE          PIC ZZ9.9(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-REF           PIC 9.9(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-HEAD          PIC -ZZ9.9(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-HEAD-EUR      PIC -(12)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-ACTION        PIC X(5).

       01  FILLER                   PIC X(40)  VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-SERVICE               PIC X(30).
       01  HV-CHANNEL               PIC X(30).
       01  HV-BUCKET                PIC S9(4) COMP.
       01  HV-FRAUD                 PIC X(1).
       01  HV-TRA                   PIC X(1).
       01  HV-COUNT                 PIC S9(9) COMP.
       01  HV-AMOUNT                PIC S9(15)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           PERFORM READ-ASOF-PARM
           PERFORM LOAD-REFERENCE-TABLES
           PERFORM DERIVE-WINDOW

           IF WS-FATAL = 'N'
              PERFORM ACCUMULATE-BANDS
           END-IF

           IF WS-FATAL = 'Y'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM EVALUATE-BANDS
              PERFORM WRITE-MONITOR-REPORT
              PERFORM WRITE-CONTROL-FILE
              IF WS-BREACHES > 0
                 MOVE 'END'  TO WS-EVT-TYPE
                 MOVE SPACES TO WS-EVT-DISPOSITION
                 MOVE 0      TO WS-EVT-ROWS
                 MOVE 4      TO WS-EVT-RC
                 PERFORM PUBLISH-TRA-EVENT
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' as of ' WS-ASOF-DATE
              ' rows ' WS-ROWS-READ ' bands breached ' WS-BREACHES
           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

       READ-ASOF-PARM.

           OPEN INPUT TRAPRM

           IF WS-PRM-STATUS = '00'
              READ TRAPRM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE TRA-PARM-ASOF TO WS-ASOF-DATE
              END-READ
           END-IF

           CLOSE TRAPRM.

      * The service and channel lists from REFFILE; a missing card
      * service or remote channel list falls back to the values the
      * hub loader writes.
       LOAD-REFERENCE-TABLES.

           OPEN INPUT REFFILE

           PERFORM UNTIL WS-REF-EOF = 'Y'
              READ REFFILE INTO REF-IN-REC
                 AT END
                    MOVE 'Y' TO WS-REF-EOF
                 NOT AT END
                    EVALUATE REF-IN-TYPE
                       WHEN 'CRDSRV'
                          IF TCS-NUM < TCS-MAX
                             ADD 1 TO TCS-NUM
                             MOVE REF-IN-CODE(1:30) TO TCS-CODE(TCS-NUM)
                          END-IF
                       WHEN 'CTSERV'
                       WHEN 'INSTSV'
                          IF TTS-NUM < TTS-MAX
                             ADD 1 TO TTS-NUM
                             MOVE REF-IN-CODE(1:30) TO TTS-CODE(TTS-NUM)
                          END-IF
                       WHEN 'RMTCHN'
                          IF TRC-NUM < TRC-MAX
                             ADD 1 TO TRC-NUM
                             MOVE REF-IN-CODE(1:30) TO TRC-CODE(TRC-NUM)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE REFFILE

           IF TCS-NUM = 0
              MOVE 1 TO TCS-NUM
              MOVE 'CARD PAYMENT' TO TCS-CODE(1)
           END-IF
           IF TTS-NUM = 0
              MOVE 2 TO TTS-NUM
              MOVE 'CREDIT TRANSFER' TO TTS-CODE(1)
              MOVE 'INSTANT CREDIT TRANSFER' TO TTS-CODE(2)
           END-IF
           IF TRC-NUM = 0
              MOVE 3 TO TRC-NUM
              MOVE 'REMOTE' TO TRC-CODE(1)
              MOVE 'ONLINE BANKING' TO TRC-CODE(2)
              MOVE 'MOBILE BANKING' TO TRC-CODE(3)
           END-IF.

      * 90 days back from the as-of date, which itself is excluded -
      * the window is the 90 complete days before the run.
       DERIVE-WINDOW.

           IF WS-ASOF-DATE = SPACES
              EXEC SQL
                SET :WS-ASOF-DATE = CHAR(CURRENT DATE, ISO)
              END-EXEC
           END-IF

           EXEC SQL
             SET :WS-FROM-DATE = CHAR(DATE(:WS-ASOF-DATE) - 90 DAYS,
                                      ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ' WS-PROG-NAME ' as-of date '
                 WS-ASOF-DATE ' not valid SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-FATAL
           ELSE
              MOVE SPACES TO WS-TS-FROM
              STRING WS-FROM-DATE ' 00:00:00.000000'
                 DELIMITED BY SIZE INTO WS-TS-FROM
              END-STRING
              MOVE SPACES TO WS-TS-TO
              STRING WS-ASOF-DATE ' 00:00:00.000000'
                 DELIMITED BY SIZE INTO WS-TS-TO
              END-STRING
              MOVE WS-ASOF-DATE(1:7) TO WS-EVT-PERIOD
              DISPLAY '*** ' WS-PROG-NAME ' window ' WS-FROM-DATE
                 ' .. ' WS-ASOF-DATE ' (excl)'
           END-IF.

      * Db2 does the volume work: one row per service, channel,
      * amount bucket (1 up to 100, 2 up to 250, 3 up to 500, 4
      * above), fraud flag and TRA exemption. A bucket counts in its
      * own band and every higher one - each band holds all remote
      * transactions up to its threshold value.
       ACCUMULATE-BANDS.

           INITIALIZE TRA-BAND-TABLE

           EXEC SQL
             DECLARE CTRA CURSOR FOR
               SELECT SERVICE_CODE
                    , INIT_CHANNEL
                    , CASE WHEN AMOUNT_EUR <= 100 THEN 1
                           WHEN AMOUNT_EUR <= 250 THEN 2
                           WHEN AMOUNT_EUR <= 500 THEN 3
                           ELSE 4 END
                    , FRAUD_FLAG
                    , CASE WHEN COALESCE(NON_SCA_REASON,' ')
                                = :WS-TRA-REASON
                           THEN 'Y' ELSE 'N' END
                    , COUNT(*)
                    , SUM(AMOUNT_EUR)
                 FROM PAYMENT_TRANSACTIONS
                 WHERE TRANS_TS >= TIMESTAMP(:WS-TS-FROM)
                   AND TRANS_TS <  TIMESTAMP(:WS-TS-TO)
                   AND COALESCE(REVERSAL_FLAG,'N') <> 'Y'
                 GROUP BY SERVICE_CODE
                        , INIT_CHANNEL
                        , CASE WHEN AMOUNT_EUR <= 100 THEN 1
                               WHEN AMOUNT_EUR <= 250 THEN 2
                               WHEN AMOUNT_EUR <= 500 THEN 3
                               ELSE 4 END
                        , FRAUD_FLAG
                        , CASE WHEN COALESCE(NON_SCA_REASON,' ')
                                    = :WS-TRA-REASON
                               THEN 'Y' ELSE 'N' END
           END-EXEC

           EXEC SQL OPEN CTRA END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' open cursor failed SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-FATAL
              MOVE 'Y' TO WS-TRA-EOF
           END-IF

           PERFORM UNTIL WS-TRA-EOF = 'Y'
              EXEC SQL FETCH CTRA INTO
                    :HV-SERVICE
                   ,:HV-CHANNEL
                   ,:HV-BUCKET
                   ,:HV-FRAUD
                   ,:HV-TRA
                   ,:HV-COUNT
                   ,:HV-AMOUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO WS-ROWS-READ
                    PERFORM CLASSIFY-ROW
                    IF WS-ROW-TYPE NOT = SPACES AND HV-BUCKET < 4
                       PERFORM ADD-TO-BANDS
                    END-IF
                 WHEN 100
                    MOVE 'Y' TO WS-TRA-EOF
                 WHEN OTHER
                    DISPLAY 'ERROR: ' WS-PROG-NAME
                       ' fetch failed SQLCODE=' SQLCODE
                    MOVE 'Y' TO WS-FATAL
                    MOVE 'Y' TO WS-TRA-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CTRA END-EXEC.

      * Remote channel first; then card service or credit-transfer
      * service. Anything else is outside the TRA exemption.
       CLASSIFY-ROW.

           MOVE SPACES TO WS-ROW-TYPE
           MOVE 'N' TO WS-FOUND

           PERFORM VARYING WS-R FROM 1 BY 1
                    UNTIL WS-R > TRC-NUM OR WS-FOUND = 'Y'
              IF TRC-CODE(WS-R) = HV-CHANNEL
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM

           IF WS-FOUND = 'Y'
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > TCS-NUM OR WS-FOUND = 'Y'
                 IF TCS-CODE(WS-R) = HV-SERVICE
                    MOVE 'Y' TO WS-FOUND
                    MOVE 'CARD' TO WS-ROW-TYPE
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > TTS-NUM OR WS-FOUND = 'Y'
                 IF TTS-CODE(WS-R) = HV-SERVICE
                    MOVE 'Y' TO WS-FOUND
                    MOVE 'CT' TO WS-ROW-TYPE
                 END-IF
              END-PERFORM
           END-IF.

       ADD-TO-BANDS.

           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > TRA-REF-MAX
              IF TRA-REF-TYPE(WS-B) = WS-ROW-TYPE
                 AND ((HV-BUCKET = 1 AND TRA-REF-ETV(WS-B) >= 100)
                   OR (HV-BUCKET = 2 AND TRA-REF-ETV(WS-B) >= 250)
                   OR (HV-BUCKET = 3 AND TRA-REF-ETV(WS-B) >= 500))
                 ADD HV-COUNT  TO BND-COUNT(WS-B)
                 ADD HV-AMOUNT TO BND-VALUE(WS-B)
                 IF HV-FRAUD = 'Y'
                    ADD HV-COUNT  TO BND-FRAUD-COUNT(WS-B)
                    ADD HV-AMOUNT TO BND-FRAUD-VALUE(WS-B)
                 END-IF
                 IF HV-TRA = 'Y'
                    ADD HV-COUNT TO BND-TRA-COUNT(WS-B)
                 END-IF
              END-IF
           END-PERFORM.

      * Rate by value against the reference rate. Headroom in EUR is
      * the fraud the band could still take at today's volume before
      * the reference rate is crossed; negative once breached. A
      * band without volume has nothing to breach.
       EVALUATE-BANDS.

           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > TRA-REF-MAX
              IF BND-VALUE(WS-B) = 0
                 MOVE 0 TO BND-RATE-PCT(WS-B)
              ELSE
                 COMPUTE BND-RATE-PCT(WS-B) ROUNDED =
                    BND-FRAUD-VALUE(WS-B) * 100 / BND-VALUE(WS-B)
              END-IF
              COMPUTE BND-HEAD-PCT(WS-B) =
                 TRA-REF-PCT(WS-B) - BND-RATE-PCT(WS-B)
              COMPUTE WS-REF-AMOUNT ROUNDED =
                 BND-VALUE(WS-B) * TRA-REF-PCT(WS-B) / 100
              COMPUTE BND-HEAD-EUR(WS-B) =
                 WS-REF-AMOUNT - BND-FRAUD-VALUE(WS-B)
              IF BND-VALUE(WS-B) > 0
                 AND BND-RATE-PCT(WS-B) > TRA-REF-PCT(WS-B)
                 MOVE 'STOP' TO BND-ACTION(WS-B)
                 ADD 1 TO WS-BREACHES
                 PERFORM RAISE-BREACH-ALERT
              ELSE
                 MOVE 'ALLOW' TO BND-ACTION(WS-B)
              END-IF
           END-PERFORM.

       RAISE-BREACH-ALERT.

           DISPLAY 'WARNING: ' WS-PROG-NAME ' TRA BREACH '
              TRA-REF-TYPE(WS-B) ' ETV ' TRA-REF-ETV(WS-B)
              ' rate ' BND-RATE-PCT(WS-B) ' pct over reference '
              TRA-REF-PCT(WS-B) ' - TRA stopped in this band'

           MOVE 'TRASTOP'            TO WS-EVT-TYPE
           MOVE BND-FRAUD-COUNT(WS-B) TO WS-EVT-ROWS
           MOVE 4                    TO WS-EVT-RC
           MOVE SPACES               TO WS-EVT-DISPOSITION
           STRING TRA-REF-TYPE(WS-B) ' ETV ' TRA-REF-ETV(WS-B)
              DELIMITED BY SIZE INTO WS-EVT-DISPOSITION
           END-STRING
           PERFORM PUBLISH-TRA-EVENT.

       PUBLISH-TRA-EVENT.

           CALL WS-PGM-PAYSTEVT USING BY REFERENCE
              WS-EVT-TYPE WS-EVT-PERIOD WS-EVT-ENTITY WS-EVT-COUNTRY
              WS-EVT-ROWS WS-EVT-RC WS-EVT-DISPOSITION
           END-CALL.

       WRITE-MONITOR-REPORT.

           OPEN OUTPUT TRARPT

           MOVE WS-FROM-DATE TO WS-RPT-FROM
           MOVE WS-ASOF-DATE TO WS-RPT-TO
           WRITE TRA-RPT-REC FROM WS-RPT-TITLE
           WRITE TRA-RPT-REC FROM WS-RPT-HEADING

           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > TRA-REF-MAX
              MOVE TRA-REF-TYPE(WS-B)    TO WS-RPT-TYPE
              MOVE TRA-REF-ETV(WS-B)     TO WS-RPT-ETV
              MOVE BND-COUNT(WS-B)       TO WS-RPT-COUNT
              MOVE BND-VALUE(WS-B)       TO WS-RPT-VALUE
              MOVE BND-FRAUD-COUNT(WS-B) TO WS-RPT-FCOUNT
              MOVE BND-FRAUD-VALUE(WS-B) TO WS-RPT-FVALUE
              MOVE BND-TRA-COUNT(WS-B)   TO WS-RPT-TRA
              MOVE BND-RATE-PCT(WS-B)    TO WS-RPT-RATE
              MOVE TRA-REF-PCT(WS-B)     TO WS-RPT-REF
              MOVE BND-HEAD-PCT(WS-B)    TO WS-RPT-HEAD
              MOVE BND-HEAD-EUR(WS-B)    TO WS-RPT-HEAD-EUR
              MOVE BND-ACTION(WS-B)      TO WS-RPT-ACTION
              WRITE TRA-RPT-REC FROM WS-RPT-LINE
           END-PERFORM

           CLOSE TRARPT.

      * The whole picture every day, so the authorization side also
      * learns when a stopped band is back within its reference rate.
       WRITE-CONTROL-FILE.

           OPEN OUTPUT TRACTL

           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > TRA-REF-MAX
              MOVE SPACES                TO TRA-CTL-REC
              MOVE WS-ASOF-DATE          TO TCTL-ASOF
              MOVE TRA-REF-TYPE(WS-B)    TO TCTL-TYPE
              MOVE TRA-REF-ETV(WS-B)     TO TCTL-ETV
              MOVE BND-ACTION(WS-B)      TO TCTL-ACTION
              MOVE BND-RATE-PCT(WS-B)    TO TCTL-RATE-PCT
              MOVE TRA-REF-PCT(WS-B)     TO TCTL-REF-PCT
              WRITE TRA-CTL-REC
           END-PERFORM

           CLOSE TRACTL.

       END PROGRAM PAYTRA.
