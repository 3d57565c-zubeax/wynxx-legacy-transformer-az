       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYLOAD.
      * Daily loader of PAYMENT_TRANSACTIONS from the payment hub
      * extracts (DD UT-S-HUBIN, layout CPBKHUB): one run loads one
      * file, the card switch or the SEPA credit-transfer hub as the
      * header names it. The hub codes are mapped to SERVICE_CODE and
      * INIT_CHANNEL through HUB-MAP-TABLE, the hub fields to the SCA,
      * fraud, MCC and country columns, and every detail is checked
      * against the valid-MCC and valid-scheme reference tables of
      * REFFILE (DD UT-S-REFIN) that SUBVAL validates against. Valid
      * rows are inserted carrying the load batch ID; a rejected
      * record goes to PAYMENT_LOAD_REJECTS with the failing field
      * and reason, and the batch's rejects are listed to DD
      * UT-S-LDREJ at the end of the run for repair.
      *
      * PAYMENT_LOAD_CONTROL holds one row per file, keyed by file
      * name and header date: a file already LOADED is refused. The
      * row is brought level (records done, loaded, rejected) in the
      * same unit of work as the inserts at every commit point, so
      * after an abend the rerun finds it INFLIGHT and resumes the
      * same batch after the last committed record - nothing is
      * inserted or rejected twice. The trailer is checked before a
      * row is written: a short or altered file loads nothing.
      *
      * RC 0 loaded clean, 4 loaded with rejects, 8 file refused,
      * 16 Db2 failure (batch left INFLIGHT for the rerun).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HUBFILE ASSIGN TO UT-S-HUBIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT REFFILE ASSIGN TO UT-S-REFIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT LDREJFILE ASSIGN TO UT-S-LDREJ
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HUBFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HUB-FILE-REC.
       01  HUB-FILE-REC              PIC X(200).
       FD  REFFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REF-FILE-REC.
       01  REF-FILE-REC              PIC X(47).
       FD  LDREJFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 303 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LDREJ-REC.
       01  LDREJ-REC.
           05  LDREJ-BATCH-ID        PIC 9(9).
           05  FILLER                PIC X(1).
           05  LDREJ-RECORD-NO       PIC 9(9).
           05  FILLER                PIC X(1).
           05  LDREJ-FIELD           PIC X(10).
           05  FILLER                PIC X(1).
           05  LDREJ-VALUE           PIC X(40).
           05  FILLER                PIC X(1).
           05  LDREJ-REASON          PIC X(30).
           05  FILLER                PIC X(1).
           05  LDREJ-HUB-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'PAYLOAD'.
       01  WS-HUB-EOF               PIC X(1)  VALUE 'N'.
       01  WS-REF-EOF               PIC X(1)  VALUE 'N'.
       01  WS-REJ-EOF               PIC X(1)  VALUE 'N'.
       01  WS-FATAL                 PIC X(1)  VALUE 'N'.
       01  WS-REFUSED               PIC X(1)  VALUE 'N'.
       01  WS-TRAILER-SEEN          PIC X(1)  VALUE 'N'.
       01  WS-COMMIT-LIMIT          PIC 9(4) COMP VALUE 1000.
       01  WS-SINCE-COMMIT          PIC 9(4) COMP VALUE 0.
       01  WS-RECNO                 PIC 9(9) COMP VALUE 0.
       01  WS-SKIP-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-LOADED                PIC 9(9) COMP VALUE 0.
       01  WS-REJECTED              PIC 9(9) COMP VALUE 0.
       01  WS-REPORTED              PIC 9(9) COMP VALUE 0.
       01  WS-CHK-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-CHK-AMOUNT            PIC 9(15)V99 VALUE 0.
       01  WS-CHK-AFTER-TRAILER     PIC 9(9) COMP VALUE 0.
       01  WS-TR-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-TR-AMOUNT             PIC 9(15)V99 VALUE 0.
       01  WS-R                     PIC 9(9) COMP VALUE 0.
       01  WS-FOUND                 PIC X(1)  VALUE 'N'.
       01  WS-SQLCODE-D             PIC -(9)9.

      * Identity of the file being loaded, from its header record.
       01  WS-HUB-SOURCE            PIC X(4)  VALUE SPACES.
       01  WS-HUB-FILE-NAME         PIC X(44) VALUE SPACES.
       01  WS-HUB-DATE              PIC X(10) VALUE SPACES.

      * Verdict on the detail record in hand: the first check that
      * fails names the field, the value and the reason.
       01  WS-REJECT                PIC X(1)  VALUE 'N'.
       01  WS-REJ-FIELD             PIC X(10) VALUE SPACES.
       01  WS-REJ-VALUE             PIC X(40) VALUE SPACES.
       01  WS-REJ-REASON            PIC X(30) VALUE SPACES.

      * Date and time of a detail as the hub writes them,
      * YYYY-MM-DD and HH:MM:SS.
       01  WS-CHECK-DATE            PIC X(10) VALUE SPACES.
       01  FILLER REDEFINES WS-CHECK-DATE.
           05  WS-CD-YEAR           PIC 9(4).
           05  WS-CD-SEP1           PIC X(1).
           05  WS-CD-MONTH          PIC 9(2).
           05  WS-CD-SEP2           PIC X(1).
           05  WS-CD-DAY            PIC 9(2).
       01  WS-CHECK-TIME            PIC X(8)  VALUE SPACES.
       01  FILLER REDEFINES WS-CHECK-TIME.
           05  WS-CT-HOUR           PIC 9(2).
           05  WS-CT-SEP1           PIC X(1).
           05  WS-CT-MIN            PIC 9(2).
           05  WS-CT-SEP2           PIC X(1).
           05  WS-CT-SEC            PIC 9(2).

      * Hub code to PAYMENT_TRANSACTIONS value: source hub, hub code,
      * kind (S service, C channel) and the value loaded. A code not
      * listed for its hub rejects the record.
       01  HUB-MAP-LIST.
           05  FILLER               PIC X(39) VALUE
               'CARDPU  SCARD PAYMENT'.
           05  FILLER               PIC X(39) VALUE
               'CARDCW  SCASH WITHDRAWAL'.
           05  FILLER               PIC X(39) VALUE
               'CARDPOS CPOS'.
           05  FILLER               PIC X(39) VALUE
               'CARDCTL CPOS CONTACTLESS'.
           05  FILLER               PIC X(39) VALUE
               'CARDATM CATM'.
           05  FILLER               PIC X(39) VALUE
               'CARDECM CREMOTE'.
           05  FILLER               PIC X(39) VALUE
               'CARDMOT CMOTO'.
           05  FILLER               PIC X(39) VALUE
               'SCT SCT SCREDIT TRANSFER'.
           05  FILLER               PIC X(39) VALUE
               'SCT INSTSINSTANT CREDIT TRANSFER'.
           05  FILLER               PIC X(39) VALUE
               'SCT ONL CONLINE BANKING'.
           05  FILLER               PIC X(39) VALUE
               'SCT MOB CMOBILE BANKING'.
           05  FILLER               PIC X(39) VALUE
               'SCT BRN CBRANCH'.
           05  FILLER               PIC X(39) VALUE
               'SCT PAP CPAPER'.
       01  HUB-MAP-TABLE REDEFINES HUB-MAP-LIST.
           05  HUB-MAP-ROWS OCCURS 13 TIMES.
               10  HUB-MAP-SOURCE   PIC X(4).
               10  HUB-MAP-CODE     PIC X(4).
               10  HUB-MAP-KIND     PIC X(1).
               10  HUB-MAP-VALUE    PIC X(30).
       01  HUB-MAP-MAX              PIC 9(4) COMP VALUE 13.
       01  WS-MAP-KIND              PIC X(1)  VALUE SPACES.
       01  WS-MAP-CODE              PIC X(4)  VALUE SPACES.
       01  WS-MAP-VALUE             PIC X(30) VALUE SPACES.

       COPY 'CPBKHUB'.
       COPY 'CPBKREF'.

       01  REF-IN-REC.
           05  REF-IN-TYPE           PIC X(6).
           05  FILLER                PIC X(1).
           05  REF-IN-CODE           PIC X(40).

       01  FILLER                   PIC X(40)  VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-TS                    PIC X(26).
       01  HV-SERVICE               PIC X(30).
       01  HV-CHANNEL               PIC X(30).
       01  HV-SCHEME                PIC X(40).
       01  HV-SCA                   PIC X(1).
       01  HV-NON-SCA-REASON        PIC X(10).
       01  HV-FRAUD                 PIC X(1).
       01  HV-FRAUD-ORIGIN          PIC X(10).
       01  HV-AMOUNT                PIC S9(13)V99 COMP-3.
       01  HV-AMOUNT-ORIG           PIC S9(13)V99 COMP-3.
       01  HV-CURRENCY              PIC X(3).
       01  HV-PAYER                 PIC X(2).
       01  HV-PAYEE                 PIC X(2).
       01  HV-POS                   PIC X(2).
       01  HV-MCC                   PIC X(4).
       01  HV-REVERSAL              PIC X(1).
       01  HV-BATCH-ID              PIC S9(9) COMP.
       01  HV-FILE-NAME             PIC X(44).
       01  HV-HEADER-DATE           PIC X(10).
       01  HV-SOURCE                PIC X(4).
       01  HV-STATUS                PIC X(8).
       01  HV-RECORDS-DONE          PIC S9(9) COMP.
       01  HV-LOADED                PIC S9(9) COMP.
       01  HV-REJECTED              PIC S9(9) COMP.
       01  HV-END-TS                PIC X(26).
       01  HV-RECORD-NO             PIC S9(9) COMP.
       01  HV-REJ-FIELD             PIC X(10).
       01  HV-REJ-VALUE             PIC X(40).
       01  HV-REJ-REASON            PIC X(30).
       01  HV-HUB-RECORD            PIC X(200).

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           PERFORM LOAD-REFERENCE-TABLES
           PERFORM VERIFY-HUB-FILE

           IF WS-REFUSED = 'N'
              PERFORM OPEN-LOAD-BATCH
           END-IF

           IF WS-REFUSED = 'N' AND WS-FATAL = 'N'
              PERFORM LOAD-HUB-FILE
           END-IF

           IF WS-REFUSED = 'N' AND WS-FATAL = 'N'
              PERFORM CLOSE-LOAD-BATCH
           END-IF

           IF WS-REFUSED = 'N' AND WS-FATAL = 'N'
              PERFORM WRITE-REJECT-LIST
           END-IF

           EVALUATE TRUE
              WHEN WS-FATAL = 'Y'
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' batch ' HV-BATCH-ID
                    ' stopped at record ' WS-RECNO
                    ' - rerun resumes after the last commit'
                 MOVE 16 TO RETURN-CODE
              WHEN WS-REFUSED = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY '*** ' WS-PROG-NAME ' batch ' HV-BATCH-ID
                    ' file ' WS-HUB-FILE-NAME
                 DISPLAY '*** ' WS-PROG-NAME ' header date '
                    WS-HUB-DATE ' records ' WS-RECNO
                    ' loaded ' WS-LOADED ' rejected ' WS-REJECTED
                 IF WS-REJECTED > 0
                    DISPLAY 'WARNING: ' WS-PROG-NAME ' ' WS-REJECTED
                       ' records rejected - see UT-S-LDREJ'
                    MOVE 4 TO RETURN-CODE
                 END-IF
           END-EVALUATE

           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

      * Valid MCCs and schemes from REFFILE, the same type/code
      * records PAYSTATS loads for SUBVAL; the other record types
      * there mean nothing to the loader. Without a scheme list (or,
      * for a card file, an MCC list) every detail would be
      * rejected, so the run is refused instead - checked once the
      * header has said which hub the file comes from.
       LOAD-REFERENCE-TABLES.

           OPEN INPUT REFFILE

           PERFORM UNTIL WS-REF-EOF = 'Y'
              READ REFFILE INTO REF-IN-REC
                 AT END
                    MOVE 'Y' TO WS-REF-EOF
                 NOT AT END
                    EVALUATE REF-IN-TYPE
                       WHEN 'MCC'
                          IF REF-MCC-NUM < REF-MCC-MAX
                             ADD 1 TO REF-MCC-NUM
                             SET REF-MCC-IDX TO REF-MCC-NUM
                             MOVE REF-IN-CODE(1:4)
                                TO REF-MCC-CODE(REF-MCC-IDX)
                          END-IF
                       WHEN 'SCHEME'
                          IF REF-SCHEME-NUM < REF-SCHEME-MAX
                             ADD 1 TO REF-SCHEME-NUM
                             SET REF-SCHEME-IDX TO REF-SCHEME-NUM
                             MOVE REF-IN-CODE(1:40)
                                TO REF-SCHEME-CODE(REF-SCHEME-IDX)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE REFFILE.

      * First pass over the file before anything is written: a header
      * from a known hub first, a trailer last with nothing after it,
      * and the trailer's record count and EUR total agreeing with
      * what lies between them. A file that fails is refused whole.
       VERIFY-HUB-FILE.

           MOVE 0   TO WS-CHK-COUNT
           MOVE 0   TO WS-CHK-AMOUNT
           MOVE 0   TO WS-CHK-AFTER-TRAILER
           MOVE 0   TO WS-TR-COUNT
           MOVE 0   TO WS-TR-AMOUNT
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE 'N' TO WS-HUB-EOF

           OPEN INPUT HUBFILE

           READ HUBFILE INTO HUB-IN-REC
              AT END
                 MOVE 'Y' TO WS-HUB-EOF
           END-READ

           IF WS-HUB-EOF = 'Y' OR HUB-REC-TYPE NOT = 'HD'
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' hub file has no header record - refused'
              MOVE 'Y' TO WS-REFUSED
           ELSE
              MOVE HUB-HD-SOURCE    TO WS-HUB-SOURCE
              MOVE HUB-HD-FILE-NAME TO WS-HUB-FILE-NAME
              MOVE HUB-HD-DATE      TO WS-HUB-DATE
              PERFORM UNTIL WS-HUB-EOF = 'Y'
                 READ HUBFILE INTO HUB-IN-REC
                    AT END
                       MOVE 'Y' TO WS-HUB-EOF
                    NOT AT END
                       PERFORM VERIFY-ONE-RECORD
                 END-READ
              END-PERFORM
           END-IF

           CLOSE HUBFILE

           IF WS-REFUSED = 'N'
              PERFORM VERIFY-HEADER-AND-TRAILER
           END-IF.

       VERIFY-ONE-RECORD.

           EVALUATE TRUE
              WHEN WS-TRAILER-SEEN = 'Y'
                 ADD 1 TO WS-CHK-AFTER-TRAILER
              WHEN HUB-REC-TYPE = 'TR'
                 MOVE 'Y' TO WS-TRAILER-SEEN
                 MOVE HUB-TR-COUNT  TO WS-TR-COUNT
                 MOVE HUB-TR-AMOUNT TO WS-TR-AMOUNT
              WHEN OTHER
                 ADD 1 TO WS-CHK-COUNT
                 IF HUB-REC-TYPE = 'DT'
                    IF WS-HUB-SOURCE = 'CARD'
                       AND HUB-CD-AMOUNT-EUR IS NUMERIC
                       ADD HUB-CD-AMOUNT-EUR TO WS-CHK-AMOUNT
                    END-IF
                    IF WS-HUB-SOURCE = 'SCT '
                       AND HUB-CT-AMOUNT IS NUMERIC
                       ADD HUB-CT-AMOUNT TO WS-CHK-AMOUNT
                    END-IF
                 END-IF
           END-EVALUATE.

       VERIFY-HEADER-AND-TRAILER.

           EVALUATE TRUE
              WHEN WS-HUB-SOURCE NOT = 'CARD'
               AND WS-HUB-SOURCE NOT = 'SCT '
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' unknown hub '
                    WS-HUB-SOURCE ' in header - refused'
                 MOVE 'Y' TO WS-REFUSED
              WHEN WS-HUB-FILE-NAME = SPACES
                 OR WS-HUB-DATE = SPACES
                 DISPLAY 'ERROR: ' WS-PROG-NAME
                    ' header carries no file name or date - refused'
                 MOVE 'Y' TO WS-REFUSED
              WHEN WS-TRAILER-SEEN = 'N'
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' file '
                    WS-HUB-FILE-NAME ' has no trailer - refused'
                 MOVE 'Y' TO WS-REFUSED
              WHEN WS-CHK-AFTER-TRAILER > 0
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' file '
                    WS-HUB-FILE-NAME ' has ' WS-CHK-AFTER-TRAILER
                    ' records after the trailer - refused'
                 MOVE 'Y' TO WS-REFUSED
              WHEN WS-TR-COUNT NOT = WS-CHK-COUNT
                 OR WS-TR-AMOUNT NOT = WS-CHK-AMOUNT
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' file '
                    WS-HUB-FILE-NAME ' trailer does not agree'
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' trailer count '
                    WS-TR-COUNT ' read ' WS-CHK-COUNT
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' trailer EUR '
                    WS-TR-AMOUNT ' read ' WS-CHK-AMOUNT
                    ' - refused'
                 MOVE 'Y' TO WS-REFUSED
              WHEN (WS-HUB-SOURCE = 'CARD' AND REF-MCC-NUM = 0)
                 OR REF-SCHEME-NUM = 0
                 DISPLAY 'ERROR: ' WS-PROG-NAME
                    ' no MCC or scheme reference records - refused'
                 MOVE 'Y' TO WS-REFUSED
           END-EVALUATE.

      * Finds the control row of this file. LOADED refuses the file;
      * INFLIGHT is an earlier run that abended - the same batch ID
      * is taken up again after the records it committed. A new file
      * gets the next batch ID and its INFLIGHT row is committed
      * before the first insert.
       OPEN-LOAD-BATCH.

           MOVE WS-HUB-FILE-NAME TO HV-FILE-NAME
           MOVE WS-HUB-DATE      TO HV-HEADER-DATE
           MOVE WS-HUB-SOURCE    TO HV-SOURCE

           EXEC SQL
             SELECT LOAD_BATCH_ID, LOAD_STATUS, RECORDS_DONE,
                    ROWS_LOADED, ROWS_REJECTED,
                    COALESCE(CHAR(LOAD_END_TS), ' ')
               INTO :HV-BATCH-ID, :HV-STATUS, :HV-RECORDS-DONE,
                    :HV-LOADED, :HV-REJECTED, :HV-END-TS
               FROM PAYMENT_LOAD_CONTROL
               WHERE FILE_NAME   = :HV-FILE-NAME
                 AND HEADER_DATE = :HV-HEADER-DATE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0 AND HV-STATUS = 'LOADED'
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' file '
                    WS-HUB-FILE-NAME ' header date ' WS-HUB-DATE
                 DISPLAY 'ERROR: ' WS-PROG-NAME
                    ' already loaded as batch ' HV-BATCH-ID
                    ' at ' HV-END-TS ' - refused'
                 MOVE 'Y' TO WS-REFUSED
              WHEN SQLCODE = 0
                 MOVE HV-RECORDS-DONE TO WS-SKIP-COUNT
                 MOVE HV-LOADED       TO WS-LOADED
                 MOVE HV-REJECTED     TO WS-REJECTED
                 DISPLAY '*** ' WS-PROG-NAME ' resuming batch '
                    HV-BATCH-ID ' after record ' WS-SKIP-COUNT
              WHEN SQLCODE = 100
                 PERFORM INSERT-LOAD-CONTROL-ROW
              WHEN OTHER
                 DISPLAY 'ERROR: ' WS-PROG-NAME
                    ' PAYMENT_LOAD_CONTROL read failed SQLCODE='
                    SQLCODE
                 MOVE 'Y' TO WS-FATAL
           END-EVALUATE.

       INSERT-LOAD-CONTROL-ROW.

           EXEC SQL
             SELECT COALESCE(MAX(LOAD_BATCH_ID), 0) + 1
               INTO :HV-BATCH-ID
               FROM PAYMENT_LOAD_CONTROL
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                INSERT INTO PAYMENT_LOAD_CONTROL
                  (FILE_NAME, HEADER_DATE, HUB_SOURCE, LOAD_BATCH_ID,
                   LOAD_STATUS, RECORDS_DONE, ROWS_LOADED,
                   ROWS_REJECTED, LOAD_START_TS)
                  VALUES (:HV-FILE-NAME, :HV-HEADER-DATE, :HV-SOURCE,
                          :HV-BATCH-ID, 'INFLIGHT', 0, 0, 0,
                          CURRENT TIMESTAMP)
              END-EXEC
           END-IF

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY '*** ' WS-PROG-NAME ' batch ' HV-BATCH-ID
                 ' opened for ' WS-HUB-SOURCE ' file '
                 WS-HUB-FILE-NAME
           ELSE
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' PAYMENT_LOAD_CONTROL insert failed SQLCODE='
                 SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'Y' TO WS-FATAL
           END-IF.

      * Second pass: header skipped, on a resume the committed
      * records skipped too, then each detail up to the trailer is
      * mapped, checked and inserted or rejected.
       LOAD-HUB-FILE.

           MOVE 0   TO WS-RECNO
           MOVE 0   TO WS-SINCE-COMMIT
           MOVE 'N' TO WS-HUB-EOF

           OPEN INPUT HUBFILE

           READ HUBFILE INTO HUB-IN-REC
              AT END
                 MOVE 'Y' TO WS-HUB-EOF
           END-READ

           PERFORM UNTIL WS-HUB-EOF = 'Y' OR WS-FATAL = 'Y'
              READ HUBFILE INTO HUB-IN-REC
                 AT END
                    MOVE 'Y' TO WS-HUB-EOF
                 NOT AT END
                    IF HUB-REC-TYPE = 'TR'
                       MOVE 'Y' TO WS-HUB-EOF
                    ELSE
                       ADD 1 TO WS-RECNO
                       IF WS-RECNO > WS-SKIP-COUNT
                          PERFORM LOAD-ONE-RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HUBFILE.

       LOAD-ONE-RECORD.

           MOVE 'N'    TO WS-REJECT
           MOVE SPACES TO WS-REJ-FIELD
           MOVE SPACES TO WS-REJ-VALUE
           MOVE SPACES TO WS-REJ-REASON

           IF HUB-REC-TYPE NOT = 'DT'
              MOVE 'Y'                   TO WS-REJECT
              MOVE 'RECTYPE'             TO WS-REJ-FIELD
              MOVE HUB-REC-TYPE          TO WS-REJ-VALUE
              MOVE 'UNKNOWN RECORD TYPE' TO WS-REJ-REASON
           ELSE
              IF WS-HUB-SOURCE = 'CARD'
                 PERFORM MAP-CARD-RECORD
              ELSE
                 PERFORM MAP-CT-RECORD
              END-IF
           END-IF

           IF WS-REJECT = 'N'
              PERFORM CHECK-COMMON-FIELDS
           END-IF

           IF WS-REJECT = 'N'
              PERFORM INSERT-TRANSACTION
           END-IF

           IF WS-REJECT = 'Y' AND WS-FATAL = 'N'
              PERFORM INSERT-REJECT-ROW
           END-IF

           IF WS-FATAL = 'N'
              ADD 1 TO WS-SINCE-COMMIT
              IF WS-SINCE-COMMIT >= WS-COMMIT-LIMIT
                 PERFORM COMMIT-LOAD-UNIT
              END-IF
           END-IF.

      * Card switch detail to the table's columns: function to the
      * service, entry mode to the channel, issuer country as the
      * payer's, merchant country as the payee's and the terminal's
      * as the point of sale. The MCC must be in the reference table.
       MAP-CARD-RECORD.

           MOVE HUB-CD-DATE TO WS-CHECK-DATE
           MOVE HUB-CD-TIME TO WS-CHECK-TIME
           PERFORM CHECK-DATE-TIME

           IF WS-REJECT = 'N'
              MOVE 'S'             TO WS-MAP-KIND
              MOVE HUB-CD-FUNCTION TO WS-MAP-CODE
              PERFORM LOOKUP-HUB-CODE
              IF WS-FOUND = 'Y'
                 MOVE WS-MAP-VALUE TO HV-SERVICE
              ELSE
                 MOVE 'Y'                    TO WS-REJECT
                 MOVE 'SERVICE'              TO WS-REJ-FIELD
                 MOVE HUB-CD-FUNCTION        TO WS-REJ-VALUE
                 MOVE 'UNKNOWN SERVICE CODE' TO WS-REJ-REASON
              END-IF
           END-IF

           IF WS-REJECT = 'N'
              MOVE 'C'               TO WS-MAP-KIND
              MOVE HUB-CD-ENTRY-MODE TO WS-MAP-CODE
              PERFORM LOOKUP-HUB-CODE
              IF WS-FOUND = 'Y'
                 MOVE WS-MAP-VALUE TO HV-CHANNEL
              ELSE
                 MOVE 'Y'                    TO WS-REJECT
                 MOVE 'CHANNEL'              TO WS-REJ-FIELD
                 MOVE HUB-CD-ENTRY-MODE      TO WS-REJ-VALUE
                 MOVE 'UNKNOWN CHANNEL CODE' TO WS-REJ-REASON
              END-IF
           END-IF

           IF WS-REJECT = 'N'
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > REF-MCC-NUM OR WS-FOUND = 'Y'
                 SET REF-MCC-IDX TO WS-R
                 IF REF-MCC-CODE(REF-MCC-IDX) = HUB-CD-MCC
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-PERFORM
              IF WS-FOUND = 'N'
                 MOVE 'Y'                      TO WS-REJECT
                 MOVE 'MCC'                    TO WS-REJ-FIELD
                 MOVE HUB-CD-MCC               TO WS-REJ-VALUE
                 MOVE 'NOT IN REFERENCE TABLE' TO WS-REJ-REASON
              END-IF
           END-IF

           IF WS-REJECT = 'N'
              IF HUB-CD-AMOUNT-EUR IS NOT NUMERIC
                 OR HUB-CD-AMOUNT-ORIG IS NOT NUMERIC
                 MOVE 'Y'                 TO WS-REJECT
                 MOVE 'AMOUNT'            TO WS-REJ-FIELD
                 MOVE HUB-CD-AMOUNT-EUR   TO WS-REJ-VALUE
                 MOVE 'AMOUNT NOT NUMERIC' TO WS-REJ-REASON
              ELSE
                 MOVE HUB-CD-AMOUNT-EUR  TO HV-AMOUNT
                 MOVE HUB-CD-AMOUNT-ORIG TO HV-AMOUNT-ORIG
              END-IF
           END-IF

           IF WS-REJECT = 'N' AND HUB-CD-CURRENCY = SPACES
              MOVE 'Y'                TO WS-REJECT
              MOVE 'CURRENCY'         TO WS-REJ-FIELD
              MOVE 'MISSING CURRENCY' TO WS-REJ-REASON
           END-IF

           MOVE HUB-CD-SCHEME        TO HV-SCHEME
           MOVE HUB-CD-SCA           TO HV-SCA
           MOVE HUB-CD-EXEMPTION     TO HV-NON-SCA-REASON
           MOVE HUB-CD-FRAUD         TO HV-FRAUD
           MOVE HUB-CD-FRAUD-ORIGIN  TO HV-FRAUD-ORIGIN
           MOVE HUB-CD-CURRENCY      TO HV-CURRENCY
           MOVE HUB-CD-ISSUER-CTRY   TO HV-PAYER
           MOVE HUB-CD-MERCHANT-CTRY TO HV-PAYEE
           MOVE HUB-CD-TERMINAL-CTRY TO HV-POS
           MOVE HUB-CD-MCC           TO HV-MCC
           MOVE HUB-CD-REVERSAL      TO HV-REVERSAL.

      * SEPA credit-transfer detail: product to the service, channel
      * as mapped, debtor country as the payer's and creditor country
      * as the payee's. Always EUR, no MCC and no point of sale; a
      * return or recall loads as a reversal.
       MAP-CT-RECORD.

           MOVE HUB-CT-DATE TO WS-CHECK-DATE
           MOVE HUB-CT-TIME TO WS-CHECK-TIME
           PERFORM CHECK-DATE-TIME

           IF WS-REJECT = 'N'
              MOVE 'S'            TO WS-MAP-KIND
              MOVE HUB-CT-PRODUCT TO WS-MAP-CODE
              PERFORM LOOKUP-HUB-CODE
              IF WS-FOUND = 'Y'
                 MOVE WS-MAP-VALUE TO HV-SERVICE
              ELSE
                 MOVE 'Y'                    TO WS-REJECT
                 MOVE 'SERVICE'              TO WS-REJ-FIELD
                 MOVE HUB-CT-PRODUCT         TO WS-REJ-VALUE
                 MOVE 'UNKNOWN SERVICE CODE' TO WS-REJ-REASON
              END-IF
           END-IF

           IF WS-REJECT = 'N'
              MOVE 'C'            TO WS-MAP-KIND
              MOVE HUB-CT-CHANNEL TO WS-MAP-CODE
              PERFORM LOOKUP-HUB-CODE
              IF WS-FOUND = 'Y'
                 MOVE WS-MAP-VALUE TO HV-CHANNEL
              ELSE
                 MOVE 'Y'                    TO WS-REJECT
                 MOVE 'CHANNEL'              TO WS-REJ-FIELD
                 MOVE HUB-CT-CHANNEL         TO WS-REJ-VALUE
                 MOVE 'UNKNOWN CHANNEL CODE' TO WS-REJ-REASON
              END-IF
           END-IF

           IF WS-REJECT = 'N'
              IF HUB-CT-AMOUNT IS NOT NUMERIC
                 MOVE 'Y'                  TO WS-REJECT
                 MOVE 'AMOUNT'             TO WS-REJ-FIELD
                 MOVE HUB-CT-AMOUNT        TO WS-REJ-VALUE
                 MOVE 'AMOUNT NOT NUMERIC' TO WS-REJ-REASON
              ELSE
                 MOVE HUB-CT-AMOUNT TO HV-AMOUNT
                 MOVE HUB-CT-AMOUNT TO HV-AMOUNT-ORIG
              END-IF
           END-IF

           MOVE HUB-CT-SCHEME        TO HV-SCHEME
           MOVE HUB-CT-SCA           TO HV-SCA
           MOVE HUB-CT-EXEMPTION     TO HV-NON-SCA-REASON
           MOVE HUB-CT-FRAUD         TO HV-FRAUD
           MOVE HUB-CT-FRAUD-ORIGIN  TO HV-FRAUD-ORIGIN
           MOVE 'EUR'                TO HV-CURRENCY
           MOVE HUB-CT-DEBTOR-CTRY   TO HV-PAYER
           MOVE HUB-CT-CREDITOR-CTRY TO HV-PAYEE
           MOVE SPACES               TO HV-POS
           MOVE SPACES               TO HV-MCC
           IF HUB-CT-RETURN = 'Y'
              MOVE 'Y' TO HV-REVERSAL
           ELSE
              MOVE 'N' TO HV-REVERSAL
           END-IF.

      * Checks every hub applies alike once the record is mapped: the
      * scheme against the reference table as SUBVAL checks it, the
      * SCA and fraud flags, a non-SCA reason wherever SCA was not
      * applied (paper-initiated transfers carry none), a non-zero
      * EUR amount and both party countries.
       CHECK-COMMON-FIELDS.

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-R FROM 1 BY 1
                    UNTIL WS-R > REF-SCHEME-NUM OR WS-FOUND = 'Y'
              SET REF-SCHEME-IDX TO WS-R
              IF REF-SCHEME-CODE(REF-SCHEME-IDX) = HV-SCHEME
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-FOUND = 'N'
                 MOVE 'Y'                      TO WS-REJECT
                 MOVE 'SCHEME'                 TO WS-REJ-FIELD
                 MOVE HV-SCHEME                TO WS-REJ-VALUE
                 MOVE 'NOT IN REFERENCE TABLE' TO WS-REJ-REASON
              WHEN HV-SCA NOT = 'Y' AND HV-SCA NOT = 'N'
                 MOVE 'Y'                TO WS-REJECT
                 MOVE 'SCA'              TO WS-REJ-FIELD
                 MOVE HV-SCA             TO WS-REJ-VALUE
                 MOVE 'INVALID SCA FLAG' TO WS-REJ-REASON
              WHEN HV-SCA = 'N' AND HV-NON-SCA-REASON = SPACES
               AND HV-CHANNEL NOT = 'PAPER'
                 MOVE 'Y'                      TO WS-REJECT
                 MOVE 'NONSCAREAS'             TO WS-REJ-FIELD
                 MOVE 'MISSING NON-SCA REASON' TO WS-REJ-REASON
              WHEN HV-FRAUD NOT = 'Y' AND HV-FRAUD NOT = 'N'
                 MOVE 'Y'                  TO WS-REJECT
                 MOVE 'FRAUD'              TO WS-REJ-FIELD
                 MOVE HV-FRAUD             TO WS-REJ-VALUE
                 MOVE 'INVALID FRAUD FLAG' TO WS-REJ-REASON
              WHEN HV-AMOUNT = 0
                 MOVE 'Y'               TO WS-REJECT
                 MOVE 'AMOUNT'          TO WS-REJ-FIELD
                 MOVE 'ZERO EUR AMOUNT' TO WS-REJ-REASON
              WHEN HV-PAYER = SPACES
                 MOVE 'Y'               TO WS-REJECT
                 MOVE 'PAYERCTRY'       TO WS-REJ-FIELD
                 MOVE 'MISSING COUNTRY' TO WS-REJ-REASON
              WHEN HV-PAYEE = SPACES
                 MOVE 'Y'               TO WS-REJECT
                 MOVE 'PAYEECTRY'       TO WS-REJ-FIELD
                 MOVE 'MISSING COUNTRY' TO WS-REJ-REASON
           END-EVALUATE

           IF HV-SCA = 'Y'
              MOVE SPACES TO HV-NON-SCA-REASON
           END-IF
           IF HV-FRAUD = 'N'
              MOVE SPACES TO HV-FRAUD-ORIGIN
           END-IF
           IF HV-REVERSAL NOT = 'Y'
              MOVE 'N' TO HV-REVERSAL
           END-IF.

      * YYYY-MM-DD HH:MM:SS within calendar and clock ranges; Db2
      * still has the last word on the day of the month.
       CHECK-DATE-TIME.

           IF WS-CD-YEAR IS NOT NUMERIC
              OR WS-CD-MONTH IS NOT NUMERIC
              OR WS-CD-DAY IS NOT NUMERIC
              OR WS-CD-SEP1 NOT = '-' OR WS-CD-SEP2 NOT = '-'
              OR WS-CT-HOUR IS NOT NUMERIC
              OR WS-CT-MIN IS NOT NUMERIC
              OR WS-CT-SEC IS NOT NUMERIC
              OR WS-CT-SEP1 NOT = ':' OR WS-CT-SEP2 NOT = ':'
              MOVE 'Y' TO WS-REJECT
           ELSE
              IF WS-CD-MONTH < 1 OR WS-CD-MONTH > 12
                 OR WS-CD-DAY < 1 OR WS-CD-DAY > 31
                 OR WS-CT-HOUR > 23 OR WS-CT-MIN > 59
                 OR WS-CT-SEC > 59
                 MOVE 'Y' TO WS-REJECT
              END-IF
           END-IF

           IF WS-REJECT = 'Y'
              MOVE 'TRANSTS'               TO WS-REJ-FIELD
              MOVE SPACES                  TO WS-REJ-VALUE
              STRING WS-CHECK-DATE ' ' WS-CHECK-TIME
                 DELIMITED BY SIZE INTO WS-REJ-VALUE
              END-STRING
              MOVE 'INVALID DATE OR TIME'  TO WS-REJ-REASON
           ELSE
              MOVE SPACES TO HV-TS
              STRING WS-CHECK-DATE ' ' WS-CHECK-TIME '.000000'
                 DELIMITED BY SIZE INTO HV-TS
              END-STRING
           END-IF.

       LOOKUP-HUB-CODE.

           MOVE 'N'    TO WS-FOUND
           MOVE SPACES TO WS-MAP-VALUE

           PERFORM VARYING WS-R FROM 1 BY 1
                    UNTIL WS-R > HUB-MAP-MAX OR WS-FOUND = 'Y'
              IF HUB-MAP-SOURCE(WS-R) = WS-HUB-SOURCE
                 AND HUB-MAP-KIND(WS-R) = WS-MAP-KIND
                 AND HUB-MAP-CODE(WS-R) = WS-MAP-CODE
                 MOVE 'Y' TO WS-FOUND
                 MOVE HUB-MAP-VALUE(WS-R) TO WS-MAP-VALUE
              END-IF
           END-PERFORM.

      * A row Db2 turns down for its data (bad date, value out of
      * range, constraint) is rejected like any other; anything
      * else is the environment and stops the run with the unit
      * rolled back.
       INSERT-TRANSACTION.

           EXEC SQL
             INSERT INTO PAYMENT_TRANSACTIONS
               (TRANS_TS, SERVICE_CODE, INIT_CHANNEL, SCHEME_CODE,
                SCA_APPLIED, NON_SCA_REASON, FRAUD_FLAG, FRAUD_ORIGIN,
                AMOUNT_EUR, ORIG_AMOUNT, CURRENCY, PAYER_COUNTRY,
                PAYEE_COUNTRY, POS_COUNTRY, MCC, REVERSAL_FLAG,
                LOAD_BATCH_ID)
               VALUES (TIMESTAMP(:HV-TS), :HV-SERVICE, :HV-CHANNEL,
                       :HV-SCHEME, :HV-SCA, :HV-NON-SCA-REASON,
                       :HV-FRAUD, :HV-FRAUD-ORIGIN, :HV-AMOUNT,
                       :HV-AMOUNT-ORIG, :HV-CURRENCY, :HV-PAYER,
                       :HV-PAYEE, :HV-POS, :HV-MCC, :HV-REVERSAL,
                       :HV-BATCH-ID)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-LOADED
              WHEN -180
              WHEN -181
              WHEN -302
              WHEN -304
              WHEN -407
              WHEN -530
              WHEN -545
              WHEN -803
                 MOVE SQLCODE TO WS-SQLCODE-D
                 MOVE 'Y'     TO WS-REJECT
                 MOVE 'ROW'   TO WS-REJ-FIELD
                 MOVE SPACES  TO WS-REJ-VALUE
                 STRING 'SQLCODE=' FUNCTION TRIM(WS-SQLCODE-D)
                    DELIMITED BY SIZE INTO WS-REJ-VALUE
                 END-STRING
                 MOVE 'REFUSED BY DB2' TO WS-REJ-REASON
              WHEN OTHER
                 DISPLAY 'ERROR: ' WS-PROG-NAME
                    ' insert failed SQLCODE=' SQLCODE
                    ' record ' WS-RECNO
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 'Y' TO WS-FATAL
           END-EVALUATE.

       INSERT-REJECT-ROW.

           MOVE WS-RECNO      TO HV-RECORD-NO
           MOVE WS-REJ-FIELD  TO HV-REJ-FIELD
           MOVE WS-REJ-VALUE  TO HV-REJ-VALUE
           MOVE WS-REJ-REASON TO HV-REJ-REASON
           MOVE HUB-IN-REC    TO HV-HUB-RECORD

           EXEC SQL
             INSERT INTO PAYMENT_LOAD_REJECTS
               (LOAD_BATCH_ID, RECORD_NO, REJECT_FIELD, REJECT_VALUE,
                REJECT_REASON, HUB_RECORD)
               VALUES (:HV-BATCH-ID, :HV-RECORD-NO, :HV-REJ-FIELD,
                       :HV-REJ-VALUE, :HV-REJ-REASON, :HV-HUB-RECORD)
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-REJECTED
           ELSE
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' reject insert failed SQLCODE=' SQLCODE
                 ' record ' WS-RECNO
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'Y' TO WS-FATAL
           END-IF.

      * The control row moves with the rows it counts: both commit
      * together or neither does, which is what makes the rerun
      * resume at exactly the right record.
       COMMIT-LOAD-UNIT.

           MOVE WS-RECNO    TO HV-RECORDS-DONE
           MOVE WS-LOADED   TO HV-LOADED
           MOVE WS-REJECTED TO HV-REJECTED

           EXEC SQL
             UPDATE PAYMENT_LOAD_CONTROL
                SET RECORDS_DONE  = :HV-RECORDS-DONE,
                    ROWS_LOADED   = :HV-LOADED,
                    ROWS_REJECTED = :HV-REJECTED
              WHERE LOAD_BATCH_ID = :HV-BATCH-ID
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-SINCE-COMMIT
           ELSE
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' PAYMENT_LOAD_CONTROL update failed SQLCODE='
                 SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'Y' TO WS-FATAL
           END-IF.

      * Last unit and the LOADED status in one commit - from here
      * the file is refused if it comes again.
       CLOSE-LOAD-BATCH.

           MOVE WS-RECNO    TO HV-RECORDS-DONE
           MOVE WS-LOADED   TO HV-LOADED
           MOVE WS-REJECTED TO HV-REJECTED

           EXEC SQL
             UPDATE PAYMENT_LOAD_CONTROL
                SET LOAD_STATUS   = 'LOADED',
                    RECORDS_DONE  = :HV-RECORDS-DONE,
                    ROWS_LOADED   = :HV-LOADED,
                    ROWS_REJECTED = :HV-REJECTED,
                    LOAD_END_TS   = CURRENT TIMESTAMP
              WHERE LOAD_BATCH_ID = :HV-BATCH-ID
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
           ELSE
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' PAYMENT_LOAD_CONTROL close failed SQLCODE='
                 SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'Y' TO WS-FATAL
           END-IF.

      * The whole batch's rejects, those committed before an abend
      * included, in record order with the hub record as received.
       WRITE-REJECT-LIST.

           OPEN OUTPUT LDREJFILE

           EXEC SQL
             DECLARE CREJ CURSOR FOR
               SELECT RECORD_NO, REJECT_FIELD, REJECT_VALUE,
                      REJECT_REASON, HUB_RECORD
                 FROM PAYMENT_LOAD_REJECTS
                 WHERE LOAD_BATCH_ID = :HV-BATCH-ID
                 ORDER BY RECORD_NO
           END-EXEC

           EXEC SQL OPEN CREJ END-EXEC

           PERFORM UNTIL WS-REJ-EOF = 'Y'
              EXEC SQL FETCH CREJ INTO
                    :HV-RECORD-NO
                   ,:HV-REJ-FIELD
                   ,:HV-REJ-VALUE
                   ,:HV-REJ-REASON
                   ,:HV-HUB-RECORD
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES        TO LDREJ-REC
                 MOVE HV-BATCH-ID   TO LDREJ-BATCH-ID
                 MOVE HV-RECORD-NO  TO LDREJ-RECORD-NO
                 MOVE HV-REJ-FIELD  TO LDREJ-FIELD
                 MOVE HV-REJ-VALUE  TO LDREJ-VALUE
                 MOVE HV-REJ-REASON TO LDREJ-REASON
                 MOVE HV-HUB-RECORD TO LDREJ-HUB-RECORD
                 WRITE LDREJ-REC
                 ADD 1 TO WS-REPORTED
              ELSE
                 IF SQLCODE NOT = 100
                    DISPLAY 'WARNING: ' WS-PROG-NAME
                       ' reject list incomplete SQLCODE=' SQLCODE
                 END-IF
                 MOVE 'Y' TO WS-REJ-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CREJ END-EXEC

           CLOSE LDREJFILE

           IF WS-REPORTED NOT = WS-REJECTED
              DISPLAY 'WARNING: ' WS-PROG-NAME ' reject list has '
                 WS-REPORTED ' of ' WS-REJECTED ' rejects'
           END-IF.

       END PROGRAM PAYLOAD.
