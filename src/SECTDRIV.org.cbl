           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYS032.
      *
      * SYS033 is the optional sequential fixture for the SQL cases:
      * each record becomes one SECTDRIV_FIXTURE row at startup
      * (1-8 FX_KEY, 9-48 FX_NAME, 49-64 FX_AMOUNT sign leading
      * separate with two decimals, 65 'Y' = FX_AMOUNT NULL, 66-69
      * FX_GROUP, 70-129 FX_NOTE, 130 'Y' = FX_NOTE NULL).
           SELECT OPTIONAL SYS033 ASSIGN TO DD-SYS033
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYS033.
      *
      * SYS023-SYS027 are the variable-length interface cases (bank
      * statements, EDI messages, the regulator's response file):
      * SYS023 RECORDING MODE V, SYS027 a narrower record description
      * over the same DD-SYS023 dataset for the wrong-length reads,
      * SYS024 RECORDING MODE S (spanned), SYS025 line sequential.
      * The cases build their own files. DD-SYS026 is deliberately
      * left out of the run JCL - it is the absent OPTIONAL file.
           SELECT OPTIONAL SYS023 ASSIGN TO DD-SYS023
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYS023.
      *
           SELECT OPTIONAL SYS027 ASSIGN TO DD-SYS023
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYS027.
      *
           SELECT OPTIONAL SYS024 ASSIGN TO DD-SYS024
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYS024.
      *
           SELECT OPTIONAL SYS025 ASSIGN TO DD-SYS025
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYS025.
      *
           SELECT OPTIONAL SYS026 ASSIGN TO DD-SYS026
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SYS026.
       DATA DIVISION.
       FILE SECTION.
       FD SYS010 RECORDING MODE F RECORD CONTAINS 520 CHARACTERS
       FD SYS032 RECORDING MODE F RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS SYS032-REC.
       01 SYS032-REC PIC X(64).
       FD SYS033 RECORDING MODE F RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SYS033-REC.
       01 SYS033-REC.
           05 SYS033-KEY PIC X(8).
           05 SYS033-NAME PIC X(40).
           05 SYS033-AMOUNT PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 SYS033-AMOUNT-NULL PIC X.
           05 SYS033-GROUP PIC X(4).
           05 SYS033-NOTE PIC X(60).
           05 SYS033-NOTE-NULL PIC X.
           05 FILLER PIC X(2).
       FD SYS023 RECORDING MODE V
           RECORD VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON WS-VB-LEN
           DATA RECORD IS SYS023-REC.
       01 SYS023-REC PIC X(400).
       FD SYS027 RECORDING MODE V
           RECORD VARYING IN SIZE FROM 1 TO 80 CHARACTERS
               DEPENDING ON WS-VN-LEN
           DATA RECORD IS SYS027-REC.
       01 SYS027-REC PIC X(80).
       FD SYS024 RECORDING MODE S
           RECORD VARYING IN SIZE FROM 1 TO 32000 CHARACTERS
               DEPENDING ON WS-VS-LEN
           DATA RECORD IS SYS024-REC.
       01 SYS024-REC PIC X(32000).
       FD SYS025
           RECORD VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON WS-LS-LEN
           DATA RECORD IS SYS025-REC.
       01 SYS025-REC PIC X(400).
       FD SYS026 RECORDING MODE F RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SYS026-REC.
       01 SYS026-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 FS-SYS020 PIC XX VALUE SPACES.
       01 FS-SYS030 PIC XX VALUE SPACES.
       01 FS-SYS031 PIC XX VALUE SPACES.
       01 FS-SYS022 PIC XX VALUE SPACES.
       01 FS-SYS032 PIC XX VALUE SPACES.
       01 FS-SYS033 PIC XX VALUE SPACES.
       01 FS-SYS023 PIC XX VALUE SPACES.
       01 FS-SYS024 PIC XX VALUE SPACES.
       01 FS-SYS025 PIC XX VALUE SPACES.
       01 FS-SYS026 PIC XX VALUE SPACES.
       01 FS-SYS027 PIC XX VALUE SPACES.
       01 WS-EOF-SYS030 PIC X VALUE "N".
       01 WS-EOF-SYS031 PIC X VALUE "N".
       01 WS-EOF-SYS032 PIC X VALUE "N".
       01 WS-EOF-SYS033 PIC X VALUE "N".
       01 WS-EOF-SYS021 PIC X VALUE "N".
       01 WS-RR-KEY PIC 9(8) VALUE 0.
       01 FS-SYS041 PIC XX VALUE SPACES.
       01 WS-ESDS-FIRST PIC X(40) VALUE SPACES.
       01 WS-ESDS-LAST PIC X(40) VALUE SPACES.
       01 WS-ESDS-CNT-DISP PIC ZZZZZZZ9.
      ** variable-length file cases: record lengths (the DEPENDING
      ** ON items), and the status trace each case logs - one
      ** VERB=status(length) entry per verb in WS-VF-TRACE, with the
      ** record count and the number of status 04 wrong-length
      ** reads in front of it.
       01 WS-VB-LEN PIC 9(5) VALUE 0.
       01 WS-VN-LEN PIC 9(5) VALUE 0.
       01 WS-VS-LEN PIC 9(5) VALUE 0.
       01 WS-LS-LEN PIC 9(5) VALUE 0.
       01 WS-VS-PATTERN PIC X(10) VALUE "0123456789".
       01 WS-VS-IDX PIC 9(2) VALUE 0.
       01 WS-VF-TOKEN PIC X(64) VALUE SPACES.
       01 WS-VF-VERB PIC X(6) VALUE SPACES.
       01 WS-VF-FS PIC XX VALUE SPACES.
       01 WS-VF-LEN PIC 9(5) VALUE 0.
       01 WS-VF-LEN-DISP PIC ZZZZ9.
       01 WS-VF-SHOW-LEN PIC X VALUE "N".
       01 WS-VF-TRACE PIC X(120) VALUE SPACES.
       01 WS-VF-POS PIC 9(4) VALUE 1.
       01 WS-VF-COUNT PIC 9(4) VALUE 0.
       01 WS-VF-CNT-DISP PIC ZZZ9.
       01 WS-VF-WRONG PIC 9(4) VALUE 0.
       01 WS-VF-WRONG-DISP PIC ZZZ9.
       01 WS-VF-EOF PIC X VALUE "N".
       01 WS-VF-DATA PIC X(3) VALUE SPACES.
       01 WS-FILTER PIC X(30) VALUE SPACES.
       01 WS-TOTAL-COUNT PIC 9(9) VALUE 0.
       01 WS-PASS-COUNT PIC 9(9) VALUE 0.
           05 FILLER PIC X VALUE ' '.
           05 RES-SUM-ABEND PIC 9(9).
           05 FILLER PIC X(151) VALUE SPACES.
      ** SQL case family: every case runs its statement against the
      ** SECTDRIV_FIXTURE table the driver provisions at startup from
      ** SYS033, saves SQLCODE/SQLSTATE straight after the statement
      ** under test, and logs them ahead of the returned host values.
      ** WS-SQL-READY stays "N" when no fixture was supplied or the
      ** table could not be cleared, and the SQL cases then log as
      ** ABENDED instead of running against unknown contents.
       01 WS-SQL-READY PIC X VALUE "N".
       01 WS-SQL-SAVE-CODE PIC S9(9) COMP VALUE 0.
       01 WS-SQL-SAVE-STATE PIC X(5) VALUE SPACES.
       01 WS-SQL-CODE-DISP PIC +(9)9.
       01 WS-SQL-IND-DISP PIC +(4)9.
       01 WS-SQL-IND2-DISP PIC +(4)9.
       01 WS-SQL-LEN-DISP PIC ZZZ9.
       01 WS-SQL-AMT-DISP PIC -(13)9.99.
       01 WS-SQL-AMT-TEXT PIC X(18) VALUE SPACES.
       01 WS-SQL-NARROW-DISP PIC -(6)9.99.
       01 WS-SQL-CNT-DISP PIC ZZZZZZZ9.
       01 WS-SQL-FCH-DISP PIC ZZZZZZZ9.
       01 WS-SQL-SET-DISP PIC ZZZ9.
       01 WS-SQL-ROW-COUNT PIC 9(8) VALUE 0.
       01 WS-SQL-FETCH-COUNT PIC 9(8) VALUE 0.
       01 WS-SQL-LAST-SET PIC 9(4) VALUE 0.
       01 WS-SQL-FIRST PIC X(8) VALUE SPACES.
       01 WS-SQL-LAST PIC X(8) VALUE SPACES.
       01 WS-SQL-VALUES PIC X(100) VALUE SPACES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 HV-FX-KEY PIC X(8).
       01 HV-FX-NAME.
           49 HV-FX-NAME-LEN PIC S9(4) COMP.
           49 HV-FX-NAME-TEXT PIC X(40).
       01 HV-FX-AMOUNT PIC S9(13)V99 COMP-3.
       01 HV-FX-GROUP PIC X(4).
       01 HV-FX-NOTE.
           49 HV-FX-NOTE-LEN PIC S9(4) COMP.
           49 HV-FX-NOTE-TEXT PIC X(60).
       01 HV-NI-AMOUNT PIC S9(4) COMP.
       01 HV-NI-NOTE PIC S9(4) COMP.
       01 HV-NI-PRODUCT PIC S9(4) COMP.
       01 HV-FACTOR PIC S9(5)V9(4) COMP-3.
       01 HV-DEC-TEXT PIC X(32).
       01 HV-DEC-NARROW PIC S9(7)V99 COMP-3.
       01 HV-NAME-LENGTH PIC S9(9) COMP.
      ** rowset host arrays sized for the largest rowset a case may
      ** ask for (ARG2 of SQL-ROWSET, 1-10)
       01 HV-ROWSET-SIZE PIC S9(4) COMP VALUE 10.
       01 HV-ROWSET-AREA.
           05 HV-RS-KEY PIC X(8) OCCURS 10.
           05 HV-RS-AMOUNT PIC S9(13)V99 COMP-3 OCCURS 10.
       01 HV-ROWSET-INDICATORS.
           05 HV-RS-NI-AMOUNT PIC S9(4) COMP OCCURS 10.
      ** XML case family: XDOC is the record generated and parsed
      ** back (element names are the data names, as in SUBFMT's
      ** documents), XENC the one-field record for the CCSID cases.
      ** Parse cases take the whole ARG-TEXT as the document, so a
      ** document may carry commas; attribute values in fixtures use
      ** single quotes. Every parse event is written to SYS011 as its
      ** own EVENT/TEXT line ahead of the case's result line, and the
      ** result carries a two-letter trace of the events for the
      ** expected-versus-actual comparison.
       01 WS-XML-TEXT PIC X(400) VALUE SPACES.
       01 WS-XML-SHORT PIC X(32) VALUE SPACES.
       01 WS-XML-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-XML-CCSID PIC 9(4) COMP VALUE 1140.
       01 WS-XML-NS PIC X(64) VALUE SPACES.
       01 WS-XML-NSPFX PIC X(16) VALUE SPACES.
       01 WS-XML-CODE-DISP PIC -(8)9.
       01 WS-XML-LEN-DISP PIC ZZZ9.
       01 WS-XML-EVT-COUNT PIC 9(4) VALUE 0.
       01 WS-XML-EVT-DISP PIC ZZZ9.
       01 WS-XML-EVT-CODE PIC XX VALUE SPACES.
       01 WS-XML-TRACE PIC X(40) VALUE SPACES.
       01 WS-XML-TRACE-POS PIC 9(4) VALUE 1.
       01 WS-XML-EXC-CODE PIC S9(9) VALUE 0.
       01 WS-XML-EXC-AT PIC 9(8) VALUE 0.
       01 WS-XML-AT-DISP PIC ZZZZZZZ9.
       01 WS-XML-HEX-LEN PIC 9(4) VALUE 0.
       01 WS-XML-ROUNDTRIP PIC X VALUE "N".
       01 WS-XML-CUR-ELEM PIC X(30) VALUE SPACES.
      ** round-trip event text in the program's own code page - a
      ** 1208 parse hands XML-TEXT back in UTF-8
       01 WS-XML-RT-TEXT PIC X(40) VALUE SPACES.
       01 WS-XML-RT.
           05 WS-XML-RT-XID PIC X(8).
           05 WS-XML-RT-XNM PIC X(20).
           05 WS-XML-RT-XAMT PIC X(20).
           05 WS-XML-RT-XNT PIC X(20).
       01 WS-XML-RT-AMT PIC 9(5)V99 VALUE 0.
       01 WS-XML-EVT-LINE.
           05 XEL-SECID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(6) VALUE "EVENT=".
           05 XEL-EVENT PIC X(30).
           05 FILLER PIC X(6) VALUE " TEXT=".
           05 XEL-TEXT PIC X(81).
       01 XDOC.
           05 XID PIC X(8).
           05 XNM PIC X(20).
           05 XAMT PIC 9(5)V99.
           05 XNT PIC X(20).
       01 XENC.
           05 XTX PIC X(20).
      ** Numeric USAGE family: one target per storage form the
      ** statistics programs use - COMP counts (signed, unsigned,
      ** halfword), COMP-5, the packed and zoned amounts
      ** (S9(13)V99 like the Db2 host variables, 9(13)V99 like
      ** TX-AMOUNT-EUR), floating point, SIGN SEPARATE and the
      ** edited report pictures. WS-NU-USAGE (ARG1) picks the target;
      ** WS-NU-VIEW shows the stored bytes in hex (binary, packed,
      ** float) or as the raw characters (display forms).
       01 WS-NU-USAGE PIC X(9) VALUE SPACES.
       01 WS-NU-IN PIC S9(18)V9(9) VALUE 0.
       01 WS-NU-BACK PIC S9(18)V99 VALUE 0.
       01 WS-NU-BACK-DISP PIC -(18)9.99.
       01 WS-NU-VIEW.
           05 WS-NU-VIEW-TAG PIC X(4).
           05 WS-NU-VIEW-DATA PIC X(36).
       01 WS-NU-KNOWN PIC X VALUE "Y".
       01 WS-NU-SIZE-ERR PIC X VALUE "N".
       01 WS-NU-ZERO PIC X VALUE "N".
       01 WS-NU-NEG PIC X VALUE "N".
       01 WS-NU-COMP PIC S9(9) COMP VALUE 0.
       01 WS-NU-COMPU PIC 9(9) COMP VALUE 0.
       01 WS-NU-HALF PIC S9(4) COMP VALUE 0.
       01 WS-NU-NATV PIC S9(4) COMP-5 VALUE 0.
       01 WS-NU-PACK PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-NU-PACKU PIC 9(13)V99 COMP-3 VALUE 0.
       01 WS-NU-FLT1 COMP-1 VALUE 0.
       01 WS-NU-FLT2 COMP-2 VALUE 0.
       01 WS-NU-ZONED PIC S9(13)V99 VALUE 0.
       01 WS-NU-ZONED-X REDEFINES WS-NU-ZONED PIC X(15).
       01 WS-NU-ZONEDU PIC 9(13)V99 VALUE 0.
       01 WS-NU-ZONEDU-X REDEFINES WS-NU-ZONEDU PIC X(15).
       01 WS-NU-SEPL PIC S9(13)V99 SIGN LEADING SEPARATE VALUE 0.
       01 WS-NU-SEPL-X REDEFINES WS-NU-SEPL PIC X(16).
       01 WS-NU-SEPT PIC S9(13)V99 SIGN TRAILING SEPARATE VALUE 0.
       01 WS-NU-SEPT-X REDEFINES WS-NU-SEPT PIC X(16).
       01 WS-NU-EDIT PIC -(13)9.99.
       01 WS-NU-EDCR PIC Z(12)9.99CR.
      ** option probes: a five-digit value moved to a halfword, and a
      ** 31-digit intermediate (16 x 15 digits) divided back down
       01 WS-NU-HALF-DISP PIC -(5)9.
       01 WS-NU-ARITH-A PIC S9(16) COMP-3 VALUE 9999999999999999.
       01 WS-NU-ARITH-B PIC S9(15) COMP-3 VALUE 999999999999999.
       01 WS-NU-ARITH-R PIC S9(17) COMP-3 VALUE 0.
       01 WS-NU-ARITH-DISP PIC -(17)9.
       01 WS-NU-TRUNC-OPT PIC X(3) VALUE SPACES.
       01 WS-NU-ARITH-OPT PIC X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
           PERFORM INIT-SECTION
           PERFORM PROVISION-SYS020-SECTION
           PERFORM PROVISION-SYS021-SECTION
           PERFORM PROVISION-SYS022-SECTION
           PERFORM PROVISION-SQLFIX-SECTION
           OPEN I-O SYS022
       EXIT.
       PROVISION-SYS020-SECTION SECTION.
              CLOSE SYS032
           END-IF
       EXIT.
      ** SQL fixture: SECTDRIV_FIXTURE is emptied and reloaded from
      ** the optional SYS033 records on every run, so the SQL cases
      ** always start from the same rows - the SYS020 idea applied to
      ** a Db2 table. A NULL flag in the record loads the column as
      ** NULL through its indicator.
       PROVISION-SQLFIX-SECTION SECTION.
           MOVE "N" TO WS-EOF-SYS033
           MOVE "N" TO WS-SQL-READY
           OPEN INPUT SYS033
           IF FS-SYS033 = "00"
              EXEC SQL
                DELETE FROM SECTDRIV_FIXTURE
              END-EXEC
              IF SQLCODE = 0 OR SQLCODE = 100
                 MOVE "Y" TO WS-SQL-READY
              END-IF
              PERFORM UNTIL WS-EOF-SYS033 = "Y"
                 OR WS-SQL-READY = "N"
              READ SYS033 AT END MOVE "Y" TO WS-EOF-SYS033
              NOT AT END
                 MOVE SYS033-KEY TO HV-FX-KEY
                 MOVE SYS033-NAME TO HV-FX-NAME-TEXT
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(SYS033-NAME
                    TRAILING)) TO HV-FX-NAME-LEN
                 IF SYS033-NAME = SPACES
                    MOVE 0 TO HV-FX-NAME-LEN
                 END-IF
                 MOVE SYS033-AMOUNT TO HV-FX-AMOUNT
                 IF SYS033-AMOUNT-NULL = "Y"
                    MOVE -1 TO HV-NI-AMOUNT
                 ELSE
                    MOVE 0 TO HV-NI-AMOUNT
                 END-IF
                 MOVE SYS033-GROUP TO HV-FX-GROUP
                 MOVE SYS033-NOTE TO HV-FX-NOTE-TEXT
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(SYS033-NOTE
                    TRAILING)) TO HV-FX-NOTE-LEN
                 IF SYS033-NOTE = SPACES
                    MOVE 0 TO HV-FX-NOTE-LEN
                 END-IF
                 IF SYS033-NOTE-NULL = "Y"
                    MOVE -1 TO HV-NI-NOTE
                 ELSE
                    MOVE 0 TO HV-NI-NOTE
                 END-IF
                 EXEC SQL
                   INSERT INTO SECTDRIV_FIXTURE
                     (FX_KEY, FX_NAME, FX_AMOUNT, FX_GROUP, FX_NOTE)
                     VALUES (:HV-FX-KEY, :HV-FX-NAME,
                             :HV-FX-AMOUNT:HV-NI-AMOUNT,
                             :HV-FX-GROUP, :HV-FX-NOTE:HV-NI-NOTE)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE "N" TO WS-SQL-READY
                 END-IF
              END-READ
              END-PERFORM
              CLOSE SYS033
              IF WS-SQL-READY = "Y"
                 EXEC SQL COMMIT END-EXEC
              ELSE
                 MOVE SQLCODE TO WS-SQL-CODE-DISP
                 DISPLAY "SECTDRIV SQL FIXTURE NOT PROVISIONED SQLCODE="
                    FUNCTION TRIM(WS-SQL-CODE-DISP)
                 EXEC SQL ROLLBACK END-EXEC
              END-IF
           END-IF
       EXIT.
       PROCESS-RECORD SECTION.
           MOVE SYS010-REC(1:8) TO WS-SECID
           MOVE FUNCTION TRIM(SYS010-REC(10:30)) TO WS-OP-NAME
           WHEN "KSDS-WRITE" PERFORM KSDS-WRITE-SECTION
           WHEN "KSDS-REWRITE" PERFORM KSDS-REWRITE-SECTION
           WHEN "KSDS-DELETE" PERFORM KSDS-DELETE-SECTION
           WHEN "SQL-SELECT" PERFORM SQL-SELECT-SECTION
           WHEN "SQL-NULL-IND" PERFORM SQL-NULL-IND-SECTION
           WHEN "SQL-NULL-NOIND" PERFORM SQL-NULL-NOIND-SECTION
           WHEN "SQL-DECIMAL" PERFORM SQL-DECIMAL-SECTION
           WHEN "SQL-DEC-CAST" PERFORM SQL-DEC-CAST-SECTION
           WHEN "SQL-VARCHAR" PERFORM SQL-VARCHAR-SECTION
           WHEN "SQL-VARCHAR-UPD" PERFORM SQL-VARCHAR-UPD-SECTION
           WHEN "SQL-ROWSET" PERFORM SQL-ROWSET-SECTION
           WHEN "SQL-MULTI-ROW" PERFORM SQL-MULTI-ROW-SECTION
           WHEN "SQL-INSERT" PERFORM SQL-INSERT-SECTION
           WHEN "XML-GEN-BASIC" PERFORM XML-GEN-BASIC-SECTION
           WHEN "XML-GEN-ATTR" PERFORM XML-GEN-ATTR-SECTION
           WHEN "XML-GEN-NAME" PERFORM XML-GEN-NAME-SECTION
           WHEN "XML-GEN-NS" PERFORM XML-GEN-NS-SECTION
           WHEN "XML-GEN-SUPPRESS" PERFORM XML-GEN-SUPPRESS-SECTION
           WHEN "XML-GEN-CCSID" PERFORM XML-GEN-CCSID-SECTION
           WHEN "XML-GEN-OVERFLOW" PERFORM XML-GEN-OVERFLOW-SECTION
           WHEN "XML-PARSE-EVENTS" PERFORM XML-PARSE-EVENTS-SECTION
           WHEN "XML-PARSE-EXCEPTION"
               PERFORM XML-PARSE-EXCEPTION-SECTION
           WHEN "XML-ROUNDTRIP" PERFORM XML-ROUNDTRIP-SECTION
           WHEN "NUM-USAGE" PERFORM NUM-USAGE-SECTION
           WHEN "NUM-MAXDIG" PERFORM NUM-MAXDIG-SECTION
           WHEN "NUM-NEGZERO" PERFORM NUM-NEGZERO-SECTION
           WHEN "NUM-TRUNC" PERFORM NUM-TRUNC-SECTION
           WHEN "NUM-OPTIONS" PERFORM NUM-OPTIONS-SECTION
           WHEN "VB-WRITE" PERFORM VB-WRITE-SECTION
           WHEN "VB-READ" PERFORM VB-READ-SECTION
           WHEN "VB-READ-NARROW" PERFORM VB-READ-NARROW-SECTION
           WHEN "VS-WRITE" PERFORM VS-WRITE-SECTION
           WHEN "VS-READ" PERFORM VS-READ-SECTION
           WHEN "LS-WRITE" PERFORM LS-WRITE-SECTION
           WHEN "LS-READ" PERFORM LS-READ-SECTION
           WHEN "OPT-ABSENT" PERFORM OPT-ABSENT-SECTION
           WHEN OTHER
           MOVE "UNKNOWN OP" TO WS-RES-STR
           PERFORM LOG-SECTION
           END-STRING
           PERFORM LOG-SECTION
       EXIT.
      ** Embedded SQL coverage for Db2 and precompiler upgrades: the
      ** statement shapes production depends on - singleton SELECT
      ** with +100 and -811, null indicators (and -305 without one),
      ** DECIMAL to COMP-3 assignment including -304 on overflow and
      ** -420 on a bad CAST, VARCHAR host variables both ways, and
      ** SUBINP's rowset FETCH with its short last rowset - all run
      ** against SECTDRIV_FIXTURE. Keys, groups and values come from
      ** the SYS010 ARG-TEXT fields; every case logs SQLCODE and
      ** SQLSTATE first, then the host values it got back.
       SQL-SELECT-SECTION SECTION.
           MOVE "SQLSEL01" TO WS-SECID
           IF WS-SQL-READY = "N"
              PERFORM SQL-NOT-READY-SECTION
           ELSE
              MOVE WS-ARG1-STR(1:8) TO HV-FX-KEY
              MOVE SPACES TO HV-FX-NAME-TEXT HV-FX-GROUP
              EXEC SQL
                SELECT FX_NAME, FX_GROUP
                  INTO :HV-FX-NAME, :HV-FX-GROUP
                  FROM SECTDRIV_FIXTURE
                  WHERE FX_KEY = :HV-FX-KEY
              END-EXEC
              PERFORM SAVE-SQL-STATUS
              MOVE SPACES TO WS-SQL-VALUES
              IF WS-SQL-SAVE-CODE = 0
                 STRING "NAME=" FUNCTION TRIM(HV-FX-NAME-TEXT)
                     " GROUP=" HV-FX-GROUP
                     DELIMITED BY SIZE INTO WS-SQL-VALUES
                 END-STRING
              END-IF
              PERFORM LOG-SQL-STATUS
           END-IF
       EXIT.
      ** both nullable columns through indicators: IND=-1 leaves the
      ** host variable untouched, so the value is logged as NULL
       SQL-NULL-IND-SECTION SECTION.
           MOVE "SQLNUL01" TO WS-SECID
           IF WS-SQL-READY = "N"
              PERFORM SQL-NOT-READY-SECTION
           ELSE
              MOVE WS-ARG1-STR(1:8) TO HV-FX-KEY
              MOVE 0 TO HV-FX-AMOUNT HV-NI-AMOUNT HV-NI-NOTE
              MOVE SPACES TO HV-FX-NOTE-TEXT
              EXEC SQL
                SELECT FX_AMOUNT, FX_NOTE
                  INTO :HV-FX-AMOUNT:HV-NI-AMOUNT,
                       :HV-FX-NOTE:HV-NI-NOTE
                  FROM SECTDRIV_FIXTURE
                  WHERE FX_KEY = :HV-FX-KEY
              END-EXEC
              PERFORM SAVE-SQL-STATUS
              MOVE SPACES TO WS-SQL-VALUES
              IF WS-SQL-SAVE-CODE = 0
                 MOVE HV-NI-AMOUNT TO WS-SQL-IND-DISP
                 MOVE HV-NI-NOTE TO WS-SQL-IND2-DISP
                 IF HV-NI-AMOUNT < 0
                    MOVE "NULL" TO WS-SQL-AMT-TEXT
                 ELSE
                    MOVE HV-FX-AMOUNT TO WS-SQL-AMT-DISP
                    MOVE WS-SQL-AMT-DISP TO WS-SQL-AMT-TEXT
                 END-IF
                 IF HV-NI-NOTE < 0
                    MOVE "NULL" TO HV-FX-NOTE-TEXT
                 END-IF
                 STRING "IND-AMT=" FUNCTION TRIM(WS-SQL-IND-DISP)
                     " AMT=" FUNCTION TRIM(WS-SQL-AMT-TEXT)
                     " IND-NOTE=" FUNCTION TRIM(WS-SQL-IND2-DISP)
                     " NOTE=" FUNCTION TRIM(HV-FX-NOTE-TEXT)
                     DELIMITED BY SIZE INTO WS-SQL-VALUES
                 END-STRING
              END-IF
              PERFORM LOG-SQL-STATUS
           END-IF
       EXIT.
      ** the same column with no indicator: a NULL must come back
      ** -305 / 22002, never as a silent zero
       SQL-NULL-NOIND-SECTION SECTION.
           MOVE "SQLNUL02" TO WS-SECID
           IF WS-SQL-READY = "N"
              PERFORM SQL-NOT-READY-SECTION
           ELSE
              MOVE WS-ARG1-STR(1:8) TO HV-FX-KEY
              MOVE 0 TO HV-FX-AMOUNT
              EXEC SQL
                SELECT FX_AMOUNT
                  INTO :HV-FX-AMOUNT
                  FROM SECTDRIV_FIXTURE
                  WHERE FX_KEY = :HV-FX-KEY
              END-EXEC
              PERFORM SAVE-SQL-STATUS
              MOVE SPACES TO WS-SQL-VALUES
              IF WS-SQL-SAVE-CODE = 0
                 MOVE HV-FX-AMOUNT TO WS-SQL-AMT-DISP
                 STRING "AMT=" FUNCTION TRIM(WS-SQL-AMT-DISP)
                     DELIMITED BY SIZE INTO WS-SQL-VALUES
                 END-STRING
              END-IF
              PERFORM LOG-SQL-STATUS
           END-IF
       EXIT.
      ** DECIMAL(15,2) into COMP-3 S9(13)V99, and the column times
      ** ARG2 into the narrower S9(7)V99: extra decimals truncate,
      ** too many integer digits must give -304 / 22003
       SQL-DECIMAL-SECTION SECTION.
           MOVE "SQLDEC01" TO WS-SECID
           IF WS-SQL-READY = "N"
              PERFORM SQL-NOT-READY-SECTION
           ELSE
              MOVE WS-ARG1-STR(1:8) TO HV-FX-KEY
              COMPUTE HV-FACTOR = WS-ARG2-NUM
              IF WS-ARG2-STR = SPACES
                 MOVE 1 TO HV-FACTOR
              END-IF
              MOVE 0 TO HV-FX-AMOUNT HV-DEC-NARROW
              MOVE 0 TO HV-NI-AMOUNT HV-NI-PRODUCT
              EXEC SQL
                SELECT FX_AMOUNT, FX_AMOUNT * :HV-FACTOR
                  INTO :HV-FX-AMOUNT:HV-NI-AMOUNT,
                       :HV-DEC-NARROW:HV-NI-PRODUCT
                  FROM SECTDRIV_FIXTURE
                  WHERE FX_KEY = :HV-FX-KEY
              END-EXEC
              PERFORM SAVE-SQL-STATUS
              MOVE SPACES TO WS-SQL-VALUES
              IF WS-SQL-SAVE-CODE = 0
                 IF HV-NI-AMOUNT < 0
                    MOVE "AMT=NULL PRODUCT=NULL" TO WS-SQL-VALUES
                 ELSE
                    MOVE HV-FX-AMOUNT TO WS-SQL-AMT-DISP
                    MOVE HV-DEC-NARROW TO WS-SQL-NARROW-DISP
                    STRING "AMT=" FUNCTION TRIM(WS-SQL-AMT-DISP)
                        " PRODUCT=" FUNCTION TRIM(WS-SQL-NARROW-DISP)
                        DELIMITED BY SIZE INTO WS-SQL-VALUES
                    END-STRING
                 END-IF
              END-IF
              PERFORM LOG-SQL-STATUS
           END-IF
       EXIT.
      ** CAST of the ARG1 text to DECIMAL(15,2) into COMP-3 - the
      ** conversion Db2 does for character input; -420 / 22018 on
      ** text that is not a number
       SQL-DEC-CAST-SECTION SECTION.
           MOVE "SQLDEC02" TO WS-SECID
           IF WS-SQL-READY = "N"
              PERFORM SQL-NOT-READY-SECTION
           ELSE
              MOVE WS-ARG1-STR TO HV-DEC-TEXT
              MOVE 0 TO HV-FX-AMOUNT
              EXEC SQL
                SELECT CAST(:HV-DEC-TEXT AS DECIMAL(15,2))
                  INTO :HV-FX-AMOUNT
                  FROM SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM SAVE-SQL-STATUS
              MOVE SPACES TO WS-SQL-VALUES
              IF WS-SQL-SAVE-CODE = 0
                 MOVE HV-FX-AMOUNT TO WS-SQL-AMT-DISP
                 STRING "AMT=" FUNCTION TRIM(WS-SQL-AMT-DISP)
                     DELIMITED BY SIZE INTO WS-SQL-VALUES
                 END-STRING
              END-IF
              PERFORM LOG-SQL-STATUS
           END-IF
       EXIT.
      ** VARCHAR host variables on the way out: the length Db2 sets
      ** in the 49-level LEN, text beyond it left as it was
       SQL-VARCHAR-SECTION SECTION.
           MOVE "SQLVCH01" TO WS-SECID
           IF WS-SQL-READY = "N"
              PERFORM SQL-NOT-READY-SECTION
           ELSE
              MOVE WS-ARG1-STR(1:8) TO HV-FX-KEY
              MOVE SPACES TO HV-FX-NAME-TEXT
              MOVE 0 TO HV-FX-NAME-LEN
              EXEC SQL
                SELECT FX_NAME
                  INTO :HV-FX-NAME
                  FROM SECTDRIV_FIXTURE
                  WHERE FX_KEY = :HV-FX-KEY
              END-EXEC
              PERFORM SAVE-SQL-STATUS
              MOVE SPACES TO WS-SQL-VALUES
              IF WS-SQL-SAVE-CODE = 0
                 MOVE HV-FX-NAME-LEN TO WS-SQL-LEN-DISP
                 STRING "LEN=" FUNCTION TRIM(WS-SQL-LEN-DISP)
                     " NAME=" FUNCTION TRIM(HV-FX-NAME-TEXT)
                     DELIMITED BY SIZE INTO WS-SQL-VALUES
                 END-STRING
              END-IF
              PERFORM LOG-SQL-STATUS
           END-IF
       EXIT.
      ** VARCHAR on the way in: ARG2 goes in with the trimmed length
      ** the program sets, and LENGTH(FX_NAME) read back proves the
      ** column took exactly that many bytes
       SQL-VARCHAR-UPD-SECTION SECTION.
           MOVE "SQLVCH02" TO WS-SECID
           IF WS-SQL-READY = "N"
              PERFORM SQL-NOT-READY-SECTION
           ELSE
              MOVE WS-ARG1-STR(1:8) TO HV-FX-KEY
              MOVE WS-ARG2-STR TO HV-FX-NAME-TEXT
              IF WS-ARG2-STR = SPACES
                 MOVE 0 TO HV-FX-NAME-LEN
              ELSE
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG2-STR
                    TRAILING)) TO HV-FX-NAME-LEN
              END-IF
              EXEC SQL
                UPDATE SECTDRIV_FIXTURE
                   SET FX_NAME = :HV-FX-NAME
                 WHERE FX_KEY = :HV-FX-KEY
              END-EXEC
              PERFORM SAVE-SQL-STATUS
              MOVE SPACES TO WS-SQL-VALUES
              IF WS-SQL-SAVE-CODE = 0
                 MOVE SQLERRD(3) TO WS-SQL-CNT-DISP
                 MOVE 0 TO HV-NAME-LENGTH
                 EXEC SQL
                   SELECT LENGTH(FX_NAME)
                     INTO :HV-NAME-LENGTH
                     FROM SECTDRIV_FIXTURE
                     WHERE FX_KEY = :HV-FX-KEY
                 END-EXEC
                 MOVE HV-NAME-LENGTH TO WS-SQL-LEN-DISP
                 STRING "UPDATED=" FUNCTION TRIM(WS-SQL-CNT-DISP)
                     " LEN=" FUNCTION TRIM(WS-SQL-LEN-DISP)
                     DELIMITED BY SIZE INTO WS-SQL-VALUES
                 END-STRING
              END-IF
              PERFORM LOG-SQL-STATUS
           END-IF
       EXIT.
      ** SUBINP's rowset loop over the rows of group ARG1, ARG2 rows
      ** per FETCH (1-10, default 10): the +100 that ends the loop
      ** still carries SQLERRD(3) rows, which must be counted. Logs
      ** rows, fetches, the last rowset's size and first/last keys.
       SQL-ROWSET-SECTION SECTION.
           MOVE "SQLRWS01" TO WS-SECID
           IF WS-SQL-READY = "N"
              PERFORM SQL-NOT-READY-SECTION
           ELSE
              MOVE WS-ARG1-STR(1:4) TO HV-FX-GROUP
              IF WS-ARG2-NUM >= 1 AND WS-ARG2-NUM <= 10
                 COMPUTE HV-ROWSET-SIZE = WS-ARG2-NUM
              ELSE
                 MOVE 10 TO HV-ROWSET-SIZE
              END-IF
              MOVE 0 TO WS-SQL-ROW-COUNT WS-SQL-FETCH-COUNT
              MOVE 0 TO WS-SQL-LAST-SET
              MOVE SPACES TO WS-SQL-FIRST WS-SQL-LAST
              EXEC SQL
                DECLARE SQLRWS CURSOR
                  WITH ROWSET POSITIONING FOR
                  SELECT FX_KEY, FX_AMOUNT
                    FROM SECTDRIV_FIXTURE
                    WHERE FX_GROUP = :HV-FX-GROUP
                    ORDER BY FX_KEY
              END-EXEC
              EXEC SQL OPEN SQLRWS END-EXEC
              PERFORM UNTIL SQLCODE NOT = 0
                 EXEC SQL FETCH NEXT ROWSET FROM SQLRWS
                      FOR :HV-ROWSET-SIZE ROWS INTO
                       :HV-RS-KEY
                      ,:HV-RS-AMOUNT:HV-RS-NI-AMOUNT
                 END-EXEC
                 IF SQLCODE = 0 OR SQLCODE = 100
                    ADD 1 TO WS-SQL-FETCH-COUNT
                    MOVE SQLERRD(3) TO WS-SQL-LAST-SET
                    IF WS-SQL-LAST-SET > 0
                       IF WS-SQL-ROW-COUNT = 0
                          MOVE HV-RS-KEY(1) TO WS-SQL-FIRST
                       END-IF
                       MOVE HV-RS-KEY(WS-SQL-LAST-SET) TO WS-SQL-LAST
                       ADD WS-SQL-LAST-SET TO WS-SQL-ROW-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM SAVE-SQL-STATUS
              EXEC SQL CLOSE SQLRWS END-EXEC
              MOVE WS-SQL-ROW-COUNT TO WS-SQL-CNT-DISP
              MOVE WS-SQL-FETCH-COUNT TO WS-SQL-FCH-DISP
              MOVE WS-SQL-LAST-SET TO WS-SQL-SET-DISP
              MOVE SPACES TO WS-SQL-VALUES
              STRING "ROWS=" FUNCTION TRIM(WS-SQL-CNT-DISP)
                  " FETCHES=" FUNCTION TRIM(WS-SQL-FCH-DISP)
                  " LAST-SET=" FUNCTION TRIM(WS-SQL-SET-DISP)
                  " FIRST=" FUNCTION TRIM(WS-SQL-FIRST)
                  " LAST=" FUNCTION TRIM(WS-SQL-LAST)
                  DELIMITED BY SIZE INTO WS-SQL-VALUES
              END-STRING
              PERFORM LOG-SQL-STATUS
           END-IF
       EXIT.
      ** singleton SELECT over group ARG1: one row 0, none +100 /
      ** 02000, more than one -811 / 21000
       SQL-MULTI-ROW-SECTION SECTION.
           MOVE "SQLMUL01" TO WS-SECID
           IF WS-SQL-READY = "N"
              PERFORM SQL-NOT-READY-SECTION
           ELSE
              MOVE WS-ARG1-STR(1:4) TO HV-FX-GROUP
              MOVE SPACES TO HV-FX-KEY
              EXEC SQL
                SELECT FX_KEY
                  INTO :HV-FX-KEY
                  FROM SECTDRIV_FIXTURE
                  WHERE FX_GROUP = :HV-FX-GROUP
              END-EXEC
              PERFORM SAVE-SQL-STATUS
              MOVE SPACES TO WS-SQL-VALUES
              IF WS-SQL-SAVE-CODE = 0
                 STRING "KEY=" FUNCTION TRIM(HV-FX-KEY)
                     DELIMITED BY SIZE INTO WS-SQL-VALUES
                 END-STRING
              END-IF
              PERFORM LOG-SQL-STATUS
           END-IF
       EXIT.
      ** INSERT of key ARG1 with name ARG2 and group ARG3 - a key
      ** already in the fixture must give -803 / 23505
       SQL-INSERT-SECTION SECTION.
           MOVE "SQLINS01" TO WS-SECID
           IF WS-SQL-READY = "N"
              PERFORM SQL-NOT-READY-SECTION
           ELSE
              MOVE WS-ARG1-STR(1:8) TO HV-FX-KEY
              MOVE WS-ARG2-STR TO HV-FX-NAME-TEXT
              IF WS-ARG2-STR = SPACES
                 MOVE 0 TO HV-FX-NAME-LEN
              ELSE
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG2-STR
                    TRAILING)) TO HV-FX-NAME-LEN
              END-IF
              MOVE WS-ARG3-STR(1:4) TO HV-FX-GROUP
              MOVE -1 TO HV-NI-AMOUNT HV-NI-NOTE
              EXEC SQL
                INSERT INTO SECTDRIV_FIXTURE
                  (FX_KEY, FX_NAME, FX_AMOUNT, FX_GROUP, FX_NOTE)
                  VALUES (:HV-FX-KEY, :HV-FX-NAME,
                          :HV-FX-AMOUNT:HV-NI-AMOUNT,
                          :HV-FX-GROUP, :HV-FX-NOTE:HV-NI-NOTE)
              END-EXEC
              PERFORM SAVE-SQL-STATUS
              MOVE SPACES TO WS-SQL-VALUES
              IF WS-SQL-SAVE-CODE = 0
                 MOVE SQLERRD(3) TO WS-SQL-CNT-DISP
                 STRING "INSERTED=" FUNCTION TRIM(WS-SQL-CNT-DISP)
                     DELIMITED BY SIZE INTO WS-SQL-VALUES
                 END-STRING
              END-IF
              PERFORM LOG-SQL-STATUS
           END-IF
       EXIT.
      ** taken straight after the statement under test, before any
      ** follow-up statement or CLOSE resets the SQLCA
       SAVE-SQL-STATUS SECTION.
           MOVE SQLCODE TO WS-SQL-SAVE-CODE
           MOVE SQLSTATE TO WS-SQL-SAVE-STATE
       EXIT.
      ** shared tail for the SQL cases: SQLCODE and SQLSTATE lead the
      ** result so they land in the SYS012 ACTUAL column, then the
      ** returned values, then the case is logged like every other.
       LOG-SQL-STATUS SECTION.
           MOVE WS-SQL-SAVE-CODE TO WS-SQL-CODE-DISP
           MOVE SPACES TO WS-RES-STR
           STRING "SQLCODE=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SQL-CODE-DISP) DELIMITED BY SIZE
               " SQLSTATE=" DELIMITED BY SIZE
               WS-SQL-SAVE-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SQL-VALUES) DELIMITED BY SIZE
               INTO WS-RES-STR
           END-STRING
           PERFORM LOG-SECTION
       EXIT.
       SQL-NOT-READY-SECTION SECTION.
           MOVE "SQL-FIXTURE-NOT-PROVISIONED" TO WS-RES-STR
           MOVE "Y" TO WS-CASE-ABENDED
           PERFORM LOG-SECTION
       EXIT.
      ** XML GENERATE / XML PARSE coverage for compiler and runtime
      ** upgrades - the statements SUBFMT and SUBECF file every
      ** regulatory document with. Generation cases load XDOC from
      ** ARG1-4 (id, name, amount, note) and log the document, or
      ** XML-CODE when the statement raises its exception.
       XML-GEN-BASIC-SECTION SECTION.
           MOVE "XMLGEN01" TO WS-SECID
           PERFORM LOAD-XML-DOC-SECTION
           XML GENERATE WS-XML-TEXT FROM XDOC COUNT IN WS-XML-COUNT
               ON EXCEPTION PERFORM XML-CODE-RESULT-SECTION
               NOT ON EXCEPTION
                  MOVE WS-XML-TEXT(1:WS-XML-COUNT) TO WS-RES-STR
           END-XML
           PERFORM LOG-SECTION
       EXIT.
       XML-GEN-ATTR-SECTION SECTION.
           MOVE "XMLGEN02" TO WS-SECID
           PERFORM LOAD-XML-DOC-SECTION
           XML GENERATE WS-XML-TEXT FROM XDOC COUNT IN WS-XML-COUNT
               WITH ATTRIBUTES
               ON EXCEPTION PERFORM XML-CODE-RESULT-SECTION
               NOT ON EXCEPTION
                  MOVE WS-XML-TEXT(1:WS-XML-COUNT) TO WS-RES-STR
           END-XML
           PERFORM LOG-SECTION
       EXIT.
      ** schema names instead of data names, the id as an attribute
       XML-GEN-NAME-SECTION SECTION.
           MOVE "XMLGEN03" TO WS-SECID
           PERFORM LOAD-XML-DOC-SECTION
           XML GENERATE WS-XML-TEXT FROM XDOC COUNT IN WS-XML-COUNT
               NAME OF XDOC IS "case" XID IS "id" XNM IS "name"
                       XAMT IS "amt" XNT IS "note"
               TYPE OF XID IS ATTRIBUTE
               ON EXCEPTION PERFORM XML-CODE-RESULT-SECTION
               NOT ON EXCEPTION
                  MOVE WS-XML-TEXT(1:WS-XML-COUNT) TO WS-RES-STR
           END-XML
           PERFORM LOG-SECTION
       EXIT.
      ** namespace ARG5 with prefix ARG6 (blank prefix = default
      ** namespace)
       XML-GEN-NS-SECTION SECTION.
           MOVE "XMLGEN04" TO WS-SECID
           PERFORM LOAD-XML-DOC-SECTION
           MOVE WS-ARG5-STR TO WS-XML-NS
           MOVE WS-ARG6-STR(1:16) TO WS-XML-NSPFX
           XML GENERATE WS-XML-TEXT FROM XDOC COUNT IN WS-XML-COUNT
               NAMESPACE IS WS-XML-NS
               NAMESPACE-PREFIX IS WS-XML-NSPFX
               ON EXCEPTION PERFORM XML-CODE-RESULT-SECTION
               NOT ON EXCEPTION
                  MOVE WS-XML-TEXT(1:WS-XML-COUNT) TO WS-RES-STR
           END-XML
           PERFORM LOG-SECTION
       EXIT.
      ** blank names and notes and zero amounts left out, as SUBFMT
      ** leaves out its zero figures
       XML-GEN-SUPPRESS-SECTION SECTION.
           MOVE "XMLGEN05" TO WS-SECID
           PERFORM LOAD-XML-DOC-SECTION
           XML GENERATE WS-XML-TEXT FROM XDOC COUNT IN WS-XML-COUNT
               SUPPRESS XNM WHEN SPACE XNT WHEN SPACE
                        EVERY NUMERIC ELEMENT WHEN ZERO
               ON EXCEPTION PERFORM XML-CODE-RESULT-SECTION
               NOT ON EXCEPTION
                  MOVE WS-XML-TEXT(1:WS-XML-COUNT) TO WS-RES-STR
           END-XML
           PERFORM LOG-SECTION
       EXIT.
      ** ARG2 generated in CCSID ARG1 - 1140, 1208 and 37 are the
      ** ones we file in (blank = 1140). The bytes are logged in hex
      ** (first 16) since a 1208 document does not read in the log;
      ** an unsupported CCSID shows as its XML-CODE.
       XML-GEN-CCSID-SECTION SECTION.
           MOVE "XMLGEN06" TO WS-SECID
           PERFORM SET-XML-CCSID-SECTION
           MOVE WS-ARG2-STR(1:20) TO XTX
           MOVE SPACES TO WS-XML-TEXT
           XML GENERATE WS-XML-TEXT FROM XENC COUNT IN WS-XML-COUNT
               WITH ENCODING WS-XML-CCSID
               ON EXCEPTION PERFORM XML-CODE-RESULT-SECTION
               NOT ON EXCEPTION
                  MOVE WS-XML-COUNT TO WS-XML-HEX-LEN
                  IF WS-XML-HEX-LEN > 16
                     MOVE 16 TO WS-XML-HEX-LEN
                  END-IF
                  MOVE WS-XML-COUNT TO WS-XML-LEN-DISP
                  MOVE SPACES TO WS-RES-STR
                  STRING "XML-CODE=0 LEN=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XML-LEN-DISP) DELIMITED BY SIZE
                      " HEX=" DELIMITED BY SIZE
                      FUNCTION HEX-OF(WS-XML-TEXT(1:WS-XML-HEX-LEN))
                         DELIMITED BY SIZE
                      INTO WS-RES-STR
                  END-STRING
           END-XML
           PERFORM LOG-SECTION
       EXIT.
      ** a receiver too small for the document - the exception
      ** SUBFMT turns into LK-XML-OVERFLOW
       XML-GEN-OVERFLOW-SECTION SECTION.
           MOVE "XMLGEN07" TO WS-SECID
           PERFORM LOAD-XML-DOC-SECTION
           MOVE SPACES TO WS-XML-SHORT
           XML GENERATE WS-XML-SHORT FROM XDOC COUNT IN WS-XML-COUNT
               ON EXCEPTION PERFORM XML-CODE-RESULT-SECTION
               NOT ON EXCEPTION
                  MOVE WS-XML-SHORT(1:WS-XML-COUNT) TO WS-RES-STR
           END-XML
           PERFORM LOG-SECTION
       EXIT.
      ** the ARG-TEXT document parsed event by event
       XML-PARSE-EVENTS-SECTION SECTION.
           MOVE "XMLPRS01" TO WS-SECID
           PERFORM LOAD-XML-TEXT-SECTION
           IF WS-XML-COUNT = 0
              PERFORM XML-NO-DOCUMENT-SECTION
           ELSE
              PERFORM RESET-XML-TRACE-SECTION
              XML PARSE WS-XML-TEXT(1:WS-XML-COUNT)
                  PROCESSING PROCEDURE XML-EVENT-SECTION
                  ON EXCEPTION CONTINUE
                  NOT ON EXCEPTION CONTINUE
              END-XML
              MOVE XML-CODE TO WS-XML-CODE-DISP
              MOVE WS-XML-EVT-COUNT TO WS-XML-EVT-DISP
              MOVE SPACES TO WS-RES-STR
              STRING "XML-CODE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-CODE-DISP) DELIMITED BY SIZE
                  " EVENTS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-EVT-DISP) DELIMITED BY SIZE
                  " TRACE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-TRACE) DELIMITED BY SIZE
                  INTO WS-RES-STR
              END-STRING
              PERFORM LOG-SECTION
           END-IF
       EXIT.
      ** malformed input: the exception code the EXCEPTION event
      ** carried and the offset it was raised at (length of the
      ** XML-TEXT handed to that event)
       XML-PARSE-EXCEPTION-SECTION SECTION.
           MOVE "XMLPRS02" TO WS-SECID
           PERFORM LOAD-XML-TEXT-SECTION
           IF WS-XML-COUNT = 0
              PERFORM XML-NO-DOCUMENT-SECTION
           ELSE
              PERFORM RESET-XML-TRACE-SECTION
              XML PARSE WS-XML-TEXT(1:WS-XML-COUNT)
                  PROCESSING PROCEDURE XML-EVENT-SECTION
                  ON EXCEPTION CONTINUE
                  NOT ON EXCEPTION CONTINUE
              END-XML
              MOVE WS-XML-EXC-CODE TO WS-XML-CODE-DISP
              MOVE WS-XML-EXC-AT TO WS-XML-AT-DISP
              MOVE WS-XML-EVT-COUNT TO WS-XML-EVT-DISP
              MOVE SPACES TO WS-RES-STR
              STRING "EXCEPTION=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-CODE-DISP) DELIMITED BY SIZE
                  " AT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-AT-DISP) DELIMITED BY SIZE
                  " EVENTS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-EVT-DISP) DELIMITED BY SIZE
                  INTO WS-RES-STR
              END-STRING
              PERFORM LOG-SECTION
           END-IF
       EXIT.
      ** XDOC from ARG1-4 generated in CCSID ARG5 (blank = 1140),
      ** parsed back in the same CCSID and rebuilt field by field;
      ** any field that does not come back as it went out is named
       XML-ROUNDTRIP-SECTION SECTION.
           MOVE "XMLRTP01" TO WS-SECID
           PERFORM LOAD-XML-DOC-SECTION
           IF WS-ARG5-STR = SPACES OR WS-ARG5-NUM NOT > 0
              MOVE 1140 TO WS-XML-CCSID
           ELSE
              COMPUTE WS-XML-CCSID = WS-ARG5-NUM
           END-IF
           XML GENERATE WS-XML-TEXT FROM XDOC COUNT IN WS-XML-COUNT
               WITH ENCODING WS-XML-CCSID
               ON EXCEPTION PERFORM XML-CODE-RESULT-SECTION
           END-XML
           IF XML-CODE = 0
              PERFORM RESET-XML-TRACE-SECTION
              MOVE SPACES TO WS-XML-RT
              MOVE "Y" TO WS-XML-ROUNDTRIP
              XML PARSE WS-XML-TEXT(1:WS-XML-COUNT)
                  WITH ENCODING WS-XML-CCSID
                  PROCESSING PROCEDURE XML-EVENT-SECTION
                  ON EXCEPTION PERFORM XML-CODE-RESULT-SECTION
                  NOT ON EXCEPTION PERFORM XML-RT-COMPARE-SECTION
              END-XML
              MOVE "N" TO WS-XML-ROUNDTRIP
           END-IF
           PERFORM LOG-SECTION
       EXIT.
       XML-RT-COMPARE-SECTION SECTION.
           MOVE 0 TO WS-XML-RT-AMT
           IF WS-XML-RT-XAMT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-XML-RT-XAMT) = 0
              COMPUTE WS-XML-RT-AMT = FUNCTION NUMVAL(WS-XML-RT-XAMT)
           END-IF
           MOVE WS-XML-COUNT TO WS-XML-LEN-DISP
           MOVE SPACES TO WS-RES-STR
           IF WS-XML-RT-XID = XID AND WS-XML-RT-XNM = XNM
              AND WS-XML-RT-AMT = XAMT AND WS-XML-RT-XNT = XNT
              STRING "ROUNDTRIP-OK LEN=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-LEN-DISP) DELIMITED BY SIZE
                  INTO WS-RES-STR
              END-STRING
           ELSE
              STRING "ROUNDTRIP-DIFF" DELIMITED BY SIZE
                  INTO WS-RES-STR
              END-STRING
              IF WS-XML-RT-XID NOT = XID
                 STRING FUNCTION TRIM(WS-RES-STR) DELIMITED BY SIZE
                     " XID=" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-XML-RT-XID) DELIMITED BY SIZE
                     INTO WS-RES-STR
                 END-STRING
              END-IF
              IF WS-XML-RT-XNM NOT = XNM
                 STRING FUNCTION TRIM(WS-RES-STR) DELIMITED BY SIZE
                     " XNM=" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-XML-RT-XNM) DELIMITED BY SIZE
                     INTO WS-RES-STR
                 END-STRING
              END-IF
              IF WS-XML-RT-AMT NOT = XAMT
                 STRING FUNCTION TRIM(WS-RES-STR) DELIMITED BY SIZE
                     " XAMT=" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-XML-RT-XAMT) DELIMITED BY SIZE
                     INTO WS-RES-STR
                 END-STRING
              END-IF
              IF WS-XML-RT-XNT NOT = XNT
                 STRING FUNCTION TRIM(WS-RES-STR) DELIMITED BY SIZE
                     " XNT=" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-XML-RT-XNT) DELIMITED BY SIZE
                     INTO WS-RES-STR
                 END-STRING
              END-IF
           END-IF
       EXIT.
      ** processing procedure for every parse case: counts the
      ** event, adds its code to the trace, writes the EVENT/TEXT
      ** line (last repeat pass only, like the case's own line) and,
      ** on a round trip, captures the element contents
       XML-EVENT-SECTION SECTION.
           ADD 1 TO WS-XML-EVT-COUNT
           EVALUATE XML-EVENT
           WHEN "START-OF-DOCUMENT" MOVE "SD" TO WS-XML-EVT-CODE
           WHEN "VERSION-INFORMATION" MOVE "VI" TO WS-XML-EVT-CODE
           WHEN "ENCODING-DECLARATION" MOVE "EN" TO WS-XML-EVT-CODE
           WHEN "STANDALONE-DECLARATION" MOVE "SA" TO WS-XML-EVT-CODE
           WHEN "START-OF-ELEMENT" MOVE "SE" TO WS-XML-EVT-CODE
           WHEN "ATTRIBUTE-NAME" MOVE "AN" TO WS-XML-EVT-CODE
           WHEN "ATTRIBUTE-CHARACTERS" MOVE "AC" TO WS-XML-EVT-CODE
           WHEN "NAMESPACE-DECLARATION" MOVE "NS" TO WS-XML-EVT-CODE
           WHEN "CONTENT-CHARACTERS" MOVE "CC" TO WS-XML-EVT-CODE
           WHEN "END-OF-ELEMENT" MOVE "EE" TO WS-XML-EVT-CODE
           WHEN "PROCESSING-INSTRUCTION-TARGET"
              MOVE "PT" TO WS-XML-EVT-CODE
           WHEN "PROCESSING-INSTRUCTION-DATA"
              MOVE "PD" TO WS-XML-EVT-CODE
           WHEN "COMMENT" MOVE "CM" TO WS-XML-EVT-CODE
           WHEN "START-OF-CDATA-SECTION" MOVE "CS" TO WS-XML-EVT-CODE
           WHEN "END-OF-CDATA-SECTION" MOVE "CE" TO WS-XML-EVT-CODE
           WHEN "UNRESOLVED-REFERENCE" MOVE "UR" TO WS-XML-EVT-CODE
           WHEN "END-OF-INPUT" MOVE "EI" TO WS-XML-EVT-CODE
           WHEN "END-OF-DOCUMENT" MOVE "ED" TO WS-XML-EVT-CODE
           WHEN "EXCEPTION" MOVE "EX" TO WS-XML-EVT-CODE
              MOVE XML-CODE TO WS-XML-EXC-CODE
              COMPUTE WS-XML-EXC-AT = FUNCTION LENGTH(XML-TEXT)
           WHEN OTHER MOVE "??" TO WS-XML-EVT-CODE
           END-EVALUATE
           IF WS-XML-TRACE-POS < 40
              STRING WS-XML-EVT-CODE DELIMITED BY SIZE
                  INTO WS-XML-TRACE WITH POINTER WS-XML-TRACE-POS
              END-STRING
           END-IF
           IF WS-LOG-ENABLED = "Y"
              MOVE WS-SECID TO XEL-SECID
              MOVE XML-EVENT TO XEL-EVENT
              MOVE XML-TEXT TO XEL-TEXT
              WRITE SYS011-REC FROM WS-XML-EVT-LINE
           END-IF
           IF WS-XML-ROUNDTRIP = "Y"
              IF WS-XML-CCSID = 1208
                 MOVE FUNCTION DISPLAY-OF
                      (FUNCTION NATIONAL-OF(XML-TEXT, 1208))
                   TO WS-XML-RT-TEXT
              ELSE
                 MOVE XML-TEXT TO WS-XML-RT-TEXT
              END-IF
              EVALUATE XML-EVENT
              WHEN "START-OF-ELEMENT"
                 MOVE WS-XML-RT-TEXT TO WS-XML-CUR-ELEM
              WHEN "END-OF-ELEMENT"
                 MOVE SPACES TO WS-XML-CUR-ELEM
              WHEN "CONTENT-CHARACTERS"
                 EVALUATE WS-XML-CUR-ELEM
                 WHEN "XID" MOVE WS-XML-RT-TEXT TO WS-XML-RT-XID
                 WHEN "XNM" MOVE WS-XML-RT-TEXT TO WS-XML-RT-XNM
                 WHEN "XAMT" MOVE WS-XML-RT-TEXT TO WS-XML-RT-XAMT
                 WHEN "XNT" MOVE WS-XML-RT-TEXT TO WS-XML-RT-XNT
                 WHEN OTHER CONTINUE
                 END-EVALUATE
              WHEN OTHER CONTINUE
              END-EVALUATE
           END-IF
       EXIT.
       LOAD-XML-DOC-SECTION SECTION.
           MOVE WS-ARG1-STR(1:8) TO XID
           MOVE WS-ARG2-STR(1:20) TO XNM
           MOVE WS-ARG3-NUM TO XAMT
           MOVE WS-ARG4-STR(1:20) TO XNT
           MOVE SPACES TO WS-XML-TEXT
           MOVE 0 TO WS-XML-COUNT
       EXIT.
       LOAD-XML-TEXT-SECTION SECTION.
           MOVE SPACES TO WS-XML-TEXT
           MOVE 0 TO WS-XML-COUNT
           IF WS-ARG-TEXT NOT = SPACES
              MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-XML-TEXT
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-TEXT))
                 TO WS-XML-COUNT
           END-IF
       EXIT.
       SET-XML-CCSID-SECTION SECTION.
           IF WS-ARG1-STR = SPACES OR WS-ARG1-NUM NOT > 0
              MOVE 1140 TO WS-XML-CCSID
           ELSE
              COMPUTE WS-XML-CCSID = WS-ARG1-NUM
           END-IF
       EXIT.
       RESET-XML-TRACE-SECTION SECTION.
           MOVE 0 TO WS-XML-EVT-COUNT
           MOVE SPACES TO WS-XML-TRACE
           MOVE 1 TO WS-XML-TRACE-POS
           MOVE 0 TO WS-XML-EXC-CODE
           MOVE 0 TO WS-XML-EXC-AT
           MOVE SPACES TO WS-XML-CUR-ELEM
       EXIT.
       XML-CODE-RESULT-SECTION SECTION.
           MOVE XML-CODE TO WS-XML-CODE-DISP
           MOVE SPACES TO WS-RES-STR
           STRING "XML-CODE=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-XML-CODE-DISP) DELIMITED BY SIZE
               INTO WS-RES-STR
           END-STRING
       EXIT.
       XML-NO-DOCUMENT-SECTION SECTION.
           MOVE "XML-NO-DOCUMENT" TO WS-RES-STR
           MOVE "Y" TO WS-CASE-ABENDED
           PERFORM LOG-SECTION
       EXIT.
      ** Numeric USAGE and conversion boundaries. ARG1 names the
      ** target (COMP, COMP-U, COMP-H, COMP-5, COMP-3, COMP-3U,
      ** COMP-1, COMP-2, ZONED, ZONED-U, SEP-LEAD, SEP-TRAIL, EDITED,
      ** EDITED-CR), ARG2 the value where the case takes one. The
      ** logged values depend on the TRUNC, ARITH and NUMPROC options
      ** the driver was compiled with, so the expected strings pin
      ** the installed behaviour and a changed option shows as FAIL.
      ** ARG2 into the target and back
       NUM-USAGE-SECTION SECTION.
           MOVE "NUMUSG01" TO WS-SECID
           MOVE FUNCTION UPPER-CASE(WS-ARG1-STR(1:9)) TO WS-NU-USAGE
           MOVE WS-ARG2-NUM TO WS-NU-IN
           PERFORM STORE-NU-SECTION
           IF WS-NU-KNOWN = "N"
              PERFORM NU-UNKNOWN-SECTION
           ELSE
              PERFORM FETCH-NU-SECTION
              MOVE WS-NU-BACK TO WS-NU-BACK-DISP
              MOVE SPACES TO WS-RES-STR
              STRING FUNCTION TRIM(WS-NU-USAGE) DELIMITED BY SIZE
                  " VAL=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NU-BACK-DISP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NU-VIEW) DELIMITED BY SIZE
                  INTO WS-RES-STR
              END-STRING
              PERFORM LOG-SECTION
           END-IF
       EXIT.
      ** the largest value the picture holds, then one more - held
      ** back by ON SIZE ERROR or not
       NUM-MAXDIG-SECTION SECTION.
           MOVE "NUMMAX01" TO WS-SECID
           MOVE FUNCTION UPPER-CASE(WS-ARG1-STR(1:9)) TO WS-NU-USAGE
           EVALUATE WS-NU-USAGE
           WHEN "COMP"
           WHEN "COMP-U"
              MOVE 999999999 TO WS-NU-IN
           WHEN "COMP-H"
           WHEN "COMP-5"
              MOVE 9999 TO WS-NU-IN
           WHEN OTHER
              MOVE 9999999999999.99 TO WS-NU-IN
           END-EVALUATE
           PERFORM STORE-NU-SECTION
           IF WS-NU-KNOWN = "N"
              PERFORM NU-UNKNOWN-SECTION
           ELSE
              PERFORM FETCH-NU-SECTION
              MOVE WS-NU-BACK TO WS-NU-BACK-DISP
              MOVE SPACES TO WS-RES-STR
              STRING FUNCTION TRIM(WS-NU-USAGE) DELIMITED BY SIZE
                  " MAX=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NU-BACK-DISP) DELIMITED BY SIZE
                  " +1=" DELIMITED BY SIZE
                  INTO WS-RES-STR
              END-STRING
              ADD 1 TO WS-NU-IN
              PERFORM SIZE-NU-SECTION
              IF WS-NU-SIZE-ERR = "Y"
                 STRING FUNCTION TRIM(WS-RES-STR) DELIMITED BY SIZE
                     "SIZE-ERROR" DELIMITED BY SIZE
                     INTO WS-RES-STR
                 END-STRING
              ELSE
                 PERFORM FETCH-NU-SECTION
                 MOVE WS-NU-BACK TO WS-NU-BACK-DISP
                 STRING FUNCTION TRIM(WS-RES-STR) DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NU-BACK-DISP) DELIMITED BY SIZE
                     INTO WS-RES-STR
                 END-STRING
              END-IF
              PERFORM LOG-SECTION
           END-IF
       EXIT.
      ** a negative value truncated to zero by the move (ARG2,
      ** default -0.001): the sign the target keeps, and whether it
      ** still compares as zero
       NUM-NEGZERO-SECTION SECTION.
           MOVE "NUMNZR01" TO WS-SECID
           MOVE FUNCTION UPPER-CASE(WS-ARG1-STR(1:9)) TO WS-NU-USAGE
           IF WS-ARG2-STR = SPACES
              MOVE -0.001 TO WS-NU-IN
           ELSE
              MOVE WS-ARG2-NUM TO WS-NU-IN
           END-IF
           PERFORM STORE-NU-SECTION
           IF WS-NU-KNOWN = "N"
              PERFORM NU-UNKNOWN-SECTION
           ELSE
              PERFORM FETCH-NU-SECTION
              MOVE SPACES TO WS-RES-STR
              STRING FUNCTION TRIM(WS-NU-USAGE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NU-VIEW) DELIMITED BY SIZE
                  " ZERO=" DELIMITED BY SIZE
                  WS-NU-ZERO DELIMITED BY SIZE
                  " NEG=" DELIMITED BY SIZE
                  WS-NU-NEG DELIMITED BY SIZE
                  INTO WS-RES-STR
              END-STRING
              PERFORM LOG-SECTION
           END-IF
       EXIT.
      ** high-order truncation: what a MOVE of ARG2 leaves in the
      ** target, and whether COMPUTE raises SIZE ERROR for it
       NUM-TRUNC-SECTION SECTION.
           MOVE "NUMTRN01" TO WS-SECID
           MOVE FUNCTION UPPER-CASE(WS-ARG1-STR(1:9)) TO WS-NU-USAGE
           MOVE WS-ARG2-NUM TO WS-NU-IN
           PERFORM STORE-NU-SECTION
           IF WS-NU-KNOWN = "N"
              PERFORM NU-UNKNOWN-SECTION
           ELSE
              PERFORM FETCH-NU-SECTION
              MOVE WS-NU-BACK TO WS-NU-BACK-DISP
              PERFORM SIZE-NU-SECTION
              MOVE SPACES TO WS-RES-STR
              STRING FUNCTION TRIM(WS-NU-USAGE) DELIMITED BY SIZE
                  " MOVE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NU-BACK-DISP) DELIMITED BY SIZE
                  " SIZE=" DELIMITED BY SIZE
                  WS-NU-SIZE-ERR DELIMITED BY SIZE
                  INTO WS-RES-STR
              END-STRING
              PERFORM LOG-SECTION
           END-IF
       EXIT.
      ** the installed options as the generated code shows them:
      ** 12345 kept in a S9(4) COMP halfword means binary truncation
      ** (TRUNC(BIN), or TRUNC(OPT) code that does not truncate),
      ** 2345 decimal truncation; the 31-digit intermediate comes
      ** back exact only with 31-digit intermediates (ARITH(EXTEND))
       NUM-OPTIONS-SECTION SECTION.
           MOVE "NUMOPT01" TO WS-SECID
           MOVE 12345 TO WS-NU-IN
           MOVE WS-NU-IN TO WS-NU-HALF
           MOVE WS-NU-HALF TO WS-NU-HALF-DISP
           EVALUATE WS-NU-HALF
           WHEN 12345 MOVE "BIN" TO WS-NU-TRUNC-OPT
           WHEN 2345 MOVE "STD" TO WS-NU-TRUNC-OPT
           WHEN OTHER MOVE "?" TO WS-NU-TRUNC-OPT
           END-EVALUATE
           COMPUTE WS-NU-ARITH-R =
               (WS-NU-ARITH-A * WS-NU-ARITH-B) / WS-NU-ARITH-B
               ON SIZE ERROR MOVE 0 TO WS-NU-ARITH-R
           END-COMPUTE
           MOVE WS-NU-ARITH-R TO WS-NU-ARITH-DISP
           IF WS-NU-ARITH-R = WS-NU-ARITH-A
              MOVE "EXTEND" TO WS-NU-ARITH-OPT
           ELSE
              MOVE "COMPAT" TO WS-NU-ARITH-OPT
           END-IF
           MOVE SPACES TO WS-RES-STR
           STRING "TRUNC=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NU-TRUNC-OPT) DELIMITED BY SIZE
               "(" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NU-HALF-DISP) DELIMITED BY SIZE
               ") ARITH=" DELIMITED BY SIZE
               WS-NU-ARITH-OPT DELIMITED BY SIZE
               "(" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NU-ARITH-DISP) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-RES-STR
           END-STRING
           PERFORM LOG-SECTION
       EXIT.
      ** WS-NU-IN into the WS-NU-USAGE target by MOVE
       STORE-NU-SECTION SECTION.
           MOVE "Y" TO WS-NU-KNOWN
           EVALUATE WS-NU-USAGE
           WHEN "COMP" MOVE WS-NU-IN TO WS-NU-COMP
           WHEN "COMP-U" MOVE WS-NU-IN TO WS-NU-COMPU
           WHEN "COMP-H" MOVE WS-NU-IN TO WS-NU-HALF
           WHEN "COMP-5" MOVE WS-NU-IN TO WS-NU-NATV
           WHEN "COMP-3" MOVE WS-NU-IN TO WS-NU-PACK
           WHEN "COMP-3U" MOVE WS-NU-IN TO WS-NU-PACKU
           WHEN "COMP-1" MOVE WS-NU-IN TO WS-NU-FLT1
           WHEN "COMP-2" MOVE WS-NU-IN TO WS-NU-FLT2
           WHEN "ZONED" MOVE WS-NU-IN TO WS-NU-ZONED
           WHEN "ZONED-U" MOVE WS-NU-IN TO WS-NU-ZONEDU
           WHEN "SEP-LEAD" MOVE WS-NU-IN TO WS-NU-SEPL
           WHEN "SEP-TRAIL" MOVE WS-NU-IN TO WS-NU-SEPT
           WHEN "EDITED" MOVE WS-NU-IN TO WS-NU-EDIT
           WHEN "EDITED-CR" MOVE WS-NU-IN TO WS-NU-EDCR
           WHEN OTHER MOVE "N" TO WS-NU-KNOWN
           END-EVALUATE
       EXIT.
      ** WS-NU-IN into the target by COMPUTE; the target is left
      ** as it was when SIZE ERROR is raised
       SIZE-NU-SECTION SECTION.
           MOVE "N" TO WS-NU-SIZE-ERR
           EVALUATE WS-NU-USAGE
           WHEN "COMP"
              COMPUTE WS-NU-COMP = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "COMP-U"
              COMPUTE WS-NU-COMPU = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "COMP-H"
              COMPUTE WS-NU-HALF = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "COMP-5"
              COMPUTE WS-NU-NATV = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "COMP-3"
              COMPUTE WS-NU-PACK = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "COMP-3U"
              COMPUTE WS-NU-PACKU = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "COMP-1"
              COMPUTE WS-NU-FLT1 = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "COMP-2"
              COMPUTE WS-NU-FLT2 = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "ZONED"
              COMPUTE WS-NU-ZONED = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "ZONED-U"
              COMPUTE WS-NU-ZONEDU = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "SEP-LEAD"
              COMPUTE WS-NU-SEPL = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "SEP-TRAIL"
              COMPUTE WS-NU-SEPT = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "EDITED"
              COMPUTE WS-NU-EDIT = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           WHEN "EDITED-CR"
              COMPUTE WS-NU-EDCR = WS-NU-IN
                  ON SIZE ERROR MOVE "Y" TO WS-NU-SIZE-ERR
              END-COMPUTE
           END-EVALUATE
       EXIT.
      ** the target back into WS-NU-BACK, its stored form into
      ** WS-NU-VIEW and its zero/negative tests into the flags (the
      ** edited pictures are tested after de-editing)
       FETCH-NU-SECTION SECTION.
           MOVE 0 TO WS-NU-BACK
           MOVE SPACES TO WS-NU-VIEW
           MOVE "N" TO WS-NU-ZERO WS-NU-NEG
           EVALUATE WS-NU-USAGE
           WHEN "COMP"
              MOVE WS-NU-COMP TO WS-NU-BACK
              MOVE "HEX=" TO WS-NU-VIEW-TAG
              MOVE FUNCTION HEX-OF(WS-NU-COMP) TO WS-NU-VIEW-DATA
              IF WS-NU-COMP = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-COMP < 0 MOVE "Y" TO WS-NU-NEG END-IF
           WHEN "COMP-U"
              MOVE WS-NU-COMPU TO WS-NU-BACK
              MOVE "HEX=" TO WS-NU-VIEW-TAG
              MOVE FUNCTION HEX-OF(WS-NU-COMPU) TO WS-NU-VIEW-DATA
              IF WS-NU-COMPU = 0 MOVE "Y" TO WS-NU-ZERO END-IF
           WHEN "COMP-H"
              MOVE WS-NU-HALF TO WS-NU-BACK
              MOVE "HEX=" TO WS-NU-VIEW-TAG
              MOVE FUNCTION HEX-OF(WS-NU-HALF) TO WS-NU-VIEW-DATA
              IF WS-NU-HALF = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-HALF < 0 MOVE "Y" TO WS-NU-NEG END-IF
           WHEN "COMP-5"
              MOVE WS-NU-NATV TO WS-NU-BACK
              MOVE "HEX=" TO WS-NU-VIEW-TAG
              MOVE FUNCTION HEX-OF(WS-NU-NATV) TO WS-NU-VIEW-DATA
              IF WS-NU-NATV = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-NATV < 0 MOVE "Y" TO WS-NU-NEG END-IF
           WHEN "COMP-3"
              MOVE WS-NU-PACK TO WS-NU-BACK
              MOVE "HEX=" TO WS-NU-VIEW-TAG
              MOVE FUNCTION HEX-OF(WS-NU-PACK) TO WS-NU-VIEW-DATA
              IF WS-NU-PACK = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-PACK < 0 MOVE "Y" TO WS-NU-NEG END-IF
           WHEN "COMP-3U"
              MOVE WS-NU-PACKU TO WS-NU-BACK
              MOVE "HEX=" TO WS-NU-VIEW-TAG
              MOVE FUNCTION HEX-OF(WS-NU-PACKU) TO WS-NU-VIEW-DATA
              IF WS-NU-PACKU = 0 MOVE "Y" TO WS-NU-ZERO END-IF
           WHEN "COMP-1"
              MOVE WS-NU-FLT1 TO WS-NU-BACK
              MOVE "HEX=" TO WS-NU-VIEW-TAG
              MOVE FUNCTION HEX-OF(WS-NU-FLT1) TO WS-NU-VIEW-DATA
              IF WS-NU-FLT1 = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-FLT1 < 0 MOVE "Y" TO WS-NU-NEG END-IF
           WHEN "COMP-2"
              MOVE WS-NU-FLT2 TO WS-NU-BACK
              MOVE "HEX=" TO WS-NU-VIEW-TAG
              MOVE FUNCTION HEX-OF(WS-NU-FLT2) TO WS-NU-VIEW-DATA
              IF WS-NU-FLT2 = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-FLT2 < 0 MOVE "Y" TO WS-NU-NEG END-IF
           WHEN "ZONED"
              MOVE WS-NU-ZONED TO WS-NU-BACK
              MOVE "RAW=" TO WS-NU-VIEW-TAG
              MOVE WS-NU-ZONED-X TO WS-NU-VIEW-DATA
              IF WS-NU-ZONED = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-ZONED < 0 MOVE "Y" TO WS-NU-NEG END-IF
           WHEN "ZONED-U"
              MOVE WS-NU-ZONEDU TO WS-NU-BACK
              MOVE "RAW=" TO WS-NU-VIEW-TAG
              MOVE WS-NU-ZONEDU-X TO WS-NU-VIEW-DATA
              IF WS-NU-ZONEDU = 0 MOVE "Y" TO WS-NU-ZERO END-IF
           WHEN "SEP-LEAD"
              MOVE WS-NU-SEPL TO WS-NU-BACK
              MOVE "RAW=" TO WS-NU-VIEW-TAG
              MOVE WS-NU-SEPL-X TO WS-NU-VIEW-DATA
              IF WS-NU-SEPL = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-SEPL < 0 MOVE "Y" TO WS-NU-NEG END-IF
           WHEN "SEP-TRAIL"
              MOVE WS-NU-SEPT TO WS-NU-BACK
              MOVE "RAW=" TO WS-NU-VIEW-TAG
              MOVE WS-NU-SEPT-X TO WS-NU-VIEW-DATA
              IF WS-NU-SEPT = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-SEPT < 0 MOVE "Y" TO WS-NU-NEG END-IF
           WHEN "EDITED"
              MOVE WS-NU-EDIT TO WS-NU-BACK
              MOVE "RAW=" TO WS-NU-VIEW-TAG
              MOVE WS-NU-EDIT TO WS-NU-VIEW-DATA
              IF WS-NU-BACK = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-BACK < 0 MOVE "Y" TO WS-NU-NEG END-IF
           WHEN "EDITED-CR"
              MOVE WS-NU-EDCR TO WS-NU-BACK
              MOVE "RAW=" TO WS-NU-VIEW-TAG
              MOVE WS-NU-EDCR TO WS-NU-VIEW-DATA
              IF WS-NU-BACK = 0 MOVE "Y" TO WS-NU-ZERO END-IF
              IF WS-NU-BACK < 0 MOVE "Y" TO WS-NU-NEG END-IF
           END-EVALUATE
       EXIT.
       NU-UNKNOWN-SECTION SECTION.
           MOVE "UNKNOWN-USAGE" TO WS-RES-STR
           MOVE "Y" TO WS-CASE-ABENDED
           PERFORM LOG-SECTION
       EXIT.
      ** Variable-length, spanned and line-sequential files, and the
      ** absent OPTIONAL file. Every verb's FILE STATUS goes into the
      ** trace with the record length it wrote or read, so a runtime
      ** that starts padding, truncating or rejecting records shows
      ** in the expected-versus-actual comparison.
      ** VB-WRITE: one V record per non-blank ARG2-6, each as long as
      ** its trimmed text, or ARG1 bytes long for every record when
      ** ARG1 is given (0 or over 400 to provoke status 44).
       VB-WRITE-SECTION SECTION.
           MOVE "VBWRT   " TO WS-SECID
           PERFORM RESET-VFILE-TRACE
           OPEN OUTPUT SYS023
           MOVE "OPEN" TO WS-VF-VERB
           MOVE FS-SYS023 TO WS-VF-FS
           PERFORM ADD-VFILE-STATUS
           IF FS-SYS023(1:1) = "0"
              MOVE WS-ARG2-STR TO WS-VF-TOKEN
              PERFORM VB-WRITE-ONE
              MOVE WS-ARG3-STR TO WS-VF-TOKEN
              PERFORM VB-WRITE-ONE
              MOVE WS-ARG4-STR TO WS-VF-TOKEN
              PERFORM VB-WRITE-ONE
              MOVE WS-ARG5-STR TO WS-VF-TOKEN
              PERFORM VB-WRITE-ONE
              MOVE WS-ARG6-STR TO WS-VF-TOKEN
              PERFORM VB-WRITE-ONE
              CLOSE SYS023
              MOVE "CLOSE" TO WS-VF-VERB
              MOVE FS-SYS023 TO WS-VF-FS
              PERFORM ADD-VFILE-STATUS
           END-IF
           PERFORM LOG-VFILE-STATUS
       EXIT.
       VB-WRITE-ONE SECTION.
           IF WS-VF-TOKEN NOT = SPACES
              PERFORM SET-VFILE-LENGTH
              MOVE WS-VF-LEN TO WS-VB-LEN
              MOVE WS-VF-TOKEN TO SYS023-REC
              WRITE SYS023-REC
              ADD 1 TO WS-VF-COUNT
              MOVE "W" TO WS-VF-VERB
              MOVE FS-SYS023 TO WS-VF-FS
              MOVE "Y" TO WS-VF-SHOW-LEN
              PERFORM ADD-VFILE-STATUS
           END-IF
       EXIT.
       VB-READ-SECTION SECTION.
           MOVE "VBRD    " TO WS-SECID
           PERFORM RESET-VFILE-TRACE
           OPEN INPUT SYS023
           MOVE "OPEN" TO WS-VF-VERB
           MOVE FS-SYS023 TO WS-VF-FS
           PERFORM ADD-VFILE-STATUS
           IF FS-SYS023(1:1) = "0"
              PERFORM UNTIL WS-VF-EOF = "Y"
              MOVE 0 TO WS-VB-LEN
              READ SYS023
                  AT END MOVE "Y" TO WS-VF-EOF
              END-READ
              MOVE "R" TO WS-VF-VERB
              MOVE FS-SYS023 TO WS-VF-FS
              MOVE WS-VB-LEN TO WS-VF-LEN
              PERFORM ADD-VFILE-READ
              END-PERFORM
              CLOSE SYS023
              MOVE "CLOSE" TO WS-VF-VERB
              MOVE FS-SYS023 TO WS-VF-FS
              PERFORM ADD-VFILE-STATUS
           END-IF
           PERFORM LOG-VFILE-STATUS
       EXIT.
      ** the VB-WRITE file read through the 80-byte SYS027 record
      ** description: longer records come back as wrong-length reads
       VB-READ-NARROW-SECTION SECTION.
           MOVE "VBRDNAR " TO WS-SECID
           PERFORM RESET-VFILE-TRACE
           OPEN INPUT SYS027
           MOVE "OPEN" TO WS-VF-VERB
           MOVE FS-SYS027 TO WS-VF-FS
           PERFORM ADD-VFILE-STATUS
           IF FS-SYS027(1:1) = "0"
              PERFORM UNTIL WS-VF-EOF = "Y"
              MOVE 0 TO WS-VN-LEN
              READ SYS027
                  AT END MOVE "Y" TO WS-VF-EOF
              END-READ
              MOVE "R" TO WS-VF-VERB
              MOVE FS-SYS027 TO WS-VF-FS
              MOVE WS-VN-LEN TO WS-VF-LEN
              PERFORM ADD-VFILE-READ
              END-PERFORM
              CLOSE SYS027
              MOVE "CLOSE" TO WS-VF-VERB
              MOVE FS-SYS027 TO WS-VF-FS
              PERFORM ADD-VFILE-STATUS
           END-IF
           PERFORM LOG-VFILE-STATUS
       EXIT.
      ** VS-WRITE: one spanned record per non-blank ARG1-5, ARGn bytes
      ** long, filled with the repeating 0-9 pattern so VS-READ can
      ** check the last byte of every record survived the segments
       VS-WRITE-SECTION SECTION.
           MOVE "VSWRT   " TO WS-SECID
           PERFORM RESET-VFILE-TRACE
           OPEN OUTPUT SYS024
           MOVE "OPEN" TO WS-VF-VERB
           MOVE FS-SYS024 TO WS-VF-FS
           PERFORM ADD-VFILE-STATUS
           IF FS-SYS024(1:1) = "0"
              IF WS-ARG1-STR NOT = SPACES
                 COMPUTE WS-VF-LEN = WS-ARG1-NUM
                 PERFORM VS-WRITE-ONE
              END-IF
              IF WS-ARG2-STR NOT = SPACES
                 COMPUTE WS-VF-LEN = WS-ARG2-NUM
                 PERFORM VS-WRITE-ONE
              END-IF
              IF WS-ARG3-STR NOT = SPACES
                 COMPUTE WS-VF-LEN = WS-ARG3-NUM
                 PERFORM VS-WRITE-ONE
              END-IF
              IF WS-ARG4-STR NOT = SPACES
                 COMPUTE WS-VF-LEN = WS-ARG4-NUM
                 PERFORM VS-WRITE-ONE
              END-IF
              IF WS-ARG5-STR NOT = SPACES
                 COMPUTE WS-VF-LEN = WS-ARG5-NUM
                 PERFORM VS-WRITE-ONE
              END-IF
              CLOSE SYS024
              MOVE "CLOSE" TO WS-VF-VERB
              MOVE FS-SYS024 TO WS-VF-FS
              PERFORM ADD-VFILE-STATUS
           END-IF
           PERFORM LOG-VFILE-STATUS
       EXIT.
       VS-WRITE-ONE SECTION.
           MOVE ALL "0123456789" TO SYS024-REC
           MOVE WS-VF-LEN TO WS-VS-LEN
           WRITE SYS024-REC
           ADD 1 TO WS-VF-COUNT
           MOVE "W" TO WS-VF-VERB
           MOVE FS-SYS024 TO WS-VF-FS
           MOVE "Y" TO WS-VF-SHOW-LEN
           PERFORM ADD-VFILE-STATUS
       EXIT.
       VS-READ-SECTION SECTION.
           MOVE "VSRD    " TO WS-SECID
           PERFORM RESET-VFILE-TRACE
           MOVE "OK" TO WS-VF-DATA
           OPEN INPUT SYS024
           MOVE "OPEN" TO WS-VF-VERB
           MOVE FS-SYS024 TO WS-VF-FS
           PERFORM ADD-VFILE-STATUS
           IF FS-SYS024(1:1) = "0"
              PERFORM UNTIL WS-VF-EOF = "Y"
              MOVE 0 TO WS-VS-LEN
              READ SYS024
                  AT END MOVE "Y" TO WS-VF-EOF
                  NOT AT END
                     IF WS-VS-LEN > 0 AND WS-VS-LEN NOT > 32000
                        COMPUTE WS-VS-IDX =
                            FUNCTION MOD(WS-VS-LEN - 1, 10) + 1
                        IF SYS024-REC(WS-VS-LEN:1) NOT =
                           WS-VS-PATTERN(WS-VS-IDX:1)
                           MOVE "BAD" TO WS-VF-DATA
                        END-IF
                     END-IF
              END-READ
              MOVE "R" TO WS-VF-VERB
              MOVE FS-SYS024 TO WS-VF-FS
              MOVE WS-VS-LEN TO WS-VF-LEN
              PERFORM ADD-VFILE-READ
              END-PERFORM
              CLOSE SYS024
              MOVE "CLOSE" TO WS-VF-VERB
              MOVE FS-SYS024 TO WS-VF-FS
              PERFORM ADD-VFILE-STATUS
           END-IF
           PERFORM LOG-VFILE-STATUS
       EXIT.
      ** LS-WRITE: one line per non-blank ARG1-5, as long as its
      ** trimmed text
       LS-WRITE-SECTION SECTION.
           MOVE "LSWRT   " TO WS-SECID
           PERFORM RESET-VFILE-TRACE
           OPEN OUTPUT SYS025
           MOVE "OPEN" TO WS-VF-VERB
           MOVE FS-SYS025 TO WS-VF-FS
           PERFORM ADD-VFILE-STATUS
           IF FS-SYS025(1:1) = "0"
              MOVE WS-ARG1-STR TO WS-VF-TOKEN
              PERFORM LS-WRITE-ONE
              MOVE WS-ARG2-STR TO WS-VF-TOKEN
              PERFORM LS-WRITE-ONE
              MOVE WS-ARG3-STR TO WS-VF-TOKEN
              PERFORM LS-WRITE-ONE
              MOVE WS-ARG4-STR TO WS-VF-TOKEN
              PERFORM LS-WRITE-ONE
              MOVE WS-ARG5-STR TO WS-VF-TOKEN
              PERFORM LS-WRITE-ONE
              CLOSE SYS025
              MOVE "CLOSE" TO WS-VF-VERB
              MOVE FS-SYS025 TO WS-VF-FS
              PERFORM ADD-VFILE-STATUS
           END-IF
           PERFORM LOG-VFILE-STATUS
       EXIT.
       LS-WRITE-ONE SECTION.
           IF WS-VF-TOKEN NOT = SPACES
              COMPUTE WS-VF-LEN =
                  FUNCTION LENGTH(FUNCTION TRIM(WS-VF-TOKEN TRAILING))
              MOVE WS-VF-LEN TO WS-LS-LEN
              MOVE WS-VF-TOKEN TO SYS025-REC
              WRITE SYS025-REC
              ADD 1 TO WS-VF-COUNT
              MOVE "W" TO WS-VF-VERB
              MOVE FS-SYS025 TO WS-VF-FS
              MOVE "Y" TO WS-VF-SHOW-LEN
              PERFORM ADD-VFILE-STATUS
           END-IF
       EXIT.
       LS-READ-SECTION SECTION.
           MOVE "LSRD    " TO WS-SECID
           PERFORM RESET-VFILE-TRACE
           OPEN INPUT SYS025
           MOVE "OPEN" TO WS-VF-VERB
           MOVE FS-SYS025 TO WS-VF-FS
           PERFORM ADD-VFILE-STATUS
           IF FS-SYS025(1:1) = "0"
              PERFORM UNTIL WS-VF-EOF = "Y"
              MOVE 0 TO WS-LS-LEN
              READ SYS025
                  AT END MOVE "Y" TO WS-VF-EOF
              END-READ
              MOVE "R" TO WS-VF-VERB
              MOVE FS-SYS025 TO WS-VF-FS
              MOVE WS-LS-LEN TO WS-VF-LEN
              PERFORM ADD-VFILE-READ
              END-PERFORM
              CLOSE SYS025
              MOVE "CLOSE" TO WS-VF-VERB
              MOVE FS-SYS025 TO WS-VF-FS
              PERFORM ADD-VFILE-STATUS
           END-IF
           PERFORM LOG-VFILE-STATUS
       EXIT.
      ** the OPTIONAL file with no DD: OPEN INPUT 05, READ 10
       OPT-ABSENT-SECTION SECTION.
           MOVE "OPTABS  " TO WS-SECID
           PERFORM RESET-VFILE-TRACE
           OPEN INPUT SYS026
           MOVE "OPEN" TO WS-VF-VERB
           MOVE FS-SYS026 TO WS-VF-FS
           PERFORM ADD-VFILE-STATUS
           IF FS-SYS026(1:1) = "0"
              READ SYS026
                  AT END CONTINUE
                  NOT AT END ADD 1 TO WS-VF-COUNT
              END-READ
              MOVE "R" TO WS-VF-VERB
              MOVE FS-SYS026 TO WS-VF-FS
              PERFORM ADD-VFILE-STATUS
              CLOSE SYS026
              MOVE "CLOSE" TO WS-VF-VERB
              MOVE FS-SYS026 TO WS-VF-FS
              PERFORM ADD-VFILE-STATUS
           END-IF
           PERFORM LOG-VFILE-STATUS
       EXIT.
       SET-VFILE-LENGTH SECTION.
           IF WS-ARG1-STR = SPACES
              COMPUTE WS-VF-LEN =
                  FUNCTION LENGTH(FUNCTION TRIM(WS-VF-TOKEN TRAILING))
           ELSE
              COMPUTE WS-VF-LEN = WS-ARG1-NUM
           END-IF
       EXIT.
       RESET-VFILE-TRACE SECTION.
           MOVE SPACES TO WS-VF-TRACE
           MOVE 1 TO WS-VF-POS
           MOVE 0 TO WS-VF-COUNT
           MOVE 0 TO WS-VF-WRONG
           MOVE 0 TO WS-VF-LEN
           MOVE "N" TO WS-VF-EOF
           MOVE "N" TO WS-VF-SHOW-LEN
           MOVE SPACES TO WS-VF-DATA
       EXIT.
      ** one READ into the trace: the AT END status without a length,
      ** any status other than 00/04 ends the loop, 04 is counted
       ADD-VFILE-READ SECTION.
           IF WS-VF-FS = "10"
              MOVE "N" TO WS-VF-SHOW-LEN
           ELSE
              MOVE "Y" TO WS-VF-SHOW-LEN
              IF WS-VF-FS = "04"
                 ADD 1 TO WS-VF-WRONG
              END-IF
              IF WS-VF-FS = "00" OR WS-VF-FS = "04"
                 ADD 1 TO WS-VF-COUNT
              ELSE
                 MOVE "Y" TO WS-VF-EOF
              END-IF
           END-IF
           PERFORM ADD-VFILE-STATUS
       EXIT.
       ADD-VFILE-STATUS SECTION.
           IF WS-VF-SHOW-LEN = "Y"
              MOVE WS-VF-LEN TO WS-VF-LEN-DISP
              STRING WS-VF-VERB DELIMITED BY SPACE
                  "=" DELIMITED BY SIZE
                  WS-VF-FS DELIMITED BY SIZE
                  "(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VF-LEN-DISP) DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  INTO WS-VF-TRACE WITH POINTER WS-VF-POS
                  ON OVERFLOW CONTINUE
              END-STRING
           ELSE
              STRING WS-VF-VERB DELIMITED BY SPACE
                  "=" DELIMITED BY SIZE
                  WS-VF-FS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-VF-TRACE WITH POINTER WS-VF-POS
                  ON OVERFLOW CONTINUE
              END-STRING
           END-IF
           MOVE "N" TO WS-VF-SHOW-LEN
       EXIT.
      ** shared tail for the variable-length cases: record count,
      ** wrong-length reads and (spanned reads) the data check ahead
      ** of the status trace
       LOG-VFILE-STATUS SECTION.
           MOVE WS-VF-COUNT TO WS-VF-CNT-DISP
           MOVE WS-VF-WRONG TO WS-VF-WRONG-DISP
           MOVE SPACES TO WS-RES-STR
           STRING "CNT=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VF-CNT-DISP) DELIMITED BY SIZE
               " WRONGLEN=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VF-WRONG-DISP) DELIMITED BY SIZE
               INTO WS-RES-STR
           END-STRING
           IF WS-VF-DATA NOT = SPACES
              STRING FUNCTION TRIM(WS-RES-STR) DELIMITED BY SIZE
                  " DATA=" DELIMITED BY SIZE
                  WS-VF-DATA DELIMITED BY SPACE
                  INTO WS-RES-STR
              END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-RES-STR) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VF-TRACE) DELIMITED BY SIZE
               INTO WS-RES-STR
           END-STRING
           PERFORM LOG-SECTION
       EXIT.
