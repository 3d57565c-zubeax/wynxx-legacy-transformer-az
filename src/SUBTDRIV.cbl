       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBTDRIV.
      * Regression driver for the PSD2 subprograms, in the manner of
      * SECTDRIV: a fixture deck (DD UT-S-SUBTDECK) builds TXN-TABLE
      * batches and reference tables case by case, CALLs SUBAGG,
      * SUBVAL, SUBDUP, SUBDLT, SUBFMT, SUBREC, SUBXCK and SUBMAN on
      * them exactly as PAYSTATS does, and renders what came back -
      * AGG-TABLE, EXC-TABLE, DUP-TABLE and DELTA-TABLE rows, the
      * generated XML buffers with their length and checksum, the
      * reconciliation and structure verdicts - as result lines. The
      * lines are compared with the stored golden lines for the case
      * (DD UT-S-SUBTGOLD) and each case is reported PASS or FAIL on
      * UT-S-SUBTRPT; any FAIL ends the job with RC 8. Every result
      * line is also written to UT-S-SUBTACT, the same layout as the
      * golden file, so a reviewed run can be promoted to become the
      * next golden file. The tables are the production CPBK
      * copybooks, so the driver cannot drift from the layouts the
      * subprograms are called with.
      *
      * Deck records, type in columns 1-4 ('*' in column 1 is a
      * comment), data from column 6:
      *   CASE  case id (8) and description - resets every table
      *   PARM  country, period tag, year/half/quarter/month,
      *         submission version, format version, XML encoding,
      *         simplified flag, evidence sample size; blank fields
      *         keep the PAYSTATS defaults
      *   TXN   one TXN-ROWS entry in CPBKPSTA layout; the first TXN
      *         after a SUBAGG/SUBVAL/SUBDUP call starts a new batch
      *   MCC, SCHM, RATE, CUT, SANC, BAND
      *         reference rows in their CPBK layouts
      *   AGG, PRIO
      *         AGG-TABLE / PRIOR-AGG-TABLE rows, in key order
      *   BUF   length (3) and text appended to XML-BUFFER
      *   CSV   one CSV-LINES entry
      *   CALL  subprogram name (8) and, for SUBXCK/SUBMAN/SUBREC,
      *         its arguments
      *   END   renders the tables of the subprograms called and
      *         judges the case
      * Golden lines must stay in deck case order.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECKFILE ASSIGN TO UT-S-SUBTDECK
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GOLDFILE ASSIGN TO UT-S-SUBTGOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GOLD-STATUS.
           SELECT ACTFILE ASSIGN TO UT-S-SUBTACT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-SUBTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECKFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DECK-IN-REC.
       01  DECK-IN-REC               PIC X(250).
       FD  GOLDFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOLD-REC.
       01  GOLD-REC.
           05  GOLD-CASE-ID          PIC X(8).
           05  FILLER                PIC X(1).
           05  GOLD-TEXT             PIC X(191).
       FD  ACTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACT-REC.
       01  ACT-REC.
           05  ACT-CASE-ID           PIC X(8).
           05  FILLER                PIC X(1).
           05  ACT-TEXT              PIC X(191).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'SUBTDRIV'.
       01  WS-DECK-EOF              PIC X(1)  VALUE 'N'.
       01  WS-GOLD-EOF              PIC X(1)  VALUE 'N'.
       01  WS-GOLD-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-IN-CASE               PIC X(1)  VALUE 'N'.
       01  WS-BATCH-CALLED          PIC X(1)  VALUE 'N'.
       01  WS-DECK-ERRORS           PIC 9(9) COMP VALUE 0.
       01  WS-CASES                 PIC 9(9) COMP VALUE 0.
       01  WS-PASSED                PIC 9(9) COMP VALUE 0.
       01  WS-FAILED                PIC 9(9) COMP VALUE 0.

       01  WS-SUBPROGRAMS.
           05  WS-PGM-SUBAGG        PIC X(8) VALUE 'SUBAGG'.
           05  WS-PGM-SUBVAL        PIC X(8) VALUE 'SUBVAL'.
           05  WS-PGM-SUBDUP        PIC X(8) VALUE 'SUBDUP'.
           05  WS-PGM-SUBDLT        PIC X(8) VALUE 'SUBDLT'.
           05  WS-PGM-SUBFMT        PIC X(8) VALUE 'SUBFMT'.
           05  WS-PGM-SUBREC        PIC X(8) VALUE 'SUBREC'.
           05  WS-PGM-SUBXCK        PIC X(8) VALUE 'SUBXCK'.
           05  WS-PGM-SUBMAN        PIC X(8) VALUE 'SUBMAN'.

      * which subprograms the current case has called - their tables
      * are rendered when the case ends
       01  WS-RAN-FLAGS.
           05  WS-RAN-AGG           PIC X(1)  VALUE 'N'.
           05  WS-RAN-VAL           PIC X(1)  VALUE 'N'.
           05  WS-RAN-DUP           PIC X(1)  VALUE 'N'.
           05  WS-RAN-DLT           PIC X(1)  VALUE 'N'.
           05  WS-RAN-FMT           PIC X(1)  VALUE 'N'.

       01  WS-CASE-ID               PIC X(8)  VALUE SPACES.
       01  WS-CASE-DESC             PIC X(60) VALUE SPACES.
       01  WS-CASE-ERROR            PIC X(60) VALUE SPACES.
       01  WS-CASE-LINES            PIC 9(9) COMP VALUE 0.
       01  WS-CASE-DIFFS            PIC 9(9) COMP VALUE 0.
       01  WS-DIFF-LINE             PIC 9(9) COMP VALUE 0.
       01  WS-DIFF-COL              PIC 9(4) COMP VALUE 0.
       01  WS-DIFF-EXPECTED         PIC X(191) VALUE SPACES.
       01  WS-DIFF-ACTUAL           PIC X(191) VALUE SPACES.
       01  WS-ACT-TEXT              PIC X(191) VALUE SPACES.
       01  WS-EXP-TEXT              PIC X(191) VALUE SPACES.

      * PAYSTATS's own names and defaults for the values it passes
      * the subprograms
       01  WS-COUNTRY               PIC X(2)  VALUE SPACES.
       01  WS-PERIOD-TAG            PIC X(7)  VALUE SPACES.
       01  WS-REF-YEAR              PIC 9(4)  VALUE 2025.
       01  WS-REF-HALF              PIC X(2)  VALUE 'H1'.
       01  WS-REF-QUARTER           PIC X(2)  VALUE 'Q1'.
       01  WS-REF-MONTH             PIC X(3)  VALUE SPACES.
       01  WS-SUBM-VERSION          PIC 9(3)  VALUE 0.
       01  WS-FMT-VERSION           PIC 9(2)  VALUE 1.
       01  WS-XML-ENCODING          PIC 9(4) COMP VALUE 1047.
       01  WS-SIMPLIFIED            PIC X(1)  VALUE 'N'.
       01  WS-XML-ROW-COUNT         PIC 9(9) COMP VALUE 0.
       01  WS-XML-OVERFLOW          PIC X(1)  VALUE 'N'.
       01  WS-TRAILER-COUNT         PIC 9(9) COMP VALUE 0.
       01  WS-TRAILER-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-RECON-OK              PIC X(1)  VALUE 'Y'.
       01  WS-XMLCK-MAX             PIC 9(9) COMP VALUE 0.
       01  WS-XMLCK-ROOT            PIC X(30) VALUE SPACES.
       01  WS-XMLCK-TAG             PIC X(30) VALUE SPACES.
       01  WS-XMLCK-EXPECT          PIC 9(9) COMP VALUE 0.
       01  WS-XMLCK-DOC-OK          PIC X(1)  VALUE 'Y'.
       01  WS-MANI-MAX-LEN          PIC 9(9) COMP VALUE 0.
       01  WS-MANI-LEN              PIC 9(9) COMP VALUE 0.
       01  WS-MANI-CHECKSUM         PIC 9(9) COMP VALUE 0.
       01  WS-EVID-I                PIC 9(9) COMP VALUE 0.

       01  WS-BUF-PTR               PIC 9(9) COMP VALUE 1.
       01  WS-RND-WHICH             PIC X(5)  VALUE SPACES.
       01  WS-CHUNK-POS             PIC 9(9) COMP VALUE 0.
       01  WS-CHUNK-LEN             PIC 9(9) COMP VALUE 0.

       01  WS-DECK-REC.
           05  WS-DK-TYPE           PIC X(4).
           05  FILLER               PIC X(1).
           05  WS-DK-DATA           PIC X(245).
           05  WS-DK-CASE REDEFINES WS-DK-DATA.
               10  WS-DK-CASE-ID    PIC X(8).
               10  FILLER           PIC X(1).
               10  WS-DK-CASE-DESC  PIC X(60).
               10  FILLER           PIC X(176).
           05  WS-DK-PARM REDEFINES WS-DK-DATA.
               10  WS-DK-COUNTRY    PIC X(2).
               10  FILLER           PIC X(1).
               10  WS-DK-PERIOD     PIC X(7).
               10  FILLER           PIC X(1).
               10  WS-DK-YEAR-X     PIC X(4).
               10  WS-DK-YEAR REDEFINES WS-DK-YEAR-X
                                    PIC 9(4).
               10  FILLER           PIC X(1).
               10  WS-DK-HALF       PIC X(2).
               10  FILLER           PIC X(1).
               10  WS-DK-QUARTER    PIC X(2).
               10  FILLER           PIC X(1).
               10  WS-DK-MONTH      PIC X(3).
               10  FILLER           PIC X(1).
               10  WS-DK-SUBM-VER-X PIC X(3).
               10  WS-DK-SUBM-VER REDEFINES WS-DK-SUBM-VER-X
                                    PIC 9(3).
               10  FILLER           PIC X(1).
               10  WS-DK-FMT-VER-X  PIC X(2).
               10  WS-DK-FMT-VER REDEFINES WS-DK-FMT-VER-X
                                    PIC 9(2).
               10  FILLER           PIC X(1).
               10  WS-DK-ENCODING-X PIC X(4).
               10  WS-DK-ENCODING REDEFINES WS-DK-ENCODING-X
                                    PIC 9(4).
               10  FILLER           PIC X(1).
               10  WS-DK-SIMPLIFIED PIC X(1).
               10  FILLER           PIC X(1).
               10  WS-DK-EVID-X     PIC X(4).
               10  WS-DK-EVID REDEFINES WS-DK-EVID-X
                                    PIC 9(4).
               10  FILLER           PIC X(200).
           05  WS-DK-AGG REDEFINES WS-DK-DATA.
               10  WS-DK-AGG-KEY.
                   15  WS-DK-SERVICE    PIC X(30).
                   15  WS-DK-CHANNEL    PIC X(30).
                   15  WS-DK-SCA        PIC X(1).
                   15  WS-DK-CB-FLAG    PIC X(1).
                   15  WS-DK-DIRECTION  PIC X(1).
               10  FILLER           PIC X(1).
               10  WS-DK-COUNT      PIC 9(9).
               10  FILLER           PIC X(1).
               10  WS-DK-TOTAL      PIC 9(13)V99.
               10  FILLER           PIC X(1).
               10  WS-DK-REV-COUNT  PIC 9(9).
               10  FILLER           PIC X(1).
               10  WS-DK-REV-TOTAL  PIC 9(13)V99.
               10  FILLER           PIC X(130).
           05  WS-DK-BAND REDEFINES WS-DK-DATA.
               10  WS-DK-BAND-LIMIT PIC 9(13)V99.
               10  FILLER           PIC X(230).
           05  WS-DK-BUF REDEFINES WS-DK-DATA.
               10  WS-DK-BUF-LEN    PIC 9(3).
               10  FILLER           PIC X(1).
               10  WS-DK-BUF-TEXT   PIC X(241).
           05  WS-DK-CALL REDEFINES WS-DK-DATA.
               10  WS-DK-PGM        PIC X(8).
               10  FILLER           PIC X(1).
               10  WS-DK-CALL-ARGS  PIC X(236).
      * SUBXCK/SUBMAN: which buffer (MAIN, FRAUD, SCHEM, CURR); SUBXCK
      * also the root and row tag and the expected row count, which
      * defaults to the row count of the table the buffer renders
               10  WS-DK-XCK-ARGS REDEFINES WS-DK-CALL-ARGS.
                   15  WS-DK-XCK-BUFFER PIC X(5).
                   15  FILLER           PIC X(1).
                   15  WS-DK-XCK-ROOT   PIC X(30).
                   15  FILLER           PIC X(1).
                   15  WS-DK-XCK-TAG    PIC X(30).
                   15  FILLER           PIC X(1).
                   15  WS-DK-XCK-EXPECT-X PIC X(9).
                   15  WS-DK-XCK-EXPECT REDEFINES WS-DK-XCK-EXPECT-X
                                        PIC 9(9).
                   15  FILLER           PIC X(159).
      * SUBREC: the trailer count and total default to PAYSTATS's own
      * COMPUTE-TRAILER-TOTALS, the XML row count to SUBFMT's
               10  WS-DK-REC-ARGS REDEFINES WS-DK-CALL-ARGS.
                   15  WS-DK-REC-COUNT-X PIC X(9).
                   15  WS-DK-REC-COUNT REDEFINES WS-DK-REC-COUNT-X
                                        PIC 9(9).
                   15  FILLER           PIC X(1).
                   15  WS-DK-REC-TOTAL-X PIC X(15).
                   15  WS-DK-REC-TOTAL REDEFINES WS-DK-REC-TOTAL-X
                                        PIC 9(13)V99.
                   15  FILLER           PIC X(1).
                   15  WS-DK-REC-ROWS-X PIC X(9).
                   15  WS-DK-REC-ROWS REDEFINES WS-DK-REC-ROWS-X
                                        PIC 9(9).
                   15  FILLER           PIC X(201).

      * result lines - one layout per kind of output rendered
       01  WS-OUT-AGG.
           05  FILLER               PIC X(4)  VALUE 'AGG '.
           05  WS-OA-SERVICE        PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OA-CHANNEL        PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OA-SCA            PIC X(1).
           05  WS-OA-CB-FLAG        PIC X(1).
           05  WS-OA-DIRECTION      PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OA-COUNT          PIC 9(9).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OA-TOTAL          PIC 9(13)V99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OA-REV-COUNT      PIC 9(9).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OA-REV-TOTAL      PIC 9(13)V99.
       01  WS-OUT-AGGTAB.
           05  FILLER               PIC X(11) VALUE 'AGGTAB NUM='.
           05  WS-OT-AGG-NUM        PIC 9(9).
           05  FILLER               PIC X(6)  VALUE ' OVFL='.
           05  WS-OT-AGG-OVFL       PIC X(1).
           05  FILLER               PIC X(7)  VALUE ' FRAUD='.
           05  WS-OT-FRAUD-NUM      PIC 9(9).
           05  FILLER               PIC X(8)  VALUE ' SCHEME='.
           05  WS-OT-SCHEME-NUM     PIC 9(9).
           05  FILLER               PIC X(6)  VALUE ' CURR='.
           05  WS-OT-CURR-NUM       PIC 9(9).
           05  FILLER               PIC X(6)  VALUE ' BAND='.
           05  WS-OT-BAND-NUM       PIC 9(9).
           05  FILLER               PIC X(5)  VALUE ' MCC='.
           05  WS-OT-MCC-NUM        PIC 9(9).
           05  FILLER               PIC X(5)  VALUE ' GEO='.
           05  WS-OT-GEO-NUM        PIC 9(9).
           05  FILLER               PIC X(5)  VALUE ' COR='.
           05  WS-OT-COR-NUM        PIC 9(9).
           05  FILLER               PIC X(5)  VALUE ' BEN='.
           05  WS-OT-BEN-NUM        PIC 9(4).
           05  FILLER               PIC X(6)  VALUE ' EVID='.
           05  WS-OT-EVID-NUM       PIC 9(9).
       01  WS-OUT-EXC.
           05  FILLER               PIC X(4)  VALUE 'EXC '.
           05  WS-OE-TRANS-ID       PIC 9(18).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OE-FIELD          PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OE-VALUE          PIC X(40).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OE-REASON         PIC X(30).
       01  WS-OUT-SANC.
           05  FILLER               PIC X(5)  VALUE 'SANC '.
           05  WS-OS-TRANS-ID       PIC 9(18).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OS-COUNTRY        PIC X(2).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OS-FIELD          PIC X(10).
       01  WS-OUT-EXCTAB.
           05  FILLER               PIC X(11) VALUE 'EXCTAB NUM='.
           05  WS-OT-EXC-NUM        PIC 9(9).
           05  FILLER               PIC X(6)  VALUE ' OVFL='.
           05  WS-OT-EXC-OVFL       PIC X(1).
           05  FILLER               PIC X(6)  VALUE ' SANC='.
           05  WS-OT-SANC-NUM       PIC 9(9).
           05  FILLER               PIC X(10) VALUE ' SANCOVFL='.
           05  WS-OT-SANC-OVFL      PIC X(1).
       01  WS-OUT-DUP.
           05  FILLER               PIC X(4)  VALUE 'DUP '.
           05  WS-OD-TS             PIC X(18).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OD-SERVICE        PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OD-CHANNEL        PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OD-AMOUNT         PIC 9(13)V99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OD-CURRENCY       PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OD-PAYER          PIC X(2).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OD-PAYEE          PIC X(2).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OD-COUNT          PIC 9(4).
       01  WS-OUT-DUPTAB.
           05  FILLER               PIC X(11) VALUE 'DUPTAB NUM='.
           05  WS-OT-DUP-NUM        PIC 9(4).
           05  FILLER               PIC X(6)  VALUE ' OVFL='.
           05  WS-OT-DUP-OVFL       PIC X(1).
           05  FILLER               PIC X(6)  VALUE ' WORK='.
           05  WS-OT-DW-NUM         PIC 9(4).
           05  FILLER               PIC X(10) VALUE ' WORKOVFL='.
           05  WS-OT-DW-OVFL        PIC X(1).
       01  WS-OUT-DLT.
           05  FILLER               PIC X(4)  VALUE 'DLT '.
           05  WS-OL-CHANGE-TYPE    PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OL-SERVICE        PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OL-CHANNEL        PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OL-SCA            PIC X(1).
           05  WS-OL-CB-FLAG        PIC X(1).
           05  WS-OL-DIRECTION      PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OL-OLD-COUNT      PIC 9(9).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OL-OLD-TOTAL      PIC 9(13)V99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OL-NEW-COUNT      PIC 9(9).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OL-NEW-TOTAL      PIC 9(13)V99.
       01  WS-OUT-DLTTAB.
           05  FILLER               PIC X(11) VALUE 'DLTTAB NUM='.
           05  WS-OT-DLT-NUM        PIC 9(9).
           05  FILLER               PIC X(6)  VALUE ' OVFL='.
           05  WS-OT-DLT-OVFL       PIC X(1).
       01  WS-OUT-FMT.
           05  FILLER               PIC X(9)  VALUE 'FMT OVFL='.
           05  WS-OF-OVFL           PIC X(1).
           05  FILLER               PIC X(6)  VALUE ' ROWS='.
           05  WS-OF-ROWS           PIC 9(9).
           05  FILLER               PIC X(5)  VALUE ' CSV='.
           05  WS-OF-CSV            PIC 9(9).
           05  FILLER               PIC X(7)  VALUE ' SIMPL='.
           05  WS-OF-SIMPLIFIED     PIC X(1).
      * length and checksum of a buffer, as SUBMAN measures it for
      * the transmission manifest; the same line serves SUBFMT's
      * rendered buffers (XMLLEN) and a deck CALL of SUBMAN (MAN)
       01  WS-OUT-MAN.
           05  WS-OM-KIND           PIC X(7).
           05  WS-OM-BUFFER         PIC X(5).
           05  FILLER               PIC X(5)  VALUE ' LEN='.
           05  WS-OM-LEN            PIC 9(9).
           05  FILLER               PIC X(10) VALUE ' CHECKSUM='.
           05  WS-OM-CHECKSUM       PIC 9(9).
       01  WS-OUT-CHUNK.
           05  FILLER               PIC X(4)  VALUE 'XML'.
           05  WS-OC-BUFFER         PIC X(5).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OC-POS            PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OC-TEXT           PIC X(100).
       01  WS-OUT-CSV.
           05  FILLER               PIC X(4)  VALUE 'CSV '.
           05  WS-OV-LINE           PIC 9(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OV-TEXT           PIC X(160).
       01  WS-OUT-VERDICT.
           05  WS-OX-KIND           PIC X(4).
           05  WS-OX-BUFFER         PIC X(5).
           05  FILLER               PIC X(4)  VALUE ' OK='.
           05  WS-OX-OK             PIC X(1).

       01  WS-RPT-LINE.
           05  WS-RPT-CASE-ID       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-RESULT        PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-LINES         PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-DIFFS         PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-DESC          PIC X(60).
           05  FILLER               PIC X(38) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WS-RPT-LABEL         PIC X(10).
           05  WS-RPT-TEXT          PIC X(100).
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-RPT-WHERE.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE 'LINE '.
           05  WS-RPT-DIFF-LINE     PIC Z(8)9.
           05  FILLER               PIC X(8)  VALUE '  COLUMN'.
           05  WS-RPT-DIFF-COL      PIC ZZZ9.
           05  FILLER               PIC X(86) VALUE SPACES.
       01  WS-RPT-TOTALS.
           05  FILLER               PIC X(6)  VALUE 'CASES '.
           05  WS-RPT-CASES         PIC Z(8)9.
           05  FILLER               PIC X(8)  VALUE ' PASSED '.
           05  WS-RPT-PASSED        PIC Z(8)9.
           05  FILLER               PIC X(8)  VALUE ' FAILED '.
           05  WS-RPT-FAILED        PIC Z(8)9.
           05  FILLER               PIC X(83) VALUE SPACES.

       COPY 'CPBKPSTA'.
       COPY 'CPBKAGG'.
       COPY 'CPBKFRD'.
       COPY 'CPBKSCH'.
       COPY 'CPBKREF'.
       COPY 'CPBKEXC'.
       COPY 'CPBKPRA'.
       COPY 'CPBKDLT'.
       COPY 'CPBKCUR'.
       COPY 'CPBKBND'.
       COPY 'CPBKMCA'.
       COPY 'CPBKGEO'.
       COPY 'CPBKCOR'.
       COPY 'CPBKTOD'.
       COPY 'CPBKDQP'.
       COPY 'CPBKBEN'.
       COPY 'CPBKCUT'.
       COPY 'CPBKSAN'.
       COPY 'CPBKRTE'.
       COPY 'CPBKDUP'.
       COPY 'CPBKEVD'.

      * the same buffers PAYSTATS hands SUBFMT
       01  XML-BUFFER               PIC X(2000000).
       01  FRAUD-XML-BUFFER         PIC X(1500000).
       01  SCHEME-XML-BUFFER        PIC X(1500000).
       01  CURRENCY-XML-BUFFER      PIC X(50000).

       01  CSV-LINES.
           05  CSV-LINE-CNT         PIC 9(9) COMP.
           05  CSV-LINE OCCURS 1 TO 5001 DEPENDING ON CSV-LINE-CNT
                       INDEXED BY CSV-IDX.
               10  CSV-TEXT         PIC X(160).

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           OPEN INPUT DECKFILE
           OPEN INPUT GOLDFILE
           OPEN OUTPUT ACTFILE
           OPEN OUTPUT RPTFILE

           IF WS-GOLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no golden file - every case will FAIL; promote'
                 ' UT-S-SUBTACT once it has been reviewed'
              MOVE 'Y' TO WS-GOLD-EOF
           ELSE
              PERFORM READ-GOLD-REC
           END-IF

           PERFORM UNTIL WS-DECK-EOF = 'Y'
              READ DECKFILE INTO WS-DECK-REC
                 AT END
                    MOVE 'Y' TO WS-DECK-EOF
                 NOT AT END
                    PERFORM PROCESS-DECK-REC
              END-READ
           END-PERFORM

           IF WS-IN-CASE = 'Y'
              DISPLAY 'WARNING: ' WS-PROG-NAME ' case ' WS-CASE-ID
                 ' has no END record - judged at end of deck'
              PERFORM FINISH-CASE
           END-IF

           MOVE WS-CASES  TO WS-RPT-CASES
           MOVE WS-PASSED TO WS-RPT-PASSED
           MOVE WS-FAILED TO WS-RPT-FAILED
           WRITE RPT-REC FROM WS-RPT-TOTALS

           CLOSE RPTFILE
           CLOSE ACTFILE
           CLOSE GOLDFILE
           CLOSE DECKFILE

           DISPLAY '*** ' WS-PROG-NAME ' cases ' WS-CASES
              ' passed ' WS-PASSED ' failed ' WS-FAILED

           EVALUATE TRUE
              WHEN WS-DECK-ERRORS > 0
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' ' WS-DECK-ERRORS
                    ' deck record(s) outside any case'
                 MOVE 16 TO RETURN-CODE
              WHEN WS-FAILED > 0
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' ' WS-FAILED
                    ' case(s) differ from their golden output'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CASES = 0
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' deck holds no cases'
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE

           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

       PROCESS-DECK-REC.

           IF WS-DK-TYPE(1:1) = '*'
              CONTINUE
           ELSE
              IF WS-DK-TYPE NOT = 'CASE' AND WS-IN-CASE = 'N'
                 ADD 1 TO WS-DECK-ERRORS
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' deck record '
                    WS-DK-TYPE ' outside any case - ignored'
              ELSE
                 EVALUATE WS-DK-TYPE
                    WHEN 'CASE'
                       IF WS-IN-CASE = 'Y'
                          DISPLAY 'WARNING: ' WS-PROG-NAME ' case '
                             WS-CASE-ID ' has no END record'
                          PERFORM FINISH-CASE
                       END-IF
                       PERFORM START-CASE
                    WHEN 'PARM'
                       PERFORM LOAD-CASE-PARM
                    WHEN 'TXN '
                       PERFORM LOAD-TXN-ROW
                    WHEN 'MCC '
                       PERFORM LOAD-MCC-ROW
                    WHEN 'SCHM'
                       PERFORM LOAD-SCHEME-ROW
                    WHEN 'RATE'
                       PERFORM LOAD-RATE-ROW
                    WHEN 'CUT '
                       PERFORM LOAD-CUT-ROW
                    WHEN 'SANC'
                       PERFORM LOAD-SANCT-ROW
                    WHEN 'BAND'
                       PERFORM LOAD-BAND-ROW
                    WHEN 'AGG '
                       PERFORM LOAD-AGG-ROW
                    WHEN 'PRIO'
                       PERFORM LOAD-PRIOR-ROW
                    WHEN 'BUF '
                       PERFORM LOAD-BUFFER-TEXT
                    WHEN 'CSV '
                       PERFORM LOAD-CSV-LINE
                    WHEN 'CALL'
                       PERFORM RUN-SUBPROGRAM
                    WHEN 'END '
                       PERFORM FINISH-CASE
                    WHEN OTHER
                       MOVE 'unknown deck record type'
                         TO WS-CASE-ERROR
                 END-EVALUATE
              END-IF
           END-IF.

      * Every table starts the case empty, the same way PAYSTATS
      * resets them before a country's first batch.
       START-CASE.

           MOVE 'Y'             TO WS-IN-CASE
           MOVE WS-DK-CASE-ID   TO WS-CASE-ID
           MOVE WS-DK-CASE-DESC TO WS-CASE-DESC
           MOVE SPACES          TO WS-CASE-ERROR
           MOVE 0               TO WS-CASE-LINES
           MOVE 0               TO WS-CASE-DIFFS
           MOVE 'N'             TO WS-BATCH-CALLED
           MOVE 'N'             TO WS-RAN-AGG
           MOVE 'N'             TO WS-RAN-VAL
           MOVE 'N'             TO WS-RAN-DUP
           MOVE 'N'             TO WS-RAN-DLT
           MOVE 'N'             TO WS-RAN-FMT

           MOVE SPACES TO WS-COUNTRY
           MOVE SPACES TO WS-PERIOD-TAG
           MOVE 2025   TO WS-REF-YEAR
           MOVE 'H1'   TO WS-REF-HALF
           MOVE 'Q1'   TO WS-REF-QUARTER
           MOVE SPACES TO WS-REF-MONTH
           MOVE 0      TO WS-SUBM-VERSION
           MOVE 1      TO WS-FMT-VERSION
           MOVE 1047   TO WS-XML-ENCODING
           MOVE 'N'    TO WS-SIMPLIFIED
           MOVE 0      TO WS-XML-ROW-COUNT
           MOVE 'N'    TO WS-XML-OVERFLOW
           MOVE 5      TO EVID-SAMPLE-MAX

           MOVE 0    TO TXN-COUNT
           MOVE 0    TO REF-MCC-NUM
           MOVE 0    TO REF-SCHEME-NUM
           MOVE 0    TO RATE-NUM
           MOVE 0    TO CUT-NUM
           MOVE 0    TO SANCT-NUM
           MOVE 0    TO BAND-DEF-NUM
           MOVE 0    TO PRIOR-AGG-NUM

           MOVE 0    TO AGG-NUM
           MOVE 0    TO BAND-AGG-NUM
           MOVE 0    TO MCC-AGG-NUM
           MOVE 0    TO GEO-AGG-NUM
           MOVE 0    TO COR-AGG-NUM
           INITIALIZE PROFILE-TABLE
           MOVE 0   TO BEN-NUM
           MOVE 'N' TO BEN-OVERFLOW
           INITIALIZE DQP-TABLE
           MOVE 'SCHEME'    TO DQP-FIELD-NAME(1)
           MOVE 'NSCAREASON' TO DQP-FIELD-NAME(2)
           MOVE 'POSCOUNTRY' TO DQP-FIELD-NAME(3)
           MOVE 'MCC'       TO DQP-FIELD-NAME(4)
           MOVE 'FRAUDORIG' TO DQP-FIELD-NAME(5)
           MOVE 0    TO DUP-NUM
           MOVE 0    TO EVID-NUM
           MOVE 'N'  TO EVID-OVERFLOW
           PERFORM VARYING WS-EVID-I FROM 1 BY 1
                    UNTIL WS-EVID-I > 5000
              MOVE 0 TO EV-KEYCNT(WS-EVID-I)
           END-PERFORM
           MOVE 0    TO DW-NUM
           MOVE SPACES TO DW-TS
           MOVE 'N'  TO DUP-OVERFLOW
           MOVE 'N'  TO DW-OVERFLOW
           MOVE 0    TO FRAUD-AGG-NUM
           MOVE 0    TO SCHEME-AGG-NUM
           MOVE 0    TO CURRENCY-AGG-NUM
           MOVE 0    TO EXC-NUM
           MOVE 0    TO SANC-NUM
           MOVE 'N'  TO SANC-OVERFLOW
           MOVE 0    TO DELTA-NUM
           MOVE 'N'  TO AGG-OVERFLOW
           MOVE 'N'  TO BAND-AGG-OVERFLOW
           MOVE 'N'  TO MCC-AGG-OVERFLOW
           MOVE 'N'  TO GEO-AGG-OVERFLOW
           MOVE 'N'  TO COR-AGG-OVERFLOW
           MOVE 'N'  TO FRAUD-AGG-OVERFLOW
           MOVE 'N'  TO SCHEME-AGG-OVERFLOW
           MOVE 'N'  TO CURRENCY-AGG-OVERFLOW
           MOVE 'N'  TO EXC-OVERFLOW
           MOVE 'N'  TO DELTA-OVERFLOW

           MOVE SPACES TO XML-BUFFER
           MOVE SPACES TO FRAUD-XML-BUFFER
           MOVE SPACES TO SCHEME-XML-BUFFER
           MOVE SPACES TO CURRENCY-XML-BUFFER
           MOVE 1      TO WS-BUF-PTR
           MOVE 0      TO CSV-LINE-CNT.

       LOAD-CASE-PARM.

           IF WS-DK-COUNTRY NOT = SPACES
              MOVE WS-DK-COUNTRY TO WS-COUNTRY
           END-IF
           IF WS-DK-PERIOD NOT = SPACES
              MOVE WS-DK-PERIOD TO WS-PERIOD-TAG
           END-IF
           IF WS-DK-YEAR-X NOT = SPACES
              MOVE WS-DK-YEAR TO WS-REF-YEAR
           END-IF
           IF WS-DK-HALF NOT = SPACES
              MOVE WS-DK-HALF TO WS-REF-HALF
           END-IF
           IF WS-DK-QUARTER NOT = SPACES
              MOVE WS-DK-QUARTER TO WS-REF-QUARTER
           END-IF
           IF WS-DK-MONTH NOT = SPACES
              MOVE WS-DK-MONTH TO WS-REF-MONTH
           END-IF
           IF WS-DK-SUBM-VER-X NOT = SPACES
              MOVE WS-DK-SUBM-VER TO WS-SUBM-VERSION
           END-IF
           IF WS-DK-FMT-VER-X NOT = SPACES
              MOVE WS-DK-FMT-VER TO WS-FMT-VERSION
           END-IF
           IF WS-DK-ENCODING-X NOT = SPACES
              MOVE WS-DK-ENCODING TO WS-XML-ENCODING
           END-IF
           IF WS-DK-SIMPLIFIED NOT = SPACE
              MOVE WS-DK-SIMPLIFIED TO WS-SIMPLIFIED
           END-IF
           IF WS-DK-EVID-X NOT = SPACES
              MOVE WS-DK-EVID TO EVID-SAMPLE-MAX
           END-IF.

      * The deck row is the CPBKPSTA row byte for byte. Rows after a
      * call that consumed the table start the next fetched batch,
      * so SUBAGG and SUBDUP see their tables carried across batches
      * the way PAYSTATS's fetch loop carries them.
       LOAD-TXN-ROW.

           IF WS-BATCH-CALLED = 'Y'
              MOVE 0   TO TXN-COUNT
              MOVE 'N' TO WS-BATCH-CALLED
           END-IF

           IF TXN-COUNT >= TXN-MAX
              MOVE 'TXN-TABLE full' TO WS-CASE-ERROR
           ELSE
              ADD 1 TO TXN-COUNT
              SET TX-IDX TO TXN-COUNT
              MOVE WS-DK-DATA(1:202) TO TXN-ROWS(TX-IDX)
           END-IF.

       LOAD-MCC-ROW.

           IF REF-MCC-NUM >= REF-MCC-MAX
              MOVE 'REF-MCC-TABLE full' TO WS-CASE-ERROR
           ELSE
              ADD 1 TO REF-MCC-NUM
              SET REF-MCC-IDX TO REF-MCC-NUM
              MOVE WS-DK-DATA(1:4) TO REF-MCC-CODE(REF-MCC-IDX)
           END-IF.

       LOAD-SCHEME-ROW.

           IF REF-SCHEME-NUM >= REF-SCHEME-MAX
              MOVE 'REF-SCHEME-TABLE full' TO WS-CASE-ERROR
           ELSE
              ADD 1 TO REF-SCHEME-NUM
              SET REF-SCHEME-IDX TO REF-SCHEME-NUM
              MOVE WS-DK-DATA(1:40)
                TO REF-SCHEME-CODE(REF-SCHEME-IDX)
           END-IF.

       LOAD-RATE-ROW.

           IF RATE-NUM >= RATE-MAX
              MOVE 'RATE-TABLE full' TO WS-CASE-ERROR
           ELSE
              ADD 1 TO RATE-NUM
              SET RT-IDX TO RATE-NUM
              MOVE WS-DK-DATA(1:28) TO RATE-ROWS(RT-IDX)
           END-IF.

       LOAD-CUT-ROW.

           IF CUT-NUM >= CUT-MAX
              MOVE 'CUT-TABLE full' TO WS-CASE-ERROR
           ELSE
              ADD 1 TO CUT-NUM
              SET CUT-IDX TO CUT-NUM
              MOVE WS-DK-DATA(1:28) TO CUT-ROWS(CUT-IDX)
           END-IF.

       LOAD-SANCT-ROW.

           IF SANCT-NUM >= SANCT-MAX
              MOVE 'SANCT-TABLE full' TO WS-CASE-ERROR
           ELSE
              ADD 1 TO SANCT-NUM
              SET SAN-IDX TO SANCT-NUM
              MOVE WS-DK-DATA(1:2) TO SANCT-CODE(SAN-IDX)
           END-IF.

       LOAD-BAND-ROW.

           IF BAND-DEF-NUM >= BAND-DEF-MAX
              MOVE 'BAND-DEF-TABLE full' TO WS-CASE-ERROR
           ELSE
              ADD 1 TO BAND-DEF-NUM
              SET BD-IDX TO BAND-DEF-NUM
              MOVE WS-DK-BAND-LIMIT TO BAND-DEF-LIMIT(BD-IDX)
           END-IF.

       LOAD-AGG-ROW.

           IF AGG-NUM >= AGG-MAX
              MOVE 'AGG-TABLE full' TO WS-CASE-ERROR
           ELSE
              ADD 1 TO AGG-NUM
              SET AG-IDX TO AGG-NUM
              MOVE WS-DK-SERVICE   TO AE-SERVICE(AG-IDX)
              MOVE WS-DK-CHANNEL   TO AE-CHANNEL(AG-IDX)
              MOVE WS-DK-SCA       TO AE-SCA(AG-IDX)
              MOVE WS-DK-CB-FLAG   TO AE-CB-FLAG(AG-IDX)
              MOVE WS-DK-DIRECTION TO AE-DIRECTION(AG-IDX)
              MOVE WS-DK-COUNT     TO AE-COUNT(AG-IDX)
              MOVE WS-DK-TOTAL     TO AE-TOTAL(AG-IDX)
              MOVE WS-DK-REV-COUNT TO AE-REV-COUNT(AG-IDX)
              MOVE WS-DK-REV-TOTAL TO AE-REV-TOTAL(AG-IDX)
           END-IF.

       LOAD-PRIOR-ROW.

           IF PRIOR-AGG-NUM >= PRIOR-AGG-MAX
              MOVE 'PRIOR-AGG-TABLE full' TO WS-CASE-ERROR
           ELSE
              ADD 1 TO PRIOR-AGG-NUM
              SET PR-IDX TO PRIOR-AGG-NUM
              MOVE WS-DK-AGG-KEY   TO PR-KEY(PR-IDX)
              MOVE WS-DK-COUNT     TO PR-COUNT(PR-IDX)
              MOVE WS-DK-TOTAL     TO PR-TOTAL(PR-IDX)
              MOVE WS-DK-REV-COUNT TO PR-REV-COUNT(PR-IDX)
              MOVE WS-DK-REV-TOTAL TO PR-REV-TOTAL(PR-IDX)
           END-IF.

       LOAD-BUFFER-TEXT.

           IF WS-DK-BUF-LEN = 0 OR WS-DK-BUF-LEN > 241
              MOVE 'BUF record length not 001-241' TO WS-CASE-ERROR
           ELSE
              IF WS-BUF-PTR + WS-DK-BUF-LEN - 1 > 2000000
                 MOVE 'XML-BUFFER full' TO WS-CASE-ERROR
              ELSE
                 MOVE WS-DK-BUF-TEXT(1:WS-DK-BUF-LEN)
                   TO XML-BUFFER(WS-BUF-PTR:WS-DK-BUF-LEN)
                 ADD WS-DK-BUF-LEN TO WS-BUF-PTR
              END-IF
           END-IF.

       LOAD-CSV-LINE.

           IF CSV-LINE-CNT >= 5001
              MOVE 'CSV-LINES full' TO WS-CASE-ERROR
           ELSE
              ADD 1 TO CSV-LINE-CNT
              SET CSV-IDX TO CSV-LINE-CNT
              MOVE WS-DK-DATA(1:160) TO CSV-TEXT(CSV-IDX)
           END-IF.

      * Each CALL passes exactly the arguments PAYSTATS passes. The
      * table-building subprograms are judged on their tables when
      * the case ends; the verdict and measurement subprograms give
      * one result line per call.
       RUN-SUBPROGRAM.

           EVALUATE WS-DK-PGM
              WHEN WS-PGM-SUBAGG
                 CALL WS-PGM-SUBAGG USING BY REFERENCE
                    TXN-TABLE AGG-TABLE FRAUD-AGG-TABLE
                    SCHEME-AGG-TABLE
                    CURRENCY-AGG-TABLE BAND-DEF-TABLE BAND-AGG-TABLE
                    MCC-AGG-TABLE GEO-AGG-TABLE
                    CORRIDOR-AGG-TABLE PROFILE-TABLE
                    DQP-TABLE BEN-TABLE CUT-TABLE
                    EVID-TABLE EVID-KEYCNT-TABLE
                    WS-COUNTRY
                 END-CALL
                 MOVE 'Y' TO WS-RAN-AGG
                 MOVE 'Y' TO WS-BATCH-CALLED
              WHEN WS-PGM-SUBVAL
                 CALL WS-PGM-SUBVAL USING BY REFERENCE
                    TXN-TABLE REF-MCC-TABLE REF-SCHEME-TABLE EXC-TABLE
                    RATE-TABLE WS-PERIOD-TAG
                    CUT-TABLE WS-COUNTRY
                    SANCT-TABLE SANC-HIT-TABLE
                 END-CALL
                 MOVE 'Y' TO WS-RAN-VAL
                 MOVE 'Y' TO WS-BATCH-CALLED
              WHEN WS-PGM-SUBDUP
                 CALL WS-PGM-SUBDUP USING BY REFERENCE
                    TXN-TABLE DUP-WORK-TABLE DUP-TABLE
                 END-CALL
                 MOVE 'Y' TO WS-RAN-DUP
                 MOVE 'Y' TO WS-BATCH-CALLED
              WHEN WS-PGM-SUBDLT
                 CALL WS-PGM-SUBDLT USING BY REFERENCE
                    AGG-TABLE PRIOR-AGG-TABLE DELTA-TABLE
                 END-CALL
                 MOVE 'Y' TO WS-RAN-DLT
              WHEN WS-PGM-SUBFMT
                 CALL WS-PGM-SUBFMT USING BY REFERENCE
                    WS-COUNTRY
                    WS-REF-YEAR WS-REF-HALF WS-REF-QUARTER
                    WS-REF-MONTH
                    WS-SUBM-VERSION
                    WS-FMT-VERSION
                    WS-XML-ENCODING
                    AGG-TABLE FRAUD-AGG-TABLE SCHEME-AGG-TABLE
                    CURRENCY-AGG-TABLE
                    XML-BUFFER FRAUD-XML-BUFFER SCHEME-XML-BUFFER
                    CURRENCY-XML-BUFFER
                    CSV-LINES
                    WS-XML-OVERFLOW
                    WS-SIMPLIFIED WS-XML-ROW-COUNT
                 END-CALL
                 MOVE 'Y' TO WS-RAN-FMT
              WHEN WS-PGM-SUBREC
                 PERFORM RUN-SUBREC
              WHEN WS-PGM-SUBXCK
                 PERFORM RUN-SUBXCK
              WHEN WS-PGM-SUBMAN
                 MOVE WS-DK-XCK-BUFFER TO WS-RND-WHICH
                 MOVE 'MAN    '        TO WS-OM-KIND
                 PERFORM MEASURE-BUFFER
              WHEN OTHER
                 MOVE 'CALL of a subprogram the driver does not know'
                   TO WS-CASE-ERROR
           END-EVALUATE.

       RUN-SUBREC.

           IF WS-DK-REC-COUNT-X = SPACES
              MOVE AGG-NUM TO WS-TRAILER-COUNT
           ELSE
              MOVE WS-DK-REC-COUNT TO WS-TRAILER-COUNT
           END-IF

           IF WS-DK-REC-TOTAL-X = SPACES
              MOVE 0 TO WS-TRAILER-TOTAL
              PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AGG-NUM
                 ADD AE-TOTAL(AG-IDX) TO WS-TRAILER-TOTAL
              END-PERFORM
           ELSE
              MOVE WS-DK-REC-TOTAL TO WS-TRAILER-TOTAL
           END-IF

           IF WS-DK-REC-ROWS-X NOT = SPACES
              MOVE WS-DK-REC-ROWS TO WS-XML-ROW-COUNT
           END-IF

           CALL WS-PGM-SUBREC USING BY REFERENCE
              XML-BUFFER CSV-LINES
              WS-TRAILER-COUNT WS-TRAILER-TOTAL
              WS-RECON-OK WS-XML-ROW-COUNT
           END-CALL

           MOVE 'REC '      TO WS-OX-KIND
           MOVE 'MAIN '     TO WS-OX-BUFFER
           MOVE WS-RECON-OK TO WS-OX-OK
           MOVE WS-OUT-VERDICT TO WS-ACT-TEXT
           PERFORM EMIT-ACTUAL-LINE.

       RUN-SUBXCK.

           MOVE WS-DK-XCK-ROOT TO WS-XMLCK-ROOT
           MOVE WS-DK-XCK-TAG  TO WS-XMLCK-TAG
           MOVE 'N'            TO WS-XMLCK-DOC-OK

           EVALUATE WS-DK-XCK-BUFFER
              WHEN 'MAIN '
                 MOVE 2000000 TO WS-XMLCK-MAX
                 MOVE WS-XML-ROW-COUNT TO WS-XMLCK-EXPECT
              WHEN 'FRAUD'
                 MOVE 1500000 TO WS-XMLCK-MAX
                 MOVE FRAUD-AGG-NUM TO WS-XMLCK-EXPECT
              WHEN 'SCHEM'
                 MOVE 1500000 TO WS-XMLCK-MAX
                 MOVE SCHEME-AGG-NUM TO WS-XMLCK-EXPECT
              WHEN 'CURR '
                 MOVE 50000 TO WS-XMLCK-MAX
                 MOVE CURRENCY-AGG-NUM TO WS-XMLCK-EXPECT
              WHEN OTHER
                 MOVE 'SUBXCK buffer not MAIN/FRAUD/SCHEM/CURR'
                   TO WS-CASE-ERROR
           END-EVALUATE

           IF WS-DK-XCK-EXPECT-X NOT = SPACES
              MOVE WS-DK-XCK-EXPECT TO WS-XMLCK-EXPECT
           END-IF

           EVALUATE WS-DK-XCK-BUFFER
              WHEN 'MAIN '
                 CALL WS-PGM-SUBXCK USING BY REFERENCE
                    XML-BUFFER WS-XMLCK-MAX WS-XML-ENCODING
                    WS-XMLCK-ROOT WS-XMLCK-TAG WS-XMLCK-EXPECT
                    WS-XMLCK-DOC-OK
                 END-CALL
              WHEN 'FRAUD'
                 CALL WS-PGM-SUBXCK USING BY REFERENCE
                    FRAUD-XML-BUFFER WS-XMLCK-MAX WS-XML-ENCODING
                    WS-XMLCK-ROOT WS-XMLCK-TAG WS-XMLCK-EXPECT
                    WS-XMLCK-DOC-OK
                 END-CALL
              WHEN 'SCHEM'
                 CALL WS-PGM-SUBXCK USING BY REFERENCE
                    SCHEME-XML-BUFFER WS-XMLCK-MAX WS-XML-ENCODING
                    WS-XMLCK-ROOT WS-XMLCK-TAG WS-XMLCK-EXPECT
                    WS-XMLCK-DOC-OK
                 END-CALL
              WHEN 'CURR '
                 CALL WS-PGM-SUBXCK USING BY REFERENCE
                    CURRENCY-XML-BUFFER WS-XMLCK-MAX WS-XML-ENCODING
                    WS-XMLCK-ROOT WS-XMLCK-TAG WS-XMLCK-EXPECT
                    WS-XMLCK-DOC-OK
                 END-CALL
           END-EVALUATE

           MOVE 'XCK '           TO WS-OX-KIND
           MOVE WS-DK-XCK-BUFFER TO WS-OX-BUFFER
           MOVE WS-XMLCK-DOC-OK  TO WS-OX-OK
           MOVE WS-OUT-VERDICT TO WS-ACT-TEXT
           PERFORM EMIT-ACTUAL-LINE.

      * SUBMAN over the buffer named in WS-RND-WHICH, at that
      * buffer's real size, giving one length/checksum line.
       MEASURE-BUFFER.

           MOVE 0 TO WS-MANI-LEN
           MOVE 0 TO WS-MANI-CHECKSUM

           EVALUATE WS-RND-WHICH
              WHEN 'MAIN '
                 MOVE 2000000 TO WS-MANI-MAX-LEN
                 CALL WS-PGM-SUBMAN USING BY REFERENCE
                    XML-BUFFER WS-MANI-MAX-LEN
                    WS-MANI-LEN WS-MANI-CHECKSUM
                 END-CALL
              WHEN 'FRAUD'
                 MOVE 1500000 TO WS-MANI-MAX-LEN
                 CALL WS-PGM-SUBMAN USING BY REFERENCE
                    FRAUD-XML-BUFFER WS-MANI-MAX-LEN
                    WS-MANI-LEN WS-MANI-CHECKSUM
                 END-CALL
              WHEN 'SCHEM'
                 MOVE 1500000 TO WS-MANI-MAX-LEN
                 CALL WS-PGM-SUBMAN USING BY REFERENCE
                    SCHEME-XML-BUFFER WS-MANI-MAX-LEN
                    WS-MANI-LEN WS-MANI-CHECKSUM
                 END-CALL
              WHEN 'CURR '
                 MOVE 50000 TO WS-MANI-MAX-LEN
                 CALL WS-PGM-SUBMAN USING BY REFERENCE
                    CURRENCY-XML-BUFFER WS-MANI-MAX-LEN
                    WS-MANI-LEN WS-MANI-CHECKSUM
                 END-CALL
              WHEN OTHER
                 MOVE 'SUBMAN buffer not MAIN/FRAUD/SCHEM/CURR'
                   TO WS-CASE-ERROR
           END-EVALUATE

           MOVE WS-RND-WHICH     TO WS-OM-BUFFER
           MOVE WS-MANI-LEN      TO WS-OM-LEN
           MOVE WS-MANI-CHECKSUM TO WS-OM-CHECKSUM
           MOVE WS-OUT-MAN TO WS-ACT-TEXT
           PERFORM EMIT-ACTUAL-LINE.

       FINISH-CASE.

           IF WS-RAN-AGG = 'Y'
              PERFORM RENDER-AGG-RESULTS
           END-IF
           IF WS-RAN-VAL = 'Y'
              PERFORM RENDER-VAL-RESULTS
           END-IF
           IF WS-RAN-DUP = 'Y'
              PERFORM RENDER-DUP-RESULTS
           END-IF
           IF WS-RAN-DLT = 'Y'
              PERFORM RENDER-DLT-RESULTS
           END-IF
           IF WS-RAN-FMT = 'Y'
              PERFORM RENDER-FMT-RESULTS
           END-IF

      * golden lines the run did not reproduce
           PERFORM UNTIL WS-GOLD-EOF = 'Y'
                      OR GOLD-CASE-ID NOT = WS-CASE-ID
              ADD 1 TO WS-CASE-LINES
              MOVE GOLD-TEXT TO WS-EXP-TEXT
              MOVE '(no actual line)' TO WS-ACT-TEXT
              PERFORM NOTE-DIFFERENCE
              PERFORM READ-GOLD-REC
           END-PERFORM

           ADD 1 TO WS-CASES
           MOVE WS-CASE-ID    TO WS-RPT-CASE-ID
           MOVE WS-CASE-LINES TO WS-RPT-LINES
           MOVE WS-CASE-DIFFS TO WS-RPT-DIFFS
           MOVE WS-CASE-DESC  TO WS-RPT-DESC

           IF WS-CASE-DIFFS = 0 AND WS-CASE-ERROR = SPACES
              ADD 1 TO WS-PASSED
              MOVE 'PASS' TO WS-RPT-RESULT
              WRITE RPT-REC FROM WS-RPT-LINE
           ELSE
              ADD 1 TO WS-FAILED
              MOVE 'FAIL' TO WS-RPT-RESULT
              WRITE RPT-REC FROM WS-RPT-LINE
              DISPLAY 'WARNING: ' WS-PROG-NAME ' case ' WS-CASE-ID
                 ' FAILED'
              IF WS-CASE-ERROR NOT = SPACES
                 MOVE 'DECK:'       TO WS-RPT-LABEL
                 MOVE WS-CASE-ERROR TO WS-RPT-TEXT
                 WRITE RPT-REC FROM WS-RPT-DETAIL
              END-IF
              IF WS-CASE-DIFFS > 0
                 MOVE WS-DIFF-LINE TO WS-RPT-DIFF-LINE
                 MOVE WS-DIFF-COL  TO WS-RPT-DIFF-COL
                 WRITE RPT-REC FROM WS-RPT-WHERE
                 MOVE 'EXPECTED:'      TO WS-RPT-LABEL
                 MOVE WS-DIFF-EXPECTED TO WS-RPT-TEXT
                 WRITE RPT-REC FROM WS-RPT-DETAIL
                 MOVE 'ACTUAL:'        TO WS-RPT-LABEL
                 MOVE WS-DIFF-ACTUAL   TO WS-RPT-TEXT
                 WRITE RPT-REC FROM WS-RPT-DETAIL
              END-IF
           END-IF

           MOVE 'N' TO WS-IN-CASE.

       RENDER-AGG-RESULTS.

           PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AGG-NUM
              MOVE AE-SERVICE(AG-IDX)   TO WS-OA-SERVICE
              MOVE AE-CHANNEL(AG-IDX)   TO WS-OA-CHANNEL
              MOVE AE-SCA(AG-IDX)       TO WS-OA-SCA
              MOVE AE-CB-FLAG(AG-IDX)   TO WS-OA-CB-FLAG
              MOVE AE-DIRECTION(AG-IDX) TO WS-OA-DIRECTION
              MOVE AE-COUNT(AG-IDX)     TO WS-OA-COUNT
              MOVE AE-TOTAL(AG-IDX)     TO WS-OA-TOTAL
              MOVE AE-REV-COUNT(AG-IDX) TO WS-OA-REV-COUNT
              MOVE AE-REV-TOTAL(AG-IDX) TO WS-OA-REV-TOTAL
              MOVE WS-OUT-AGG TO WS-ACT-TEXT
              PERFORM EMIT-ACTUAL-LINE
           END-PERFORM

           MOVE AGG-NUM          TO WS-OT-AGG-NUM
           MOVE AGG-OVERFLOW     TO WS-OT-AGG-OVFL
           MOVE FRAUD-AGG-NUM    TO WS-OT-FRAUD-NUM
           MOVE SCHEME-AGG-NUM   TO WS-OT-SCHEME-NUM
           MOVE CURRENCY-AGG-NUM TO WS-OT-CURR-NUM
           MOVE BAND-AGG-NUM     TO WS-OT-BAND-NUM
           MOVE MCC-AGG-NUM      TO WS-OT-MCC-NUM
           MOVE GEO-AGG-NUM      TO WS-OT-GEO-NUM
           MOVE COR-AGG-NUM      TO WS-OT-COR-NUM
           MOVE BEN-NUM          TO WS-OT-BEN-NUM
           MOVE EVID-NUM         TO WS-OT-EVID-NUM
           MOVE WS-OUT-AGGTAB TO WS-ACT-TEXT
           PERFORM EMIT-ACTUAL-LINE.

       RENDER-VAL-RESULTS.

           PERFORM VARYING EXC-IDX FROM 1 BY 1
                    UNTIL EXC-IDX > EXC-NUM
              MOVE EXC-TRANS-ID(EXC-IDX) TO WS-OE-TRANS-ID
              MOVE EXC-FIELD(EXC-IDX)    TO WS-OE-FIELD
              MOVE EXC-VALUE(EXC-IDX)    TO WS-OE-VALUE
              MOVE EXC-REASON(EXC-IDX)   TO WS-OE-REASON
              MOVE WS-OUT-EXC TO WS-ACT-TEXT
              PERFORM EMIT-ACTUAL-LINE
           END-PERFORM

           PERFORM VARYING SH-IDX FROM 1 BY 1 UNTIL SH-IDX > SANC-NUM
              MOVE SANC-TRANS-ID(SH-IDX) TO WS-OS-TRANS-ID
              MOVE SANC-COUNTRY(SH-IDX)  TO WS-OS-COUNTRY
              MOVE SANC-FIELD(SH-IDX)    TO WS-OS-FIELD
              MOVE WS-OUT-SANC TO WS-ACT-TEXT
              PERFORM EMIT-ACTUAL-LINE
           END-PERFORM

           MOVE EXC-NUM       TO WS-OT-EXC-NUM
           MOVE EXC-OVERFLOW  TO WS-OT-EXC-OVFL
           MOVE SANC-NUM      TO WS-OT-SANC-NUM
           MOVE SANC-OVERFLOW TO WS-OT-SANC-OVFL
           MOVE WS-OUT-EXCTAB TO WS-ACT-TEXT
           PERFORM EMIT-ACTUAL-LINE.

       RENDER-DUP-RESULTS.

           PERFORM VARYING DUP-IDX FROM 1 BY 1
                    UNTIL DUP-IDX > DUP-NUM
              MOVE DUP-TS(DUP-IDX)       TO WS-OD-TS
              MOVE DUP-SERVICE(DUP-IDX)  TO WS-OD-SERVICE
              MOVE DUP-CHANNEL(DUP-IDX)  TO WS-OD-CHANNEL
              MOVE DUP-AMOUNT(DUP-IDX)   TO WS-OD-AMOUNT
              MOVE DUP-CURRENCY(DUP-IDX) TO WS-OD-CURRENCY
              MOVE DUP-PAYER(DUP-IDX)    TO WS-OD-PAYER
              MOVE DUP-PAYEE(DUP-IDX)    TO WS-OD-PAYEE
              MOVE DUP-COUNT(DUP-IDX)    TO WS-OD-COUNT
              MOVE WS-OUT-DUP TO WS-ACT-TEXT
              PERFORM EMIT-ACTUAL-LINE
           END-PERFORM

           MOVE DUP-NUM      TO WS-OT-DUP-NUM
           MOVE DUP-OVERFLOW TO WS-OT-DUP-OVFL
           MOVE DW-NUM       TO WS-OT-DW-NUM
           MOVE DW-OVERFLOW  TO WS-OT-DW-OVFL
           MOVE WS-OUT-DUPTAB TO WS-ACT-TEXT
           PERFORM EMIT-ACTUAL-LINE.

       RENDER-DLT-RESULTS.

           PERFORM VARYING DL-IDX FROM 1 BY 1
                    UNTIL DL-IDX > DELTA-NUM
              MOVE DL-CHANGE-TYPE(DL-IDX) TO WS-OL-CHANGE-TYPE
              MOVE DL-SERVICE(DL-IDX)     TO WS-OL-SERVICE
              MOVE DL-CHANNEL(DL-IDX)     TO WS-OL-CHANNEL
              MOVE DL-SCA(DL-IDX)         TO WS-OL-SCA
              MOVE DL-CB-FLAG(DL-IDX)     TO WS-OL-CB-FLAG
              MOVE DL-DIRECTION(DL-IDX)   TO WS-OL-DIRECTION
              MOVE DL-OLD-COUNT(DL-IDX)   TO WS-OL-OLD-COUNT
              MOVE DL-OLD-TOTAL(DL-IDX)   TO WS-OL-OLD-TOTAL
              MOVE DL-NEW-COUNT(DL-IDX)   TO WS-OL-NEW-COUNT
              MOVE DL-NEW-TOTAL(DL-IDX)   TO WS-OL-NEW-TOTAL
              MOVE WS-OUT-DLT TO WS-ACT-TEXT
              PERFORM EMIT-ACTUAL-LINE
           END-PERFORM

           MOVE DELTA-NUM      TO WS-OT-DLT-NUM
           MOVE DELTA-OVERFLOW TO WS-OT-DLT-OVFL
           MOVE WS-OUT-DLTTAB TO WS-ACT-TEXT
           PERFORM EMIT-ACTUAL-LINE.

      * The four documents SUBFMT generated, each as its SUBMAN
      * length and checksum followed by its text in 100-byte pieces,
      * then the CSV rendering line by line.
       RENDER-FMT-RESULTS.

           MOVE WS-XML-OVERFLOW  TO WS-OF-OVFL
           MOVE WS-XML-ROW-COUNT TO WS-OF-ROWS
           MOVE CSV-LINE-CNT     TO WS-OF-CSV
           MOVE WS-SIMPLIFIED    TO WS-OF-SIMPLIFIED
           MOVE WS-OUT-FMT TO WS-ACT-TEXT
           PERFORM EMIT-ACTUAL-LINE

           MOVE 'MAIN ' TO WS-RND-WHICH
           PERFORM RENDER-ONE-BUFFER
           MOVE 'FRAUD' TO WS-RND-WHICH
           PERFORM RENDER-ONE-BUFFER
           MOVE 'SCHEM' TO WS-RND-WHICH
           PERFORM RENDER-ONE-BUFFER
           MOVE 'CURR ' TO WS-RND-WHICH
           PERFORM RENDER-ONE-BUFFER

           PERFORM VARYING CSV-IDX FROM 1 BY 1
                    UNTIL CSV-IDX > CSV-LINE-CNT
              SET WS-OV-LINE TO CSV-IDX
              MOVE CSV-TEXT(CSV-IDX) TO WS-OV-TEXT
              MOVE WS-OUT-CSV TO WS-ACT-TEXT
              PERFORM EMIT-ACTUAL-LINE
           END-PERFORM.

       RENDER-ONE-BUFFER.

           MOVE 'XMLLEN ' TO WS-OM-KIND
           PERFORM MEASURE-BUFFER

           PERFORM VARYING WS-CHUNK-POS FROM 1 BY 100
                    UNTIL WS-CHUNK-POS > WS-MANI-LEN
              IF WS-MANI-LEN - WS-CHUNK-POS + 1 < 100
                 COMPUTE WS-CHUNK-LEN = WS-MANI-LEN - WS-CHUNK-POS + 1
              ELSE
                 MOVE 100 TO WS-CHUNK-LEN
              END-IF
              MOVE SPACES       TO WS-OC-TEXT
              MOVE WS-RND-WHICH TO WS-OC-BUFFER
              MOVE WS-CHUNK-POS TO WS-OC-POS
              EVALUATE WS-RND-WHICH
                 WHEN 'MAIN '
                    MOVE XML-BUFFER(WS-CHUNK-POS:WS-CHUNK-LEN)
                      TO WS-OC-TEXT
                 WHEN 'FRAUD'
                    MOVE FRAUD-XML-BUFFER(WS-CHUNK-POS:WS-CHUNK-LEN)
                      TO WS-OC-TEXT
                 WHEN 'SCHEM'
                    MOVE SCHEME-XML-BUFFER(WS-CHUNK-POS:WS-CHUNK-LEN)
                      TO WS-OC-TEXT
                 WHEN 'CURR '
                    MOVE CURRENCY-XML-BUFFER(WS-CHUNK-POS:WS-CHUNK-LEN)
                      TO WS-OC-TEXT
              END-EVALUATE
              MOVE WS-OUT-CHUNK TO WS-ACT-TEXT
              PERFORM EMIT-ACTUAL-LINE
           END-PERFORM.

      * One rendered result line: written to the actual file and
      * matched against the next golden line, which must belong to
      * the same case.
       EMIT-ACTUAL-LINE.

           ADD 1 TO WS-CASE-LINES
           MOVE WS-CASE-ID  TO ACT-CASE-ID
           MOVE WS-ACT-TEXT TO ACT-TEXT
           WRITE ACT-REC

           IF WS-GOLD-EOF = 'N' AND GOLD-CASE-ID = WS-CASE-ID
              IF GOLD-TEXT NOT = WS-ACT-TEXT
                 MOVE GOLD-TEXT TO WS-EXP-TEXT
                 PERFORM NOTE-DIFFERENCE
              END-IF
              PERFORM READ-GOLD-REC
           ELSE
              MOVE '(no golden line)' TO WS-EXP-TEXT
              PERFORM NOTE-DIFFERENCE
           END-IF.

      * Keeps the first difference of the case for the report: its
      * line number and the first column that differs.
       NOTE-DIFFERENCE.

           ADD 1 TO WS-CASE-DIFFS
           IF WS-CASE-DIFFS = 1
              MOVE WS-CASE-LINES TO WS-DIFF-LINE
              MOVE WS-EXP-TEXT   TO WS-DIFF-EXPECTED
              MOVE WS-ACT-TEXT   TO WS-DIFF-ACTUAL
              PERFORM VARYING WS-DIFF-COL FROM 1 BY 1
                       UNTIL WS-DIFF-COL > 191
                          OR WS-DIFF-EXPECTED(WS-DIFF-COL:1)
                             NOT = WS-DIFF-ACTUAL(WS-DIFF-COL:1)
                 CONTINUE
              END-PERFORM
           END-IF.

       READ-GOLD-REC.

           READ GOLDFILE
              AT END
                 MOVE 'Y' TO WS-GOLD-EOF
           END-READ.

       END PROGRAM SUBTDRIV.
