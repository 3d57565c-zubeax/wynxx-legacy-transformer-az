                  ORGANIZATION IS SEQUENTIAL.
           SELECT AGNTFILE ASSIGN TO UT-S-AGNTIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT FMTFILE ASSIGN TO UT-S-FMTVER
                  ORGANIZATION IS SEQUENTIAL.
           SELECT GRPMFILE ASSIGN TO UT-S-GRPMAP
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SUBMFILE ASSIGN TO WS-SUBMFILE-NAME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SREGFILE ASSIGN TO UT-S-SUBMREG
                  ORGANIZATION IS SEQUENTIAL.
           SELECT CURRFILE ASSIGN TO WS-CURRFILE-NAME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ECBFILE ASSIGN TO WS-ECBFILE-NAME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ECBSNAPFILE ASSIGN TO WS-ECBSNAP-NAME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SETLFILE ASSIGN TO UT-S-SETLIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SETLRPT ASSIGN TO WS-SETLRPT-NAME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ELIMFILE ASSIGN TO WS-ELIMFILE-NAME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT MKTFILE ASSIGN TO UT-S-MKTRATE
                  ORGANIZATION IS SEQUENTIAL.
           SELECT FSGSNAPFILE ASSIGN TO WS-FSGSNAP-NAME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT BMKFILE ASSIGN TO WS-BMKFILE-NAME
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  AGNT-IN-TYPE          PIC X(8).
           05  FILLER                PIC X(1).
           05  AGNT-IN-VALUE         PIC X(61).
      * Reporting-format control: one record per date range, naming
      * the layout version SUBFMT generates in and the schema label
      * the envelope declares for periods starting inside the range.
      * A blank FMT-IN-TO-DATE leaves the range open.
       FD  FMTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FMT-IN-REC.
       01  FMT-IN-REC.
           05  FMT-IN-FROM-DATE      PIC X(10).
           05  FILLER                PIC X(1).
           05  FMT-IN-TO-DATE        PIC X(10).
           05  FILLER                PIC X(1).
           05  FMT-IN-VERSION        PIC 9(2).
           05  FILLER                PIC X(1).
           05  FMT-IN-SCHEMA         PIC X(10).
           05  FILLER                PIC X(45).
      * Group entity mapping: which of the group's entities an agent
      * BIC ('BIC ') or an account ('ACCT') belongs to.
       FD  GRPMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GRPM-IN-REC.
       01  GRPM-IN-REC.
           05  GRPM-IN-ENTITY        PIC X(4).
           05  FILLER                PIC X(1).
           05  GRPM-IN-KIND          PIC X(4).
           05  FILLER                PIC X(1).
           05  GRPM-IN-IDENT         PIC X(34).
           05  FILLER                PIC X(36).
       FD  SUBMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       FD  SREGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 171 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SREG-IO-REC.
       COPY 'CPBKSRG'.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CURR-OUT-REC.
       01  CURR-OUT-REC              PIC X(50000).
       FD  ECBFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1500000 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ECB-OUT-REC.
       01  ECB-OUT-REC               PIC X(1500000).
      * Per-period ECB-AGG-TABLE snapshot, the ECB counterpart of
      * PRIORFILE: the half-year consolidation merges the two
      * quarters' snapshots into the half's ECB return.
       FD  ECBSNAPFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 113 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ECBSNAP-IO-REC.
       01  ECBSNAP-IO-REC.
           05  ECBSNAP-IO-SERVICE    PIC X(30).
           05  ECBSNAP-IO-CHANNEL    PIC X(30).
           05  ECBSNAP-IO-REMOTE     PIC X(1).
           05  ECBSNAP-IO-CARD-FUNC  PIC X(1).
           05  ECBSNAP-IO-DIRECTION  PIC X(1).
           05  ECBSNAP-IO-CPTY       PIC X(2).
           05  ECBSNAP-IO-COUNT      PIC 9(9).
           05  ECBSNAP-IO-TOTAL      PIC 9(13)V99.
           05  ECBSNAP-IO-REV-COUNT  PIC 9(9).
           05  ECBSNAP-IO-REV-TOTAL  PIC 9(13)V99.
      * Daily control totals from the scheme settlement reports: one
      * record per settlement date and scheme, count and EUR value.
       FD  SETLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SETL-IN-REC.
       01  SETL-IN-REC.
           05  SETL-IN-DATE          PIC X(10).
           05  FILLER                PIC X(1).
           05  SETL-IN-SCHEME        PIC X(40).
           05  FILLER                PIC X(1).
           05  SETL-IN-COUNT         PIC 9(9).
           05  FILLER                PIC X(1).
           05  SETL-IN-VALUE         PIC 9(13)V99.
           05  FILLER                PIC X(3).
       FD  SETLRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SETL-OUT-REC.
       01  SETL-OUT-REC              PIC X(132).
       FD  ELIMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ELIM-OUT-REC.
       01  ELIM-OUT-REC              PIC X(132).
      * Published market fraud rates (EBA / NCA, half-yearly): one
      * record per payment service, channel and SCA flag, the rates
      * in percent by count and by value. A blank channel gives the
      * service-level rate, used where no channel-level rate was
      * published. MKT-IN-PERIOD names the published half.
       FD  MKTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MKT-IN-REC.
       01  MKT-IN-REC.
           05  MKT-IN-PERIOD         PIC X(7).
           05  FILLER                PIC X(1).
           05  MKT-IN-SERVICE        PIC X(30).
           05  FILLER                PIC X(1).
           05  MKT-IN-CHANNEL        PIC X(30).
           05  FILLER                PIC X(1).
           05  MKT-IN-SCA            PIC X(1).
           05  FILLER                PIC X(1).
           05  MKT-IN-COUNT-RATE     PIC X(12).
           05  FILLER                PIC X(1).
           05  MKT-IN-VALUE-RATE     PIC X(12).
           05  FILLER                PIC X(3).
      * Per-period FSG-AGG-TABLE snapshot, merged by the half-year
      * consolidation as ECBSNAPFILE is.
       FD  FSGSNAPFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 109 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FSGSNAP-IO-REC.
       01  FSGSNAP-IO-REC.
           05  FSGSNAP-IO-SERVICE    PIC X(30).
           05  FSGSNAP-IO-CHANNEL    PIC X(30).
           05  FSGSNAP-IO-SCA        PIC X(1).
           05  FSGSNAP-IO-COUNT      PIC 9(9).
           05  FSGSNAP-IO-TOTAL      PIC 9(13)V99.
           05  FSGSNAP-IO-FRD-COUNT  PIC 9(9).
           05  FSGSNAP-IO-FRD-TOTAL  PIC 9(13)V99.
       FD  BMKFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BMK-OUT-REC.
       01  BMK-OUT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'PAYSTATS'.
       01  WS-SNAP-FOUND-FLAG       PIC X(1)  VALUE 'N'.
       01  WS-SNAP-SHIFT-I          PIC 9(9) COMP.
       01  WS-SNAP-SAVE-NAME        PIC X(30) VALUE SPACES.
       01  WS-ECBSNAP-KEY           PIC X(65) VALUE SPACES.
       01  WS-ECBSNAP-EOF           PIC X(1)  VALUE 'N'.
       01  WS-ECBSNAP-ROWS          PIC 9(9) COMP VALUE 0.
       01  WS-OUTFILE-NAME          PIC X(30).
       01  WS-FRAUDFILE-NAME        PIC X(30).
       01  WS-CSVFILE-NAME          PIC X(30).
      * 'T' the day-of-week/hour-of-day profile slots and 'Q' the
      * data-quality population counters (slot 0 = row count) and
      * 'L' the large-transaction listing's running count/total and
      * 'N' the per-service Benford digit counters and 'X' the ECB
      * return's breakdown rows and 'I' the group return's
      * intragroup eliminations.
       01  CHKAGG-AGG-IO-REC.
           05  CIO-AGG-SERVICE      PIC X(30).
           05  CIO-AGG-CHANNEL      PIC X(30).
           05  CIO-DW-PAYEE         PIC X(2).
           05  CIO-DW-COUNT         PIC 9(4).
           05  FILLER               PIC X(16).
       01  CHKAGG-ECB-IO-REC.
           05  CIO-ECB-SERVICE      PIC X(30).
           05  CIO-ECB-CHANNEL      PIC X(30).
           05  CIO-ECB-REMOTE       PIC X(1).
           05  CIO-ECB-CARD-FUNC    PIC X(1).
           05  CIO-ECB-DIRECTION    PIC X(1).
           05  CIO-ECB-CPTY         PIC X(2).
           05  CIO-ECB-COUNT        PIC 9(9).
           05  CIO-ECB-TOTAL        PIC 9(13)V99.
           05  CIO-ECB-REV-COUNT    PIC 9(9).
           05  CIO-ECB-REV-TOTAL    PIC 9(13)V99.
           05  FILLER               PIC X(7).
       01  CHKAGG-ELIM-IO-REC.
           05  CIO-ELIM-SERVICE     PIC X(30).
           05  CIO-ELIM-CHANNEL     PIC X(30).
           05  CIO-ELIM-COUNT       PIC 9(9).
           05  CIO-ELIM-TOTAL       PIC 9(13)V99.
           05  CIO-ELIM-REV-COUNT   PIC 9(9).
           05  CIO-ELIM-REV-TOTAL   PIC 9(13)V99.
           05  FILLER               PIC X(12).
       01  CHKAGG-FSG-IO-REC.
           05  CIO-FSG-SERVICE      PIC X(30).
           05  CIO-FSG-CHANNEL      PIC X(30).
           05  CIO-FSG-SCA          PIC X(1).
           05  CIO-FSG-COUNT        PIC 9(9).
           05  CIO-FSG-TOTAL        PIC 9(13)V99.
           05  CIO-FSG-FRD-COUNT    PIC 9(9).
           05  CIO-FSG-FRD-TOTAL    PIC 9(13)V99.
           05  FILLER               PIC X(11).
       01  WS-PRIORFILE-NAME        PIC X(30).
       01  WS-DELTAFILE-NAME        PIC X(30).
       01  WS-CURRFILE-NAME         PIC X(30).
       01  WS-ECBFILE-NAME          PIC X(30).
       01  WS-ECBSNAP-NAME          PIC X(30).
       01  WS-PRIOR-EOF             PIC X(1).
       01  WS-PRIOR-I               PIC 9(9) COMP.
       01  WS-DELTA-I               PIC 9(9) COMP.
               10  APPR-PERIOD      PIC X(7).
               10  APPR-COUNTRY     PIC X(2).
               10  APPR-APPROVER    PIC X(8).
      * Approvals a supervisor keyed on the online register inquiry
      * (CLORDCIC option 9) are held in PAYSTATS_APPROVALS under the
      * supervisor's own signed-on operator ID and appended to the
      * table after the APPRFILE records.
       01  WS-APDB-EOF              PIC X(1)  VALUE 'N'.
       01  WS-APDB-ROWS             PIC 9(4) COMP VALUE 0.
       01  WS-APDB-PERIOD           PIC X(7)  VALUE SPACES.
       01  WS-APDB-COUNTRY          PIC X(2)  VALUE SPACES.
       01  WS-APDB-APPROVER         PIC X(8)  VALUE SPACES.

      * Reporting-entity list with per-entity agent identity, read
      * once per run from AGNTFILE (DD UT-S-AGNTIN) as
      * verdict that actually switches the output stage
               10  ENT-REDUCED      PIC X(1).
               10  ENT-SIMPLIFIED   PIC X(1).
      * 'Y' = the group entity, filing the consolidated return
               10  ENT-GROUP        PIC X(1).
       01  WS-SUBMFILE-NAME         PIC X(30) VALUE SPACES.
       01  WS-SUBM-TS               PIC X(26) VALUE SPACES.
       01  WS-SUBM-ID               PIC X(60) VALUE SPACES.
               10  UNLK-COUNTRY     PIC X(2).
               10  UNLK-PERIOD      PIC X(7).
               10  UNLK-APPROVER    PIC X(8).
               10  UNLK-SOURCE      PIC X(1).
      * Unlocks entered online (PAYSTATS_UNLOCKS, UNLK-SOURCE 'D')
      * are one-shot: the row is stamped USED_TS when it releases a
      * lock and is not loaded again. UNLKFILE records are 'F'.
       01  WS-ULDB-EOF              PIC X(1)  VALUE 'N'.
       01  WS-ULDB-ROWS             PIC 9(4) COMP VALUE 0.
       01  WS-ULDB-ENTITY           PIC X(4)  VALUE SPACES.
       01  WS-ULDB-COUNTRY          PIC X(2)  VALUE SPACES.
       01  WS-ULDB-PERIOD           PIC X(7)  VALUE SPACES.
       01  WS-ULDB-APPROVER         PIC X(8)  VALUE SPACES.
       01  WS-UNLK-SOURCE           PIC X(1)  VALUE SPACES.
       01  WS-SUBM-VERSION          PIC 9(3)  VALUE 0.
       01  WS-RECON-OK              PIC X(1)  VALUE 'Y'.

       01  WS-EVT-RC                PIC 9(2)  VALUE 0.
       01  WS-EVT-DISPOSITION       PIC X(12) VALUE SPACES.

      * Function byte for PAYSRGDB, which keeps the Db2 copy of the
      * submission register (PAYSTATS_SUBMREG) behind the online
      * register inquiry in step with each rewrite of SREGFILE. The
      * copy is committed at this program's own commit points; a
      * failed copy comes back in WS-SRG-FAILED, already rolled back.
       01  WS-SRG-FUNCTION          PIC X(1)  VALUE SPACES.
       01  WS-SRG-FAILED            PIC X(1)  VALUE 'N'.

       01  WS-FRCFILE-NAME          PIC X(30) VALUE SPACES.
       01  WS-FRD-EOF               PIC X(1)  VALUE 'N'.
       01  WS-FRD-I                 PIC 9(4) COMP VALUE 0.
       01  WS-SEG-CNT-FRAUD         PIC 9(7)  VALUE 0.
       01  WS-SEG-CNT-SCHEME        PIC 9(7)  VALUE 0.
       01  WS-SEG-CNT-CURR          PIC 9(7)  VALUE 0.
       01  WS-SEG-CNT-ECB           PIC 9(7)  VALUE 0.
       01  WS-SEG-CNT-ENV           PIC 9(7)  VALUE 0.
       01  WS-SEG-REC.
           05  WS-SEG-DOC-OUT       PIC X(8).
           05  WS-SEG-END-SEGS      PIC 9(7).
       01  WS-ENV-HEADER            PIC X(600) VALUE SPACES.

      * Reporting-format version of the period being run, resolved
      * from FMT-TABLE once the window is known: SUBFMT generates in
      * it, SUBXCK checks the documents against its element names,
      * the envelope declares its schema label (the entity's SCHEMA
      * record where the range gives none) and the register row
      * records it. Periods outside every range, or a run without
      * format control records, get layout 01.
       01  WS-FMT-EOF               PIC X(1)  VALUE 'N'.
       01  WS-FMT-I                 PIC 9(4) COMP VALUE 0.
       01  WS-FMT-FOUND             PIC X(1)  VALUE 'N'.
       01  WS-FMT-VERSION           PIC 9(2)  VALUE 1.
       01  WS-FMT-SCHEMA            PIC X(10) VALUE SPACES.
       01  WS-FMT-CODE              PIC X(2)  VALUE SPACES.
       01  WS-FMT-FILED             PIC X(2)  VALUE SPACES.
       01  WS-ENV-SCHEMA            PIC X(10) VALUE SPACES.
       01  WS-XMLCK-ROOT            PIC X(30) VALUE SPACES.
       01  WS-XMLCK-MAIN-ROOT       PIC X(30) VALUE SPACES.
       01  WS-XMLCK-MAIN-TAG        PIC X(30) VALUE SPACES.
       01  WS-XMLCK-FRAUD-ROOT      PIC X(30) VALUE SPACES.
       01  WS-XMLCK-FRAUD-TAG       PIC X(30) VALUE SPACES.
       01  FMT-TABLE.
           05  FMT-NUM              PIC 9(4) COMP VALUE 0.
           05  FMT-MAX              PIC 9(4) COMP VALUE 50.
           05  FMT-ROWS OCCURS 1 TO 50 DEPENDING ON FMT-NUM
                                    INDEXED BY FM-IDX.
               10  FMT-FROM-DATE    PIC X(10).
               10  FMT-TO-DATE      PIC X(10).
               10  FMT-VERSION      PIC 9(2).
               10  FMT-SCHEMA       PIC X(10).

      * Pre-transmission structural check of the generated XML
      * documents (SUBXCK): tag balance, encoding declaration,
      * low-value/truncation scan and per-row element counts against
           05  WS-EXM-MODE-OUT      PIC X(10).
           05  FILLER               PIC X(13) VALUE SPACES.

      * Group consolidation: the AGNTFILE entity given type GROUP
      * 'Y' files the consolidated group return under its own entity
      * code. Its pass fetches the whole institution - no SUBINP
      * entity predicate - and drops every payment whose payer side
      * and payee side both resolve, through the agent BIC / account
      * mapping of GRPMFILE (DD UT-S-GRPMAP), to two different
      * entities of the group: booked once under each of them, it
      * would otherwise be counted twice in the group figures. What
      * was dropped is totalled per service and channel for the
      * elimination report UT-S-ELIMOUT.<entity>.<country>.<period>.
       01  WS-GROUP-PASS            PIC X(1)  VALUE 'N'.
       01  WS-INP-ENTITY            PIC X(4)  VALUE '0000'.
       01  WS-GRPM-EOF              PIC X(1)  VALUE 'N'.
       01  WS-GRPM-I                PIC 9(4) COMP VALUE 0.
       01  WS-IGR-I                 PIC 9(9) COMP VALUE 0.
       01  WS-IGR-KEEP              PIC 9(9) COMP VALUE 0.
       01  WS-IGR-BIC               PIC X(11) VALUE SPACES.
       01  WS-IGR-ACCOUNT           PIC X(34) VALUE SPACES.
       01  WS-IGR-HIT-ENT           PIC X(4)  VALUE SPACES.
       01  WS-IGR-PAYER-ENT         PIC X(4)  VALUE SPACES.
       01  WS-IGR-PAYEE-ENT         PIC X(4)  VALUE SPACES.
       01  WS-ELIMFILE-NAME         PIC X(30) VALUE SPACES.
       01  WS-ELIM-I                PIC 9(4) COMP VALUE 0.
       01  WS-ELIM-HIT              PIC 9(4) COMP VALUE 0.
       01  WS-ELIM-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-ELIM-TOTAL            PIC 9(13)V99 VALUE 0.
       01  WS-ELIM-REV-COUNT        PIC 9(9) COMP VALUE 0.
       01  WS-ELIM-REV-TOTAL        PIC 9(13)V99 VALUE 0.
       01  GRPM-TABLE.
           05  GRPM-NUM             PIC 9(4) COMP VALUE 0.
           05  GRPM-MAX             PIC 9(4) COMP VALUE 2000.
           05  GRPM-ROWS OCCURS 1 TO 2000 DEPENDING ON GRPM-NUM
                                    INDEXED BY GM-IDX.
               10  GRPM-ENTITY      PIC X(4).
      * 'B' agent BIC, 'A' account
               10  GRPM-KIND        PIC X(1).
               10  GRPM-IDENT       PIC X(34).
       01  ELIM-TABLE.
           05  ELIM-NUM             PIC 9(4) COMP VALUE 0.
           05  ELIM-MAX             PIC 9(4) COMP VALUE 500.
           05  ELIM-OVERFLOW        PIC X(1)  VALUE 'N'.
           05  ELIM-ROWS OCCURS 1 TO 500 DEPENDING ON ELIM-NUM
                                    INDEXED BY EL-IDX.
               10  ELIM-SERVICE     PIC X(30).
               10  ELIM-CHANNEL     PIC X(30).
               10  ELIM-COUNT       PIC 9(9) COMP.
               10  ELIM-TOTAL       PIC 9(13)V99.
               10  ELIM-REV-COUNT   PIC 9(9) COMP.
               10  ELIM-REV-TOTAL   PIC 9(13)V99.
       01  WS-ELIM-HDG-LINE.
           05  FILLER               PIC X(32) VALUE
               'INTRAGROUP ELIMINATION - ENTITY '.
           05  WS-ELIM-HDG-ENT      PIC X(4).
           05  FILLER               PIC X(9)  VALUE ' COUNTRY '.
           05  WS-ELIM-HDG-CTRY     PIC X(2).
           05  FILLER               PIC X(8)  VALUE ' PERIOD '.
           05  WS-ELIM-HDG-PERIOD   PIC X(7).
           05  FILLER               PIC X(70) VALUE SPACES.
       01  WS-ELIM-COL-LINE.
           05  FILLER               PIC X(31) VALUE 'SERVICE'.
           05  FILLER               PIC X(31) VALUE 'CHANNEL'.
           05  FILLER               PIC X(10) VALUE '    COUNT'.
           05  FILLER               PIC X(17) VALUE
               '       VALUE EUR'.
           05  FILLER               PIC X(10) VALUE 'REV COUNT'.
           05  FILLER               PIC X(16) VALUE
               '   REV VALUE EUR'.
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-ELIM-LINE.
           05  WS-ELIM-SERVICE-OUT  PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ELIM-CHANNEL-OUT  PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ELIM-COUNT-OUT    PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ELIM-TOTAL-OUT    PIC Z(12)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ELIM-RCOUNT-OUT   PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ELIM-RTOTAL-OUT   PIC Z(12)9.99.
           05  FILLER               PIC X(17) VALUE SPACES.

      * Fraud-rate benchmark: our fraud rate by count and by value per
      * service, channel and SCA flag (FSG-AGG-TABLE, built beside
      * AGG-TABLE by SUBFSG) against the market rates published every
      * half year by the EBA and the NCA (MKTFILE, DD UT-S-MKTRATE),
      * with the ratio of ours to the market's for each. A segment
      * whose rate exceeds the market rate times WS-MKT-FACTOR
      * (REFFILE 'MKTFAC', default 1.50) on either measure is flagged
      * ABOVE MARKET in UT-S-BMKOUT.<entity>.<country>.<period> and
      * called out on the country's page of the summary report. An
      * empty/missing MKTFILE skips the benchmark.
       01  WS-FSGSNAP-NAME          PIC X(30) VALUE SPACES.
       01  WS-FSGSNAP-KEY           PIC X(61) VALUE SPACES.
       01  WS-FSGSNAP-EOF           PIC X(1)  VALUE 'N'.
       01  WS-FSGSNAP-ROWS          PIC 9(9) COMP VALUE 0.
       01  WS-BMKFILE-NAME          PIC X(30) VALUE SPACES.
       01  WS-MKT-EOF               PIC X(1)  VALUE 'N'.
       01  WS-MKT-PERIOD            PIC X(7)  VALUE SPACES.
       01  WS-MKT-FACTOR            PIC 9(3)V99 VALUE 1.50.
       01  WS-MKT-I                 PIC 9(4) COMP VALUE 0.
       01  WS-MKT-HIT               PIC 9(4) COMP VALUE 0.
       01  WS-BMK-I                 PIC 9(9) COMP VALUE 0.
       01  WS-BMK-OUR-CRATE         PIC 9(3)V9(6) VALUE 0.
       01  WS-BMK-OUR-VRATE         PIC 9(3)V9(6) VALUE 0.
       01  WS-BMK-CRATIO            PIC 9(3)V99 VALUE 0.
       01  WS-BMK-VRATIO            PIC 9(3)V99 VALUE 0.
       01  WS-BMK-LIMIT             PIC 9(6)V9(6) VALUE 0.
       01  WS-BMK-ABOVE             PIC X(1)  VALUE 'N'.
       01  WS-BMK-FLAGGED           PIC 9(4) COMP VALUE 0.
       01  WS-BMK-NO-MARKET         PIC 9(4) COMP VALUE 0.
       01  MKT-TABLE.
           05  MKT-NUM              PIC 9(4) COMP VALUE 0.
           05  MKT-MAX              PIC 9(4) COMP VALUE 500.
           05  MKT-ROWS OCCURS 1 TO 500 DEPENDING ON MKT-NUM
                                    INDEXED BY MK-IDX.
               10  MKT-SERVICE      PIC X(30).
               10  MKT-CHANNEL      PIC X(30).
               10  MKT-SCA          PIC X(1).
               10  MKT-COUNT-RATE   PIC 9(3)V9(6).
               10  MKT-VALUE-RATE   PIC 9(3)V9(6).
       01  WS-BMK-HDG-LINE.
           05  FILLER               PIC X(32) VALUE
               'FRAUD RATE BENCHMARK - ENTITY '.
           05  WS-BMK-HDG-ENT       PIC X(4).
           05  FILLER               PIC X(9)  VALUE ' COUNTRY '.
           05  WS-BMK-HDG-CTRY      PIC X(2).
           05  FILLER               PIC X(8)  VALUE ' PERIOD '.
           05  WS-BMK-HDG-PERIOD    PIC X(7).
           05  FILLER               PIC X(9)  VALUE ' MARKET '.
           05  WS-BMK-HDG-MKT       PIC X(7).
           05  FILLER               PIC X(8)  VALUE ' FACTOR '.
           05  WS-BMK-HDG-FACTOR    PIC ZZ9.99.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  WS-BMK-COL-LINE.
           05  FILLER               PIC X(25) VALUE 'SERVICE'.
           05  FILLER               PIC X(17) VALUE 'CHANNEL'.
           05  FILLER               PIC X(2)  VALUE 'S'.
           05  FILLER               PIC X(10) VALUE '    COUNT'.
           05  FILLER               PIC X(11) VALUE '  OUR CNT%'.
           05  FILLER               PIC X(11) VALUE '  MKT CNT%'.
           05  FILLER               PIC X(7)  VALUE ' RATIO'.
           05  FILLER               PIC X(11) VALUE '  OUR VAL%'.
           05  FILLER               PIC X(11) VALUE '  MKT VAL%'.
           05  FILLER               PIC X(7)  VALUE ' RATIO'.
           05  FILLER               PIC X(20) VALUE SPACES.
       01  WS-BMK-LINE.
           05  WS-BMK-SERVICE-OUT   PIC X(24).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BMK-CHANNEL-OUT   PIC X(16).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BMK-SCA-OUT       PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BMK-COUNT-OUT     PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BMK-OUR-CRATE-OUT PIC ZZ9.999999.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BMK-MKT-CRATE-OUT PIC ZZ9.999999 BLANK WHEN ZERO.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BMK-CRATIO-OUT    PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BMK-OUR-VRATE-OUT PIC ZZ9.999999.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BMK-MKT-VRATE-OUT PIC ZZ9.999999 BLANK WHEN ZERO.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BMK-VRATIO-OUT    PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BMK-FLAG-OUT      PIC X(12).
           05  FILLER               PIC X(8)  VALUE SPACES.

      * Settlement completeness reconciliation: the daily control
      * totals of the scheme settlement reports (SETLFILE, DD
      * UT-S-SETLIN) against PAYMENT_TRANSACTIONS per day and
      * SCHEME_CODE over the window. A control row off by more than
      * the REFFILE 'STLCNT' count / 'STLVAL' EUR tolerance, or a day
      * holding transactions but no control row at all, leaves the
      * day unreconciled; the approval gate refuses a final run while
      * any day of the window is.
       01  WS-SETLRPT-NAME          PIC X(30) VALUE SPACES.
       01  WS-SETL-EOF              PIC X(1)  VALUE 'N'.
       01  WS-SETL-TOL-COUNT        PIC 9(9)  VALUE 0.
       01  WS-SETL-TOL-VALUE        PIC 9(13)V99 VALUE 0.
       01  WS-SETL-OPEN-DAYS        PIC 9(5) COMP VALUE 0.
       01  WS-SETL-DAY-OPEN         PIC X(1)  VALUE 'N'.
       01  WS-SETL-DAY-ROWS         PIC 9(4) COMP VALUE 0.
       01  WS-SETL-I                PIC 9(9) COMP VALUE 0.
       01  WS-SETL-DAY-INT          PIC 9(9) COMP VALUE 0.
       01  WS-SETL-END-INT          PIC 9(9) COMP VALUE 0.
       01  WS-SETL-YMD              PIC 9(8)  VALUE 0.
       01  WS-SETL-YMD-X REDEFINES WS-SETL-YMD.
           05  WS-SETL-YMD-YYYY     PIC X(4).
           05  WS-SETL-YMD-MM       PIC X(2).
           05  WS-SETL-YMD-DD       PIC X(2).
       01  WS-SETL-DAY              PIC X(10) VALUE SPACES.
       01  WS-SETL-TS-FROM          PIC X(26) VALUE SPACES.
       01  WS-SETL-TS-TO            PIC X(26) VALUE SPACES.
       01  WS-SETL-SCHEME           PIC X(40) VALUE SPACES.
       01  WS-SETL-TXN-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-SETL-TXN-VALUE        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-SETL-DIFF-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-SETL-DIFF-VALUE       PIC S9(13)V99 COMP-3 VALUE 0.
       01  SETL-TABLE.
           05  SETL-NUM             PIC 9(4) COMP VALUE 0.
           05  SETL-MAX             PIC 9(4) COMP VALUE 5000.
           05  SETL-OVERFLOW        PIC X(1)  VALUE 'N'.
           05  SETL-ROWS OCCURS 1 TO 5000
                                    DEPENDING ON SETL-NUM
                                    INDEXED BY STL-IDX.
               10  SETL-DATE        PIC X(10).
               10  SETL-SCHEME      PIC X(40).
               10  SETL-COUNT       PIC 9(9) COMP.
               10  SETL-VALUE       PIC 9(13)V99.
       01  WS-SETL-HDG-LINE.
           05  FILLER               PIC X(35) VALUE
               'SETTLEMENT RECONCILIATION -        '.
           05  WS-SETL-HDG-PERIOD   PIC X(7).
           05  FILLER               PIC X(17) VALUE
               '  TOLERANCE CNT  '.
           05  WS-SETL-HDG-TCNT     PIC Z(8)9.
           05  FILLER               PIC X(6)  VALUE '  EUR '.
           05  WS-SETL-HDG-TVAL     PIC Z(12)9.99.
           05  FILLER               PIC X(42) VALUE SPACES.
       01  WS-SETL-LINE.
           05  WS-SETL-DATE-OUT     PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SETL-SCHEME-OUT   PIC X(24).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SETL-CCNT-OUT     PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SETL-TCNT-OUT     PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SETL-DCNT-OUT     PIC -(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SETL-CVAL-OUT     PIC Z(12)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SETL-TVAL-OUT     PIC Z(12)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SETL-DVAL-OUT     PIC -(12)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SETL-STATUS-OUT   PIC X(10).
           05  FILLER               PIC X(5)  VALUE SPACES.
       01  WS-SETL-TOTAL-LINE.
           05  FILLER               PIC X(27) VALUE
               'UNRECONCILED DAYS IN WINDOW'.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SETL-OPEN-OUT     PIC Z(4)9.
           05  FILLER               PIC X(99) VALUE SPACES.

       01  WS-SANCFILE-NAME         PIC X(30) VALUE SPACES.
       01  WS-SANC-I                PIC 9(9) COMP VALUE 0.
       01  WS-SANC-LINE.
               10  SREG-DATE        PIC X(10).
               10  SREG-COUNT       PIC 9(9).
               10  SREG-TOTAL       PIC 9(13)V99.
               10  SREG-STATUS      PIC X(11).
               10  SREG-REGREF      PIC X(20).
               10  SREG-REASON      PIC X(40).
               10  SREG-LOCK        PIC X(1).
               10  SREG-UNLOCK-BY   PIC X(8).
               10  SREG-FORMAT      PIC X(2).
               10  SREG-XMIT-TS     PIC X(26).

       01  WS-PROGRAM-NAMES.
           05  WS-PGM-SUBINP        PIC X(8) VALUE 'SUBINP'.
           05  WS-PGM-SUBDUP        PIC X(8) VALUE 'SUBDUP'.
           05  WS-PGM-SUBMAN        PIC X(8) VALUE 'SUBMAN'.
           05  WS-PGM-SUBXCK        PIC X(8) VALUE 'SUBXCK'.
           05  WS-PGM-SUBECB        PIC X(8) VALUE 'SUBECB'.
           05  WS-PGM-SUBECF        PIC X(8) VALUE 'SUBECF'.
           05  WS-PGM-SUBFSG        PIC X(8) VALUE 'SUBFSG'.
           05  WS-PGM-PAYSTEVT      PIC X(8) VALUE 'PAYSTEVT'.
           05  WS-PGM-PAYSRGDB      PIC X(8) VALUE 'PAYSRGDB'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY 'CPBKPSTA'.
       COPY 'CPBKIGR'.

       01  AGG-ITEM.
           05  AGG-SERVICE          PIC X(30).
           05  AGG-REV-COUNT        PIC 9(9) COMP.
           05  AGG-REV-TOTAL        PIC 9(13)V99.

       COPY 'CPBKAGG'.
       COPY 'CPBKFRD'.
       COPY 'CPBKSCH'.
       COPY 'CPBKREF'.
       COPY 'CPBKRTE'.
       COPY 'CPBKDUP'.
       COPY 'CPBKEVD'.
       COPY 'CPBKECB'.
       COPY 'CPBKFSG'.

      * Sized to SUBFMT's row caps (AGG-MAX/FRAUD-AGG-MAX/
      * SCHEME-AGG-MAX=5000, CURRENCY-AGG-MAX=200), not the old flat
      * 32756, which silently truncated once those caps went to 5000.
      * ECB-XML-BUFFER is SUBECF's, sized to ECB-AGG-MAX=3000.
       01  XML-BUFFER               PIC X(2000000).
       01  FRAUD-XML-BUFFER         PIC X(1500000).
       01  SCHEME-XML-BUFFER        PIC X(1500000).
       01  CURRENCY-XML-BUFFER      PIC X(50000).
       01  ECB-XML-BUFFER           PIC X(1500000).
       01  XML-LEN                  PIC 9(9) COMP.
       01  WS-XML-OVERFLOW          PIC X(1) VALUE 'N'.


           PERFORM LOAD-AGENT-IDENTITY

           PERFORM LOAD-GROUP-MAP

           PERFORM LOAD-MARKET-RATES

           PERFORM LOAD-FORMAT-VERSIONS

           PERFORM LOAD-SUBMISSION-REGISTER

           PERFORM LOAD-UNLOCK-RECORDS
           DISPLAY '*** ' WS-PROG-NAME ' period ' WS-PERIOD-TAG
              ' window ' WS-DATE-FROM ' .. ' WS-DATE-TO

           PERFORM DERIVE-FORMAT-VERSION

           MOVE 'N' TO WS-CTRY-EOF
           MOVE 0   TO GRAND-NUM
           MOVE 'N' TO GRAND-OVERFLOW

           PERFORM ASSESS-EXEMPTIONS

           PERFORM RECONCILE-SETTLEMENT

           OPEN INPUT CTRYFILE

           PERFORM UNTIL WS-CTRY-EOF = 'Y'
                 END-STRING
           END-EVALUATE.

      * The range holding the first day of the window decides, so a
      * period keeps the layout it belongs to however long after the
      * next schema change it is rerun. Ranges are expected not to
      * overlap; the first one listed wins if they do.
       DERIVE-FORMAT-VERSION.

           MOVE 'N'    TO WS-FMT-FOUND
           MOVE 1      TO WS-FMT-VERSION
           MOVE SPACES TO WS-FMT-SCHEMA

           PERFORM VARYING WS-FMT-I FROM 1 BY 1
                    UNTIL WS-FMT-I > FMT-NUM OR WS-FMT-FOUND = 'Y'
              SET FM-IDX TO WS-FMT-I
              IF WS-DATE-FROM >= FMT-FROM-DATE(FM-IDX)
                 AND WS-DATE-FROM <= FMT-TO-DATE(FM-IDX)
                 MOVE 'Y' TO WS-FMT-FOUND
                 MOVE FMT-VERSION(FM-IDX) TO WS-FMT-VERSION
                 MOVE FMT-SCHEMA(FM-IDX)  TO WS-FMT-SCHEMA
              END-IF
           END-PERFORM

           IF WS-FMT-FOUND = 'N' AND FMT-NUM > 0
              DISPLAY 'WARNING: ' WS-PROG-NAME ' no format control'
                 ' range covers ' WS-DATE-FROM ' - period '
                 WS-PERIOD-TAG ' generated in layout 01'
           END-IF

           MOVE WS-FMT-VERSION TO WS-FMT-CODE

           DISPLAY '*** ' WS-PROG-NAME ' period ' WS-PERIOD-TAG
              ' reporting format ' WS-FMT-CODE ' schema '
              WS-FMT-SCHEMA.

      * The rolling qualification metrics per entity: twelve months
      * of PAYMENT_TRANSACTIONS ending at the window close. Needs
      * the DB2 subsystem; an extract-input period keeps every
       ASSESS-ONE-ENTITY.

           MOVE ENT-ID(EN-IDX) TO WS-ENTITY
      * the group return is assessed on the whole institution
           IF ENT-GROUP(EN-IDX) = 'Y'
              MOVE '0000' TO WS-ENTITY
           END-IF

           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(AMOUNT_EUR),0)

           WRITE EXM-OUT-REC FROM WS-EXM-LINE.

      * Day-by-day completeness check of the window against the
      * settlement control totals, ahead of any country so that the
      * approval gate knows the answer before the first final run.
      * Like the exemption assessment it reads PAYMENT_TRANSACTIONS
      * directly and is skipped for an extract-input period.
       RECONCILE-SETTLEMENT.

           MOVE 0 TO WS-SETL-OPEN-DAYS

           MOVE SPACES TO WS-SETLRPT-NAME
           STRING 'UT-S-SETLRPT.' WS-PERIOD-TAG
              DELIMITED BY SIZE INTO WS-SETLRPT-NAME
           END-STRING

           OPEN OUTPUT SETLRPT

           MOVE WS-PERIOD-TAG     TO WS-SETL-HDG-PERIOD
           MOVE WS-SETL-TOL-COUNT TO WS-SETL-HDG-TCNT
           MOVE WS-SETL-TOL-VALUE TO WS-SETL-HDG-TVAL
           WRITE SETL-OUT-REC FROM WS-SETL-HDG-LINE

           IF WS-INPUT-MODE = 'F'
              DISPLAY '*** ' WS-PROG-NAME ' extract-input run -'
                 ' settlement reconciliation skipped'
           ELSE
              PERFORM LOAD-SETTLEMENT-TOTALS

              MOVE WS-DATE-FROM(1:4) TO WS-SETL-YMD-YYYY
              MOVE WS-DATE-FROM(6:2) TO WS-SETL-YMD-MM
              MOVE WS-DATE-FROM(9:2) TO WS-SETL-YMD-DD
              COMPUTE WS-SETL-DAY-INT =
                 FUNCTION INTEGER-OF-DATE(WS-SETL-YMD)

              MOVE WS-DATE-TO(1:4) TO WS-SETL-YMD-YYYY
              MOVE WS-DATE-TO(6:2) TO WS-SETL-YMD-MM
              MOVE WS-DATE-TO(9:2) TO WS-SETL-YMD-DD
              COMPUTE WS-SETL-END-INT =
                 FUNCTION INTEGER-OF-DATE(WS-SETL-YMD)

              PERFORM UNTIL WS-SETL-DAY-INT > WS-SETL-END-INT
                 PERFORM RECONCILE-ONE-DAY
                 ADD 1 TO WS-SETL-DAY-INT
              END-PERFORM
           END-IF

           MOVE WS-SETL-OPEN-DAYS TO WS-SETL-OPEN-OUT
           WRITE SETL-OUT-REC FROM WS-SETL-TOTAL-LINE

           CLOSE SETLRPT

           IF WS-SETL-OPEN-DAYS > 0
              DISPLAY 'WARNING: ' WS-PROG-NAME ' '
                 WS-SETL-OPEN-DAYS ' unreconciled settlement day(s)'
                 ' in period ' WS-PERIOD-TAG ' - see ' WS-SETLRPT-NAME
           END-IF.

      * Keeps the control rows dated inside the window. The file
      * carries whatever span the settlement feed delivered; rows
      * beyond SETL-MAX are dropped and the run is told so, since an
      * incomplete control table would show false gaps.
       LOAD-SETTLEMENT-TOTALS.

           MOVE 0   TO SETL-NUM
           MOVE 'N' TO SETL-OVERFLOW
           MOVE 'N' TO WS-SETL-EOF

           OPEN INPUT SETLFILE

           PERFORM UNTIL WS-SETL-EOF = 'Y'
              READ SETLFILE
                 AT END
                    MOVE 'Y' TO WS-SETL-EOF
                 NOT AT END
                    IF SETL-IN-DATE >= WS-DATE-FROM
                       AND SETL-IN-DATE <= WS-DATE-TO
                       IF SETL-NUM < SETL-MAX
                          ADD 1 TO SETL-NUM
                          SET STL-IDX TO SETL-NUM
                          MOVE SETL-IN-DATE   TO SETL-DATE(STL-IDX)
                          MOVE SETL-IN-SCHEME TO SETL-SCHEME(STL-IDX)
                          MOVE SETL-IN-COUNT  TO SETL-COUNT(STL-IDX)
                          MOVE SETL-IN-VALUE  TO SETL-VALUE(STL-IDX)
                       ELSE
                          MOVE 'Y' TO SETL-OVERFLOW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SETLFILE

           IF SETL-OVERFLOW = 'Y'
              DISPLAY 'WARNING: ' WS-PROG-NAME ' settlement control'
                 ' table full at ' SETL-MAX ' rows - later rows of'
                 ' period ' WS-PERIOD-TAG ' not reconciled'
           END-IF.

      * Every control row of the day is matched against the scheme's
      * transactions of that day. A day with no control row at all is
      * still open if DB2 holds transactions for it; a day with
      * neither is simply a day without business.
       RECONCILE-ONE-DAY.

           COMPUTE WS-SETL-YMD =
              FUNCTION DATE-OF-INTEGER(WS-SETL-DAY-INT)
           MOVE SPACES TO WS-SETL-DAY
           STRING WS-SETL-YMD-YYYY '-' WS-SETL-YMD-MM '-'
              WS-SETL-YMD-DD
              DELIMITED BY SIZE INTO WS-SETL-DAY
           END-STRING

           MOVE SPACES TO WS-SETL-TS-FROM
           STRING WS-SETL-DAY ' 00:00:00.000000'
              DELIMITED BY SIZE INTO WS-SETL-TS-FROM
           END-STRING
           MOVE SPACES TO WS-SETL-TS-TO
           STRING WS-SETL-DAY ' 23:59:59.999999'
              DELIMITED BY SIZE INTO WS-SETL-TS-TO
           END-STRING

           MOVE 'N' TO WS-SETL-DAY-OPEN
           MOVE 0   TO WS-SETL-DAY-ROWS

           PERFORM VARYING WS-SETL-I FROM 1 BY 1
                    UNTIL WS-SETL-I > SETL-NUM
              SET STL-IDX TO WS-SETL-I
              IF SETL-DATE(STL-IDX) = WS-SETL-DAY
                 ADD 1 TO WS-SETL-DAY-ROWS
                 PERFORM RECONCILE-ONE-CONTROL-ROW
              END-IF
           END-PERFORM

           IF WS-SETL-DAY-ROWS = 0
              EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(AMOUNT_EUR),0)
                  INTO :WS-SETL-TXN-COUNT, :WS-SETL-TXN-VALUE
                  FROM PAYMENT_TRANSACTIONS
                  WHERE TRANS_TS BETWEEN TIMESTAMP(:WS-SETL-TS-FROM)
                    AND TIMESTAMP(:WS-SETL-TS-TO)
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' settlement reconciliation SQLCODE=' SQLCODE
                    ' for day ' WS-SETL-DAY
                 MOVE 'Y' TO WS-SETL-DAY-OPEN
              ELSE
                 IF WS-SETL-TXN-COUNT > 0
                    MOVE SPACES TO WS-SETL-LINE
                    MOVE WS-SETL-DAY TO WS-SETL-DATE-OUT
                    MOVE '(ALL SCHEMES)' TO WS-SETL-SCHEME-OUT
                    MOVE 0 TO WS-SETL-CCNT-OUT
                    MOVE WS-SETL-TXN-COUNT TO WS-SETL-TCNT-OUT
                    COMPUTE WS-SETL-DCNT-OUT = 0 - WS-SETL-TXN-COUNT
                    MOVE 0 TO WS-SETL-CVAL-OUT
                    MOVE WS-SETL-TXN-VALUE TO WS-SETL-TVAL-OUT
                    COMPUTE WS-SETL-DVAL-OUT = 0 - WS-SETL-TXN-VALUE
                    MOVE 'NO CONTROL' TO WS-SETL-STATUS-OUT
                    WRITE SETL-OUT-REC FROM WS-SETL-LINE
                    MOVE 'Y' TO WS-SETL-DAY-OPEN
                 END-IF
              END-IF
           END-IF

           IF WS-SETL-DAY-OPEN = 'Y'
              ADD 1 TO WS-SETL-OPEN-DAYS
           END-IF.

      * Differences are settlement minus DB2: positive means the
      * scheme settled more than was loaded.
       RECONCILE-ONE-CONTROL-ROW.

           MOVE SETL-SCHEME(STL-IDX) TO WS-SETL-SCHEME

           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(AMOUNT_EUR),0)
               INTO :WS-SETL-TXN-COUNT, :WS-SETL-TXN-VALUE
               FROM PAYMENT_TRANSACTIONS
               WHERE TRANS_TS BETWEEN TIMESTAMP(:WS-SETL-TS-FROM)
                 AND TIMESTAMP(:WS-SETL-TS-TO)
                 AND COALESCE(SCHEME_CODE,' ') = :WS-SETL-SCHEME
           END-EXEC

           MOVE SPACES TO WS-SETL-LINE
           MOVE WS-SETL-DAY          TO WS-SETL-DATE-OUT
           MOVE WS-SETL-SCHEME       TO WS-SETL-SCHEME-OUT
           MOVE SETL-COUNT(STL-IDX)  TO WS-SETL-CCNT-OUT
           MOVE SETL-VALUE(STL-IDX)  TO WS-SETL-CVAL-OUT

           IF SQLCODE NOT = 0
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' settlement reconciliation SQLCODE=' SQLCODE
                 ' for day ' WS-SETL-DAY ' scheme ' WS-SETL-SCHEME
              MOVE 'SQL ERROR' TO WS-SETL-STATUS-OUT
              MOVE 'Y' TO WS-SETL-DAY-OPEN
           ELSE
              COMPUTE WS-SETL-DIFF-COUNT =
                 SETL-COUNT(STL-IDX) - WS-SETL-TXN-COUNT
              COMPUTE WS-SETL-DIFF-VALUE =
                 SETL-VALUE(STL-IDX) - WS-SETL-TXN-VALUE

              MOVE WS-SETL-TXN-COUNT  TO WS-SETL-TCNT-OUT
              MOVE WS-SETL-TXN-VALUE  TO WS-SETL-TVAL-OUT
              MOVE WS-SETL-DIFF-COUNT TO WS-SETL-DCNT-OUT
              MOVE WS-SETL-DIFF-VALUE TO WS-SETL-DVAL-OUT

              IF WS-SETL-DIFF-COUNT > WS-SETL-TOL-COUNT
                 OR WS-SETL-DIFF-COUNT < 0 - WS-SETL-TOL-COUNT
                 OR WS-SETL-DIFF-VALUE > WS-SETL-TOL-VALUE
                 OR WS-SETL-DIFF-VALUE < 0 - WS-SETL-TOL-VALUE
                 MOVE 'GAP' TO WS-SETL-STATUS-OUT
                 MOVE 'Y' TO WS-SETL-DAY-OPEN
              ELSE
                 MOVE 'OK' TO WS-SETL-STATUS-OUT
              END-IF
           END-IF

           WRITE SETL-OUT-REC FROM WS-SETL-LINE.

      * Loads the valid-MCC and valid-scheme reference tables once per
      * run from REFFILE (DD UT-S-REFIN), a control file of
      * type/code pairs (REF-IN-TYPE 'MCC' or 'SCHEME'), same
                       WHEN 'EXMVAL'
                          COMPUTE WS-EXM-MAX-VALUE =
                             FUNCTION NUMVAL(REF-IN-CODE)
                       WHEN 'STLCNT'
                          COMPUTE WS-SETL-TOL-COUNT =
                             FUNCTION NUMVAL(REF-IN-CODE)
                       WHEN 'STLVAL'
                          COMPUTE WS-SETL-TOL-VALUE =
                             FUNCTION NUMVAL(REF-IN-CODE)
                       WHEN 'SANCT'
                          IF SANCT-NUM < SANCT-MAX
                             ADD 1 TO SANCT-NUM
                       WHEN 'BENPCT'
                          COMPUTE WS-BEN-LIMIT =
                             FUNCTION NUMVAL(REF-IN-CODE)
                       WHEN 'MKTFAC'
                          COMPUTE WS-MKT-FACTOR =
                             FUNCTION NUMVAL(REF-IN-CODE)
                       WHEN 'EEA'
                          IF EEA-NUM < EEA-MAX
                             ADD 1 TO EEA-NUM
                             COMPUTE BAND-DEF-LIMIT(BD-IDX) =
                                FUNCTION NUMVAL(REF-IN-CODE)
                          END-IF
                       WHEN 'CRDSRV'
                          IF ECB-CRD-NUM < ECB-CRD-MAX
                             ADD 1 TO ECB-CRD-NUM
                             SET ECR-IDX TO ECB-CRD-NUM
                             MOVE REF-IN-CODE(1:30)
                                TO ECB-CRD-SERVICE(ECR-IDX)
                          END-IF
                       WHEN 'RMTCHN'
                          IF ECB-RMT-NUM < ECB-RMT-MAX
                             ADD 1 TO ECB-RMT-NUM
                             SET ERM-IDX TO ECB-RMT-NUM
                             MOVE REF-IN-CODE(1:30)
                                TO ECB-RMT-CHANNEL(ERM-IDX)
                          END-IF
                       WHEN 'CFDEB'
                       WHEN 'CFDLY'
                       WHEN 'CFCRD'
                          IF ECB-CFN-NUM < ECB-CFN-MAX
                             ADD 1 TO ECB-CFN-NUM
                             SET ECF-IDX TO ECB-CFN-NUM
                             MOVE REF-IN-CODE(1:40)
                                TO ECB-CFN-SCHEME(ECF-IDX)
                             EVALUATE REF-IN-TYPE
                                WHEN 'CFDEB'
                                   MOVE 'D' TO ECB-CFN-FUNCTION(ECF-IDX)
                                WHEN 'CFDLY'
                                   MOVE 'L' TO ECB-CFN-FUNCTION(ECF-IDX)
                                WHEN OTHER
                                   MOVE 'C' TO ECB-CFN-FUNCTION(ECF-IDX)
                             END-EVALUATE
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE REFFILE

      * the ECB card-service and remote-channel lists fall back to
      * the values the hub loader writes, as PAYTRA's do; a scheme on
      * no card-function list is reported with function 'U'
           IF ECB-CRD-NUM = 0
              MOVE 1 TO ECB-CRD-NUM
              MOVE 'CARD PAYMENT' TO ECB-CRD-SERVICE(1)
           END-IF
           IF ECB-RMT-NUM = 0
              MOVE 3 TO ECB-RMT-NUM
              MOVE 'REMOTE' TO ECB-RMT-CHANNEL(1)
              MOVE 'ONLINE BANKING' TO ECB-RMT-CHANNEL(2)
              MOVE 'MOBILE BANKING' TO ECB-RMT-CHANNEL(3)
           END-IF.

      * Loads the per-currency/per-period exchange-rate plausibility
      * reference from RATEFILE (DD UT-S-RATEIN), same control-file
              END-READ
           END-PERFORM

           CLOSE APPRFILE

           PERFORM LOAD-ONLINE-APPROVALS.

      * Online approvals from PAYSTATS_APPROVALS. Db2 may be down on an
      * extract-input run - the APPRFILE records then stand alone.
       LOAD-ONLINE-APPROVALS.

           EXEC SQL
             DECLARE APPRCUR CURSOR FOR
               SELECT PERIOD_TAG, COUNTRY, APPROVER
                 FROM PAYSTATS_APPROVALS
                 ORDER BY PERIOD_TAG DESC, COUNTRY
           END-EXEC

           EXEC SQL OPEN APPRCUR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' PAYSTATS_APPROVALS not readable SQLCODE=' SQLCODE
                 ' - APPRFILE approvals only'
           ELSE
              PERFORM UNTIL WS-APDB-EOF = 'Y'
                 EXEC SQL
                   FETCH APPRCUR
                     INTO :WS-APDB-PERIOD, :WS-APDB-COUNTRY,
                          :WS-APDB-APPROVER
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       IF APPR-NUM < APPR-MAX
                          ADD 1 TO APPR-NUM
                          ADD 1 TO WS-APDB-ROWS
                          SET AP-IDX TO APPR-NUM
                          MOVE WS-APDB-PERIOD   TO APPR-PERIOD(AP-IDX)
                          MOVE WS-APDB-COUNTRY  TO APPR-COUNTRY(AP-IDX)
                          MOVE WS-APDB-APPROVER
                             TO APPR-APPROVER(AP-IDX)
                       ELSE
                          DISPLAY 'WARNING: ' WS-PROG-NAME
                             ' approval table full - online approvals'
                             ' from period ' WS-APDB-PERIOD
                             ' not loaded'
                          MOVE 'Y' TO WS-APDB-EOF
                       END-IF
                    WHEN 100
                       MOVE 'Y' TO WS-APDB-EOF
                    WHEN OTHER
                       DISPLAY 'WARNING: ' WS-PROG-NAME
                          ' PAYSTATS_APPROVALS fetch failed SQLCODE='
                          SQLCODE
                       MOVE 'Y' TO WS-APDB-EOF
                 END-EVALUATE
              END-PERFORM

              EXEC SQL CLOSE APPRCUR END-EXEC

              DISPLAY '*** ' WS-PROG-NAME ' online approvals loaded: '
                 WS-APDB-ROWS
           END-IF.

       LOAD-AGENT-IDENTITY.

                          WHEN 'REDUCED'
                             MOVE AGNT-IN-VALUE(1:1)
                                TO ENT-REDUCED(EN-IDX)
                          WHEN 'GROUP'
                             MOVE AGNT-IN-VALUE(1:1)
                                TO ENT-GROUP(EN-IDX)
                          WHEN OTHER
                             DISPLAY 'LOAD-AGENT-IDENTITY: unknown'
                                ' type ' AGNT-IN-TYPE
              MOVE SPACES TO ENT-SCHEMA(EN-IDX)
              MOVE 'N'    TO ENT-REDUCED(EN-IDX)
              MOVE 'N'    TO ENT-SIMPLIFIED(EN-IDX)
              MOVE 'N'    TO ENT-GROUP(EN-IDX)
           END-IF.

       LOAD-GROUP-MAP.

           OPEN INPUT GRPMFILE

           PERFORM UNTIL WS-GRPM-EOF = 'Y'
              READ GRPMFILE
                 AT END
                    MOVE 'Y' TO WS-GRPM-EOF
                 NOT AT END
                    IF GRPM-NUM < GRPM-MAX
                       ADD 1 TO GRPM-NUM
                       SET GM-IDX TO GRPM-NUM
                       MOVE GRPM-IN-ENTITY TO GRPM-ENTITY(GM-IDX)
                       MOVE GRPM-IN-IDENT  TO GRPM-IDENT(GM-IDX)
                       EVALUATE GRPM-IN-KIND
                          WHEN 'BIC '
                             MOVE 'B' TO GRPM-KIND(GM-IDX)
                          WHEN 'ACCT'
                             MOVE 'A' TO GRPM-KIND(GM-IDX)
                          WHEN OTHER
                             DISPLAY 'LOAD-GROUP-MAP: unknown kind '
                                GRPM-IN-KIND ' for ' GRPM-IN-IDENT
                             SUBTRACT 1 FROM GRPM-NUM
                       END-EVALUATE
                    ELSE
                       DISPLAY 'WARNING: ' WS-PROG-NAME
                          ' group mapping table full - identifier '
                          GRPM-IN-IDENT ' ignored'
                    END-IF
              END-READ
           END-PERFORM

           CLOSE GRPMFILE

           PERFORM VARYING WS-ENT-I FROM 1 BY 1
                    UNTIL WS-ENT-I > ENT-NUM
              SET EN-IDX TO WS-ENT-I
              IF ENT-GROUP(EN-IDX) = 'Y' AND GRPM-NUM = 0
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' group entity '
                    ENT-ID(EN-IDX) ' has no entity mapping -'
                    ' nothing will be eliminated'
              END-IF
           END-PERFORM.

       LOAD-MARKET-RATES.

           OPEN INPUT MKTFILE

           PERFORM UNTIL WS-MKT-EOF = 'Y'
              READ MKTFILE
                 AT END
                    MOVE 'Y' TO WS-MKT-EOF
                 NOT AT END
                    IF MKT-NUM < MKT-MAX
                       ADD 1 TO MKT-NUM
                       SET MK-IDX TO MKT-NUM
                       MOVE MKT-IN-SERVICE TO MKT-SERVICE(MK-IDX)
                       MOVE MKT-IN-CHANNEL TO MKT-CHANNEL(MK-IDX)
                       MOVE MKT-IN-SCA     TO MKT-SCA(MK-IDX)
                       COMPUTE MKT-COUNT-RATE(MK-IDX) =
                          FUNCTION NUMVAL(MKT-IN-COUNT-RATE)
                       COMPUTE MKT-VALUE-RATE(MK-IDX) =
                          FUNCTION NUMVAL(MKT-IN-VALUE-RATE)
                       IF WS-MKT-PERIOD = SPACES
                          MOVE MKT-IN-PERIOD TO WS-MKT-PERIOD
                       END-IF
                    ELSE
                       DISPLAY 'WARNING: ' WS-PROG-NAME
                          ' market rate table full - '
                          MKT-IN-SERVICE ' ignored'
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MKTFILE

           IF MKT-NUM = 0
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no market fraud rates on UT-S-MKTRATE -'
                 ' fraud-rate benchmark not produced'
           ELSE
              DISPLAY '*** ' WS-PROG-NAME ' ' MKT-NUM
                 ' market fraud rate(s) loaded for ' WS-MKT-PERIOD
           END-IF.

       LOAD-FORMAT-VERSIONS.

           OPEN INPUT FMTFILE

           PERFORM UNTIL WS-FMT-EOF = 'Y'
              READ FMTFILE
                 AT END
                    MOVE 'Y' TO WS-FMT-EOF
                 NOT AT END
                    IF FMT-NUM < FMT-MAX
                       ADD 1 TO FMT-NUM
                       SET FM-IDX TO FMT-NUM
                       MOVE FMT-IN-FROM-DATE TO FMT-FROM-DATE(FM-IDX)
                       MOVE FMT-IN-TO-DATE   TO FMT-TO-DATE(FM-IDX)
                       IF FMT-IN-TO-DATE = SPACES
                          MOVE '9999-12-31' TO FMT-TO-DATE(FM-IDX)
                       END-IF
                       MOVE FMT-IN-VERSION   TO FMT-VERSION(FM-IDX)
                       MOVE FMT-IN-SCHEMA    TO FMT-SCHEMA(FM-IDX)
                    ELSE
                       DISPLAY 'WARNING: ' WS-PROG-NAME
                          ' format control table full - range from '
                          FMT-IN-FROM-DATE ' ignored'
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FMTFILE.

       FIND-OR-ADD-ENTITY.

           MOVE 0 TO WS-ENT-HIT
                 MOVE SPACES TO ENT-SCHEMA(EN-IDX)
                 MOVE 'N'    TO ENT-REDUCED(EN-IDX)
                 MOVE 'N'    TO ENT-SIMPLIFIED(EN-IDX)
                 MOVE 'N'    TO ENT-GROUP(EN-IDX)
                 MOVE ENT-NUM TO WS-ENT-HIT
              END-IF
           END-IF.
                       MOVE SREG-IO-LOCK    TO SREG-LOCK(SR-IDX)
                       MOVE SREG-IO-UNLOCK-BY
                          TO SREG-UNLOCK-BY(SR-IDX)
                       MOVE SREG-IO-FORMAT  TO SREG-FORMAT(SR-IDX)
                       MOVE SREG-IO-XMIT-TS TO SREG-XMIT-TS(SR-IDX)
                    END-IF
              END-READ
           END-PERFORM
                       MOVE UNLK-IN-COUNTRY  TO UNLK-COUNTRY(UK-IDX)
                       MOVE UNLK-IN-PERIOD   TO UNLK-PERIOD(UK-IDX)
                       MOVE UNLK-IN-APPROVER TO UNLK-APPROVER(UK-IDX)
                       MOVE 'F'              TO UNLK-SOURCE(UK-IDX)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE UNLKFILE

           PERFORM LOAD-ONLINE-UNLOCKS.

      * Online unlocks from PAYSTATS_UNLOCKS not yet used. As with the
      * approvals, a Db2 outage leaves the UNLKFILE records alone.
       LOAD-ONLINE-UNLOCKS.

           EXEC SQL
             DECLARE UNLKCUR CURSOR FOR
               SELECT ENTITY_ID, COUNTRY, PERIOD_TAG, APPROVER
                 FROM PAYSTATS_UNLOCKS
                 WHERE USED_TS IS NULL
                 ORDER BY ENTERED_TS
           END-EXEC

           EXEC SQL OPEN UNLKCUR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' PAYSTATS_UNLOCKS not readable SQLCODE=' SQLCODE
                 ' - UNLKFILE unlocks only'
           ELSE
              PERFORM UNTIL WS-ULDB-EOF = 'Y'
                 EXEC SQL
                   FETCH UNLKCUR
                     INTO :WS-ULDB-ENTITY, :WS-ULDB-COUNTRY,
                          :WS-ULDB-PERIOD, :WS-ULDB-APPROVER
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       IF UNLK-NUM < UNLK-MAX
                          ADD 1 TO UNLK-NUM
                          ADD 1 TO WS-ULDB-ROWS
                          SET UK-IDX TO UNLK-NUM
                          MOVE WS-ULDB-ENTITY   TO UNLK-ENTITY(UK-IDX)
                          MOVE WS-ULDB-COUNTRY  TO UNLK-COUNTRY(UK-IDX)
                          MOVE WS-ULDB-PERIOD   TO UNLK-PERIOD(UK-IDX)
                          MOVE WS-ULDB-APPROVER
                             TO UNLK-APPROVER(UK-IDX)
                          MOVE 'D'              TO UNLK-SOURCE(UK-IDX)
                       ELSE
                          DISPLAY 'WARNING: ' WS-PROG-NAME
                             ' unlock table full - online unlock for '
                             WS-ULDB-COUNTRY ' ' WS-ULDB-PERIOD
                             ' not loaded'
                          MOVE 'Y' TO WS-ULDB-EOF
                       END-IF
                    WHEN 100
                       MOVE 'Y' TO WS-ULDB-EOF
                    WHEN OTHER
                       DISPLAY 'WARNING: ' WS-PROG-NAME
                          ' PAYSTATS_UNLOCKS fetch failed SQLCODE='
                          SQLCODE
                       MOVE 'Y' TO WS-ULDB-EOF
                 END-EVALUATE
              END-PERFORM

              EXEC SQL CLOSE UNLKCUR END-EXEC

              DISPLAY '*** ' WS-PROG-NAME ' online unlocks loaded: '
                 WS-ULDB-ROWS
           END-IF.

      * A locked entity/country/period refuses further final runs -
      * we nearly overwrote a submitted quarter in a parallel
           MOVE 'N'    TO WS-LOCK-FOUND
           MOVE 'N'    TO WS-UNLK-FOUND
           MOVE SPACES TO WS-UNLK-APPROVER
           MOVE SPACES TO WS-UNLK-SOURCE

           PERFORM VARYING WS-SREG-I FROM 1 BY 1
                    UNTIL WS-SREG-I > SREG-NUM
                    AND UNLK-APPROVER(UK-IDX) NOT = SPACES
                    MOVE 'Y' TO WS-UNLK-FOUND
                    MOVE UNLK-APPROVER(UK-IDX) TO WS-UNLK-APPROVER
                    MOVE UNLK-SOURCE(UK-IDX)   TO WS-UNLK-SOURCE
                    MOVE UNLK-ENTITY(UK-IDX)   TO WS-ULDB-ENTITY
                    MOVE UNLK-COUNTRY(UK-IDX)  TO WS-ULDB-COUNTRY
                    MOVE UNLK-PERIOD(UK-IDX)   TO WS-ULDB-PERIOD
                    IF UNLK-SOURCE(UK-IDX) = 'D'
                       MOVE SPACES TO UNLK-APPROVER(UK-IDX)
                    END-IF
                 END-IF
              END-PERFORM

              DISPLAY '*** ' WS-PROG-NAME ' period lock released for'
                 ' entity ' WS-ENTITY ' country ' WS-COUNTRY
                 ' period ' WS-PERIOD-TAG ' by ' WS-UNLK-APPROVER

              IF WS-UNLK-SOURCE = 'D'
                 PERFORM MARK-ONLINE-UNLOCK-USED
              END-IF
           END-IF.

      * An online unlock releases one lock only - it is stamped used
      * here so the next final run for the period is locked again.
       MARK-ONLINE-UNLOCK-USED.

           MOVE WS-UNLK-APPROVER TO WS-ULDB-APPROVER

           EXEC SQL
             UPDATE PAYSTATS_UNLOCKS
                SET USED_TS = CURRENT TIMESTAMP
              WHERE ENTITY_ID = :WS-ULDB-ENTITY
                AND COUNTRY = :WS-ULDB-COUNTRY
                AND PERIOD_TAG = :WS-ULDB-PERIOD
                AND APPROVER = :WS-ULDB-APPROVER
                AND USED_TS IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' PAYSTATS_UNLOCKS update failed SQLCODE=' SQLCODE
                 ' - online unlock for ' WS-ULDB-COUNTRY ' '
                 WS-ULDB-PERIOD ' still open'
           END-IF

           EXEC SQL COMMIT END-EXEC.

      * The version the generated XML carries: highest registered
      * version + 1 on a final/resubmission run (the register keeps
      * one row per produced version), 1 when the register has no
      * the XML).
       ASSIGN-SUBMISSION-VERSION.

           MOVE 0      TO WS-SUBM-VERSION
           MOVE SPACES TO WS-FMT-FILED

           IF WS-RUN-MODE = 'F' OR WS-RUN-MODE = 'R'
              MOVE 1 TO WS-SUBM-VERSION
                    AND SREG-VERSION(SR-IDX) >= WS-SUBM-VERSION
                    COMPUTE WS-SUBM-VERSION =
                       SREG-VERSION(SR-IDX) + 1
                    MOVE SREG-FORMAT(SR-IDX) TO WS-FMT-FILED
                 END-IF
              END-PERFORM
           END-IF

      * a resubmission in another layout than the version it replaces
      * means the format control ranges were changed after filing
           IF WS-SUBM-VERSION > 1
              AND WS-FMT-FILED NOT = SPACES
              AND WS-FMT-FILED NOT = WS-FMT-CODE
              DISPLAY 'WARNING: ' WS-PROG-NAME ' country ' WS-COUNTRY
                 ' period ' WS-PERIOD-TAG ' was filed in format '
                 WS-FMT-FILED ' - resubmission generated in format '
                 WS-FMT-CODE
           END-IF.

      * One appended row per produced version - the register is the
              MOVE 'Y'              TO SREG-LOCK(SR-IDX)
              MOVE SPACES           TO SREG-UNLOCK-BY(SR-IDX)

      * the layout this version was generated in, so a later
      * resubmission can be checked against what was filed
              MOVE WS-FMT-VERSION   TO SREG-FORMAT(SR-IDX)

      * not sent yet - PAYXMIT stamps the transfer completion time
              MOVE SPACES           TO SREG-XMIT-TS(SR-IDX)

              PERFORM REWRITE-SREGFILE
           END-IF.


           OPEN OUTPUT SREGFILE

           MOVE 'C' TO WS-SRG-FUNCTION
           CALL WS-PGM-PAYSRGDB USING BY REFERENCE
              WS-SRG-FUNCTION SREG-IO-REC WS-SRG-FAILED
           END-CALL
           MOVE 'R' TO WS-SRG-FUNCTION

           PERFORM VARYING WS-SREG-I FROM 1 BY 1
                                     UNTIL WS-SREG-I > SREG-NUM
              SET SR-IDX TO WS-SREG-I
              MOVE SREG-REASON(SR-IDX)  TO SREG-IO-REASON
              MOVE SREG-LOCK(SR-IDX)    TO SREG-IO-LOCK
              MOVE SREG-UNLOCK-BY(SR-IDX) TO SREG-IO-UNLOCK-BY
              MOVE SREG-FORMAT(SR-IDX)  TO SREG-IO-FORMAT
              MOVE SREG-XMIT-TS(SR-IDX) TO SREG-IO-XMIT-TS
              WRITE SREG-IO-REC
              CALL WS-PGM-PAYSRGDB USING BY REFERENCE
                 WS-SRG-FUNCTION SREG-IO-REC WS-SRG-FAILED
              END-CALL
           END-PERFORM

           CLOSE SREGFILE

           MOVE 'E' TO WS-SRG-FUNCTION
           CALL WS-PGM-PAYSRGDB USING BY REFERENCE
              WS-SRG-FUNCTION SREG-IO-REC WS-SRG-FAILED
           END-CALL

           IF WS-SRG-FAILED = 'Y' AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

      * The reporting window is a quarter unless WS-REF-MONTH carries
      * an 'Mnn' value, in which case the window narrows to that one
              MOVE ENT-CONTACT(EN-IDX) TO WS-AGENT-CONTACT
              MOVE ENT-SCHEMA(EN-IDX)  TO WS-AGENT-SCHEMA
              MOVE ENT-SIMPLIFIED(EN-IDX) TO WS-SIMPLIFIED
              MOVE ENT-GROUP(EN-IDX)   TO WS-GROUP-PASS
      * an extract file carries no settlement identifiers, so the
      * group return cannot be consolidated from one
              IF WS-GROUP-PASS = 'Y' AND WS-CONSOL-MODE = 'N'
                 AND WS-INPUT-MODE = 'F'
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' group entity '
                    WS-ENTITY ' skipped for extract-input period '
                    WS-PERIOD-TAG ' country ' WS-COUNTRY
              ELSE
                 PERFORM PROCESS-COUNTRY
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-GROUP-PASS.

       PROCESS-COUNTRY.

              DELIMITED BY SIZE INTO WS-CURRFILE-NAME
           END-STRING

           MOVE SPACES TO WS-ECBFILE-NAME
           STRING 'UT-S-ECBOUT.' WS-ENTITY '.'
              WS-COUNTRY '.' WS-PERIOD-TAG
              DELIMITED BY SIZE INTO WS-ECBFILE-NAME
           END-STRING

           MOVE SPACES TO WS-ECBSNAP-NAME
           STRING 'UT-S-ECBSNAP.' WS-ENTITY '.'
              WS-COUNTRY '.' WS-PERIOD-TAG
              DELIMITED BY SIZE INTO WS-ECBSNAP-NAME
           END-STRING

           MOVE SPACES TO WS-SUBMFILE-NAME
           STRING 'UT-S-SUBMOUT.' WS-ENTITY '.'
              WS-COUNTRY '.' WS-PERIOD-TAG
              DELIMITED BY SIZE INTO WS-BANDFILE-NAME
           END-STRING

           MOVE SPACES TO WS-FSGSNAP-NAME
           STRING 'UT-S-FSGSNAP.' WS-ENTITY '.'
              WS-COUNTRY '.' WS-PERIOD-TAG
              DELIMITED BY SIZE INTO WS-FSGSNAP-NAME
           END-STRING

           MOVE SPACES TO WS-BMKFILE-NAME
           STRING 'UT-S-BMKOUT.' WS-ENTITY '.'
              WS-COUNTRY '.' WS-PERIOD-TAG
              DELIMITED BY SIZE INTO WS-BMKFILE-NAME
           END-STRING

           MOVE SPACES TO WS-ELIMFILE-NAME
           STRING 'UT-S-ELIMOUT.' WS-ENTITY '.'
              WS-COUNTRY '.' WS-PERIOD-TAG
              DELIMITED BY SIZE INTO WS-ELIMFILE-NAME
           END-STRING

           MOVE SPACES TO WS-MCCFILE-NAME
           STRING 'UT-S-MCCOUT.' WS-ENTITY '.'
              WS-COUNTRY '.' WS-PERIOD-TAG
           MOVE 0    TO MCC-AGG-NUM
           MOVE 0    TO GEO-AGG-NUM
           MOVE 0    TO COR-AGG-NUM
           MOVE 0    TO ECB-AGG-NUM
           MOVE 0    TO FSG-AGG-NUM
           MOVE 0    TO WS-BMK-FLAGGED
           INITIALIZE PROFILE-TABLE
           MOVE 0   TO BEN-NUM
           MOVE 'N' TO BEN-OVERFLOW
           MOVE 'N'  TO MCC-AGG-OVERFLOW
           MOVE 'N'  TO GEO-AGG-OVERFLOW
           MOVE 'N'  TO COR-AGG-OVERFLOW
           MOVE 'N'  TO ECB-AGG-OVERFLOW
           MOVE 'N'  TO FSG-AGG-OVERFLOW
           MOVE 'N'  TO FRAUD-AGG-OVERFLOW
           MOVE 'N'  TO SCHEME-AGG-OVERFLOW
           MOVE 'N'  TO CURRENCY-AGG-OVERFLOW
           MOVE 'N'  TO EXC-OVERFLOW
           MOVE 'N'  TO DELTA-OVERFLOW
           MOVE 0    TO ELIM-NUM
           MOVE 'N'  TO ELIM-OVERFLOW
           IF WS-GROUP-PASS = 'Y'
              MOVE '0000'    TO WS-INP-ENTITY
           ELSE
              MOVE WS-ENTITY TO WS-INP-ENTITY
           END-IF
           MOVE 'Y'  TO WS-FIRST-FETCH
           MOVE 'Y'  TO WS-MORE-ROWS
           MOVE 0    TO WS-ROWS-FETCHED
              PERFORM LOAD-HALF-SNAPSHOTS
              MOVE 'N' TO WS-MORE-ROWS
              MOVE 'N' TO WS-COUNT-MISMATCH
              IF AGG-OVERFLOW = 'Y' OR ECB-AGG-OVERFLOW = 'Y'
                 OR FSG-AGG-OVERFLOW = 'Y'
                 DISPLAY 'ERROR: ' WS-PROG-NAME
                    ' aggregation table overflow consolidating '
                    WS-PERIOD-TAG ' for country ' WS-COUNTRY
                   WS-DATE-FROM
                   WS-DATE-TO
                   WS-COUNTRY
                   WS-INP-ENTITY
                   TXN-TABLE
                   IGR-ROW-TABLE
                   WS-COUNT-MISMATCH
                   WS-FIRST-FETCH
                   WS-MORE-ROWS

                 MOVE 'N' TO WS-FIRST-FETCH

                 IF WS-GROUP-PASS = 'Y'
                    PERFORM ELIMINATE-INTRAGROUP-ROWS
                 END-IF

                 PERFORM ARCHIVE-TXN-BATCH

                 IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 WS-COUNTRY
              END-CALL

              CALL WS-PGM-SUBECB USING BY REFERENCE
                 TXN-TABLE ECB-CRD-TABLE ECB-RMT-TABLE
                 ECB-CFN-TABLE ECB-AGG-TABLE
                 WS-COUNTRY
              END-CALL

              CALL WS-PGM-SUBFSG USING BY REFERENCE
                 TXN-TABLE FSG-AGG-TABLE
              END-CALL

              PERFORM TAKE-TIME-AFTER
              ADD WS-ELAPSED TO WS-STAT-AGG-CS

                 OR MCC-AGG-OVERFLOW = 'Y'
                 OR GEO-AGG-OVERFLOW = 'Y'
                 OR COR-AGG-OVERFLOW = 'Y'
                 OR ECB-AGG-OVERFLOW = 'Y'
                 OR ELIM-OVERFLOW = 'Y'
                 OR FSG-AGG-OVERFLOW = 'Y'
              THEN
                 DISPLAY 'ERROR: ' WS-PROG-NAME
                    ' aggregation table overflow for country '
                    WS-COUNTRY
                    ' - increase AGG-MAX/FRAUD-AGG-MAX/SCHEME-AGG-MAX'
                    '/CURRENCY-AGG-MAX/ECB-AGG-MAX/ELIM-MAX/FSG-AGG-MAX'
                    ' and recompile'
                 MOVE 16 TO WS-RUN-RC
                 PERFORM REGISTER-RUN-END
                 MOVE 16 TO RETURN-CODE
              WS-COUNTRY
              WS-REF-YEAR WS-REF-HALF WS-REF-QUARTER WS-REF-MONTH
              WS-SUBM-VERSION
              WS-FMT-VERSION
              WS-XML-ENCODING
              AGG-TABLE FRAUD-AGG-TABLE SCHEME-AGG-TABLE
              CURRENCY-AGG-TABLE
              GOBACK
           END-IF

      * the ECB return is rendered under the same period tags and
      * submission version as the PSD2 documents it travels with
           CALL WS-PGM-SUBECF USING BY REFERENCE
              WS-COUNTRY
              WS-REF-YEAR WS-REF-HALF WS-REF-QUARTER WS-REF-MONTH
              WS-SUBM-VERSION
              WS-XML-ENCODING
              ECB-AGG-TABLE
              ECB-XML-BUFFER
              WS-XML-OVERFLOW
           END-CALL

           IF WS-XML-OVERFLOW = 'Y'
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' ECB XML GENERATE exception for country '
                 WS-COUNTRY ' - ECB return would be truncated'
              MOVE 16 TO WS-RUN-RC
              PERFORM REGISTER-RUN-END
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM TAKE-TIME-AFTER
           ADD WS-ELAPSED TO WS-STAT-FMT-CS

              PERFORM UPDATE-SUBMISSION-REGISTER
              IF WS-INPUT-MODE = 'D'
                 PERFORM LOAD-RESULTS-TABLE
              ELSE
      * extract input has no Db2 work of its own to commit with the
      * register copy, so the copy's commit point is here
                 EXEC SQL COMMIT END-EXEC
              END-IF
           ELSE
              DISPLAY '*** ' WS-PROG-NAME ' draft run for country '

           CLOSE PRIORFILE

           OPEN OUTPUT ECBSNAPFILE

           PERFORM VARYING WS-PRIOR-I FROM 1 BY 1
                                    UNTIL WS-PRIOR-I > ECB-AGG-NUM
              SET ECB-IDX TO WS-PRIOR-I
              MOVE ECB-SERVICE(ECB-IDX)   TO ECBSNAP-IO-SERVICE
              MOVE ECB-CHANNEL(ECB-IDX)   TO ECBSNAP-IO-CHANNEL
              MOVE ECB-REMOTE(ECB-IDX)    TO ECBSNAP-IO-REMOTE
              MOVE ECB-CARD-FUNC(ECB-IDX) TO ECBSNAP-IO-CARD-FUNC
              MOVE ECB-DIRECTION(ECB-IDX) TO ECBSNAP-IO-DIRECTION
              MOVE ECB-CPTY(ECB-IDX)      TO ECBSNAP-IO-CPTY
              MOVE ECB-COUNT(ECB-IDX)     TO ECBSNAP-IO-COUNT
              MOVE ECB-TOTAL(ECB-IDX)     TO ECBSNAP-IO-TOTAL
              MOVE ECB-REV-COUNT(ECB-IDX) TO ECBSNAP-IO-REV-COUNT
              MOVE ECB-REV-TOTAL(ECB-IDX) TO ECBSNAP-IO-REV-TOTAL
              WRITE ECBSNAP-IO-REC
           END-PERFORM

           CLOSE ECBSNAPFILE

           OPEN OUTPUT FSGSNAPFILE

           PERFORM VARYING WS-PRIOR-I FROM 1 BY 1
                                    UNTIL WS-PRIOR-I > FSG-AGG-NUM
              SET FSG-IDX TO WS-PRIOR-I
              MOVE FSG-SERVICE(FSG-IDX)   TO FSGSNAP-IO-SERVICE
              MOVE FSG-CHANNEL(FSG-IDX)   TO FSGSNAP-IO-CHANNEL
              MOVE FSG-SCA(FSG-IDX)       TO FSGSNAP-IO-SCA
              MOVE FSG-COUNT(FSG-IDX)     TO FSGSNAP-IO-COUNT
              MOVE FSG-TOTAL(FSG-IDX)     TO FSGSNAP-IO-TOTAL
              MOVE FSG-FRD-COUNT(FSG-IDX) TO FSGSNAP-IO-FRD-COUNT
              MOVE FSG-FRD-TOTAL(FSG-IDX) TO FSGSNAP-IO-FRD-TOTAL
              WRITE FSGSNAP-IO-REC
           END-PERFORM

           CLOSE FSGSNAPFILE

           IF WS-CONSOL-MODE = 'N' AND WS-REF-MONTH(1:1) NOT = 'M'
              PERFORM RUN-TREND-REPORT
           END-IF

           PERFORM WRITE-BAND-REPORT

           IF WS-GROUP-PASS = 'Y' AND WS-CONSOL-MODE = 'N'
              PERFORM WRITE-ELIMINATION-REPORT
           END-IF

           IF MKT-NUM > 0
              PERFORM WRITE-BENCHMARK-REPORT
           END-IF

           PERFORM WRITE-MCC-REPORT

           PERFORM WRITE-GEO-REPORT
              PERFORM CLEAR-COUNTRY-CHECKPOINT
           END-IF.

      * The regulator-facing breakdown documents and the ECB return
      * are walked; any one failing fails the country before the
      * envelope step.
       CHECK-XML-STRUCTURE.

           MOVE 'Y' TO WS-XMLCK-OK

      * root and per-row key element of the PSD2 documents in the
      * layout they were generated in (SUBFMT refuses any other)
           EVALUATE WS-FMT-VERSION
              WHEN 01
                 MOVE '<WS-XML-DOC>'        TO WS-XMLCK-MAIN-ROOT
                 MOVE '<PAYMENT-SERVICE>'   TO WS-XMLCK-MAIN-TAG
                 MOVE '<WS-FRAUD-XML-DOC>'  TO WS-XMLCK-FRAUD-ROOT
                 MOVE '<FRAUD-FLAG>'        TO WS-XMLCK-FRAUD-TAG
           END-EVALUATE

           MOVE 2000000 TO WS-XMLCK-MAX
           MOVE WS-XMLCK-MAIN-ROOT TO WS-XMLCK-ROOT
           MOVE WS-XMLCK-MAIN-TAG  TO WS-XMLCK-TAG
      * the generated document's own row count - on a simplified
      * filing that is the collapsed set, not AGG-NUM
           MOVE WS-XML-ROW-COUNT TO WS-XMLCK-EXPECT
           CALL WS-PGM-SUBXCK USING BY REFERENCE
              XML-BUFFER WS-XMLCK-MAX WS-XML-ENCODING
              WS-XMLCK-ROOT WS-XMLCK-TAG WS-XMLCK-EXPECT
              WS-XMLCK-DOC-OK
           END-CALL
           IF WS-XMLCK-DOC-OK = 'N'
              MOVE 'N' TO WS-XMLCK-OK
           END-IF

           MOVE 1500000 TO WS-XMLCK-MAX
           MOVE WS-XMLCK-FRAUD-ROOT TO WS-XMLCK-ROOT
           MOVE WS-XMLCK-FRAUD-TAG  TO WS-XMLCK-TAG
           MOVE FRAUD-AGG-NUM TO WS-XMLCK-EXPECT
           CALL WS-PGM-SUBXCK USING BY REFERENCE
              FRAUD-XML-BUFFER WS-XMLCK-MAX WS-XML-ENCODING
              WS-XMLCK-ROOT WS-XMLCK-TAG WS-XMLCK-EXPECT
              WS-XMLCK-DOC-OK
           END-CALL
           IF WS-XMLCK-DOC-OK = 'N'
              MOVE 'N' TO WS-XMLCK-OK
           END-IF

      * the ECB return has a layout of its own, outside the PSD2
      * format versions
           MOVE 1500000 TO WS-XMLCK-MAX
           MOVE '<WS-ECB-XML-DOC>' TO WS-XMLCK-ROOT
           MOVE '<SERVICE-TYPE>' TO WS-XMLCK-TAG
           MOVE ECB-AGG-NUM TO WS-XMLCK-EXPECT
           CALL WS-PGM-SUBXCK USING BY REFERENCE
              ECB-XML-BUFFER WS-XMLCK-MAX WS-XML-ENCODING
              WS-XMLCK-ROOT WS-XMLCK-TAG WS-XMLCK-EXPECT
              WS-XMLCK-DOC-OK
           END-CALL
           IF WS-XMLCK-DOC-OK = 'N'
              MOVE 'N' TO WS-XMLCK-OK

           CLOSE BANDFILE.

       WRITE-ELIMINATION-REPORT.

           MOVE 0 TO WS-ELIM-COUNT
           MOVE 0 TO WS-ELIM-TOTAL
           MOVE 0 TO WS-ELIM-REV-COUNT
           MOVE 0 TO WS-ELIM-REV-TOTAL

           OPEN OUTPUT ELIMFILE

           MOVE WS-ENTITY     TO WS-ELIM-HDG-ENT
           MOVE WS-COUNTRY    TO WS-ELIM-HDG-CTRY
           MOVE WS-PERIOD-TAG TO WS-ELIM-HDG-PERIOD
           WRITE ELIM-OUT-REC FROM WS-ELIM-HDG-LINE
           WRITE ELIM-OUT-REC FROM WS-ELIM-COL-LINE

           PERFORM VARYING WS-ELIM-I FROM 1 BY 1
                    UNTIL WS-ELIM-I > ELIM-NUM
              SET EL-IDX TO WS-ELIM-I
              MOVE ELIM-SERVICE(EL-IDX)   TO WS-ELIM-SERVICE-OUT
              MOVE ELIM-CHANNEL(EL-IDX)   TO WS-ELIM-CHANNEL-OUT
              MOVE ELIM-COUNT(EL-IDX)     TO WS-ELIM-COUNT-OUT
              MOVE ELIM-TOTAL(EL-IDX)     TO WS-ELIM-TOTAL-OUT
              MOVE ELIM-REV-COUNT(EL-IDX) TO WS-ELIM-RCOUNT-OUT
              MOVE ELIM-REV-TOTAL(EL-IDX) TO WS-ELIM-RTOTAL-OUT
              WRITE ELIM-OUT-REC FROM WS-ELIM-LINE
              ADD ELIM-COUNT(EL-IDX)     TO WS-ELIM-COUNT
              ADD ELIM-TOTAL(EL-IDX)     TO WS-ELIM-TOTAL
              ADD ELIM-REV-COUNT(EL-IDX) TO WS-ELIM-REV-COUNT
              ADD ELIM-REV-TOTAL(EL-IDX) TO WS-ELIM-REV-TOTAL
           END-PERFORM

           MOVE 'TOTAL ELIMINATED'  TO WS-ELIM-SERVICE-OUT
           MOVE SPACES              TO WS-ELIM-CHANNEL-OUT
           MOVE WS-ELIM-COUNT       TO WS-ELIM-COUNT-OUT
           MOVE WS-ELIM-TOTAL       TO WS-ELIM-TOTAL-OUT
           MOVE WS-ELIM-REV-COUNT   TO WS-ELIM-RCOUNT-OUT
           MOVE WS-ELIM-REV-TOTAL   TO WS-ELIM-RTOTAL-OUT
           WRITE ELIM-OUT-REC FROM WS-ELIM-LINE

           CLOSE ELIMFILE

           DISPLAY '*** ' WS-PROG-NAME ' group ' WS-ENTITY
              ' country ' WS-COUNTRY ' - '
              WS-ELIM-COUNT ' intragroup payment(s) and '
              WS-ELIM-REV-COUNT ' reversal(s) eliminated'.

       WRITE-BENCHMARK-REPORT.

           MOVE 0 TO WS-BMK-FLAGGED
           MOVE 0 TO WS-BMK-NO-MARKET

           OPEN OUTPUT BMKFILE

           MOVE WS-ENTITY     TO WS-BMK-HDG-ENT
           MOVE WS-COUNTRY    TO WS-BMK-HDG-CTRY
           MOVE WS-PERIOD-TAG TO WS-BMK-HDG-PERIOD
           MOVE WS-MKT-PERIOD TO WS-BMK-HDG-MKT
           MOVE WS-MKT-FACTOR TO WS-BMK-HDG-FACTOR
           WRITE BMK-OUT-REC FROM WS-BMK-HDG-LINE
           WRITE BMK-OUT-REC FROM WS-BMK-COL-LINE

           PERFORM VARYING WS-BMK-I FROM 1 BY 1
                    UNTIL WS-BMK-I > FSG-AGG-NUM
              SET FSG-IDX TO WS-BMK-I
              PERFORM JUDGE-BENCHMARK-ROW
              WRITE BMK-OUT-REC FROM WS-BMK-LINE
           END-PERFORM

           CLOSE BMKFILE

           IF WS-BMK-FLAGGED > 0
              DISPLAY 'WARNING: ' WS-PROG-NAME ' entity ' WS-ENTITY
                 ' country ' WS-COUNTRY ' - ' WS-BMK-FLAGGED
                 ' segment(s) with fraud rate above market'
                 ' - see UT-S-BMKOUT'
           END-IF
           IF WS-BMK-NO-MARKET > 0
              DISPLAY 'WARNING: ' WS-PROG-NAME ' entity ' WS-ENTITY
                 ' country ' WS-COUNTRY ' - ' WS-BMK-NO-MARKET
                 ' segment(s) with no published market rate'
           END-IF.

      * Our rates in percent, as the market's are published; a
      * segment with no value (zero-amount payments only) has a value
      * rate of zero. The channel-level market rate is used where one
      * was published, the service-level rate otherwise. A market
      * rate of zero against any fraud of ours is above market
      * whatever the factor; the ratio is then shown at its cap.
       JUDGE-BENCHMARK-ROW.

           MOVE 'N' TO WS-BMK-ABOVE
           MOVE SPACES TO WS-BMK-FLAG-OUT

           COMPUTE WS-BMK-OUR-CRATE ROUNDED =
              FSG-FRD-COUNT(FSG-IDX) * 100 / FSG-COUNT(FSG-IDX)
           IF FSG-TOTAL(FSG-IDX) > 0
              COMPUTE WS-BMK-OUR-VRATE ROUNDED =
                 FSG-FRD-TOTAL(FSG-IDX) * 100 / FSG-TOTAL(FSG-IDX)
           ELSE
              MOVE 0 TO WS-BMK-OUR-VRATE
           END-IF

           MOVE 0 TO WS-MKT-HIT
           PERFORM VARYING WS-MKT-I FROM 1 BY 1
                    UNTIL WS-MKT-I > MKT-NUM OR WS-MKT-HIT > 0
              SET MK-IDX TO WS-MKT-I
              IF MKT-SERVICE(MK-IDX) = FSG-SERVICE(FSG-IDX)
                 AND MKT-CHANNEL(MK-IDX) = FSG-CHANNEL(FSG-IDX)
                 AND MKT-SCA(MK-IDX) = FSG-SCA(FSG-IDX)
                 MOVE WS-MKT-I TO WS-MKT-HIT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-MKT-I FROM 1 BY 1
                    UNTIL WS-MKT-I > MKT-NUM OR WS-MKT-HIT > 0
              SET MK-IDX TO WS-MKT-I
              IF MKT-SERVICE(MK-IDX) = FSG-SERVICE(FSG-IDX)
                 AND MKT-CHANNEL(MK-IDX) = SPACES
                 AND MKT-SCA(MK-IDX) = FSG-SCA(FSG-IDX)
                 MOVE WS-MKT-I TO WS-MKT-HIT
              END-IF
           END-PERFORM

           MOVE FSG-SERVICE(FSG-IDX)   TO WS-BMK-SERVICE-OUT
           MOVE FSG-CHANNEL(FSG-IDX)   TO WS-BMK-CHANNEL-OUT
           MOVE FSG-SCA(FSG-IDX)       TO WS-BMK-SCA-OUT
           MOVE FSG-COUNT(FSG-IDX)     TO WS-BMK-COUNT-OUT
           MOVE WS-BMK-OUR-CRATE       TO WS-BMK-OUR-CRATE-OUT
           MOVE WS-BMK-OUR-VRATE       TO WS-BMK-OUR-VRATE-OUT

           IF WS-MKT-HIT = 0
              MOVE 0 TO WS-BMK-MKT-CRATE-OUT
              MOVE 0 TO WS-BMK-CRATIO-OUT
              MOVE 0 TO WS-BMK-MKT-VRATE-OUT
              MOVE 0 TO WS-BMK-VRATIO-OUT
              MOVE 'NO BENCHMARK' TO WS-BMK-FLAG-OUT
              ADD 1 TO WS-BMK-NO-MARKET
           ELSE
              SET MK-IDX TO WS-MKT-HIT

              IF MKT-COUNT-RATE(MK-IDX) > 0
                 COMPUTE WS-BMK-CRATIO ROUNDED =
                    WS-BMK-OUR-CRATE / MKT-COUNT-RATE(MK-IDX)
                    ON SIZE ERROR MOVE 999.99 TO WS-BMK-CRATIO
                 END-COMPUTE
              ELSE
                 IF WS-BMK-OUR-CRATE > 0
                    MOVE 999.99 TO WS-BMK-CRATIO
                 ELSE
                    MOVE 0 TO WS-BMK-CRATIO
                 END-IF
              END-IF
              COMPUTE WS-BMK-LIMIT =
                 MKT-COUNT-RATE(MK-IDX) * WS-MKT-FACTOR
              IF WS-BMK-OUR-CRATE > WS-BMK-LIMIT
                 MOVE 'Y' TO WS-BMK-ABOVE
              END-IF

              IF MKT-VALUE-RATE(MK-IDX) > 0
                 COMPUTE WS-BMK-VRATIO ROUNDED =
                    WS-BMK-OUR-VRATE / MKT-VALUE-RATE(MK-IDX)
                    ON SIZE ERROR MOVE 999.99 TO WS-BMK-VRATIO
                 END-COMPUTE
              ELSE
                 IF WS-BMK-OUR-VRATE > 0
                    MOVE 999.99 TO WS-BMK-VRATIO
                 ELSE
                    MOVE 0 TO WS-BMK-VRATIO
                 END-IF
              END-IF
              COMPUTE WS-BMK-LIMIT =
                 MKT-VALUE-RATE(MK-IDX) * WS-MKT-FACTOR
              IF WS-BMK-OUR-VRATE > WS-BMK-LIMIT
                 MOVE 'Y' TO WS-BMK-ABOVE
              END-IF

              MOVE MKT-COUNT-RATE(MK-IDX) TO WS-BMK-MKT-CRATE-OUT
              MOVE WS-BMK-CRATIO          TO WS-BMK-CRATIO-OUT
              MOVE MKT-VALUE-RATE(MK-IDX) TO WS-BMK-MKT-VRATE-OUT
              MOVE WS-BMK-VRATIO          TO WS-BMK-VRATIO-OUT

              IF WS-BMK-ABOVE = 'Y'
                 MOVE 'ABOVE MARKET' TO WS-BMK-FLAG-OUT
                 ADD 1 TO WS-BMK-FLAGGED
              END-IF
           END-IF.

      * Merchant-category spending: count and EUR value per MCC, card
      * present ('P') versus card not present ('N').
       WRITE-MCC-REPORT.
              WRITE SUM-REC
           END-IF

           IF WS-BMK-FLAGGED > 0
              MOVE SPACES TO SUM-REC
              MOVE 'FRAUD RATE ABOVE MARKET - SEE UT-S-BMKOUT'
                 TO SUM-REC
              WRITE SUM-REC
           END-IF

           PERFORM WRITE-CUTOVER-SUMMARY

           MOVE 0 TO WS-SUM-CTRY-COUNT

           CLOSE CURRFILE

           OPEN OUTPUT ECBFILE

           MOVE ECB-XML-BUFFER TO ECB-OUT-REC
           WRITE ECB-OUT-REC

           CLOSE ECBFILE

           PERFORM WRITE-SUBMISSION-ENVELOPE

           PERFORM WRITE-SEGMENTED-OUTPUTS
      * One 255-byte segment stream per country: each upload document
      * is appended under its own tag, so the transfer tool never
      * sees the 2,000,000-byte records. The envelope is streamed
      * part by part through the same append path - header, the five
      * document payloads, close tag - without assembling it.
       WRITE-SEGMENTED-OUTPUTS.

           PERFORM SEGMENT-CLOSE
           MOVE WS-SEG-SEQ TO WS-SEG-CNT-CURR

           MOVE 'ECBXML' TO WS-SEG-DOC
           PERFORM SEGMENT-OPEN
           PERFORM SEGMENT-APPEND-ECB-XML
           PERFORM SEGMENT-CLOSE
           MOVE WS-SEG-SEQ TO WS-SEG-CNT-ECB

           MOVE 'SUBMENV' TO WS-SEG-DOC
           PERFORM SEGMENT-OPEN
           MOVE SPACES TO WS-SEG-SRC(1:600)
           PERFORM SEGMENT-APPEND-FRAUD-XML
           PERFORM SEGMENT-APPEND-SCHEME-XML
           PERFORM SEGMENT-APPEND-CURR-XML
           PERFORM SEGMENT-APPEND-ECB-XML
           MOVE SPACES TO WS-SEG-SRC(1:600)
           MOVE '</SubmissionEnvelope>' TO WS-SEG-SRC(1:21)
           CALL WS-PGM-SUBMAN USING BY REFERENCE
           MOVE CURRENCY-XML-BUFFER TO WS-SEG-SRC(1:50000)
           PERFORM SEGMENT-APPEND-MEASURED.

       SEGMENT-APPEND-ECB-XML.

           MOVE 1500000 TO WS-MANI-MAX-LEN
           CALL WS-PGM-SUBMAN USING BY REFERENCE
              ECB-XML-BUFFER WS-MANI-MAX-LEN
              WS-MANI-LEN WS-MANI-CHECKSUM
           END-CALL
           MOVE ECB-XML-BUFFER TO WS-SEG-SRC(1:1500000)
           PERFORM SEGMENT-APPEND-MEASURED.

       SEGMENT-OPEN.

           MOVE 0      TO WS-SEG-SEQ
           MOVE WS-SEG-CNT-CURR  TO WS-MANI-SEGS-OUT
           PERFORM WRITE-MANIFEST-RECORD

           MOVE 1500000 TO WS-MANI-MAX-LEN
           CALL WS-PGM-SUBMAN USING BY REFERENCE
              ECB-XML-BUFFER WS-MANI-MAX-LEN
              WS-MANI-LEN WS-MANI-CHECKSUM
           END-CALL
           MOVE WS-ECBFILE-NAME TO WS-MANI-FILE-OUT
           MOVE 1               TO WS-MANI-RECS-OUT
           MOVE WS-SEG-CNT-ECB  TO WS-MANI-SEGS-OUT
           PERFORM WRITE-MANIFEST-RECORD

      * the envelope's manifest row carries the streamed totals the
      * segmentation step accumulated - its checksum is the modulo
      * sum of the seven parts' checksums
           MOVE WS-SUBMFILE-NAME TO WS-MANI-FILE-OUT
           MOVE 7                TO WS-MANI-RECS-OUT
           MOVE WS-SEG-CNT-ENV   TO WS-MANI-SEGS-OUT
           MOVE WS-SEG-TOT-LEN   TO WS-MANI-LEN
           MOVE WS-SEG-TOT-CKSM  TO WS-MANI-CHECKSUM
      * The complete upload unit: one file per country holding the
      * envelope header (reporting agent LEI/name/contact, schema
      * version, creation timestamp, unique submission ID), the four
      * PSD2 XML documents and the ECB return, and the envelope close
      * - so the file handed to the supervisory portal is complete as
      * generated and both returns leave under one submission ID.
       WRITE-SUBMISSION-ENVELOPE.

           IF WS-AGENT-LEI = SPACES
              DELIMITED BY SIZE INTO WS-SUBM-ID
           END-STRING

           IF WS-FMT-SCHEMA NOT = SPACES
              MOVE WS-FMT-SCHEMA   TO WS-ENV-SCHEMA
           ELSE
              MOVE WS-AGENT-SCHEMA TO WS-ENV-SCHEMA
           END-IF

           OPEN OUTPUT SUBMFILE

      * the header is kept in WS-ENV-HEADER too - the segmentation
              '<Name>' FUNCTION TRIM(WS-AGENT-NAME) '</Name>'
              '<Contact>' FUNCTION TRIM(WS-AGENT-CONTACT) '</Contact>'
              '</ReportingAgent>'
              '<SchemaVersion>' FUNCTION TRIM(WS-ENV-SCHEMA)
              '</SchemaVersion>'
              '<CreationTimestamp>' WS-SUBM-TS '</CreationTimestamp>'
              '<SubmissionId>' FUNCTION TRIM(WS-SUBM-ID)
           MOVE CURRENCY-XML-BUFFER TO SUBM-REC
           WRITE SUBM-REC

           MOVE ECB-XML-BUFFER TO SUBM-REC
           WRITE SUBM-REC

           MOVE SPACES TO SUBM-REC
           MOVE '</SubmissionEnvelope>' TO SUBM-REC
           WRITE SUBM-REC
              GOBACK
           END-IF

           IF WS-SETL-OPEN-DAYS > 0
              DISPLAY 'ERROR: ' WS-PROG-NAME ' ' WS-SETL-OPEN-DAYS
                 ' unreconciled settlement day(s) in period '
                 WS-PERIOD-TAG ' - final run refused, see '
                 WS-SETLRPT-NAME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' final run for country '
              WS-COUNTRY ' period ' WS-PERIOD-TAG
              ' approved by ' WS-APPROVER.
                             MOVE CIO-DW-PAYEE TO DW-PAYEE(DW-IDX)
                             MOVE CIO-DW-COUNT TO DW-COUNT(DW-IDX)
                          END-IF
                       WHEN 'X'
                          MOVE CHKAGG-DATA TO CHKAGG-ECB-IO-REC
                          IF ECB-AGG-NUM < ECB-AGG-MAX
                             ADD 1 TO ECB-AGG-NUM
                             SET ECB-IDX TO ECB-AGG-NUM
                             MOVE CIO-ECB-SERVICE
                                TO ECB-SERVICE(ECB-IDX)
                             MOVE CIO-ECB-CHANNEL
                                TO ECB-CHANNEL(ECB-IDX)
                             MOVE CIO-ECB-REMOTE
                                TO ECB-REMOTE(ECB-IDX)
                             MOVE CIO-ECB-CARD-FUNC
                                TO ECB-CARD-FUNC(ECB-IDX)
                             MOVE CIO-ECB-DIRECTION
                                TO ECB-DIRECTION(ECB-IDX)
                             MOVE CIO-ECB-CPTY TO ECB-CPTY(ECB-IDX)
                             MOVE CIO-ECB-COUNT TO ECB-COUNT(ECB-IDX)
                             MOVE CIO-ECB-TOTAL TO ECB-TOTAL(ECB-IDX)
                             MOVE CIO-ECB-REV-COUNT
                                TO ECB-REV-COUNT(ECB-IDX)
                             MOVE CIO-ECB-REV-TOTAL
                                TO ECB-REV-TOTAL(ECB-IDX)
                          END-IF
                       WHEN 'I'
                          MOVE CHKAGG-DATA TO CHKAGG-ELIM-IO-REC
                          IF ELIM-NUM < ELIM-MAX
                             ADD 1 TO ELIM-NUM
                             SET EL-IDX TO ELIM-NUM
                             MOVE CIO-ELIM-SERVICE
                                TO ELIM-SERVICE(EL-IDX)
                             MOVE CIO-ELIM-CHANNEL
                                TO ELIM-CHANNEL(EL-IDX)
                             MOVE CIO-ELIM-COUNT
                                TO ELIM-COUNT(EL-IDX)
                             MOVE CIO-ELIM-TOTAL
                                TO ELIM-TOTAL(EL-IDX)
                             MOVE CIO-ELIM-REV-COUNT
                                TO ELIM-REV-COUNT(EL-IDX)
                             MOVE CIO-ELIM-REV-TOTAL
                                TO ELIM-REV-TOTAL(EL-IDX)
                          END-IF
                       WHEN 'V'
                          MOVE CHKAGG-DATA TO CHKAGG-FSG-IO-REC
                          IF FSG-AGG-NUM < FSG-AGG-MAX
                             ADD 1 TO FSG-AGG-NUM
                             SET FSG-IDX TO FSG-AGG-NUM
                             MOVE CIO-FSG-SERVICE
                                TO FSG-SERVICE(FSG-IDX)
                             MOVE CIO-FSG-CHANNEL
                                TO FSG-CHANNEL(FSG-IDX)
                             MOVE CIO-FSG-SCA TO FSG-SCA(FSG-IDX)
                             MOVE CIO-FSG-COUNT TO FSG-COUNT(FSG-IDX)
                             MOVE CIO-FSG-TOTAL TO FSG-TOTAL(FSG-IDX)
                             MOVE CIO-FSG-FRD-COUNT
                                TO FSG-FRD-COUNT(FSG-IDX)
                             MOVE CIO-FSG-FRD-TOTAL
                                TO FSG-FRD-TOTAL(FSG-IDX)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
              WRITE CHKAGG-REC
           END-PERFORM

           PERFORM VARYING WS-PRIOR-I FROM 1 BY 1
                                    UNTIL WS-PRIOR-I > ECB-AGG-NUM
              SET ECB-IDX TO WS-PRIOR-I
              MOVE ECB-SERVICE(ECB-IDX)   TO CIO-ECB-SERVICE
              MOVE ECB-CHANNEL(ECB-IDX)   TO CIO-ECB-CHANNEL
              MOVE ECB-REMOTE(ECB-IDX)    TO CIO-ECB-REMOTE
              MOVE ECB-CARD-FUNC(ECB-IDX) TO CIO-ECB-CARD-FUNC
              MOVE ECB-DIRECTION(ECB-IDX) TO CIO-ECB-DIRECTION
              MOVE ECB-CPTY(ECB-IDX)      TO CIO-ECB-CPTY
              MOVE ECB-COUNT(ECB-IDX)     TO CIO-ECB-COUNT
              MOVE ECB-TOTAL(ECB-IDX)     TO CIO-ECB-TOTAL
              MOVE ECB-REV-COUNT(ECB-IDX) TO CIO-ECB-REV-COUNT
              MOVE ECB-REV-TOTAL(ECB-IDX) TO CIO-ECB-REV-TOTAL
              MOVE 'X'                    TO CHKAGG-TYPE
              MOVE CHKAGG-ECB-IO-REC      TO CHKAGG-DATA
              WRITE CHKAGG-REC
           END-PERFORM

           PERFORM VARYING WS-PRIOR-I FROM 1 BY 1
                                    UNTIL WS-PRIOR-I > ELIM-NUM
              SET EL-IDX TO WS-PRIOR-I
              MOVE ELIM-SERVICE(EL-IDX)   TO CIO-ELIM-SERVICE
              MOVE ELIM-CHANNEL(EL-IDX)   TO CIO-ELIM-CHANNEL
              MOVE ELIM-COUNT(EL-IDX)     TO CIO-ELIM-COUNT
              MOVE ELIM-TOTAL(EL-IDX)     TO CIO-ELIM-TOTAL
              MOVE ELIM-REV-COUNT(EL-IDX) TO CIO-ELIM-REV-COUNT
              MOVE ELIM-REV-TOTAL(EL-IDX) TO CIO-ELIM-REV-TOTAL
              MOVE 'I'                    TO CHKAGG-TYPE
              MOVE CHKAGG-ELIM-IO-REC     TO CHKAGG-DATA
              WRITE CHKAGG-REC
           END-PERFORM

           PERFORM VARYING WS-PRIOR-I FROM 1 BY 1
                                    UNTIL WS-PRIOR-I > FSG-AGG-NUM
              SET FSG-IDX TO WS-PRIOR-I
              MOVE FSG-SERVICE(FSG-IDX)   TO CIO-FSG-SERVICE
              MOVE FSG-CHANNEL(FSG-IDX)   TO CIO-FSG-CHANNEL
              MOVE FSG-SCA(FSG-IDX)       TO CIO-FSG-SCA
              MOVE FSG-COUNT(FSG-IDX)     TO CIO-FSG-COUNT
              MOVE FSG-TOTAL(FSG-IDX)     TO CIO-FSG-TOTAL
              MOVE FSG-FRD-COUNT(FSG-IDX) TO CIO-FSG-FRD-COUNT
              MOVE FSG-FRD-TOTAL(FSG-IDX) TO CIO-FSG-FRD-TOTAL
              MOVE 'V'                    TO CHKAGG-TYPE
              MOVE CHKAGG-FSG-IO-REC      TO CHKAGG-DATA
              WRITE CHKAGG-REC
           END-PERFORM

           CLOSE CHKAGGFILE.

      * A finished country leaves a COMPLETE marker rather than an
      * restored afterwards so the half-year run's own delta/snapshot
      * I-O still lands under the half's period tag. Fraud, scheme and
      * currency breakdowns are not part of the snapshots, so the
      * consolidated run produces the service-level XML/CSV only -
      * and the ECB return, whose quarterly ECBSNAPFILE snapshots are
      * merged alongside, as are the FSGSNAPFILE fraud-benchmark
      * segments. An empty/missing quarter snapshot is
      * reported - the half figures would silently understate
      * otherwise.
       LOAD-HALF-SNAPSHOTS.

           PERFORM VARYING WS-SNAP-PASS FROM 1 BY 1
                 END-IF
              END-IF
              PERFORM LOAD-ONE-QUARTER-SNAPSHOT
              PERFORM LOAD-ONE-QUARTER-ECB-SNAPSHOT
              PERFORM LOAD-ONE-QUARTER-FSG-SNAPSHOT
           END-PERFORM.

       LOAD-ONE-QUARTER-SNAPSHOT.
              END-IF
           END-IF.

       LOAD-ONE-QUARTER-ECB-SNAPSHOT.

           MOVE WS-ECBSNAP-NAME TO WS-SNAP-SAVE-NAME
           MOVE SPACES TO WS-ECBSNAP-NAME
           STRING 'UT-S-ECBSNAP.' WS-ENTITY '.'
              WS-COUNTRY '.' WS-SNAP-TAG
              DELIMITED BY SIZE INTO WS-ECBSNAP-NAME
           END-STRING

           MOVE 0   TO WS-ECBSNAP-ROWS
           MOVE 'N' TO WS-ECBSNAP-EOF

           OPEN INPUT ECBSNAPFILE

           PERFORM UNTIL WS-ECBSNAP-EOF = 'Y'
              READ ECBSNAPFILE INTO ECBSNAP-IO-REC
                 AT END
                    MOVE 'Y' TO WS-ECBSNAP-EOF
                 NOT AT END
                    ADD 1 TO WS-ECBSNAP-ROWS
                    PERFORM MERGE-ECB-SNAPSHOT-ROW
              END-READ
           END-PERFORM

           CLOSE ECBSNAPFILE

           MOVE WS-SNAP-SAVE-NAME TO WS-ECBSNAP-NAME

           IF WS-ECBSNAP-ROWS = 0
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' empty/missing ECB quarter snapshot ' WS-SNAP-TAG
                 ' for country ' WS-COUNTRY
                 ' - half-year ECB return is incomplete'
           END-IF.

      * MERGE-SNAPSHOT-ROW's sorted-insert merge for ECB-AGG-TABLE,
      * keyed on the full 65-byte ECB-KEY.
       MERGE-ECB-SNAPSHOT-ROW.

           MOVE ECBSNAP-IO-REC(1:65) TO WS-ECBSNAP-KEY

           MOVE 'N' TO WS-SNAP-FOUND-FLAG
           MOVE 1           TO WS-SNAP-LO
           MOVE ECB-AGG-NUM TO WS-SNAP-HI

           PERFORM UNTIL WS-SNAP-LO > WS-SNAP-HI
                         OR WS-SNAP-FOUND-FLAG = 'Y'
              COMPUTE WS-SNAP-MID = (WS-SNAP-LO + WS-SNAP-HI) / 2
              SET ECB-IDX TO WS-SNAP-MID
              IF ECB-KEY(ECB-IDX) = WS-ECBSNAP-KEY
                 MOVE 'Y' TO WS-SNAP-FOUND-FLAG
              ELSE
                 IF ECB-KEY(ECB-IDX) < WS-ECBSNAP-KEY
                    COMPUTE WS-SNAP-LO = WS-SNAP-MID + 1
                 ELSE
                    COMPUTE WS-SNAP-HI = WS-SNAP-MID - 1
                 END-IF
              END-IF
           END-PERFORM

           IF WS-SNAP-FOUND-FLAG = 'Y'
              ADD ECBSNAP-IO-COUNT     TO ECB-COUNT(ECB-IDX)
              ADD ECBSNAP-IO-TOTAL     TO ECB-TOTAL(ECB-IDX)
              ADD ECBSNAP-IO-REV-COUNT TO ECB-REV-COUNT(ECB-IDX)
              ADD ECBSNAP-IO-REV-TOTAL TO ECB-REV-TOTAL(ECB-IDX)
           ELSE
              IF ECB-AGG-NUM >= ECB-AGG-MAX
                 MOVE 'Y' TO ECB-AGG-OVERFLOW
                 DISPLAY 'PAYSTATS: ECB-AGG-TABLE overflow merging '
                    'quarter snapshot ' WS-SNAP-TAG
              ELSE
                 PERFORM VARYING WS-SNAP-SHIFT-I FROM ECB-AGG-NUM BY -1
                         UNTIL WS-SNAP-SHIFT-I < WS-SNAP-LO
                    MOVE ECB-AGG-ROWS(WS-SNAP-SHIFT-I)
                      TO ECB-AGG-ROWS(WS-SNAP-SHIFT-I + 1)
                 END-PERFORM
                 ADD 1 TO ECB-AGG-NUM
                 SET ECB-IDX TO WS-SNAP-LO
                 MOVE WS-ECBSNAP-KEY       TO ECB-KEY(ECB-IDX)
                 MOVE ECBSNAP-IO-COUNT     TO ECB-COUNT(ECB-IDX)
                 MOVE ECBSNAP-IO-TOTAL     TO ECB-TOTAL(ECB-IDX)
                 MOVE ECBSNAP-IO-REV-COUNT TO ECB-REV-COUNT(ECB-IDX)
                 MOVE ECBSNAP-IO-REV-TOTAL TO ECB-REV-TOTAL(ECB-IDX)
              END-IF
           END-IF.

       LOAD-ONE-QUARTER-FSG-SNAPSHOT.

           MOVE WS-FSGSNAP-NAME TO WS-SNAP-SAVE-NAME
           MOVE SPACES TO WS-FSGSNAP-NAME
           STRING 'UT-S-FSGSNAP.' WS-ENTITY '.'
              WS-COUNTRY '.' WS-SNAP-TAG
              DELIMITED BY SIZE INTO WS-FSGSNAP-NAME
           END-STRING

           MOVE 0   TO WS-FSGSNAP-ROWS
           MOVE 'N' TO WS-FSGSNAP-EOF

           OPEN INPUT FSGSNAPFILE

           PERFORM UNTIL WS-FSGSNAP-EOF = 'Y'
              READ FSGSNAPFILE INTO FSGSNAP-IO-REC
                 AT END
                    MOVE 'Y' TO WS-FSGSNAP-EOF
                 NOT AT END
                    ADD 1 TO WS-FSGSNAP-ROWS
                    PERFORM MERGE-FSG-SNAPSHOT-ROW
              END-READ
           END-PERFORM

           CLOSE FSGSNAPFILE

           MOVE WS-SNAP-SAVE-NAME TO WS-FSGSNAP-NAME

           IF WS-FSGSNAP-ROWS = 0
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' empty/missing fraud benchmark quarter snapshot '
                 WS-SNAP-TAG ' for country ' WS-COUNTRY
                 ' - half-year benchmark is incomplete'
           END-IF.

      * MERGE-SNAPSHOT-ROW's sorted-insert merge for FSG-AGG-TABLE,
      * keyed on the full 61-byte FSG-KEY.
       MERGE-FSG-SNAPSHOT-ROW.

           MOVE FSGSNAP-IO-REC(1:61) TO WS-FSGSNAP-KEY

           MOVE 'N' TO WS-SNAP-FOUND-FLAG
           MOVE 1           TO WS-SNAP-LO
           MOVE FSG-AGG-NUM TO WS-SNAP-HI

           PERFORM UNTIL WS-SNAP-LO > WS-SNAP-HI
                         OR WS-SNAP-FOUND-FLAG = 'Y'
              COMPUTE WS-SNAP-MID = (WS-SNAP-LO + WS-SNAP-HI) / 2
              SET FSG-IDX TO WS-SNAP-MID
              IF FSG-KEY(FSG-IDX) = WS-FSGSNAP-KEY
                 MOVE 'Y' TO WS-SNAP-FOUND-FLAG
              ELSE
                 IF FSG-KEY(FSG-IDX) < WS-FSGSNAP-KEY
                    COMPUTE WS-SNAP-LO = WS-SNAP-MID + 1
                 ELSE
                    COMPUTE WS-SNAP-HI = WS-SNAP-MID - 1
                 END-IF
              END-IF
           END-PERFORM

           IF WS-SNAP-FOUND-FLAG = 'Y'
              ADD FSGSNAP-IO-COUNT     TO FSG-COUNT(FSG-IDX)
              ADD FSGSNAP-IO-TOTAL     TO FSG-TOTAL(FSG-IDX)
              ADD FSGSNAP-IO-FRD-COUNT TO FSG-FRD-COUNT(FSG-IDX)
              ADD FSGSNAP-IO-FRD-TOTAL TO FSG-FRD-TOTAL(FSG-IDX)
           ELSE
              IF FSG-AGG-NUM >= FSG-AGG-MAX
                 MOVE 'Y' TO FSG-AGG-OVERFLOW
                 DISPLAY 'PAYSTATS: FSG-AGG-TABLE overflow merging '
                    'quarter snapshot ' WS-SNAP-TAG
              ELSE
                 PERFORM VARYING WS-SNAP-SHIFT-I FROM FSG-AGG-NUM BY -1
                         UNTIL WS-SNAP-SHIFT-I < WS-SNAP-LO
                    MOVE FSG-AGG-ROWS(WS-SNAP-SHIFT-I)
                      TO FSG-AGG-ROWS(WS-SNAP-SHIFT-I + 1)
                 END-PERFORM
                 ADD 1 TO FSG-AGG-NUM
                 SET FSG-IDX TO WS-SNAP-LO
                 MOVE WS-FSGSNAP-KEY       TO FSG-KEY(FSG-IDX)
                 MOVE FSGSNAP-IO-COUNT     TO FSG-COUNT(FSG-IDX)
                 MOVE FSGSNAP-IO-TOTAL     TO FSG-TOTAL(FSG-IDX)
                 MOVE FSGSNAP-IO-FRD-COUNT TO FSG-FRD-COUNT(FSG-IDX)
                 MOVE FSGSNAP-IO-FRD-TOTAL TO FSG-FRD-TOTAL(FSG-IDX)
              END-IF
           END-IF.

      * Reads the country's prior-run AGG-TABLE snapshot from PRIORFILE
      * (req 015) so SUBDLT can compute a resubmission delta against
      * it. A missing/empty PRIORFILE (first run for this country)
              MOVE 'N' TO WS-MORE-ROWS
           END-IF.

      * Compacts the batch in place: every kept row moves down over
      * the eliminated ones, so the group pass aggregates and
      * archives only what the consolidated return reports. A side
      * that resolves to no group entity is a customer outside the
      * group, and the payment stays.
       ELIMINATE-INTRAGROUP-ROWS.

           MOVE 0 TO WS-IGR-KEEP

           PERFORM VARYING WS-IGR-I FROM 1 BY 1
                    UNTIL WS-IGR-I > TXN-COUNT
              SET TX-IDX TO WS-IGR-I
              SET IG-IDX TO WS-IGR-I
              MOVE IGR-PAYER-BIC(IG-IDX)     TO WS-IGR-BIC
              MOVE IGR-PAYER-ACCOUNT(IG-IDX) TO WS-IGR-ACCOUNT
              PERFORM RESOLVE-GROUP-ENTITY
              MOVE WS-IGR-HIT-ENT TO WS-IGR-PAYER-ENT
              MOVE IGR-PAYEE-BIC(IG-IDX)     TO WS-IGR-BIC
              MOVE IGR-PAYEE-ACCOUNT(IG-IDX) TO WS-IGR-ACCOUNT
              PERFORM RESOLVE-GROUP-ENTITY
              MOVE WS-IGR-HIT-ENT TO WS-IGR-PAYEE-ENT
              IF WS-IGR-PAYER-ENT NOT = SPACES
                 AND WS-IGR-PAYEE-ENT NOT = SPACES
                 AND WS-IGR-PAYER-ENT NOT = WS-IGR-PAYEE-ENT
                 PERFORM ADD-TO-ELIMINATION
              ELSE
                 ADD 1 TO WS-IGR-KEEP
                 IF WS-IGR-KEEP < WS-IGR-I
                    MOVE TXN-ROWS(TX-IDX) TO TXN-ROWS(WS-IGR-KEEP)
                    MOVE IGR-ROWS(IG-IDX) TO IGR-ROWS(WS-IGR-KEEP)
                 END-IF
              END-IF
           END-PERFORM

           MOVE WS-IGR-KEEP TO TXN-COUNT
           MOVE WS-IGR-KEEP TO IGR-ROW-NUM.

      * The account is tried after the BIC; a BIC mapped with eight
      * characters covers every branch of the institution.
       RESOLVE-GROUP-ENTITY.

           MOVE SPACES TO WS-IGR-HIT-ENT

           PERFORM VARYING WS-GRPM-I FROM 1 BY 1
                    UNTIL WS-GRPM-I > GRPM-NUM
                       OR WS-IGR-HIT-ENT NOT = SPACES
              SET GM-IDX TO WS-GRPM-I
              IF GRPM-KIND(GM-IDX) = 'B'
                 AND WS-IGR-BIC NOT = SPACES
                 AND GRPM-IDENT(GM-IDX)(1:8) = WS-IGR-BIC(1:8)
                 AND (GRPM-IDENT(GM-IDX)(9:3) = SPACES
                      OR GRPM-IDENT(GM-IDX)(9:3) = WS-IGR-BIC(9:3))
                 MOVE GRPM-ENTITY(GM-IDX) TO WS-IGR-HIT-ENT
              END-IF
           END-PERFORM

           PERFORM VARYING WS-GRPM-I FROM 1 BY 1
                    UNTIL WS-GRPM-I > GRPM-NUM
                       OR WS-IGR-HIT-ENT NOT = SPACES
              SET GM-IDX TO WS-GRPM-I
              IF GRPM-KIND(GM-IDX) = 'A'
                 AND WS-IGR-ACCOUNT NOT = SPACES
                 AND GRPM-IDENT(GM-IDX) = WS-IGR-ACCOUNT
                 MOVE GRPM-ENTITY(GM-IDX) TO WS-IGR-HIT-ENT
              END-IF
           END-PERFORM.

       ADD-TO-ELIMINATION.

           MOVE 0 TO WS-ELIM-HIT

           PERFORM VARYING WS-ELIM-I FROM 1 BY 1
                    UNTIL WS-ELIM-I > ELIM-NUM OR WS-ELIM-HIT > 0
              SET EL-IDX TO WS-ELIM-I
              IF ELIM-SERVICE(EL-IDX) = TX-SERVICE(TX-IDX)
                 AND ELIM-CHANNEL(EL-IDX) = TX-CHANNEL(TX-IDX)
                 MOVE WS-ELIM-I TO WS-ELIM-HIT
              END-IF
           END-PERFORM

           IF WS-ELIM-HIT = 0
              IF ELIM-NUM >= ELIM-MAX
                 MOVE 'Y' TO ELIM-OVERFLOW
              ELSE
                 ADD 1 TO ELIM-NUM
                 MOVE ELIM-NUM TO WS-ELIM-HIT
                 SET EL-IDX TO ELIM-NUM
                 MOVE TX-SERVICE(TX-IDX) TO ELIM-SERVICE(EL-IDX)
                 MOVE TX-CHANNEL(TX-IDX) TO ELIM-CHANNEL(EL-IDX)
                 MOVE 0 TO ELIM-COUNT(EL-IDX)
                 MOVE 0 TO ELIM-TOTAL(EL-IDX)
                 MOVE 0 TO ELIM-REV-COUNT(EL-IDX)
                 MOVE 0 TO ELIM-REV-TOTAL(EL-IDX)
              END-IF
           END-IF

           IF WS-ELIM-HIT > 0
              SET EL-IDX TO WS-ELIM-HIT
              IF TX-REVERSAL(TX-IDX) = 'Y'
                 ADD 1 TO ELIM-REV-COUNT(EL-IDX)
                 ADD TX-AMOUNT-EUR(TX-IDX) TO ELIM-REV-TOTAL(EL-IDX)
              ELSE
                 ADD 1 TO ELIM-COUNT(EL-IDX)
                 ADD TX-AMOUNT-EUR(TX-IDX) TO ELIM-TOTAL(EL-IDX)
              END-IF
           END-IF.

       ARCHIVE-TXN-BATCH.

           PERFORM VARYING WS-ARCH-I FROM 1 BY 1
