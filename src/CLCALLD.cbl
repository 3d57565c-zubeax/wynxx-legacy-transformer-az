      *-------------------------------------------------------------*
      * Program: CLCALLD - yearly business calendar load            *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Builds one year of CLAPP.BUS_CALENDAR per country, the      *
      * table CLBDAY answers every business-day question from. The  *
      * year comes from the CALPRM card (default next year). The    *
      * CALIN cards give per country its working week (C card,      *
      * Monday to Sunday W or S), fixed-date holidays (F MM-DD),    *
      * holidays moving with Easter (E +/-days from Easter Sunday)  *
      * and one-off dates (D YYYY-MM-DD, e.g. a substitute day).    *
      * TARGET2 closing days are the same for every country and     *
      * are worked out here: New Year, Good Friday, Easter Monday,  *
      * 1 May, 25 and 26 December. Each country's year is deleted   *
      * and rewritten whole, audited and committed on its own; a    *
      * rejected card is reported and the rest still load (RC 4).   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCALLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-CALPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT CALFILE ASSIGN TO UT-S-CALIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-CALRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                  PIC X(80).
       FD  CALFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CAL-IN-REC.
       01  CAL-IN-REC                PIC X(80).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLCALLD'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-NOW-RAW               PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
       01  WS-YEAR                  PIC 9(4)  VALUE 0.
       01  WS-YEAR-START            PIC S9(9) COMP VALUE 0.
       01  WS-YEAR-DAYS             PIC S9(4) COMP VALUE 0.
       01  WS-EASTER-INT            PIC S9(9) COMP VALUE 0.
       01  WS-EASTER-DATE           PIC X(10) VALUE SPACES.
       01  WS-DATE-NUM              PIC 9(8)  VALUE 0.
       01  WS-DATE-X REDEFINES WS-DATE-NUM.
           05  WS-DATE-YYYY         PIC X(4).
           05  WS-DATE-MM           PIC X(2).
           05  WS-DATE-DD           PIC X(2).
       01  WS-DATE-ISO              PIC X(10) VALUE SPACES.
       01  WS-DAY-INT               PIC S9(9) COMP VALUE 0.
       01  WS-WEEKDAY               PIC S9(4) COMP VALUE 0.
       01  WS-WORK-INT              PIC S9(9) COMP VALUE 0.
       01  WS-QUOT                  PIC S9(9) COMP VALUE 0.
       01  WS-OFFSET                PIC S9(4) COMP VALUE 0.
       01  WS-D                     PIC S9(4) COMP VALUE 0.
       01  WS-K                     PIC S9(4) COMP VALUE 0.
       01  WS-N                     PIC S9(4) COMP VALUE 0.
       01  WS-CARD-OK               PIC X(1)  VALUE 'Y'.
       01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
       01  WS-REJECTED              PIC 9(5) COMP VALUE 0.
       01  WS-OTHER-YEAR            PIC 9(5) COMP VALUE 0.
       01  WS-COUNTRIES-LOADED      PIC 9(5) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(5) COMP VALUE 0.
       01  WS-SQL-FAILED            PIC X(1)  VALUE 'N'.
       01  WS-CNT-WORKING           PIC 9(5) COMP VALUE 0.
       01  WS-CNT-HOLIDAY           PIC 9(5) COMP VALUE 0.
       01  WS-CNT-T2                PIC 9(5) COMP VALUE 0.
       01  WS-COUNT-D               PIC ZZZ9.
       01  WS-YEAR-D                PIC 9(4).

      * Easter Sunday - anonymous Gregorian computus
       01  WS-EASTER-WORK.
           05  WS-E-A               PIC S9(9) COMP.
           05  WS-E-B               PIC S9(9) COMP.
           05  WS-E-C               PIC S9(9) COMP.
           05  WS-E-D               PIC S9(9) COMP.
           05  WS-E-E               PIC S9(9) COMP.
           05  WS-E-F               PIC S9(9) COMP.
           05  WS-E-G               PIC S9(9) COMP.
           05  WS-E-H               PIC S9(9) COMP.
           05  WS-E-I               PIC S9(9) COMP.
           05  WS-E-K               PIC S9(9) COMP.
           05  WS-E-L               PIC S9(9) COMP.
           05  WS-E-M               PIC S9(9) COMP.
           05  WS-E-T               PIC S9(9) COMP.
           05  WS-E-MONTH           PIC S9(9) COMP.
           05  WS-E-DAY             PIC S9(9) COMP.

      * the cards are held so each country can be built from its own
       01  WS-CARDS.
           05  WS-CARD-COUNT        PIC S9(4) COMP VALUE 0.
           05  WS-CARD-MAX          PIC S9(4) COMP VALUE 1000.
           05  WS-CARD              OCCURS 1000 TIMES.
               10  WS-CARD-TEXT     PIC X(80).
               10  WS-CARD-VALID    PIC X(1).
       01  WS-CARD-VIEW.
           05  CRD-TYPE             PIC X(1).
           05  FILLER               PIC X(1).
           05  CRD-COUNTRY          PIC X(2).
           05  FILLER               PIC X(1).
           05  CRD-DATA             PIC X(75).
           05  CRD-WEEK-DATA REDEFINES CRD-DATA.
               10  CRD-WEEK         PIC X(1) OCCURS 7 TIMES.
               10  FILLER           PIC X(68).
           05  CRD-FIXED-DATA REDEFINES CRD-DATA.
               10  CRD-FIX-MM       PIC X(2).
               10  CRD-FIX-DASH     PIC X(1).
               10  CRD-FIX-DD       PIC X(2).
               10  FILLER           PIC X(1).
               10  CRD-FIX-NAME     PIC X(30).
               10  FILLER           PIC X(39).
           05  CRD-EASTER-DATA REDEFINES CRD-DATA.
               10  CRD-EAS-SIGN     PIC X(1).
               10  CRD-EAS-DAYS     PIC X(3).
               10  FILLER           PIC X(2).
               10  CRD-EAS-NAME     PIC X(30).
               10  FILLER           PIC X(39).
           05  CRD-DATE-DATA REDEFINES CRD-DATA.
               10  CRD-ONE-DATE     PIC X(10).
               10  FILLER           PIC X(1).
               10  CRD-ONE-NAME     PIC X(30).
               10  FILLER           PIC X(34).

      * countries in the order of their C cards
       01  WS-COUNTRIES.
           05  WS-CTRY-COUNT        PIC S9(4) COMP VALUE 0.
           05  WS-CTRY-MAX          PIC S9(4) COMP VALUE 50.
           05  WS-CTRY              OCCURS 50 TIMES.
               10  WS-CTRY-CODE     PIC X(2).
               10  WS-CTRY-WEEK     PIC X(7).
       01  WS-C                     PIC S9(4) COMP VALUE 0.
       01  WS-CTRY-HIT              PIC S9(4) COMP VALUE 0.

      * the year being built for one country
       01  WS-DAYS.
           05  WS-DAY               OCCURS 366 TIMES.
               10  WS-DAY-TYPE      PIC X(1).
               10  WS-DAY-T2        PIC X(1).
               10  WS-DAY-NAME      PIC X(30).

       01  WS-DAY-NAMES-DEF.
           05  FILLER               PIC X(3)  VALUE 'MON'.
           05  FILLER               PIC X(3)  VALUE 'TUE'.
           05  FILLER               PIC X(3)  VALUE 'WED'.
           05  FILLER               PIC X(3)  VALUE 'THU'.
           05  FILLER               PIC X(3)  VALUE 'FRI'.
           05  FILLER               PIC X(3)  VALUE 'SAT'.
           05  FILLER               PIC X(3)  VALUE 'SUN'.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-DEF.
           05  WS-DAY-ABBR          PIC X(3) OCCURS 7 TIMES.

       01  WS-HDG-LINE.
           05  FILLER               PIC X(30) VALUE
               'CLCALLD  BUSINESS CALENDAR  '.
           05  FILLER               PIC X(5)  VALUE 'YEAR '.
           05  WS-HDG-YEAR          PIC 9(4).
           05  FILLER               PIC X(6)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE 'RUN '.
           05  WS-HDG-DATE          PIC X(10).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(7)  VALUE 'EASTER '.
           05  WS-HDG-EASTER        PIC X(10).
           05  FILLER               PIC X(20) VALUE SPACES.

       01  WS-CTRY-LINE.
           05  FILLER               PIC X(8)  VALUE 'COUNTRY '.
           05  WS-CL-COUNTRY        PIC X(2).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(13) VALUE 'WEEK MON-SUN '.
           05  WS-CL-WEEK           PIC X(7).
           05  FILLER               PIC X(66) VALUE SPACES.

       01  WS-DAY-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-DL-DATE           PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-WEEKDAY        PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-NAME           PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE           PIC X(48).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-TL-TEXT           PIC X(60).

       01  WS-REJ-LINE.
           05  FILLER               PIC X(14) VALUE 'REJECTED CARD '.
           05  WS-RL-CARD           PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-REASON         PIC X(40).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-TEXT           PIC X(38).

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-YEAR              PIC X(4).
           05  FILLER                PIC X(76).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'CAL-YEAR    00104NCalendar year YYYY to load    '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-COUNTRY               PIC X(2).
       01  HV-FROM-DATE             PIC X(10).
       01  HV-TO-DATE               PIC X(10).
       01  HV-CAL-DATE              PIC X(10).
       01  HV-DAY-TYPE              PIC X(1).
       01  HV-HOLIDAY               PIC X(30).
       01  HV-T2-CLOSED             PIC X(1).
       01  HV-AUD-KEY               PIC X(12).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLCALLD'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
              WS-NOW-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           PERFORM READ-PARM-CARD
           PERFORM COMPUTE-EASTER

           OPEN OUTPUT RPTFILE
           MOVE WS-YEAR        TO WS-HDG-YEAR
           MOVE WS-TODAY-DATE  TO WS-HDG-DATE
           MOVE WS-EASTER-DATE TO WS-HDG-EASTER
           WRITE RPT-REC FROM WS-HDG-LINE

           PERFORM READ-CALENDAR-CARDS

           IF WS-CTRY-COUNT = 0
              MOVE SPACES TO RPT-REC
              MOVE 'NO COUNTRY WEEK (C) CARD - NOTHING LOADED'
                 TO RPT-REC
              WRITE RPT-REC
              CLOSE RPTFILE
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' no country week card in CALIN - nothing loaded'
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CTRY-COUNT
              PERFORM BUILD-COUNTRY-YEAR
              PERFORM LOAD-COUNTRY-YEAR
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'COUNTRIES LOADED'   TO WS-TL-LABEL
           MOVE WS-COUNTRIES-LOADED  TO WS-TL-COUNT
           MOVE SPACES               TO WS-TL-TEXT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'CARDS REJECTED'     TO WS-TL-LABEL
           MOVE WS-REJECTED          TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'ONE-OFF DATES OTHER YEARS' TO WS-TL-LABEL
           MOVE WS-OTHER-YEAR        TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' year ' WS-YEAR
              ' countries loaded ' WS-COUNTRIES-LOADED
              ' cards rejected ' WS-REJECTED
              ' error(s) ' WS-ERRORS
           EVALUATE TRUE
              WHEN WS-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM RECORD-RUN-END
           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

      * the year to build - next year when no card, so the December
      * run prepares the calendar before it is needed
       READ-PARM-CARD.

           MOVE WS-NOW-RAW(1:4) TO WS-YEAR
           ADD 1 TO WS-YEAR
           MOVE SPACES TO PRM-REC
           OPEN INPUT PRMFILE
           READ PRMFILE INTO PRM-REC
              AT END
                 CONTINUE
           END-READ
           CLOSE PRMFILE
           PERFORM GET-BATCH-PARMS
           IF PRM-REC = SPACES
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no parameter card - loading ' WS-YEAR
           ELSE
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-YEAR IS NUMERIC
                 AND PRM-YEAR >= '1990' AND PRM-YEAR <= '2099'
                 MOVE PRM-YEAR TO WS-YEAR
              ELSE
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' year on parameter card invalid - loading '
                    WS-YEAR
              END-IF
           END-IF

           COMPUTE WS-YEAR-START =
              FUNCTION INTEGER-OF-DATE(WS-YEAR * 10000 + 0101)
           COMPUTE WS-YEAR-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-YEAR * 10000 + 1231)
              - WS-YEAR-START + 1.

       COMPUTE-EASTER.

           DIVIDE WS-YEAR BY 19 GIVING WS-QUOT REMAINDER WS-E-A
           DIVIDE WS-YEAR BY 100 GIVING WS-E-B REMAINDER WS-E-C
           DIVIDE WS-E-B BY 4 GIVING WS-E-D REMAINDER WS-E-E
           COMPUTE WS-E-T = WS-E-B + 8
           DIVIDE WS-E-T BY 25 GIVING WS-E-F
           COMPUTE WS-E-T = WS-E-B - WS-E-F + 1
           DIVIDE WS-E-T BY 3 GIVING WS-E-G
           COMPUTE WS-E-T = 19 * WS-E-A + WS-E-B - WS-E-D - WS-E-G
                          + 15
           DIVIDE WS-E-T BY 30 GIVING WS-QUOT REMAINDER WS-E-H
           DIVIDE WS-E-C BY 4 GIVING WS-E-I REMAINDER WS-E-K
           COMPUTE WS-E-T = 32 + 2 * WS-E-E + 2 * WS-E-I - WS-E-H
                          - WS-E-K
           DIVIDE WS-E-T BY 7 GIVING WS-QUOT REMAINDER WS-E-L
           COMPUTE WS-E-T = WS-E-A + 11 * WS-E-H + 22 * WS-E-L
           DIVIDE WS-E-T BY 451 GIVING WS-E-M
           COMPUTE WS-E-T = WS-E-H + WS-E-L - 7 * WS-E-M + 114
           DIVIDE WS-E-T BY 31 GIVING WS-E-MONTH REMAINDER WS-E-DAY
           ADD 1 TO WS-E-DAY

           COMPUTE WS-EASTER-INT = FUNCTION INTEGER-OF-DATE(
              WS-YEAR * 10000 + WS-E-MONTH * 100 + WS-E-DAY)
           MOVE WS-EASTER-INT TO WS-DAY-INT
           PERFORM FORMAT-DAY-DATE
           MOVE WS-DATE-ISO TO WS-EASTER-DATE.

      * every card is checked before any country is touched; C
      * cards name the countries to load
       READ-CALENDAR-CARDS.

           OPEN INPUT CALFILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ CALFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF CAL-IN-REC(1:1) NOT = '*'
                       AND CAL-IN-REC NOT = SPACES
                       PERFORM TAKE-ONE-CARD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALFILE.

       TAKE-ONE-CARD.

           IF WS-CARD-COUNT >= WS-CARD-MAX
              ADD 1 TO WS-REJECTED
              MOVE WS-CARD-COUNT TO WS-RL-CARD
              MOVE 'TOO MANY CARDS - REST IGNORED' TO WS-RL-REASON
              MOVE CAL-IN-REC TO WS-RL-TEXT
              WRITE RPT-REC FROM WS-REJ-LINE
              MOVE 'Y' TO WS-EOF
           ELSE
              ADD 1 TO WS-CARD-COUNT
              MOVE CAL-IN-REC TO WS-CARD-TEXT(WS-CARD-COUNT)
              MOVE CAL-IN-REC TO WS-CARD-VIEW
              PERFORM CHECK-ONE-CARD
              IF WS-CARD-OK = 'Y'
                 MOVE 'Y' TO WS-CARD-VALID(WS-CARD-COUNT)
              ELSE
                 MOVE 'N' TO WS-CARD-VALID(WS-CARD-COUNT)
                 ADD 1 TO WS-REJECTED
                 MOVE WS-CARD-COUNT    TO WS-RL-CARD
                 MOVE WS-REJECT-REASON TO WS-RL-REASON
                 MOVE CAL-IN-REC       TO WS-RL-TEXT
                 WRITE RPT-REC FROM WS-REJ-LINE
              END-IF
           END-IF.

       CHECK-ONE-CARD.

           MOVE 'Y'    TO WS-CARD-OK
           MOVE SPACES TO WS-REJECT-REASON

           IF CRD-COUNTRY = SPACES
              MOVE 'N' TO WS-CARD-OK
              MOVE 'COUNTRY REQUIRED IN COLUMNS 3-4'
                 TO WS-REJECT-REASON
           ELSE
              EVALUATE CRD-TYPE
                 WHEN 'C'
                    PERFORM CHECK-WEEK-CARD
                 WHEN 'F'
                    PERFORM CHECK-FIXED-CARD
                 WHEN 'E'
                    PERFORM CHECK-EASTER-CARD
                 WHEN 'D'
                    PERFORM CHECK-DATE-CARD
                 WHEN OTHER
                    MOVE 'N' TO WS-CARD-OK
                    MOVE 'CARD TYPE NOT C/F/E/D' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF

           IF WS-CARD-OK = 'Y' AND CRD-TYPE NOT = 'C'
              PERFORM FIND-COUNTRY
              IF WS-CTRY-HIT = 0
                 MOVE 'N' TO WS-CARD-OK
                 MOVE 'NO EARLIER C CARD FOR THIS COUNTRY'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

       CHECK-WEEK-CARD.

           MOVE 0 TO WS-N
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 7
              IF CRD-WEEK(WS-K) NOT = 'W' AND NOT = 'S'
                 MOVE 'N' TO WS-CARD-OK
              END-IF
              IF CRD-WEEK(WS-K) = 'W'
                 ADD 1 TO WS-N
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-CARD-OK = 'N'
                 MOVE 'WEEK MUST BE 7 OF W/S IN COLUMNS 6-12'
                    TO WS-REJECT-REASON
              WHEN WS-N = 0
                 MOVE 'N' TO WS-CARD-OK
                 MOVE 'WEEK HAS NO WORKING DAY' TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM FIND-COUNTRY
                 EVALUATE TRUE
                    WHEN WS-CTRY-HIT > 0
                       MOVE 'N' TO WS-CARD-OK
                       MOVE 'SECOND C CARD FOR THIS COUNTRY'
                          TO WS-REJECT-REASON
                    WHEN WS-CTRY-COUNT >= WS-CTRY-MAX
                       MOVE 'N' TO WS-CARD-OK
                       MOVE 'TOO MANY COUNTRIES' TO WS-REJECT-REASON
                    WHEN OTHER
                       ADD 1 TO WS-CTRY-COUNT
                       MOVE CRD-COUNTRY TO WS-CTRY-CODE(WS-CTRY-COUNT)
                       MOVE CRD-DATA(1:7)
                          TO WS-CTRY-WEEK(WS-CTRY-COUNT)
                 END-EVALUATE
           END-EVALUATE.

       CHECK-FIXED-CARD.

           IF CRD-FIX-MM IS NOT NUMERIC OR CRD-FIX-DD IS NOT NUMERIC
              OR CRD-FIX-DASH NOT = '-'
              MOVE 'N' TO WS-CARD-OK
              MOVE 'DATE MUST BE MM-DD IN COLUMNS 6-10'
                 TO WS-REJECT-REASON
           ELSE
              MOVE WS-YEAR    TO WS-DATE-YYYY
              MOVE CRD-FIX-MM TO WS-DATE-MM
              MOVE CRD-FIX-DD TO WS-DATE-DD
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                 MOVE 'N' TO WS-CARD-OK
                 MOVE 'NO SUCH DATE IN THE YEAR' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-CARD-OK = 'Y' AND CRD-FIX-NAME = SPACES
              MOVE 'N' TO WS-CARD-OK
              MOVE 'HOLIDAY NAME REQUIRED' TO WS-REJECT-REASON
           END-IF.

       CHECK-EASTER-CARD.

           IF (CRD-EAS-SIGN NOT = '+' AND NOT = '-')
              OR CRD-EAS-DAYS IS NOT NUMERIC
              MOVE 'N' TO WS-CARD-OK
              MOVE 'OFFSET MUST BE +NNN OR -NNN' TO WS-REJECT-REASON
           END-IF
           IF WS-CARD-OK = 'Y' AND CRD-EAS-NAME = SPACES
              MOVE 'N' TO WS-CARD-OK
              MOVE 'HOLIDAY NAME REQUIRED' TO WS-REJECT-REASON
           END-IF.

       CHECK-DATE-CARD.

           IF CRD-ONE-DATE(5:1) NOT = '-'
              OR CRD-ONE-DATE(8:1) NOT = '-'
              OR CRD-ONE-DATE(1:4) IS NOT NUMERIC
              OR CRD-ONE-DATE(6:2) IS NOT NUMERIC
              OR CRD-ONE-DATE(9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-CARD-OK
              MOVE 'DATE MUST BE YYYY-MM-DD' TO WS-REJECT-REASON
           ELSE
              MOVE CRD-ONE-DATE(1:4) TO WS-DATE-YYYY
              MOVE CRD-ONE-DATE(6:2) TO WS-DATE-MM
              MOVE CRD-ONE-DATE(9:2) TO WS-DATE-DD
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                 MOVE 'N' TO WS-CARD-OK
                 MOVE 'NOT A VALID DATE' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-CARD-OK = 'Y' AND CRD-ONE-NAME = SPACES
              MOVE 'N' TO WS-CARD-OK
              MOVE 'HOLIDAY NAME REQUIRED' TO WS-REJECT-REASON
           END-IF.

       FIND-COUNTRY.

           MOVE 0 TO WS-CTRY-HIT
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CTRY-COUNT OR WS-CTRY-HIT > 0
              IF WS-CTRY-CODE(WS-K) = CRD-COUNTRY
                 MOVE WS-K TO WS-CTRY-HIT
              END-IF
           END-PERFORM.

      * the working week first, then TARGET2's fixed closing days,
      * then the country's holidays on top
       BUILD-COUNTRY-YEAR.

           MOVE 0 TO WS-CNT-WORKING WS-CNT-HOLIDAY WS-CNT-T2
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-YEAR-DAYS
              COMPUTE WS-DAY-INT = WS-YEAR-START + WS-D - 1
              PERFORM FIND-WEEKDAY
              MOVE WS-CTRY-WEEK(WS-C)(WS-WEEKDAY:1)
                 TO WS-DAY-TYPE(WS-D)
              MOVE 'N'    TO WS-DAY-T2(WS-D)
              MOVE SPACES TO WS-DAY-NAME(WS-D)
           END-PERFORM

           MOVE 1 TO WS-D
           MOVE 'Y' TO WS-DAY-T2(WS-D)
           COMPUTE WS-D = WS-EASTER-INT - 2 - WS-YEAR-START + 1
           MOVE 'Y' TO WS-DAY-T2(WS-D)
           COMPUTE WS-D = WS-EASTER-INT + 1 - WS-YEAR-START + 1
           MOVE 'Y' TO WS-DAY-T2(WS-D)
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-YEAR * 10000 + 0501)
           COMPUTE WS-D = WS-WORK-INT - WS-YEAR-START + 1
           MOVE 'Y' TO WS-DAY-T2(WS-D)
           COMPUTE WS-D = WS-YEAR-DAYS - 6
           MOVE 'Y' TO WS-DAY-T2(WS-D)
           COMPUTE WS-D = WS-YEAR-DAYS - 5
           MOVE 'Y' TO WS-DAY-T2(WS-D)

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CTRY-CODE(WS-C) TO WS-CL-COUNTRY
           MOVE WS-CTRY-WEEK(WS-C) TO WS-CL-WEEK
           WRITE RPT-REC FROM WS-CTRY-LINE

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CARD-COUNT
              MOVE WS-CARD-TEXT(WS-K) TO WS-CARD-VIEW
              IF WS-CARD-VALID(WS-K) = 'Y'
                 AND CRD-COUNTRY = WS-CTRY-CODE(WS-C)
                 PERFORM APPLY-HOLIDAY-CARD
              END-IF
           END-PERFORM

           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-YEAR-DAYS
              EVALUATE WS-DAY-TYPE(WS-D)
                 WHEN 'W'
                    ADD 1 TO WS-CNT-WORKING
                 WHEN 'H'
                    ADD 1 TO WS-CNT-HOLIDAY
              END-EVALUATE
              IF WS-DAY-T2(WS-D) = 'Y'
                 ADD 1 TO WS-CNT-T2
              END-IF
           END-PERFORM.

       APPLY-HOLIDAY-CARD.

           MOVE 0 TO WS-D
           EVALUATE CRD-TYPE
              WHEN 'F'
                 MOVE WS-YEAR    TO WS-DATE-YYYY
                 MOVE CRD-FIX-MM TO WS-DATE-MM
                 MOVE CRD-FIX-DD TO WS-DATE-DD
                 COMPUTE WS-WORK-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 COMPUTE WS-D = WS-WORK-INT - WS-YEAR-START + 1
                 MOVE CRD-FIX-NAME TO HV-HOLIDAY
              WHEN 'E'
                 MOVE CRD-EAS-DAYS TO WS-OFFSET
                 IF CRD-EAS-SIGN = '-'
                    COMPUTE WS-OFFSET = 0 - WS-OFFSET
                 END-IF
                 COMPUTE WS-D = WS-EASTER-INT + WS-OFFSET
                              - WS-YEAR-START + 1
                 MOVE CRD-EAS-NAME TO HV-HOLIDAY
                 IF WS-D < 1 OR WS-D > WS-YEAR-DAYS
                    MOVE 0 TO WS-D
                    ADD 1 TO WS-OTHER-YEAR
                 END-IF
              WHEN 'D'
                 IF CRD-ONE-DATE(1:4) = WS-YEAR
                    MOVE CRD-ONE-DATE(1:4) TO WS-DATE-YYYY
                    MOVE CRD-ONE-DATE(6:2) TO WS-DATE-MM
                    MOVE CRD-ONE-DATE(9:2) TO WS-DATE-DD
                    COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                    COMPUTE WS-D = WS-WORK-INT - WS-YEAR-START + 1
                    MOVE CRD-ONE-NAME TO HV-HOLIDAY
                 ELSE
                    ADD 1 TO WS-OTHER-YEAR
                 END-IF
           END-EVALUATE

           IF WS-D > 0
              COMPUTE WS-DAY-INT = WS-YEAR-START + WS-D - 1
              PERFORM FIND-WEEKDAY
              PERFORM FORMAT-DAY-DATE
              MOVE WS-DATE-ISO            TO WS-DL-DATE
              MOVE WS-DAY-ABBR(WS-WEEKDAY) TO WS-DL-WEEKDAY
              MOVE HV-HOLIDAY             TO WS-DL-NAME
              MOVE SPACES                 TO WS-DL-NOTE
              EVALUATE TRUE
                 WHEN WS-DAY-TYPE(WS-D) = 'H'
                    MOVE 'DATE ALREADY A HOLIDAY - NAME REPLACED'
                       TO WS-DL-NOTE
                 WHEN WS-DAY-TYPE(WS-D) = 'S'
                    MOVE 'FALLS ON A REST DAY' TO WS-DL-NOTE
              END-EVALUATE
              MOVE 'H'        TO WS-DAY-TYPE(WS-D)
              MOVE HV-HOLIDAY TO WS-DAY-NAME(WS-D)
              WRITE RPT-REC FROM WS-DAY-LINE
           END-IF.

      * 1 = Monday ... 7 = Sunday; integer day 1 was a Monday
       FIND-WEEKDAY.

           COMPUTE WS-WORK-INT = WS-DAY-INT - 1
           DIVIDE WS-WORK-INT BY 7 GIVING WS-QUOT
              REMAINDER WS-WEEKDAY
           ADD 1 TO WS-WEEKDAY.

       FORMAT-DAY-DATE.

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE SPACES TO WS-DATE-ISO
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
              DELIMITED BY SIZE INTO WS-DATE-ISO
           END-STRING.

      * the country's year is replaced whole in one unit of work
       LOAD-COUNTRY-YEAR.

           MOVE 'N' TO WS-SQL-FAILED
           MOVE WS-CTRY-CODE(WS-C) TO HV-COUNTRY
           MOVE WS-YEAR TO WS-YEAR-D
           MOVE SPACES TO HV-FROM-DATE HV-TO-DATE
           STRING WS-YEAR-D '-01-01' DELIMITED BY SIZE
              INTO HV-FROM-DATE
           END-STRING
           STRING WS-YEAR-D '-12-31' DELIMITED BY SIZE
              INTO HV-TO-DATE
           END-STRING

           EXEC SQL
              DELETE FROM CLAPP.BUS_CALENDAR
               WHERE COUNTRY = :HV-COUNTRY
                 AND CAL_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'LOAD-COUNTRY-YEAR' TO SQE-PARAGRAPH
              MOVE 'calendar year delete' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'country ' HV-COUNTRY
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'U' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'Y' TO WS-SQL-FAILED
           END-IF

           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-YEAR-DAYS OR WS-SQL-FAILED = 'Y'
              PERFORM INSERT-CALENDAR-DAY
           END-PERFORM

           IF WS-SQL-FAILED = 'N'
              MOVE SPACES TO HV-AUD-KEY HV-AUD-DETAIL
              STRING HV-COUNTRY ' ' WS-YEAR-D DELIMITED BY SIZE
                 INTO HV-AUD-KEY
              END-STRING
              MOVE WS-CNT-WORKING TO WS-COUNT-D
              STRING 'Calendar loaded, working days '
                 FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('BUS_CALENDAR', :HV-AUD-KEY, 'A',
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         :HV-BATCH-USER)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'LOAD-COUNTRY-YEAR' TO SQE-PARAGRAPH
                 MOVE 'audit log insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'country ' HV-COUNTRY
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'U' TO SQE-SCOPE
                 PERFORM SQL-ERROR
                 MOVE 'Y' TO WS-SQL-FAILED
              END-IF
           END-IF

           IF WS-SQL-FAILED = 'Y'
              ADD 1 TO WS-ERRORS
              MOVE 'YEAR NOT LOADED - SQL ERROR' TO WS-TL-LABEL
              MOVE 0      TO WS-TL-COUNT
              MOVE SPACES TO WS-TL-TEXT
              WRITE RPT-REC FROM WS-TOTAL-LINE
           ELSE
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-COUNTRIES-LOADED
              MOVE SPACES TO WS-TL-TEXT
              MOVE 'WORKING DAYS'   TO WS-TL-LABEL
              MOVE WS-CNT-WORKING   TO WS-TL-COUNT
              WRITE RPT-REC FROM WS-TOTAL-LINE
              MOVE 'PUBLIC HOLIDAYS' TO WS-TL-LABEL
              MOVE WS-CNT-HOLIDAY   TO WS-TL-COUNT
              WRITE RPT-REC FROM WS-TOTAL-LINE
              MOVE 'TARGET2 CLOSING DAYS' TO WS-TL-LABEL
              MOVE WS-CNT-T2        TO WS-TL-COUNT
              WRITE RPT-REC FROM WS-TOTAL-LINE
           END-IF.

       INSERT-CALENDAR-DAY.

           COMPUTE WS-DAY-INT = WS-YEAR-START + WS-D - 1
           PERFORM FORMAT-DAY-DATE
           MOVE WS-DATE-ISO       TO HV-CAL-DATE
           MOVE WS-DAY-TYPE(WS-D) TO HV-DAY-TYPE
           MOVE WS-DAY-NAME(WS-D) TO HV-HOLIDAY
           MOVE WS-DAY-T2(WS-D)   TO HV-T2-CLOSED

           EXEC SQL
              INSERT INTO CLAPP.BUS_CALENDAR
              (COUNTRY, CAL_DATE, DAY_TYPE, HOLIDAY_NAME, T2_CLOSED)
              VALUES (:HV-COUNTRY, :HV-CAL-DATE, :HV-DAY-TYPE,
                      NULLIF(:HV-HOLIDAY,' '), :HV-T2-CLOSED)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'INSERT-CALENDAR-DAY' TO SQE-PARAGRAPH
              MOVE 'calendar day insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'country ' HV-COUNTRY ' date ' HV-CAL-DATE
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'U' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'Y' TO WS-SQL-FAILED
           END-IF.

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
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF.

      * end, return code and key counts to the run register
       RECORD-RUN-END.

           IF RUN-ACTION NOT = 'K'
              MOVE 'E' TO RUN-ACTION
           END-IF
           MOVE RETURN-CODE TO RUN-RC
           MOVE 'COUNTRIES'      TO RUN-COUNT-LABEL(1)
           MOVE WS-COUNTRIES-LOADED TO RUN-COUNT(1)
           MOVE 'REJECTED'       TO RUN-COUNT-LABEL(2)
           MOVE WS-REJECTED TO RUN-COUNT(2)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(3)
           MOVE WS-ERRORS TO RUN-COUNT(3)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

      * a card field with a value in force in CLAPP.BATCH_PARMS
      * takes the table value instead
       GET-BATCH-PARMS.

           MOVE WS-PROG-NAME TO BPR-PROGRAM
           MOVE PRM-REC TO BPR-CARD
           MOVE WS-PARM-DEFS TO BPR-DEFS
           CALL 'CLPARM' USING BPR-REQUEST BPR-RESPONSE
           MOVE BPR-CARD TO PRM-REC.

       END PROGRAM CLCALLD.
