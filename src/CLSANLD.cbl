      *-------------------------------------------------------------*
      * Program: CLSANLD - consolidated sanctions list load         *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Loads compliance's consolidated EU/UN/OFAC extract into     *
      * CLAPP.SANCTION_LIST, one row per listed name (an entry's    *
      * aliases are further name sequences), and keys every name    *
      * into CLAPP.SANCTION_TOKENS word by word with its SOUNDEX    *
      * code, normalised by CLSANCHK exactly as client names are.   *
      * The file is a header (list date, version), the names, and a *
      * trailer carrying the name count; it is checked whole before *
      * anything is touched. A version already loaded is left as    *
      * it is; a new one replaces the list and is logged in         *
      * CLAPP.SANCTION_LIST_CTL with no rescreen time, which is     *
      * what sets the nightly CLSANRSC rescreen going. Rejected     *
      * names are reported with the reason; the load is audited.    *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSANLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANFILE ASSIGN TO UT-S-SANIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-SANRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SANFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SAN-IN-REC.
       01  SAN-IN-REC.
           05  SIN-REC-TYPE          PIC X(1).
               88  SIN-HEADER                  VALUE 'H'.
               88  SIN-DETAIL                  VALUE 'D'.
               88  SIN-TRAILER                 VALUE 'T'.
           05  SIN-DETAIL-DATA.
               10  SIN-SOURCE        PIC X(4).
               10  SIN-ENTRY-ID      PIC X(20).
               10  SIN-NAME-SEQ      PIC 9(3).
               10  SIN-ENTITY-TYPE   PIC X(1).
               10  SIN-NAME          PIC X(100).
               10  SIN-COUNTRY       PIC X(2).
               10  FILLER            PIC X(69).
           05  SIN-HEADER-DATA REDEFINES SIN-DETAIL-DATA.
               10  SIN-LIST-DATE     PIC X(10).
               10  SIN-LIST-VERSION  PIC X(20).
               10  FILLER            PIC X(169).
           05  SIN-TRAILER-DATA REDEFINES SIN-DETAIL-DATA.
               10  SIN-NAME-COUNT    PIC 9(9).
               10  FILLER            PIC X(190).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLSANLD'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-FILE-OK               PIC X(1)  VALUE 'Y'.
       01  WS-FILE-ERROR            PIC X(60) VALUE SPACES.
       01  WS-RECS-READ             PIC 9(9) COMP VALUE 0.
       01  WS-DETAILS-READ          PIC 9(9) COMP VALUE 0.
       01  WS-TRAILER-COUNT         PIC 9(9)  VALUE 0.
       01  WS-LAST-TYPE             PIC X(1)  VALUE SPACE.
       01  WS-LIST-DATE             PIC X(10) VALUE SPACES.
       01  WS-LIST-VERSION          PIC X(20) VALUE SPACES.
       01  WS-ACCEPTED              PIC 9(9) COMP VALUE 0.
       01  WS-REJECTED              PIC 9(9) COMP VALUE 0.
       01  WS-TOKENS-WRITTEN        PIC 9(9) COMP VALUE 0.
       01  WS-SINCE-COMMIT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
       01  WS-T                     PIC S9(4) COMP VALUE 0.
       01  WS-COUNT-D               PIC Z(8)9.

       COPY CLSANAPI.

       01  WS-RPT-LINE.
           05  WS-RPT-SOURCE        PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-ENTRY         PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-SEQ           PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-NAME          PIC X(40).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-VERDICT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-REASON        PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-COUNT         PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-TOT-TEXT          PIC X(80).

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-LIST-SOURCE           PIC X(4).
       01  HV-ENTRY-ID              PIC X(20).
       01  HV-NAME-SEQ              PIC S9(4) COMP.
       01  HV-ENTITY-TYPE           PIC X(1).
       01  HV-LIST-NAME             PIC X(100).
       01  HV-NAME-KEY              PIC X(100).
       01  HV-COUNTRY               PIC X(2).
       01  HV-TOKEN                 PIC X(20).
       01  HV-LIST-VERSION          PIC X(20).
       01  HV-LIST-DATE             PIC X(10).
       01  HV-LAST-VERSION          PIC X(20).
       01  HV-ENTRY-COUNT           PIC S9(9) COMP.
       01  HV-AUD-KEY               PIC X(12).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLSANLD'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN OUTPUT RPTFILE

           PERFORM CHECK-LIST-FILE
           IF WS-FILE-OK = 'N'
              MOVE 'FILE REJECTED - LIST NOT LOADED' TO WS-TOT-LABEL
              MOVE WS-RECS-READ  TO WS-TOT-COUNT
              MOVE WS-FILE-ERROR TO WS-TOT-TEXT
              WRITE RPT-REC FROM WS-TOTAL-LINE
              CLOSE RPTFILE
              DISPLAY 'ERROR: ' WS-PROG-NAME ' ' WS-FILE-ERROR
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

           MOVE SPACES TO HV-LAST-VERSION
           EXEC SQL
              SELECT LIST_VERSION INTO :HV-LAST-VERSION
                FROM CLAPP.SANCTION_LIST_CTL
               ORDER BY LOADED_TS DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'list control select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF
           IF SQLCODE = 0 AND HV-LAST-VERSION = WS-LIST-VERSION
              MOVE 'LIST UNCHANGED - NOT RELOADED' TO WS-TOT-LABEL
              MOVE WS-DETAILS-READ TO WS-TOT-COUNT
              MOVE WS-LIST-VERSION TO WS-TOT-TEXT
              WRITE RPT-REC FROM WS-TOTAL-LINE
              CLOSE RPTFILE
              DISPLAY '*** ' WS-PROG-NAME ' list version '
                 WS-LIST-VERSION ' already loaded - unchanged'
              MOVE 'K' TO RUN-ACTION
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

           PERFORM CLEAR-LIST

           OPEN INPUT SANFILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ SANFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SIN-DETAIL
                       PERFORM LOAD-ONE-NAME
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SANFILE

           PERFORM RECORD-LIST-VERSION
           EXEC SQL COMMIT END-EXEC

           MOVE 'NAMES LOADED'    TO WS-TOT-LABEL
           MOVE WS-ACCEPTED       TO WS-TOT-COUNT
           MOVE SPACES            TO WS-TOT-TEXT
           STRING 'version ' DELIMITED BY SIZE
              WS-LIST-VERSION DELIMITED BY SIZE
              ' dated ' DELIMITED BY SIZE
              WS-LIST-DATE DELIMITED BY SIZE
              INTO WS-TOT-TEXT
           END-STRING
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'NAMES REJECTED'  TO WS-TOT-LABEL
           MOVE WS-REJECTED       TO WS-TOT-COUNT
           MOVE SPACES            TO WS-TOT-TEXT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'MATCH WORDS KEYED' TO WS-TOT-LABEL
           MOVE WS-TOKENS-WRITTEN TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' version ' WS-LIST-VERSION
              ' loaded ' WS-ACCEPTED ' rejected ' WS-REJECTED
           IF WS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * first pass: header first, trailer last, trailer count equal
      * to the names between - a cut-short extract must never
      * replace a good list
       CHECK-LIST-FILE.

           OPEN INPUT SANFILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ SANFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-RECS-READ
                    PERFORM CHECK-ONE-RECORD
              END-READ
           END-PERFORM
           CLOSE SANFILE

           IF WS-FILE-OK = 'Y'
              EVALUATE TRUE
                 WHEN WS-RECS-READ = 0
                    MOVE 'N' TO WS-FILE-OK
                    MOVE 'list file is empty' TO WS-FILE-ERROR
                 WHEN WS-LAST-TYPE NOT = 'T'
                    MOVE 'N' TO WS-FILE-OK
                    MOVE 'trailer record missing' TO WS-FILE-ERROR
                 WHEN WS-TRAILER-COUNT NOT = WS-DETAILS-READ
                    MOVE 'N' TO WS-FILE-OK
                    MOVE WS-DETAILS-READ TO WS-COUNT-D
                    STRING 'trailer count ' DELIMITED BY SIZE
                       WS-TRAILER-COUNT DELIMITED BY SIZE
                       ' but names read ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
                       INTO WS-FILE-ERROR
                    END-STRING
                 WHEN WS-DETAILS-READ = 0
                    MOVE 'N' TO WS-FILE-OK
                    MOVE 'list carries no names' TO WS-FILE-ERROR
              END-EVALUATE
           END-IF.

       CHECK-ONE-RECORD.

           IF WS-FILE-OK = 'Y'
              EVALUATE TRUE
                 WHEN WS-RECS-READ = 1 AND NOT SIN-HEADER
                    MOVE 'N' TO WS-FILE-OK
                    MOVE 'first record is not the header'
                       TO WS-FILE-ERROR
                 WHEN SIN-HEADER AND WS-RECS-READ > 1
                    MOVE 'N' TO WS-FILE-OK
                    MOVE 'second header record in file'
                       TO WS-FILE-ERROR
                 WHEN SIN-HEADER
                    IF SIN-LIST-VERSION = SPACES
                       MOVE 'N' TO WS-FILE-OK
                       MOVE 'header carries no list version'
                          TO WS-FILE-ERROR
                    ELSE
                       MOVE SIN-LIST-VERSION TO WS-LIST-VERSION
                       MOVE SIN-LIST-DATE    TO WS-LIST-DATE
                    END-IF
                 WHEN WS-LAST-TYPE = 'T'
                    MOVE 'N' TO WS-FILE-OK
                    MOVE 'records follow the trailer' TO WS-FILE-ERROR
                 WHEN SIN-DETAIL
                    ADD 1 TO WS-DETAILS-READ
                 WHEN SIN-TRAILER
                    IF SIN-NAME-COUNT IS NUMERIC
                       MOVE SIN-NAME-COUNT TO WS-TRAILER-COUNT
                    ELSE
                       MOVE 'N' TO WS-FILE-OK
                       MOVE 'trailer count not numeric'
                          TO WS-FILE-ERROR
                    END-IF
                 WHEN OTHER
                    MOVE 'N' TO WS-FILE-OK
                    MOVE 'unknown record type in file' TO WS-FILE-ERROR
              END-EVALUATE
              MOVE SIN-REC-TYPE TO WS-LAST-TYPE
           END-IF.

      * the new version replaces the old one whole
       CLEAR-LIST.

           EXEC SQL DELETE FROM CLAPP.SANCTION_TOKENS END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'CLEAR-LIST' TO SQE-PARAGRAPH
              MOVE 'sanction token delete' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              EXEC SQL DELETE FROM CLAPP.SANCTION_LIST END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'CLEAR-LIST' TO SQE-PARAGRAPH
                 MOVE 'sanction list delete' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           END-IF.

       LOAD-ONE-NAME.

           MOVE SIN-SOURCE      TO WS-RPT-SOURCE
           MOVE SIN-ENTRY-ID    TO WS-RPT-ENTRY
           MOVE SIN-NAME-SEQ    TO WS-RPT-SEQ
           MOVE SIN-NAME        TO WS-RPT-NAME
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
              WHEN SIN-SOURCE = SPACES
                 MOVE 'LIST SOURCE REQUIRED' TO WS-REJECT-REASON
              WHEN SIN-ENTRY-ID = SPACES
                 MOVE 'ENTRY ID REQUIRED' TO WS-REJECT-REASON
              WHEN SIN-NAME-SEQ IS NOT NUMERIC
                 MOVE 'NAME SEQUENCE NOT NUMERIC' TO WS-REJECT-REASON
              WHEN SIN-ENTITY-TYPE NOT = 'I' AND NOT = 'E'
                   AND NOT = 'V' AND NOT = SPACE
                 MOVE 'ENTITY TYPE NOT I/E/V' TO WS-REJECT-REASON
              WHEN SIN-NAME = SPACES
                 MOVE 'NAME REQUIRED' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              MOVE 'N'         TO SAN-REQ-TYPE
              MOVE SPACES      TO SAN-REQ-CLIENT-ID SAN-REQ-COUNTRY
              MOVE SIN-NAME    TO SAN-REQ-NAME
              MOVE WS-PROG-NAME TO SAN-REQ-SOURCE SAN-REQ-USER
              MOVE 0           TO SAN-REQ-THRESHOLD
              CALL 'CLSANCHK' USING SAN-REQUEST SAN-RESPONSE
              IF SAN-TOKEN-COUNT = 0
                 MOVE 'NAME HAS NO SCREENABLE WORDS'
                    TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM INSERT-LIST-NAME
           END-IF

           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-ACCEPTED
              ADD 1 TO WS-SINCE-COMMIT
              IF WS-SINCE-COMMIT >= 500
                 EXEC SQL COMMIT END-EXEC
                 MOVE 0 TO WS-SINCE-COMMIT
              END-IF
           ELSE
              ADD 1 TO WS-REJECTED
              MOVE 'REJECTED' TO WS-RPT-VERDICT
              MOVE WS-REJECT-REASON TO WS-RPT-REASON
              WRITE RPT-REC FROM WS-RPT-LINE
           END-IF.

       INSERT-LIST-NAME.

           MOVE SIN-SOURCE      TO HV-LIST-SOURCE
           MOVE SIN-ENTRY-ID    TO HV-ENTRY-ID
           MOVE SIN-NAME-SEQ    TO HV-NAME-SEQ
           MOVE SIN-ENTITY-TYPE TO HV-ENTITY-TYPE
           IF HV-ENTITY-TYPE = SPACE
              MOVE 'E' TO HV-ENTITY-TYPE
           END-IF
           MOVE SIN-NAME        TO HV-LIST-NAME
           MOVE SAN-NAME-KEY    TO HV-NAME-KEY
           MOVE SIN-COUNTRY     TO HV-COUNTRY
           MOVE WS-LIST-VERSION TO HV-LIST-VERSION

           EXEC SQL
              INSERT INTO CLAPP.SANCTION_LIST
              (LIST_SOURCE, ENTRY_ID, NAME_SEQ, ENTITY_TYPE,
               LIST_NAME, NAME_KEY, COUNTRY, LIST_VERSION)
              VALUES (:HV-LIST-SOURCE, :HV-ENTRY-ID, :HV-NAME-SEQ,
                      :HV-ENTITY-TYPE, :HV-LIST-NAME, :HV-NAME-KEY,
                      NULLIF(:HV-COUNTRY,' '), :HV-LIST-VERSION)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM VARYING WS-T FROM 1 BY 1
                         UNTIL WS-T > SAN-TOKEN-COUNT
                            OR WS-REJECT-REASON NOT = SPACES
                    PERFORM INSERT-NAME-TOKEN
                 END-PERFORM
              WHEN -803
                 MOVE 'DUPLICATE ENTRY ID/NAME SEQUENCE'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'SQL ERROR ON INSERT' TO WS-REJECT-REASON
           END-EVALUATE.

      * a word repeated within one name is keyed once
       INSERT-NAME-TOKEN.

           MOVE SAN-TOKEN(WS-T) TO HV-TOKEN
           EXEC SQL
              INSERT INTO CLAPP.SANCTION_TOKENS
              (ENTRY_ID, NAME_SEQ, TOKEN, TOKEN_SDX)
              VALUES (:HV-ENTRY-ID, :HV-NAME-SEQ, :HV-TOKEN,
                      SOUNDEX(:HV-TOKEN))
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-TOKENS-WRITTEN
              WHEN -803
                 CONTINUE
              WHEN OTHER
                 MOVE 'SQL ERROR KEYING NAME WORDS'
                    TO WS-REJECT-REASON
           END-EVALUATE.

      * a null rescreen time marks the list as not yet run against
      * the client base
       RECORD-LIST-VERSION.

           MOVE WS-LIST-VERSION TO HV-LIST-VERSION
           MOVE WS-LIST-DATE    TO HV-LIST-DATE
           MOVE WS-ACCEPTED     TO HV-ENTRY-COUNT
           EXEC SQL
              INSERT INTO CLAPP.SANCTION_LIST_CTL
              (LIST_VERSION, LIST_DATE, ENTRY_COUNT, LOADED_TS,
               RESCREEN_TS)
              VALUES (:HV-LIST-VERSION, :HV-LIST-DATE,
                      :HV-ENTRY-COUNT, CURRENT TIMESTAMP, NULL)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'RECORD-LIST-VERSION' TO SQE-PARAGRAPH
              MOVE 'list control insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'list version ' WS-LIST-VERSION
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           MOVE SPACES TO HV-AUD-KEY
           MOVE WS-LIST-VERSION(1:12) TO HV-AUD-KEY
           MOVE WS-ACCEPTED TO WS-COUNT-D
           MOVE SPACES TO HV-AUD-DETAIL
           STRING 'Sanctions list loaded - ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
              ' names dated ' DELIMITED BY SIZE
              WS-LIST-DATE DELIMITED BY SIZE
              INTO HV-AUD-DETAIL
           END-STRING
           EXEC SQL
              INSERT INTO CLAPP.AUDIT_LOG
              (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
               USER_ID)
              VALUES ('SANCTIONS', :HV-AUD-KEY, 'A',
                      CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                      :HV-BATCH-USER)
           END-EXEC.

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
           MOVE 'ACCEPTED'       TO RUN-COUNT-LABEL(1)
           MOVE WS-ACCEPTED TO RUN-COUNT(1)
           MOVE 'REJECTED'       TO RUN-COUNT-LABEL(2)
           MOVE WS-REJECTED TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLSANLD.
