      *-------------------------------------------------------------*
      * Program: CLSANRSC - nightly sanctions rescreen of clients   *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Runs every night but does the work only when the list has   *
      * changed: when the latest version CLSANLD recorded in        *
      * CLAPP.SANCTION_LIST_CTL has not yet been rescreened since   *
      * it was loaded (parameter card FORCE rescreens regardless).  *
      * Every live client is screened again through CLSANCHK, so a  *
      * name newly listed puts its client on compliance hold the    *
      * morning after the list arrives. The report lists every      *
      * client now on hold with its best match and how many of its  *
      * matches are new tonight. The version is marked rescreened   *
      * only when every client was screened; a client that could    *
      * not be is held and the whole run is retried next night.     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSANRSC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-SRSPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-SRSRPT
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
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLSANRSC'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-FORCE                 PIC X(1)  VALUE 'N'.
       01  WS-SCREENED              PIC 9(9) COMP VALUE 0.
       01  WS-HELD                  PIC 9(9) COMP VALUE 0.
       01  WS-FAILED                PIC 9(9) COMP VALUE 0.
       01  WS-NEW-HITS              PIC 9(9) COMP VALUE 0.
       01  WS-NEWLY-HELD            PIC 9(9) COMP VALUE 0.
       01  WS-SINCE-COMMIT          PIC 9(4) COMP VALUE 0.
       01  WS-COUNT-D               PIC Z(8)9.
       01  WS-COUNT2-D              PIC Z(8)9.

       COPY CLSANAPI.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(40) VALUE
               'SANCTIONS RESCREEN - CLIENTS ON HOLD    '.
           05  FILLER               PIC X(13) VALUE
               'LIST VERSION '.
           05  WS-TTL-VERSION       PIC X(20).
           05  FILLER               PIC X(59) VALUE SPACES.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'CLIENT     NAME                                CTR'.
           05  FILLER               PIC X(50) VALUE
               'Y RESULT SCR SRC  BEST ENTRY            NEW OPEN B'.
           05  FILLER               PIC X(32) VALUE
               'EST LISTED NAME                 '.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-NAME          PIC X(35).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-COUNTRY       PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-RESULT        PIC X(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-SCORE         PIC ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-SOURCE        PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-ENTRY         PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-NEW           PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-OPEN          PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-LIST-NAME     PIC X(31).
           05  FILLER               PIC X(2)  VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  WS-TRL-LABEL         PIC X(24).
           05  WS-TRL-COUNT         PIC Z(8)9.
           05  FILLER               PIC X(99) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-FORCE            PIC X(5).
           05  FILLER               PIC X(75).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'FORCE       00105XFORCE rescreens regardless    '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-LIST-VERSION          PIC X(20).
       01  HV-RESCREEN-DUE          PIC X(1).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-NAME                  PIC X(35).
       01  HV-COUNTRY               PIC X(2).
       01  HV-HOLD                  PIC X(1).
       01  HV-AUD-KEY               PIC X(12).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLSANRSC'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD

           EXEC SQL
              SELECT LIST_VERSION,
                     CASE WHEN RESCREEN_TS IS NULL
                            OR RESCREEN_TS < LOADED_TS
                          THEN 'Y' ELSE 'N' END
                INTO :HV-LIST-VERSION, :HV-RESCREEN-DUE
                FROM CLAPP.SANCTION_LIST_CTL
               ORDER BY LOADED_TS DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' no sanctions list loaded - nothing to screen'
                 MOVE 4 TO RETURN-CODE
                 MOVE 'K' TO RUN-ACTION
                 PERFORM RECORD-RUN-END
                 GOBACK
              WHEN OTHER
                 MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                 MOVE 'list control select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
           END-EVALUATE

           IF HV-RESCREEN-DUE = 'N' AND WS-FORCE = 'N'
              DISPLAY '*** ' WS-PROG-NAME ' list version '
                 HV-LIST-VERSION ' already rescreened - no change'
              MOVE 'K' TO RUN-ACTION
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

           OPEN OUTPUT RPTFILE
           MOVE HV-LIST-VERSION TO WS-TTL-VERSION
           WRITE RPT-REC FROM WS-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM WS-HEADING

           EXEC SQL DECLARE SRS-CUR CURSOR WITH HOLD FOR
              SELECT CLIENT_ID, NAME, COALESCE(COUNTRY,' '),
                     COALESCE(COMPLIANCE_HOLD,'N')
                FROM CLAPP.CLIENTS
               WHERE DELETED_FLAG <> 'Y'
               ORDER BY CLIENT_ID
           END-EXEC

           EXEC SQL OPEN SRS-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH SRS-CUR INTO :HV-CLIENT-ID, :HV-NAME,
                       :HV-COUNTRY, :HV-HOLD
              END-EXEC
              IF SQLCODE = 0
                 PERFORM RESCREEN-ONE-CLIENT
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-FAILED
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch SRS-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SRS-CUR END-EXEC

           PERFORM MARK-LIST-RESCREENED
           EXEC SQL COMMIT END-EXEC

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'CLIENTS SCREENED'      TO WS-TRL-LABEL
           MOVE WS-SCREENED             TO WS-TRL-COUNT
           WRITE RPT-REC FROM WS-TRAILER-LINE
           MOVE 'CLIENTS ON HOLD'       TO WS-TRL-LABEL
           MOVE WS-HELD                 TO WS-TRL-COUNT
           WRITE RPT-REC FROM WS-TRAILER-LINE
           MOVE 'NEWLY HELD TONIGHT'    TO WS-TRL-LABEL
           MOVE WS-NEWLY-HELD           TO WS-TRL-COUNT
           WRITE RPT-REC FROM WS-TRAILER-LINE
           MOVE 'NEW POSSIBLE MATCHES'  TO WS-TRL-LABEL
           MOVE WS-NEW-HITS             TO WS-TRL-COUNT
           WRITE RPT-REC FROM WS-TRAILER-LINE
           MOVE 'SCREENING FAILED'      TO WS-TRL-LABEL
           MOVE WS-FAILED               TO WS-TRL-COUNT
           WRITE RPT-REC FROM WS-TRAILER-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' screened ' WS-SCREENED
              ' held ' WS-HELD ' new matches ' WS-NEW-HITS
              ' failed ' WS-FAILED
           EVALUATE TRUE
              WHEN WS-FAILED > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NEWLY-HELD > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
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
                 ' no parameter card - using defaults'
           ELSE
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-FORCE = 'FORCE'
                 MOVE 'Y' TO WS-FORCE
              END-IF
           END-IF
           .

       RESCREEN-ONE-CLIENT.

           MOVE 'S'           TO SAN-REQ-TYPE
           MOVE HV-CLIENT-ID  TO SAN-REQ-CLIENT-ID
           MOVE HV-NAME       TO SAN-REQ-NAME
           MOVE HV-COUNTRY    TO SAN-REQ-COUNTRY
           MOVE WS-PROG-NAME  TO SAN-REQ-SOURCE
           MOVE HV-BATCH-USER TO SAN-REQ-USER
           MOVE 0             TO SAN-REQ-THRESHOLD
           CALL 'CLSANCHK' USING SAN-REQUEST SAN-RESPONSE
           ADD 1 TO WS-SCREENED
           ADD SAN-NEW-HITS TO WS-NEW-HITS

           EVALUATE SAN-RESP-RC
              WHEN 04
                 ADD 1 TO WS-HELD
                 IF HV-HOLD NOT = 'Y'
                    ADD 1 TO WS-NEWLY-HELD
                 END-IF
                 MOVE 'HELD' TO WS-DTL-RESULT
                 PERFORM WRITE-HOLD-LINE
              WHEN 08
                 ADD 1 TO WS-HELD
                 ADD 1 TO WS-FAILED
                 IF HV-HOLD NOT = 'Y'
                    ADD 1 TO WS-NEWLY-HELD
                 END-IF
                 MOVE 'FAILED' TO WS-DTL-RESULT
                 PERFORM WRITE-HOLD-LINE
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' ' HV-CLIENT-ID
                    ' ' SAN-RESP-MSG
           END-EVALUATE

           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= 100
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-SINCE-COMMIT
           END-IF.

       WRITE-HOLD-LINE.

           MOVE HV-CLIENT-ID    TO WS-DTL-CLIENT
           MOVE HV-NAME         TO WS-DTL-NAME
           MOVE HV-COUNTRY      TO WS-DTL-COUNTRY
           MOVE SAN-BEST-SCORE  TO WS-DTL-SCORE
           MOVE SAN-BEST-SOURCE TO WS-DTL-SOURCE
           MOVE SAN-BEST-ENTRY  TO WS-DTL-ENTRY
           MOVE SAN-NEW-HITS    TO WS-DTL-NEW
           MOVE SAN-OPEN-HITS   TO WS-DTL-OPEN
           MOVE SAN-BEST-NAME   TO WS-DTL-LIST-NAME
           WRITE RPT-REC FROM WS-DETAIL-LINE.

      * left unmarked after any failure, so the next night's run
      * screens the whole client base again
       MARK-LIST-RESCREENED.

           IF WS-FAILED = 0
              EXEC SQL
                 UPDATE CLAPP.SANCTION_LIST_CTL
                    SET RESCREEN_TS = CURRENT TIMESTAMP
                  WHERE LIST_VERSION = :HV-LIST-VERSION
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1 TO WS-FAILED
                 MOVE 'MARK-LIST-RESCREENED' TO SQE-PARAGRAPH
                 MOVE 'list control rescreen update' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'list version ' HV-LIST-VERSION
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           END-IF

           MOVE SPACES TO HV-AUD-KEY
           MOVE HV-LIST-VERSION(1:12) TO HV-AUD-KEY
           MOVE WS-SCREENED TO WS-COUNT-D
           MOVE WS-HELD     TO WS-COUNT2-D
           MOVE SPACES TO HV-AUD-DETAIL
           STRING 'Clients rescreened ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
              ', on hold ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT2-D) DELIMITED BY SIZE
              INTO HV-AUD-DETAIL
           END-STRING
           EXEC SQL
              INSERT INTO CLAPP.AUDIT_LOG
              (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
               USER_ID)
              VALUES ('SANCTIONS', :HV-AUD-KEY, 'U',
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
           MOVE 'SCREENED'       TO RUN-COUNT-LABEL(1)
           MOVE WS-SCREENED TO RUN-COUNT(1)
           MOVE 'HELD'           TO RUN-COUNT-LABEL(2)
           MOVE WS-HELD TO RUN-COUNT(2)
           MOVE 'NEW MATCHES'    TO RUN-COUNT-LABEL(3)
           MOVE WS-NEW-HITS TO RUN-COUNT(3)
           MOVE 'FAILED'         TO RUN-COUNT-LABEL(4)
           MOVE WS-FAILED TO RUN-COUNT(4)
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

       END PROGRAM CLSANRSC.
