      *-------------------------------------------------------------*
      * Program: CLRUNLOG - nightly batch run register subprogram   *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (callable, no CICS verbs)     *
      * The one place a CLAPP batch records itself: called with     *
      * CLRUNAPI at start, it inserts a RUNNING row into            *
      * CLAPP.BATCH_RUNS and commits it at once, so a run that      *
      * abends still shows as started; called at the end, it stamps *
      * the end time, return code, parameters and key counts on     *
      * that row (ENDED, or SKIPPED when the run found nothing to   *
      * do) and commits. A run belongs to the night it started in - *
      * the date twelve hours before its start - which is how       *
      * CLOPSRPT groups the suite. A Db2 problem here is reported   *
      * as a warning and RC 04 and never fails the calling job.     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRUNLOG.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME            PIC X(08) VALUE 'CLRUNLOG'.
       01  WS-SQLCODE-D            PIC -(9)9.

       01  FILLER                  PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-PROGRAM              PIC X(8).
       01  HV-START-TS             PIC X(26).
       01  HV-STATUS               PIC X(8).
       01  HV-RC                   PIC S9(4) COMP.
       01  HV-PARMS                PIC X(60).
       01  HV-LABEL-1              PIC X(12).
       01  HV-LABEL-2              PIC X(12).
       01  HV-LABEL-3              PIC X(12).
       01  HV-LABEL-4              PIC X(12).
       01  HV-COUNT-1              PIC S9(9) COMP.
       01  HV-COUNT-2              PIC S9(9) COMP.
       01  HV-COUNT-3              PIC S9(9) COMP.
       01  HV-COUNT-4              PIC S9(9) COMP.

       LINKAGE SECTION.
       COPY CLRUNAPI.

       PROCEDURE DIVISION USING RUN-REQUEST RUN-RESPONSE.
       MAIN-LOGIC.

           MOVE 00 TO RUN-RESP-RC
           MOVE SPACES TO RUN-RESP-MSG
           MOVE RUN-PROGRAM TO HV-PROGRAM

           EVALUATE RUN-ACTION
              WHEN 'S'
                 PERFORM RECORD-RUN-START
              WHEN 'E'
                 MOVE 'ENDED' TO HV-STATUS
                 PERFORM RECORD-RUN-END
              WHEN 'K'
                 MOVE 'SKIPPED' TO HV-STATUS
                 PERFORM RECORD-RUN-END
              WHEN OTHER
                 MOVE 04 TO RUN-RESP-RC
                 MOVE 'Unknown run register action' TO RUN-RESP-MSG
           END-EVALUATE

           IF RUN-RESP-RC NOT = 00
              DISPLAY 'WARNING: ' WS-PROG-NAME ' ' RUN-PROGRAM ' '
                 RUN-RESP-MSG
           END-IF
           GOBACK.

       RECORD-RUN-START.

           MOVE SPACES TO RUN-RESP-START-TS
           EXEC SQL
              SET :HV-START-TS = CHAR(CURRENT TIMESTAMP)
           END-EXEC
           EXEC SQL
              INSERT INTO CLAPP.BATCH_RUNS
              (PROGRAM, START_TS, RUN_NIGHT, STATUS)
              VALUES (:HV-PROGRAM, TIMESTAMP(:HV-START-TS),
                      DATE(TIMESTAMP(:HV-START-TS) - 12 HOURS),
                      'RUNNING')
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              MOVE HV-START-TS TO RUN-RESP-START-TS
           ELSE
              MOVE SQLCODE TO WS-SQLCODE-D
              MOVE 04 TO RUN-RESP-RC
              STRING 'start not recorded SQLCODE='
                 FUNCTION TRIM(WS-SQLCODE-D)
                 DELIMITED BY SIZE INTO RUN-RESP-MSG
              END-STRING
              EXEC SQL ROLLBACK END-EXEC
           END-IF.

      * no start row (it failed, or the program never made the
      * start call) - the end is recorded as a complete row instead
       RECORD-RUN-END.

           MOVE RUN-RC            TO HV-RC
           MOVE RUN-PARMS         TO HV-PARMS
           MOVE RUN-COUNT-LABEL(1) TO HV-LABEL-1
           MOVE RUN-COUNT-LABEL(2) TO HV-LABEL-2
           MOVE RUN-COUNT-LABEL(3) TO HV-LABEL-3
           MOVE RUN-COUNT-LABEL(4) TO HV-LABEL-4
           MOVE RUN-COUNT(1)      TO HV-COUNT-1
           MOVE RUN-COUNT(2)      TO HV-COUNT-2
           MOVE RUN-COUNT(3)      TO HV-COUNT-3
           MOVE RUN-COUNT(4)      TO HV-COUNT-4
           MOVE RUN-RESP-START-TS TO HV-START-TS

           IF HV-START-TS = SPACES
              PERFORM INSERT-ENDED-RUN
           ELSE
              EXEC SQL
                 UPDATE CLAPP.BATCH_RUNS
                    SET END_TS = CURRENT TIMESTAMP,
                        STATUS = :HV-STATUS,
                        RETURN_CODE = :HV-RC,
                        PARMS = NULLIF(:HV-PARMS,' '),
                        COUNT_LABEL_1 = NULLIF(:HV-LABEL-1,' '),
                        COUNT_LABEL_2 = NULLIF(:HV-LABEL-2,' '),
                        COUNT_LABEL_3 = NULLIF(:HV-LABEL-3,' '),
                        COUNT_LABEL_4 = NULLIF(:HV-LABEL-4,' '),
                        COUNT_1 = :HV-COUNT-1,
                        COUNT_2 = :HV-COUNT-2,
                        COUNT_3 = :HV-COUNT-3,
                        COUNT_4 = :HV-COUNT-4
                  WHERE PROGRAM  = :HV-PROGRAM
                    AND START_TS = TIMESTAMP(:HV-START-TS)
              END-EXEC
              IF SQLCODE = 100
                 PERFORM INSERT-ENDED-RUN
              END-IF
           END-IF

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
           ELSE
              MOVE SQLCODE TO WS-SQLCODE-D
              MOVE 04 TO RUN-RESP-RC
              STRING 'end not recorded SQLCODE='
                 FUNCTION TRIM(WS-SQLCODE-D)
                 DELIMITED BY SIZE INTO RUN-RESP-MSG
              END-STRING
              EXEC SQL ROLLBACK END-EXEC
           END-IF.

       INSERT-ENDED-RUN.

           EXEC SQL
              INSERT INTO CLAPP.BATCH_RUNS
              (PROGRAM, START_TS, RUN_NIGHT, END_TS, STATUS,
               RETURN_CODE, PARMS,
               COUNT_LABEL_1, COUNT_LABEL_2, COUNT_LABEL_3,
               COUNT_LABEL_4, COUNT_1, COUNT_2, COUNT_3, COUNT_4)
              VALUES (:HV-PROGRAM, CURRENT TIMESTAMP,
                      DATE(CURRENT TIMESTAMP - 12 HOURS),
                      CURRENT TIMESTAMP, :HV-STATUS, :HV-RC,
                      NULLIF(:HV-PARMS,' '),
                      NULLIF(:HV-LABEL-1,' '),
                      NULLIF(:HV-LABEL-2,' '),
                      NULLIF(:HV-LABEL-3,' '),
                      NULLIF(:HV-LABEL-4,' '),
                      :HV-COUNT-1, :HV-COUNT-2, :HV-COUNT-3,
                      :HV-COUNT-4)
           END-EXEC.

       END PROGRAM CLRUNLOG.
