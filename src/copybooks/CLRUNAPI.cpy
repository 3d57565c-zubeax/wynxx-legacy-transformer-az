      * CLRUNAPI.cpy
      * Request/response structure of the CLRUNLOG run register
      * subprogram - every CLAPP nightly batch records its start and
      * end in CLAPP.BATCH_RUNS through it, and CLOPSRPT reports the
      * night from that table.
      * RUN-ACTION:
      *   'S' run started - called first thing, before any work
      *   'E' run ended - called last, after the program's own
      *       commit or rollback, with the return code it ends on
      *   'K' run ended with nothing to do (skipped), likewise last
      * RUN-PARMS: the parameter card or options the run used.
      * RUN-COUNT-LABEL/RUN-COUNT: up to four key input and output
      * counts; a blank label leaves the slot unused. A program
      * keeps the same label in the same slot from run to run, so
      * the morning report can compare a count with its history.
       01  RUN-REQUEST.
           05  RUN-ACTION          PIC X(1).
           05  RUN-PROGRAM         PIC X(8).
           05  RUN-RC              PIC S9(4) COMP.
           05  RUN-PARMS           PIC X(60).
           05  RUN-COUNTS          OCCURS 4 TIMES.
               10  RUN-COUNT-LABEL PIC X(12).
               10  RUN-COUNT       PIC S9(9) COMP.

      * RUN-RESP-RC: 00 recorded, 04 not recorded (the reason is in
      * RUN-RESP-MSG) - the run register never fails a job.
      * RUN-RESP-START-TS: set by the 'S' call and read back by the
      * end call as the key of the run's row.
       01  RUN-RESPONSE.
           05  RUN-RESP-RC         PIC 9(2).
           05  RUN-RESP-MSG        PIC X(70).
           05  RUN-RESP-START-TS   PIC X(26).
