      * CLSQEAPI.cpy
      * Request/response structure of the CLSQLERR batch SQL error
      * subprogram. A CLAPP batch that meets an SQLCODE it does not
      * expect passes its SQLCA with where it was and what it was
      * working on; CLSQLERR prints the diagnosis with the formatted
      * Db2 message text, rolls back to the last commit point where
      * the error calls for it and answers the return code under the
      * suite's policy:
      *   04 warning           - positive SQLCODE, or a statement the
      *                          run can do without (scope 'W')
      *   08 data error        - the row or unit being processed
      *   16 environment error - authorisation, plan/package, resource
      *                          unavailable, deadlock or timeout,
      *                          connection; the run always stops
      * SQE-SCOPE - what the failing statement means to the run:
      *   'S' the run cannot go on: roll back and stop
      *   'U' the program commits per unit of work: roll the
      *       failing unit back to the last commit point and go on
      *   'P' the program commits per unit of work inside a cursor
      *       WITH HOLD and sets a savepoint (ON ROLLBACK RETAIN
      *       CURSORS) as each unit starts: roll the failing unit
      *       back to that savepoint and go on - a full rollback
      *       would close the held cursor under the loop
      *   'C' the run goes on without the row and the failure left
      *       nothing to undo: data error, nothing rolled back - a
      *       rollback would only lose the good work since the last
      *       commit and close the cursors still open
      *   'W' optional statement: warning only, nothing rolled back
      * SQE-PRIOR-RC: the return code the run stood at before.
      * SQE-SQLCA: the caller's SQLCA, moved in whole.
      * The caller sets every request field on each call; SQE-KEY is
      * SPACES where no single row or unit was being processed.
       01  SQE-REQUEST.
           05  SQE-PROGRAM         PIC X(8).
           05  SQE-PARAGRAPH       PIC X(30).
           05  SQE-STATEMENT       PIC X(40).
           05  SQE-KEY             PIC X(40).
           05  SQE-SCOPE           PIC X(1).
               88  SQE-SCOPE-STOP           VALUE 'S'.
               88  SQE-SCOPE-UNIT           VALUE 'U'.
               88  SQE-SCOPE-SAVEPT         VALUE 'P'.
               88  SQE-SCOPE-CONT           VALUE 'C'.
               88  SQE-SCOPE-WARN           VALUE 'W'.
           05  SQE-PRIOR-RC        PIC S9(4) COMP.
           05  SQE-SQLCA           PIC X(136).
           05  FILLER REDEFINES SQE-SQLCA.
               10  SQE-SQLCAID     PIC X(8).
               10  SQE-SQLCABC     PIC S9(9) COMP.
               10  SQE-SQLCODE     PIC S9(9) COMP.
               10  SQE-SQLERRML    PIC S9(4) COMP.
               10  SQE-SQLERRMC    PIC X(70).
               10  SQE-SQLERRP     PIC X(8).
               10  SQE-SQLERRD     PIC S9(9) COMP OCCURS 6 TIMES.
               10  SQE-SQLWARN     PIC X(11).
               10  SQE-SQLSTATE    PIC X(5).

      * SQE-RESP-RC: 04, 08 or 16 for this error.
      * SQE-RESP-RUN-RC: the higher of SQE-PRIOR-RC and SQE-RESP-RC -
      * the return code the run now stands at.
      * SQE-RESP-ACTION: 'S' rolled back, the caller ends the run now;
      * 'U' rolled back, the caller goes on; 'P' rolled back to the
      * unit's savepoint, cursors still open, the caller goes on;
      * 'C' data error, nothing rolled back, the caller goes on;
      * 'W' warning only.
       01  SQE-RESPONSE.
           05  SQE-RESP-RC         PIC 9(2).
           05  SQE-RESP-RUN-RC     PIC S9(4) COMP.
           05  SQE-RESP-ACTION     PIC X(1).
               88  SQE-RESP-STOP            VALUE 'S'.
               88  SQE-RESP-UNIT            VALUE 'U'.
               88  SQE-RESP-SAVEPT          VALUE 'P'.
               88  SQE-RESP-CONT            VALUE 'C'.
               88  SQE-RESP-WARN            VALUE 'W'.
