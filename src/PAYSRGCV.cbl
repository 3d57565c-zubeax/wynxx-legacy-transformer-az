       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSRGCV.
      * One-off conversion of the submission register (DD UT-S-SUBMREG)
      * from the old 139-byte record to the current 171-byte
      * CPBKSRG layout: SREG-IO-STATUS widened from 9 to 11 bytes so
      * TRANSMITTED fits, and SREG-IO-FORMAT and SREG-IO-XMIT-TS
      * added at the end. Every field after the status moves two
      * bytes, so an old register cannot be read by the current
      * programs; run this once against it (old register on DD
      * UT-S-SUBMREGO, new one on UT-S-SUBMREG) before the first
      * run of PAYSTATS, PAYXMIT, PAYRESP, PAYARCH, PAYDUE or
      * PAYDRIFT on the new layout. Rows keep their values; the
      * format version and transmission time are left blank, as for
      * any row registered before those were kept.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDREG ASSIGN TO UT-S-SUBMREGO
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SREGFILE ASSIGN TO UT-S-SUBMREG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 139 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD-SREG-REC.
       01  OLD-SREG-REC.
           05  OLD-SREG-ENTITY       PIC X(4).
           05  FILLER                PIC X(1).
           05  OLD-SREG-COUNTRY      PIC X(2).
           05  FILLER                PIC X(1).
           05  OLD-SREG-PERIOD       PIC X(7).
           05  FILLER                PIC X(1).
           05  OLD-SREG-VERSION      PIC 9(3).
           05  FILLER                PIC X(1).
           05  OLD-SREG-DATE         PIC X(10).
           05  FILLER                PIC X(1).
           05  OLD-SREG-COUNT        PIC 9(9).
           05  FILLER                PIC X(1).
           05  OLD-SREG-TOTAL        PIC 9(13)V99.
           05  FILLER                PIC X(1).
           05  OLD-SREG-STATUS       PIC X(9).
           05  FILLER                PIC X(1).
           05  OLD-SREG-REGREF       PIC X(20).
           05  FILLER                PIC X(1).
           05  OLD-SREG-REASON       PIC X(40).
           05  FILLER                PIC X(1).
           05  OLD-SREG-LOCK         PIC X(1).
           05  FILLER                PIC X(1).
           05  OLD-SREG-UNLOCK-BY    PIC X(8).
       FD  SREGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 171 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SREG-IO-REC.
       COPY 'CPBKSRG'.

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'PAYSRGCV'.
       01  WS-OLD-EOF               PIC X(1)  VALUE 'N'.
       01  WS-CONVERTED             PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           OPEN INPUT OLDREG
           OPEN OUTPUT SREGFILE

           PERFORM UNTIL WS-OLD-EOF = 'Y'
              READ OLDREG
                 AT END
                    MOVE 'Y' TO WS-OLD-EOF
                 NOT AT END
                    PERFORM CONVERT-ONE-ROW
              END-READ
           END-PERFORM

           CLOSE SREGFILE
           CLOSE OLDREG

           DISPLAY '*** ' WS-PROG-NAME ' converted ' WS-CONVERTED
              ' register rows'

           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

       CONVERT-ONE-ROW.

           MOVE SPACES              TO SREG-IO-REC
           MOVE OLD-SREG-ENTITY     TO SREG-IO-ENTITY
           MOVE OLD-SREG-COUNTRY    TO SREG-IO-COUNTRY
           MOVE OLD-SREG-PERIOD     TO SREG-IO-PERIOD
           MOVE OLD-SREG-VERSION    TO SREG-IO-VERSION
           MOVE OLD-SREG-DATE       TO SREG-IO-DATE
           MOVE OLD-SREG-COUNT      TO SREG-IO-COUNT
           MOVE OLD-SREG-TOTAL      TO SREG-IO-TOTAL
           MOVE OLD-SREG-STATUS     TO SREG-IO-STATUS
           MOVE OLD-SREG-REGREF     TO SREG-IO-REGREF
           MOVE OLD-SREG-REASON     TO SREG-IO-REASON
           MOVE OLD-SREG-LOCK       TO SREG-IO-LOCK
           MOVE OLD-SREG-UNLOCK-BY  TO SREG-IO-UNLOCK-BY
           WRITE SREG-IO-REC

           ADD 1 TO WS-CONVERTED.

       END PROGRAM PAYSRGCV.
