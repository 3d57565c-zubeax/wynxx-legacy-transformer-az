      * the country/period, which is how most portals word their
      * responses. Responses that match no register row, or carry an
      * unknown status, are reported and leave the register unchanged;
      * the job ends with RC 4 so someone looks at them. A PENDING
      * response never downgrades a row already TRANSMITTED or
      * carrying the NCA's verdict - PAYXMIT would otherwise send
      * the version again - and is reported as KEPT. The whole
      * register is rewritten once at the end, the same way
      * UPDATE-SUBMISSION-REGISTER rewrites it.
       ENVIRONMENT DIVISION.
       FD  SREGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 171 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SREG-IO-REC.
       COPY 'CPBKSRG'.
       01  WS-APPLIED               PIC 9(9) COMP VALUE 0.
       01  WS-UNMATCHED             PIC 9(9) COMP VALUE 0.
       01  WS-REJECTED              PIC 9(9) COMP VALUE 0.
       01  WS-KEPT                  PIC 9(9) COMP VALUE 0.
       01  WS-S                     PIC 9(9) COMP VALUE 0.
       01  WS-HIT                   PIC 9(9) COMP VALUE 0.
       01  WS-WANT-VERSION          PIC 9(3)  VALUE 0.

      * The posted verdicts reach the online register inquiry through
      * PAYSRGDB, which rebuilds PAYSTATS_SUBMREG around the rewrite.
       01  WS-PGM-PAYSRGDB          PIC X(8)  VALUE 'PAYSRGDB'.
       01  WS-SRG-FUNCTION          PIC X(1)  VALUE SPACES.
       01  WS-SRG-FAILED            PIC X(1)  VALUE 'N'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-LINE.
           05  WS-RPT-ENTITY        PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
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

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           DISPLAY '*** ' WS-PROG-NAME ' applied ' WS-APPLIED
              ' unmatched ' WS-UNMATCHED ' rejected ' WS-REJECTED
              ' kept ' WS-KEPT

           IF WS-UNMATCHED > 0 OR WS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
                       MOVE SREG-IO-LOCK    TO SREG-LOCK(SR-IDX)
                       MOVE SREG-IO-UNLOCK-BY
                          TO SREG-UNLOCK-BY(SR-IDX)
                       MOVE SREG-IO-FORMAT  TO SREG-FORMAT(SR-IDX)
                       MOVE SREG-IO-XMIT-TS TO SREG-XMIT-TS(SR-IDX)
                    END-IF
              END-READ
           END-PERFORM
                    ' version ' RESP-IN-VERSION
              ELSE
                 SET SR-IDX TO WS-HIT
                 IF RESP-IN-STATUS = 'PENDING'
                    AND SREG-STATUS(SR-IDX) NOT = 'PENDING'
                    PERFORM KEEP-REGISTER-STATUS
                 ELSE
                    PERFORM POST-REGISTER-STATUS
                 END-IF
              END-IF
           END-IF.

      * an interim PENDING from the portal arriving after the transfer
      * was confirmed, or after the verdict, changes nothing
       KEEP-REGISTER-STATUS.

           ADD 1 TO WS-KEPT
           MOVE 'KEPT' TO WS-RPT-VERDICT
           MOVE SREG-VERSION(SR-IDX) TO WS-RPT-VERSION
           MOVE SPACES TO WS-RPT-REASON
           STRING 'REGISTER ALREADY ' SREG-STATUS(SR-IDX)
              DELIMITED BY SIZE INTO WS-RPT-REASON
           END-STRING
           WRITE RPT-REC FROM WS-RPT-LINE.

       POST-REGISTER-STATUS.

           MOVE RESP-IN-STATUS TO SREG-STATUS(SR-IDX)
           MOVE RESP-IN-REGREF TO SREG-REGREF(SR-IDX)
           MOVE RESP-IN-REASON TO SREG-REASON(SR-IDX)
           ADD 1 TO WS-APPLIED
           MOVE 'APPLIED' TO WS-RPT-VERDICT
           MOVE SREG-VERSION(SR-IDX) TO WS-RPT-VERSION
           WRITE RPT-REC FROM WS-RPT-LINE.

      * Version 0 on the response means the latest registered version
      * for the country/period; otherwise the version must match
      * exactly so a late response to a superseded version cannot

           OPEN OUTPUT SREGFILE

           MOVE 'C' TO WS-SRG-FUNCTION
           CALL WS-PGM-PAYSRGDB USING BY REFERENCE
              WS-SRG-FUNCTION SREG-IO-REC WS-SRG-FAILED
           END-CALL
           MOVE 'R' TO WS-SRG-FUNCTION

           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > SREG-NUM
              SET SR-IDX TO WS-S
              MOVE SPACES TO SREG-IO-REC
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

      * the copy is this program's only Db2 work, so its commit
      * point is here; a failed copy has already been rolled back
           IF WS-SRG-FAILED = 'N'
              EXEC SQL COMMIT END-EXEC
           ELSE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       END PROGRAM PAYRESP.
