       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSRGDB.
      * Keeps the Db2 copy of the submission register (table
      * PAYSTATS_SUBMREG) in step with the SREGFILE dataset, so the
      * online register inquiry (CLORDCIC menu option 9) sees what
      * the batches see without browsing the dataset. Every program
      * that rewrites SREGFILE calls here around its rewrite: 'C'
      * before the first record clears the copy, 'R' with each
      * SREG-IO-REC written inserts it, 'E' after the last one
      * closes the rewrite. The commit is the caller's, at its own
      * commit point, so the copy lands in the same unit of work as
      * whatever else the caller is doing. Best-effort in the same
      * spirit as PAYSTEVT: the dataset stays the register of
      * record, the first Db2 failure is reported once and the rest
      * of that rewrite is skipped. On 'E' a failed rewrite is
      * rolled back, so the cleared copy is never committed half
      * built, and LK-SRG-FAILED comes back 'Y' so the caller knows
      * its own uncommitted work went with it. The next rewrite
      * rebuilds the copy from scratch.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'PAYSRGDB'.
       01  WS-FAILED                PIC X(1)  VALUE 'N'.
       01  WS-WARNED                PIC X(1)  VALUE 'N'.
       01  WS-SQLCODE-OUT           PIC -(9)9.

       01  HV-ENTITY                PIC X(4).
       01  HV-COUNTRY               PIC X(2).
       01  HV-PERIOD                PIC X(7).
       01  HV-VERSION               PIC S9(4) COMP.
       01  HV-DATE                  PIC X(10).
       01  HV-COUNT                 PIC S9(9) COMP.
       01  HV-TOTAL                 PIC S9(13)V99 COMP-3.
       01  HV-STATUS                PIC X(11).
       01  HV-REGREF                PIC X(20).
       01  HV-REASON                PIC X(40).
       01  HV-LOCK                  PIC X(1).
       01  HV-UNLOCK-BY             PIC X(8).
       01  HV-FORMAT                PIC X(2).
       01  HV-XMIT-TS               PIC X(26).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-SRG-FUNCTION          PIC X(1).
       01  LK-SRG-FAILED            PIC X(1).

       COPY 'CPBKSRG'.

       PROCEDURE DIVISION USING LK-SRG-FUNCTION SREG-IO-REC
                                LK-SRG-FAILED.
       MAIN-LOGIC.

           EVALUATE LK-SRG-FUNCTION
              WHEN 'C'
                 MOVE 'N' TO WS-FAILED
                 EXEC SQL
                   DELETE FROM PAYSTATS_SUBMREG
                 END-EXEC
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    PERFORM WARN-ONCE
                 END-IF
              WHEN 'R'
                 IF WS-FAILED = 'N'
                    PERFORM INSERT-REGISTER-ROW
                 END-IF
              WHEN 'E'
                 IF WS-FAILED = 'Y'
                    EXEC SQL ROLLBACK END-EXEC
                 END-IF
           END-EVALUATE

           MOVE WS-FAILED TO LK-SRG-FAILED

           GOBACK.

       INSERT-REGISTER-ROW.

           MOVE SREG-IO-ENTITY    TO HV-ENTITY
           MOVE SREG-IO-COUNTRY   TO HV-COUNTRY
           MOVE SREG-IO-PERIOD    TO HV-PERIOD
           MOVE SREG-IO-VERSION   TO HV-VERSION
           MOVE SREG-IO-DATE      TO HV-DATE
           MOVE SREG-IO-COUNT     TO HV-COUNT
           MOVE SREG-IO-TOTAL     TO HV-TOTAL
           MOVE SREG-IO-STATUS    TO HV-STATUS
           MOVE SREG-IO-REGREF    TO HV-REGREF
           MOVE SREG-IO-REASON    TO HV-REASON
           MOVE SREG-IO-LOCK      TO HV-LOCK
           MOVE SREG-IO-UNLOCK-BY TO HV-UNLOCK-BY
           MOVE SREG-IO-FORMAT    TO HV-FORMAT
           MOVE SREG-IO-XMIT-TS   TO HV-XMIT-TS

           EXEC SQL
             INSERT INTO PAYSTATS_SUBMREG
               (ENTITY_ID, COUNTRY, PERIOD_TAG, SUBM_VERSION,
                REG_DATE, TXN_COUNT, TOTAL_AMT, STATUS, NCA_REF,
                REASON, LOCK_FLAG, UNLOCK_BY, FORMAT_VER, XMIT_TS)
               VALUES (:HV-ENTITY, :HV-COUNTRY, :HV-PERIOD,
                       :HV-VERSION, :HV-DATE, :HV-COUNT, :HV-TOTAL,
                       :HV-STATUS, :HV-REGREF, :HV-REASON,
                       :HV-LOCK, :HV-UNLOCK-BY, :HV-FORMAT,
                       :HV-XMIT-TS)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WARN-ONCE
           END-IF.

       WARN-ONCE.

           MOVE 'Y' TO WS-FAILED
           IF WS-WARNED = 'N'
              MOVE 'Y' TO WS-WARNED
              MOVE SQLCODE TO WS-SQLCODE-OUT
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' PAYSTATS_SUBMREG refresh failed SQLCODE='
                 WS-SQLCODE-OUT ' - online register inquiry is'
                 ' stale until the next register rewrite'
           END-IF.

       END PROGRAM PAYSRGDB.
