      *-------------------------------------------------------------*
      * Program: CLPARM - batch parameter lookup subprogram         *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (callable, no CICS verbs)     *
      * Every CLAPP batch with a parameter card CALLs here with     *
      * CLPRMAPI after reading it: for each card field the batch    *
      * lists, the CLAPP.BATCH_PARMS value with the latest          *
      * effective-from date not after today is laid over the card   *
      * at the field's column, so a setting changed on the CLORDCIC *
      * supervisor screen takes effect without a JCL edit and the   *
      * card is only the fallback. Each value taken is shown in the *
      * job log. The field list is kept in CLAPP.BATCH_PARM_DEFS    *
      * for the screen - inserted when new, corrected when the card *
      * layout changed. A Db2 problem leaves the card as read and   *
      * answers RC 04 with a warning; it never fails the batch.     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPARM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME            PIC X(08) VALUE 'CLPARM'.
       01  WS-I                    PIC S9(4) COMP VALUE 0.
       01  WS-MAX-DEFS             PIC S9(4) COMP VALUE 12.
       01  WS-COL                  PIC S9(4) COMP VALUE 0.
       01  WS-LEN                  PIC S9(4) COMP VALUE 0.
       01  WS-SQLCODE-D            PIC -(9)9.
       01  WS-CARD                 PIC X(160) VALUE SPACES.

       01  FILLER                  PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-PROGRAM              PIC X(8).
       01  HV-PARM-NAME            PIC X(12).
       01  HV-CARD-COL             PIC S9(4) COMP.
       01  HV-CARD-LEN             PIC S9(4) COMP.
       01  HV-CARD-TYPE            PIC X(1).
       01  HV-DESCRIPTION          PIC X(30).
       01  HV-OLD-COL              PIC S9(4) COMP.
       01  HV-OLD-LEN              PIC S9(4) COMP.
       01  HV-OLD-TYPE             PIC X(1).
       01  HV-OLD-DESC             PIC X(30).
       01  HV-PARM-VALUE           PIC X(60).
       01  HV-EFF-FROM             PIC X(10).

       LINKAGE SECTION.
       COPY CLPRMAPI.

       PROCEDURE DIVISION USING BPR-REQUEST BPR-RESPONSE.
       MAIN-LOGIC.

           MOVE 00 TO BPR-RESP-RC
           MOVE SPACES TO BPR-RESP-MSG
           MOVE 0 TO BPR-RESP-APPLIED
           MOVE SPACES TO BPR-RESP-FIELDS
           MOVE BPR-PROGRAM TO HV-PROGRAM
           MOVE BPR-CARD TO WS-CARD

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MAX-DEFS
                      OR BPR-DEF-NAME(WS-I) = SPACES
                      OR BPR-RESP-RC NOT = 00
              MOVE BPR-DEF-NAME(WS-I) TO HV-PARM-NAME
              PERFORM REGISTER-PARM-DEF
              IF BPR-RESP-RC = 00
                 PERFORM GET-PARM-VALUE
              END-IF
           END-PERFORM

           IF BPR-RESP-RC = 00
              MOVE WS-CARD TO BPR-CARD
           ELSE
              MOVE 0 TO BPR-RESP-APPLIED
              MOVE SPACES TO BPR-RESP-FIELDS
              DISPLAY 'WARNING: ' WS-PROG-NAME ' ' BPR-PROGRAM ' '
                 BPR-RESP-MSG
           END-IF
           GOBACK.

      * the screen lists and checks fields from here - written only
      * when the field is new or its place on the card has moved
       REGISTER-PARM-DEF.

           MOVE BPR-DEF-COL(WS-I)  TO HV-CARD-COL
           MOVE BPR-DEF-LEN(WS-I)  TO HV-CARD-LEN
           MOVE BPR-DEF-TYPE(WS-I) TO HV-CARD-TYPE
           MOVE BPR-DEF-DESC(WS-I) TO HV-DESCRIPTION
           EXEC SQL
              SELECT CARD_COL, CARD_LEN, CARD_TYPE,
                     COALESCE(DESCRIPTION,' ')
                INTO :HV-OLD-COL, :HV-OLD-LEN, :HV-OLD-TYPE,
                     :HV-OLD-DESC
                FROM CLAPP.BATCH_PARM_DEFS
               WHERE PROGRAM   = :HV-PROGRAM
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF HV-OLD-COL NOT = HV-CARD-COL
                    OR HV-OLD-LEN NOT = HV-CARD-LEN
                    OR HV-OLD-TYPE NOT = HV-CARD-TYPE
                    OR HV-OLD-DESC NOT = HV-DESCRIPTION
                    EXEC SQL
                       UPDATE CLAPP.BATCH_PARM_DEFS
                          SET CARD_COL    = :HV-CARD-COL,
                              CARD_LEN    = :HV-CARD-LEN,
                              CARD_TYPE   = :HV-CARD-TYPE,
                              DESCRIPTION = :HV-DESCRIPTION
                        WHERE PROGRAM   = :HV-PROGRAM
                          AND PARM_NAME = :HV-PARM-NAME
                    END-EXEC
                 END-IF
              WHEN 100
                 EXEC SQL
                    INSERT INTO CLAPP.BATCH_PARM_DEFS
                    (PROGRAM, PARM_NAME, CARD_COL, CARD_LEN,
                     CARD_TYPE, DESCRIPTION)
                    VALUES (:HV-PROGRAM, :HV-PARM-NAME, :HV-CARD-COL,
                            :HV-CARD-LEN, :HV-CARD-TYPE,
                            :HV-DESCRIPTION)
                 END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-D
              MOVE 04 TO BPR-RESP-RC
              STRING 'parameter table not read SQLCODE='
                 FUNCTION TRIM(WS-SQLCODE-D)
                 ' - card used as read'
                 DELIMITED BY SIZE INTO BPR-RESP-MSG
              END-STRING
           END-IF.

      * the value in force is the one with the latest effective date
      * not after today; a later-dated row is a scheduled change. A
      * numeric field is taken only as the full width of digits the
      * screen stores
       GET-PARM-VALUE.

           EXEC SQL
              SELECT COALESCE(PARM_VALUE,' '), CHAR(EFF_FROM, ISO)
                INTO :HV-PARM-VALUE, :HV-EFF-FROM
                FROM CLAPP.BATCH_PARMS
               WHERE PROGRAM   = :HV-PROGRAM
                 AND PARM_NAME = :HV-PARM-NAME
                 AND EFF_FROM <= CURRENT DATE
               ORDER BY EFF_FROM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE BPR-DEF-LEN(WS-I) TO WS-LEN
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND BPR-DEF-TYPE(WS-I) = 'N'
               AND (WS-LEN = 0 OR HV-PARM-VALUE(1:WS-LEN) NOT NUMERIC)
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' ' BPR-PROGRAM ' '
                    FUNCTION TRIM(HV-PARM-NAME) '='
                    FUNCTION TRIM(HV-PARM-VALUE)
                    ' in the table is not numeric - card kept'
              WHEN SQLCODE = 0
                 MOVE 'Y'           TO BPR-RESP-FOUND(WS-I)
                 MOVE HV-PARM-VALUE TO BPR-RESP-VALUE(WS-I)
                 MOVE HV-EFF-FROM   TO BPR-RESP-FROM(WS-I)
                 ADD 1 TO BPR-RESP-APPLIED
                 MOVE BPR-DEF-COL(WS-I) TO WS-COL
                 IF WS-COL > 0 AND WS-LEN > 0
                    AND WS-COL + WS-LEN - 1 <= LENGTH OF WS-CARD
                    MOVE HV-PARM-VALUE(1:WS-LEN)
                      TO WS-CARD(WS-COL:WS-LEN)
                 END-IF
                 DISPLAY '*** ' WS-PROG-NAME ' ' BPR-PROGRAM ' '
                    FUNCTION TRIM(HV-PARM-NAME) '='
                    FUNCTION TRIM(HV-PARM-VALUE) ' (table, from '
                    HV-EFF-FROM ')'
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-D
                 MOVE 04 TO BPR-RESP-RC
                 STRING 'parameter value not read SQLCODE='
                    FUNCTION TRIM(WS-SQLCODE-D)
                    ' - card used as read'
                    DELIMITED BY SIZE INTO BPR-RESP-MSG
                 END-STRING
           END-EVALUATE.

       END PROGRAM CLPARM.
