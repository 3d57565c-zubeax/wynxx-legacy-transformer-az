      *-------------------------------------------------------------*
      * Program: CLNOTIFY - client e-mail notifications from outbox *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Renders the CLAPP.NOTIFY_OUTBOX rows queued by the order    *
      * screen, ORDMQIN, CLPKCNF and CLINV (order confirmation,     *
      * shipped, cancelled, invoice issued) into mail gateway       *
      * records on DD UT-S-MAILOUT (layout CLMAILGW). Subject and   *
      * body come from the per-event text templates in              *
      * CLAPP.NOTIFY_TEMPLATES - the lowest line of an event is the *
      * subject - with &ORD, &STS, &AMT, &INV, &CLN, &CID and &DAT  *
      * filled from the notification. A client on option E gets one *
      * mail per notification; a client on option D gets one daily  *
      * digest (template DGST) listing each earlier day's           *
      * notification by its event subject, today's waiting for      *
      * tomorrow's run. Mail goes to CLIENTS.NOTIFY_EMAIL, or to    *
      * the client's e-mail when that is blank. Rows are marked     *
      * 'S' sent as written; a client no longer opted in or with no *
      * address has its rows marked 'X' dropped. The gateway's      *
      * bounce file (DD UT-S-MAILBNC, layout CLMAILBN) is applied   *
      * first: each bounced mail marks its notifications 'B' with   *
      * the gateway's reason. Everything is listed on DD            *
      * UT-S-NTFRPT; bounces, drops and notifications held for a    *
      * missing template end the run with RC 4.                     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNOTIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNCFILE ASSIGN TO UT-S-MAILBNC
                  ORGANIZATION IS SEQUENTIAL.
           SELECT MAILFILE ASSIGN TO UT-S-MAILOUT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-NTFRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BNCFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BNC-BOUNCE-REC.
       COPY CLMAILBN.
       FD  MAILFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MGW-MAIL-REC.
       COPY CLMAILGW.
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLNOTIFY'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-BNC-EOF               PIC X(1)  VALUE 'N'.
       01  WS-TPL-EOF               PIC X(1)  VALUE 'N'.
       01  WS-QUEUED                PIC 9(9) COMP VALUE 0.
       01  WS-MAILS                 PIC 9(9) COMP VALUE 0.
       01  WS-DIGESTS               PIC 9(9) COMP VALUE 0.
       01  WS-DIGESTED              PIC 9(9) COMP VALUE 0.
       01  WS-DROPPED               PIC 9(9) COMP VALUE 0.
       01  WS-HELD                  PIC 9(9) COMP VALUE 0.
       01  WS-BOUNCES               PIC 9(9) COMP VALUE 0.
       01  WS-BOUNCED               PIC 9(9) COMP VALUE 0.
       01  WS-BNC-IGNORED           PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-REASON                PIC X(40) VALUE SPACES.
       01  WS-COUNT-D               PIC Z(8)9.

      * the templates are read once; an event's lines follow each
      * other in LINE_NO order, the first of them is the subject
       01  WS-TPL-MAX               PIC S9(4) COMP VALUE 300.
       01  WS-TPL-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-TPL-TABLE.
           05  WS-TPL-ENTRY         OCCURS 300 TIMES.
               10  WS-TPL-EVENT     PIC X(4).
               10  WS-TPL-TEXT      PIC X(78).
       01  WS-T                     PIC S9(4) COMP VALUE 0.
       01  WS-TPL-WANTED            PIC X(4)  VALUE SPACES.
       01  WS-TPL-FIRST             PIC S9(4) COMP VALUE 0.
       01  WS-DGST-FIRST            PIC S9(4) COMP VALUE 0.

      * placeholder filling: the template line is copied a byte at
      * a time, a four-byte &XXX token replaced by its value
       01  WS-RND-IN                PIC X(78) VALUE SPACES.
       01  WS-RND-OUT               PIC X(78) VALUE SPACES.
       01  WS-RND-VALUE             PIC X(60) VALUE SPACES.
       01  WS-RND-HIT               PIC X(1)  VALUE 'N'.
       01  WS-RND-IX                PIC S9(4) COMP VALUE 0.
       01  WS-RND-PTR               PIC S9(4) COMP VALUE 0.
       01  WS-AMT-D                 PIC Z(8)9.99.
       01  WS-INV-D                 PIC Z(8)9.

      * the mail being written and the digest being collected
       01  WS-MAIL-ID               PIC 9(9)  VALUE 0.
       01  WS-MAIL-LINES            PIC 9(3)  VALUE 0.
       01  WS-DIG-OPEN              PIC X(1)  VALUE 'N'.
       01  WS-DIG-CLIENT            PIC X(10) VALUE SPACES.
       01  WS-DIG-ADDR              PIC X(60) VALUE SPACES.
       01  WS-DIG-ITEMS             PIC 9(9) COMP VALUE 0.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               '  MAIL ID CLIENT     ORDER        EVNT RESULT     '.
           05  FILLER               PIC X(50) VALUE
               'ADDRESS / REASON                                  '.
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-RPT-LINE.
           05  WS-RPT-MAIL-ID       PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-ORDER         PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-EVENT         PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-RESULT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-REASON        PIC X(60).
           05  FILLER               PIC X(22) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-COUNT         PIC Z(8)9.
           05  FILLER               PIC X(93) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-NOTIFY-NO             PIC S9(9) COMP.
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-EVENT-TYPE            PIC X(4).
       01  HV-NEW-STATUS            PIC X(12).
       01  HV-AMOUNT                PIC S9(9)V99 COMP-3.
       01  HV-INV-NO                PIC S9(9) COMP.
       01  HV-QUEUED-DATE           PIC X(10).
       01  HV-CLI-NAME              PIC X(35).
       01  HV-MAIL-ADDR             PIC X(60).
       01  HV-NOTIFY-OPT            PIC X(1).
       01  HV-DELETED-FLAG          PIC X(1).
       01  HV-DIGEST-NO             PIC S9(9) COMP.
       01  HV-NEW-NTF-STATUS        PIC X(1).
       01  HV-BNC-NO                PIC S9(9) COMP.
       01  HV-BNC-REASON            PIC X(40).
       01  HV-TPL-EVENT             PIC X(4).
       01  HV-TPL-TEXT              PIC X(78).
       01  HV-AUD-KEY               PIC X(12).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLNOTIFY'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN INPUT BNCFILE
           OPEN OUTPUT MAILFILE
           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING

           PERFORM LOAD-TEMPLATES
           IF WS-ERRORS > 0
              CLOSE BNCFILE
              CLOSE MAILFILE
              CLOSE RPTFILE
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

           PERFORM UNTIL WS-BNC-EOF = 'Y'
              READ BNCFILE
                 AT END
                    MOVE 'Y' TO WS-BNC-EOF
                 NOT AT END
                    ADD 1 TO WS-BOUNCES
                    PERFORM APPLY-ONE-BOUNCE
              END-READ
           END-PERFORM
           EXEC SQL COMMIT END-EXEC

      * a digest client's notifications wait until their day is over
           EXEC SQL DECLARE NTF-CUR CURSOR WITH HOLD FOR
              SELECT N.NOTIFY_NO, N.CLIENT_ID, N.ORDER_ID,
                     N.EVENT_TYPE, COALESCE(N.NEW_STATUS,' '),
                     COALESCE(N.AMOUNT,0), COALESCE(N.INV_NO,0),
                     CHAR(DATE(N.QUEUED_TS), ISO),
                     COALESCE(C.NAME,' '),
                     COALESCE(NULLIF(C.NOTIFY_EMAIL,' '), C.EMAIL,
                              ' '),
                     COALESCE(C.NOTIFY_OPT,'N'),
                     COALESCE(C.DELETED_FLAG,'N')
                FROM CLAPP.NOTIFY_OUTBOX N
                     INNER JOIN CLAPP.CLIENTS C
                        ON C.CLIENT_ID = N.CLIENT_ID
               WHERE N.NOTIFY_STATUS = 'P'
                 AND (COALESCE(C.NOTIFY_OPT,'N') <> 'D'
                      OR DATE(N.QUEUED_TS) < CURRENT DATE)
               ORDER BY N.CLIENT_ID, N.NOTIFY_NO
           END-EXEC

           EXEC SQL OPEN NTF-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open NTF-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH NTF-CUR
                  INTO :HV-NOTIFY-NO, :HV-CLIENT-ID, :HV-ORDER-ID,
                       :HV-EVENT-TYPE, :HV-NEW-STATUS, :HV-AMOUNT,
                       :HV-INV-NO, :HV-QUEUED-DATE, :HV-CLI-NAME,
                       :HV-MAIL-ADDR, :HV-NOTIFY-OPT, :HV-DELETED-FLAG
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO WS-QUEUED
                    PERFORM SEND-ONE-NOTIFICATION
                 WHEN 100
                    MOVE 'Y' TO WS-EOF
                 WHEN OTHER
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch NTF-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    ADD 1 TO WS-ERRORS
                    MOVE 'Y' TO WS-EOF
              END-EVALUATE
           END-PERFORM
           IF WS-DIG-OPEN = 'Y'
              PERFORM CLOSE-DIGEST
           END-IF

           EXEC SQL CLOSE NTF-CUR END-EXEC
           EXEC SQL COMMIT END-EXEC

           MOVE 'BOUNCES RECEIVED'       TO WS-TOT-LABEL
           MOVE WS-BOUNCES               TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'NOTIFICATIONS BOUNCED'  TO WS-TOT-LABEL
           MOVE WS-BOUNCED               TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'NOTIFICATIONS QUEUED'   TO WS-TOT-LABEL
           MOVE WS-QUEUED                TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'SINGLE MAILS SENT'      TO WS-TOT-LABEL
           MOVE WS-MAILS                 TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'DIGESTS SENT'           TO WS-TOT-LABEL
           MOVE WS-DIGESTS               TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'NOTIFICATIONS IN DIGESTS' TO WS-TOT-LABEL
           MOVE WS-DIGESTED              TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'DROPPED'                TO WS-TOT-LABEL
           MOVE WS-DROPPED               TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'HELD - NO TEMPLATE'     TO WS-TOT-LABEL
           MOVE WS-HELD                  TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE

           CLOSE BNCFILE
           CLOSE MAILFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' ' WS-BOUNCES
              ' bounce(s), ' WS-BOUNCED ' notification(s) bounced, '
              WS-BNC-IGNORED ' ignored'
           DISPLAY '*** ' WS-PROG-NAME ' ' WS-QUEUED
              ' notification(s), ' WS-MAILS ' mail(s), '
              WS-DIGESTS ' digest(s), ' WS-DROPPED ' dropped, '
              WS-HELD ' held, ' WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-BOUNCED > 0 OR WS-BNC-IGNORED > 0
                 OR WS-DROPPED > 0 OR WS-HELD > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       LOAD-TEMPLATES.

           EXEC SQL DECLARE TPL-CUR CURSOR FOR
              SELECT EVENT_TYPE, COALESCE(LINE_TEXT,' ')
                FROM CLAPP.NOTIFY_TEMPLATES
               ORDER BY EVENT_TYPE, LINE_NO
           END-EXEC

           EXEC SQL OPEN TPL-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'LOAD-TEMPLATES' TO SQE-PARAGRAPH
              MOVE 'open TPL-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
              ADD 1 TO WS-ERRORS
              MOVE 'Y' TO WS-TPL-EOF
           END-IF
           PERFORM UNTIL WS-TPL-EOF = 'Y'
              EXEC SQL
                 FETCH TPL-CUR INTO :HV-TPL-EVENT, :HV-TPL-TEXT
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    MOVE 'Y' TO WS-TPL-EOF
                 WHEN SQLCODE NOT = 0
                    MOVE 'LOAD-TEMPLATES' TO SQE-PARAGRAPH
                    MOVE 'fetch TPL-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    ADD 1 TO WS-ERRORS
                    MOVE 'Y' TO WS-TPL-EOF
                 WHEN WS-TPL-COUNT >= WS-TPL-MAX
                    DISPLAY 'ERROR: ' WS-PROG-NAME
                       ' more than ' WS-TPL-MAX ' template lines'
                    ADD 1 TO WS-ERRORS
                    MOVE 'Y' TO WS-TPL-EOF
                 WHEN OTHER
                    ADD 1 TO WS-TPL-COUNT
                    MOVE HV-TPL-EVENT TO WS-TPL-EVENT(WS-TPL-COUNT)
                    MOVE HV-TPL-TEXT  TO WS-TPL-TEXT(WS-TPL-COUNT)
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE TPL-CUR END-EXEC

           MOVE 'DGST' TO WS-TPL-WANTED
           PERFORM FIND-TEMPLATE
           MOVE WS-TPL-FIRST TO WS-DGST-FIRST
           IF WS-DGST-FIRST = 0
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no DGST template - daily digests held'
           END-IF.

       FIND-TEMPLATE.

           MOVE 0 TO WS-TPL-FIRST
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TPL-COUNT OR WS-TPL-FIRST > 0
              IF WS-TPL-EVENT(WS-T) = WS-TPL-WANTED
                 MOVE WS-T TO WS-TPL-FIRST
              END-IF
           END-PERFORM.

      *-------------------------------------------------------------*
      * A bounce quotes the mail's ID: the notification itself, or  *
      * the first notification of a digest, which bounces every     *
      * notification that went out in it.                           *
      *-------------------------------------------------------------*
       APPLY-ONE-BOUNCE.

           MOVE SPACES TO WS-RPT-LINE
           MOVE 'BNCE' TO WS-RPT-EVENT
           MOVE SPACES TO WS-REASON
           IF BNC-MAIL-ID IS NOT NUMERIC
              MOVE 0 TO HV-BNC-NO
              MOVE 'BOUNCE WITHOUT A VALID MAIL ID' TO WS-REASON
           ELSE
              MOVE BNC-MAIL-ID TO HV-BNC-NO
              MOVE BNC-REASON  TO HV-BNC-REASON
              EXEC SQL
                 SELECT CLIENT_ID, ORDER_ID
                   INTO :HV-CLIENT-ID, :HV-ORDER-ID
                   FROM CLAPP.NOTIFY_OUTBOX
                  WHERE NOTIFY_NO = :HV-BNC-NO
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE HV-CLIENT-ID TO WS-RPT-CLIENT
                    MOVE HV-ORDER-ID  TO WS-RPT-ORDER
                 WHEN 100
                    MOVE 'NO NOTIFICATION WITH THIS MAIL ID'
                       TO WS-REASON
                 WHEN OTHER
                    MOVE 'SQL ERROR READING NOTIFY_OUTBOX'
                       TO WS-REASON
              END-EVALUATE
           END-IF

           IF WS-REASON = SPACES
              EXEC SQL
                 UPDATE CLAPP.NOTIFY_OUTBOX
                    SET NOTIFY_STATUS = 'B',
                        BOUNCE_TS = CURRENT TIMESTAMP,
                        BOUNCE_REASON = :HV-BNC-REASON
                  WHERE (NOTIFY_NO = :HV-BNC-NO
                         OR DIGEST_NO = :HV-BNC-NO)
                    AND NOTIFY_STATUS = 'S'
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD SQLERRD(3) TO WS-BOUNCED
                 WHEN 100
                    MOVE 'NOT SENT OR ALREADY BOUNCED' TO WS-REASON
                 WHEN OTHER
                    MOVE 'SQL ERROR MARKING BOUNCE' TO WS-REASON
              END-EVALUATE
           END-IF

           MOVE HV-BNC-NO TO WS-RPT-MAIL-ID
           IF WS-REASON = SPACES
              MOVE 'BOUNCED' TO WS-RPT-RESULT
              MOVE SPACES TO WS-RPT-REASON
              STRING FUNCTION TRIM(BNC-TO-ADDR) DELIMITED BY SIZE
                 ' - ' DELIMITED BY SIZE
                 FUNCTION TRIM(BNC-REASON) DELIMITED BY SIZE
                 INTO WS-RPT-REASON
              END-STRING
              MOVE HV-BNC-NO TO WS-COUNT-D
              MOVE HV-CLIENT-ID TO HV-AUD-KEY
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Notification mail ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
                 ' bounced: ' DELIMITED BY SIZE
                 BNC-REASON DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              ADD 1 TO WS-BNC-IGNORED
              MOVE 'IGNORED' TO WS-RPT-RESULT
              MOVE WS-REASON TO WS-RPT-REASON
           END-IF
           WRITE RPT-REC FROM WS-RPT-LINE.

      *-------------------------------------------------------------*
      * One queued notification: dropped when there is no one to    *
      * send it to, held when its template is missing, otherwise    *
      * mailed on its own (option E) or added to the client's       *
      * digest (option D).                                          *
      *-------------------------------------------------------------*
       SEND-ONE-NOTIFICATION.

           IF WS-DIG-OPEN = 'Y' AND HV-CLIENT-ID NOT = WS-DIG-CLIENT
              PERFORM CLOSE-DIGEST
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE HV-NOTIFY-NO  TO WS-RPT-MAIL-ID
           MOVE HV-CLIENT-ID  TO WS-RPT-CLIENT
           MOVE HV-ORDER-ID   TO WS-RPT-ORDER
           MOVE HV-EVENT-TYPE TO WS-RPT-EVENT

           MOVE HV-EVENT-TYPE TO WS-TPL-WANTED
           PERFORM FIND-TEMPLATE
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
              WHEN HV-DELETED-FLAG = 'Y'
                 MOVE 'CLIENT DELETED' TO WS-REASON
              WHEN HV-NOTIFY-OPT NOT = 'E' AND NOT = 'D'
                 MOVE 'CLIENT NO LONGER OPTED IN' TO WS-REASON
              WHEN HV-MAIL-ADDR = SPACES
                 MOVE 'NO E-MAIL ADDRESS ON CLIENT' TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           EVALUATE TRUE
              WHEN WS-REASON NOT = SPACES
                 PERFORM DROP-NOTIFICATION
              WHEN WS-TPL-FIRST = 0
                 ADD 1 TO WS-HELD
                 MOVE 'HELD' TO WS-RPT-RESULT
                 MOVE SPACES TO WS-RPT-REASON
                 STRING 'NO TEMPLATE FOR EVENT ' DELIMITED BY SIZE
                    HV-EVENT-TYPE DELIMITED BY SIZE
                    INTO WS-RPT-REASON
                 END-STRING
                 WRITE RPT-REC FROM WS-RPT-LINE
              WHEN HV-NOTIFY-OPT = 'D' AND WS-DGST-FIRST = 0
                 ADD 1 TO WS-HELD
                 MOVE 'HELD' TO WS-RPT-RESULT
                 MOVE 'NO TEMPLATE FOR EVENT DGST' TO WS-RPT-REASON
                 WRITE RPT-REC FROM WS-RPT-LINE
              WHEN HV-NOTIFY-OPT = 'E'
                 PERFORM SEND-EVENT-MAIL
              WHEN OTHER
                 PERFORM ADD-TO-DIGEST
           END-EVALUATE.

       DROP-NOTIFICATION.

           MOVE 'DROPPED' TO WS-RPT-RESULT
           MOVE WS-REASON TO WS-RPT-REASON
           MOVE 'X' TO HV-NEW-NTF-STATUS
           MOVE 0   TO HV-DIGEST-NO
           PERFORM MARK-NOTIFICATION
           IF WS-REASON = SPACES
              ADD 1 TO WS-DROPPED
              EXEC SQL COMMIT END-EXEC
           END-IF
           WRITE RPT-REC FROM WS-RPT-LINE.

      * subject from the event's first template line, the body from
      * the rest, one commit per mail
       SEND-EVENT-MAIL.

           MOVE HV-NOTIFY-NO TO WS-MAIL-ID
           MOVE WS-TPL-TEXT(WS-TPL-FIRST) TO WS-RND-IN
           PERFORM RENDER-TEMPLATE-LINE
           PERFORM WRITE-MAIL-HEADER
           PERFORM VARYING WS-T FROM WS-TPL-FIRST BY 1
                   UNTIL WS-T >= WS-TPL-COUNT
                      OR WS-TPL-EVENT(WS-T + 1) NOT = HV-EVENT-TYPE
              MOVE WS-TPL-TEXT(WS-T + 1) TO WS-RND-IN
              PERFORM RENDER-TEMPLATE-LINE
              PERFORM WRITE-MAIL-LINE
           END-PERFORM
           PERFORM WRITE-MAIL-END

           MOVE 'S' TO HV-NEW-NTF-STATUS
           MOVE 0   TO HV-DIGEST-NO
           PERFORM MARK-NOTIFICATION
           IF WS-REASON = SPACES
              ADD 1 TO WS-MAILS
              MOVE 'SENT' TO WS-RPT-RESULT
              MOVE HV-MAIL-ADDR TO WS-RPT-REASON
              MOVE HV-ORDER-ID TO HV-AUD-KEY
              MOVE SPACES TO HV-AUD-DETAIL
              STRING HV-EVENT-TYPE DELIMITED BY SPACE
                 ' notification mailed to ' DELIMITED BY SIZE
                 HV-MAIL-ADDR DELIMITED BY SPACE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
              EXEC SQL COMMIT END-EXEC
           END-IF
           WRITE RPT-REC FROM WS-RPT-LINE.

      * the event's subject line becomes the notification's line in
      * the digest, which goes out under the first one's ID
       ADD-TO-DIGEST.

           IF WS-DIG-OPEN = 'N'
              PERFORM OPEN-DIGEST
           END-IF
           MOVE WS-TPL-TEXT(WS-TPL-FIRST) TO WS-RND-IN
           PERFORM RENDER-TEMPLATE-LINE
           PERFORM WRITE-MAIL-LINE

           MOVE 'S' TO HV-NEW-NTF-STATUS
           MOVE WS-MAIL-ID TO HV-DIGEST-NO
           PERFORM MARK-NOTIFICATION
           IF WS-REASON = SPACES
              ADD 1 TO WS-DIG-ITEMS
              ADD 1 TO WS-DIGESTED
              MOVE 'DIGEST' TO WS-RPT-RESULT
              MOVE HV-MAIL-ADDR TO WS-RPT-REASON
           END-IF
           WRITE RPT-REC FROM WS-RPT-LINE.

       OPEN-DIGEST.

           MOVE 'Y'          TO WS-DIG-OPEN
           MOVE HV-CLIENT-ID TO WS-DIG-CLIENT
           MOVE HV-MAIL-ADDR TO WS-DIG-ADDR
           MOVE 0            TO WS-DIG-ITEMS
           MOVE HV-NOTIFY-NO TO WS-MAIL-ID
           MOVE WS-TPL-TEXT(WS-DGST-FIRST) TO WS-RND-IN
           PERFORM RENDER-TEMPLATE-LINE
           PERFORM WRITE-MAIL-HEADER
           PERFORM VARYING WS-T FROM WS-DGST-FIRST BY 1
                   UNTIL WS-T >= WS-TPL-COUNT
                      OR WS-TPL-EVENT(WS-T + 1) NOT = 'DGST'
              MOVE WS-TPL-TEXT(WS-T + 1) TO WS-RND-IN
              PERFORM RENDER-TEMPLATE-LINE
              PERFORM WRITE-MAIL-LINE
           END-PERFORM.

       CLOSE-DIGEST.

           PERFORM WRITE-MAIL-END
           MOVE 'N' TO WS-DIG-OPEN
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-MAIL-ID    TO WS-RPT-MAIL-ID
           MOVE WS-DIG-CLIENT TO WS-RPT-CLIENT
           MOVE 'DGST'        TO WS-RPT-EVENT
           MOVE WS-DIG-ITEMS  TO WS-COUNT-D
           IF WS-DIG-ITEMS > 0
              ADD 1 TO WS-DIGESTS
              MOVE 'SENT' TO WS-RPT-RESULT
              MOVE WS-DIG-ADDR TO WS-RPT-REASON
              MOVE WS-DIG-CLIENT TO HV-AUD-KEY
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Daily digest of ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
                 ' notification(s) mailed to ' DELIMITED BY SIZE
                 WS-DIG-ADDR DELIMITED BY SPACE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'ERROR' TO WS-RPT-RESULT
              MOVE 'DIGEST WRITTEN BUT NOTHING MARKED SENT'
                 TO WS-RPT-REASON
           END-IF
           EXEC SQL COMMIT END-EXEC
           WRITE RPT-REC FROM WS-RPT-LINE.

      * a mail already written but not marked would go out again on
      * the rerun - the run ends RC 8 so the file is not transmitted
       MARK-NOTIFICATION.

           EXEC SQL
              UPDATE CLAPP.NOTIFY_OUTBOX
                 SET NOTIFY_STATUS = :HV-NEW-NTF-STATUS,
                     SENT_TS = CURRENT TIMESTAMP,
                     DIGEST_NO = NULLIF(:HV-DIGEST-NO, 0)
               WHERE NOTIFY_NO = :HV-NOTIFY-NO
                 AND NOTIFY_STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'MARK-NOTIFICATION' TO SQE-PARAGRAPH
              MOVE 'notification sent update' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'ERROR' TO WS-RPT-RESULT
              MOVE 'MAILED BUT NOT MARKED - CHECK BEFORE RERUN'
                 TO WS-RPT-REASON
              MOVE 'NOT MARKED' TO WS-REASON
           ELSE
              MOVE SPACES TO WS-REASON
           END-IF.

       WRITE-MAIL-HEADER.

           MOVE SPACES TO MGW-MAIL-REC
           SET MGW-HEADER-REC TO TRUE
           MOVE WS-MAIL-ID    TO MGW-MAIL-ID
           MOVE HV-MAIL-ADDR  TO MGW-TO-ADDR
           MOVE WS-RND-OUT    TO MGW-SUBJECT
           MOVE HV-CLIENT-ID  TO MGW-CLIENT-ID
           WRITE MGW-MAIL-REC
           MOVE 0 TO WS-MAIL-LINES.

       WRITE-MAIL-LINE.

           ADD 1 TO WS-MAIL-LINES
           MOVE SPACES TO MGW-MAIL-REC
           SET MGW-LINE-REC TO TRUE
           MOVE WS-MAIL-ID    TO MGW-MAIL-ID
           MOVE WS-MAIL-LINES TO MGW-LINE-NO
           MOVE WS-RND-OUT    TO MGW-TEXT
           WRITE MGW-MAIL-REC.

       WRITE-MAIL-END.

           MOVE SPACES TO MGW-MAIL-REC
           SET MGW-END-REC TO TRUE
           MOVE WS-MAIL-ID    TO MGW-MAIL-ID
           MOVE WS-MAIL-LINES TO MGW-LINE-NO
           WRITE MGW-MAIL-REC.

      *-------------------------------------------------------------*
      * &ORD order, &STS new status, &AMT amount, &INV invoice      *
      * number, &CLN client name, &CID client ID, &DAT the day the  *
      * notification was queued. Anything else is copied as is.     *
      *-------------------------------------------------------------*
       RENDER-TEMPLATE-LINE.

           MOVE SPACES TO WS-RND-OUT
           MOVE 1 TO WS-RND-PTR
           MOVE 1 TO WS-RND-IX
           PERFORM UNTIL WS-RND-IX > LENGTH OF WS-RND-IN
              MOVE 'N' TO WS-RND-HIT
              IF WS-RND-IN(WS-RND-IX:1) = '&'
                 AND WS-RND-IX <= LENGTH OF WS-RND-IN - 3
                 MOVE 'Y' TO WS-RND-HIT
                 MOVE SPACES TO WS-RND-VALUE
                 EVALUATE WS-RND-IN(WS-RND-IX:4)
                    WHEN '&ORD'
                       MOVE HV-ORDER-ID TO WS-RND-VALUE
                    WHEN '&STS'
                       MOVE HV-NEW-STATUS TO WS-RND-VALUE
                    WHEN '&AMT'
                       MOVE HV-AMOUNT TO WS-AMT-D
                       MOVE FUNCTION TRIM(WS-AMT-D) TO WS-RND-VALUE
                    WHEN '&INV'
                       MOVE HV-INV-NO TO WS-INV-D
                       MOVE FUNCTION TRIM(WS-INV-D) TO WS-RND-VALUE
                    WHEN '&CLN'
                       MOVE HV-CLI-NAME TO WS-RND-VALUE
                    WHEN '&CID'
                       MOVE HV-CLIENT-ID TO WS-RND-VALUE
                    WHEN '&DAT'
                       MOVE HV-QUEUED-DATE TO WS-RND-VALUE
                    WHEN OTHER
                       MOVE 'N' TO WS-RND-HIT
                 END-EVALUATE
              END-IF
              IF WS-RND-HIT = 'Y'
                 IF WS-RND-VALUE NOT = SPACES
                    STRING FUNCTION TRIM(WS-RND-VALUE)
                       DELIMITED BY SIZE
                       INTO WS-RND-OUT WITH POINTER WS-RND-PTR
                    END-STRING
                 END-IF
                 ADD 4 TO WS-RND-IX
              ELSE
                 STRING WS-RND-IN(WS-RND-IX:1) DELIMITED BY SIZE
                    INTO WS-RND-OUT WITH POINTER WS-RND-PTR
                 END-STRING
                 ADD 1 TO WS-RND-IX
              END-IF
           END-PERFORM.

       WRITE-AUDIT.

           EXEC SQL
              INSERT INTO CLAPP.AUDIT_LOG
              (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL, USER_ID)
              VALUES ('NOTIFY_OUTBOX', :HV-AUD-KEY, 'U',
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
           MOVE 'NOTIFICATION'   TO RUN-COUNT-LABEL(1)
           MOVE WS-QUEUED TO RUN-COUNT(1)
           MOVE 'MAILS'          TO RUN-COUNT-LABEL(2)
           MOVE WS-MAILS TO RUN-COUNT(2)
           MOVE 'HELD'           TO RUN-COUNT-LABEL(3)
           MOVE WS-HELD TO RUN-COUNT(3)
           MOVE 'BOUNCES'        TO RUN-COUNT-LABEL(4)
           MOVE WS-BOUNCES TO RUN-COUNT(4)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLNOTIFY.
