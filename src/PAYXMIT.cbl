       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYXMIT.
      * Transmission dispatch for the PSD2 statistics returns, run in
      * two steps around the managed file transfer (DD UT-S-XMITPRM,
      * function in column 9):
      *   R  release - after PAYGATHR, reads the period's transmission
      *      manifest (UT-S-MANIFEST.<period>) and builds a transfer
      *      request for each entity/country segment file
      *      (UT-S-SEGOUT.<entity>.<country>.<period>) on DD
      *      UT-S-XFERREQ, as Connect:Direct batch SUBMIT statements
      *      for the installed PSD2XMIT process (method C) or as an
      *      SFTP batch control file (method S). Only an entity/country
      *      PAYGATHR reported COMPLETE, whose six manifest rows are
      *      all present and whose latest register version is still
      *      PENDING is released - PAYSTATS writes neither the manifest
      *      rows nor the register row for a country whose documents
      *      failed SUBXCK, so a held or absent country never goes
      *      out. Each release is recorded, with the byte count and
      *      checksum the far end must confirm, on the dispatch control
      *      file UT-S-XMITCTL.<period>.
      *   C  confirm - after the transfer, reads the transfer
      *      completion log (DD UT-S-XFERLOG, one record per completed
      *      or failed transfer) back against the dispatch control
      *      file: a COMPLETE transfer whose delivered byte count
      *      equals the segment file's size and whose checksum equals
      *      the manifest's envelope checksum posts TRANSMITTED and
      *      the completion time onto the register row of the version
      *      released, ahead of PAYRESP recording the NCA verdict.
      * Both steps report on UT-S-XMITRPT. Release ends RC 4 when any
      * entity/country was held; confirm ends RC 8 on a failed or
      * mismatched transfer and RC 4 when a released file has no
      * completion record yet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XMITPRM ASSIGN TO UT-S-XMITPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT GATHFILE ASSIGN TO UT-S-GATHRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFILE ASSIGN TO WS-MANIFILE-NAME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SREGFILE ASSIGN TO UT-S-SUBMREG
                  ORGANIZATION IS SEQUENTIAL.
           SELECT XCTLFILE ASSIGN TO WS-XCTLFILE-NAME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT XFERFILE ASSIGN TO UT-S-XFERREQ
                  ORGANIZATION IS SEQUENTIAL.
           SELECT XLOGFILE ASSIGN TO UT-S-XFERLOG
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-XMITRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XMITPRM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XMIT-PARM-REC.
      * node is the Connect:Direct SNODE (method C) or unused (S);
      * remote is the portal directory the files are put into
       01  XMIT-PARM-REC.
           05  XMIT-PARM-PERIOD      PIC X(7).
           05  FILLER                PIC X(1).
           05  XMIT-PARM-FUNCTION    PIC X(1).
           05  FILLER                PIC X(1).
           05  XMIT-PARM-METHOD      PIC X(1).
           05  FILLER                PIC X(1).
           05  XMIT-PARM-NODE        PIC X(16).
           05  FILLER                PIC X(1).
           05  XMIT-PARM-REMOTE      PIC X(31).
       FD  GATHFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GATH-IN-REC.
       01  GATH-IN-REC.
           05  GATH-IN-ENTITY        PIC X(4).
           05  FILLER                PIC X(1).
           05  GATH-IN-COUNTRY       PIC X(2).
           05  FILLER                PIC X(1).
           05  GATH-IN-STATE         PIC X(10).
           05  FILLER                PIC X(62).
       FD  MANIFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MANI-IN-REC.
       01  MANI-IN-REC.
           05  MANI-IN-FILE          PIC X(30).
           05  FILLER                PIC X(1).
           05  MANI-IN-RECS          PIC 9(9).
           05  FILLER                PIC X(1).
           05  MANI-IN-LEN           PIC 9(9).
           05  FILLER                PIC X(1).
           05  MANI-IN-TCOUNT        PIC 9(9).
           05  FILLER                PIC X(1).
           05  MANI-IN-TTOTAL        PIC 9(13)V99.
           05  FILLER                PIC X(1).
           05  MANI-IN-CKSUM         PIC 9(9).
           05  FILLER                PIC X(1).
           05  MANI-IN-SEGS          PIC 9(7).
           05  FILLER                PIC X(6).
       FD  SREGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 171 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SREG-IO-REC.
       COPY 'CPBKSRG'.
       FD  XCTLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XCTL-REC.
       01  XCTL-REC.
           05  XCTL-ENTITY           PIC X(4).
           05  FILLER                PIC X(1).
           05  XCTL-COUNTRY          PIC X(2).
           05  FILLER                PIC X(1).
           05  XCTL-PERIOD           PIC X(7).
           05  FILLER                PIC X(1).
           05  XCTL-VERSION          PIC 9(3).
           05  FILLER                PIC X(1).
           05  XCTL-FILE             PIC X(30).
           05  FILLER                PIC X(1).
           05  XCTL-BYTES            PIC 9(12).
           05  FILLER                PIC X(1).
           05  XCTL-CKSUM            PIC 9(9).
           05  FILLER                PIC X(1).
           05  XCTL-METHOD           PIC X(1).
           05  FILLER                PIC X(25).
       FD  XFERFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFER-OUT-REC.
       01  XFER-OUT-REC              PIC X(80).
      * written by the transfer completion exit: the file as
      * requested, COMPLETE or FAILED, the bytes delivered, the
      * additive checksum the portal computed over the reassembled
      * envelope, and the completion time
       FD  XLOGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XLOG-IN-REC.
       01  XLOG-IN-REC.
           05  XLOG-IN-FILE          PIC X(30).
           05  FILLER                PIC X(1).
           05  XLOG-IN-RESULT        PIC X(8).
           05  FILLER                PIC X(1).
           05  XLOG-IN-BYTES         PIC 9(12).
           05  FILLER                PIC X(1).
           05  XLOG-IN-CKSUM         PIC 9(9).
           05  FILLER                PIC X(1).
           05  XLOG-IN-TS            PIC X(26).
           05  FILLER                PIC X(11).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'PAYXMIT'.
       01  WS-PERIOD-TAG            PIC X(7)  VALUE SPACES.
       01  WS-FUNCTION              PIC X(1)  VALUE SPACES.
       01  WS-METHOD                PIC X(1)  VALUE 'C'.
       01  WS-NODE                  PIC X(16) VALUE SPACES.
       01  WS-REMOTE                PIC X(31) VALUE SPACES.
      * the Connect:Direct process installed for the portal upload;
      * the batch SUBMIT hands it the file and directory as symbolics
       01  WS-CD-PROCESS            PIC X(8)  VALUE 'PSD2XMIT'.
       01  WS-MANIFILE-NAME         PIC X(30) VALUE SPACES.
       01  WS-XCTLFILE-NAME         PIC X(30) VALUE SPACES.
       01  WS-PARM-EOF              PIC X(1)  VALUE 'N'.
       01  WS-GATH-EOF              PIC X(1)  VALUE 'N'.
       01  WS-MANI-EOF              PIC X(1)  VALUE 'N'.
       01  WS-SREG-EOF              PIC X(1)  VALUE 'N'.
       01  WS-XCTL-EOF              PIC X(1)  VALUE 'N'.
       01  WS-XLOG-EOF              PIC X(1)  VALUE 'N'.
       01  WS-S                     PIC 9(9) COMP VALUE 0.
       01  WS-D                     PIC 9(4) COMP VALUE 0.
       01  WS-G                     PIC 9(4) COMP VALUE 0.
       01  WS-HIT                   PIC 9(9) COMP VALUE 0.
       01  WS-GATH-OK               PIC X(1)  VALUE 'N'.
       01  WS-LATEST-VERSION        PIC 9(3)  VALUE 0.
       01  WS-RELEASED              PIC 9(9) COMP VALUE 0.
       01  WS-HELD                  PIC 9(9) COMP VALUE 0.
       01  WS-SKIPPED               PIC 9(9) COMP VALUE 0.
       01  WS-CONFIRMED             PIC 9(9) COMP VALUE 0.
       01  WS-FAILED                PIC 9(9) COMP VALUE 0.
       01  WS-NOLOG                 PIC 9(9) COMP VALUE 0.
       01  WS-REG-CHANGED           PIC X(1)  VALUE 'N'.
       01  WS-PGM-PAYSRGDB          PIC X(8)  VALUE 'PAYSRGDB'.
       01  WS-SRG-FUNCTION          PIC X(1)  VALUE SPACES.
       01  WS-SRG-FAILED            PIC X(1)  VALUE 'N'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * manifest file names are <DD>.<entity>.<country>.<period>
       01  WS-NAME-PARTS.
           05  WS-NAME-PREFIX       PIC X(12).
           05  WS-NAME-ENTITY       PIC X(4).
           05  WS-NAME-COUNTRY      PIC X(2).
           05  WS-NAME-PERIOD       PIC X(7).

       01  WS-SEGFILE-NAME          PIC X(30) VALUE SPACES.
       01  WS-XFER-LINE             PIC X(80) VALUE SPACES.

       01  WS-RPT-HDG-LINE.
           05  FILLER               PIC X(20) VALUE
               'PAYXMIT DISPATCH  '.
           05  WS-HDG-FUNCTION      PIC X(8).
           05  FILLER               PIC X(8)  VALUE ' PERIOD '.
           05  WS-HDG-PERIOD        PIC X(7).
           05  FILLER               PIC X(89) VALUE SPACES.
       01  WS-RPT-LINE.
           05  WS-RPT-ENTITY        PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-CTRY          PIC X(2).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-PERIOD        PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-VERSION       PIC 9(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-STATE         PIC X(11).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-DETAIL        PIC X(27).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-EXP-BYTES     PIC Z(11)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-GOT-BYTES     PIC Z(11)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-EXP-CKSUM     PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-GOT-CKSUM     PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-TS            PIC X(26).
       01  WS-TRAILER-LINE.
           05  FILLER               PIC X(10) VALUE 'RELEASED: '.
           05  WS-TRL-RELEASED      PIC ZZZZ9.
           05  FILLER               PIC X(8)  VALUE '  HELD: '.
           05  WS-TRL-HELD          PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  SKIPPED: '.
           05  WS-TRL-SKIPPED       PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE '  CONFIRMED: '.
           05  WS-TRL-CONFIRMED     PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  FAILED: '.
           05  WS-TRL-FAILED        PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  NO LOG: '.
           05  WS-TRL-NOLOG         PIC ZZZZ9.
           05  FILLER               PIC X(40) VALUE SPACES.

      * entity/countries with a COMPLETE checkpoint per PAYGATHR
       01  GATH-TABLE.
           05  GATH-NUM             PIC 9(4) COMP VALUE 0.
           05  GATH-MAX             PIC 9(4) COMP VALUE 1000.
           05  GATH-ROWS OCCURS 1 TO 1000 DEPENDING ON GATH-NUM
                                    INDEXED BY GT-IDX.
               10  GATH-ENTITY      PIC X(4).
               10  GATH-COUNTRY     PIC X(2).

      * one entry per entity/country: on release built from the
      * manifest, on confirm loaded from the dispatch control file.
      * DSP-RECS counts the segment file's records (each document's
      * data segments plus its closing 'E' record), so the file's
      * byte size is DSP-RECS x 255.
       01  DSP-TABLE.
           05  DSP-NUM              PIC 9(4) COMP VALUE 0.
           05  DSP-MAX              PIC 9(4) COMP VALUE 1000.
           05  DSP-ROWS OCCURS 1 TO 1000 DEPENDING ON DSP-NUM
                                    INDEXED BY DS-IDX.
               10  DSP-ENTITY       PIC X(4).
               10  DSP-COUNTRY      PIC X(2).
               10  DSP-PERIOD       PIC X(7).
               10  DSP-VERSION      PIC 9(3).
               10  DSP-FILE         PIC X(30).
               10  DSP-DOCS         PIC 9(4) COMP.
               10  DSP-ENV-FOUND    PIC X(1).
               10  DSP-RECS         PIC 9(9) COMP.
               10  DSP-BYTES        PIC 9(12).
               10  DSP-CKSUM        PIC 9(9).
               10  DSP-STATE        PIC X(11).
               10  DSP-GOT-BYTES    PIC 9(12).
               10  DSP-GOT-CKSUM    PIC 9(9).
               10  DSP-TS           PIC X(26).

       01  SREG-TABLE.
           05  SREG-NUM             PIC 9(9) COMP VALUE 0.
           05  SREG-MAX             PIC 9(9) COMP VALUE 2000.
           05  SREG-ROWS OCCURS 1 TO 2000 DEPENDING ON SREG-NUM
                                    INDEXED BY SR-IDX.
               10  SREG-ENTITY      PIC X(4).
               10  SREG-COUNTRY     PIC X(2).
               10  SREG-PERIOD      PIC X(7).
               10  SREG-VERSION     PIC 9(3).
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

           DISPLAY '*** ' WS-PROG-NAME ' START'

           PERFORM READ-DISPATCH-PARM

           IF RETURN-CODE = 0
              MOVE SPACES TO WS-MANIFILE-NAME
              STRING 'UT-S-MANIFEST.' WS-PERIOD-TAG
                 DELIMITED BY SIZE INTO WS-MANIFILE-NAME
              END-STRING
              MOVE SPACES TO WS-XCTLFILE-NAME
              STRING 'UT-S-XMITCTL.' WS-PERIOD-TAG
                 DELIMITED BY SIZE INTO WS-XCTLFILE-NAME
              END-STRING

              PERFORM LOAD-SUBMISSION-REGISTER

              OPEN OUTPUT RPTFILE
              MOVE WS-PERIOD-TAG TO WS-HDG-PERIOD
              IF WS-FUNCTION = 'R'
                 MOVE 'RELEASE' TO WS-HDG-FUNCTION
                 WRITE RPT-REC FROM WS-RPT-HDG-LINE
                 PERFORM RELEASE-TRANSFERS
              ELSE
                 MOVE 'CONFIRM' TO WS-HDG-FUNCTION
                 WRITE RPT-REC FROM WS-RPT-HDG-LINE
                 PERFORM CONFIRM-TRANSFERS
              END-IF

              MOVE WS-RELEASED  TO WS-TRL-RELEASED
              MOVE WS-HELD      TO WS-TRL-HELD
              MOVE WS-SKIPPED   TO WS-TRL-SKIPPED
              MOVE WS-CONFIRMED TO WS-TRL-CONFIRMED
              MOVE WS-FAILED    TO WS-TRL-FAILED
              MOVE WS-NOLOG     TO WS-TRL-NOLOG
              WRITE RPT-REC FROM WS-TRAILER-LINE
              CLOSE RPTFILE
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

       READ-DISPATCH-PARM.

           OPEN INPUT XMITPRM

           READ XMITPRM
              AT END
                 MOVE 'Y' TO WS-PARM-EOF
           END-READ

           CLOSE XMITPRM

           IF WS-PARM-EOF = 'Y'
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' no period on UT-S-XMITPRM'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE XMIT-PARM-PERIOD   TO WS-PERIOD-TAG
              MOVE XMIT-PARM-FUNCTION TO WS-FUNCTION
              MOVE XMIT-PARM-NODE     TO WS-NODE
              MOVE XMIT-PARM-REMOTE   TO WS-REMOTE
              IF XMIT-PARM-METHOD = 'S'
                 MOVE 'S' TO WS-METHOD
              END-IF
              EVALUATE TRUE
                 WHEN WS-PERIOD-TAG = SPACES
                    DISPLAY 'ERROR: ' WS-PROG-NAME
                       ' no period on UT-S-XMITPRM'
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-FUNCTION NOT = 'R' AND WS-FUNCTION NOT = 'C'
                    DISPLAY 'ERROR: ' WS-PROG-NAME ' function '
                       WS-FUNCTION ' on UT-S-XMITPRM is neither R'
                       ' (release) nor C (confirm)'
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-FUNCTION = 'R' AND WS-METHOD = 'C'
                    AND WS-NODE = SPACES
                    DISPLAY 'ERROR: ' WS-PROG-NAME
                       ' no Connect:Direct node on UT-S-XMITPRM'
                    MOVE 8 TO RETURN-CODE
              END-EVALUATE
           END-IF.

       LOAD-SUBMISSION-REGISTER.

           OPEN INPUT SREGFILE

           PERFORM UNTIL WS-SREG-EOF = 'Y'
              READ SREGFILE INTO SREG-IO-REC
                 AT END
                    MOVE 'Y' TO WS-SREG-EOF
                 NOT AT END
                    IF SREG-NUM < SREG-MAX
                       ADD 1 TO SREG-NUM
                       SET SR-IDX TO SREG-NUM
                       MOVE SREG-IO-ENTITY  TO SREG-ENTITY(SR-IDX)
                       MOVE SREG-IO-COUNTRY TO SREG-COUNTRY(SR-IDX)
                       MOVE SREG-IO-PERIOD  TO SREG-PERIOD(SR-IDX)
                       MOVE SREG-IO-VERSION TO SREG-VERSION(SR-IDX)
                       MOVE SREG-IO-DATE    TO SREG-DATE(SR-IDX)
                       MOVE SREG-IO-COUNT   TO SREG-COUNT(SR-IDX)
                       MOVE SREG-IO-TOTAL   TO SREG-TOTAL(SR-IDX)
                       MOVE SREG-IO-STATUS  TO SREG-STATUS(SR-IDX)
                       MOVE SREG-IO-REGREF  TO SREG-REGREF(SR-IDX)
                       MOVE SREG-IO-REASON  TO SREG-REASON(SR-IDX)
                       MOVE SREG-IO-LOCK    TO SREG-LOCK(SR-IDX)
                       MOVE SREG-IO-UNLOCK-BY
                          TO SREG-UNLOCK-BY(SR-IDX)
                       MOVE SREG-IO-FORMAT  TO SREG-FORMAT(SR-IDX)
                       MOVE SREG-IO-XMIT-TS TO SREG-XMIT-TS(SR-IDX)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SREGFILE.

      *-------------------------------------------------------------*
      * RELEASE                                                     *
      *-------------------------------------------------------------*
       RELEASE-TRANSFERS.

           PERFORM LOAD-GATHER-REPORT

           PERFORM LOAD-MANIFEST

           IF DSP-NUM = 0
              DISPLAY 'ERROR: ' WS-PROG-NAME ' manifest '
                 WS-MANIFILE-NAME ' holds nothing for period '
                 WS-PERIOD-TAG ' - nothing released'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT XFERFILE
              OPEN OUTPUT XCTLFILE

              IF WS-METHOD = 'C'
                 MOVE 'SIGNON' TO XFER-OUT-REC
                 WRITE XFER-OUT-REC
              ELSE
                 IF WS-REMOTE NOT = SPACES
                    MOVE SPACES TO WS-XFER-LINE
                    STRING 'cd ' FUNCTION TRIM(WS-REMOTE)
                       DELIMITED BY SIZE INTO WS-XFER-LINE
                    END-STRING
                    WRITE XFER-OUT-REC FROM WS-XFER-LINE
                 END-IF
              END-IF

              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > DSP-NUM
                 SET DS-IDX TO WS-D
                 PERFORM JUDGE-ONE-RELEASE
              END-PERFORM

              IF WS-METHOD = 'C'
                 MOVE 'SIGNOFF' TO XFER-OUT-REC
                 WRITE XFER-OUT-REC
              END-IF

              CLOSE XFERFILE
              CLOSE XCTLFILE

              DISPLAY '*** ' WS-PROG-NAME ' released ' WS-RELEASED
                 ' held ' WS-HELD ' skipped ' WS-SKIPPED

              IF WS-HELD > 0
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' ' WS-HELD
                    ' entity/country return(s) held for period '
                    WS-PERIOD-TAG ' - see UT-S-XMITRPT'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       LOAD-GATHER-REPORT.

           OPEN INPUT GATHFILE

           PERFORM UNTIL WS-GATH-EOF = 'Y'
              READ GATHFILE
                 AT END
                    MOVE 'Y' TO WS-GATH-EOF
                 NOT AT END
                    IF GATH-IN-STATE = 'COMPLETE'
                       AND GATH-NUM < GATH-MAX
                       ADD 1 TO GATH-NUM
                       SET GT-IDX TO GATH-NUM
                       MOVE GATH-IN-ENTITY  TO GATH-ENTITY(GT-IDX)
                       MOVE GATH-IN-COUNTRY TO GATH-COUNTRY(GT-IDX)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE GATHFILE.

      * Six rows per entity/country - the five documents and the
      * envelope - each naming its own output file; the envelope row
      * carries the checksum the portal reports back.
       LOAD-MANIFEST.

           OPEN INPUT MANIFILE

           PERFORM UNTIL WS-MANI-EOF = 'Y'
              READ MANIFILE
                 AT END
                    MOVE 'Y' TO WS-MANI-EOF
                 NOT AT END
                    MOVE SPACES TO WS-NAME-PARTS
                    UNSTRING MANI-IN-FILE DELIMITED BY '.' OR SPACE
                       INTO WS-NAME-PREFIX WS-NAME-ENTITY
                            WS-NAME-COUNTRY WS-NAME-PERIOD
                    END-UNSTRING
                    IF WS-NAME-PERIOD = WS-PERIOD-TAG
                       PERFORM ADD-MANIFEST-ROW
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MANIFILE.

       ADD-MANIFEST-ROW.

           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-D FROM 1 BY 1
                    UNTIL WS-D > DSP-NUM OR WS-HIT > 0
              SET DS-IDX TO WS-D
              IF DSP-ENTITY(DS-IDX) = WS-NAME-ENTITY
                 AND DSP-COUNTRY(DS-IDX) = WS-NAME-COUNTRY
                 MOVE WS-D TO WS-HIT
              END-IF
           END-PERFORM

           IF WS-HIT = 0
              IF DSP-NUM >= DSP-MAX
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' dispatch table full - ' WS-NAME-ENTITY ' '
                    WS-NAME-COUNTRY ' not released'
              ELSE
                 ADD 1 TO DSP-NUM
                 MOVE DSP-NUM TO WS-HIT
                 SET DS-IDX TO DSP-NUM
                 MOVE WS-NAME-ENTITY  TO DSP-ENTITY(DS-IDX)
                 MOVE WS-NAME-COUNTRY TO DSP-COUNTRY(DS-IDX)
                 MOVE WS-PERIOD-TAG   TO DSP-PERIOD(DS-IDX)
                 MOVE 0               TO DSP-VERSION(DS-IDX)
                 MOVE 0               TO DSP-DOCS(DS-IDX)
                 MOVE 'N'             TO DSP-ENV-FOUND(DS-IDX)
                 MOVE 0               TO DSP-RECS(DS-IDX)
                 MOVE 0               TO DSP-CKSUM(DS-IDX)
                 MOVE SPACES          TO DSP-STATE(DS-IDX)
                 MOVE SPACES          TO DSP-FILE(DS-IDX)
                 STRING 'UT-S-SEGOUT.' WS-NAME-ENTITY '.'
                    WS-NAME-COUNTRY '.' WS-PERIOD-TAG
                    DELIMITED BY SIZE INTO DSP-FILE(DS-IDX)
                 END-STRING
              END-IF
           END-IF

           IF WS-HIT > 0
              SET DS-IDX TO WS-HIT
              ADD 1 TO DSP-DOCS(DS-IDX)
              COMPUTE DSP-RECS(DS-IDX) =
                 DSP-RECS(DS-IDX) + MANI-IN-SEGS + 1
              IF WS-NAME-PREFIX = 'UT-S-SUBMOUT'
                 MOVE 'Y'           TO DSP-ENV-FOUND(DS-IDX)
                 MOVE MANI-IN-CKSUM TO DSP-CKSUM(DS-IDX)
              END-IF
           END-IF.

       JUDGE-ONE-RELEASE.

           COMPUTE DSP-BYTES(DS-IDX) = DSP-RECS(DS-IDX) * 255

           MOVE 'N' TO WS-GATH-OK
           PERFORM VARYING WS-G FROM 1 BY 1
                    UNTIL WS-G > GATH-NUM OR WS-GATH-OK = 'Y'
              SET GT-IDX TO WS-G
              IF GATH-ENTITY(GT-IDX) = DSP-ENTITY(DS-IDX)
                 AND GATH-COUNTRY(GT-IDX) = DSP-COUNTRY(DS-IDX)
                 MOVE 'Y' TO WS-GATH-OK
              END-IF
           END-PERFORM

      * the latest registered version is the one the segment file
      * holds - the register appends a row per produced version
           MOVE 0 TO WS-HIT
           MOVE 0 TO WS-LATEST-VERSION
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > SREG-NUM
              SET SR-IDX TO WS-S
              IF SREG-ENTITY(SR-IDX) = DSP-ENTITY(DS-IDX)
                 AND SREG-COUNTRY(SR-IDX) = DSP-COUNTRY(DS-IDX)
                 AND SREG-PERIOD(SR-IDX) = WS-PERIOD-TAG
                 AND SREG-VERSION(SR-IDX) >= WS-LATEST-VERSION
                 MOVE SREG-VERSION(SR-IDX) TO WS-LATEST-VERSION
                 MOVE WS-S TO WS-HIT
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-RPT-DETAIL
           EVALUATE TRUE
              WHEN DSP-DOCS(DS-IDX) NOT = 6
                 OR DSP-ENV-FOUND(DS-IDX) = 'N'
                 MOVE 'HELD'                TO DSP-STATE(DS-IDX)
                 MOVE 'MANIFEST INCOMPLETE' TO WS-RPT-DETAIL
              WHEN WS-GATH-OK = 'N'
                 MOVE 'HELD'                TO DSP-STATE(DS-IDX)
                 MOVE 'GATHER NOT COMPLETE' TO WS-RPT-DETAIL
              WHEN WS-HIT = 0
                 MOVE 'HELD'                TO DSP-STATE(DS-IDX)
                 MOVE 'NOT IN REGISTER'     TO WS-RPT-DETAIL
              WHEN OTHER
                 SET SR-IDX TO WS-HIT
                 MOVE SREG-VERSION(SR-IDX) TO DSP-VERSION(DS-IDX)
      * a stamped transfer time means the NCA already has this
      * version, whatever status a later response left on the row
                 EVALUATE TRUE
                    WHEN SREG-XMIT-TS(SR-IDX) NOT = SPACES
                       MOVE 'SKIPPED'   TO DSP-STATE(DS-IDX)
                       MOVE 'ALREADY TRANSMITTED' TO WS-RPT-DETAIL
                    WHEN SREG-STATUS(SR-IDX) = 'PENDING'
                       MOVE 'RELEASED'  TO DSP-STATE(DS-IDX)
                       MOVE DSP-FILE(DS-IDX) TO WS-RPT-DETAIL
                    WHEN OTHER
                       MOVE 'SKIPPED'   TO DSP-STATE(DS-IDX)
                       STRING 'REGISTER STATUS '
                          SREG-STATUS(SR-IDX)
                          DELIMITED BY SIZE INTO WS-RPT-DETAIL
                       END-STRING
                 END-EVALUATE
           END-EVALUATE

           EVALUATE DSP-STATE(DS-IDX)
              WHEN 'RELEASED'
                 ADD 1 TO WS-RELEASED
                 PERFORM WRITE-TRANSFER-REQUEST
                 PERFORM WRITE-DISPATCH-CONTROL
              WHEN 'SKIPPED'
                 ADD 1 TO WS-SKIPPED
              WHEN OTHER
                 ADD 1 TO WS-HELD
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' entity '
                    DSP-ENTITY(DS-IDX) ' country ' DSP-COUNTRY(DS-IDX)
                    ' held - ' WS-RPT-DETAIL
           END-EVALUATE

           MOVE DSP-ENTITY(DS-IDX)  TO WS-RPT-ENTITY
           MOVE DSP-COUNTRY(DS-IDX) TO WS-RPT-CTRY
           MOVE WS-PERIOD-TAG       TO WS-RPT-PERIOD
           MOVE DSP-VERSION(DS-IDX) TO WS-RPT-VERSION
           MOVE DSP-STATE(DS-IDX)   TO WS-RPT-STATE
           MOVE DSP-BYTES(DS-IDX)   TO WS-RPT-EXP-BYTES
           MOVE 0                   TO WS-RPT-GOT-BYTES
           MOVE DSP-CKSUM(DS-IDX)   TO WS-RPT-EXP-CKSUM
           MOVE 0                   TO WS-RPT-GOT-CKSUM
           MOVE SPACES              TO WS-RPT-TS
           WRITE RPT-REC FROM WS-RPT-LINE.

      * method C: one batch SUBMIT of the installed process per file,
      * the process named PX<entity><country> so the C:D statistics
      * identify the return; method S: one put per file
       WRITE-TRANSFER-REQUEST.

           IF WS-METHOD = 'C'
              MOVE SPACES TO WS-XFER-LINE
              STRING 'SUBMIT PROC=' WS-CD-PROCESS ' SNODE='
                 FUNCTION TRIM(WS-NODE) ' -'
                 DELIMITED BY SIZE INTO WS-XFER-LINE
              END-STRING
              WRITE XFER-OUT-REC FROM WS-XFER-LINE

              MOVE SPACES TO WS-XFER-LINE
              STRING '       NEWNAME=PX' DSP-ENTITY(DS-IDX)
                 DSP-COUNTRY(DS-IDX) ' -'
                 DELIMITED BY SIZE INTO WS-XFER-LINE
              END-STRING
              WRITE XFER-OUT-REC FROM WS-XFER-LINE

              MOVE SPACES TO WS-XFER-LINE
              STRING '       &DSN=' FUNCTION TRIM(DSP-FILE(DS-IDX))
                 ' -'
                 DELIMITED BY SIZE INTO WS-XFER-LINE
              END-STRING
              WRITE XFER-OUT-REC FROM WS-XFER-LINE

              MOVE SPACES TO WS-XFER-LINE
              STRING '       &RDIR=' FUNCTION TRIM(WS-REMOTE)
                 DELIMITED BY SIZE INTO WS-XFER-LINE
              END-STRING
              WRITE XFER-OUT-REC FROM WS-XFER-LINE
           ELSE
              MOVE SPACES TO WS-XFER-LINE
              STRING 'put ' FUNCTION TRIM(DSP-FILE(DS-IDX))
                 DELIMITED BY SIZE INTO WS-XFER-LINE
              END-STRING
              WRITE XFER-OUT-REC FROM WS-XFER-LINE
           END-IF.

       WRITE-DISPATCH-CONTROL.

           MOVE SPACES              TO XCTL-REC
           MOVE DSP-ENTITY(DS-IDX)  TO XCTL-ENTITY
           MOVE DSP-COUNTRY(DS-IDX) TO XCTL-COUNTRY
           MOVE WS-PERIOD-TAG       TO XCTL-PERIOD
           MOVE DSP-VERSION(DS-IDX) TO XCTL-VERSION
           MOVE DSP-FILE(DS-IDX)    TO XCTL-FILE
           MOVE DSP-BYTES(DS-IDX)   TO XCTL-BYTES
           MOVE DSP-CKSUM(DS-IDX)   TO XCTL-CKSUM
           MOVE WS-METHOD           TO XCTL-METHOD
           WRITE XCTL-REC.

      *-------------------------------------------------------------*
      * CONFIRM                                                     *
      *-------------------------------------------------------------*
       CONFIRM-TRANSFERS.

           PERFORM LOAD-DISPATCH-CONTROL

           IF DSP-NUM = 0
              DISPLAY 'ERROR: ' WS-PROG-NAME ' dispatch control '
                 WS-XCTLFILE-NAME ' holds no released file for'
                 ' period ' WS-PERIOD-TAG ' - run the release step'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT XLOGFILE

              PERFORM UNTIL WS-XLOG-EOF = 'Y'
                 READ XLOGFILE
                    AT END
                       MOVE 'Y' TO WS-XLOG-EOF
                    NOT AT END
                       PERFORM APPLY-ONE-COMPLETION
                 END-READ
              END-PERFORM

              CLOSE XLOGFILE

              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > DSP-NUM
                 SET DS-IDX TO WS-D
                 PERFORM POST-ONE-CONFIRMATION
              END-PERFORM

              IF WS-REG-CHANGED = 'Y'
                 PERFORM REWRITE-SUBMISSION-REGISTER
              END-IF

              DISPLAY '*** ' WS-PROG-NAME ' confirmed ' WS-CONFIRMED
                 ' failed ' WS-FAILED ' no log ' WS-NOLOG

              EVALUATE TRUE
                 WHEN WS-FAILED > 0
                    DISPLAY 'ERROR: ' WS-PROG-NAME ' ' WS-FAILED
                       ' transfer(s) failed or do not match the'
                       ' manifest for period ' WS-PERIOD-TAG
                       ' - see UT-S-XMITRPT'
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-NOLOG > 0
                    DISPLAY 'WARNING: ' WS-PROG-NAME ' ' WS-NOLOG
                       ' released file(s) have no completion record'
                       ' yet for period ' WS-PERIOD-TAG
                    MOVE 4 TO RETURN-CODE
              END-EVALUATE
           END-IF.

       LOAD-DISPATCH-CONTROL.

           OPEN INPUT XCTLFILE

           PERFORM UNTIL WS-XCTL-EOF = 'Y'
              READ XCTLFILE
                 AT END
                    MOVE 'Y' TO WS-XCTL-EOF
                 NOT AT END
                    IF DSP-NUM < DSP-MAX
                       ADD 1 TO DSP-NUM
                       SET DS-IDX TO DSP-NUM
                       MOVE XCTL-ENTITY  TO DSP-ENTITY(DS-IDX)
                       MOVE XCTL-COUNTRY TO DSP-COUNTRY(DS-IDX)
                       MOVE XCTL-PERIOD  TO DSP-PERIOD(DS-IDX)
                       MOVE XCTL-VERSION TO DSP-VERSION(DS-IDX)
                       MOVE XCTL-FILE    TO DSP-FILE(DS-IDX)
                       MOVE XCTL-BYTES   TO DSP-BYTES(DS-IDX)
                       MOVE XCTL-CKSUM   TO DSP-CKSUM(DS-IDX)
                       MOVE 'NO LOG'     TO DSP-STATE(DS-IDX)
                       MOVE 0            TO DSP-GOT-BYTES(DS-IDX)
                       MOVE 0            TO DSP-GOT-CKSUM(DS-IDX)
                       MOVE SPACES       TO DSP-TS(DS-IDX)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE XCTLFILE.

      * A retried transfer logs once per attempt: a verified COMPLETE
      * stands, a later failure of the same file does not undo it.
       APPLY-ONE-COMPLETION.

           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-D FROM 1 BY 1
                    UNTIL WS-D > DSP-NUM OR WS-HIT > 0
              SET DS-IDX TO WS-D
              IF DSP-FILE(DS-IDX) = XLOG-IN-FILE
                 MOVE WS-D TO WS-HIT
              END-IF
           END-PERFORM

           IF WS-HIT = 0
              DISPLAY 'WARNING: ' WS-PROG-NAME ' completion record for '
                 XLOG-IN-FILE ' was not released by this step'
           ELSE
              SET DS-IDX TO WS-HIT
              IF DSP-STATE(DS-IDX) NOT = 'TRANSMITTED'
                 MOVE XLOG-IN-BYTES TO DSP-GOT-BYTES(DS-IDX)
                 MOVE XLOG-IN-CKSUM TO DSP-GOT-CKSUM(DS-IDX)
                 MOVE XLOG-IN-TS    TO DSP-TS(DS-IDX)
                 EVALUATE TRUE
                    WHEN XLOG-IN-RESULT NOT = 'COMPLETE'
                       MOVE 'FAILED'      TO DSP-STATE(DS-IDX)
                    WHEN XLOG-IN-BYTES NOT = DSP-BYTES(DS-IDX)
                       MOVE 'BYTES DIFF'  TO DSP-STATE(DS-IDX)
                    WHEN XLOG-IN-CKSUM NOT = DSP-CKSUM(DS-IDX)
                       MOVE 'CKSUM DIFF'  TO DSP-STATE(DS-IDX)
                    WHEN OTHER
                       MOVE 'TRANSMITTED' TO DSP-STATE(DS-IDX)
                 END-EVALUATE
              END-IF
           END-IF.

      * The status goes over PENDING only - a verdict PAYRESP has
      * already posted is left alone and only the time is filled in.
       POST-ONE-CONFIRMATION.

           MOVE SPACES TO WS-RPT-DETAIL

           EVALUATE DSP-STATE(DS-IDX)
              WHEN 'TRANSMITTED'
                 ADD 1 TO WS-CONFIRMED
                 MOVE 0 TO WS-HIT
                 PERFORM VARYING WS-S FROM 1 BY 1
                          UNTIL WS-S > SREG-NUM OR WS-HIT > 0
                    SET SR-IDX TO WS-S
                    IF SREG-ENTITY(SR-IDX) = DSP-ENTITY(DS-IDX)
                       AND SREG-COUNTRY(SR-IDX) = DSP-COUNTRY(DS-IDX)
                       AND SREG-PERIOD(SR-IDX) = DSP-PERIOD(DS-IDX)
                       AND SREG-VERSION(SR-IDX) = DSP-VERSION(DS-IDX)
                       MOVE WS-S TO WS-HIT
                    END-IF
                 END-PERFORM
                 IF WS-HIT = 0
                    MOVE 'NO REGISTER ROW' TO WS-RPT-DETAIL
                    DISPLAY 'WARNING: ' WS-PROG-NAME ' no register row'
                       ' for ' DSP-ENTITY(DS-IDX) ' '
                       DSP-COUNTRY(DS-IDX) ' ' DSP-PERIOD(DS-IDX)
                       ' version ' DSP-VERSION(DS-IDX)
                 ELSE
                    SET SR-IDX TO WS-HIT
                    IF SREG-XMIT-TS(SR-IDX) = SPACES
                       MOVE DSP-TS(DS-IDX) TO SREG-XMIT-TS(SR-IDX)
                       MOVE 'Y' TO WS-REG-CHANGED
                    END-IF
                    IF SREG-STATUS(SR-IDX) = 'PENDING'
                       MOVE 'TRANSMITTED' TO SREG-STATUS(SR-IDX)
                       MOVE 'Y' TO WS-REG-CHANGED
                       MOVE 'REGISTER POSTED' TO WS-RPT-DETAIL
                    ELSE
                       STRING 'ALREADY '
                          SREG-STATUS(SR-IDX)
                          DELIMITED BY SIZE INTO WS-RPT-DETAIL
                       END-STRING
                    END-IF
                 END-IF
              WHEN 'NO LOG'
                 ADD 1 TO WS-NOLOG
                 MOVE 'TRANSFER NOT LOGGED YET' TO WS-RPT-DETAIL
              WHEN OTHER
                 ADD 1 TO WS-FAILED
                 MOVE 'NOT TRANSMITTED - RESEND' TO WS-RPT-DETAIL
           END-EVALUATE

           MOVE DSP-ENTITY(DS-IDX)    TO WS-RPT-ENTITY
           MOVE DSP-COUNTRY(DS-IDX)   TO WS-RPT-CTRY
           MOVE DSP-PERIOD(DS-IDX)    TO WS-RPT-PERIOD
           MOVE DSP-VERSION(DS-IDX)   TO WS-RPT-VERSION
           MOVE DSP-STATE(DS-IDX)     TO WS-RPT-STATE
           MOVE DSP-BYTES(DS-IDX)     TO WS-RPT-EXP-BYTES
           MOVE DSP-GOT-BYTES(DS-IDX) TO WS-RPT-GOT-BYTES
           MOVE DSP-CKSUM(DS-IDX)     TO WS-RPT-EXP-CKSUM
           MOVE DSP-GOT-CKSUM(DS-IDX) TO WS-RPT-GOT-CKSUM
           MOVE DSP-TS(DS-IDX)        TO WS-RPT-TS
           WRITE RPT-REC FROM WS-RPT-LINE.

       REWRITE-SUBMISSION-REGISTER.

           OPEN OUTPUT SREGFILE

           MOVE 'C' TO WS-SRG-FUNCTION
           CALL WS-PGM-PAYSRGDB USING BY REFERENCE
              WS-SRG-FUNCTION SREG-IO-REC WS-SRG-FAILED
           END-CALL
           MOVE 'R' TO WS-SRG-FUNCTION

           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > SREG-NUM
              SET SR-IDX TO WS-S
              MOVE SPACES TO SREG-IO-REC
              MOVE SREG-ENTITY(SR-IDX)  TO SREG-IO-ENTITY
              MOVE SREG-COUNTRY(SR-IDX) TO SREG-IO-COUNTRY
              MOVE SREG-PERIOD(SR-IDX)  TO SREG-IO-PERIOD
              MOVE SREG-VERSION(SR-IDX) TO SREG-IO-VERSION
              MOVE SREG-DATE(SR-IDX)    TO SREG-IO-DATE
              MOVE SREG-COUNT(SR-IDX)   TO SREG-IO-COUNT
              MOVE SREG-TOTAL(SR-IDX)   TO SREG-IO-TOTAL
              MOVE SREG-STATUS(SR-IDX)  TO SREG-IO-STATUS
              MOVE SREG-REGREF(SR-IDX)  TO SREG-IO-REGREF
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

       END PROGRAM PAYXMIT.
