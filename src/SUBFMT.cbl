       01  LK-REF-QUARTER    PIC X(2).
       01  LK-REF-MONTH      PIC X(3).
       01  LK-SUBM-VERSION   PIC 9(3).
      * Reporting-format version the period is filed under (the
      * caller's FMTVER control); selects the document layout.
       01  LK-FORMAT-VERSION PIC 9(2).
       01  LK-XML-ENCODING   PIC 9(4) COMP.
       01  LK-AGG-TABLE.
           05  LK-AGG-NUM    PIC 9(9) COMP.
                                LK-REF-HALF LK-REF-QUARTER
                                LK-REF-MONTH
                                LK-SUBM-VERSION
                                LK-FORMAT-VERSION
                                LK-XML-ENCODING
                                LK-AGG-TABLE FRAUD-AGG-TABLE
                                SCHEME-AGG-TABLE CURRENCY-AGG-TABLE
              DELIMITED BY SIZE INTO WS-XML-DECL
           END-STRING

      * One document layout per reporting-format version. A layout
      * that periods have been filed under is never changed in
      * place - a new regulator schema gets its own paragraph and
      * WHEN here, so a resubmission of an old period still renders
      * exactly as it was first filed.
           EVALUATE LK-FORMAT-VERSION
              WHEN 1
                 PERFORM GENERATE-FORMAT-01
              WHEN OTHER
                 DISPLAY 'SUBFMT: reporting-format version '
                    LK-FORMAT-VERSION ' not supported'
                 MOVE 0 TO LK-XML-ROWS
                 MOVE 0 TO LK-CSV-LINE-CNT
                 MOVE 'Y' TO LK-XML-OVERFLOW
           END-EVALUATE

           GOBACK.

      * Format 01: the breakdown, fraud, scheme and currency
      * documents as first filed with the competent authority.
       GENERATE-FORMAT-01.

           MOVE LK-COUNTRY     TO COUNTRY
           MOVE LK-REF-YEAR    TO REF-YEAR
           MOVE LK-REF-HALF    TO REF-HALF
              END-STRING
              DISPLAY WS-ERR-MESSAGE
              MOVE 'Y' TO LK-XML-OVERFLOW
           END-IF.

      * one row per service: counts and values summed across
      * channel, SCA, cross-border and direction; the levelled key
