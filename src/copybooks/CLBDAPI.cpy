      * CLBDAPI.cpy
      * Request/response structure of the CLBDAY business-day
      * subprogram - shared by every date-driven batch (ORDESC,
      * CLAGING, CLDUN, QUOSWP, PAYDUE) and the CLORDCIC calendar
      * inquiry, so a threshold counts the same days everywhere.
      * Dates are ISO YYYY-MM-DD. The age of a date at another date
      * is the number of counted days after it up to and including
      * the later one.
      * BDY-REQ-TYPE:
      *   'I' day information for BDY-REQ-DATE (type, holiday name,
      *       TARGET2 status) and its next counted day on or after
      *   'N' next counted day on or after BDY-REQ-DATE
      *   'P' last counted day on or before BDY-REQ-DATE
      *   'A' BDY-REQ-DAYS counted days after (negative: before)
      *       BDY-REQ-DATE
      *   'C' age of BDY-REQ-DATE at BDY-REQ-DATE2 - negative when
      *       DATE2 is the earlier date
      *   'B' earliest date whose age at BDY-REQ-DATE is
      *       BDY-REQ-DAYS; "older than N" is "before B(N)"
      * BDY-REQ-BASIS: 'B' (or space) working days of the country's
      * calendar, 'T' TARGET2 settlement days, 'C' calendar days.
      * BDY-REQ-COUNTRY: blank takes COMPANY_PROFILE.COUNTRY.
       01  BDY-REQUEST.
           05  BDY-REQ-TYPE        PIC X(1).
           05  BDY-REQ-BASIS       PIC X(1).
           05  BDY-REQ-COUNTRY     PIC X(2).
           05  BDY-REQ-DATE        PIC X(10).
           05  BDY-REQ-DATE2       PIC X(10).
           05  BDY-REQ-DAYS        PIC S9(9) COMP.

      * BDY-RESP-RC: 00 answered from the calendar, 04 answered but
      * a year of the range is not loaded for the country - Monday
      * to Friday counted as working days there, 08 request invalid.
      * BDY-RESP-DAY-TYPE: W working day, S weekend/rest day,
      * H public holiday.
       01  BDY-RESPONSE.
           05  BDY-RESP-RC         PIC 9(2).
           05  BDY-RESP-MSG        PIC X(70).
           05  BDY-RESP-COUNTRY    PIC X(2).
           05  BDY-RESP-DATE       PIC X(10).
           05  BDY-RESP-DAYS       PIC S9(9) COMP.
           05  BDY-RESP-DAY-TYPE   PIC X(1).
           05  BDY-RESP-T2-CLOSED  PIC X(1).
           05  BDY-RESP-HOLIDAY    PIC X(30).
