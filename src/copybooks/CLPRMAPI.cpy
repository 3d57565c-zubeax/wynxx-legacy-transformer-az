      * CLPRMAPI.cpy
      * Request/response structure of the CLPARM batch parameter
      * subprogram. A CLAPP batch passes its parameter card image
      * and the card fields that may instead be kept in
      * CLAPP.BATCH_PARMS (maintained on the CLORDCIC supervisor
      * screen); CLPARM lays the value in force today for each field
      * over the card, so the card counts only where the table has
      * no entry, and registers the field list in
      * CLAPP.BATCH_PARM_DEFS so the screen knows it.
      * BPR-DEF: one card field - name, card column and length, type
      * (N digits, right-justified with leading zeros; X text) and a
      * description. Column 000 lays nothing on the card; the value
      * only comes back in BPR-RESP-VALUE. The list ends at the
      * first blank name. A batch keeps its list as a VALUE table of
      * 48-byte entries and moves it to BPR-DEFS.
       01  BPR-REQUEST.
           05  BPR-PROGRAM         PIC X(8).
           05  BPR-CARD            PIC X(160).
           05  BPR-DEFS.
               10  BPR-DEF         OCCURS 12 TIMES.
                   15  BPR-DEF-NAME PIC X(12).
                   15  BPR-DEF-COL  PIC 9(3).
                   15  BPR-DEF-LEN  PIC 9(2).
                   15  BPR-DEF-TYPE PIC X(1).
                   15  BPR-DEF-DESC PIC X(30).

      * BPR-RESP-RC: 00 table read (BPR-CARD now holds the settings
      * in force), 04 table not read - the card stands as it was and
      * the reason is in BPR-RESP-MSG.
      * BPR-RESP-APPLIED: fields taken from the table.
      * BPR-RESP-FOUND/VALUE/FROM: per field, in BPR-DEF order - 'Y'
      * with the value and its effective-from date when the table
      * has one in force.
       01  BPR-RESPONSE.
           05  BPR-RESP-RC         PIC 9(2).
           05  BPR-RESP-MSG        PIC X(70).
           05  BPR-RESP-APPLIED    PIC S9(4) COMP.
           05  BPR-RESP-FIELDS.
               10  BPR-RESP-FIELD  OCCURS 12 TIMES.
                   15  BPR-RESP-FOUND PIC X(1).
                   15  BPR-RESP-VALUE PIC X(60).
                   15  BPR-RESP-FROM  PIC X(10).
