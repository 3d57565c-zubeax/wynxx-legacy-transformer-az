      * CPBKAGG.cpy
      * Service/channel/SCA breakdown of a country's transactions -
      * the main statistical table of the PSD2 return. Built by SUBAGG
      * one fetched batch at a time, compared against the prior run by
      * SUBDLT and rendered by SUBFMT; the caller zeroes AGG-NUM once
      * before a country's first batch. Kept sorted on the first 63
      * bytes of AGG-ENTRY (service, channel, SCA, cross-border flag,
      * direction), the same key PRIOR-AGG-TABLE carries.
       01  AGG-TABLE.
           05  AGG-NUM              PIC 9(9) COMP VALUE 0.
           05  AGG-MAX              PIC 9(9) COMP VALUE 5000.
           05  AGG-OVERFLOW         PIC X(1) VALUE 'N'.
           05  AGG-ROWS OCCURS 1 TO 5000 DEPENDING ON AGG-NUM
                                         INDEXED BY AG-IDX.
               10  AGG-ENTRY.
                   15  AE-SERVICE   PIC X(30).
                   15  AE-CHANNEL   PIC X(30).
                   15  AE-SCA       PIC X(1).
                   15  AE-CB-FLAG   PIC X(1).
                   15  AE-DIRECTION PIC X(1).
                   15  AE-COUNT     PIC 9(9) COMP.
                   15  AE-TOTAL     PIC 9(13)V99.
                   15  AE-REV-COUNT PIC 9(9) COMP.
                   15  AE-REV-TOTAL PIC 9(13)V99.
