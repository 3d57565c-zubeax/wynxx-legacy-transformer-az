       FD  SREGFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 171 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SREG-IO-REC.
       COPY 'CPBKSRG'.
               10  SREG-COUNTRY     PIC X(2).
               10  SREG-PERIOD      PIC X(7).
               10  SREG-VERSION     PIC 9(3).
               10  SREG-STATUS      PIC X(11).

       01  FILLER                   PIC X(40)  VALUE
           '*** Host variables for Db2 ***'.
