               88  EX-IS-RESOLVED  VALUE 'R'.
           05  EX-LOGGED-DATE    PIC X(10).
           05  EX-STATUS-DATE    PIC X(10).
           05  EX-RUN-ID         PIC X(14).
           05  EX-DROP-NO        PIC 9(4).
           05  EX-FEED-SOURCE    PIC X(8).
       FD  AGING-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
