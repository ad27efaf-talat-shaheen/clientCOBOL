      *         Correction records go out as NP-REC-TYPE 'C' so
      *         NAMEJOB can tell them from regular 'D' data and
      *         NAMERSLV can resolve the original exception when they
      *         flow back through a run. The file opens with an 'H'
      *         header naming NAMEFIX as its feed source, so the
      *         corrections' output records show where they came from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  EX-IS-RESOLVED  VALUE 'R'.
           05  EX-LOGGED-DATE    PIC X(10).
           05  EX-STATUS-DATE    PIC X(10).
      *LINEAGE OF THE RUN AND DROP THAT REJECTED THE RECORD.
           05  EX-RUN-ID         PIC X(14).
           05  EX-DROP-NO        PIC 9(4).
           05  EX-FEED-SOURCE    PIC X(8).
       FD  EXCEPT-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXCEPT-WORK-RECORD    PIC X(118).
       FD  NAME-PARSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           PERFORM SET-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM READ-CONTROL-RECORD.
           PERFORM WRITE-HEADER-RECORD.
           PERFORM READ-EXCEPTION-FILE.
           PERFORM UNTIL WS-EOF
               PERFORM PROCESS-EXCEPTION-RECORD
           WRITE NAME-PARSE-RECORD.
           ADD 1 TO WS-REC-COUNT.

      *THE DROP HEADER - FEED SOURCE IN NP-INSPECT-TEXT 1-8, WHICH
      *NAMEJOB CARRIES ONTO THE LINEAGE OF EVERY RECORD IN THE DROP.
       WRITE-HEADER-RECORD.
           MOVE 'H' TO NP-REC-TYPE.
           MOVE 0 TO NP-SEQ-NO.
           MOVE SPACES TO NP-INSPECT-TEXT.
           MOVE SPACES TO NP-UNSTR-TEXT.
           MOVE 'NAMEFIX' TO NP-INSPECT-TEXT(1:8).
           WRITE NAME-PARSE-RECORD.

      *WRITES A TRAILER RECORD IN THE SAME FORMAT NAMEJOB EXPECTS FROM
      *NAMEPARS.DAT SO THIS CORRECTION FILE RECONCILES CLEANLY WHEN IT
      *IS RESUBMITTED AS ITS OWN NAMEJOB RUN (OR CONCATENATED AHEAD OF
