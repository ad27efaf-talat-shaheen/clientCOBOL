      * Date:
      * Purpose:feed-edit front end to NAMEJOB - runs as its own step
      *         ahead of PARSE and takes nothing under the NAMEPARS DD
      *         on faith: every record's type must be D, B, T, C or H
      *         (C = NAMEFIX correction record, H = optional drop
      *         header naming the feed source - it must be the first
      *         record of its drop and carry a non-blank source),
      *         every data record's NP-SEQ-NO must be numeric and in
      *         ascending order with
      *         no duplicates within its drop, every drop must end in
      *         a trailer, and every trailer's count fields must be
      *         numeric and agree with the data records actually read
      *         AND RESETS THE SEQUENCE CHECKS, THE SAME WAY NAMEJOB
      *         TREATS IT (A CORRECTION BATCH KEEPS ITS ORIGINAL
      *         SEQ-NOS, SO SEQUENCE IS ONLY CHECKED WITHIN A DROP).
      *         Runs only when the nightly run control (NAMERCTL,
      *         over NAMEPRUN) allows the EDIT step for the business
      *         date, and otherwise ends with NAMERCTL's refusal code
      *         (16 prerequisite not complete, 20 already ran, 24 a
      *         PARSE waiting for restart) without touching a file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  NAME-PARSE-RECORD.
           05  NP-REC-TYPE       PIC X(1).
               88  NP-IS-TRAILER VALUE 'T'.
               88  NP-IS-HEADER  VALUE 'H'.
               88  NP-IS-DATA    VALUE 'D'.
               88  NP-IS-BUSINESS VALUE 'B'.
               88  NP-IS-CORRECTION VALUE 'C'.
               88  NP-TYPE-VALID VALUES 'T' 'H' 'D' 'B' 'C'.
           05  NP-SEQ-NO         PIC X(6).
           05  NP-SEQ-NO-N REDEFINES NP-SEQ-NO PIC 9(6).
           05  NP-INSPECT-TEXT   PIC X(25).
       01  WS-SUMMARY-VERDICT.
           05  FILLER PIC X(14) VALUE 'FEED VERDICT: '.
           05  SM-VERDICT PIC X(25).
      *NIGHTLY RUN CONTROL - NAMERCTL DECIDES WHETHER THIS STEP MAY
      *RUN FOR THE BUSINESS DATE AND RECORDS HOW IT ENDED.
       01  WS-RCTL-FUNCTION PIC X(1).
       01  WS-RCTL-STEP PIC X(8) VALUE 'EDIT'.
       01  WS-RCTL-STEP-RC PIC 9(2) VALUE 0.
       01  WS-RCTL-RESULT PIC 9(2) VALUE 0.
       01  WS-RCTL-BUSINESS-DATE PIC X(8).
       LINKAGE SECTION.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BEGIN-RUN-CONTROL.
           IF WS-RCTL-RESULT NOT = 0
               MOVE WS-RCTL-RESULT TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM READ-CONTROL-RECORD.
           PERFORM WRITE-REPORT-HEADERS.
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

      *ASKS NAMERCTL WHETHER THIS STEP MAY RUN - A REFUSAL IS
      *EXPLAINED ON SYSOUT BY NAMERCTL, AND ITS RESULT BECOMES THE
      *RETURN CODE BEFORE ANY FILE IS OPENED.
       BEGIN-RUN-CONTROL.
           MOVE 'B' TO WS-RCTL-FUNCTION.
           MOVE 0 TO WS-RCTL-STEP-RC.
           CALL 'NAMERCTL' USING WS-RCTL-FUNCTION, WS-RCTL-STEP,
               WS-RCTL-STEP-RC, WS-RCTL-RESULT, WS-RCTL-BUSINESS-DATE.

      *RECORDS HOW THE STEP ENDED. THE CALL RESETS RETURN-CODE, SO
      *THE STEP'S OWN CODE IS PUT BACK AFTERWARDS - UNLESS NAMEPRUN
      *COULD NOT BE UPDATED, WHICH MUST NOT PASS FOR A CLEAN END.
       END-RUN-CONTROL.
           MOVE 'E' TO WS-RCTL-FUNCTION.
           MOVE RETURN-CODE TO WS-RCTL-STEP-RC.
           CALL 'NAMERCTL' USING WS-RCTL-FUNCTION, WS-RCTL-STEP,
               WS-RCTL-STEP-RC, WS-RCTL-RESULT, WS-RCTL-BUSINESS-DATE.
           IF WS-RCTL-RESULT NOT = 0
               MOVE WS-RCTL-RESULT TO RETURN-CODE
           ELSE
               MOVE WS-RCTL-STEP-RC TO RETURN-CODE
           END-IF.

       OPEN-FILES.
           OPEN INPUT NAME-PARSE-FILE.
           OPEN OUTPUT EDIT-REPORT-FILE.
               MOVE 'INVALID RECORD TYPE' TO EL-FINDING
               PERFORM WRITE-ERROR-LINE
           END-IF.
           EVALUATE TRUE
               WHEN NP-IS-TRAILER
                   PERFORM EDIT-TRAILER-RECORD
               WHEN NP-IS-HEADER
                   PERFORM EDIT-HEADER-RECORD
               WHEN NP-TYPE-VALID
                   PERFORM EDIT-DATA-RECORD
           END-EVALUATE.

      *A HEADER OPENS A DROP AND NAMES ITS FEED SOURCE, WHICH NAMEJOB
      *STAMPS ON EVERY OUTPUT RECORD OF THE DROP - ONE ARRIVING
      *AFTER THE DROP HAS STARTED WOULD CREDIT THE RECORDS AHEAD OF
      *IT TO THE WRONG SOURCE. IT IS NOT A DATA RECORD AND DOES NOT
      *COUNT TOWARD THE TRAILER'S TOTALS.
       EDIT-HEADER-RECORD.
           IF WS-IN-DROP
               MOVE 'HEADER NOT AT START OF DROP' TO EL-FINDING
               PERFORM WRITE-ERROR-LINE
           END-IF.
           IF NP-INSPECT-TEXT(1:8) = SPACES
               MOVE 'HEADER HAS NO FEED SOURCE' TO EL-FINDING
               PERFORM WRITE-ERROR-LINE
           END-IF.
           SET WS-IN-DROP TO TRUE.

      *SEQUENCE IS ONLY MEANINGFUL WITHIN ONE DROP - A SEQ-NO EQUAL
      *TO AN EARLIER ONE IS A DUPLICATE, A LOWER ONE IS OUT OF
