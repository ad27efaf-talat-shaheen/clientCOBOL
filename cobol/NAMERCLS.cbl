      ******************************************************************
      * Author:
      * Date:
      * Purpose:one-page status listing of the nightly run-control file
      *         NAMEPRUN that NAMERCTL keeps - where each of the most
      *         recent 20 business dates stands. One line per night
      *         shows every step (EDIT, PARSE, RESOLVE, LOAD, MERGE,
      *         BALANCE, ARCHIVE) as completed, failed, started or
      *         not run, with its last return code and a mark when it
      *         took more than one attempt, followed by what the
      *         night is waiting for: the steps whose prerequisites
      *         are complete and may run now, a PARSE waiting for its
      *         STRNGRST restart, or nothing at all. Read-only - it
      *         never changes NAMEPRUN. Listing on NAMEPRCL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMERCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO NAMEPRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RN-BUSINESS-DATE
               FILE STATUS IS WS-RUN-STATUS.
           SELECT STATUS-LISTING-FILE ASSIGN TO NAMEPRCL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-RECORD.
           05  RN-BUSINESS-DATE      PIC X(8).
           05  RN-STEP-ENTRY OCCURS 7 TIMES.
               10  RN-STEP-STATUS    PIC X(1).
                   88  RN-STEP-NOT-RUN   VALUE SPACE.
                   88  RN-STEP-STARTED   VALUE 'S'.
                   88  RN-STEP-COMPLETE  VALUE 'C'.
                   88  RN-STEP-FAILED    VALUE 'F'.
               10  RN-STEP-RC        PIC 9(2).
               10  RN-STEP-ATTEMPTS  PIC 9(2).
               10  RN-STEP-START-DATE PIC X(8).
               10  RN-STEP-START-TIME PIC X(6).
               10  RN-STEP-END-DATE  PIC X(8).
               10  RN-STEP-END-TIME  PIC X(6).
       FD  STATUS-LISTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STATUS-LISTING-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS PIC X(2).
       01  WS-EOF-SW PIC X VALUE 'N'.
           88  WS-EOF VALUE 'Y'.
       01  WS-NIGHT-COUNT PIC 9(6) VALUE 0.
       01  WS-SKIP-COUNT PIC 9(6) VALUE 0.
       01  WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01  WS-WAITING-COUNT PIC 9(6) VALUE 0.
       01  WS-MAX-NIGHTS PIC 9(6) VALUE 20.
       01  WS-STEP-IX PIC 9(2) VALUE 0.
       01  WS-PRE-IX PIC 9(2) VALUE 0.
       01  WS-PARSE-IX PIC 9(2) VALUE 2.
       01  WS-READY-SW PIC X VALUE 'N'.
           88  WS-STEP-READY VALUE 'Y'.
       01  WS-STANDING-PTR PIC 9(3) VALUE 1.
      *THE SAME STEP ORDER AND PREREQUISITES NAMERCTL ENFORCES.
       01  WS-STEP-TABLE-VALUES.
           05  FILLER PIC X(15) VALUE 'EDIT    NNNNNNN'.
           05  FILLER PIC X(15) VALUE 'PARSE   YNNNNNN'.
           05  FILLER PIC X(15) VALUE 'RESOLVE NYNNNNN'.
           05  FILLER PIC X(15) VALUE 'LOAD    NYNNNNN'.
           05  FILLER PIC X(15) VALUE 'MERGE   NYNNNNN'.
           05  FILLER PIC X(15) VALUE 'BALANCE NNNYYNN'.
           05  FILLER PIC X(15) VALUE 'ARCHIVE NNNNNYN'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05  WS-STEP-DEF OCCURS 7 TIMES.
               10  WS-STEP-NAME      PIC X(8).
               10  WS-STEP-PREREQ    PIC X(1) OCCURS 7 TIMES.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY PIC 9(4).
           05  WS-RUN-MM   PIC 9(2).
           05  WS-RUN-DD   PIC 9(2).
       01  WS-RUN-DATE-X.
           05  WS-RD-MM PIC 9(2).
           05  FILLER PIC X VALUE '/'.
           05  WS-RD-DD PIC 9(2).
           05  FILLER PIC X VALUE '/'.
           05  WS-RD-YYYY PIC 9(4).
       01  WS-REPORT-HDR1.
           05  FILLER PIC X(38)
               VALUE 'NAME NIGHTLY RUN-CONTROL STATUS DATE: '.
           05  RH-RUN-DATE PIC X(10).
       01  WS-REPORT-HDR2.
           05  FILLER PIC X(10) VALUE 'BUS DATE  '.
           05  FILLER PIC X(9)  VALUE 'EDIT'.
           05  FILLER PIC X(9)  VALUE 'PARSE'.
           05  FILLER PIC X(9)  VALUE 'RESOLVE'.
           05  FILLER PIC X(9)  VALUE 'LOAD'.
           05  FILLER PIC X(9)  VALUE 'MERGE'.
           05  FILLER PIC X(9)  VALUE 'BALANCE'.
           05  FILLER PIC X(9)  VALUE 'ARCHIVE'.
           05  FILLER PIC X(8)  VALUE 'STANDING'.
       01  WS-DETAIL-LINE.
           05  DL-BUSINESS-DATE PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DL-STEP-CELL OCCURS 7 TIMES.
               10  DL-STEP-STATE PIC X(4).
               10  DL-STEP-RC    PIC X(2).
               10  DL-STEP-RERUN PIC X(1).
               10  FILLER        PIC X(2).
           05  DL-STANDING      PIC X(59).
       01  WS-SUMMARY-LISTED.
           05  FILLER PIC X(26) VALUE 'NIGHTS LISTED:            '.
           05  SM-LISTED-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-NIGHTS.
           05  FILLER PIC X(26) VALUE 'NIGHTS ON NAMEPRUN:       '.
           05  SM-NIGHT-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-WAITING.
           05  FILLER PIC X(26) VALUE 'PARSES AWAITING RESTART:  '.
           05  SM-WAITING-COUNT PIC ZZZ,ZZ9.
       01  WS-LEGEND-LINE1.
           05  FILLER PIC X(32) VALUE 'OK NN   = COMPLETED, RC NN'.
           05  FILLER PIC X(40) VALUE
               'FAIL NN = ENDED RC NN, NOT COMPLETE'.
       01  WS-LEGEND-LINE2.
           05  FILLER PIC X(32) VALUE 'RUN     = STARTED, NOT ENDED'.
           05  FILLER PIC X(40) VALUE
               '.       = NOT RUN  + = RUN TWICE OR MORE'.
       LINKAGE SECTION.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT STATUS-LISTING-FILE.
           PERFORM WRITE-REPORT-HEADERS.
           PERFORM COUNT-NIGHTS.
           IF WS-RUN-STATUS = '00' OR WS-RUN-STATUS = '10'
               PERFORM LIST-RECENT-NIGHTS
               PERFORM WRITE-SUMMARY
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'NAMERCLS: CANNOT OPEN NAMEPRUN, FILE STATUS '
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           CLOSE STATUS-LISTING-FILE.
           STOP RUN.

       WRITE-REPORT-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY TO WS-RD-YYYY.
           MOVE WS-RUN-MM TO WS-RD-MM.
           MOVE WS-RUN-DD TO WS-RD-DD.
           MOVE WS-RUN-DATE-X TO RH-RUN-DATE.
           MOVE WS-REPORT-HDR1 TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.
           MOVE SPACES TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.
           MOVE WS-REPORT-HDR2 TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.

      *FIRST PASS ONLY COUNTS THE NIGHTS, SO THE SECOND CAN SKIP ALL
      *BUT THE LAST 20 - NAMEPRUN IS IN BUSINESS-DATE ORDER. A RUN
      *CONTROL FILE THAT DOES NOT EXIST YET (STATUS 35) LISTS NO
      *NIGHTS RATHER THAN FAILING.
       COUNT-NIGHTS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-STATUS = '35'
               MOVE '10' TO WS-RUN-STATUS
           ELSE
               IF WS-RUN-STATUS = '00'
                   PERFORM READ-RUN-CONTROL
                   PERFORM UNTIL WS-EOF
                       ADD 1 TO WS-NIGHT-COUNT
                       IF RN-STEP-STARTED(WS-PARSE-IX)
                           OR RN-STEP-FAILED(WS-PARSE-IX)
                           ADD 1 TO WS-WAITING-COUNT
                       END-IF
                       PERFORM READ-RUN-CONTROL
                   END-PERFORM
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.

       LIST-RECENT-NIGHTS.
           IF WS-NIGHT-COUNT > WS-MAX-NIGHTS
               COMPUTE WS-SKIP-COUNT = WS-NIGHT-COUNT - WS-MAX-NIGHTS
           END-IF.
           IF WS-NIGHT-COUNT > 0
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT RUN-CONTROL-FILE
               PERFORM READ-RUN-CONTROL
               PERFORM UNTIL WS-EOF
                   IF WS-SKIP-COUNT > 0
                       SUBTRACT 1 FROM WS-SKIP-COUNT
                   ELSE
                       PERFORM WRITE-NIGHT-LINE
                   END-IF
                   PERFORM READ-RUN-CONTROL
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       WRITE-NIGHT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RN-BUSINESS-DATE TO DL-BUSINESS-DATE.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1 UNTIL WS-STEP-IX > 7
               PERFORM FORMAT-STEP-CELL
           END-PERFORM.
           PERFORM FORMAT-STANDING.
           MOVE WS-DETAIL-LINE TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.
           ADD 1 TO WS-LISTED-COUNT.

       FORMAT-STEP-CELL.
           EVALUATE TRUE
               WHEN RN-STEP-COMPLETE(WS-STEP-IX)
                   MOVE 'OK' TO DL-STEP-STATE(WS-STEP-IX)
                   MOVE RN-STEP-RC(WS-STEP-IX) TO DL-STEP-RC(WS-STEP-IX)
               WHEN RN-STEP-FAILED(WS-STEP-IX)
                   MOVE 'FAIL' TO DL-STEP-STATE(WS-STEP-IX)
                   MOVE RN-STEP-RC(WS-STEP-IX) TO DL-STEP-RC(WS-STEP-IX)
               WHEN RN-STEP-STARTED(WS-STEP-IX)
                   MOVE 'RUN' TO DL-STEP-STATE(WS-STEP-IX)
               WHEN OTHER
                   MOVE '.' TO DL-STEP-STATE(WS-STEP-IX)
           END-EVALUATE.
           IF RN-STEP-ATTEMPTS(WS-STEP-IX) IS NUMERIC
               AND RN-STEP-ATTEMPTS(WS-STEP-IX) > 1
               MOVE '+' TO DL-STEP-RERUN(WS-STEP-IX)
           END-IF.

      *A PARSE THAT STARTED AND DID NOT COMPLETE OUTRANKS EVERYTHING
      *ELSE ON THE LINE - NAMERCTL REFUSES EVERY STEP OF EVERY NIGHT
      *UNTIL IT IS RESTARTED. OTHERWISE THE STEPS NOT YET COMPLETE
      *WHOSE PREREQUISITES ARE ARE LISTED AS READY TO RUN.
       FORMAT-STANDING.
           EVALUATE TRUE
               WHEN RN-STEP-STARTED(WS-PARSE-IX)
                   OR RN-STEP-FAILED(WS-PARSE-IX)
                   MOVE 'PARSE RUNNING OR WAITING FOR STRNGRST RESTART'
                       TO DL-STANDING
               WHEN OTHER
                   MOVE 1 TO WS-STANDING-PTR
                   PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > 7
                       PERFORM CHECK-STEP-READY
                   END-PERFORM
                   IF WS-STANDING-PTR = 1
                       MOVE 'NIGHT COMPLETE' TO DL-STANDING
                   END-IF
           END-EVALUATE.

       CHECK-STEP-READY.
           IF NOT RN-STEP-COMPLETE(WS-STEP-IX)
               SET WS-STEP-READY TO TRUE
               PERFORM VARYING WS-PRE-IX FROM 1 BY 1
                   UNTIL WS-PRE-IX > 7
                   IF WS-STEP-PREREQ(WS-STEP-IX, WS-PRE-IX) = 'Y'
                       AND NOT RN-STEP-COMPLETE(WS-PRE-IX)
                       MOVE 'N' TO WS-READY-SW
                   END-IF
               END-PERFORM
               IF WS-STEP-READY
                   IF WS-STANDING-PTR = 1
                       STRING 'READY:' DELIMITED BY SIZE
                           INTO DL-STANDING
                           WITH POINTER WS-STANDING-PTR
                       END-STRING
                   END-IF
                   STRING ' ' DELIMITED BY SIZE
                       WS-STEP-NAME(WS-STEP-IX) DELIMITED BY SPACE
                       INTO DL-STANDING
                       WITH POINTER WS-STANDING-PTR
                   END-STRING
               END-IF
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.
           MOVE WS-LISTED-COUNT TO SM-LISTED-COUNT.
           MOVE WS-SUMMARY-LISTED TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.
           MOVE WS-NIGHT-COUNT TO SM-NIGHT-COUNT.
           MOVE WS-SUMMARY-NIGHTS TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.
           MOVE WS-WAITING-COUNT TO SM-WAITING-COUNT.
           MOVE WS-SUMMARY-WAITING TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.
           MOVE SPACES TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.
           MOVE WS-LEGEND-LINE1 TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.
           MOVE WS-LEGEND-LINE2 TO STATUS-LISTING-RECORD.
           WRITE STATUS-LISTING-RECORD.
