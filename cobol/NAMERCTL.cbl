      ******************************************************************
      * Author:
      * Date:
      * Purpose:callable run-control check for the nightly NAME steps,
      *         via CALL 'NAMERCTL' USING WS-RCTL-FUNCTION,
      *         WS-RCTL-STEP, WS-RCTL-STEP-RC, WS-RCTL-RESULT,
      *         WS-RCTL-BUSINESS-DATE. The run-control file NAMEPRUN
      *         holds one record per business date with the state of
      *         each step of that night - EDIT (NAMEEDIT), PARSE
      *         (NAMEJOB), RESOLVE (NAMERSLV), LOAD (NAMELOAD), MERGE
      *         (NAMEMRG), BALANCE (NAMEBAL) and ARCHIVE (NAMEARCH).
      *         Each of those programs calls here first thing with
      *         function 'B' (begin - 'R' for a NAMEJOB restart) and
      *         runs only if the result comes back 0; it calls again
      *         with 'E' (end) and its return code as it finishes.
      *         A step is refused, and the result is the return code
      *         the refused program ends with, when:
      *           16 - a step it depends on has not completed for the
      *                business date (PARSE needs EDIT; RESOLVE, LOAD
      *                and MERGE need PARSE; BALANCE needs LOAD and
      *                MERGE; ARCHIVE needs BALANCE);
      *           20 - it has already completed for the business date;
      *           24 - a PARSE (of this or any other night) started
      *                and never completed, so is waiting for its
      *                STRNGRST restart - only that restart may run.
      *         Result 12 means NAMEPRUN or NAMEPBDT could not be used.
      *         A step completes when it ends with a return code no
      *         higher than the one its dependants accept (EDIT and
      *         BALANCE 4, the others 8); otherwise it is left failed
      *         and may be run again - except PARSE, which is then
      *         waiting for restart like a PARSE that abended.
      *         The business date is the YYYYMMDD date on the one-card
      *         file NAMEPBDT, or today's date when that file is
      *         missing or empty, so a night that runs past midnight
      *         keeps the date it started with.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMERCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO NAMEPRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-BUSINESS-DATE
               FILE STATUS IS WS-RUN-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO NAMEPBDT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-RECORD.
           05  RN-BUSINESS-DATE      PIC X(8).
      *ONE ENTRY PER STEP, IN WS-STEP-TABLE ORDER.
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
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE      PIC X(8).
           05  FILLER                PIC X(72).
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS PIC X(2).
       01  WS-RUN-EOF-SW PIC X VALUE 'N'.
           88  WS-RUN-EOF VALUE 'Y'.
       01  WS-RUN-FOUND-SW PIC X VALUE 'N'.
           88  WS-RUN-FOUND VALUE 'Y'.
       01  WS-BDT-EOF-SW PIC X VALUE 'N'.
           88  WS-BDT-EOF VALUE 'Y'.
      *THE BUSINESS DATE IS SETTLED ON THE FIRST CALL AND KEPT FOR
      *THE REST OF THE RUN, SO A STEP'S BEGIN AND END ALWAYS LAND ON
      *THE SAME NIGHT'S RECORD.
       01  WS-BDT-LOADED-SW PIC X VALUE 'N'.
           88  WS-BDT-LOADED VALUE 'Y'.
       01  WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01  WS-BDT-BAD-SW PIC X VALUE 'N'.
           88  WS-BDT-BAD VALUE 'Y'.
       01  WS-PENDING-DATE PIC X(8).
       01  WS-PENDING-SW PIC X VALUE 'N'.
           88  WS-PENDING-RESTART VALUE 'Y'.
       01  WS-MISSING-STEP PIC X(8).
       01  WS-STEP-IX PIC 9(2) VALUE 0.
       01  WS-PRE-IX PIC 9(2) VALUE 0.
       01  WS-PARSE-IX PIC 9(2) VALUE 2.
       01  WS-NOW-DATE PIC X(8).
       01  WS-NOW-TIME PIC X(6).
       01  WS-RESULT-ZZ PIC Z9.
      *THE NIGHT'S STEPS IN RUN ORDER: NAME, THE HIGHEST RETURN CODE
      *THAT STILL COUNTS AS COMPLETE, AND WHICH OF THE SEVEN STEPS
      *(SAME ORDER, 'Y') MUST BE COMPLETE BEFORE IT MAY START.
       01  WS-STEP-TABLE-VALUES.
           05  FILLER PIC X(17) VALUE 'EDIT    04NNNNNNN'.
           05  FILLER PIC X(17) VALUE 'PARSE   08YNNNNNN'.
           05  FILLER PIC X(17) VALUE 'RESOLVE 08NYNNNNN'.
           05  FILLER PIC X(17) VALUE 'LOAD    08NYNNNNN'.
           05  FILLER PIC X(17) VALUE 'MERGE   08NYNNNNN'.
           05  FILLER PIC X(17) VALUE 'BALANCE 04NNNYYNN'.
           05  FILLER PIC X(17) VALUE 'ARCHIVE 08NNNNNYN'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05  WS-STEP-DEF OCCURS 7 TIMES.
               10  WS-STEP-NAME      PIC X(8).
               10  WS-STEP-MAX-RC    PIC 9(2).
               10  WS-STEP-PREREQ    PIC X(1) OCCURS 7 TIMES.
       LINKAGE SECTION.
       01  LS-RCTL-FUNCTION PIC X(1).
           88  LS-RCTL-BEGIN   VALUE 'B'.
           88  LS-RCTL-RESTART VALUE 'R'.
           88  LS-RCTL-END     VALUE 'E'.
       01  LS-RCTL-STEP PIC X(8).
       01  LS-RCTL-STEP-RC PIC 9(2).
       01  LS-RCTL-RESULT PIC 9(2).
       01  LS-RCTL-BUSINESS-DATE PIC X(8).
      ******************************************************************
       PROCEDURE DIVISION USING LS-RCTL-FUNCTION, LS-RCTL-STEP,
           LS-RCTL-STEP-RC, LS-RCTL-RESULT, LS-RCTL-BUSINESS-DATE.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-RCTL-RESULT.
           IF NOT WS-BDT-LOADED
               PERFORM SET-BUSINESS-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE TO LS-RCTL-BUSINESS-DATE.
           PERFORM FIND-STEP.
           IF LS-RCTL-RESULT = 0
               PERFORM OPEN-RUN-CONTROL
           END-IF.
           IF LS-RCTL-RESULT = 0
               EVALUATE TRUE
                   WHEN LS-RCTL-BEGIN OR LS-RCTL-RESTART
                       PERFORM BEGIN-STEP
                   WHEN LS-RCTL-END
                       PERFORM END-STEP
                   WHEN OTHER
                       DISPLAY 'NAMERCTL: UNKNOWN FUNCTION '''
                           LS-RCTL-FUNCTION ''' FOR ' LS-RCTL-STEP
                       MOVE 12 TO LS-RCTL-RESULT
               END-EVALUATE
               CLOSE RUN-CONTROL-FILE
           END-IF.
           GOBACK.

      *A DATE CARD THAT IS THERE BUT IS NOT A DATE IS AN ERROR, NOT
      *A REASON TO FALL BACK TO TODAY - RUNNING A STEP AGAINST THE
      *WRONG NIGHT IS EXACTLY WHAT THIS CHECK IS MEANT TO PREVENT.
       SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END MOVE 'Y' TO WS-BDT-EOF-SW
           END-READ.
           IF NOT WS-BDT-EOF AND BD-BUSINESS-DATE NOT = SPACES
               IF BD-BUSINESS-DATE IS NUMERIC
                   MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY 'NAMERCTL: NAMEPBDT DATE CARD '''
                       BD-BUSINESS-DATE ''' IS NOT YYYYMMDD'
                   SET WS-BDT-BAD TO TRUE
               END-IF
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
           SET WS-BDT-LOADED TO TRUE.

       FIND-STEP.
           IF WS-BDT-BAD
               MOVE 12 TO LS-RCTL-RESULT
           ELSE
               MOVE 0 TO WS-STEP-IX
               PERFORM VARYING WS-PRE-IX FROM 1 BY 1
                   UNTIL WS-PRE-IX > 7 OR WS-STEP-IX > 0
                   IF WS-STEP-NAME(WS-PRE-IX) = LS-RCTL-STEP
                       MOVE WS-PRE-IX TO WS-STEP-IX
                   END-IF
               END-PERFORM
               IF WS-STEP-IX = 0
                   DISPLAY 'NAMERCTL: UNKNOWN STEP ' LS-RCTL-STEP
                   MOVE 12 TO LS-RCTL-RESULT
               END-IF
           END-IF.

      *NAMEPRUN IS CREATED EMPTY THE FIRST TIME ANY STEP RUNS (FILE
      *STATUS 35), THE SAME WAY NAMEMRG CREATES ITS MASTER.
       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'NAMERCTL: CANNOT OPEN NAMEPRUN, FILE STATUS '
                   WS-RUN-STATUS
               MOVE 12 TO LS-RCTL-RESULT
           END-IF.

      *THE ORDER OF THE TESTS IS THE ORDER OF PRECEDENCE: A PARSE
      *WAITING FOR RESTART STOPS EVERYTHING BUT THAT RESTART, THEN A
      *STEP THAT HAS ALREADY COMPLETED MAY NOT RUN AGAIN, THEN ITS
      *PREREQUISITES MUST BE COMPLETE. A RESTART WITH NO PARSE
      *WAITING FOR ONE IS CHECKED LIKE AN ORDINARY START.
       BEGIN-STEP.
           PERFORM FIND-PENDING-RESTART.
           PERFORM READ-RUN-RECORD.
           EVALUATE TRUE
               WHEN WS-PENDING-RESTART
                   AND LS-RCTL-RESTART
                   AND WS-STEP-IX = WS-PARSE-IX
                   AND WS-PENDING-DATE = WS-BUSINESS-DATE
                   DISPLAY 'NAMERCTL: PARSE RESTARTING FOR '
                       WS-BUSINESS-DATE
                   PERFORM MARK-STEP-STARTED
               WHEN WS-PENDING-RESTART
                   DISPLAY 'NAMERCTL: ' LS-RCTL-STEP ' REFUSED FOR '
                       WS-BUSINESS-DATE ' - PARSE FOR '
                       WS-PENDING-DATE ' IS WAITING FOR RESTART'
                   MOVE 24 TO LS-RCTL-RESULT
               WHEN RN-STEP-COMPLETE(WS-STEP-IX)
                   DISPLAY 'NAMERCTL: ' LS-RCTL-STEP ' REFUSED FOR '
                       WS-BUSINESS-DATE ' - ALREADY COMPLETED '
                       RN-STEP-END-DATE(WS-STEP-IX) ' '
                       RN-STEP-END-TIME(WS-STEP-IX)
                   MOVE 20 TO LS-RCTL-RESULT
               WHEN OTHER
                   PERFORM CHECK-PREREQUISITES
                   IF WS-MISSING-STEP NOT = SPACES
                       DISPLAY 'NAMERCTL: ' LS-RCTL-STEP
                           ' REFUSED FOR ' WS-BUSINESS-DATE
                           ' - ' WS-MISSING-STEP ' HAS NOT COMPLETED'
                       MOVE 16 TO LS-RCTL-RESULT
                   ELSE
                       PERFORM MARK-STEP-STARTED
                   END-IF
           END-EVALUATE.

      *A STEP THAT FAILS CAN SIMPLY BE RUN AGAIN ONCE THE CAUSE IS
      *FIXED. A PARSE CANNOT - ITS OUTPUTS ARE HALF WRITTEN - SO A
      *FAILED PARSE IS LEFT WAITING FOR RESTART LIKE AN ABENDED ONE.
       END-STEP.
           PERFORM READ-RUN-RECORD.
           PERFORM SET-NOW.
           MOVE LS-RCTL-STEP-RC TO RN-STEP-RC(WS-STEP-IX).
           MOVE WS-NOW-DATE TO RN-STEP-END-DATE(WS-STEP-IX).
           MOVE WS-NOW-TIME TO RN-STEP-END-TIME(WS-STEP-IX).
           IF LS-RCTL-STEP-RC > WS-STEP-MAX-RC(WS-STEP-IX)
               SET RN-STEP-FAILED(WS-STEP-IX) TO TRUE
               MOVE LS-RCTL-STEP-RC TO WS-RESULT-ZZ
               DISPLAY 'NAMERCTL: ' LS-RCTL-STEP ' FOR '
                   WS-BUSINESS-DATE ' ENDED RC=' WS-RESULT-ZZ
                   ' - NOT COMPLETE'
           ELSE
               SET RN-STEP-COMPLETE(WS-STEP-IX) TO TRUE
           END-IF.
           PERFORM WRITE-RUN-RECORD.

      *ANY NIGHT, NOT JUST THIS ONE: THE NEXT NIGHT'S EDIT OR PARSE
      *WOULD OVERWRITE THE RUN-BASE AND TABLE CHECKPOINTS THE WAITING
      *RESTART NEEDS.
       FIND-PENDING-RESTART.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE 'N' TO WS-RUN-EOF-SW.
           MOVE LOW-VALUES TO RN-BUSINESS-DATE.
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RN-BUSINESS-DATE
               INVALID KEY MOVE 'Y' TO WS-RUN-EOF-SW
           END-START.
           PERFORM UNTIL WS-RUN-EOF OR WS-PENDING-RESTART
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-RUN-EOF-SW
               END-READ
               IF NOT WS-RUN-EOF
                   IF RN-STEP-STARTED(WS-PARSE-IX)
                       OR RN-STEP-FAILED(WS-PARSE-IX)
                       SET WS-PENDING-RESTART TO TRUE
                       MOVE RN-BUSINESS-DATE TO WS-PENDING-DATE
                   END-IF
               END-IF
           END-PERFORM.

      *NAMES THE FIRST PREREQUISITE (IN RUN ORDER) NOT YET COMPLETE
      *FOR THE BUSINESS DATE, OR LEAVES SPACES WHEN ALL ARE.
       CHECK-PREREQUISITES.
           MOVE SPACES TO WS-MISSING-STEP.
           PERFORM VARYING WS-PRE-IX FROM 1 BY 1
               UNTIL WS-PRE-IX > 7 OR WS-MISSING-STEP NOT = SPACES
               IF WS-STEP-PREREQ(WS-STEP-IX, WS-PRE-IX) = 'Y'
                   AND NOT RN-STEP-COMPLETE(WS-PRE-IX)
                   MOVE WS-STEP-NAME(WS-PRE-IX) TO WS-MISSING-STEP
               END-IF
           END-PERFORM.

       MARK-STEP-STARTED.
           PERFORM SET-NOW.
           SET RN-STEP-STARTED(WS-STEP-IX) TO TRUE.
           MOVE 0 TO RN-STEP-RC(WS-STEP-IX).
           ADD 1 TO RN-STEP-ATTEMPTS(WS-STEP-IX).
           MOVE WS-NOW-DATE TO RN-STEP-START-DATE(WS-STEP-IX).
           MOVE WS-NOW-TIME TO RN-STEP-START-TIME(WS-STEP-IX).
           MOVE SPACES TO RN-STEP-END-DATE(WS-STEP-IX).
           MOVE SPACES TO RN-STEP-END-TIME(WS-STEP-IX).
           PERFORM WRITE-RUN-RECORD.

      *THE FIRST STEP OF A NEW NIGHT FINDS NO RECORD FOR THE DATE
      *AND STARTS ONE WITH EVERY STEP NOT RUN.
       READ-RUN-RECORD.
           MOVE WS-BUSINESS-DATE TO RN-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY MOVE 'N' TO WS-RUN-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO WS-RUN-FOUND-SW
           END-READ.
           IF NOT WS-RUN-FOUND
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-BUSINESS-DATE TO RN-BUSINESS-DATE
               PERFORM VARYING WS-PRE-IX FROM 1 BY 1
                   UNTIL WS-PRE-IX > 7
                   MOVE 0 TO RN-STEP-RC(WS-PRE-IX)
                   MOVE 0 TO RN-STEP-ATTEMPTS(WS-PRE-IX)
               END-PERFORM
           END-IF.

       WRITE-RUN-RECORD.
           IF WS-RUN-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'NAMERCTL: CANNOT UPDATE NAMEPRUN FOR '
                   WS-BUSINESS-DATE ', FILE STATUS ' WS-RUN-STATUS
               MOVE 12 TO LS-RCTL-RESULT
           ELSE
               SET WS-RUN-FOUND TO TRUE
           END-IF.

       SET-NOW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
