      *         cross-foot to the processed-record counts on the
      *         NAMEPAUD audit history. When NAMELOAD has run, the
      *         NAMEPIDX load is proved too, via the load-count record
      *         NAMELOAD writes to NAMEPLCT. The person name master
      *         NAMEPMST and the business-name master NAMEPBMS are
      *         proved the same way once NAMEMRG has run - keys held
      *         and occurrences counted against the running totals
      *         NAMEMRG keeps on NAMEPMCT. ALL THE SEQUENTIAL FILES
      *         ARE CUMULATIVE (DISP=MOD), SO EVERY COMPARISON IS
      *         OVER THE WHOLE HISTORY - A SHORTFALL ANYWHERE (E.G.
      *         PART OF AN EXTRACT LOST TO A MID-WRITE ABEND) SHOWS
      *         UP THE SAME NIGHT INSTEAD OF DAYS LATER DOWNSTREAM.
      *         Removed names are allowed for on both sides: a name
      *         NAMEJOB held back because it is on the suppression
      *         list is counted on its audit record and joins the
      *         details, suspects and rejects in the cross-foot, and
      *         the master keys and occurrences NAMEERAS deleted are
      *         totalled from its cumulative control file NAMEPERC
      *         and added back before the master is compared with
      *         the merge totals. (NAMEERAS masks the sequential
      *         files and NAMEPIDX in place, so their counts do not
      *         move.)
      *         Prints a one-page balancing report (NAMEPBAL) and sets
      *         RC=8 on any imbalance so operations can tell a bad
      *         night from the return code alone.
      *         Runs only when the nightly run control (NAMERCTL,
      *         over NAMEPRUN) allows the BALANCE step for the business
      *         date, and otherwise ends with NAMERCTL's refusal code
      *         (16 prerequisite not complete, 20 already ran, 24 a
      *         PARSE waiting for restart) without touching a file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INDEXED-EXTRACT-FILE ASSIGN TO NAMEPIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IX-LINEAGE-KEY
               ALTERNATE RECORD KEY IS IX-SEQ-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS IX-STR3 WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL LOAD-COUNT-FILE ASSIGN TO NAMEPLCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAME-MASTER-FILE ASSIGN TO NAMEPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-NAME-KEY
               ALTERNATE RECORD KEY IS MS-SOUNDEX-KEY WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT BUSINESS-MASTER-FILE ASSIGN TO NAMEPBMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-BUSINESS-KEY
               FILE STATUS IS WS-BMS-STATUS.
           SELECT OPTIONAL MASTER-CONTROL-FILE ASSIGN TO NAMEPMCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERASURE-CONTROL-FILE ASSIGN TO NAMEPERC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-REPORT-FILE ASSIGN TO NAMEPBAL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD PIC X(123).
       FD  SUSPECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUSPECT-RECORD PIC X(122).
       FD  NAME-PARSE-EXCEPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NAME-PARSE-EXCEPT-RECORD PIC X(118).
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  AUD-GRAND-CNT2    PIC 9(8).
           05  AUD-REJECT-COUNT  PIC 9(6).
           05  AUD-RECON-STATUS  PIC X(1).
           05  AUD-RUN-ID        PIC X(14).
           05  AUD-DROP-COUNT    PIC 9(4).
           05  AUD-FEED-SOURCE   PIC X(8).
           05  AUD-REF-VERSION   PIC 9(6).
           05  AUD-DWK-FAIL-COUNT PIC 9(6).
           05  AUD-REMOVED-COUNT PIC 9(6).
       FD  INDEXED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INDEXED-EXTRACT-RECORD.
           05  IX-LINEAGE-KEY.
               10  IX-RUN-ID     PIC X(14).
               10  IX-DROP-NO    PIC 9(4).
               10  IX-SEQ-NO     PIC 9(6).
           05  IX-STR1           PIC X(11).
           05  IX-STR2           PIC X(7).
           05  IX-STR3           PIC X(7).
           05  IX-STRING-DEST    PIC X(25).
           05  IX-CNT2           PIC 9(2).
           05  IX-SUFFIX         PIC X(4).
           05  IX-FEED-SOURCE    PIC X(8).
       FD  LOAD-COUNT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LOAD-COUNT-RECORD.
           05  LC-READ-COUNT     PIC 9(8).
           05  LC-KEY-COUNT      PIC 9(8).
       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  NAME-MASTER-RECORD.
           05  MS-NAME-KEY.
               10  MS-STR1       PIC X(11).
               10  MS-STR2       PIC X(7).
               10  MS-STR3       PIC X(7).
           05  MS-FIRST-SEEN     PIC X(10).
           05  MS-LAST-SEEN      PIC X(10).
           05  MS-OCCUR-COUNT    PIC 9(8).
           05  MS-SOUNDEX-KEY    PIC X(8).
           05  MS-STATUS         PIC X(1).
           05  MS-ALIAS-KEY      PIC X(25).
           05  MS-STATUS-DATE    PIC X(10).
       FD  BUSINESS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-MASTER-RECORD.
           05  BM-BUSINESS-KEY.
               10  BM-BODY       PIC X(25).
               10  BM-SUFFIX     PIC X(4).
           05  BM-FIRST-SEEN     PIC X(10).
           05  BM-LAST-SEEN      PIC X(10).
           05  BM-OCCUR-COUNT    PIC 9(8).
       FD  MASTER-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MASTER-CONTROL-RECORD.
           05  MC-PERSON-KEYS    PIC 9(8).
           05  MC-PERSON-OCCURS  PIC 9(10).
           05  MC-BUSINESS-KEYS  PIC 9(8).
           05  MC-BUSINESS-OCCURS PIC 9(10).
      *ONE RECORD PER NAMEERAS RUN.
       FD  ERASURE-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ERASURE-CONTROL-RECORD.
           05  ERC-RUN-DATE      PIC X(10).
           05  ERC-RUN-TIME      PIC X(8).
           05  ERC-REQUEST-COUNT PIC 9(6).
           05  ERC-MASKED-COUNT  PIC 9(10).
           05  ERC-MST-KEYS      PIC 9(8).
           05  ERC-MST-OCCURS    PIC 9(10).
       FD  BALANCE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-IDX-STATUS PIC X(2).
       01  WS-MST-STATUS PIC X(2).
       01  WS-BMS-STATUS PIC X(2).
       01  WS-EOF-SW PIC X VALUE 'N'.
           88  WS-EOF VALUE 'Y'.
       01  WS-DETAIL-COUNT PIC 9(8) VALUE 0.
       01  WS-AUDIT-REJ-TOTAL PIC 9(10) VALUE 0.
       01  WS-AUDIT-REC-TOTAL PIC 9(10) VALUE 0.
       01  WS-AUDIT-RUN-CNT PIC 9(6) VALUE 0.
       01  WS-AUDIT-REMOVED-TOTAL PIC 9(10) VALUE 0.
       01  WS-ERASE-RUN-CNT PIC 9(6) VALUE 0.
       01  WS-ERASED-KEYS PIC 9(8) VALUE 0.
       01  WS-ERASED-OCCURS PIC 9(10) VALUE 0.
       01  WS-MST-KEYS-TOTAL PIC 9(8) VALUE 0.
       01  WS-MST-OCCURS-TOTAL PIC 9(10) VALUE 0.
       01  WS-IDX-COUNT PIC 9(8) VALUE 0.
       01  WS-LOAD-READ-COUNT PIC 9(8) VALUE 0.
       01  WS-LOAD-KEY-COUNT PIC 9(8) VALUE 0.
       01  WS-PROCESSED-TOTAL PIC 9(10) VALUE 0.
       01  WS-MST-COUNT PIC 9(8) VALUE 0.
       01  WS-MST-OCCURS PIC 9(10) VALUE 0.
       01  WS-BMS-COUNT PIC 9(8) VALUE 0.
       01  WS-BMS-OCCURS PIC 9(10) VALUE 0.
       01  WS-CTL-PERSON-KEYS PIC 9(8) VALUE 0.
       01  WS-CTL-PERSON-OCCURS PIC 9(10) VALUE 0.
       01  WS-CTL-BUSINESS-KEYS PIC 9(8) VALUE 0.
       01  WS-CTL-BUSINESS-OCCURS PIC 9(10) VALUE 0.
       01  WS-HAVE-MCT-SW PIC X VALUE 'N'.
           88  WS-HAVE-MCT VALUE 'Y'.
       01  WS-HAVE-MST-SW PIC X VALUE 'N'.
           88  WS-HAVE-MST VALUE 'Y'.
       01  WS-HAVE-BMS-SW PIC X VALUE 'N'.
           88  WS-HAVE-BMS VALUE 'Y'.
       01  WS-HAVE-LOAD-SW PIC X VALUE 'N'.
           88  WS-HAVE-LOAD VALUE 'Y'.
       01  WS-HAVE-IDX-SW PIC X VALUE 'N'.
       01  WS-CHECK-LINE.
           05  CK-LABEL PIC X(42).
           05  CK-STATUS PIC X(12).
      *NIGHTLY RUN CONTROL - NAMERCTL DECIDES WHETHER THIS STEP MAY
      *RUN FOR THE BUSINESS DATE AND RECORDS HOW IT ENDED.
       01  WS-RCTL-FUNCTION PIC X(1).
       01  WS-RCTL-STEP PIC X(8) VALUE 'BALANCE'.
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
           PERFORM OPEN-BALANCE-REPORT.
           PERFORM COUNT-REPORT-DETAILS.
           PERFORM COUNT-EXTRACT-RECORDS.
           PERFORM COUNT-SUSPECT-RECORDS.
           PERFORM COUNT-EXCEPTION-RECORDS.
           PERFORM TOTAL-AUDIT-RECORDS.
           PERFORM TOTAL-ERASURE-RECORDS.
           PERFORM READ-LOAD-COUNTS.
           PERFORM COUNT-INDEXED-RECORDS.
           PERFORM READ-MASTER-CONTROL.
           PERFORM COUNT-PERSON-MASTER.
           PERFORM COUNT-BUSINESS-MASTER.
           PERFORM WRITE-COUNT-LINES.
           PERFORM WRITE-CHECK-LINES.
           CLOSE BALANCE-REPORT-FILE.
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

       OPEN-BALANCE-REPORT.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
                   ADD 1 TO WS-AUDIT-RUN-CNT
                   ADD AUD-REC-COUNT TO WS-AUDIT-REC-TOTAL
                   ADD AUD-REJECT-COUNT TO WS-AUDIT-REJ-TOTAL
                   IF AUD-REMOVED-COUNT IS NUMERIC
                       ADD AUD-REMOVED-COUNT TO WS-AUDIT-REMOVED-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AUDIT-FILE.

      *NAMEPERC ONLY HAS RECORDS ONCE NAMEERAS HAS RUN - UNTIL THEN
      *NOTHING HAS BEEN ERASED AND THE TOTALS STAY ZERO.
       TOTAL-ERASURE-RECORDS.
           OPEN INPUT ERASURE-CONTROL-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ ERASURE-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   ADD 1 TO WS-ERASE-RUN-CNT
                   ADD ERC-MST-KEYS TO WS-ERASED-KEYS
                   ADD ERC-MST-OCCURS TO WS-ERASED-OCCURS
               END-IF
           END-PERFORM.
           CLOSE ERASURE-CONTROL-FILE.

       COUNT-EXCEPTION-RECORDS.
           OPEN INPUT NAME-PARSE-EXCEPT.
           MOVE 'N' TO WS-EOF-SW.
               CLOSE INDEXED-EXTRACT-FILE
           END-IF.

      *NAMEPMCT ONLY EXISTS ONCE NAMEMRG HAS RUN - WITHOUT IT THE
      *MASTER CHECKS REPORT NOT CHECKED, THE SAME AS THE LOAD CHECKS.
       READ-MASTER-CONTROL.
           OPEN INPUT MASTER-CONTROL-FILE.
           MOVE 'N' TO WS-EOF-SW.
           READ MASTER-CONTROL-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF
               MOVE MC-PERSON-KEYS TO WS-CTL-PERSON-KEYS
               MOVE MC-PERSON-OCCURS TO WS-CTL-PERSON-OCCURS
               MOVE MC-BUSINESS-KEYS TO WS-CTL-BUSINESS-KEYS
               MOVE MC-BUSINESS-OCCURS TO WS-CTL-BUSINESS-OCCURS
               SET WS-HAVE-MCT TO TRUE
           END-IF.
           CLOSE MASTER-CONTROL-FILE.

       COUNT-PERSON-MASTER.
           OPEN INPUT NAME-MASTER-FILE.
           IF WS-MST-STATUS = '00'
               SET WS-HAVE-MST TO TRUE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ NAME-MASTER-FILE NEXT
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       ADD 1 TO WS-MST-COUNT
                       ADD MS-OCCUR-COUNT TO WS-MST-OCCURS
                   END-IF
               END-PERFORM
               CLOSE NAME-MASTER-FILE
           END-IF.

       COUNT-BUSINESS-MASTER.
           OPEN INPUT BUSINESS-MASTER-FILE.
           IF WS-BMS-STATUS = '00'
               SET WS-HAVE-BMS TO TRUE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BUSINESS-MASTER-FILE NEXT
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       ADD 1 TO WS-BMS-COUNT
                       ADD BM-OCCUR-COUNT TO WS-BMS-OCCURS
                   END-IF
               END-PERFORM
               CLOSE BUSINESS-MASTER-FILE
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           MOVE 'AUDITED REJECTS:' TO CL-LABEL.
           MOVE WS-AUDIT-REJ-TOTAL TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'AUDITED NAMES SUPPRESSED:' TO CL-LABEL.
           MOVE WS-AUDIT-REMOVED-TOTAL TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NAME ERASURE RUNS:' TO CL-LABEL.
           MOVE WS-ERASE-RUN-CNT TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ERASED NAMEPMST RECORDS:' TO CL-LABEL.
           MOVE WS-ERASED-KEYS TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ERASED NAMEPMST OCCURRENCES:' TO CL-LABEL.
           MOVE WS-ERASED-OCCURS TO CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           IF WS-HAVE-LOAD
               MOVE 'NAMELOAD RECORDS READ:' TO CL-LABEL
               MOVE WS-LOAD-READ-COUNT TO CL-COUNT
               MOVE WS-IDX-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.
           IF WS-HAVE-MST
               MOVE 'NAMEPMST RECORDS:' TO CL-LABEL
               MOVE WS-MST-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'NAMEPMST OCCURRENCES:' TO CL-LABEL
               MOVE WS-MST-OCCURS TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.
           IF WS-HAVE-BMS
               MOVE 'NAMEPBMS RECORDS:' TO CL-LABEL
               MOVE WS-BMS-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'NAMEPBMS OCCURRENCES:' TO CL-LABEL
               MOVE WS-BMS-OCCURS TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.

       WRITE-CHECK-LINE.
           MOVE WS-CHECK-LINE TO BALANCE-REPORT-RECORD.
               SET WS-IMBALANCED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *A PROCESSED RECORD IS A REPORT DETAIL, A SUSPECT, A REJECT,
      *OR A NAME HELD BACK AS REMOVED - NOTHING ELSE, AND NEVER MORE
      *THAN ONE OF THEM.
      *(REJECTS FROM RUNS BEFORE THEY WERE DROPPED FROM THE REPORT
      *AND EXTRACT APPEAR TWICE IN THAT OLD HISTORY - IF THIS CHECK
      *MISMATCHES BY EXACTLY THE OLD REJECT COUNT, THAT IS WHY.)
           COMPUTE WS-PROCESSED-TOTAL =
               WS-DETAIL-COUNT + WS-SUSPECT-COUNT + WS-EXCEPT-COUNT
               + WS-AUDIT-REMOVED-TOTAL.
           MOVE 'DETAIL+SUSP+REJ+SUPPRESSED = AUDITED:' TO CK-LABEL.
           IF WS-PROCESSED-TOTAL = WS-AUDIT-REC-TOTAL
               MOVE 'MATCH' TO CK-STATUS
           ELSE
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *THE MASTERS ARE PERMANENT AND NEVER REBUILT, SO A KEY OR AN
      *OCCURRENCE THAT WENT MISSING (OR ARRIVED WITHOUT GOING
      *THROUGH NAMEMRG) SHOWS UP HERE AGAINST THE RUNNING TOTALS.
      *ONLY A NAME REMOVAL TAKES ENTRIES OFF THE PERSON MASTER, AND
      *NAMEERAS LOGS WHAT IT DELETED, SO THAT IS ADDED BACK FIRST.
           COMPUTE WS-MST-KEYS-TOTAL = WS-MST-COUNT + WS-ERASED-KEYS.
           COMPUTE WS-MST-OCCURS-TOTAL =
               WS-MST-OCCURS + WS-ERASED-OCCURS.
           MOVE 'NAMEPMST RECORDS + ERASED = MERGE KEYS:' TO CK-LABEL.
           IF NOT WS-HAVE-MCT OR NOT WS-HAVE-MST
               MOVE 'NOT CHECKED' TO CK-STATUS
           ELSE
               IF WS-MST-KEYS-TOTAL = WS-CTL-PERSON-KEYS
                   MOVE 'MATCH' TO CK-STATUS
               ELSE
                   MOVE 'MISMATCH' TO CK-STATUS
                   SET WS-IMBALANCED TO TRUE
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
           MOVE 'NAMEPMST OCCURS + ERASED = MERGE TOTAL:' TO CK-LABEL.
           IF NOT WS-HAVE-MCT OR NOT WS-HAVE-MST
               MOVE 'NOT CHECKED' TO CK-STATUS
           ELSE
               IF WS-MST-OCCURS-TOTAL = WS-CTL-PERSON-OCCURS
                   MOVE 'MATCH' TO CK-STATUS
               ELSE
                   MOVE 'MISMATCH' TO CK-STATUS
                   SET WS-IMBALANCED TO TRUE
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
           MOVE 'NAMEPBMS RECORDS = MERGE KEYS:' TO CK-LABEL.
           IF NOT WS-HAVE-MCT OR NOT WS-HAVE-BMS
               MOVE 'NOT CHECKED' TO CK-STATUS
           ELSE
               IF WS-BMS-COUNT = WS-CTL-BUSINESS-KEYS
                   MOVE 'MATCH' TO CK-STATUS
               ELSE
                   MOVE 'MISMATCH' TO CK-STATUS
                   SET WS-IMBALANCED TO TRUE
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
           MOVE 'NAMEPBMS OCCURRENCES = MERGE TOTAL:' TO CK-LABEL.
           IF NOT WS-HAVE-MCT OR NOT WS-HAVE-BMS
               MOVE 'NOT CHECKED' TO CK-STATUS
           ELSE
               IF WS-BMS-OCCURS = WS-CTL-BUSINESS-OCCURS
                   MOVE 'MATCH' TO CK-STATUS
               ELSE
                   MOVE 'MISMATCH' TO CK-STATUS
                   SET WS-IMBALANCED TO TRUE
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           IF WS-IMBALANCED
