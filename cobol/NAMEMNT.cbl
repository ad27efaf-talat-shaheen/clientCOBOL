      ******************************************************************
      * Author:
      * Date:
      * Purpose:data-steward maintenance of the person name master
      *         NAMEPMST - the only program besides NAMEMRG allowed to
      *         change it. Applies a batch of maintenance transactions
      *         (NAMEPMTX), one per line:
      *           'M' MERGE - the entry and the related (surviving)
      *               entry are the same person. The entry's occurrence
      *               count moves onto the survivor, which keeps the
      *               earlier first-seen and the later last-seen date,
      *               and the entry is left behind as an alias ('M')
      *               pointing at the survivor, so later NAMEMRG runs
      *               post that name to the survivor instead of
      *               counting it under the old key again.
      *           'D' DO-NOT-USE and 'B' KNOWN-BAD - flag the entry so
      *               NAMEMRG lists it on its flagged report instead
      *               of quietly counting it.
      *           'R' REINSTATE - clear a do-not-use/known-bad flag.
      *           'C' CORRECT - the entry was mis-split; its history
      *               moves to the corrected key (the related entry,
      *               which must not exist yet) and the mis-split key
      *               is left as an alias of it, so the same mis-split
      *               arriving again is posted to the corrected entry.
      *         A transaction that does not fit the master (unknown
      *         entry, entry already an alias, correction onto an
      *         existing key, ...) is rejected and changes nothing.
      *         Every applied change is logged on the cumulative
      *         change-history file NAMEPMHS - date, time, action,
      *         steward, and the whole master record before and after
      *         - and every transaction is listed on the maintenance
      *         report NAMEPMRP. A correction adds a key to the
      *         master, so NAMEMNT keeps NAMEMRG's running totals on
      *         NAMEPMCT in step for NAMEBAL. RC=4 when any
      *         transaction was rejected, RC=12 on an I/O failure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE ASSIGN TO NAMEPMTX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAME-MASTER-FILE ASSIGN TO NAMEPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-NAME-KEY
               ALTERNATE RECORD KEY IS MS-SOUNDEX-KEY WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL MASTER-HISTORY-FILE ASSIGN TO NAMEPMHS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO NAMEPMRP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-CONTROL-FILE ASSIGN TO NAMEPMCT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-TRANS-RECORD.
           05  TX-ACTION         PIC X(1).
               88  TX-IS-MERGE       VALUE 'M'.
               88  TX-IS-DO-NOT-USE  VALUE 'D'.
               88  TX-IS-KNOWN-BAD   VALUE 'B'.
               88  TX-IS-REINSTATE   VALUE 'R'.
               88  TX-IS-CORRECT     VALUE 'C'.
      *THE MASTER ENTRY THE TRANSACTION IS ABOUT, IN MASTER KEY
      *ORDER (STR1 MIDDLE, STR2 FIRST, STR3 SURNAME).
           05  TX-ENTRY-KEY.
               10  TX-STR1       PIC X(11).
               10  TX-STR2       PIC X(7).
               10  TX-STR3       PIC X(7).
      *THE SURVIVOR FOR A MERGE, THE CORRECTED KEY FOR A CORRECT -
      *BLANK FOR THE OTHER ACTIONS.
           05  TX-RELATED-KEY.
               10  TX-REL-STR1   PIC X(11).
               10  TX-REL-STR2   PIC X(7).
               10  TX-REL-STR3   PIC X(7).
           05  TX-STEWARD        PIC X(8).
           05  TX-COMMENT        PIC X(30).
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
               88  MS-IS-ACTIVE      VALUES 'A' SPACE.
               88  MS-IS-ALIAS       VALUE 'M'.
               88  MS-IS-DO-NOT-USE  VALUE 'D'.
               88  MS-IS-KNOWN-BAD   VALUE 'B'.
           05  MS-ALIAS-KEY      PIC X(25).
           05  MS-STATUS-DATE    PIC X(10).
       FD  MASTER-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MASTER-HISTORY-RECORD.
           05  MH-DATE           PIC X(10).
           05  MH-TIME           PIC X(8).
           05  MH-ACTION         PIC X(1).
           05  MH-STEWARD        PIC X(8).
           05  MH-ENTRY-KEY      PIC X(25).
           05  MH-RELATED-KEY    PIC X(25).
           05  MH-COMMENT        PIC X(30).
      *WHOLE NAMEPMST RECORD IMAGES - SPACES BEFORE A RECORD THAT
      *DID NOT EXIST YET (THE NEW KEY OF A CORRECTION).
           05  MH-BEFORE-IMAGE   PIC X(97).
           05  MH-AFTER-IMAGE    PIC X(97).
       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REPORT-RECORD PIC X(132).
       FD  MASTER-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MASTER-CONTROL-RECORD.
           05  MC-PERSON-KEYS    PIC 9(8).
           05  MC-PERSON-OCCURS  PIC 9(10).
           05  MC-BUSINESS-KEYS  PIC 9(8).
           05  MC-BUSINESS-OCCURS PIC 9(10).
       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS PIC X(2).
       01  WS-EOF-SW PIC X VALUE 'N'.
           88  WS-EOF VALUE 'Y'.
       01  WS-MCT-EOF-SW PIC X VALUE 'N'.
           88  WS-MCT-EOF VALUE 'Y'.
       01  WS-IO-ERROR-SW PIC X VALUE 'N'.
           88  WS-IO-ERROR VALUE 'Y'.
       01  WS-TRANS-COUNT PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01  WS-KEYS-ADDED PIC 9(6) VALUE 0.
       01  WS-REJECT-REASON PIC X(40).
       01  WS-ENTRY-BEFORE PIC X(97).
       01  WS-ENTRY-AFTER PIC X(97).
       01  WS-RELATED-BEFORE PIC X(97).
       01  WS-RELATED-AFTER PIC X(97).
       01  WS-ENTRY-FIRST-SEEN PIC X(10).
       01  WS-ENTRY-LAST-SEEN PIC X(10).
       01  WS-ENTRY-OCCURS PIC 9(8).
      *MM/DD/YYYY DATES DO NOT COMPARE IN DATE ORDER - EACH IS
      *TURNED ROUND TO YYYYMMDD FIRST.
       01  WS-CMP-DATE PIC X(10).
       01  WS-CMP-YMD PIC X(8).
       01  WS-ENTRY-YMD PIC X(8).
       01  WS-RELATED-YMD PIC X(8).
       01  WS-SDX-NAME PIC X(25).
       01  WS-SOUNDEX-KEY.
           05  WS-SDX-SURNAME PIC X(4).
           05  WS-SDX-FIRST   PIC X(4).
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
       01  WS-RUN-TIME.
           05  WS-RUN-HH PIC 9(2).
           05  WS-RUN-MN PIC 9(2).
           05  WS-RUN-SS PIC 9(2).
       01  WS-RUN-TIME-X.
           05  WS-RT-HH PIC 9(2).
           05  FILLER PIC X VALUE ':'.
           05  WS-RT-MN PIC 9(2).
           05  FILLER PIC X VALUE ':'.
           05  WS-RT-SS PIC 9(2).
       01  WS-REPORT-HDR1.
           05  FILLER PIC X(34)
               VALUE 'NAME MASTER MAINTENANCE     DATE: '.
           05  RH-RUN-DATE PIC X(10).
       01  WS-REPORT-HDR2.
           05  FILLER PIC X(4)  VALUE 'ACT '.
           05  FILLER PIC X(29) VALUE 'ENTRY (STR3 STR2 STR1)'.
           05  FILLER PIC X(29) VALUE 'RELATED (STR3 STR2 STR1)'.
           05  FILLER PIC X(9)  VALUE 'STEWARD'.
           05  FILLER PIC X(6)  VALUE 'RESULT'.
       01  WS-DETAIL-LINE.
           05  DL-ACTION   PIC X(1).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  DL-STR3     PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  DL-STR2     PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  DL-STR1     PIC X(11).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  DL-REL-STR3 PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  DL-REL-STR2 PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  DL-REL-STR1 PIC X(11).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  DL-STEWARD  PIC X(8).
           05  FILLER      PIC X VALUE SPACE.
           05  DL-RESULT   PIC X(50).
       01  WS-SUMMARY-READ.
           05  FILLER PIC X(26) VALUE 'TRANSACTIONS READ:        '.
           05  SM-TRANS-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-APPLIED.
           05  FILLER PIC X(26) VALUE 'TRANSACTIONS APPLIED:     '.
           05  SM-APPLIED-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-REJECTED.
           05  FILLER PIC X(26) VALUE 'TRANSACTIONS REJECTED:    '.
           05  SM-REJECTED-COUNT PIC ZZZ,ZZ9.
       LINKAGE SECTION.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-RUN-DATE.
           PERFORM OPEN-FILES.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'NAMEMNT: CANNOT OPEN NAMEPMST, FILE STATUS '
                   WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADERS
               PERFORM READ-TRANS-FILE
               PERFORM UNTIL WS-EOF OR WS-IO-ERROR
                   PERFORM PROCESS-TRANSACTION
                   PERFORM READ-TRANS-FILE
               END-PERFORM
               PERFORM UPDATE-MASTER-CONTROL
               PERFORM WRITE-REPORT-SUMMARY
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 12 TO RETURN-CODE
                   WHEN WS-REJECTED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           PERFORM CLOSE-FILES.
           DISPLAY 'NAMEMNT: ' WS-APPLIED-COUNT ' APPLIED, '
               WS-REJECTED-COUNT ' REJECTED'.
           STOP RUN.

       SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY TO WS-RD-YYYY.
           MOVE WS-RUN-MM TO WS-RD-MM.
           MOVE WS-RUN-DD TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           MOVE WS-RUN-HH TO WS-RT-HH.
           MOVE WS-RUN-MN TO WS-RT-MN.
           MOVE WS-RUN-SS TO WS-RT-SS.

      *THE MASTER MUST ALREADY EXIST - THERE IS NOTHING TO MAINTAIN
      *BEFORE NAMEMRG HAS BUILT IT, SO NO CREATE-ON-35 HERE.
       OPEN-FILES.
           OPEN INPUT MAINT-TRANS-FILE.
           OPEN OUTPUT MAINT-REPORT-FILE.
           OPEN EXTEND MASTER-HISTORY-FILE.
           OPEN I-O NAME-MASTER-FILE.

       CLOSE-FILES.
           CLOSE MAINT-TRANS-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE MASTER-HISTORY-FILE.
           IF WS-MST-STATUS NOT = '35'
               CLOSE NAME-MASTER-FILE
           END-IF.

       READ-TRANS-FILE.
           READ MAINT-TRANS-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF
               ADD 1 TO WS-TRANS-COUNT
           END-IF.

       PROCESS-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-ENTRY-BEFORE WS-ENTRY-AFTER
               WS-RELATED-BEFORE WS-RELATED-AFTER.
           EVALUATE TRUE
               WHEN TX-ENTRY-KEY = SPACES
                   MOVE 'NO ENTRY KEY' TO WS-REJECT-REASON
               WHEN TX-IS-MERGE
                   PERFORM APPLY-MERGE
               WHEN TX-IS-DO-NOT-USE OR TX-IS-KNOWN-BAD
                   PERFORM APPLY-FLAG
               WHEN TX-IS-REINSTATE
                   PERFORM APPLY-REINSTATE
               WHEN TX-IS-CORRECT
                   PERFORM APPLY-CORRECTION
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

      *READS THE TRANSACTION'S ENTRY INTO THE RECORD AREA AND KEEPS
      *ITS BEFORE IMAGE. AN ALIAS IS NEVER MAINTAINED DIRECTLY - THE
      *STEWARD WORKS ON THE ENTRY IT POINTS AT.
       READ-ENTRY.
           MOVE TX-ENTRY-KEY TO MS-NAME-KEY.
           READ NAME-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE WS-MST-STATUS
               WHEN '00'
                   IF MS-IS-ALIAS
                       MOVE 'ENTRY IS AN ALIAS' TO WS-REJECT-REASON
                   ELSE
                       MOVE NAME-MASTER-RECORD TO WS-ENTRY-BEFORE
                   END-IF
               WHEN '23'
                   MOVE 'ENTRY NOT ON MASTER' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM REPORT-IO-ERROR
           END-EVALUATE.

      *THE SURVIVOR TAKES THE ENTRY'S OCCURRENCES AND THE WIDER OF
      *THE TWO SEEN-DATE RANGES; THE ENTRY KEEPS ITS DATES FOR THE
      *RECORD BUT DROPS TO ZERO OCCURRENCES, SO THE MASTER'S
      *OCCURRENCE TOTAL DOES NOT MOVE.
       APPLY-MERGE.
           IF TX-RELATED-KEY = SPACES
               OR TX-RELATED-KEY = TX-ENTRY-KEY
               MOVE 'NO DIFFERENT SURVIVOR GIVEN' TO WS-REJECT-REASON
           ELSE
               PERFORM READ-ENTRY
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE MS-FIRST-SEEN TO WS-ENTRY-FIRST-SEEN
               MOVE MS-LAST-SEEN TO WS-ENTRY-LAST-SEEN
               MOVE MS-OCCUR-COUNT TO WS-ENTRY-OCCURS
               MOVE TX-RELATED-KEY TO MS-NAME-KEY
               READ NAME-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-MST-STATUS
                   WHEN '00'
                       IF MS-IS-ALIAS
                           MOVE 'SURVIVOR IS AN ALIAS'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN '23'
                       MOVE 'SURVIVOR NOT ON MASTER'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM REPORT-IO-ERROR
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE NAME-MASTER-RECORD TO WS-RELATED-BEFORE
               ADD WS-ENTRY-OCCURS TO MS-OCCUR-COUNT
               MOVE WS-ENTRY-FIRST-SEEN TO WS-CMP-DATE
               PERFORM CONVERT-CMP-DATE
               MOVE WS-CMP-YMD TO WS-ENTRY-YMD
               MOVE MS-FIRST-SEEN TO WS-CMP-DATE
               PERFORM CONVERT-CMP-DATE
               MOVE WS-CMP-YMD TO WS-RELATED-YMD
               IF WS-ENTRY-YMD < WS-RELATED-YMD
                   MOVE WS-ENTRY-FIRST-SEEN TO MS-FIRST-SEEN
               END-IF
               MOVE WS-ENTRY-LAST-SEEN TO WS-CMP-DATE
               PERFORM CONVERT-CMP-DATE
               MOVE WS-CMP-YMD TO WS-ENTRY-YMD
               MOVE MS-LAST-SEEN TO WS-CMP-DATE
               PERFORM CONVERT-CMP-DATE
               MOVE WS-CMP-YMD TO WS-RELATED-YMD
               IF WS-ENTRY-YMD > WS-RELATED-YMD
                   MOVE WS-ENTRY-LAST-SEEN TO MS-LAST-SEEN
               END-IF
               PERFORM REWRITE-MASTER-RECORD
               MOVE NAME-MASTER-RECORD TO WS-RELATED-AFTER
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-ENTRY-BEFORE TO NAME-MASTER-RECORD
               MOVE 0 TO MS-OCCUR-COUNT
               MOVE 'M' TO MS-STATUS
               MOVE TX-RELATED-KEY TO MS-ALIAS-KEY
               MOVE WS-RUN-DATE-X TO MS-STATUS-DATE
               PERFORM REWRITE-MASTER-RECORD
               MOVE NAME-MASTER-RECORD TO WS-ENTRY-AFTER
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE TX-ENTRY-KEY TO MH-ENTRY-KEY
               MOVE TX-RELATED-KEY TO MH-RELATED-KEY
               MOVE WS-ENTRY-BEFORE TO MH-BEFORE-IMAGE
               MOVE WS-ENTRY-AFTER TO MH-AFTER-IMAGE
               PERFORM WRITE-HISTORY-RECORD
               MOVE TX-RELATED-KEY TO MH-ENTRY-KEY
               MOVE TX-ENTRY-KEY TO MH-RELATED-KEY
               MOVE WS-RELATED-BEFORE TO MH-BEFORE-IMAGE
               MOVE WS-RELATED-AFTER TO MH-AFTER-IMAGE
               PERFORM WRITE-HISTORY-RECORD
           END-IF.

       APPLY-FLAG.
           PERFORM READ-ENTRY.
           IF WS-REJECT-REASON = SPACES
               IF MS-STATUS = TX-ACTION
                   MOVE 'ENTRY ALREADY HAS THAT FLAG'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE TX-ACTION TO MS-STATUS
                   MOVE WS-RUN-DATE-X TO MS-STATUS-DATE
                   PERFORM REWRITE-MASTER-RECORD
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM LOG-ENTRY-CHANGE
           END-IF.

       APPLY-REINSTATE.
           PERFORM READ-ENTRY.
           IF WS-REJECT-REASON = SPACES
               IF MS-IS-ACTIVE
                   MOVE 'ENTRY IS NOT FLAGGED' TO WS-REJECT-REASON
               ELSE
                   MOVE 'A' TO MS-STATUS
                   MOVE WS-RUN-DATE-X TO MS-STATUS-DATE
                   PERFORM REWRITE-MASTER-RECORD
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM LOG-ENTRY-CHANGE
           END-IF.

      *THE CORRECTED KEY GETS THE ENTRY'S WHOLE HISTORY (AND ITS OWN
      *SOUND-ALIKE KEY); THE MIS-SPLIT KEY STAYS AS AN ALIAS OF IT.
      *A CORRECTION ONTO A KEY THAT IS ALREADY ON THE MASTER IS
      *REALLY A MERGE AND IS REJECTED AS ONE.
       APPLY-CORRECTION.
           IF TX-RELATED-KEY = SPACES
               OR TX-RELATED-KEY = TX-ENTRY-KEY
               MOVE 'NO DIFFERENT CORRECTED KEY GIVEN'
                   TO WS-REJECT-REASON
           ELSE
               PERFORM READ-ENTRY
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE TX-RELATED-KEY TO MS-NAME-KEY
               READ NAME-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-MST-STATUS
                   WHEN '00'
                       MOVE 'CORRECTED KEY EXISTS - USE MERGE'
                           TO WS-REJECT-REASON
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       PERFORM REPORT-IO-ERROR
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-ENTRY-BEFORE TO NAME-MASTER-RECORD
               MOVE TX-RELATED-KEY TO MS-NAME-KEY
               MOVE MS-STR3 TO WS-SDX-NAME
               CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-SURNAME
               END-CALL
               MOVE MS-STR2 TO WS-SDX-NAME
               CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-FIRST
               END-CALL
               MOVE WS-SOUNDEX-KEY TO MS-SOUNDEX-KEY
               MOVE WS-RUN-DATE-X TO MS-STATUS-DATE
               MOVE NAME-MASTER-RECORD TO WS-RELATED-AFTER
               WRITE NAME-MASTER-RECORD
                   INVALID KEY
                       PERFORM REPORT-IO-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-KEYS-ADDED
               END-WRITE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-ENTRY-BEFORE TO NAME-MASTER-RECORD
               MOVE 0 TO MS-OCCUR-COUNT
               MOVE 'M' TO MS-STATUS
               MOVE TX-RELATED-KEY TO MS-ALIAS-KEY
               MOVE WS-RUN-DATE-X TO MS-STATUS-DATE
               PERFORM REWRITE-MASTER-RECORD
               MOVE NAME-MASTER-RECORD TO WS-ENTRY-AFTER
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE TX-ENTRY-KEY TO MH-ENTRY-KEY
               MOVE TX-RELATED-KEY TO MH-RELATED-KEY
               MOVE WS-ENTRY-BEFORE TO MH-BEFORE-IMAGE
               MOVE WS-ENTRY-AFTER TO MH-AFTER-IMAGE
               PERFORM WRITE-HISTORY-RECORD
               MOVE TX-RELATED-KEY TO MH-ENTRY-KEY
               MOVE TX-ENTRY-KEY TO MH-RELATED-KEY
               MOVE SPACES TO MH-BEFORE-IMAGE
               MOVE WS-RELATED-AFTER TO MH-AFTER-IMAGE
               PERFORM WRITE-HISTORY-RECORD
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE NAME-MASTER-RECORD
               INVALID KEY
                   PERFORM REPORT-IO-ERROR
           END-REWRITE.

      *AN I/O FAILURE ON THE MASTER STOPS THE RUN - THE TRANSACTION
      *IS REPORTED AS NOT APPLIED AND NOTHING AFTER IT IS READ.
       REPORT-IO-ERROR.
           DISPLAY 'NAMEMNT: NAMEPMST I/O FAILED, FILE STATUS '
               WS-MST-STATUS ' ACTION: ' TX-ACTION
               ' ENTRY: ' TX-ENTRY-KEY.
           MOVE 'NAMEPMST I/O FAILED, FILE STATUS' TO WS-REJECT-REASON.
           MOVE WS-MST-STATUS TO WS-REJECT-REASON(34:2).
           SET WS-IO-ERROR TO TRUE.

       CONVERT-CMP-DATE.
           MOVE SPACES TO WS-CMP-YMD.
           STRING WS-CMP-DATE(7:4) WS-CMP-DATE(1:2) WS-CMP-DATE(4:2)
               DELIMITED BY SIZE INTO WS-CMP-YMD
           END-STRING.

       LOG-ENTRY-CHANGE.
           MOVE NAME-MASTER-RECORD TO WS-ENTRY-AFTER.
           MOVE TX-ENTRY-KEY TO MH-ENTRY-KEY.
           MOVE SPACES TO MH-RELATED-KEY.
           MOVE WS-ENTRY-BEFORE TO MH-BEFORE-IMAGE.
           MOVE WS-ENTRY-AFTER TO MH-AFTER-IMAGE.
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-HISTORY-RECORD.
           MOVE WS-RUN-DATE-X TO MH-DATE.
           MOVE WS-RUN-TIME-X TO MH-TIME.
           MOVE TX-ACTION TO MH-ACTION.
           MOVE TX-STEWARD TO MH-STEWARD.
           MOVE TX-COMMENT TO MH-COMMENT.
           WRITE MASTER-HISTORY-RECORD.

      *NAMEPMCT ONLY EXISTS ONCE NAMEMRG HAS RUN. UNTIL THEN THERE
      *ARE NO TOTALS TO KEEP IN STEP - NAMEMRG SEEDS THEM FROM A SCAN
      *OF THE MASTER, WHICH ALREADY INCLUDES WHAT WAS DONE HERE.
       UPDATE-MASTER-CONTROL.
           IF WS-KEYS-ADDED > 0
               OPEN INPUT MASTER-CONTROL-FILE
               READ MASTER-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-MCT-EOF-SW
               END-READ
               CLOSE MASTER-CONTROL-FILE
               IF NOT WS-MCT-EOF
                   ADD WS-KEYS-ADDED TO MC-PERSON-KEYS
                   OPEN OUTPUT MASTER-CONTROL-FILE
                   WRITE MASTER-CONTROL-RECORD
                   CLOSE MASTER-CONTROL-FILE
               END-IF
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE-X TO RH-RUN-DATE.
           MOVE WS-REPORT-HDR1 TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE WS-REPORT-HDR2 TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE SPACES TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.

       WRITE-DETAIL-LINE.
           MOVE TX-ACTION TO DL-ACTION.
           MOVE TX-STR3 TO DL-STR3.
           MOVE TX-STR2 TO DL-STR2.
           MOVE TX-STR1 TO DL-STR1.
           MOVE TX-REL-STR3 TO DL-REL-STR3.
           MOVE TX-REL-STR2 TO DL-REL-STR2.
           MOVE TX-REL-STR1 TO DL-REL-STR1.
           MOVE TX-STEWARD TO DL-STEWARD.
           IF WS-REJECT-REASON = SPACES
               MOVE 'APPLIED' TO DL-RESULT
           ELSE
               MOVE SPACES TO DL-RESULT
               STRING 'REJECTED - ' DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO DL-RESULT
               END-STRING
           END-IF.
           MOVE WS-DETAIL-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE WS-TRANS-COUNT TO SM-TRANS-COUNT.
           MOVE WS-SUMMARY-READ TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE WS-APPLIED-COUNT TO SM-APPLIED-COUNT.
           MOVE WS-SUMMARY-APPLIED TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE WS-REJECTED-COUNT TO SM-REJECTED-COUNT.
           MOVE WS-SUMMARY-REJECTED TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
