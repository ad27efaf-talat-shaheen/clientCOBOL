      ******************************************************************
      * Author:
      * Date:
      * Purpose:acknowledgment reconciliation for the nightly
      *         interface batches NAMEMRG sends downstream (NAMEPOUT).
      *         Reads the receiving system's acknowledgment file
      *         (NAMEPACK) and posts each acknowledgment onto the
      *         batch log NAMEPOBL, where NAMEMRG keeps every batch
      *         and every detail it sent:
      *           - an acknowledgment of one detail (batch number and
      *             detail sequence number) marks that detail accepted
      *             or rejected, with the receiver's reason;
      *           - an acknowledgment of a whole batch (sequence 0)
      *             marks every detail not acknowledged on its own
      *             accepted or rejected with it, and may carry the
      *             record count and hash total the receiver found,
      *             which must agree with what was sent.
      *         Acknowledgments that match nothing sent, and every
      *         rejection, are listed on the acknowledgment report
      *         NAMEPAKR. Every batch not yet fully acknowledged is
      *         then listed with what is still outstanding and how
      *         many days ago it was sent; a batch still waiting
      *         after the number of days given as PARM='NNN'
      *         (default 3) is flagged OVERDUE - the receiving system
      *         has missed it. Batches completed by this run are
      *         listed too. A batch is complete when every detail
      *         has a result, or - for a batch with no details - when
      *         the batch itself has been acknowledged.
      *         RC=4 when anything was rejected or an acknowledgment
      *         did not match, RC=8 when a batch is overdue, RC=12 on
      *         an I/O failure. Run daily, after the acknowledgment
      *         file arrives; with no acknowledgments (NAMEPACK empty)
      *         it still reports what is outstanding.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-FILE ASSIGN TO NAMEPACK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO NAMEPOBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-OBL-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO NAMEPAKR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *ONE ACKNOWLEDGMENT PER RECORD, AS THE RECEIVING SYSTEM SENDS
      *THEM. AK-REC-SEQ 0 ACKNOWLEDGES THE WHOLE BATCH; ONLY THEN
      *ARE AK-RECORD-COUNT/AK-HASH-TOTAL LOOKED AT (LEFT BLANK, THEY
      *ARE NOT CHECKED).
       FD  ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACK-RECORD.
           05  AK-BATCH-NO       PIC 9(8).
           05  AK-REC-SEQ        PIC 9(8).
           05  AK-RESULT         PIC X(1).
               88  AK-IS-ACCEPTED VALUE 'A'.
               88  AK-IS-REJECTED VALUE 'R'.
           05  AK-REASON         PIC X(20).
           05  AK-RECORD-COUNT   PIC 9(8).
           05  AK-HASH-TOTAL     PIC 9(15).
           05  FILLER            PIC X(20).
      *EVERY INTERFACE BATCH AND EVERY DETAIL IN IT, KEYED BATCH
      *NUMBER + DETAIL SEQUENCE, AS NAMEMRG WRITES IT. SEQUENCE 0 IS
      *THE BATCH'S OWN RECORD; BATCH 0 SEQUENCE 0 CARRIES THE LAST
      *BATCH NUMBER USED.
       FD  BATCH-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCH-LOG-RECORD.
           05  BL-KEY.
               10  BL-BATCH-NO   PIC 9(8).
               10  BL-REC-SEQ    PIC 9(8).
           05  BL-BODY           PIC X(100).
           05  BL-BATCH-VIEW REDEFINES BL-BODY.
               10  BL-BUSINESS-DATE PIC X(8).
               10  BL-SENT-DATE  PIC X(10).
               10  BL-SENT-TIME  PIC X(8).
               10  BL-RECORD-COUNT PIC 9(8).
               10  BL-HASH-TOTAL PIC 9(15).
               10  BL-ACK-STATUS PIC X(1).
                   88  BL-ACK-WAITING  VALUE 'S'.
                   88  BL-ACK-PARTIAL  VALUE 'P'.
                   88  BL-ACK-COMPLETE VALUE 'C'.
               10  BL-BATCH-ACK  PIC X(1).
               10  BL-ACK-DATE   PIC X(10).
               10  BL-ACCEPTED-COUNT PIC 9(8).
               10  BL-REJECTED-COUNT PIC 9(8).
               10  BL-BATCH-REASON PIC X(20).
               10  FILLER        PIC X(3).
           05  BL-DETAIL-VIEW REDEFINES BL-BODY.
               10  BL-ACTION     PIC X(1).
               10  BL-ENTITY     PIC X(1).
               10  BL-NAME-KEY   PIC X(29).
               10  BL-RELATED-KEY PIC X(29).
               10  BL-OCCUR-COUNT PIC 9(8).
               10  BL-ACK-RESULT PIC X(1).
                   88  BL-NOT-ACKNOWLEDGED VALUE SPACE.
                   88  BL-IS-ACCEPTED      VALUE 'A'.
                   88  BL-IS-REJECTED      VALUE 'R'.
               10  BL-ACK-REASON PIC X(20).
               10  BL-RESULT-DATE PIC X(10).
               10  FILLER        PIC X(1).
           05  BL-CONTROL-VIEW REDEFINES BL-BODY.
               10  BL-LAST-BATCH-NO PIC 9(8).
               10  BL-HISTORY-SENT PIC 9(8).
               10  FILLER        PIC X(84).
       FD  ACK-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACK-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-OBL-STATUS PIC X(2).
       01  WS-EOF-SW PIC X VALUE 'N'.
           88  WS-EOF VALUE 'Y'.
       01  WS-LOG-ABSENT-SW PIC X VALUE 'N'.
           88  WS-LOG-ABSENT VALUE 'Y'.
       01  WS-IO-ERROR-SW PIC X VALUE 'N'.
           88  WS-IO-ERROR VALUE 'Y'.
       01  WS-OVERDUE-DAYS PIC 9(3) VALUE 3.
       01  WS-LAST-BATCH-NO PIC 9(8) VALUE 0.
       01  WS-REVIEW-BATCH-NO PIC 9(8) VALUE 0.
       01  WS-DETAIL-SEQ PIC 9(8) VALUE 0.
       01  WS-ACK-READ-COUNT PIC 9(8) VALUE 0.
       01  WS-ACK-ACCEPTED-COUNT PIC 9(8) VALUE 0.
       01  WS-ACK-REJECTED-COUNT PIC 9(8) VALUE 0.
       01  WS-ACK-UNMATCHED-COUNT PIC 9(8) VALUE 0.
       01  WS-ACK-CHANGED-COUNT PIC 9(8) VALUE 0.
       01  WS-BATCHES-COMPLETED PIC 9(8) VALUE 0.
       01  WS-BATCHES-OUTSTANDING PIC 9(8) VALUE 0.
       01  WS-BATCHES-OVERDUE PIC 9(8) VALUE 0.
       01  WS-BATCH-ACCEPTED PIC 9(8) VALUE 0.
       01  WS-BATCH-REJECTED PIC 9(8) VALUE 0.
       01  WS-BATCH-OUTSTANDING PIC 9(8) VALUE 0.
      *THE BATCH RECORD IS HELD HERE WHILE ITS DETAILS ARE READ.
       01  WS-BATCH-RECORD PIC X(116).
       01  WS-BATCH-REC-COUNT PIC 9(8) VALUE 0.
      *WHY AN ACKNOWLEDGMENT MATCHED NOTHING (SPACES WHEN IT DID),
      *AND THE NOTE PRINTED ON A REPORT LINE.
       01  WS-ACK-NOTE PIC X(24).
       01  WS-LINE-NOTE PIC X(24).
       01  WS-AGE-DAYS PIC S9(5) VALUE 0.
       01  WS-TODAY-INT PIC 9(7) VALUE 0.
       01  WS-SENT-INT PIC 9(7) VALUE 0.
       01  WS-AGE-KNOWN-SW PIC X VALUE 'N'.
           88  WS-AGE-KNOWN VALUE 'Y'.
       01  WS-SENT-YYYYMMDD.
           05  WS-SN-YYYY PIC 9(4).
           05  WS-SN-MM   PIC 9(2).
           05  WS-SN-DD   PIC 9(2).
       01  WS-SENT-DATE-NUM REDEFINES WS-SENT-YYYYMMDD PIC 9(8).
       01  WS-TODAY-YYYYMMDD PIC 9(8).
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
               VALUE 'INTERFACE ACKNOWLEDGMENT REPORT DATE: '.
           05  RH-RUN-DATE PIC X(10).
           05  FILLER PIC X(18) VALUE '   OVERDUE AFTER '.
           05  RH-OVERDUE-DAYS PIC ZZ9.
           05  FILLER PIC X(5) VALUE ' DAYS'.
       01  WS-ACK-HDR1.
           05  FILLER PIC X(40)
               VALUE 'REJECTIONS AND UNMATCHED ACKNOWLEDGMENTS'.
       01  WS-ACK-HDR2.
           05  FILLER PIC X(19) VALUE '   BATCH       SEQ '.
           05  FILLER PIC X(8)  VALUE 'RESULT  '.
           05  FILLER PIC X(9)  VALUE 'ACT TYPE '.
           05  FILLER PIC X(30) VALUE 'NAME KEY'.
           05  FILLER PIC X(21) VALUE 'REASON'.
           05  FILLER PIC X(24) VALUE 'NOTE'.
       01  WS-ACK-LINE.
           05  AL-BATCH-NO PIC Z(7)9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  AL-REC-SEQ  PIC Z(7)9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  AL-RESULT   PIC X(1).
           05  FILLER      PIC X(5) VALUE SPACES.
           05  AL-ACTION   PIC X(1).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  AL-ENTITY   PIC X(1).
           05  FILLER      PIC X(4) VALUE SPACES.
           05  AL-NAME-KEY PIC X(29).
           05  FILLER      PIC X VALUE SPACE.
           05  AL-REASON   PIC X(20).
           05  FILLER      PIC X VALUE SPACE.
           05  AL-NOTE     PIC X(24).
       01  WS-BATCH-HDR1.
           05  FILLER PIC X(44)
               VALUE 'BATCHES OUTSTANDING OR COMPLETED THIS RUN'.
       01  WS-BATCH-HDR2.
           05  FILLER PIC X(10) VALUE '   BATCH  '.
           05  FILLER PIC X(10) VALUE 'BUS-DATE  '.
           05  FILLER PIC X(11) VALUE 'SENT       '.
           05  FILLER PIC X(10) VALUE '  RECORDS '.
           05  FILLER PIC X(10) VALUE ' ACCEPTED '.
           05  FILLER PIC X(10) VALUE ' REJECTED '.
           05  FILLER PIC X(10) VALUE '   OUTSTG '.
           05  FILLER PIC X(7)  VALUE '  DAYS '.
           05  FILLER PIC X(10) VALUE 'STATUS'.
       01  WS-BATCH-LINE.
           05  BT-BATCH-NO PIC Z(7)9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BT-BUSINESS-DATE PIC X(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BT-SENT-DATE PIC X(10).
           05  FILLER      PIC X VALUE SPACE.
           05  BT-RECORDS  PIC ZZ,ZZZ,ZZ9.
           05  BT-ACCEPTED PIC ZZ,ZZZ,ZZ9.
           05  BT-REJECTED PIC ZZ,ZZZ,ZZ9.
           05  BT-OUTSTANDING PIC ZZ,ZZZ,ZZ9.
           05  FILLER      PIC X VALUE SPACE.
           05  BT-DAYS     PIC X(6).
           05  FILLER      PIC X VALUE SPACE.
           05  BT-STATUS   PIC X(20).
       01  WS-AGE-EDIT PIC ZZZZ9.
       01  WS-SUMMARY-READ.
           05  FILLER PIC X(32)
               VALUE 'ACKNOWLEDGMENTS READ:           '.
           05  SM-READ-COUNT PIC ZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-ACCEPTED.
           05  FILLER PIC X(32)
               VALUE 'DETAILS ACCEPTED:               '.
           05  SM-ACCEPTED-COUNT PIC ZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-REJECTED.
           05  FILLER PIC X(32)
               VALUE 'DETAILS REJECTED:               '.
           05  SM-REJECTED-COUNT PIC ZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-CHANGED.
           05  FILLER PIC X(32)
               VALUE 'EARLIER RESULTS CHANGED:        '.
           05  SM-CHANGED-COUNT PIC ZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-UNMATCHED.
           05  FILLER PIC X(32)
               VALUE 'ACKNOWLEDGMENTS NOT MATCHED:    '.
           05  SM-UNMATCHED-COUNT PIC ZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-COMPLETED.
           05  FILLER PIC X(32)
               VALUE 'BATCHES COMPLETED THIS RUN:     '.
           05  SM-COMPLETED-COUNT PIC ZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-OUTSTANDING.
           05  FILLER PIC X(32)
               VALUE 'BATCHES STILL OUTSTANDING:      '.
           05  SM-OUTSTANDING-COUNT PIC ZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-OVERDUE.
           05  FILLER PIC X(32)
               VALUE 'BATCHES OVERDUE:                '.
           05  SM-OVERDUE-COUNT PIC ZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
       01  ACK-DAYS-PARM.
           05  ACK-PARM-LEN  PIC S9(4) COMP.
           05  ACK-PARM-TEXT PIC X(3).
      ******************************************************************
       PROCEDURE DIVISION USING ACK-DAYS-PARM.
       MAIN-PROCEDURE.
           IF ACK-PARM-LEN > 0
               AND ACK-PARM-TEXT(1:ACK-PARM-LEN) IS NUMERIC
               MOVE ACK-PARM-TEXT(1:ACK-PARM-LEN) TO WS-OVERDUE-DAYS
           END-IF.
           PERFORM SET-RUN-DATE.
           PERFORM OPEN-FILES.
           IF WS-OBL-STATUS NOT = '00' AND WS-OBL-STATUS NOT = '35'
               DISPLAY 'NAMEACK: CANNOT OPEN NAMEPOBL, FILE STATUS '
                   WS-OBL-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-OBL-STATUS = '35'
                   MOVE 'Y' TO WS-LOG-ABSENT-SW
                   MOVE 0 TO WS-LAST-BATCH-NO
               ELSE
                   PERFORM READ-BATCH-CONTROL
               END-IF
               PERFORM WRITE-REPORT-HEADERS
               PERFORM READ-ACK-FILE
               PERFORM UNTIL WS-EOF
                   PERFORM PROCESS-ACK-RECORD
                   PERFORM READ-ACK-FILE
               END-PERFORM
               PERFORM WRITE-BATCH-HEADERS
               PERFORM VARYING WS-REVIEW-BATCH-NO FROM 1 BY 1
                   UNTIL WS-REVIEW-BATCH-NO > WS-LAST-BATCH-NO
                   PERFORM REVIEW-BATCH
               END-PERFORM
               PERFORM WRITE-REPORT-SUMMARY
               PERFORM SET-RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

       SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY TO WS-RD-YYYY.
           MOVE WS-RUN-MM TO WS-RD-MM.
           MOVE WS-RUN-DD TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

      *NAMEPOBL IS CREATED BY NAMEMRG'S FIRST RUN - BEFORE THAT
      *(STATUS 35) NOTHING HAS BEEN SENT AND THERE IS NOTHING TO
      *RECONCILE, SO THE REPORT LISTS NO BATCHES RATHER THAN FAILING.
       OPEN-FILES.
           OPEN INPUT ACK-FILE.
           OPEN I-O BATCH-LOG-FILE.
           OPEN OUTPUT ACK-REPORT-FILE.

       CLOSE-FILES.
           CLOSE ACK-FILE.
           IF NOT WS-LOG-ABSENT
               CLOSE BATCH-LOG-FILE
           END-IF.
           CLOSE ACK-REPORT-FILE.

       READ-BATCH-CONTROL.
           MOVE 0 TO BL-BATCH-NO.
           MOVE 0 TO BL-REC-SEQ.
           READ BATCH-LOG-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE WS-OBL-STATUS
               WHEN '00'
                   MOVE BL-LAST-BATCH-NO TO WS-LAST-BATCH-NO
               WHEN '23'
                   MOVE 0 TO WS-LAST-BATCH-NO
               WHEN OTHER
                   PERFORM REPORT-IO-ERROR
           END-EVALUATE.

       READ-ACK-FILE.
           READ ACK-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF
               ADD 1 TO WS-ACK-READ-COUNT
           END-IF.

      *EACH ACKNOWLEDGMENT IS CHECKED AGAINST THE BATCH IT NAMES.
      *POSTING ONE LEAVES THE BATCH MARKED PARTIAL, SO THE BATCH
      *REVIEW RECOUNTS IT - EVEN ONE COMPLETED ON AN EARLIER RUN.
       PROCESS-ACK-RECORD.
           MOVE SPACES TO WS-ACK-NOTE.
           IF AK-BATCH-NO IS NOT NUMERIC
               OR AK-REC-SEQ IS NOT NUMERIC
               OR AK-BATCH-NO = 0
               OR NOT (AK-IS-ACCEPTED OR AK-IS-REJECTED)
               MOVE 'INVALID ACKNOWLEDGMENT' TO WS-ACK-NOTE
           ELSE
               IF WS-LOG-ABSENT
                   MOVE 'BATCH NEVER SENT' TO WS-ACK-NOTE
               ELSE
                   PERFORM FIND-ACK-BATCH
               END-IF
           END-IF.
           IF WS-ACK-NOTE NOT = SPACES
               ADD 1 TO WS-ACK-UNMATCHED-COUNT
               MOVE SPACES TO BL-DETAIL-VIEW
               MOVE WS-ACK-NOTE TO WS-LINE-NOTE
               PERFORM WRITE-ACK-LINE
           END-IF.

       FIND-ACK-BATCH.
           MOVE AK-BATCH-NO TO BL-BATCH-NO.
           MOVE 0 TO BL-REC-SEQ.
           READ BATCH-LOG-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE WS-OBL-STATUS
               WHEN '00'
                   MOVE BATCH-LOG-RECORD TO WS-BATCH-RECORD
                   IF AK-REC-SEQ = 0
                       PERFORM POST-BATCH-ACK
                   ELSE
                       PERFORM POST-DETAIL-ACK
                   END-IF
               WHEN '23'
                   MOVE 'BATCH NEVER SENT' TO WS-ACK-NOTE
               WHEN OTHER
                   PERFORM REPORT-IO-ERROR
           END-EVALUATE.

      *A DETAIL SEQUENCE BEYOND THE BATCH'S RECORD COUNT WAS NEVER
      *SENT IN IT (A RERUN OF A FAILED MERGE CAN LEAVE SUCH RECORDS
      *ON NAMEPOBL FROM THE FAILED ATTEMPT).
       POST-DETAIL-ACK.
           IF AK-REC-SEQ > BL-RECORD-COUNT
               MOVE 'NOT IN BATCH' TO WS-ACK-NOTE
           ELSE
               MOVE AK-BATCH-NO TO BL-BATCH-NO
               MOVE AK-REC-SEQ TO BL-REC-SEQ
               READ BATCH-LOG-FILE
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-OBL-STATUS
                   WHEN '00'
                       PERFORM APPLY-DETAIL-RESULT
                       PERFORM MARK-BATCH-PARTIAL
                   WHEN '23'
                       MOVE 'NOT IN BATCH' TO WS-ACK-NOTE
                   WHEN OTHER
                       PERFORM REPORT-IO-ERROR
               END-EVALUATE
           END-IF.

      *A LATER ACKNOWLEDGMENT OF THE SAME DETAIL REPLACES THE EARLIER
      *RESULT (THE RECEIVER REPROCESSED IT) AND IS NOTED AS CHANGED.
       APPLY-DETAIL-RESULT.
           MOVE SPACES TO WS-LINE-NOTE.
           IF NOT BL-NOT-ACKNOWLEDGED
               AND BL-ACK-RESULT NOT = AK-RESULT
               ADD 1 TO WS-ACK-CHANGED-COUNT
               MOVE 'EARLIER RESULT CHANGED' TO WS-LINE-NOTE
           END-IF.
           MOVE AK-RESULT TO BL-ACK-RESULT.
           MOVE AK-REASON TO BL-ACK-REASON.
           MOVE WS-RUN-DATE-X TO BL-RESULT-DATE.
           REWRITE BATCH-LOG-RECORD
               INVALID KEY PERFORM REPORT-IO-ERROR
           END-REWRITE.
           IF BL-IS-REJECTED
               ADD 1 TO WS-ACK-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-ACK-ACCEPTED-COUNT
           END-IF.
           IF BL-IS-REJECTED OR WS-LINE-NOTE NOT = SPACES
               PERFORM WRITE-ACK-LINE
           END-IF.

      *THE WHOLE-BATCH RESULT GOES ON EVERY DETAIL NOT ACKNOWLEDGED
      *ON ITS OWN. A COUNT OR HASH TOTAL THE RECEIVER QUOTES THAT
      *DIFFERS FROM THE TRAILER SENT MEANS THE BATCH DID NOT ARRIVE
      *WHOLE - THE RESULT IS STILL POSTED, BUT THE ACKNOWLEDGMENT IS
      *LISTED AS NOT MATCHING.
       POST-BATCH-ACK.
           IF AK-RECORD-COUNT IS NUMERIC
               AND AK-HASH-TOTAL IS NUMERIC
               IF AK-RECORD-COUNT NOT = BL-RECORD-COUNT
                   OR AK-HASH-TOTAL NOT = BL-HASH-TOTAL
                   MOVE 'COUNT OR HASH DIFFERS' TO WS-ACK-NOTE
               END-IF
           END-IF.
           MOVE AK-RESULT TO BL-BATCH-ACK.
           MOVE AK-REASON TO BL-BATCH-REASON.
           SET BL-ACK-PARTIAL TO TRUE.
           MOVE BL-RECORD-COUNT TO WS-BATCH-REC-COUNT.
           REWRITE BATCH-LOG-RECORD
               INVALID KEY PERFORM REPORT-IO-ERROR
           END-REWRITE.
           PERFORM VARYING WS-DETAIL-SEQ FROM 1 BY 1
               UNTIL WS-DETAIL-SEQ > WS-BATCH-REC-COUNT
               OR WS-IO-ERROR
               PERFORM APPLY-BATCH-RESULT
           END-PERFORM.
           IF AK-IS-REJECTED AND WS-ACK-NOTE = SPACES
               MOVE SPACES TO BL-DETAIL-VIEW
               MOVE 'WHOLE BATCH REJECTED' TO WS-LINE-NOTE
               PERFORM WRITE-ACK-LINE
           END-IF.

       APPLY-BATCH-RESULT.
           MOVE AK-BATCH-NO TO BL-BATCH-NO.
           MOVE WS-DETAIL-SEQ TO BL-REC-SEQ.
           READ BATCH-LOG-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE WS-OBL-STATUS
               WHEN '00'
                   IF BL-NOT-ACKNOWLEDGED
                       MOVE AK-RESULT TO BL-ACK-RESULT
                       MOVE AK-REASON TO BL-ACK-REASON
                       MOVE WS-RUN-DATE-X TO BL-RESULT-DATE
                       REWRITE BATCH-LOG-RECORD
                           INVALID KEY PERFORM REPORT-IO-ERROR
                       END-REWRITE
                       IF BL-IS-REJECTED
                           ADD 1 TO WS-ACK-REJECTED-COUNT
                       ELSE
                           ADD 1 TO WS-ACK-ACCEPTED-COUNT
                       END-IF
                   END-IF
               WHEN '23'
                   DISPLAY 'NAMEACK: BATCH ' AK-BATCH-NO
                       ' IS MISSING DETAIL ' WS-DETAIL-SEQ
                   PERFORM REPORT-IO-ERROR
               WHEN OTHER
                   PERFORM REPORT-IO-ERROR
           END-EVALUATE.

       MARK-BATCH-PARTIAL.
           MOVE WS-BATCH-RECORD TO BATCH-LOG-RECORD.
           IF NOT BL-ACK-PARTIAL
               SET BL-ACK-PARTIAL TO TRUE
               REWRITE BATCH-LOG-RECORD
                   INVALID KEY PERFORM REPORT-IO-ERROR
               END-REWRITE
           END-IF.

      *A BATCH COMPLETED ON AN EARLIER RUN AND NOT ACKNOWLEDGED AGAIN
      *SINCE HAS NOTHING LEFT TO SAY. ANY OTHER IS RECOUNTED FROM ITS
      *DETAILS AND LISTED.
       REVIEW-BATCH.
           MOVE WS-REVIEW-BATCH-NO TO BL-BATCH-NO.
           MOVE 0 TO BL-REC-SEQ.
           READ BATCH-LOG-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE WS-OBL-STATUS
               WHEN '00'
                   IF NOT BL-ACK-COMPLETE
                       PERFORM RECOUNT-BATCH
                       PERFORM WRITE-BATCH-LINE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   PERFORM REPORT-IO-ERROR
           END-EVALUATE.

       RECOUNT-BATCH.
           MOVE BATCH-LOG-RECORD TO WS-BATCH-RECORD.
           MOVE BL-RECORD-COUNT TO WS-BATCH-REC-COUNT.
           MOVE 0 TO WS-BATCH-ACCEPTED WS-BATCH-REJECTED.
           PERFORM VARYING WS-DETAIL-SEQ FROM 1 BY 1
               UNTIL WS-DETAIL-SEQ > WS-BATCH-REC-COUNT
               OR WS-IO-ERROR
               PERFORM COUNT-DETAIL-RESULT
           END-PERFORM.
           MOVE WS-BATCH-RECORD TO BATCH-LOG-RECORD.
           MOVE WS-BATCH-ACCEPTED TO BL-ACCEPTED-COUNT.
           MOVE WS-BATCH-REJECTED TO BL-REJECTED-COUNT.
           COMPUTE WS-BATCH-OUTSTANDING = BL-RECORD-COUNT
               - WS-BATCH-ACCEPTED - WS-BATCH-REJECTED.
           EVALUATE TRUE
               WHEN WS-BATCH-OUTSTANDING = 0
                   AND (BL-RECORD-COUNT > 0 OR BL-BATCH-ACK NOT = SPACE)
                   SET BL-ACK-COMPLETE TO TRUE
                   MOVE WS-RUN-DATE-X TO BL-ACK-DATE
                   ADD 1 TO WS-BATCHES-COMPLETED
               WHEN WS-BATCH-ACCEPTED > 0 OR WS-BATCH-REJECTED > 0
                   OR BL-BATCH-ACK NOT = SPACE
                   SET BL-ACK-PARTIAL TO TRUE
               WHEN OTHER
                   SET BL-ACK-WAITING TO TRUE
           END-EVALUATE.
           IF NOT WS-IO-ERROR
               REWRITE BATCH-LOG-RECORD
                   INVALID KEY PERFORM REPORT-IO-ERROR
               END-REWRITE
           END-IF.

       COUNT-DETAIL-RESULT.
           MOVE WS-REVIEW-BATCH-NO TO BL-BATCH-NO.
           MOVE WS-DETAIL-SEQ TO BL-REC-SEQ.
           READ BATCH-LOG-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE WS-OBL-STATUS
               WHEN '00'
                   IF BL-IS-ACCEPTED
                       ADD 1 TO WS-BATCH-ACCEPTED
                   END-IF
                   IF BL-IS-REJECTED
                       ADD 1 TO WS-BATCH-REJECTED
                   END-IF
               WHEN OTHER
                   DISPLAY 'NAMEACK: BATCH ' WS-REVIEW-BATCH-NO
                       ' DETAIL ' WS-DETAIL-SEQ ' UNREADABLE, STATUS '
                       WS-OBL-STATUS
                   PERFORM REPORT-IO-ERROR
           END-EVALUATE.

      *BL-SENT-DATE IS MM/DD/YYYY AS NAMEMRG STAMPS IT. THE AGE OF A
      *BATCH STILL OUTSTANDING IS COUNTED FROM THE DAY IT WAS SENT.
       WRITE-BATCH-LINE.
           MOVE BL-BATCH-NO TO BT-BATCH-NO.
           MOVE BL-BUSINESS-DATE TO BT-BUSINESS-DATE.
           MOVE BL-SENT-DATE TO BT-SENT-DATE.
           MOVE BL-RECORD-COUNT TO BT-RECORDS.
           MOVE BL-ACCEPTED-COUNT TO BT-ACCEPTED.
           MOVE BL-REJECTED-COUNT TO BT-REJECTED.
           MOVE WS-BATCH-OUTSTANDING TO BT-OUTSTANDING.
           PERFORM COMPUTE-BATCH-AGE.
           IF WS-AGE-KNOWN
               MOVE WS-AGE-DAYS TO WS-AGE-EDIT
               MOVE WS-AGE-EDIT TO BT-DAYS
           ELSE
               MOVE 'UNKNWN' TO BT-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN BL-ACK-COMPLETE
                   MOVE 'COMPLETE' TO BT-STATUS
               WHEN WS-AGE-KNOWN AND WS-AGE-DAYS >= WS-OVERDUE-DAYS
                   ADD 1 TO WS-BATCHES-OUTSTANDING
                   ADD 1 TO WS-BATCHES-OVERDUE
                   IF BL-ACK-PARTIAL
                       MOVE 'OVERDUE - PARTIAL' TO BT-STATUS
                   ELSE
                       MOVE 'OVERDUE - NO ACK' TO BT-STATUS
                   END-IF
               WHEN BL-ACK-PARTIAL
                   ADD 1 TO WS-BATCHES-OUTSTANDING
                   MOVE 'PARTIAL' TO BT-STATUS
               WHEN OTHER
                   ADD 1 TO WS-BATCHES-OUTSTANDING
                   MOVE 'WAITING' TO BT-STATUS
           END-EVALUATE.
           MOVE WS-BATCH-LINE TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.

       COMPUTE-BATCH-AGE.
           MOVE 'N' TO WS-AGE-KNOWN-SW.
           IF BL-SENT-DATE(1:2) IS NUMERIC
               AND BL-SENT-DATE(4:2) IS NUMERIC
               AND BL-SENT-DATE(7:4) IS NUMERIC
               MOVE BL-SENT-DATE(7:4) TO WS-SN-YYYY
               MOVE BL-SENT-DATE(1:2) TO WS-SN-MM
               MOVE BL-SENT-DATE(4:2) TO WS-SN-DD
               COMPUTE WS-SENT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SENT-DATE-NUM)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               SET WS-AGE-KNOWN TO TRUE
           END-IF.

      *ONE LINE PER REJECTION OR UNMATCHED ACKNOWLEDGMENT. THE DETAIL
      *FIELDS ARE BLANK WHEN THE ACKNOWLEDGMENT MATCHED NO DETAIL.
       WRITE-ACK-LINE.
           MOVE SPACES TO WS-ACK-LINE.
           IF AK-BATCH-NO IS NUMERIC
               MOVE AK-BATCH-NO TO AL-BATCH-NO
           END-IF.
           IF AK-REC-SEQ IS NUMERIC
               MOVE AK-REC-SEQ TO AL-REC-SEQ
           END-IF.
           MOVE AK-RESULT TO AL-RESULT.
           MOVE BL-ACTION TO AL-ACTION.
           MOVE BL-ENTITY TO AL-ENTITY.
           MOVE BL-NAME-KEY TO AL-NAME-KEY.
           MOVE AK-REASON TO AL-REASON.
           MOVE WS-LINE-NOTE TO AL-NOTE.
           MOVE WS-ACK-LINE TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.

       REPORT-IO-ERROR.
           IF NOT WS-IO-ERROR
               DISPLAY 'NAMEACK: NAMEPOBL I/O FAILED, FILE STATUS '
                   WS-OBL-STATUS
           END-IF.
           SET WS-IO-ERROR TO TRUE.

       WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE-X TO RH-RUN-DATE.
           MOVE WS-OVERDUE-DAYS TO RH-OVERDUE-DAYS.
           MOVE WS-REPORT-HDR1 TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-ACK-HDR1 TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-ACK-HDR2 TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.

       WRITE-BATCH-HEADERS.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-BATCH-HDR1 TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-BATCH-HDR2 TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-ACK-READ-COUNT TO SM-READ-COUNT.
           MOVE WS-SUMMARY-READ TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-ACK-ACCEPTED-COUNT TO SM-ACCEPTED-COUNT.
           MOVE WS-SUMMARY-ACCEPTED TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-ACK-REJECTED-COUNT TO SM-REJECTED-COUNT.
           MOVE WS-SUMMARY-REJECTED TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-ACK-CHANGED-COUNT TO SM-CHANGED-COUNT.
           MOVE WS-SUMMARY-CHANGED TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-ACK-UNMATCHED-COUNT TO SM-UNMATCHED-COUNT.
           MOVE WS-SUMMARY-UNMATCHED TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-BATCHES-COMPLETED TO SM-COMPLETED-COUNT.
           MOVE WS-SUMMARY-COMPLETED TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-BATCHES-OUTSTANDING TO SM-OUTSTANDING-COUNT.
           MOVE WS-SUMMARY-OUTSTANDING TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-BATCHES-OVERDUE TO SM-OVERDUE-COUNT.
           MOVE WS-SUMMARY-OVERDUE TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.

       SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-BATCHES-OVERDUE > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ACK-REJECTED-COUNT > 0
                   OR WS-ACK-UNMATCHED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
