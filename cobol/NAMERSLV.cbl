      *         exception resolutions the run collected. NAMEJOB
      *         notes every NAMEFIX correction record (NP-REC-TYPE
      *         'C') that parsed cleanly as an 'R' record on its
      *         keyed work file NAMEPDWK; this program reads those
      *         and rewrites NAMEPEXC with each matching OPEN or
      *         CORRECTED exception flipped to RESOLVED, via the
      *         classic copy-and-copy-back pass through the NAMEPEXW
      *         HISTORY BECAUSE EVERY FEED DROP NUMBERS
      *         INDEPENDENTLY, AND A SEQ-NO-ONLY MATCH WOULD RESOLVE
      *         AN UNRELATED NIGHT'S REJECT. WITH NO 'R' RECORDS ON
      *         NAMEPDWK THE STEP TOUCHES NOTHING.
      *         Runs only when the nightly run control (NAMERCTL,
      *         over NAMEPRUN) allows the RESOLVE step for the business
      *         date, and otherwise ends with NAMERCTL's refusal code
      *         (16 prerequisite not complete, 20 already ran, 24 a
      *         PARSE waiting for restart) without touching a file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-WORK-FILE ASSIGN TO NAMEPDWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS WS-DWK-STATUS.
           SELECT OPTIONAL NAME-PARSE-EXCEPT ASSIGN TO NAMEPEXC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPT-WORK-FILE ASSIGN TO NAMEPEXW
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *NAMEJOB'S WORK FILE - ONLY THE 'R' RECORDS MATTER HERE, ONE
      *PER CLEAN CORRECTION WITH THE ORIGINAL NP-INSPECT-TEXT IN
      *DW-NAME, SO ALL OF A NAME'S CORRECTIONS ARE TOGETHER ON THE
      *KEY.
       FD  DUP-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUP-WORK-RECORD.
           05  DW-KEY.
               10  DW-TYPE       PIC X(1).
                   88  DW-IS-NAME     VALUE 'D'.
                   88  DW-IS-RESOLVED VALUE 'R'.
               10  DW-NAME       PIC X(25).
               10  DW-REC-INVERSE PIC 9(8).
           05  DW-REC-NO         PIC 9(8).
           05  DW-SEQ-NO         PIC 9(6).
           05  DW-FIRST-SEQ-NO   PIC 9(6).
           05  DW-OCCURS         PIC 9(4).
       FD  NAME-PARSE-EXCEPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
               88  EX-IS-RESOLVED  VALUE 'R'.
           05  EX-LOGGED-DATE    PIC X(10).
           05  EX-STATUS-DATE    PIC X(10).
           05  EX-RUN-ID         PIC X(14).
           05  EX-DROP-NO        PIC 9(4).
           05  EX-FEED-SOURCE    PIC X(8).
       FD  EXCEPT-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXCEPT-WORK-RECORD    PIC X(118).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW PIC X VALUE 'N'.
           88  WS-EOF VALUE 'Y'.
       01  WS-DWK-STATUS PIC X(2).
       01  WS-DWK-END-SW PIC X VALUE 'N'.
           88  WS-DWK-END VALUE 'Y'.
       01  WS-RSV-ENTRY-CNT PIC 9(8) VALUE 0.
       01  WS-RSV-FOUND-SW PIC X VALUE 'N'.
           88  WS-RSV-FOUND VALUE 'Y'.
       01  WS-RESOLVED-COUNT PIC 9(6) VALUE 0.
           05  WS-RD-DD PIC 9(2).
           05  FILLER PIC X VALUE '/'.
           05  WS-RD-YYYY PIC 9(4).
      *NIGHTLY RUN CONTROL - NAMERCTL DECIDES WHETHER THIS STEP MAY
      *RUN FOR THE BUSINESS DATE AND RECORDS HOW IT ENDED.
       01  WS-RCTL-FUNCTION PIC X(1).
       01  WS-RCTL-STEP PIC X(8) VALUE 'RESOLVE'.
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
           PERFORM SET-RUN-DATE.
           PERFORM OPEN-DUP-WORK-FILE.
           IF WS-DWK-STATUS = '00'
               PERFORM COUNT-RESOLUTIONS
               IF WS-RSV-ENTRY-CNT > 0
                   PERFORM UPDATE-EXCEPTION-STATUSES
               END-IF
               CLOSE DUP-WORK-FILE
           END-IF.
           DISPLAY 'NAMERSLV: ' WS-RSV-ENTRY-CNT ' RESOLUTIONS, '
               WS-RESOLVED-COUNT ' EXCEPTIONS MARKED RESOLVED'.
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

       SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY TO WS-RD-YYYY.
           MOVE WS-RUN-MM TO WS-RD-MM.
           MOVE WS-RUN-DD TO WS-RD-DD.

      *NO NAMEPDWK MEANS NO PARSE HAS RUN SINCE IT WAS SET UP -
      *NOTHING TO RESOLVE. ANY OTHER FAILURE IS AN I/O ERROR.
       OPEN-DUP-WORK-FILE.
           OPEN INPUT DUP-WORK-FILE.
           EVALUATE WS-DWK-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'NAMERSLV: NO NAMEPDWK - NOTHING TO RESOLVE'
               WHEN OTHER
                   DISPLAY 'NAMERSLV: NAMEPDWK OPEN FAILED, STATUS '
                       WS-DWK-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

      *THE 'R' RECORDS SORT AFTER ALL THE 'D' RECORDS, SO THEY ARE
      *COUNTED FROM THE FIRST 'R' KEY TO END OF FILE.
       COUNT-RESOLUTIONS.
           MOVE 'R' TO DW-TYPE.
           MOVE LOW-VALUES TO DW-NAME.
           MOVE 0 TO DW-REC-INVERSE.
           MOVE 'N' TO WS-DWK-END-SW.
           START DUP-WORK-FILE KEY IS NOT LESS THAN DW-KEY
               INVALID KEY MOVE 'Y' TO WS-DWK-END-SW
           END-START.
           PERFORM UNTIL WS-DWK-END
               READ DUP-WORK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-DWK-END-SW
               END-READ
               IF NOT WS-DWK-END
                   IF DW-IS-RESOLVED
                       ADD 1 TO WS-RSV-ENTRY-CNT
                   ELSE
                       MOVE 'Y' TO WS-DWK-END-SW
                   END-IF
               END-IF
           END-PERFORM.

      *READS THE CORRECTIONS FOR THIS EXCEPTION'S ORIGINAL NAME
      *(THE FILE IS KEYED ON IT) LOOKING FOR ONE WITH ITS SEQ-NO.
       CHECK-RESOLVED-SEQ-NO.
           MOVE 'N' TO WS-RSV-FOUND-SW.
           MOVE 'R' TO DW-TYPE.
           MOVE EX-INSPECT-TEXT TO DW-NAME.
           MOVE 0 TO DW-REC-INVERSE.
           MOVE 'N' TO WS-DWK-END-SW.
           START DUP-WORK-FILE KEY IS NOT LESS THAN DW-KEY
               INVALID KEY MOVE 'Y' TO WS-DWK-END-SW
           END-START.
           PERFORM UNTIL WS-DWK-END OR WS-RSV-FOUND
               READ DUP-WORK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-DWK-END-SW
               END-READ
               IF NOT WS-DWK-END
                   IF DW-IS-RESOLVED AND DW-NAME = EX-INSPECT-TEXT
                       IF DW-SEQ-NO = EX-SEQ-NO
                           SET WS-RSV-FOUND TO TRUE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-DWK-END-SW
                   END-IF
               END-IF
           END-PERFORM.

      *THE WHOLE NAMEPEXC HISTORY IS COPIED TO NAMEPEXW WITH
      *MATCHING OPEN/CORRECTED EXCEPTIONS MARKED RESOLVED, THEN
