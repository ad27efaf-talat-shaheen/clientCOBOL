      * Date:
      * Purpose:builds the indexed lookup file NAMEPIDX used by
      *         NAMEINQ from NAMEJOB's sequential cleaned-name extract
      *         (NAMEPEXT), keyed by run id + drop no + NP-SEQ-NO, so
      *         every parse of a record can be retrieved without a
      *         sequential scan of the extract or the printed report.
      *         Also writes a one-record load-count file (NAMEPLCT) -
      *         extract records read and distinct keys loaded - that
      *         NAMEBAL uses to prove the load saw the whole extract
      *         and NAMEPIDX holds what the load put there.
      *         Runs only when the nightly run control (NAMERCTL,
      *         over NAMEPRUN) allows the LOAD step for the business
      *         date, and otherwise ends with NAMERCTL's refusal code
      *         (16 prerequisite not complete, 20 already ran, 24 a
      *         PARSE waiting for restart) without touching a file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INDEXED-EXTRACT-FILE ASSIGN TO NAMEPIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *THE PRIME KEY IS THE LINEAGE (RUN ID + DROP NO + SEQ-NO), SO
      *EVERY PARSE OF A SEQUENCE NUMBER IS KEPT. SEQ-NO ALONE IS AN
      *ALTERNATE KEY WITH DUPLICATES FOR NAMEINQ'S SEQ-NO LOOKUP.
               RECORD KEY IS IX-LINEAGE-KEY
               ALTERNATE RECORD KEY IS IX-SEQ-NO WITH DUPLICATES
      *MANY RECORDS SHARE A LAST NAME, SO THE ALTERNATE KEY ALLOWS
      *DUPLICATES - IT EXISTS SO NAMEINQ CAN BROWSE BY STR3.
               ALTERNATE RECORD KEY IS IX-STR3 WITH DUPLICATES
           05  XT-STRING-DEST    PIC X(25).
           05  XT-CNT2           PIC 9(2).
           05  XT-SUFFIX         PIC X(4).
           05  XT-RUN-ID         PIC X(14).
           05  XT-DROP-NO        PIC 9(4).
           05  XT-FEED-SOURCE    PIC X(8).
           05  XT-NAME-TYPE      PIC X(1).
           05  XT-SOUNDEX-KEY    PIC X(8).
           05  XT-UNSTR-TEXT     PIC X(25).
           05  XT-PARSE-STATUS   PIC X(1).
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
           88  WS-EOF VALUE 'Y'.
       01  WS-READ-COUNT PIC 9(8) VALUE 0.
       01  WS-KEY-COUNT PIC 9(8) VALUE 0.
      *NIGHTLY RUN CONTROL - NAMERCTL DECIDES WHETHER THIS STEP MAY
      *RUN FOR THE BUSINESS DATE AND RECORDS HOW IT ENDED.
       01  WS-RCTL-FUNCTION PIC X(1).
       01  WS-RCTL-STEP PIC X(8) VALUE 'LOAD'.
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
           IF WS-IDX-STATUS = '00'
               PERFORM READ-EXTRACT-FILE
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
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

      *NAMEPIDX IS REBUILT EMPTY (OPEN OUTPUT) AND THEN REOPENED I-O
      *SO A DUPLICATE KEY CAN BE REWRITTEN - THE SAME OPEN DANCE
      *NAMEJOB USES FOR ITS CHECKPOINT FILE.
           MOVE XT-STRING-DEST TO IX-STRING-DEST.
           MOVE XT-CNT2 TO IX-CNT2.
           MOVE XT-SUFFIX TO IX-SUFFIX.
           MOVE XT-RUN-ID TO IX-RUN-ID.
           MOVE XT-DROP-NO TO IX-DROP-NO.
           MOVE XT-FEED-SOURCE TO IX-FEED-SOURCE.
      *NAMEPEXT ACCUMULATES ACROSS RUNS (DISP=MOD IN STRNGJOB), BUT
      *THE LINEAGE KEEPS EACH RUN'S PARSE OF A SEQUENCE NUMBER ON ITS
      *OWN KEY. ONLY RECORDS WRITTEN BEFORE THE LINEAGE FIELDS EXISTED
      *(BLANK RUN ID) CAN STILL COLLIDE - FOR THOSE THE LATEST PARSE
      *WINS, AS IT ALWAYS HAS.
           WRITE INDEXED-EXTRACT-RECORD
               INVALID KEY
                   IF WS-IDX-STATUS = '22'
