      *         DO NOT RUN THIS JOB BETWEEN AN ABEND AND ITS RESTART
      *         - THE RESTART RECONCILES FILE SIZES AGAINST NAMEPBAS,
      *         WHICH TRIMMING WOULD INVALIDATE.
      *         Runs only when the nightly run control (NAMERCTL,
      *         over NAMEPRUN) allows the ARCHIVE step for the business
      *         date, and otherwise ends with NAMERCTL's refusal code
      *         (16 prerequisite not complete, 20 already ran, 24 a
      *         PARSE waiting for restart) without touching a file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD PIC X(123).
      *FULL LAYOUT, NOT AN OPAQUE BUFFER - THE SPLIT LOOKS AT
      *EX-STATUS TO WARN WHEN UNRESOLVED EXCEPTIONS ARE ABOUT TO
      *LEAVE THE LIVE FILE. SPACES (PRE-LIFECYCLE RECORDS) COUNT AS
               88  EX-IS-RESOLVED  VALUE 'R'.
           05  EX-LOGGED-DATE    PIC X(10).
           05  EX-STATUS-DATE    PIC X(10).
           05  EX-RUN-ID         PIC X(14).
           05  EX-DROP-NO        PIC 9(4).
           05  EX-FEED-SOURCE    PIC X(8).
       FD  SUSPECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUSPECT-RECORD PIC X(122).
       FD  DUPLICATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUPLICATE-RECORD PIC X(92).
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  CK-DUP-WRITES     PIC 9(8).
           05  CK-MARKER-FLAG    PIC X(1).
               88  CK-IS-RUN-START VALUE 'S'.
           05  CK-DWK-FAIL-COUNT PIC 9(6).
           05  CK-REMOVED-COUNT  PIC 9(6).
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD PIC X(93).
       FD  ARCH-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       FD  ARCH-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-EXTRACT-RECORD PIC X(123).
       FD  ARCH-EXCEPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-EXCEPT-RECORD PIC X(118).
       FD  ARCH-SUSPECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-SUSPECT-RECORD PIC X(122).
       FD  ARCH-DUPLICATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-DUPLICATE-RECORD PIC X(92).
       FD  ARCH-CHECKPOINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-CHECKPOINT-RECORD PIC X(93).
       FD  ARCH-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-AUDIT-RECORD PIC X(93).
       FD  ARCH-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  XL-UNRESOLVED PIC Z(7)9.
           05  FILLER PIC X(43) VALUE
               ' UNRESOLVED EXCEPTIONS ARCHIVED TO NAMEAEXC'.
      *NIGHTLY RUN CONTROL - NAMERCTL DECIDES WHETHER THIS STEP MAY
      *RUN FOR THE BUSINESS DATE AND RECORDS HOW IT ENDED.
       01  WS-RCTL-FUNCTION PIC X(1).
       01  WS-RCTL-STEP PIC X(8) VALUE 'ARCHIVE'.
       01  WS-RCTL-STEP-RC PIC 9(2) VALUE 0.
       01  WS-RCTL-RESULT PIC 9(2) VALUE 0.
       01  WS-RCTL-BUSINESS-DATE PIC X(8).
       LINKAGE SECTION.
       01  ARC-KEEP-PARM.
           05  ARC-PARM-LEN  PIC S9(4) COMP.
      ******************************************************************
       PROCEDURE DIVISION USING ARC-KEEP-PARM.
       MAIN-PROCEDURE.
           PERFORM BEGIN-RUN-CONTROL.
           IF WS-RCTL-RESULT NOT = 0
               MOVE WS-RCTL-RESULT TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ARC-PARM-LEN > 0
               AND ARC-PARM-TEXT(1:ARC-PARM-LEN) IS NUMERIC
               MOVE ARC-PARM-TEXT(1:ARC-PARM-LEN) TO WS-KEEP-RUNS
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

      *READ BEFORE ANY SPLITTING - THE EXTRACT SPLIT MUST KNOW HOW
      *FAR THE NIGHTLY MERGE HAS GOT. NO NAMEPMCK RECORD (MERGE
      *NEVER RUN) MEANS NOTHING HAS BEEN MERGED AND NO EXTRACT
