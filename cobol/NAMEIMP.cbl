      ******************************************************************
      * Author:
      * Date:
      * Purpose:parse-rule impact test - shows, before a change to
      *         STRINGS or to the parse reference lists goes live, how
      *         many historical names would split differently. Never
      *         writes a production file: it reads a slice of history
      *         and writes only its own report (and, in BASELINE
      *         mode, its own work file).
      *         PARM='COMPARE' (the default) reads an extract-layout
      *         slice on NAMEIIN - live NAMEPEXT, archived NAMEAEXT,
      *         or a NAMEIMP baseline - re-parses every person name
      *         from its original feed text (XT-UNSTR-TEXT) through
      *         the STRINGS logic and reference lists the step runs
      *         with, and lists each name whose STR1/STR2/STR3, suffix
      *         or parse status would change, old and new side by
      *         side, followed by counts by type of change and a
      *         sign-off block for the business owner.
      *         PARM='BASELINE' parses a saved NAMEPARS feed with the
      *         STRINGS the step runs with and writes the results in
      *         extract layout to NAMEIBAS - run it with the production
      *         load library and NAMEPREF, then run COMPARE over
      *         NAMEIBAS with the candidate ones (NAMEIMPJ does both).
      *         Business names (no STRINGS split) and extract records
      *         written before the feed text was kept are counted and
      *         skipped. Ends RC=4 when any name would change, so the
      *         sign-off is never skipped by accident.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IMPACT-INPUT-FILE ASSIGN TO NAMEIIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NAME-PARSE-FILE ASSIGN TO NAMEPARS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BASELINE-FILE ASSIGN TO NAMEIBAS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPACT-REPORT-FILE ASSIGN TO NAMEIRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO NAMEPCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REFERENCE-FILE ASSIGN TO NAMEPREF
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *NAMEJOB'S EXTRACT LAYOUT - THE OLD VALUES COME FROM HERE.
       FD  IMPACT-INPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD.
           05  XT-SEQ-NO         PIC 9(6).
           05  XT-STR1           PIC X(11).
           05  XT-STR2           PIC X(7).
           05  XT-STR3           PIC X(7).
           05  XT-STRING-DEST    PIC X(25).
           05  XT-CNT2           PIC 9(2).
           05  XT-SUFFIX         PIC X(4).
           05  XT-RUN-ID         PIC X(14).
           05  XT-DROP-NO        PIC 9(4).
           05  XT-FEED-SOURCE    PIC X(8).
           05  XT-NAME-TYPE      PIC X(1).
               88  XT-IS-PERSON   VALUE 'P'.
               88  XT-IS-BUSINESS VALUE 'B'.
           05  XT-SOUNDEX-KEY    PIC X(8).
           05  XT-UNSTR-TEXT     PIC X(25).
           05  XT-PARSE-STATUS   PIC X(1).
       FD  NAME-PARSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NAME-PARSE-RECORD.
           05  NP-REC-TYPE       PIC X(1).
               88  NP-IS-TRAILER VALUE 'T'.
               88  NP-IS-HEADER  VALUE 'H'.
               88  NP-IS-DATA    VALUE 'D'.
               88  NP-IS-BUSINESS VALUE 'B'.
               88  NP-IS-CORRECTION VALUE 'C'.
           05  NP-SEQ-NO         PIC 9(6).
           05  NP-INSPECT-TEXT   PIC X(25).
           05  NP-UNSTR-TEXT     PIC X(25).
      *EXTRACT LAYOUT AGAIN, BUILT IN EXTRACT-RECORD (THE INPUT
      *FILE IS NOT OPEN IN BASELINE MODE) AND WRITTEN FROM THERE.
       FD  BASELINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BASELINE-RECORD       PIC X(123).
       FD  IMPACT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IMPACT-REPORT-RECORD  PIC X(132).
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD.
           05  CTL-TALLY-CHAR    PIC X(1).
           05  CTL-REPL-FROM     PIC X(1).
           05  CTL-REPL-TO       PIC X(1).
           05  CTL-DELIM-CHAR    PIC X(1).
           05  CTL-REJECT-TOLERANCE PIC 9(3).
       FD  REFERENCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REFERENCE-RECORD.
           05  RF-TABLE-ID       PIC X(2).
               88  RF-IS-VERSION     VALUE 'VR'.
           05  RF-VALUE          PIC X(12).
           05  RF-CANON          PIC X(4).
           05  RF-CHANGED-DATE   PIC X(10).
           05  RF-CHANGED-BY     PIC X(8).
       01  REFERENCE-VERSION-RECORD.
           05  FILLER            PIC X(2).
           05  RV-VERSION-NO     PIC 9(6).
           05  FILLER            PIC X(28).
       WORKING-STORAGE SECTION.
       01  WS-MODE PIC X(8) VALUE 'COMPARE'.
           88  WS-IS-COMPARE  VALUE 'COMPARE'.
           88  WS-IS-BASELINE VALUE 'BASELINE'.
       01  WS-EOF-SW PIC X VALUE 'N'.
           88  WS-EOF VALUE 'Y'.
       01  WS-REF-EOF-SW PIC X VALUE 'N'.
           88  WS-REF-EOF VALUE 'Y'.
       01  WS-REF-VERSION PIC 9(6) VALUE 0.
      *THE SAME STRINGS ARGUMENTS NAMEJOB PASSES, WITH THE SAME
      *NAMEPCTL OVERRIDES, SO A NAME PARSES HERE EXACTLY AS IT WOULD
      *ON A LIVE NIGHT.
       01  WS-TALLY-CHAR PIC X(1) VALUE 'A'.
       01  WS-DELIM-CHAR PIC X(1) VALUE SPACE.
       01  WS-NAME-CNT2 PIC 9(2) VALUE 0.
       01  WS-SUFFIX PIC X(4) VALUE SPACES.
       01  WS-PARSE-STATUS PIC X(1) VALUE 'G'.
           88  WS-PARSE-GOOD VALUE 'G'.
           88  WS-PARSE-TRUNCATED VALUE 'T'.
           88  WS-PARSE-DROPPED VALUE 'D'.
       COPY NAMEPARS.
      *THE PARSE AS HISTORY HAS IT. AN EXTRACT RECORD WITH NO
      *STATUS PREDATES THE FIELD - ONLY CLEAN PARSES REACHED THE
      *EXTRACT, SO IT COUNTS AS 'G'.
       01  WS-OLD-PARSE.
           05  WS-OLD-STR1 PIC X(11).
           05  WS-OLD-STR2 PIC X(7).
           05  WS-OLD-STR3 PIC X(7).
           05  WS-OLD-SUFFIX PIC X(4).
           05  WS-OLD-STATUS PIC X(1).
               88  WS-OLD-GOOD VALUE 'G'.
       01  WS-NEW-PARSE.
           05  WS-NEW-STR1 PIC X(11).
           05  WS-NEW-STR2 PIC X(7).
           05  WS-NEW-STR3 PIC X(7).
           05  WS-NEW-SUFFIX PIC X(4).
           05  WS-NEW-STATUS PIC X(1).
               88  WS-NEW-GOOD VALUE 'G'.
       01  WS-SPLIT-CHANGED-SW PIC X VALUE 'N'.
           88  WS-SPLIT-CHANGED VALUE 'Y'.
       01  WS-SUFFIX-CHANGED-SW PIC X VALUE 'N'.
           88  WS-SUFFIX-CHANGED VALUE 'Y'.
       01  WS-STATUS-CHANGED-SW PIC X VALUE 'N'.
           88  WS-STATUS-CHANGED VALUE 'Y'.
       01  WS-CHANGE-TEXT PIC X(20).
       01  WS-CHANGE-PTR PIC 9(2) VALUE 1.
       01  WS-READ-COUNT PIC 9(8) VALUE 0.
       01  WS-BUSINESS-SKIPPED PIC 9(8) VALUE 0.
       01  WS-NO-TEXT-SKIPPED PIC 9(8) VALUE 0.
       01  WS-PARSED-COUNT PIC 9(8) VALUE 0.
       01  WS-UNCHANGED-COUNT PIC 9(8) VALUE 0.
       01  WS-CHANGED-COUNT PIC 9(8) VALUE 0.
       01  WS-SPLIT-CHANGE-COUNT PIC 9(8) VALUE 0.
       01  WS-SUFFIX-CHANGE-COUNT PIC 9(8) VALUE 0.
       01  WS-STATUS-CHANGE-COUNT PIC 9(8) VALUE 0.
       01  WS-NOW-REJECTED-COUNT PIC 9(8) VALUE 0.
       01  WS-NOW-CLEAN-COUNT PIC 9(8) VALUE 0.
       01  WS-REASON-CHANGE-COUNT PIC 9(8) VALUE 0.
       01  WS-GOOD-COUNT PIC 9(8) VALUE 0.
       01  WS-TRUNCATED-COUNT PIC 9(8) VALUE 0.
       01  WS-DROPPED-COUNT PIC 9(8) VALUE 0.
      *BASELINE LINEAGE - THE RUN ID IS THIS EXECUTION'S START TIME,
      *THE DROP NUMBER COUNTS UP PAST EACH TRAILER AND THE FEED
      *SOURCE COMES FROM THE DROP'S 'H' HEADER, AS IN NAMEJOB.
       01  WS-RUN-ID PIC X(14) VALUE SPACES.
       01  WS-DROP-NO PIC 9(4) VALUE 1.
       01  WS-DEFAULT-FEED-SOURCE PIC X(8) VALUE 'NAMEPARS'.
       01  WS-FEED-SOURCE PIC X(8) VALUE 'NAMEPARS'.
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
           05  FILLER PIC X(36)
               VALUE 'PARSE-RULE IMPACT TEST        DATE: '.
           05  RH-RUN-DATE PIC X(10).
           05  FILLER PIC X(8) VALUE '  MODE: '.
           05  RH-MODE PIC X(8).
           05  FILLER PIC X(26) VALUE '  REFERENCE DATA VERSION: '.
           05  RH-REF-VERSION PIC ZZZZZ9.
       01  WS-REPORT-HDR2.
           05  FILLER PIC X(34) VALUE SPACES.
           05  FILLER PIC X(36)
               VALUE '------------ OLD PARSE ------------'.
           05  FILLER PIC X(36)
               VALUE '------------ NEW PARSE ------------'.
       01  WS-REPORT-HDR3.
           05  FILLER PIC X(34)
               VALUE 'SEQ-NO ORIGINAL NAME TEXT         '.
           05  FILLER PIC X(36)
               VALUE 'STR1        STR2    STR3    SUFX S  '.
           05  FILLER PIC X(36)
               VALUE 'STR1        STR2    STR3    SUFX S  '.
           05  FILLER PIC X(6) VALUE 'CHANGE'.
       01  WS-DETAIL-LINE.
           05  DL-SEQ-NO      PIC 9(6).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  DL-UNSTR-TEXT  PIC X(25).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  DL-OLD-STR1    PIC X(11).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  DL-OLD-STR2    PIC X(7).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  DL-OLD-STR3    PIC X(7).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  DL-OLD-SUFFIX  PIC X(4).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  DL-OLD-STATUS  PIC X(1).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  DL-NEW-STR1    PIC X(11).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  DL-NEW-STR2    PIC X(7).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  DL-NEW-STR3    PIC X(7).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  DL-NEW-SUFFIX  PIC X(4).
           05  FILLER         PIC X(1) VALUE SPACE.
           05  DL-NEW-STATUS  PIC X(1).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  DL-CHANGE      PIC X(20).
       01  WS-SECTION-LINE PIC X(60).
       01  WS-SUMMARY-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  SL-LABEL    PIC X(36).
           05  SL-COUNT    PIC Z(7)9.
       01  WS-LEGEND-LINE.
           05  FILLER PIC X(36)
               VALUE 'S = PARSE STATUS: G CLEAN, T NAME TR'.
           05  FILLER PIC X(26)
               VALUE 'UNCATED, D TOKENS DROPPED'.
       01  WS-SIGNOFF-LINE.
           05  FILLER PIC X(42)
               VALUE 'REVIEWED AND APPROVED FOR PRODUCTION BY: '.
           05  FILLER PIC X(30) VALUE ALL '_'.
           05  FILLER PIC X(8) VALUE '  DATE: '.
           05  FILLER PIC X(10) VALUE ALL '_'.
       LINKAGE SECTION.
       01  IMP-MODE-PARM.
           05  IMP-PARM-LEN  PIC S9(4) COMP.
           05  IMP-PARM-TEXT PIC X(8).
      ******************************************************************
       PROCEDURE DIVISION USING IMP-MODE-PARM.
       MAIN-PROCEDURE.
           IF IMP-PARM-LEN > 0
               MOVE IMP-PARM-TEXT(1:IMP-PARM-LEN) TO WS-MODE
           END-IF.
           IF NOT WS-IS-COMPARE AND NOT WS-IS-BASELINE
               DISPLAY 'NAMEIMP: PARM MUST BE COMPARE OR BASELINE - '
                   WS-MODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-RUN-DATE.
           PERFORM READ-CONTROL-RECORD.
           PERFORM READ-REFERENCE-VERSION.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADERS.
           IF WS-IS-BASELINE
               PERFORM READ-NAME-PARSE-FILE
               PERFORM UNTIL WS-EOF
                   PERFORM BASELINE-FEED-RECORD
                   PERFORM READ-NAME-PARSE-FILE
               END-PERFORM
               PERFORM WRITE-BASELINE-SUMMARY
           ELSE
               PERFORM READ-IMPACT-INPUT
               PERFORM UNTIL WS-EOF
                   PERFORM COMPARE-EXTRACT-RECORD
                   PERFORM READ-IMPACT-INPUT
               END-PERFORM
               PERFORM WRITE-COMPARE-SUMMARY
           END-IF.
           PERFORM CLOSE-FILES.
           DISPLAY 'NAMEIMP: ' WS-MODE ' ' WS-READ-COUNT ' READ, '
               WS-PARSED-COUNT ' PARSED, ' WS-CHANGED-COUNT
               ' CHANGED'.
           IF WS-CHANGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY TO WS-RD-YYYY.
           MOVE WS-RUN-MM TO WS-RD-MM.
           MOVE WS-RUN-DD TO WS-RD-DD.

       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END MOVE SPACES TO CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.
           IF CTL-TALLY-CHAR NOT = SPACE
               MOVE CTL-TALLY-CHAR TO WS-TALLY-CHAR
           END-IF.
           IF CTL-DELIM-CHAR NOT = SPACE
               MOVE CTL-DELIM-CHAR TO WS-DELIM-CHAR
           END-IF.

      *ONLY THE VERSION RECORD MATTERS HERE - STRINGS LOADS ITS OWN
      *LISTS FROM THE SAME NAMEPREF ON ITS FIRST CALL. THE VERSION
      *GOES ON THE REPORT HEADING SO THE SIGN-OFF NAMES THE LISTS
      *IT WAS GIVEN FOR.
       READ-REFERENCE-VERSION.
           OPEN INPUT REFERENCE-FILE.
           PERFORM UNTIL WS-REF-EOF
               READ REFERENCE-FILE
                   AT END MOVE 'Y' TO WS-REF-EOF-SW
               END-READ
               IF NOT WS-REF-EOF AND RF-IS-VERSION
                   MOVE RV-VERSION-NO TO WS-REF-VERSION
               END-IF
           END-PERFORM.
           CLOSE REFERENCE-FILE.

       OPEN-FILES.
           IF WS-IS-BASELINE
               OPEN INPUT NAME-PARSE-FILE
               OPEN OUTPUT BASELINE-FILE
           ELSE
               OPEN INPUT IMPACT-INPUT-FILE
           END-IF.
           OPEN OUTPUT IMPACT-REPORT-FILE.

       CLOSE-FILES.
           IF WS-IS-BASELINE
               CLOSE NAME-PARSE-FILE
               CLOSE BASELINE-FILE
           ELSE
               CLOSE IMPACT-INPUT-FILE
           END-IF.
           CLOSE IMPACT-REPORT-FILE.

       READ-IMPACT-INPUT.
           READ IMPACT-INPUT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       READ-NAME-PARSE-FILE.
           READ NAME-PARSE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

       WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE-X TO RH-RUN-DATE.
           MOVE WS-MODE TO RH-MODE.
           MOVE WS-REF-VERSION TO RH-REF-VERSION.
           WRITE IMPACT-REPORT-RECORD FROM WS-REPORT-HDR1.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           WRITE IMPACT-REPORT-RECORD.
           IF WS-IS-COMPARE
               WRITE IMPACT-REPORT-RECORD FROM WS-REPORT-HDR2
               WRITE IMPACT-REPORT-RECORD FROM WS-REPORT-HDR3
           END-IF.

      *THE SAME CALL NAMEJOB'S PROCESS-PERSON-NAME MAKES, SPLIT
      *FIELDS CLEARED FIRST FOR THE SAME REASON (STRINGS LEAVES
      *THEM ALONE FOR A NAME WITH FEWER THAN THREE TOKENS).
       PARSE-NAME.
           MOVE SPACES TO WS-STR1 WS-STR2 WS-STR3.
           MOVE SPACES TO WS-SUFFIX.
           MOVE 'G' TO WS-PARSE-STATUS.
           CALL 'STRINGS' USING WS-UNSTR, WS-STR1, WS-STR2, WS-STR3,
               WS-NAME-CNT2, WS-DELIM-CHAR, WS-TALLY-CHAR,
               WS-SUFFIX, WS-PARSE-STATUS
           END-CALL.
           ADD 1 TO WS-PARSED-COUNT.
           EVALUATE TRUE
               WHEN WS-PARSE-TRUNCATED
                   ADD 1 TO WS-TRUNCATED-COUNT
               WHEN WS-PARSE-DROPPED
                   ADD 1 TO WS-DROPPED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-GOOD-COUNT
           END-EVALUATE.

      *PERSON NAMES ONLY - BUSINESS NAMES ARE STANDARDIZED BY
      *NAMEJOB ITSELF, NOT SPLIT BY STRINGS. AN EXTRACT RECORD
      *WITHOUT A NAME TYPE PREDATES BUSINESS NAMES AND IS A PERSON.
       COMPARE-EXTRACT-RECORD.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN XT-IS-BUSINESS
                   ADD 1 TO WS-BUSINESS-SKIPPED
               WHEN XT-UNSTR-TEXT = SPACES
                   ADD 1 TO WS-NO-TEXT-SKIPPED
               WHEN OTHER
                   MOVE XT-STR1 TO WS-OLD-STR1
                   MOVE XT-STR2 TO WS-OLD-STR2
                   MOVE XT-STR3 TO WS-OLD-STR3
                   MOVE XT-SUFFIX TO WS-OLD-SUFFIX
                   MOVE XT-PARSE-STATUS TO WS-OLD-STATUS
                   IF WS-OLD-STATUS = SPACE
                       MOVE 'G' TO WS-OLD-STATUS
                   END-IF
                   MOVE XT-UNSTR-TEXT TO WS-UNSTR
                   PERFORM PARSE-NAME
                   MOVE WS-STR1 TO WS-NEW-STR1
                   MOVE WS-STR2 TO WS-NEW-STR2
                   MOVE WS-STR3 TO WS-NEW-STR3
                   MOVE WS-SUFFIX TO WS-NEW-SUFFIX
                   MOVE WS-PARSE-STATUS TO WS-NEW-STATUS
                   PERFORM CLASSIFY-CHANGE
           END-EVALUATE.

      *A STATUS CHANGE IS THE CHANGE THAT MATTERS WHEN EITHER SIDE
      *IS A REJECT - A REJECTED NAME NEVER SHIPS, SO ITS LEFTOVER
      *SPLIT FIELDS ARE NOT COMPARED. BETWEEN TWO CLEAN PARSES THE
      *SPLIT AND THE SUFFIX ARE COMPARED SEPARATELY, AND ONE NAME
      *CAN COUNT UNDER BOTH.
       CLASSIFY-CHANGE.
           MOVE 'N' TO WS-SPLIT-CHANGED-SW.
           MOVE 'N' TO WS-SUFFIX-CHANGED-SW.
           MOVE 'N' TO WS-STATUS-CHANGED-SW.
           IF WS-NEW-STATUS NOT = WS-OLD-STATUS
               SET WS-STATUS-CHANGED TO TRUE
               ADD 1 TO WS-STATUS-CHANGE-COUNT
               EVALUATE TRUE
                   WHEN WS-OLD-GOOD
                       ADD 1 TO WS-NOW-REJECTED-COUNT
                   WHEN WS-NEW-GOOD
                       ADD 1 TO WS-NOW-CLEAN-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-REASON-CHANGE-COUNT
               END-EVALUATE
           ELSE
               IF WS-NEW-GOOD
                   IF WS-NEW-STR1 NOT = WS-OLD-STR1
                       OR WS-NEW-STR2 NOT = WS-OLD-STR2
                       OR WS-NEW-STR3 NOT = WS-OLD-STR3
                       SET WS-SPLIT-CHANGED TO TRUE
                       ADD 1 TO WS-SPLIT-CHANGE-COUNT
                   END-IF
                   IF WS-NEW-SUFFIX NOT = WS-OLD-SUFFIX
                       SET WS-SUFFIX-CHANGED TO TRUE
                       ADD 1 TO WS-SUFFIX-CHANGE-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-STATUS-CHANGED OR WS-SPLIT-CHANGED
               OR WS-SUFFIX-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
               PERFORM WRITE-DETAIL-LINE
           ELSE
               ADD 1 TO WS-UNCHANGED-COUNT
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-CHANGE-TEXT.
           MOVE 1 TO WS-CHANGE-PTR.
           IF WS-SPLIT-CHANGED
               STRING 'SPLIT ' DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF.
           IF WS-SUFFIX-CHANGED
               STRING 'SUFFIX ' DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF.
           IF WS-STATUS-CHANGED
               STRING 'STATUS ' DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF.
           MOVE XT-SEQ-NO TO DL-SEQ-NO.
           MOVE XT-UNSTR-TEXT TO DL-UNSTR-TEXT.
           MOVE WS-OLD-STR1 TO DL-OLD-STR1.
           MOVE WS-OLD-STR2 TO DL-OLD-STR2.
           MOVE WS-OLD-STR3 TO DL-OLD-STR3.
           MOVE WS-OLD-SUFFIX TO DL-OLD-SUFFIX.
           MOVE WS-OLD-STATUS TO DL-OLD-STATUS.
           MOVE WS-NEW-STR1 TO DL-NEW-STR1.
           MOVE WS-NEW-STR2 TO DL-NEW-STR2.
           MOVE WS-NEW-STR3 TO DL-NEW-STR3.
           MOVE WS-NEW-SUFFIX TO DL-NEW-SUFFIX.
           MOVE WS-NEW-STATUS TO DL-NEW-STATUS.
           MOVE WS-CHANGE-TEXT TO DL-CHANGE.
           WRITE IMPACT-REPORT-RECORD FROM WS-DETAIL-LINE.

      *HEADERS AND TRAILERS ONLY CARRY THE LINEAGE FORWARD; BUSINESS
      *RECORDS ARE COUNTED AND SKIPPED. EVERY PERSON NAME ('D' AND
      *NAMEFIX 'C' RECORDS) GOES TO NAMEIBAS - REJECTS INCLUDED,
      *WITH THEIR STATUS, SO A RULE THAT FIXES OR BREAKS A NAME
      *SHOWS UP AS A STATUS CHANGE WHEN THE BASELINE IS COMPARED.
       BASELINE-FEED-RECORD.
           EVALUATE TRUE
               WHEN NP-IS-HEADER
                   IF NP-INSPECT-TEXT(1:8) NOT = SPACES
                       MOVE NP-INSPECT-TEXT(1:8) TO WS-FEED-SOURCE
                   END-IF
               WHEN NP-IS-TRAILER
                   ADD 1 TO WS-DROP-NO
                   MOVE WS-DEFAULT-FEED-SOURCE TO WS-FEED-SOURCE
               WHEN NP-IS-BUSINESS
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-BUSINESS-SKIPPED
               WHEN OTHER
                   ADD 1 TO WS-READ-COUNT
                   MOVE NP-UNSTR-TEXT TO WS-UNSTR
                   PERFORM PARSE-NAME
                   PERFORM WRITE-BASELINE-RECORD
           END-EVALUATE.

       WRITE-BASELINE-RECORD.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE NP-SEQ-NO TO XT-SEQ-NO.
           MOVE WS-STR1 TO XT-STR1.
           MOVE WS-STR2 TO XT-STR2.
           MOVE WS-STR3 TO XT-STR3.
           MOVE WS-NAME-CNT2 TO XT-CNT2.
           MOVE WS-SUFFIX TO XT-SUFFIX.
           MOVE WS-RUN-ID TO XT-RUN-ID.
           MOVE WS-DROP-NO TO XT-DROP-NO.
           MOVE WS-FEED-SOURCE TO XT-FEED-SOURCE.
           SET XT-IS-PERSON TO TRUE.
           MOVE NP-UNSTR-TEXT TO XT-UNSTR-TEXT.
           MOVE WS-PARSE-STATUS TO XT-PARSE-STATUS.
           WRITE BASELINE-RECORD FROM EXTRACT-RECORD.

       WRITE-COMPARE-SUMMARY.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           WRITE IMPACT-REPORT-RECORD.
           WRITE IMPACT-REPORT-RECORD FROM WS-LEGEND-LINE.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           WRITE IMPACT-REPORT-RECORD.
           MOVE 'SUMMARY' TO WS-SECTION-LINE.
           WRITE IMPACT-REPORT-RECORD FROM WS-SECTION-LINE.
           MOVE 'RECORDS READ' TO SL-LABEL.
           MOVE WS-READ-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE 'BUSINESS NAMES SKIPPED' TO SL-LABEL.
           MOVE WS-BUSINESS-SKIPPED TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE 'SKIPPED - NO ORIGINAL NAME TEXT' TO SL-LABEL.
           MOVE WS-NO-TEXT-SKIPPED TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE 'NAMES RE-PARSED' TO SL-LABEL.
           MOVE WS-PARSED-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE 'NAMES UNCHANGED' TO SL-LABEL.
           MOVE WS-UNCHANGED-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE 'NAMES THAT WOULD CHANGE' TO SL-LABEL.
           MOVE WS-CHANGED-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           WRITE IMPACT-REPORT-RECORD.
           MOVE 'CHANGES BY TYPE' TO WS-SECTION-LINE.
           WRITE IMPACT-REPORT-RECORD FROM WS-SECTION-LINE.
           MOVE 'SPLIT (STR1/STR2/STR3) CHANGED' TO SL-LABEL.
           MOVE WS-SPLIT-CHANGE-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE 'SUFFIX CHANGED' TO SL-LABEL.
           MOVE WS-SUFFIX-CHANGE-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE 'PARSE STATUS CHANGED' TO SL-LABEL.
           MOVE WS-STATUS-CHANGE-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE '  CLEAN BEFORE, REJECTED NOW' TO SL-LABEL.
           MOVE WS-NOW-REJECTED-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE '  REJECTED BEFORE, CLEAN NOW' TO SL-LABEL.
           MOVE WS-NOW-CLEAN-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE '  REJECTED FOR A DIFFERENT REASON' TO SL-LABEL.
           MOVE WS-REASON-CHANGE-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           WRITE IMPACT-REPORT-RECORD.
           MOVE SPACES TO IMPACT-REPORT-RECORD.
           WRITE IMPACT-REPORT-RECORD.
           WRITE IMPACT-REPORT-RECORD FROM WS-SIGNOFF-LINE.

       WRITE-BASELINE-SUMMARY.
           MOVE 'BASELINE WRITTEN TO NAMEIBAS' TO WS-SECTION-LINE.
           WRITE IMPACT-REPORT-RECORD FROM WS-SECTION-LINE.
           MOVE 'FEED RECORDS READ' TO SL-LABEL.
           MOVE WS-READ-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE 'BUSINESS NAMES SKIPPED' TO SL-LABEL.
           MOVE WS-BUSINESS-SKIPPED TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE 'PERSON NAMES PARSED' TO SL-LABEL.
           MOVE WS-PARSED-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE '  CLEAN' TO SL-LABEL.
           MOVE WS-GOOD-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE '  NAME TRUNCATED' TO SL-LABEL.
           MOVE WS-TRUNCATED-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE '  TOKENS DROPPED' TO SL-LABEL.
           MOVE WS-DROPPED-COUNT TO SL-COUNT.
           WRITE IMPACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
