      *         TOP OF EACH RUN - THE SAME SKIP-BY-COUNT IDEA
      *         NAMEJOB'S RESTART USES - SO ONLY THE NEW RUN'S
      *         RECORDS COUNT INTO THE MASTER.
      *         Business (type B) records have no STR1/STR2/STR3 split
      *         and merge instead into the business-name master
      *         NAMEPBMS, keyed on the standardized body
      *         (XT-STRING-DEST) plus the canonical legal suffix, with
      *         the same first-seen/last-seen/occurrence history and
      *         its own "new organizations this run" report
      *         (NAMEPBNW). Running key and occurrence totals for
      *         both masters are kept on NAMEPMCT so NAMEBAL can prove
      *         each master holds what the merges put there.
      *         Each person master entry also carries a sound-alike
      *         key (NAMESDX code of the surname plus that of the
      *         first name) as an alternate key, and every name new
      *         to the master is listed on the possible-match report
      *         NAMEPSND next to the existing entries that sound the
      *         same but are not identical, with a similarity
      *         percentage, for the data stewards to work.
      *         The stewards' decisions come back through the master
      *         itself (NAMEMNT maintains it): a name whose entry has
      *         been merged away is an alias and is posted to the
      *         surviving entry it points at, and a name whose entry
      *         is flagged do-not-use or known-bad is not counted but
      *         listed on the flagged-names report NAMEPFLG.
      *         Extract records masked by a name removal (NAMEERAS,
      *         name type 'E') carry no name and are counted, not
      *         merged.
      *         Each run also sends the downstream systems an
      *         interface batch (NAMEPOUT) holding only what changed
      *         on the masters: a header with the business date and
      *         the batch number, one detail per master entry added
      *         or changed this run (in its final state - the keys
      *         touched are gathered on the keyed work file NAMEPOWK
      *         first), preceded by the stewards' merges, flags,
      *         reinstatements and corrections logged on NAMEPMHS
      *         since the last batch, and a trailer with the detail
      *         count and a hash total of the occurrence counts. Every
      *         batch and every detail sent is kept on the keyed
      *         batch log NAMEPOBL, where NAMEACK matches the
      *         receiving system's acknowledgments back to it.
      *         Runs only when the nightly run control (NAMERCTL,
      *         over NAMEPRUN) allows the MERGE step for the business
      *         date, and otherwise ends with NAMERCTL's refusal code
      *         (16 prerequisite not complete, 20 already ran, 24 a
      *         PARSE waiting for restart) without touching a file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAME-MASTER-FILE ASSIGN TO NAMEPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-NAME-KEY
      *MANY NAMES SHARE A SOUND-ALIKE KEY - THAT IS THE POINT OF IT.
               ALTERNATE RECORD KEY IS MS-SOUNDEX-KEY WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT BUSINESS-MASTER-FILE ASSIGN TO NAMEPBMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BUSINESS-KEY
               FILE STATUS IS WS-BMS-STATUS.
           SELECT NEW-NAME-REPORT-FILE ASSIGN TO NAMEPNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-ORG-REPORT-FILE ASSIGN TO NAMEPBNW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSSIBLE-MATCH-REPORT-FILE ASSIGN TO NAMEPSND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLAGGED-REPORT-FILE ASSIGN TO NAMEPFLG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MERGE-CHECKPOINT-FILE ASSIGN TO NAMEPMCK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-CONTROL-FILE ASSIGN TO NAMEPMCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-HISTORY-FILE ASSIGN TO NAMEPMHS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTBOUND-WORK-FILE ASSIGN TO NAMEPOWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-KEY
               FILE STATUS IS WS-OWK-STATUS.
           SELECT BATCH-LOG-FILE ASSIGN TO NAMEPOBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-OBL-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO NAMEPOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           05  XT-STRING-DEST    PIC X(25).
           05  XT-CNT2           PIC 9(2).
           05  XT-SUFFIX         PIC X(4).
           05  XT-RUN-ID         PIC X(14).
           05  XT-DROP-NO        PIC 9(4).
           05  XT-FEED-SOURCE    PIC X(8).
           05  XT-NAME-TYPE      PIC X(1).
               88  XT-IS-PERSON   VALUE 'P'.
               88  XT-IS-BUSINESS VALUE 'B'.
               88  XT-IS-ERASED   VALUE 'E'.
           05  XT-SOUNDEX-KEY    PIC X(8).
           05  XT-UNSTR-TEXT     PIC X(25).
           05  XT-PARSE-STATUS   PIC X(1).
       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  NAME-MASTER-RECORD.
           05  MS-FIRST-SEEN     PIC X(10).
           05  MS-LAST-SEEN      PIC X(10).
           05  MS-OCCUR-COUNT    PIC 9(8).
      *SPACES ON ENTRIES ADDED BEFORE THE KEY EXISTED - FILLED IN THE
      *NEXT TIME THE NAME IS MERGED.
           05  MS-SOUNDEX-KEY    PIC X(8).
      *SET BY NAMEMNT - AN ALIAS ('M') HAS BEEN MERGED INTO, OR
      *CORRECTED TO, THE ENTRY NAMED IN MS-ALIAS-KEY.
           05  MS-STATUS         PIC X(1).
               88  MS-IS-ACTIVE      VALUES 'A' SPACE.
               88  MS-IS-ALIAS       VALUE 'M'.
               88  MS-IS-DO-NOT-USE  VALUE 'D'.
               88  MS-IS-KNOWN-BAD   VALUE 'B'.
           05  MS-ALIAS-KEY      PIC X(25).
           05  MS-STATUS-DATE    PIC X(10).
      *ONE RECORD PER STANDARDIZED ORGANIZATION NAME - THE BODY
      *NAMEJOB REBUILT INTO XT-STRING-DEST PLUS THE CANONICAL LEGAL
      *SUFFIX, SO 'ACME, INC.' AND 'ACME INCORPORATED' ARE ONE KEY.
       FD  BUSINESS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-MASTER-RECORD.
           05  BM-BUSINESS-KEY.
               10  BM-BODY       PIC X(25).
               10  BM-SUFFIX     PIC X(4).
           05  BM-FIRST-SEEN     PIC X(10).
           05  BM-LAST-SEEN      PIC X(10).
           05  BM-OCCUR-COUNT    PIC 9(8).
       FD  NEW-NAME-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-NAME-REPORT-RECORD PIC X(132).
       FD  NEW-ORG-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-ORG-REPORT-RECORD PIC X(132).
       FD  POSSIBLE-MATCH-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  POSSIBLE-MATCH-REPORT-RECORD PIC X(132).
       FD  FLAGGED-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FLAGGED-REPORT-RECORD PIC X(132).
       FD  MERGE-CHECKPOINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MERGE-CHECKPOINT-RECORD.
           05  MCK-MERGED-COUNT  PIC 9(8).
      *RUNNING TOTALS OVER BOTH MASTERS - KEYS HELD AND OCCURRENCES
      *COUNTED - ONE RECORD, REWRITTEN WHOLE AT THE END OF EACH RUN.
       FD  MASTER-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MASTER-CONTROL-RECORD.
           05  MC-PERSON-KEYS    PIC 9(8).
           05  MC-PERSON-OCCURS  PIC 9(10).
           05  MC-BUSINESS-KEYS  PIC 9(8).
           05  MC-BUSINESS-OCCURS PIC 9(10).
      *NAMEMNT'S (AND NAMEERAS'S) CUMULATIVE MASTER CHANGE HISTORY -
      *READ HERE ONLY, FOR THE MAINTENANCE SINCE THE LAST BATCH.
       FD  MASTER-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MASTER-HISTORY-RECORD.
           05  MH-DATE           PIC X(10).
           05  MH-TIME           PIC X(8).
           05  MH-ACTION         PIC X(1).
               88  MH-IS-SENT-ACTION VALUES 'M' 'D' 'B' 'R' 'C'.
           05  MH-STEWARD        PIC X(8).
           05  MH-ENTRY-KEY      PIC X(25).
           05  MH-RELATED-KEY    PIC X(25).
           05  MH-COMMENT        PIC X(30).
           05  MH-BEFORE-IMAGE   PIC X(97).
           05  MH-AFTER-IMAGE    PIC X(97).
      *ONE RECORD PER MASTER ENTRY ADDED OR CHANGED THIS RUN, SO AN
      *ENTRY MERGED TO MANY TIMES IN ONE NIGHT IS SENT ONCE. EMPTIED
      *AT THE START AND AGAIN ONCE THE BATCH IS WRITTEN.
       FD  OUTBOUND-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUTBOUND-WORK-RECORD.
           05  OW-KEY.
               10  OW-ENTITY     PIC X(1).
                   88  OW-IS-PERSON   VALUE 'P'.
                   88  OW-IS-BUSINESS VALUE 'B'.
               10  OW-NAME-KEY   PIC X(29).
      *'A' WHEN THE ENTRY WAS NEW THIS RUN - A LATER HIT ON THE SAME
      *NAME IN THE SAME RUN LEAVES IT AN ADD.
           05  OW-ACTION         PIC X(1).
      *EVERY INTERFACE BATCH AND EVERY DETAIL IN IT, KEYED BATCH
      *NUMBER + DETAIL SEQUENCE. SEQUENCE 0 IS THE BATCH'S OWN
      *RECORD; BATCH 0 SEQUENCE 0 CARRIES THE LAST BATCH NUMBER
      *USED AND HOW MANY NAMEPMHS RECORDS HAVE BEEN SENT. NAMEACK
      *POSTS THE ACKNOWLEDGMENTS ONTO THE SAME RECORDS.
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
               10  BL-ACK-REASON PIC X(20).
               10  BL-RESULT-DATE PIC X(10).
               10  FILLER        PIC X(1).
           05  BL-CONTROL-VIEW REDEFINES BL-BODY.
               10  BL-LAST-BATCH-NO PIC 9(8).
               10  BL-HISTORY-SENT PIC 9(8).
               10  FILLER        PIC X(84).
      *THE NIGHTLY INTERFACE BATCH: ONE HEADER, THE DETAILS, ONE
      *TRAILER, ALL CARRYING THE BATCH NUMBER.
       FD  INTERFACE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INTERFACE-RECORD.
           05  IF-REC-TYPE       PIC X(1).
           05  IF-BATCH-NO       PIC 9(8).
           05  IF-BODY           PIC X(111).
       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS PIC X(2).
       01  WS-BMS-STATUS PIC X(2).
       01  WS-OWK-STATUS PIC X(2).
       01  WS-OBL-STATUS PIC X(2).
       01  WS-EOF-SW PIC X VALUE 'N'.
           88  WS-EOF VALUE 'Y'.
       01  WS-READ-COUNT PIC 9(8) VALUE 0.
       01  WS-NEW-COUNT PIC 9(8) VALUE 0.
       01  WS-UPDATED-COUNT PIC 9(8) VALUE 0.
       01  WS-SKIPPED-COUNT PIC 9(8) VALUE 0.
       01  WS-BIZ-MERGED-COUNT PIC 9(8) VALUE 0.
       01  WS-BIZ-NEW-COUNT PIC 9(8) VALUE 0.
       01  WS-BIZ-UPDATED-COUNT PIC 9(8) VALUE 0.
       01  WS-PERSON-KEYS PIC 9(8) VALUE 0.
       01  WS-PERSON-OCCURS PIC 9(10) VALUE 0.
       01  WS-BUSINESS-KEYS PIC 9(8) VALUE 0.
       01  WS-BUSINESS-OCCURS PIC 9(10) VALUE 0.
       01  WS-MCT-EOF-SW PIC X VALUE 'N'.
           88  WS-MCT-EOF VALUE 'Y'.
       01  WS-SCAN-EOF-SW PIC X VALUE 'N'.
           88  WS-SCAN-EOF VALUE 'Y'.
       01  WS-SDX-NAME PIC X(25).
       01  WS-SOUNDEX-KEY.
           05  WS-SDX-SURNAME PIC X(4).
           05  WS-SDX-FIRST   PIC X(4).
      *THE NEW NAME BEING MATCHED, HELD WHILE THE SOUND-ALIKE BROWSE
      *MOVES THE MASTER RECORD AREA ON TO EACH CANDIDATE. BOTH NAMES
      *ARE COMPARED SURNAME, FIRST, MIDDLE - THE ORDER THEY SOUND IN.
       01  WS-NEW-NAME-KEY.
           05  WS-NEW-STR1 PIC X(11).
           05  WS-NEW-STR2 PIC X(7).
           05  WS-NEW-STR3 PIC X(7).
       01  WS-NEW-COMPARE.
           05  WS-NEW-CMP-STR3 PIC X(7).
           05  WS-NEW-CMP-STR2 PIC X(7).
           05  WS-NEW-CMP-STR1 PIC X(11).
       01  WS-CAND-COMPARE.
           05  WS-CAND-CMP-STR3 PIC X(7).
           05  WS-CAND-CMP-STR2 PIC X(7).
           05  WS-CAND-CMP-STR1 PIC X(11).
       01  WS-SIM-IDX PIC 9(2) VALUE 0.
       01  WS-SIM-USED PIC 9(2) VALUE 0.
       01  WS-SIM-MATCH PIC 9(2) VALUE 0.
       01  WS-SIM-PCT PIC 9(3) VALUE 0.
       01  WS-CAND-COUNT PIC 9(6) VALUE 0.
       01  WS-SND-NAME-COUNT PIC 9(8) VALUE 0.
       01  WS-SND-PAIR-COUNT PIC 9(8) VALUE 0.
       01  WS-ALIAS-POSTED-COUNT PIC 9(8) VALUE 0.
       01  WS-FLAGGED-COUNT PIC 9(8) VALUE 0.
       01  WS-ERASED-COUNT PIC 9(8) VALUE 0.
       01  WS-ALIAS-DEPTH PIC 9(2) VALUE 0.
      *AN ALIAS CAN POINT AT AN ENTRY THAT WAS ITSELF MERGED LATER -
      *THE CHAIN IS FOLLOWED THIS MANY STEPS BEFORE IT IS TAKEN AS
      *BROKEN (A LOOP, OR A SURVIVOR THAT IS NO LONGER THERE).
       01  WS-ALIAS-MAX-DEPTH PIC 9(2) VALUE 10.
       01  WS-ALREADY-MERGED PIC 9(8) VALUE 0.
       01  WS-SKIP-COUNT PIC 9(8) VALUE 0.
       01  WS-CKPT-EOF-SW PIC X VALUE 'N'.
           88  WS-CKPT-EOF VALUE 'Y'.
      *INTERFACE BATCH - NUMBERED ON FROM THE LAST ONE ON NAMEPOBL.
       01  WS-BATCH-NO PIC 9(8) VALUE 0.
       01  WS-BATCH-REC-COUNT PIC 9(8) VALUE 0.
       01  WS-BATCH-HASH-TOTAL PIC 9(15) VALUE 0.
       01  WS-BATCH-MAINT-COUNT PIC 9(8) VALUE 0.
       01  WS-HISTORY-SENT PIC 9(8) VALUE 0.
       01  WS-HISTORY-READ PIC 9(8) VALUE 0.
       01  WS-HIST-EOF-SW PIC X VALUE 'N'.
           88  WS-HIST-EOF VALUE 'Y'.
       01  WS-OWK-EOF-SW PIC X VALUE 'N'.
           88  WS-OWK-EOF VALUE 'Y'.
       01  WS-RUN-TIME PIC X(8).
       01  WS-RUN-TIME-X.
           05  WS-RT-HH PIC X(2).
           05  FILLER PIC X VALUE ':'.
           05  WS-RT-MN PIC X(2).
           05  FILLER PIC X VALUE ':'.
           05  WS-RT-SS PIC X(2).
      *THE MASTER RECORD AS IT STOOD AFTER A LOGGED MAINTENANCE
      *CHANGE (NAMEPMST LAYOUT).
       01  WS-HIST-AFTER.
           05  HA-NAME-KEY       PIC X(25).
           05  HA-FIRST-SEEN     PIC X(10).
           05  HA-LAST-SEEN      PIC X(10).
           05  HA-OCCUR-COUNT    PIC 9(8).
           05  HA-SOUNDEX-KEY    PIC X(8).
           05  HA-STATUS         PIC X(1).
           05  HA-ALIAS-KEY      PIC X(25).
           05  HA-STATUS-DATE    PIC X(10).
      *INTERFACE RECORD LAYOUTS (NAMEPOUT, 120 BYTES).
      *DETAIL ACTIONS: A ADDED, U UPDATED BY THE MERGE; M MERGED,
      *C CORRECTED, D DO-NOT-USE, B KNOWN-BAD, R REINSTATED BY THE
      *STEWARDS. A MERGE OR CORRECTION IS SENT AS TWO DETAILS, ONE
      *FOR EACH ENTRY, EACH NAMING THE OTHER AS ITS RELATED KEY.
       01  WS-INTERFACE-HEADER.
           05  IH-REC-TYPE       PIC X(1) VALUE 'H'.
           05  IH-BATCH-NO       PIC 9(8).
           05  IH-BUSINESS-DATE  PIC X(8).
           05  IH-CREATED-DATE   PIC X(10).
           05  IH-CREATED-TIME   PIC X(8).
           05  IH-SOURCE         PIC X(8) VALUE 'NAMEPARS'.
           05  FILLER            PIC X(77) VALUE SPACES.
       01  WS-INTERFACE-DETAIL.
           05  ID-REC-TYPE       PIC X(1) VALUE 'D'.
           05  ID-BATCH-NO       PIC 9(8).
           05  ID-REC-SEQ        PIC 9(8).
           05  ID-ACTION         PIC X(1).
           05  ID-ENTITY         PIC X(1).
           05  ID-NAME-KEY       PIC X(29).
           05  ID-RELATED-KEY    PIC X(29).
           05  ID-FIRST-SEEN     PIC X(10).
           05  ID-LAST-SEEN      PIC X(10).
           05  ID-OCCUR-COUNT    PIC 9(8).
           05  ID-STATUS         PIC X(1).
           05  ID-STATUS-DATE    PIC X(10).
           05  FILLER            PIC X(4) VALUE SPACES.
      *THE HASH TOTAL IS THE SUM OF THE DETAILS' OCCURRENCE COUNTS.
       01  WS-INTERFACE-TRAILER.
           05  IT-REC-TYPE       PIC X(1) VALUE 'T'.
           05  IT-BATCH-NO       PIC 9(8).
           05  IT-RECORD-COUNT   PIC 9(8).
           05  IT-HASH-TOTAL     PIC 9(15).
           05  FILLER            PIC X(88) VALUE SPACES.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY PIC 9(4).
           05  WS-RUN-MM   PIC 9(2).
           05  DL-STR3     PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  DL-FIRST-SEEN PIC X(10).
       01  WS-ORG-HDR1.
           05  FILLER PIC X(34)
               VALUE 'NEW ORGANIZATIONS THIS RUN  DATE: '.
           05  OH-RUN-DATE PIC X(10).
       01  WS-ORG-HDR2.
           05  FILLER PIC X(8)  VALUE ' SEQ-NO '.
           05  FILLER PIC X(26) VALUE 'ORGANIZATION NAME'.
           05  FILLER PIC X(7)  VALUE 'SUFFIX '.
           05  FILLER PIC X(12) VALUE 'FIRST-SEEN  '.
       01  WS-ORG-DETAIL-LINE.
           05  OL-SEQ-NO   PIC Z(5)9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  OL-BODY     PIC X(25).
           05  FILLER      PIC X VALUE SPACE.
           05  OL-SUFFIX   PIC X(4).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  OL-FIRST-SEEN PIC X(10).
       01  WS-SND-HDR1.
           05  FILLER PIC X(34)
               VALUE 'POSSIBLE MATCHES THIS RUN   DATE: '.
           05  PH-RUN-DATE PIC X(10).
       01  WS-SND-HDR2.
           05  FILLER PIC X(8)  VALUE ' SEQ-NO '.
           05  FILLER PIC X(30) VALUE 'NEW NAME (STR3 STR2 STR1)'.
           05  FILLER PIC X(28) VALUE 'MASTER NAME (STR3 STR2 STR1)'.
           05  FILLER PIC X(10) VALUE '  OCCURS '.
           05  FILLER PIC X(12) VALUE 'SIMILARITY'.
       01  WS-SND-DETAIL-LINE.
           05  PL-SEQ-NO   PIC Z(5)9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  PL-NEW-STR3 PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  PL-NEW-STR2 PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  PL-NEW-STR1 PIC X(11).
           05  FILLER      PIC X(3) VALUE ' ~ '.
           05  PL-MST-STR3 PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  PL-MST-STR2 PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  PL-MST-STR1 PIC X(11).
           05  FILLER      PIC X VALUE SPACE.
           05  PL-OCCURS   PIC ZZZ,ZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  PL-SIM-PCT  PIC ZZ9.
           05  FILLER      PIC X(2) VALUE '% '.
           05  PL-SIM-LEVEL PIC X(6).
       01  WS-FLG-HDR1.
           05  FILLER PIC X(34)
               VALUE 'FLAGGED NAMES THIS RUN      DATE: '.
           05  FH-RUN-DATE PIC X(10).
       01  WS-FLG-HDR2.
           05  FILLER PIC X(8)  VALUE ' SEQ-NO '.
           05  FILLER PIC X(12) VALUE 'STR1        '.
           05  FILLER PIC X(8)  VALUE 'STR2    '.
           05  FILLER PIC X(8)  VALUE 'STR3    '.
           05  FILLER PIC X(13) VALUE 'FLAG         '.
           05  FILLER PIC X(12) VALUE 'FLAGGED-ON  '.
       01  WS-FLG-DETAIL-LINE.
           05  FL-SEQ-NO   PIC Z(5)9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  FL-STR1     PIC X(11).
           05  FILLER      PIC X VALUE SPACE.
           05  FL-STR2     PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  FL-STR3     PIC X(7).
           05  FILLER      PIC X VALUE SPACE.
           05  FL-FLAG     PIC X(12).
           05  FILLER      PIC X VALUE SPACE.
           05  FL-STATUS-DATE PIC X(10).
       01  WS-SUMMARY-READ.
           05  FILLER PIC X(26) VALUE 'EXTRACT RECORDS READ:     '.
           05  SM-READ-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-SKIPPED.
           05  FILLER PIC X(26) VALUE 'RECORDS SKIPPED (NO KEY): '.
           05  SM-SKIPPED-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-ALIAS-POSTED.
           05  FILLER PIC X(26) VALUE 'POSTED TO MERGE SURVIVOR: '.
           05  SM-ALIAS-POSTED-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-FLAGGED.
           05  FILLER PIC X(26) VALUE 'FLAGGED, NOT COUNTED:     '.
           05  SM-FLAGGED-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-ERASED.
           05  FILLER PIC X(26) VALUE 'REMOVED NAMES, SKIPPED:   '.
           05  SM-ERASED-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-TO-BUSINESS.
           05  FILLER PIC X(26) VALUE 'TO BUSINESS MASTER:       '.
           05  SM-TO-BUSINESS-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-BIZ-MERGED.
           05  FILLER PIC X(26) VALUE 'RECORDS MERGED TO MASTER: '.
           05  SM-BIZ-MERGED-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-BIZ-NEW.
           05  FILLER PIC X(26) VALUE 'NEW ORGANIZATIONS:        '.
           05  SM-BIZ-NEW-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-BIZ-UPDATED.
           05  FILLER PIC X(26) VALUE 'ORGANIZATIONS SEEN BEFORE:'.
           05  SM-BIZ-UPDATED-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-BATCH-NO.
           05  FILLER PIC X(26) VALUE 'INTERFACE BATCH NUMBER:   '.
           05  SM-BATCH-NO PIC Z(7)9.
       01  WS-SUMMARY-BATCH-MAINT.
           05  FILLER PIC X(26) VALUE 'MAINTENANCE DETAILS SENT: '.
           05  SM-BATCH-MAINT-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-BATCH-RECS.
           05  FILLER PIC X(26) VALUE 'INTERFACE DETAILS SENT:   '.
           05  SM-BATCH-REC-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-SND-NAMES.
           05  FILLER PIC X(26) VALUE 'NEW NAMES WITH CANDIDATES:'.
           05  SM-SND-NAME-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-SND-PAIRS.
           05  FILLER PIC X(26) VALUE 'CANDIDATE PAIRS LISTED:   '.
           05  SM-SND-PAIR-COUNT PIC ZZZ,ZZ9.
      *NIGHTLY RUN CONTROL - NAMERCTL DECIDES WHETHER THIS STEP MAY
      *RUN FOR THE BUSINESS DATE AND RECORDS HOW IT ENDED.
       01  WS-RCTL-FUNCTION PIC X(1).
       01  WS-RCTL-STEP PIC X(8) VALUE 'MERGE'.
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
           EVALUATE TRUE
               WHEN WS-MST-STATUS NOT = '00'
                   DISPLAY 'NAMEMRG: CANNOT OPEN NAMEPMST, FILE STATUS '
                       WS-MST-STATUS
                   MOVE 12 TO RETURN-CODE
               WHEN WS-BMS-STATUS NOT = '00'
                   DISPLAY 'NAMEMRG: CANNOT OPEN NAMEPBMS, FILE STATUS '
                       WS-BMS-STATUS
                   MOVE 12 TO RETURN-CODE
               WHEN WS-OWK-STATUS NOT = '00'
                   DISPLAY 'NAMEMRG: CANNOT OPEN NAMEPOWK, FILE STATUS '
                       WS-OWK-STATUS
                   MOVE 12 TO RETURN-CODE
               WHEN WS-OBL-STATUS NOT = '00'
                   DISPLAY 'NAMEMRG: CANNOT OPEN NAMEPOBL, FILE STATUS '
                       WS-OBL-STATUS
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   PERFORM READ-MERGE-CHECKPOINT
                   PERFORM READ-MASTER-CONTROL
                   PERFORM WRITE-REPORT-HEADERS
                   PERFORM SKIP-MERGED-RECORDS
                   PERFORM READ-EXTRACT-FILE
                   PERFORM UNTIL WS-EOF
                       PERFORM MERGE-EXTRACT-RECORD
                       PERFORM READ-EXTRACT-FILE
                   END-PERFORM
                   PERFORM WRITE-INTERFACE-BATCH
                   PERFORM WRITE-MERGE-CHECKPOINT
                   PERFORM WRITE-MASTER-CONTROL
                   PERFORM WRITE-REPORT-SUMMARY
           END-EVALUATE.
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

      *THE MASTER IS PERMANENT - UNLIKE NAMELOAD'S NAMEPIDX IT IS
      *NEVER REBUILT EMPTY. ON THE VERY FIRST RUN (FILE STATUS 35,
      *FILE NOT FOUND) IT IS CREATED EMPTY AND THEN REOPENED I-O.
       OPEN-FILES.
           OPEN INPUT EXTRACT-FILE.
           OPEN OUTPUT NEW-NAME-REPORT-FILE.
           OPEN OUTPUT NEW-ORG-REPORT-FILE.
           OPEN OUTPUT POSSIBLE-MATCH-REPORT-FILE.
           OPEN OUTPUT FLAGGED-REPORT-FILE.
           OPEN I-O NAME-MASTER-FILE.
           IF WS-MST-STATUS = '35'
               OPEN OUTPUT NAME-MASTER-FILE
               CLOSE NAME-MASTER-FILE
               OPEN I-O NAME-MASTER-FILE
           END-IF.
           OPEN I-O BUSINESS-MASTER-FILE.
           IF WS-BMS-STATUS = '35'
               OPEN OUTPUT BUSINESS-MASTER-FILE
               CLOSE BUSINESS-MASTER-FILE
               OPEN I-O BUSINESS-MASTER-FILE
           END-IF.
           OPEN OUTPUT OUTBOUND-WORK-FILE.
           CLOSE OUTBOUND-WORK-FILE.
           OPEN I-O OUTBOUND-WORK-FILE.
           OPEN I-O BATCH-LOG-FILE.
           IF WS-OBL-STATUS = '35'
               OPEN OUTPUT BATCH-LOG-FILE
               CLOSE BATCH-LOG-FILE
               OPEN I-O BATCH-LOG-FILE
           END-IF.
           OPEN OUTPUT INTERFACE-FILE.

       CLOSE-FILES.
           CLOSE EXTRACT-FILE.
           CLOSE NAME-MASTER-FILE.
           CLOSE BUSINESS-MASTER-FILE.
           CLOSE NEW-NAME-REPORT-FILE.
           CLOSE NEW-ORG-REPORT-FILE.
           CLOSE POSSIBLE-MATCH-REPORT-FILE.
           CLOSE FLAGGED-REPORT-FILE.
           CLOSE OUTBOUND-WORK-FILE.
           CLOSE BATCH-LOG-FILE.
           CLOSE INTERFACE-FILE.

       READ-EXTRACT-FILE.
           READ EXTRACT-FILE
           WRITE MERGE-CHECKPOINT-RECORD.
           CLOSE MERGE-CHECKPOINT-FILE.

      *NAMEPMCT STARTS EMPTY (SELECT OPTIONAL, IMMEDIATE AT END) -
      *ON THAT FIRST RUN THE TOTALS ARE SEEDED FROM A SCAN OF WHAT
      *THE MASTERS ALREADY HOLD, AND FROM THEN ON ONLY THE MERGES
      *(AND THE OTHER PROGRAMS THAT CHANGE A MASTER) MOVE THEM.
       READ-MASTER-CONTROL.
           OPEN INPUT MASTER-CONTROL-FILE.
           READ MASTER-CONTROL-FILE
               AT END MOVE 'Y' TO WS-MCT-EOF-SW
           END-READ.
           IF NOT WS-MCT-EOF
               MOVE MC-PERSON-KEYS TO WS-PERSON-KEYS
               MOVE MC-PERSON-OCCURS TO WS-PERSON-OCCURS
               MOVE MC-BUSINESS-KEYS TO WS-BUSINESS-KEYS
               MOVE MC-BUSINESS-OCCURS TO WS-BUSINESS-OCCURS
           END-IF.
           CLOSE MASTER-CONTROL-FILE.
           IF WS-MCT-EOF
               PERFORM SCAN-PERSON-MASTER
               PERFORM SCAN-BUSINESS-MASTER
           END-IF.

       SCAN-PERSON-MASTER.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO MS-NAME-KEY.
           START NAME-MASTER-FILE
               KEY IS NOT LESS THAN MS-NAME-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ NAME-MASTER-FILE NEXT
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SW
               END-READ
               IF NOT WS-SCAN-EOF
                   ADD 1 TO WS-PERSON-KEYS
                   ADD MS-OCCUR-COUNT TO WS-PERSON-OCCURS
               END-IF
           END-PERFORM.

       SCAN-BUSINESS-MASTER.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO BM-BUSINESS-KEY.
           START BUSINESS-MASTER-FILE
               KEY IS NOT LESS THAN BM-BUSINESS-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ BUSINESS-MASTER-FILE NEXT
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SW
               END-READ
               IF NOT WS-SCAN-EOF
                   ADD 1 TO WS-BUSINESS-KEYS
                   ADD BM-OCCUR-COUNT TO WS-BUSINESS-OCCURS
               END-IF
           END-PERFORM.

       WRITE-MASTER-CONTROL.
           OPEN OUTPUT MASTER-CONTROL-FILE.
           MOVE WS-PERSON-KEYS TO MC-PERSON-KEYS.
           MOVE WS-PERSON-OCCURS TO MC-PERSON-OCCURS.
           MOVE WS-BUSINESS-KEYS TO MC-BUSINESS-KEYS.
           MOVE WS-BUSINESS-OCCURS TO MC-BUSINESS-OCCURS.
           WRITE MASTER-CONTROL-RECORD.
           CLOSE MASTER-CONTROL-FILE.

      *EACH EXTRACT RECORD IS LOOKED UP BY ITS STR1/STR2/STR3
      *COMBINATION: A HIT BUMPS THE OCCURRENCE COUNT AND THE
      *LAST-SEEN DATE, A MISS ADDS A NEW MASTER RECORD AND GOES ON
      *THE CHANGE REPORT. BUSINESS RECORDS GO TO THE BUSINESS MASTER
      *INSTEAD - EXTRACT RECORDS WRITTEN BEFORE XT-NAME-TYPE EXISTED
      *ARE TAKEN AS BUSINESS WHEN THEY HAVE NO SPLIT BUT DO HAVE A
      *STANDARDIZED NAME. A PERSON RECORD WITH NO PARSED SPLIT AT ALL
      *HAS NO KEY TO MERGE ON AND IS SKIPPED, AND A RECORD NAMEERAS
      *HAS MASKED ('E') NO LONGER HOLDS A NAME AT ALL.
       MERGE-EXTRACT-RECORD.
           IF XT-NAME-TYPE = SPACE
               IF XT-STR1 = SPACES AND XT-STR2 = SPACES
                   AND XT-STR3 = SPACES
                   AND XT-STRING-DEST NOT = SPACES
                   SET XT-IS-BUSINESS TO TRUE
               ELSE
                   SET XT-IS-PERSON TO TRUE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN XT-IS-ERASED
                   ADD 1 TO WS-ERASED-COUNT
               WHEN XT-IS-BUSINESS
                   PERFORM MERGE-BUSINESS-RECORD
               WHEN OTHER
                   PERFORM MERGE-PERSON-RECORD
           END-EVALUATE.

       MERGE-PERSON-RECORD.
           IF XT-STR1 = SPACES AND XT-STR2 = SPACES
               AND XT-STR3 = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               END-READ
               EVALUATE WS-MST-STATUS
                   WHEN '00'
                       PERFORM POST-TO-MASTER-ENTRY
                   WHEN '23'
                       PERFORM ADD-MASTER-RECORD
                   WHEN OTHER
               END-EVALUATE
           END-IF.

      *THE NAME IS ALREADY ON THE MASTER. AN ALIAS IS FOLLOWED TO
      *THE ENTRY IT WAS MERGED INTO, SO THE OLD KEY IS NEVER COUNTED
      *AGAIN; A FLAGGED ENTRY IS REPORTED INSTEAD OF COUNTED.
       POST-TO-MASTER-ENTRY.
           IF MS-IS-ALIAS
               PERFORM FOLLOW-ALIAS-CHAIN
           END-IF.
           EVALUATE TRUE
               WHEN WS-MST-STATUS NOT = '00'
                   CONTINUE
               WHEN MS-IS-ALIAS
                   DISPLAY 'NAMEMRG: ALIAS CHAIN TOO LONG AT '
                       MS-NAME-KEY ' SEQ-NO: ' XT-SEQ-NO
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN MS-IS-DO-NOT-USE OR MS-IS-KNOWN-BAD
                   PERFORM WRITE-FLAGGED-LINE
               WHEN OTHER
                   PERFORM UPDATE-MASTER-RECORD
           END-EVALUATE.

       FOLLOW-ALIAS-CHAIN.
           MOVE 0 TO WS-ALIAS-DEPTH.
           PERFORM UNTIL NOT MS-IS-ALIAS
               OR WS-MST-STATUS NOT = '00'
               OR WS-ALIAS-DEPTH = WS-ALIAS-MAX-DEPTH
               ADD 1 TO WS-ALIAS-DEPTH
               MOVE MS-ALIAS-KEY TO MS-NAME-KEY
               READ NAME-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
           EVALUATE WS-MST-STATUS
               WHEN '00'
                   IF NOT MS-IS-ALIAS
                       ADD 1 TO WS-ALIAS-POSTED-COUNT
                   END-IF
               WHEN '23'
                   DISPLAY 'NAMEMRG: ALIAS POINTS AT MISSING ENTRY '
                       MS-NAME-KEY ' SEQ-NO: ' XT-SEQ-NO
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   DISPLAY 'NAMEMRG: READ FAILED, FILE STATUS '
                       WS-MST-STATUS ' SEQ-NO: ' XT-SEQ-NO
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       WRITE-FLAGGED-LINE.
           MOVE XT-SEQ-NO TO FL-SEQ-NO.
           MOVE XT-STR1 TO FL-STR1.
           MOVE XT-STR2 TO FL-STR2.
           MOVE XT-STR3 TO FL-STR3.
           IF MS-IS-DO-NOT-USE
               MOVE 'DO-NOT-USE' TO FL-FLAG
           ELSE
               MOVE 'KNOWN-BAD' TO FL-FLAG
           END-IF.
           MOVE MS-STATUS-DATE TO FL-STATUS-DATE.
           MOVE WS-FLG-DETAIL-LINE TO FLAGGED-REPORT-RECORD.
           WRITE FLAGGED-REPORT-RECORD.
           ADD 1 TO WS-FLAGGED-COUNT.

       MERGE-BUSINESS-RECORD.
           IF XT-STRING-DEST = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE XT-STRING-DEST TO BM-BODY
               MOVE XT-SUFFIX TO BM-SUFFIX
               READ BUSINESS-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-BMS-STATUS
                   WHEN '00'
                       PERFORM UPDATE-BUSINESS-RECORD
                   WHEN '23'
                       PERFORM ADD-BUSINESS-RECORD
                   WHEN OTHER
                       DISPLAY 'NAMEMRG: NAMEPBMS READ FAILED, '
                           'FILE STATUS ' WS-BMS-STATUS
                           ' SEQ-NO: ' XT-SEQ-NO
                       MOVE 12 TO RETURN-CODE
               END-EVALUATE
           END-IF.

       UPDATE-BUSINESS-RECORD.
           ADD 1 TO BM-OCCUR-COUNT.
           MOVE WS-RUN-DATE-X TO BM-LAST-SEEN.
           REWRITE BUSINESS-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'NAMEMRG: NAMEPBMS REWRITE FAILED, '
                       'FILE STATUS ' WS-BMS-STATUS
                       ' SEQ-NO: ' XT-SEQ-NO
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-BUSINESS-OCCURS
                   MOVE 'U' TO OW-ACTION
                   PERFORM NOTE-BUSINESS-CHANGE
           END-REWRITE.
           ADD 1 TO WS-BIZ-MERGED-COUNT.
           ADD 1 TO WS-BIZ-UPDATED-COUNT.

       ADD-BUSINESS-RECORD.
           MOVE XT-STRING-DEST TO BM-BODY.
           MOVE XT-SUFFIX TO BM-SUFFIX.
           MOVE WS-RUN-DATE-X TO BM-FIRST-SEEN.
           MOVE WS-RUN-DATE-X TO BM-LAST-SEEN.
           MOVE 1 TO BM-OCCUR-COUNT.
           WRITE BUSINESS-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'NAMEMRG: NAMEPBMS WRITE FAILED, '
                       'FILE STATUS ' WS-BMS-STATUS
                       ' SEQ-NO: ' XT-SEQ-NO
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-BUSINESS-KEYS
                   ADD 1 TO WS-BUSINESS-OCCURS
                   MOVE 'A' TO OW-ACTION
                   PERFORM NOTE-BUSINESS-CHANGE
           END-WRITE.
           ADD 1 TO WS-BIZ-MERGED-COUNT.
           ADD 1 TO WS-BIZ-NEW-COUNT.
           PERFORM WRITE-NEW-ORG-LINE.

       WRITE-NEW-ORG-LINE.
           MOVE XT-SEQ-NO TO OL-SEQ-NO.
           MOVE XT-STRING-DEST TO OL-BODY.
           MOVE XT-SUFFIX TO OL-SUFFIX.
           MOVE WS-RUN-DATE-X TO OL-FIRST-SEEN.
           MOVE WS-ORG-DETAIL-LINE TO NEW-ORG-REPORT-RECORD.
           WRITE NEW-ORG-REPORT-RECORD.

       UPDATE-MASTER-RECORD.
           ADD 1 TO MS-OCCUR-COUNT.
           MOVE WS-RUN-DATE-X TO MS-LAST-SEEN.
      *BUILT FROM THE ENTRY'S OWN KEY, NOT THE EXTRACT - AFTER AN
      *ALIAS IS FOLLOWED THIS IS THE SURVIVOR, A DIFFERENT SPELLING.
           IF MS-SOUNDEX-KEY = SPACES
               MOVE MS-STR3 TO WS-SDX-NAME
               CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-SURNAME
               END-CALL
               MOVE MS-STR2 TO WS-SDX-NAME
               CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-FIRST
               END-CALL
               MOVE WS-SOUNDEX-KEY TO MS-SOUNDEX-KEY
           END-IF.
           REWRITE NAME-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'NAMEMRG: REWRITE FAILED, FILE STATUS '
                       WS-MST-STATUS ' SEQ-NO: ' XT-SEQ-NO
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-PERSON-OCCURS
                   MOVE 'U' TO OW-ACTION
                   PERFORM NOTE-PERSON-CHANGE
           END-REWRITE.
           ADD 1 TO WS-MERGED-COUNT.
           ADD 1 TO WS-UPDATED-COUNT.
           MOVE WS-RUN-DATE-X TO MS-FIRST-SEEN.
           MOVE WS-RUN-DATE-X TO MS-LAST-SEEN.
           MOVE 1 TO MS-OCCUR-COUNT.
           PERFORM SET-EXTRACT-SOUNDEX-KEY.
           MOVE WS-SOUNDEX-KEY TO MS-SOUNDEX-KEY.
           MOVE 'A' TO MS-STATUS.
           MOVE SPACES TO MS-ALIAS-KEY.
           MOVE SPACES TO MS-STATUS-DATE.
           WRITE NAME-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'NAMEMRG: WRITE FAILED, FILE STATUS '
                       WS-MST-STATUS ' SEQ-NO: ' XT-SEQ-NO
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-PERSON-KEYS
                   ADD 1 TO WS-PERSON-OCCURS
                   MOVE 'A' TO OW-ACTION
                   PERFORM NOTE-PERSON-CHANGE
           END-WRITE.
           ADD 1 TO WS-MERGED-COUNT.
           ADD 1 TO WS-NEW-COUNT.
           PERFORM WRITE-NEW-NAME-LINE.
           PERFORM FIND-POSSIBLE-MATCHES.

      *NAMEJOB PUTS THE SOUND-ALIKE KEY ON THE EXTRACT; RECORDS
      *WRITTEN BEFORE IT DID HAVE IT BLANK AND IT IS WORKED OUT HERE
      *THE SAME WAY.
       SET-EXTRACT-SOUNDEX-KEY.
           IF XT-SOUNDEX-KEY NOT = SPACES
               MOVE XT-SOUNDEX-KEY TO WS-SOUNDEX-KEY
           ELSE
               MOVE XT-STR3 TO WS-SDX-NAME
               CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-SURNAME
               END-CALL
               MOVE XT-STR2 TO WS-SDX-NAME
               CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-FIRST
               END-CALL
           END-IF.

      *A NAME NEW TO THE MASTER IS WHERE A VARIANT OF SOMEONE ALREADY
      *ON FILE GETS IN - SO BROWSE EVERY ENTRY SHARING ITS SOUND-
      *ALIKE KEY (THE ALTERNATE KEY) AND LIST EACH ONE THAT IS NOT
      *THE NEW NAME ITSELF OR AN ALIAS (ALREADY RESOLVED BY A
      *STEWARD). THE NEXT RANDOM READ GOES BACK TO THE PRIME KEY, SO
      *THE BROWSE LEAVES NOTHING TO RESET.
      *A KEY OF ALL SPACES (NO LETTERS TO CODE) MATCHES NOTHING.
       FIND-POSSIBLE-MATCHES.
           MOVE XT-STR1 TO WS-NEW-STR1.
           MOVE XT-STR2 TO WS-NEW-STR2.
           MOVE XT-STR3 TO WS-NEW-STR3.
           MOVE XT-STR3 TO WS-NEW-CMP-STR3.
           MOVE XT-STR2 TO WS-NEW-CMP-STR2.
           MOVE XT-STR1 TO WS-NEW-CMP-STR1.
           MOVE WS-SOUNDEX-KEY TO MS-SOUNDEX-KEY.
           MOVE 0 TO WS-CAND-COUNT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           IF WS-SOUNDEX-KEY = SPACES
               MOVE 'Y' TO WS-SCAN-EOF-SW
           ELSE
               START NAME-MASTER-FILE
                   KEY IS EQUAL TO MS-SOUNDEX-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
               END-START
           END-IF.
           PERFORM UNTIL WS-SCAN-EOF
               READ NAME-MASTER-FILE NEXT
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SW
               END-READ
               IF NOT WS-SCAN-EOF
                   IF MS-SOUNDEX-KEY NOT = WS-SOUNDEX-KEY
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   ELSE
                       IF MS-NAME-KEY NOT = WS-NEW-NAME-KEY
                           AND NOT MS-IS-ALIAS
                           PERFORM WRITE-POSSIBLE-MATCH-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CAND-COUNT > 0
               ADD 1 TO WS-SND-NAME-COUNT
           END-IF.

      *SIMILARITY IS THE SHARE OF CHARACTER POSITIONS THAT AGREE
      *ACROSS SURNAME, FIRST AND MIDDLE NAME, COUNTING ONLY POSITIONS
      *WHERE AT LEAST ONE OF THE TWO NAMES HAS A CHARACTER - SO
      *SMITH JOHN / SMYTH JOHN SCORES HIGH AND SMITH JOHN / SMOOT
      *JEAN SCORES LOW DESPITE SHARING THE KEY.
       WRITE-POSSIBLE-MATCH-LINE.
           MOVE MS-STR3 TO WS-CAND-CMP-STR3.
           MOVE MS-STR2 TO WS-CAND-CMP-STR2.
           MOVE MS-STR1 TO WS-CAND-CMP-STR1.
           MOVE 0 TO WS-SIM-USED WS-SIM-MATCH.
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
               UNTIL WS-SIM-IDX > 25
               IF WS-NEW-COMPARE(WS-SIM-IDX:1) NOT = SPACE
                   OR WS-CAND-COMPARE(WS-SIM-IDX:1) NOT = SPACE
                   ADD 1 TO WS-SIM-USED
                   IF WS-NEW-COMPARE(WS-SIM-IDX:1) =
                       WS-CAND-COMPARE(WS-SIM-IDX:1)
                       ADD 1 TO WS-SIM-MATCH
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SIM-USED = 0
               MOVE 0 TO WS-SIM-PCT
           ELSE
               COMPUTE WS-SIM-PCT = WS-SIM-MATCH * 100 / WS-SIM-USED
           END-IF.
           MOVE XT-SEQ-NO TO PL-SEQ-NO.
           MOVE WS-NEW-CMP-STR3 TO PL-NEW-STR3.
           MOVE WS-NEW-CMP-STR2 TO PL-NEW-STR2.
           MOVE WS-NEW-CMP-STR1 TO PL-NEW-STR1.
           MOVE MS-STR3 TO PL-MST-STR3.
           MOVE MS-STR2 TO PL-MST-STR2.
           MOVE MS-STR1 TO PL-MST-STR1.
           MOVE MS-OCCUR-COUNT TO PL-OCCURS.
           MOVE WS-SIM-PCT TO PL-SIM-PCT.
           EVALUATE TRUE
               WHEN WS-SIM-PCT >= 80
                   MOVE 'HIGH' TO PL-SIM-LEVEL
               WHEN WS-SIM-PCT >= 60
                   MOVE 'MEDIUM' TO PL-SIM-LEVEL
               WHEN OTHER
                   MOVE 'LOW' TO PL-SIM-LEVEL
           END-EVALUATE.
           MOVE WS-SND-DETAIL-LINE TO POSSIBLE-MATCH-REPORT-RECORD.
           WRITE POSSIBLE-MATCH-REPORT-RECORD.
           ADD 1 TO WS-CAND-COUNT.
           ADD 1 TO WS-SND-PAIR-COUNT.

      *A KEY ALREADY ON NAMEPOWK (STATUS 22) WAS ADDED OR CHANGED
      *EARLIER THIS RUN - ITS FIRST ACTION STANDS.
       NOTE-PERSON-CHANGE.
           SET OW-IS-PERSON TO TRUE.
           MOVE MS-NAME-KEY TO OW-NAME-KEY.
           PERFORM WRITE-OUTBOUND-WORK.

       NOTE-BUSINESS-CHANGE.
           SET OW-IS-BUSINESS TO TRUE.
           MOVE BM-BUSINESS-KEY TO OW-NAME-KEY.
           PERFORM WRITE-OUTBOUND-WORK.

       WRITE-OUTBOUND-WORK.
           WRITE OUTBOUND-WORK-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-OWK-STATUS NOT = '00' AND WS-OWK-STATUS NOT = '22'
               DISPLAY 'NAMEMRG: NAMEPOWK WRITE FAILED, FILE STATUS '
                   WS-OWK-STATUS ' SEQ-NO: ' XT-SEQ-NO
               MOVE 12 TO RETURN-CODE
           END-IF.

      *THE INTERFACE BATCH IS WRITTEN EVERY RUN, EVEN WITH NOTHING
      *IN IT, SO THE RECEIVING SYSTEM ACKNOWLEDGES EVERY NIGHT AND A
      *NIGHT IT MISSED SHOWS UP ON NAMEACK'S REPORT. A RERUN AFTER A
      *FAILED MERGE REUSES THE SAME BATCH NUMBER, SINCE THE CONTROL
      *RECORD ONLY MOVES ON ONCE THE BATCH IS COMPLETE.
       WRITE-INTERFACE-BATCH.
           PERFORM READ-BATCH-CONTROL.
           MOVE WS-BATCH-NO TO IH-BATCH-NO.
           MOVE WS-RCTL-BUSINESS-DATE TO IH-BUSINESS-DATE.
           MOVE WS-RUN-DATE-X TO IH-CREATED-DATE.
           MOVE WS-RUN-TIME-X TO IH-CREATED-TIME.
           WRITE INTERFACE-RECORD FROM WS-INTERFACE-HEADER.
           PERFORM SEND-MAINTENANCE-HISTORY.
           PERFORM SEND-MASTER-CHANGES.
           MOVE WS-BATCH-NO TO IT-BATCH-NO.
           MOVE WS-BATCH-REC-COUNT TO IT-RECORD-COUNT.
           MOVE WS-BATCH-HASH-TOTAL TO IT-HASH-TOTAL.
           WRITE INTERFACE-RECORD FROM WS-INTERFACE-TRAILER.
           PERFORM WRITE-BATCH-RECORD.
           PERFORM WRITE-BATCH-CONTROL.
           CLOSE OUTBOUND-WORK-FILE.
           OPEN OUTPUT OUTBOUND-WORK-FILE.

       READ-BATCH-CONTROL.
           MOVE 0 TO BL-BATCH-NO.
           MOVE 0 TO BL-REC-SEQ.
           READ BATCH-LOG-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE WS-OBL-STATUS
               WHEN '00'
                   COMPUTE WS-BATCH-NO = BL-LAST-BATCH-NO + 1
                   MOVE BL-HISTORY-SENT TO WS-HISTORY-SENT
               WHEN '23'
                   MOVE 1 TO WS-BATCH-NO
                   MOVE 0 TO WS-HISTORY-SENT
               WHEN OTHER
                   DISPLAY 'NAMEMRG: NAMEPOBL READ FAILED, FILE STATUS '
                       WS-OBL-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE 1 TO WS-BATCH-NO
                   MOVE 0 TO WS-HISTORY-SENT
           END-EVALUATE.

      *NAMEPMHS ONLY EVER GROWS (NAMEERAS BLANKS RECORDS, IT NEVER
      *DROPS THEM), SO THE RECORDS ALREADY SENT ARE SKIPPED BY COUNT
      *AS NAMEPMCK DOES FOR THE EXTRACT. A RECORD NAMEERAS HAS
      *BLANKED, AND ITS OWN REMOVAL RECORD, NO LONGER NAME AN ENTRY
      *AND ARE NOT SENT.
       SEND-MAINTENANCE-HISTORY.
           MOVE 0 TO WS-HISTORY-READ.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT MASTER-HISTORY-FILE.
           PERFORM READ-HISTORY-FILE.
           PERFORM UNTIL WS-HIST-EOF
               IF WS-HISTORY-READ > WS-HISTORY-SENT
                   AND MH-IS-SENT-ACTION
                   AND MH-ENTRY-KEY NOT = SPACES
                   PERFORM SEND-HISTORY-DETAIL
               END-IF
               PERFORM READ-HISTORY-FILE
           END-PERFORM.
           CLOSE MASTER-HISTORY-FILE.
           IF WS-HISTORY-READ > WS-HISTORY-SENT
               MOVE WS-HISTORY-READ TO WS-HISTORY-SENT
           END-IF.

       READ-HISTORY-FILE.
           READ MASTER-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.
           IF NOT WS-HIST-EOF
               ADD 1 TO WS-HISTORY-READ
           END-IF.

       SEND-HISTORY-DETAIL.
           MOVE MH-AFTER-IMAGE TO WS-HIST-AFTER.
           MOVE MH-ACTION TO ID-ACTION.
           MOVE 'P' TO ID-ENTITY.
           MOVE MH-ENTRY-KEY TO ID-NAME-KEY.
           MOVE MH-RELATED-KEY TO ID-RELATED-KEY.
           MOVE HA-FIRST-SEEN TO ID-FIRST-SEEN.
           MOVE HA-LAST-SEEN TO ID-LAST-SEEN.
           IF HA-OCCUR-COUNT IS NUMERIC
               MOVE HA-OCCUR-COUNT TO ID-OCCUR-COUNT
           ELSE
               MOVE 0 TO ID-OCCUR-COUNT
           END-IF.
           MOVE HA-STATUS TO ID-STATUS.
           MOVE HA-STATUS-DATE TO ID-STATUS-DATE.
           PERFORM WRITE-INTERFACE-DETAIL.
           ADD 1 TO WS-BATCH-MAINT-COUNT.

      *THE ENTRIES ARE SENT AS THE MASTERS HOLD THEM NOW, AFTER THE
      *WHOLE RUN'S MERGING.
       SEND-MASTER-CHANGES.
           MOVE 'N' TO WS-OWK-EOF-SW.
           MOVE LOW-VALUES TO OW-KEY.
           START OUTBOUND-WORK-FILE
               KEY IS NOT LESS THAN OW-KEY
               INVALID KEY MOVE 'Y' TO WS-OWK-EOF-SW
           END-START.
           PERFORM UNTIL WS-OWK-EOF
               READ OUTBOUND-WORK-FILE NEXT
                   AT END MOVE 'Y' TO WS-OWK-EOF-SW
               END-READ
               IF NOT WS-OWK-EOF
                   IF OW-IS-BUSINESS
                       PERFORM SEND-BUSINESS-CHANGE
                   ELSE
                       PERFORM SEND-PERSON-CHANGE
                   END-IF
               END-IF
           END-PERFORM.

       SEND-PERSON-CHANGE.
           MOVE OW-NAME-KEY TO MS-NAME-KEY.
           READ NAME-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MST-STATUS = '00'
               MOVE OW-ACTION TO ID-ACTION
               MOVE 'P' TO ID-ENTITY
               MOVE MS-NAME-KEY TO ID-NAME-KEY
               MOVE SPACES TO ID-RELATED-KEY
               MOVE MS-FIRST-SEEN TO ID-FIRST-SEEN
               MOVE MS-LAST-SEEN TO ID-LAST-SEEN
               MOVE MS-OCCUR-COUNT TO ID-OCCUR-COUNT
               MOVE MS-STATUS TO ID-STATUS
               MOVE MS-STATUS-DATE TO ID-STATUS-DATE
               PERFORM WRITE-INTERFACE-DETAIL
           ELSE
               DISPLAY 'NAMEMRG: NAMEPMST READ FAILED, FILE STATUS '
                   WS-MST-STATUS ' SENDING ' OW-NAME-KEY
               MOVE 12 TO RETURN-CODE
           END-IF.

       SEND-BUSINESS-CHANGE.
           MOVE OW-NAME-KEY TO BM-BUSINESS-KEY.
           READ BUSINESS-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-BMS-STATUS = '00'
               MOVE OW-ACTION TO ID-ACTION
               MOVE 'B' TO ID-ENTITY
               MOVE BM-BUSINESS-KEY TO ID-NAME-KEY
               MOVE SPACES TO ID-RELATED-KEY
               MOVE BM-FIRST-SEEN TO ID-FIRST-SEEN
               MOVE BM-LAST-SEEN TO ID-LAST-SEEN
               MOVE BM-OCCUR-COUNT TO ID-OCCUR-COUNT
               MOVE 'A' TO ID-STATUS
               MOVE SPACES TO ID-STATUS-DATE
               PERFORM WRITE-INTERFACE-DETAIL
           ELSE
               DISPLAY 'NAMEMRG: NAMEPBMS READ FAILED, FILE STATUS '
                   WS-BMS-STATUS ' SENDING ' OW-NAME-KEY
               MOVE 12 TO RETURN-CODE
           END-IF.

      *EACH DETAIL GOES ON THE INTERFACE FILE AND ON THE BATCH LOG
      *UNDER THE SAME SEQUENCE NUMBER - THE NUMBER THE RECEIVING
      *SYSTEM QUOTES BACK IN ITS ACKNOWLEDGMENT.
       WRITE-INTERFACE-DETAIL.
           ADD 1 TO WS-BATCH-REC-COUNT.
           ADD ID-OCCUR-COUNT TO WS-BATCH-HASH-TOTAL.
           MOVE WS-BATCH-NO TO ID-BATCH-NO.
           MOVE WS-BATCH-REC-COUNT TO ID-REC-SEQ.
           WRITE INTERFACE-RECORD FROM WS-INTERFACE-DETAIL.
           MOVE SPACES TO BATCH-LOG-RECORD.
           MOVE WS-BATCH-NO TO BL-BATCH-NO.
           MOVE WS-BATCH-REC-COUNT TO BL-REC-SEQ.
           MOVE ID-ACTION TO BL-ACTION.
           MOVE ID-ENTITY TO BL-ENTITY.
           MOVE ID-NAME-KEY TO BL-NAME-KEY.
           MOVE ID-RELATED-KEY TO BL-RELATED-KEY.
           MOVE ID-OCCUR-COUNT TO BL-OCCUR-COUNT.
           PERFORM PUT-BATCH-LOG-RECORD.

       WRITE-BATCH-RECORD.
           MOVE SPACES TO BATCH-LOG-RECORD.
           MOVE WS-BATCH-NO TO BL-BATCH-NO.
           MOVE 0 TO BL-REC-SEQ.
           MOVE WS-RCTL-BUSINESS-DATE TO BL-BUSINESS-DATE.
           MOVE WS-RUN-DATE-X TO BL-SENT-DATE.
           MOVE WS-RUN-TIME-X TO BL-SENT-TIME.
           MOVE WS-BATCH-REC-COUNT TO BL-RECORD-COUNT.
           MOVE WS-BATCH-HASH-TOTAL TO BL-HASH-TOTAL.
           SET BL-ACK-WAITING TO TRUE.
           MOVE 0 TO BL-ACCEPTED-COUNT.
           MOVE 0 TO BL-REJECTED-COUNT.
           PERFORM PUT-BATCH-LOG-RECORD.

       WRITE-BATCH-CONTROL.
           MOVE SPACES TO BATCH-LOG-RECORD.
           MOVE 0 TO BL-BATCH-NO.
           MOVE 0 TO BL-REC-SEQ.
           MOVE WS-BATCH-NO TO BL-LAST-BATCH-NO.
           MOVE WS-HISTORY-SENT TO BL-HISTORY-SENT.
           PERFORM PUT-BATCH-LOG-RECORD.

      *A RECORD ALREADY THERE (22) WAS LEFT BY A FAILED RUN OF THE
      *SAME BATCH, OR IS THE CONTROL RECORD - IT IS REPLACED.
       PUT-BATCH-LOG-RECORD.
           WRITE BATCH-LOG-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-OBL-STATUS = '22'
               REWRITE BATCH-LOG-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF WS-OBL-STATUS NOT = '00'
               DISPLAY 'NAMEMRG: NAMEPOBL WRITE FAILED, FILE STATUS '
                   WS-OBL-STATUS ' BATCH: ' BL-BATCH-NO
                   ' SEQ: ' BL-REC-SEQ
               MOVE 12 TO RETURN-CODE
           END-IF.

       WRITE-NEW-NAME-LINE.
           MOVE XT-SEQ-NO TO DL-SEQ-NO.
           MOVE WS-RUN-YYYY TO WS-RD-YYYY.
           MOVE WS-RUN-MM TO WS-RD-MM.
           MOVE WS-RUN-DD TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           MOVE WS-RUN-TIME(1:2) TO WS-RT-HH.
           MOVE WS-RUN-TIME(3:2) TO WS-RT-MN.
           MOVE WS-RUN-TIME(5:2) TO WS-RT-SS.
           MOVE WS-RUN-DATE-X TO RH-RUN-DATE.
           MOVE WS-REPORT-HDR1 TO NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           MOVE SPACES TO NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           MOVE WS-RUN-DATE-X TO OH-RUN-DATE.
           MOVE WS-ORG-HDR1 TO NEW-ORG-REPORT-RECORD.
           WRITE NEW-ORG-REPORT-RECORD.
           MOVE WS-ORG-HDR2 TO NEW-ORG-REPORT-RECORD.
           WRITE NEW-ORG-REPORT-RECORD.
           MOVE SPACES TO NEW-ORG-REPORT-RECORD.
           WRITE NEW-ORG-REPORT-RECORD.
           MOVE WS-RUN-DATE-X TO PH-RUN-DATE.
           MOVE WS-SND-HDR1 TO POSSIBLE-MATCH-REPORT-RECORD.
           WRITE POSSIBLE-MATCH-REPORT-RECORD.
           MOVE WS-SND-HDR2 TO POSSIBLE-MATCH-REPORT-RECORD.
           WRITE POSSIBLE-MATCH-REPORT-RECORD.
           MOVE SPACES TO POSSIBLE-MATCH-REPORT-RECORD.
           WRITE POSSIBLE-MATCH-REPORT-RECORD.
           MOVE WS-RUN-DATE-X TO FH-RUN-DATE.
           MOVE WS-FLG-HDR1 TO FLAGGED-REPORT-RECORD.
           WRITE FLAGGED-REPORT-RECORD.
           MOVE WS-FLG-HDR2 TO FLAGGED-REPORT-RECORD.
           WRITE FLAGGED-REPORT-RECORD.
           MOVE SPACES TO FLAGGED-REPORT-RECORD.
           WRITE FLAGGED-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO NEW-NAME-REPORT-RECORD.
           MOVE WS-SKIPPED-COUNT TO SM-SKIPPED-COUNT.
           MOVE WS-SUMMARY-SKIPPED TO NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           MOVE WS-ALIAS-POSTED-COUNT TO SM-ALIAS-POSTED-COUNT.
           MOVE WS-SUMMARY-ALIAS-POSTED TO NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           MOVE WS-FLAGGED-COUNT TO SM-FLAGGED-COUNT.
           MOVE WS-SUMMARY-FLAGGED TO NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           MOVE WS-ERASED-COUNT TO SM-ERASED-COUNT.
           MOVE WS-SUMMARY-ERASED TO NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           MOVE WS-BIZ-MERGED-COUNT TO SM-TO-BUSINESS-COUNT.
           MOVE WS-SUMMARY-TO-BUSINESS TO NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           MOVE WS-BATCH-NO TO SM-BATCH-NO.
           MOVE WS-SUMMARY-BATCH-NO TO NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           MOVE WS-BATCH-MAINT-COUNT TO SM-BATCH-MAINT-COUNT.
           MOVE WS-SUMMARY-BATCH-MAINT TO NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           MOVE WS-BATCH-REC-COUNT TO SM-BATCH-REC-COUNT.
           MOVE WS-SUMMARY-BATCH-RECS TO NEW-NAME-REPORT-RECORD.
           WRITE NEW-NAME-REPORT-RECORD.
           MOVE SPACES TO NEW-ORG-REPORT-RECORD.
           WRITE NEW-ORG-REPORT-RECORD.
           MOVE WS-BIZ-MERGED-COUNT TO SM-BIZ-MERGED-COUNT.
           MOVE WS-SUMMARY-BIZ-MERGED TO NEW-ORG-REPORT-RECORD.
           WRITE NEW-ORG-REPORT-RECORD.
           MOVE WS-BIZ-NEW-COUNT TO SM-BIZ-NEW-COUNT.
           MOVE WS-SUMMARY-BIZ-NEW TO NEW-ORG-REPORT-RECORD.
           WRITE NEW-ORG-REPORT-RECORD.
           MOVE WS-BIZ-UPDATED-COUNT TO SM-BIZ-UPDATED-COUNT.
           MOVE WS-SUMMARY-BIZ-UPDATED TO NEW-ORG-REPORT-RECORD.
           WRITE NEW-ORG-REPORT-RECORD.
           MOVE SPACES TO POSSIBLE-MATCH-REPORT-RECORD.
           WRITE POSSIBLE-MATCH-REPORT-RECORD.
           MOVE WS-SND-NAME-COUNT TO SM-SND-NAME-COUNT.
           MOVE WS-SUMMARY-SND-NAMES TO POSSIBLE-MATCH-REPORT-RECORD.
           WRITE POSSIBLE-MATCH-REPORT-RECORD.
           MOVE WS-SND-PAIR-COUNT TO SM-SND-PAIR-COUNT.
           MOVE WS-SUMMARY-SND-PAIRS TO POSSIBLE-MATCH-REPORT-RECORD.
           WRITE POSSIBLE-MATCH-REPORT-RECORD.
           MOVE SPACES TO FLAGGED-REPORT-RECORD.
           WRITE FLAGGED-REPORT-RECORD.
           MOVE WS-FLAGGED-COUNT TO SM-FLAGGED-COUNT.
           MOVE WS-SUMMARY-FLAGGED TO FLAGGED-REPORT-RECORD.
           WRITE FLAGGED-REPORT-RECORD.
