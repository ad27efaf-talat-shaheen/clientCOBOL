      *         calls STRINGS to split/tally each name, writes the
      *         parse/tally report, exception file, checkpoints, audit
      *         trail, and reconciles run totals against the trailer
      *         control record. Every extract, exception, suspect,
      *         duplicate and audit record carries its lineage - the
      *         run id (the run's start timestamp, kept across a
      *         restart on NAMEPBAS), the drop number within the run,
      *         and the feed source named on the drop's optional 'H'
      *         header record - so any output record can be traced
      *         back to the feed drop it came from.
      *         The placeholder names and business legal suffixes
      *         come from the parse reference file NAMEPREF (kept by
      *         NAMERFM), loaded at start of run - the built-in lists
      *         below are only used when NAMEPREF has none - and the
      *         reference-data version the run used goes on the audit
      *         record and the report trailer.
      *         Duplicate names and NAMEFIX corrections are tracked on
      *         the keyed work file NAMEPDWK, so there is no limit on
      *         how many names a night can check; any name a NAMEPDWK
      *         failure leaves unchecked is counted on the report
      *         trailer and the audit record and gives RC=4.
      *         Person names removed at a privacy or legal request
      *         are kept out by the suppression list NAMEPSUP (kept
      *         by NAMEERAS): a name found there, by its feed text or
      *         by its parsed STR1/STR2/STR3 key, is counted but
      *         written to no file, and the count goes on the report
      *         trailer, the checkpoints and the audit record so the
      *         night still balances. A name NAMEPSUP cannot be read
      *         for is rejected to NAMEPEXC as NOT SCREENED rather
      *         than let through unchecked.
      *         Runs only when the nightly run control (NAMERCTL,
      *         over NAMEPRUN) allows the PARSE step for the business
      *         date, and otherwise ends with NAMERCTL's refusal code
      *         (16 prerequisite not complete, 20 already ran, 24 a
      *         PARSE waiting for restart) without touching a file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-BASE-FILE ASSIGN TO NAMEPBAS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUP-WORK-FILE ASSIGN TO NAMEPDWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS WS-DWK-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO NAMEPCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO NAMEPAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL REFERENCE-FILE ASSIGN TO NAMEPREF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO NAMEPSUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-NAME-TEXT
               ALTERNATE RECORD KEY IS SP-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-SUP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-PARSE-FILE
       01  NAME-PARSE-RECORD.
           05  NP-REC-TYPE       PIC X(1).
               88  NP-IS-TRAILER VALUE 'T'.
               88  NP-IS-HEADER  VALUE 'H'.
               88  NP-IS-DATA    VALUE 'D'.
               88  NP-IS-BUSINESS VALUE 'B'.
               88  NP-IS-CORRECTION VALUE 'C'.
               88  EX-IS-RESOLVED  VALUE 'R'.
           05  EX-LOGGED-DATE    PIC X(10).
           05  EX-STATUS-DATE    PIC X(10).
      *LINEAGE - WHICH RUN, WHICH DROP WITHIN THE RUN, AND WHICH
      *FEED SOURCE THE RECORD CAME FROM. SPACES ON RECORDS WRITTEN
      *BEFORE THESE FIELDS EXISTED.
           05  EX-RUN-ID         PIC X(14).
           05  EX-DROP-NO        PIC 9(4).
           05  EX-FEED-SOURCE    PIC X(8).
       FD  DUPLICATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  DUP-STR3          PIC X(7).
           05  DUP-OCCURS        PIC 9(4).
           05  DUP-NAME          PIC X(25).
      *LINEAGE - WHICH RUN, WHICH DROP WITHIN THE RUN, AND WHICH
      *FEED SOURCE THE RECORD CAME FROM. SPACES ON RECORDS WRITTEN
      *BEFORE THESE FIELDS EXISTED.
           05  DUP-RUN-ID        PIC X(14).
           05  DUP-DROP-NO       PIC 9(4).
           05  DUP-FEED-SOURCE   PIC X(8).
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  XT-STRING-DEST    PIC X(25).
           05  XT-CNT2           PIC 9(2).
           05  XT-SUFFIX         PIC X(4).
      *LINEAGE - WHICH RUN, WHICH DROP WITHIN THE RUN, AND WHICH
      *FEED SOURCE THE RECORD CAME FROM. SPACES ON RECORDS WRITTEN
      *BEFORE THESE FIELDS EXISTED.
           05  XT-RUN-ID         PIC X(14).
           05  XT-DROP-NO        PIC 9(4).
           05  XT-FEED-SOURCE    PIC X(8).
      *'P' PERSON (SPLIT INTO STR1/STR2/STR3) OR 'B' BUSINESS
      *(STANDARDIZED BODY IN STRING-DEST PLUS SUFFIX) - TELLS NAMEMRG
      *WHICH MASTER THE RECORD MERGES INTO.
           05  XT-NAME-TYPE      PIC X(1).
               88  XT-IS-PERSON   VALUE 'P'.
               88  XT-IS-BUSINESS VALUE 'B'.
      *SOUND-ALIKE KEY - NAMESDX CODE OF THE SURNAME (STR3) FOLLOWED
      *BY THAT OF THE FIRST NAME (STR2). BLANK ON BUSINESS RECORDS.
           05  XT-SOUNDEX-KEY    PIC X(8).
      *THE NAME AS IT ARRIVED ON THE FEED AND STRINGS' PARSE STATUS
      *FOR IT, SO HISTORY CAN BE RE-PARSED AND COMPARED (NAMEIMP)
      *WHEN A PARSE RULE CHANGES. PARSE STATUS IS BLANK ON BUSINESS
      *RECORDS; BOTH ARE SPACES ON RECORDS WRITTEN BEFORE THEY
      *EXISTED.
           05  XT-UNSTR-TEXT     PIC X(25).
           05  XT-PARSE-STATUS   PIC X(1).
       FD  SUSPECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  SU-STR1           PIC X(11).
           05  SU-STR2           PIC X(7).
           05  SU-STR3           PIC X(7).
      *LINEAGE - WHICH RUN, WHICH DROP WITHIN THE RUN, AND WHICH
      *FEED SOURCE THE RECORD CAME FROM. SPACES ON RECORDS WRITTEN
      *BEFORE THESE FIELDS EXISTED.
           05  SU-RUN-ID         PIC X(14).
           05  SU-DROP-NO        PIC 9(4).
           05  SU-FEED-SOURCE    PIC X(8).
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *MUST NOT LOOK LIKE A SECOND RUN TO NAMEARCH.
           05  CK-MARKER-FLAG    PIC X(1).
               88  CK-IS-RUN-START VALUE 'S'.
      *NAMES NOT DUPLICATE-CHECKED OR CORRECTIONS NOT TRACKED SO FAR
      *BECAUSE NAMEPDWK COULD NOT BE READ OR WRITTEN.
           05  CK-DWK-FAIL-COUNT PIC 9(6).
      *NAMES HELD BACK SO FAR BECAUSE THEY ARE ON NAMEPSUP.
           05  CK-REMOVED-COUNT  PIC 9(6).
      *ONE-RECORD SNAPSHOT OF HOW MANY RECORDS EACH OUTPUT FILE
      *ALREADY HELD WHEN TONIGHT'S RUN STARTED (THE FILES ARE
      *CUMULATIVE DISP=MOD) - REWRITTEN AT EVERY FRESH START.
           05  RB-EXC-COUNT      PIC 9(8).
           05  RB-SUS-COUNT      PIC 9(8).
           05  RB-DUP-COUNT      PIC 9(8).
      *THE RUN ID THE FRESH START STAMPED ON ITS OUTPUT, SO A
      *RESTART CARRIES ON UNDER THE SAME RUN ID INSTEAD OF MINTING A
      *NEW ONE HALFWAY THROUGH THE NIGHT'S FILES.
           05  RB-RUN-ID         PIC X(14).
      *KEYED WORK FILE FOR THE RUN'S DUPLICATE DETECTION AND
      *CORRECTION TRACKING, EMPTIED AT EVERY FRESH START. ONE RECORD
      *PER OCCURRENCE: 'D' FOR EVERY NAME CHECKED (DW-NAME IS THE
      *DUPLICATE CANDIDATE), 'R' FOR EVERY CLEAN CORRECTION (DW-NAME
      *IS THE CORRECTION'S NP-INSPECT-TEXT). THE KEY ENDS IN THE
      *INVERSE OF THE RECORD'S POSITION IN THE RUN, SO A NAME'S
      *MOST RECENT OCCURRENCE SORTS FIRST AND A RESTART THAT
      *REPROCESSES RECORDS ALREADY ON THE FILE FINDS ITS OWN EARLIER
      *WRITES UNDER THE SAME KEYS. THE FOLLOW-ON NAMERSLV STEP READS
      *THE 'R' RECORDS TO MARK THE MATCHING NAMEPEXC EXCEPTIONS
      *RESOLVED.
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
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  AUD-GRAND-CNT2    PIC 9(8).
           05  AUD-REJECT-COUNT  PIC 9(6).
           05  AUD-RECON-STATUS  PIC X(1).
      *RUN-LEVEL LINEAGE - THE RUN ID STAMPED ON EVERY OUTPUT RECORD
      *OF THE RUN, HOW MANY DROPS IT READ, AND THEIR FEED SOURCE
      *('MULTIPLE' WHEN THE DROPS CAME FROM DIFFERENT SOURCES).
           05  AUD-RUN-ID        PIC X(14).
           05  AUD-DROP-COUNT    PIC 9(4).
           05  AUD-FEED-SOURCE   PIC X(8).
      *NAMEPREF VERSION THE RUN PARSED WITH - ZERO WHEN IT RAN ON THE
      *BUILT-IN LISTS.
           05  AUD-REF-VERSION   PIC 9(6).
      *NAMES THE RUN COULD NOT DUPLICATE-CHECK, OR CORRECTIONS IT
      *COULD NOT TRACK, BECAUSE OF A NAMEPDWK FAILURE - ANYTHING BUT
      *ZERO ALSO ENDS THE RUN WITH AT LEAST RC=4.
           05  AUD-DWK-FAIL-COUNT PIC 9(6).
      *NAMES HELD BACK BECAUSE THEY ARE ON THE SUPPRESSION LIST -
      *PROCESSED AND COUNTED IN AUD-REC-COUNT, BUT WRITTEN NOWHERE.
           05  AUD-REMOVED-COUNT PIC 9(6).
      *ONE RECORD PER LIST ENTRY, PLUS ONE 'VR' RECORD CARRYING THE
      *VERSION NUMBER NAMERFM MOVES ON AT EVERY CHANGE.
       FD  REFERENCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REFERENCE-RECORD.
           05  RF-TABLE-ID       PIC X(2).
               88  RF-IS-VERSION     VALUE 'VR'.
               88  RF-IS-PLACEHOLDER VALUE 'PH'.
               88  RF-IS-BIZ-SUFFIX  VALUE 'BS'.
           05  RF-VALUE          PIC X(12).
           05  RF-CANON          PIC X(4).
           05  RF-CHANGED-DATE   PIC X(10).
           05  RF-CHANGED-BY     PIC X(8).
       01  REFERENCE-VERSION-RECORD.
           05  FILLER            PIC X(2).
           05  RV-VERSION-NO     PIC 9(6).
           05  FILLER            PIC X(28).
      *ONE RECORD PER REMOVED NAME, KEYED ON THE NAME AS IT ARRIVED
      *ON THE FEED, WITH THE PARSED KEY AS A SECOND WAY IN (SPACES
      *WHEN THE REMOVED NAME DID NOT PARSE CLEANLY). WRITTEN ONLY BY
      *NAMEERAS.
       FD  SUPPRESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUPPRESSION-RECORD.
           05  SP-NAME-TEXT      PIC X(25).
           05  SP-NAME-KEY.
               10  SP-STR1       PIC X(11).
               10  SP-STR2       PIC X(7).
               10  SP-STR3       PIC X(7).
           05  SP-REQUEST-REF    PIC X(12).
           05  SP-REQUESTED-BY   PIC X(8).
           05  SP-ADDED-DATE     PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-TALLY-CHAR PIC X(1) VALUE 'A'.
           88  WS-BASE-FOUND VALUE 'Y'.
       01  WS-CNT-EOF-SW PIC X VALUE 'N'.
           88  WS-CNT-EOF VALUE 'Y'.
       01  WS-SKIPPED-COUNT PIC 9(8) VALUE 0.
       01  WS-REC-COUNT PIC 9(8) VALUE 0.
       01  WS-GRAND-CNT2 PIC 9(8) VALUE 0.
           88  WS-RECON-OK VALUE 'Y'.
           88  WS-RECON-BAD VALUE 'N'.
           88  WS-RECON-SKIPPED VALUE '-'.
      *LINEAGE STAMPED ON EVERY OUTPUT RECORD. THE DROP NUMBER
      *COUNTS UP PAST EACH TRAILER AND THE FEED SOURCE COMES FROM
      *THE DROP'S 'H' HEADER RECORD (FEED SOURCE IN NP-INSPECT-TEXT
      *1-8); A DROP WITHOUT A HEADER IS CREDITED TO THE DEFAULT
      *SOURCE. BOTH ARE SET IN READ-NAME-PARSE-FILE, SO THE RESTART
      *SKIP REBUILDS THEM FROM THE RE-READ HEADERS AND TRAILERS.
       01  WS-RUN-ID PIC X(14) VALUE SPACES.
       01  WS-DROP-NO PIC 9(4) VALUE 1.
       01  WS-DROP-COUNT PIC 9(4) VALUE 0.
       01  WS-DEFAULT-FEED-SOURCE PIC X(8) VALUE 'NAMEPARS'.
       01  WS-FEED-SOURCE PIC X(8) VALUE 'NAMEPARS'.
       01  WS-RUN-FEED-SOURCE PIC X(8) VALUE SPACES.
       01  WS-EXPECTED-REC-COUNT PIC 9(8) VALUE 0.
       01  WS-EXPECTED-GRAND-CNT2 PIC 9(8) VALUE 0.
       01  WS-TRAILER-REC-COUNT PIC 9(8) VALUE 0.
       01  WS-COUNT2 PIC 9(2) VALUE 0.
       01  WS-STRING PIC X(25) VALUE 'ABCDADADADABVDFDFFAF'.
       01  WS-OLD-STRING PIC X(25).
      *DUPLICATE DETECTION LOOKS EACH NAME UP ON NAMEPDWK - THE
      *STR1/STR2/STR3 COMBINATION FOR PERSON RECORDS, THE
      *STANDARDIZED NAME FOR BUSINESS RECORDS - SO A REPEAT CAN BE
      *DETECTED AND LOGGED TO DUPLICATE-FILE HOWEVER MANY DISTINCT
      *NAMES THE NIGHT BRINGS. NAMEFIX CORRECTION RECORDS
      *(NP-REC-TYPE 'C') GO ON THE SAME FILE AS SEQ-NO PLUS THE
      *ORIGINAL NP-INSPECT-TEXT, BECAUSE SEQ-NOS ARE NOT UNIQUE
      *ACROSS THE NAMEPEXC HISTORY (EACH FEED DROP NUMBERS
      *INDEPENDENTLY) AND A SEQ-NO-ONLY MATCH COULD RESOLVE AN
      *UNRELATED NIGHT'S REJECT; THE FOLLOW-ON NAMERSLV STEP
      *(NAMEPEXC ALLOCATED DISP=OLD THERE) APPLIES THE FLIPS SO
      *CORRECTED REJECTS STOP REAPPEARING IN NAMEFIX SESSIONS.
       01  WS-DWK-STATUS PIC X(2).
      *POSITION OF THE RECORD BEING PROCESSED IN THE RUN (DATA
      *RECORDS ONLY, COUNTED THE WAY CK-REC-COUNT IS), SO A RESTART
      *REPRODUCES THE SAME NAMEPDWK KEYS.
       01  WS-DWK-REC-NO PIC 9(8) VALUE 0.
       01  WS-DWK-FAIL-COUNT PIC 9(6) VALUE 0.
       01  WS-DWK-ERROR-SW PIC X VALUE 'N'.
           88  WS-DWK-ERROR VALUE 'Y'.
       01  WS-DUP-FOUND-SW PIC X VALUE 'N'.
           88  WS-DUP-FOUND VALUE 'Y'.
       01  WS-DUP-CANDIDATE PIC X(25).
       01  WS-DUP-FIRST-SEQ-NO PIC 9(6) VALUE 0.
       01  WS-DUP-OCCURS PIC 9(4) VALUE 0.
       01  WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
      *SUPPRESSION LIST (NAMEPSUP). NOT THERE AT ALL UNTIL THE FIRST
      *NAME IS REMOVED, WHICH IS NOT AN ERROR; ANY OTHER OPEN
      *FAILURE STOPS THE RUN.
       01  WS-SUP-STATUS PIC X(2).
       01  WS-SUP-STATE-SW PIC X VALUE 'N'.
           88  WS-SUP-LIST-PRESENT VALUE 'Y'.
           88  WS-SUP-LIST-ABSENT  VALUE 'N'.
           88  WS-SUP-UNUSABLE     VALUE 'X'.
       01  WS-REMOVED-SW PIC X VALUE 'N'.
           88  WS-IS-REMOVED-NAME VALUE 'Y'.
       01  WS-SUP-ERROR-SW PIC X VALUE 'N'.
           88  WS-SUP-ERROR VALUE 'Y'.
       01  WS-REMOVED-COUNT PIC 9(6) VALUE 0.
      *KNOWN PLACEHOLDER/TEST VALUES THAT SHOULD NOT REACH PRODUCTION
      *OUTPUT EVEN THOUGH THEY PARSE WITHOUT A STRING OVERFLOW. THE
      *SIX BUILT-IN ENTRIES ARE REPLACED BY NAMEPREF'S 'PH' LIST
      *WHEN IT HAS ONE.
       01  WS-PLACEHOLDER-VALUES.
           05  FILLER PIC X(11) VALUE 'TEST'.
           05  FILLER PIC X(11) VALUE 'UNKNOWN'.
           05  FILLER PIC X(11) VALUE 'NONE'.
           05  FILLER PIC X(11) VALUE 'NOTAVAIL'.
           05  FILLER PIC X(11) VALUE 'XXX'.
           05  FILLER PIC X(484) VALUE SPACES.
       01  WS-PLACEHOLDER-TABLE REDEFINES WS-PLACEHOLDER-VALUES.
           05  WS-PLACEHOLDER-NAME PIC X(11) OCCURS 50 TIMES.
       01  WS-PLACEHOLDER-IDX PIC 9(2) VALUE 0.
       01  WS-PLACEHOLDER-CNT PIC 9(2) VALUE 6.
       01  WS-PLACEHOLDER-MAX PIC 9(2) VALUE 50.
       01  WS-REF-EOF-SW PIC X VALUE 'N'.
           88  WS-REF-EOF VALUE 'Y'.
       01  WS-REF-VERSION PIC 9(6) VALUE 0.
       01  WS-REF-PH-LOADED PIC 9(2) VALUE 0.
       01  WS-REF-BS-LOADED PIC 9(2) VALUE 0.
       01  WS-REF-OVERFLOW PIC 9(4) VALUE 0.
       01  WS-SUSPECT-SW PIC X VALUE 'N'.
           88  WS-IS-SUSPECT VALUE 'Y'.
       01  WS-SUSPECT-COUNT PIC 9(6) VALUE 0.
      *TRAILER RECONCILIATION SEES EVERY DATA RECORD) BUT WRITES
      *NEITHER A REPORT/EXTRACT LINE NOR A SUSPECT RECORD.
       01  WS-SUFFIX PIC X(4) VALUE SPACES.
       01  WS-SDX-NAME PIC X(25).
       01  WS-SOUNDEX-KEY.
           05  WS-SDX-SURNAME PIC X(4).
           05  WS-SDX-FIRST   PIC X(4).
       01  WS-PARSE-STATUS PIC X(1) VALUE 'G'.
           88  WS-PARSE-GOOD VALUE 'G'.
           88  WS-PARSE-TRUNCATED VALUE 'T'.
           05  FILLER PIC X(4)  VALUE 'LTD'.
           05  FILLER PIC X(12) VALUE 'LLC'.
           05  FILLER PIC X(4)  VALUE 'LLC'.
           05  FILLER PIC X(656) VALUE SPACES.
       01  WS-BIZ-SUFFIX-TABLE REDEFINES WS-BIZ-SUFFIX-VALUES.
           05  WS-BIZ-SUFFIX-ENTRY OCCURS 50 TIMES.
               10  WS-BIZ-RAW      PIC X(12).
               10  WS-BIZ-CANON    PIC X(4).
       01  WS-BIZ-SUFFIX-IDX PIC 9(2) VALUE 0.
       01  WS-BIZ-SUFFIX-CNT PIC 9(2) VALUE 9.
       01  WS-BIZ-SUFFIX-MAX PIC 9(2) VALUE 50.
       01  WS-BIZ-SUFFIX-SW PIC X VALUE 'N'.
           88  WS-BIZ-SUFFIX-FOUND VALUE 'Y'.
       01  WS-BIZ-NAME PIC X(25).
       01  WS-REPORT-SUSPECT-TRAILER.
           05  FILLER PIC X(26) VALUE 'TOTAL SUSPECT NAMES:      '.
           05  RT-SUSPECT-COUNT PIC ZZZ,ZZ9.
       01  WS-REPORT-REF-VERSION.
           05  FILLER PIC X(26) VALUE 'REFERENCE DATA VERSION:   '.
           05  RT-REF-VERSION PIC ZZZZZ9.
       01  WS-REPORT-DWK-TRAILER.
           05  FILLER PIC X(26) VALUE 'DUP-CHECK/TRACK FAILURES: '.
           05  RT-DWK-FAIL-COUNT PIC ZZZ,ZZ9.
       01  WS-REPORT-REMOVED-TRAILER.
           05  FILLER PIC X(26) VALUE 'REMOVED NAMES HELD BACK:  '.
           05  RT-REMOVED-COUNT PIC ZZZ,ZZ9.
       01  WS-REPORT-REJECT-RATE.
           05  FILLER PIC X(15) VALUE 'REJECT RATE:  '.
           05  RT-REJECT-PCT    PIC ZZ9.99.
           05  RR-EXP-CNT2  PIC ZZZZZZZ9.
           05  FILLER PIC X(11) VALUE ' ACT-CNT2: '.
           05  RR-ACT-CNT2  PIC ZZZZZZZ9.
      *NIGHTLY RUN CONTROL - NAMERCTL DECIDES WHETHER THIS STEP MAY
      *RUN FOR THE BUSINESS DATE AND RECORDS HOW IT ENDED.
       01  WS-RCTL-FUNCTION PIC X(1).
       01  WS-RCTL-STEP PIC X(8) VALUE 'PARSE'.
       01  WS-RCTL-STEP-RC PIC 9(2) VALUE 0.
       01  WS-RCTL-RESULT PIC 9(2) VALUE 0.
       01  WS-RCTL-BUSINESS-DATE PIC X(8).
       LINKAGE SECTION.
       01  WS-RESTART-PARM.
           05  WS-RESTART-LEN  PIC S9(4) COMP.
               AND WS-RESTART-TEXT(1:WS-RESTART-LEN) = 'RESTART'
               SET WS-IS-RESTART TO TRUE
           END-IF.
           PERFORM BEGIN-RUN-CONTROL.
           IF WS-RCTL-RESULT NOT = 0
               MOVE WS-RCTL-RESULT TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-RUN-DATE.
      *A RESTART RECONSTRUCTS THE ABENDED EXECUTION'S POSITION
      *BEFORE ANY OUTPUT FILE IS OPENED: COUNTERS FROM THE LAST
      *CHECKPOINT, RUN-START FILE SIZES FROM NAMEPBAS, AND
      *A FRESH COUNT OF WHAT IS PHYSICALLY ON DISK NOW - THE
      *DIFFERENCE IS WHAT THE ABENDED EXECUTION GOT OUT BETWEEN THE
      *CHECKPOINT AND THE ABEND, AND EXACTLY THAT MANY REGENERATED
      *UNBROKEN RUN RECORD FOR RECORD.
           IF WS-IS-RESTART
               PERFORM RESTORE-FROM-CHECKPOINT
               PERFORM READ-RUN-BASE-RECORD
               PERFORM COUNT-OUTPUT-RECORDS
               PERFORM COMPUTE-SUPPRESS-COUNTS
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM READ-CONTROL-RECORD.
           PERFORM LOAD-REFERENCE-DATA.
           IF WS-IS-RESTART
               PERFORM SKIP-TO-RESTART-POINT
           ELSE
               PERFORM WRITE-RUN-START-CHECKPOINT
               PERFORM READ-NAME-PARSE-FILE
           END-IF.
      *WITHOUT THE SUPPRESSION LIST A REMOVED NAME COULD COME BACK,
      *SO THE RUN GOES NO FURTHER. THE RUN-START CHECKPOINT IS
      *ALREADY WRITTEN, SO ONCE NAMEPSUP IS FIXED THE NIGHT IS
      *FINISHED WITH PARM='RESTART' LIKE ANY OTHER FAILED PARSE.
           IF WS-SUP-UNUSABLE
               DISPLAY 'NAMEJOB: CANNOT OPEN NAMEPSUP, FILE STATUS '
                   WS-SUP-STATUS ' - RUN STOPPED, RESTART WHEN FIXED'
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               PERFORM END-RUN-CONTROL
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF
               IF NOT NP-IS-TRAILER AND NOT NP-IS-HEADER
                   PERFORM PROCESS-RECORD
               END-IF
               PERFORM READ-NAME-PARSE-FILE
           PERFORM WRITE-CHECKPOINT.
           PERFORM CLOSE-FILES.
           PERFORM SET-JOB-RETURN-CODE.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

      *ASKS NAMERCTL WHETHER THIS STEP MAY RUN ('R' FOR A RESTART,
      *THE ONLY THING ALLOWED WHILE A PARSE IS WAITING FOR ONE) - A
      *REFUSAL IS EXPLAINED ON SYSOUT BY NAMERCTL, AND ITS RESULT
      *BECOMES THE RETURN CODE BEFORE ANY FILE IS OPENED.
       BEGIN-RUN-CONTROL.
           IF WS-IS-RESTART
               MOVE 'R' TO WS-RCTL-FUNCTION
           ELSE
               MOVE 'B' TO WS-RCTL-FUNCTION
           END-IF.
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

       OPEN-FILES.
           OPEN INPUT NAME-PARSE-FILE.
           OPEN INPUT CONTROL-FILE.
               CLOSE CHECKPOINT-FILE
               OPEN EXTEND CHECKPOINT-FILE
           END-IF.
           PERFORM OPEN-DUP-WORK-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM OPEN-SUPPRESSION-FILE.

      *NAMEPSUP IS ONLY EVER READ HERE. FILE STATUS 35 (NO NAME HAS
      *BEEN REMOVED YET) LEAVES NOTHING TO HOLD BACK.
       OPEN-SUPPRESSION-FILE.
           OPEN INPUT SUPPRESSION-FILE.
           EVALUATE WS-SUP-STATUS
               WHEN '00'
                   SET WS-SUP-LIST-PRESENT TO TRUE
               WHEN '35'
                   SET WS-SUP-LIST-ABSENT TO TRUE
               WHEN OTHER
                   SET WS-SUP-UNUSABLE TO TRUE
           END-EVALUATE.

      *A FRESH START EMPTIES NAMEPDWK. A RESTART KEEPS IT JUST AS THE
      *ABENDED EXECUTION LEFT IT: EVERY NAME UP TO THE ABEND IS ON
      *IT, AND THE RECORDS REPROCESSED AFTER THE CHECKPOINT FIND
      *THEIR OWN EARLIER ENTRIES UNDER THE SAME KEYS AND REPLACE
      *THEM, SO NOTHING NEEDS ROLLING BACK. A RESTART THAT FINDS NO
      *NAMEPDWK HAS LOST THE NAMES ALREADY PROCESSED - IT CARRIES ON
      *WITH AN EMPTY FILE BUT COUNTS THE LOSS AS A FAILURE.
       OPEN-DUP-WORK-FILE.
           IF WS-IS-RESTART
               OPEN I-O DUP-WORK-FILE
               IF WS-DWK-STATUS = '35'
                   DISPLAY 'NAMEJOB: NO NAMEPDWK TO RESTART WITH - '
                       'EARLIER NAMES NOT DUPLICATE-CHECKED'
                   ADD 1 TO WS-DWK-FAIL-COUNT
                   OPEN OUTPUT DUP-WORK-FILE
                   CLOSE DUP-WORK-FILE
                   OPEN I-O DUP-WORK-FILE
               END-IF
           ELSE
               OPEN OUTPUT DUP-WORK-FILE
               CLOSE DUP-WORK-FILE
               OPEN I-O DUP-WORK-FILE
           END-IF.
           IF WS-DWK-STATUS NOT = '00'
               DISPLAY 'NAMEJOB: NAMEPDWK OPEN FAILED, STATUS '
                   WS-DWK-STATUS
           END-IF.

       CLOSE-FILES.
           CLOSE NAME-PARSE-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE SUSPECT-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE DUP-WORK-FILE.
           CLOSE CONTROL-FILE.
           CLOSE AUDIT-FILE.
           IF WS-SUP-LIST-PRESENT
               CLOSE SUPPRESSION-FILE
           END-IF.

      *NAMEPREF IS OPTIONAL - WITH NO FILE, OR NO ENTRIES FOR A LIST,
      *THAT LIST KEEPS ITS BUILT-IN VALUES. A LIST ON THE FILE
      *REPLACES THE BUILT-IN ONE WHOLE; ENTRIES PAST THE TABLE SIZE
      *ARE REPORTED AND IGNORED. STRINGS LOADS ITS OWN LISTS (THE
      *PARTICLES AND GENERATIONAL SUFFIXES) FROM THE SAME FILE.
       LOAD-REFERENCE-DATA.
           OPEN INPUT REFERENCE-FILE.
           PERFORM UNTIL WS-REF-EOF
               READ REFERENCE-FILE
                   AT END MOVE 'Y' TO WS-REF-EOF-SW
               END-READ
               IF NOT WS-REF-EOF
                   PERFORM LOAD-REFERENCE-ENTRY
               END-IF
           END-PERFORM.
           CLOSE REFERENCE-FILE.
           IF WS-REF-PH-LOADED > 0
               MOVE WS-REF-PH-LOADED TO WS-PLACEHOLDER-CNT
           END-IF.
           IF WS-REF-BS-LOADED > 0
               MOVE WS-REF-BS-LOADED TO WS-BIZ-SUFFIX-CNT
           END-IF.
           IF WS-REF-OVERFLOW > 0
               DISPLAY 'NAMEJOB: ' WS-REF-OVERFLOW
                   ' NAMEPREF ENTRIES IGNORED - TABLE FULL'
           END-IF.

       LOAD-REFERENCE-ENTRY.
           EVALUATE TRUE
               WHEN RF-IS-VERSION
                   MOVE RV-VERSION-NO TO WS-REF-VERSION
               WHEN RF-IS-PLACEHOLDER
                   IF WS-REF-PH-LOADED = 0
                       MOVE SPACES TO WS-PLACEHOLDER-TABLE
                   END-IF
                   IF WS-REF-PH-LOADED < WS-PLACEHOLDER-MAX
                       ADD 1 TO WS-REF-PH-LOADED
                       MOVE RF-VALUE
                           TO WS-PLACEHOLDER-NAME(WS-REF-PH-LOADED)
                   ELSE
                       ADD 1 TO WS-REF-OVERFLOW
                   END-IF
               WHEN RF-IS-BIZ-SUFFIX
                   IF WS-REF-BS-LOADED = 0
                       MOVE SPACES TO WS-BIZ-SUFFIX-TABLE
                   END-IF
                   IF WS-REF-BS-LOADED < WS-BIZ-SUFFIX-MAX
                       ADD 1 TO WS-REF-BS-LOADED
                       MOVE RF-VALUE
                           TO WS-BIZ-RAW(WS-REF-BS-LOADED)
                       MOVE RF-CANON
                           TO WS-BIZ-CANON(WS-REF-BS-LOADED)
                   ELSE
                       ADD 1 TO WS-REF-OVERFLOW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-CONTROL-RECORD.
           READ CONTROL-FILE
                   IF CK-DUP-WRITES IS NUMERIC
                       MOVE CK-DUP-WRITES TO WS-DUP-WRITES
                   END-IF
                   IF CK-DWK-FAIL-COUNT IS NUMERIC
                       MOVE CK-DWK-FAIL-COUNT TO WS-DWK-FAIL-COUNT
                   END-IF
                   IF CK-REMOVED-COUNT IS NUMERIC
                       MOVE CK-REMOVED-COUNT TO WS-REMOVED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.

      *SKIPS BY COUNTING DATA RECORDS UP TO THE RESTORED
      *CK-REC-COUNT RATHER THAN COMPARING SEQUENCE NUMBERS - A
      *CONCATENATED INPUT (E.G. A NAMEFIX CORRECTION FILE, WHICH
      *KEEPS ITS ORIGINAL SEQUENCE NUMBERS, AHEAD OF A REGULAR DROP)
      *IS NOT IN MONOTONE NP-SEQ-NO ORDER, SO A SEQUENCE-NUMBER TEST
      *COULD STOP IN THE WRONG DROP. TRAILERS RE-READ DURING THE SKIP
      *STILL ACCUMULATE INTO THE RUN-WIDE EXPECTED TOTALS, AND
      *HEADERS AND TRAILERS RE-READ HERE RESTORE THE DROP NUMBER AND
      *FEED SOURCE THE SKIPPED RECORDS WERE STAMPED WITH.
       SKIP-TO-RESTART-POINT.
           MOVE 0 TO WS-SKIPPED-COUNT.
           PERFORM READ-NAME-PARSE-FILE.
           PERFORM UNTIL WS-EOF OR WS-SKIPPED-COUNT = WS-REC-COUNT
               IF NOT NP-IS-TRAILER AND NOT NP-IS-HEADER
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               PERFORM READ-NAME-PARSE-FILE
           MOVE WS-SUS-WRITES TO CK-SUS-WRITES.
           MOVE WS-DUP-WRITES TO CK-DUP-WRITES.
           MOVE SPACE TO CK-MARKER-FLAG.
           MOVE WS-DWK-FAIL-COUNT TO CK-DWK-FAIL-COUNT.
           MOVE WS-REMOVED-COUNT TO CK-REMOVED-COUNT.
           WRITE CHECKPOINT-RECORD.
           MOVE 0 TO WS-SINCE-CKPT.

      *APPENDED AT EVERY FRESH START SO THE LAST NAMEPCKP RECORD
      *ALWAYS BELONGS TO TONIGHT'S RUN - A RESTART AFTER AN ABEND IN
           MOVE 0 TO CK-SUS-WRITES.
           MOVE 0 TO CK-DUP-WRITES.
           SET CK-IS-RUN-START TO TRUE.
           MOVE 0 TO CK-DWK-FAIL-COUNT.
           MOVE 0 TO CK-REMOVED-COUNT.
           WRITE CHECKPOINT-RECORD.

      *THE RUN ID IS THE START TIMESTAMP (YYYYMMDDHHMMSS) OF THE
      *FRESH EXECUTION - A RESTART REPLACES IT WITH THE ONE SAVED ON
      *NAMEPBAS.
       SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY TO WS-RD-YYYY.
           MOVE WS-RUN-HH TO WS-RT-HH.
           MOVE WS-RUN-MN TO WS-RT-MN.
           MOVE WS-RUN-SS TO WS-RT-SS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID.

      *ONLY ON A FRESH START - A RESTART'S HEADERS ARE ALREADY ON
      *THE FILE FROM THE ABENDED EXECUTION.
           MOVE WS-CUR-EXC-COUNT TO RB-EXC-COUNT.
           MOVE WS-CUR-SUS-COUNT TO RB-SUS-COUNT.
           MOVE WS-CUR-DUP-COUNT TO RB-DUP-COUNT.
           MOVE WS-RUN-ID TO RB-RUN-ID.
           WRITE RUN-BASE-RECORD.
           CLOSE RUN-BASE-FILE.

               MOVE RB-EXC-COUNT TO WS-BASE-EXC-COUNT
               MOVE RB-SUS-COUNT TO WS-BASE-SUS-COUNT
               MOVE RB-DUP-COUNT TO WS-BASE-DUP-COUNT
               IF RB-RUN-ID NOT = SPACES
                   MOVE RB-RUN-ID TO WS-RUN-ID
               END-IF
               SET WS-BASE-FOUND TO TRUE
           END-IF.
           CLOSE RUN-BASE-FILE.
           MOVE WS-GRAND-CNT2 TO AUD-GRAND-CNT2.
           MOVE WS-REJECT-COUNT TO AUD-REJECT-COUNT.
           MOVE WS-RECON-SW TO AUD-RECON-STATUS.
           MOVE WS-RUN-ID TO AUD-RUN-ID.
           MOVE WS-DROP-COUNT TO AUD-DROP-COUNT.
           MOVE WS-RUN-FEED-SOURCE TO AUD-FEED-SOURCE.
           MOVE WS-REF-VERSION TO AUD-REF-VERSION.
           MOVE WS-DWK-FAIL-COUNT TO AUD-DWK-FAIL-COUNT.
           MOVE WS-REMOVED-COUNT TO AUD-REMOVED-COUNT.
           WRITE AUDIT-RECORD.

      *NAME-PARSE-FILE MAY BE A CONCATENATION OF MORE THAN ONE FEED
      *ARE ADDED INTO THE RUN-WIDE EXPECTED TOTALS SO ALL CONCATENATED
      *DROPS RECONCILE AND AUDIT TOGETHER AS A SINGLE RUN; READING
      *CONTINUES UNTIL THE PHYSICAL AT-END OF THE LAST DROP.
      *A HEADER NAMES THE DROP'S FEED SOURCE; A TRAILER CLOSES THE
      *DROP, FOLDS ITS SOURCE INTO THE RUN-LEVEL SOURCE FOR THE
      *AUDIT RECORD, AND MOVES THE DROP NUMBER ON FOR THE NEXT ONE.
       READ-NAME-PARSE-FILE.
           READ NAME-PARSE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF AND NP-IS-HEADER
               MOVE NP-INSPECT-TEXT(1:8) TO WS-FEED-SOURCE
           END-IF.
           IF NOT WS-EOF AND NP-IS-TRAILER
               MOVE NP-INSPECT-TEXT(1:8) TO WS-TRAILER-REC-COUNT
               MOVE NP-UNSTR-TEXT(1:8) TO WS-TRAILER-GRAND-CNT2
               ADD WS-TRAILER-REC-COUNT TO WS-EXPECTED-REC-COUNT
               ADD WS-TRAILER-GRAND-CNT2 TO WS-EXPECTED-GRAND-CNT2
               SET WS-TRAILER-SEEN TO TRUE
               IF WS-RUN-FEED-SOURCE = SPACES
                   MOVE WS-FEED-SOURCE TO WS-RUN-FEED-SOURCE
               ELSE
                   IF WS-RUN-FEED-SOURCE NOT = WS-FEED-SOURCE
                       MOVE 'MULTIPLE' TO WS-RUN-FEED-SOURCE
                   END-IF
               END-IF
               ADD 1 TO WS-DROP-COUNT
               ADD 1 TO WS-DROP-NO
               MOVE WS-DEFAULT-FEED-SOURCE TO WS-FEED-SOURCE
           END-IF.

       PROCESS-RECORD.
           MOVE 0 TO WS-CNT1 WS-CNT2 WS-COUNT2.
           COMPUTE WS-DWK-REC-NO = WS-REC-COUNT + 1.
           MOVE 'N' TO WS-SUSPECT-SW.
           MOVE 'N' TO WS-REJECT-SW.
           MOVE 'N' TO WS-REMOVED-SW.
           MOVE SPACES TO WS-SUFFIX.
           MOVE NP-INSPECT-TEXT TO WS-STRING.
           MOVE NP-UNSTR-TEXT TO WS-UNSTR.
           MOVE 'VDFDF' TO WS-TAG.
           INSPECT WS-STRING TALLYING WS-COUNT2
           FOR CHARACTERS BEFORE WS-TAG(1:5).
           IF WS-IS-REJECT OR WS-IS-REMOVED-NAME
               CONTINUE
           ELSE
               IF WS-IS-SUSPECT
      *LEAVES THE BACKLOG ENTRY ALONE (AND HAS LOGGED A FRESH OPEN
      *EXCEPTION OF ITS OWN).
           IF NP-IS-CORRECTION AND NOT WS-IS-REJECT
               AND NOT WS-IS-REMOVED-NAME
               PERFORM NOTE-RESOLVED-SEQ-NO
           END-IF.
           ADD 1 TO WS-REC-COUNT.
               WS-NAME-CNT2, WS-DELIM-CHAR, WS-TALLY-CHAR,
               WS-SUFFIX, WS-PARSE-STATUS
           END-CALL.
           PERFORM CHECK-REMOVED-NAME.
      *A REMOVED NAME IS ONLY COUNTED - IT MUST NOT REACH ANY FILE,
      *NOT EVEN NAMEPEXC OR NAMEPDWK. ONE THAT COULD NOT BE LOOKED
      *UP IS HELD FOR REVIEW AS AN EXCEPTION INSTEAD.
      *A SPLIT THAT LOST OR TRUNCATED TOKENS GOES TO NAMEPEXC WITH
      *ITS OWN REASON CODE INSTEAD OF QUIETLY PRODUCING A MANGLED
      *NAME - SO IT SKIPS THE DUPLICATE AND SUSPECT CHECKS AND THE
      *REBUILD BELOW, AND NEVER REACHES THE REPORT OR THE EXTRACT.
           EVALUATE TRUE
               WHEN WS-IS-REMOVED-NAME
                   ADD 1 TO WS-REMOVED-COUNT
               WHEN WS-SUP-ERROR
                   MOVE 'NOT SCREENED' TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN WS-PARSE-TRUNCATED
                   MOVE 'NAME TRUNCATED' TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
                   END-STRING
           END-EVALUATE.

      *A NAME IS ON THE SUPPRESSION LIST IF ITS FEED TEXT IS, OR -
      *WHEN IT PARSED CLEANLY - IF ITS STR1/STR2/STR3 KEY IS, SO THE
      *SAME PERSON ARRIVING WITH DIFFERENT SPACING IS STILL CAUGHT.
       CHECK-REMOVED-NAME.
           MOVE 'N' TO WS-SUP-ERROR-SW.
           IF WS-SUP-LIST-PRESENT
               MOVE NP-UNSTR-TEXT TO SP-NAME-TEXT
               READ SUPPRESSION-FILE
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-SUP-STATUS
                   WHEN '00'
                       SET WS-IS-REMOVED-NAME TO TRUE
                   WHEN '23'
                       IF WS-PARSE-GOOD
                           AND (WS-STR1 NOT = SPACES
                           OR WS-STR2 NOT = SPACES
                           OR WS-STR3 NOT = SPACES)
                           PERFORM CHECK-REMOVED-KEY
                       END-IF
                   WHEN OTHER
                       PERFORM NOTE-SUPPRESSION-FAILURE
               END-EVALUATE
           END-IF.

      *STATUS 02 - THE KEY IS ON THE LIST MORE THAN ONCE (SEVERAL
      *REMOVED SPELLINGS PARSED THE SAME WAY) - IS STILL A HIT.
       CHECK-REMOVED-KEY.
           MOVE WS-STR1 TO SP-STR1.
           MOVE WS-STR2 TO SP-STR2.
           MOVE WS-STR3 TO SP-STR3.
           READ SUPPRESSION-FILE KEY IS SP-NAME-KEY
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE WS-SUP-STATUS
               WHEN '00'
               WHEN '02'
                   SET WS-IS-REMOVED-NAME TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   PERFORM NOTE-SUPPRESSION-FAILURE
           END-EVALUATE.

       NOTE-SUPPRESSION-FAILURE.
           DISPLAY 'NAMEJOB: NAMEPSUP READ FAILED, FILE STATUS '
               WS-SUP-STATUS ' SEQ-NO: ' NP-SEQ-NO.
           SET WS-SUP-ERROR TO TRUE.

      *ORGANIZATION/BUSINESS NAMES (NP-REC-TYPE 'B') HAVE NO
      *MEANINGFUL FIRST/MIDDLE/LAST SPLIT, SO THEY SKIP THE STRINGS
      *CALL - BUT THEY GET THEIR OWN STANDARDIZATION PASS INSTEAD OF
           IF WS-BIZ-LAST-TOK > 1
               AND WS-BIZ-TOKEN-LEN(WS-BIZ-LAST-TOK) <= 12
               PERFORM VARYING WS-BIZ-SUFFIX-IDX FROM 1 BY 1
                   UNTIL WS-BIZ-SUFFIX-IDX > WS-BIZ-SUFFIX-CNT
                   OR WS-BIZ-SUFFIX-FOUND
                   IF WS-BIZ-TOKEN(WS-BIZ-LAST-TOK)(1:12) =
                       WS-BIZ-RAW(WS-BIZ-SUFFIX-IDX)
           MOVE WS-STRING-DEST TO XT-STRING-DEST.
           MOVE WS-CNT2 TO XT-CNT2.
           MOVE WS-SUFFIX TO XT-SUFFIX.
           MOVE WS-RUN-ID TO XT-RUN-ID.
           MOVE WS-DROP-NO TO XT-DROP-NO.
           MOVE WS-FEED-SOURCE TO XT-FEED-SOURCE.
           IF NP-IS-BUSINESS
               SET XT-IS-BUSINESS TO TRUE
               MOVE SPACES TO XT-SOUNDEX-KEY
               MOVE SPACE TO XT-PARSE-STATUS
           ELSE
               SET XT-IS-PERSON TO TRUE
               PERFORM BUILD-SOUNDEX-KEY
               MOVE WS-SOUNDEX-KEY TO XT-SOUNDEX-KEY
               MOVE WS-PARSE-STATUS TO XT-PARSE-STATUS
           END-IF.
           MOVE NP-UNSTR-TEXT TO XT-UNSTR-TEXT.
           ADD 1 TO WS-EXT-WRITES.
           IF WS-EXT-SUPPRESS > 0
               SUBTRACT 1 FROM WS-EXT-SUPPRESS
               WRITE EXTRACT-RECORD
           END-IF.

      *THE SAME KEY NAMEMRG CARRIES ON THE MASTER, SO THE NIGHT'S
      *EXTRACT CAN BE MATCHED TO SOUND-ALIKE MASTER ENTRIES.
       BUILD-SOUNDEX-KEY.
           MOVE WS-STR3 TO WS-SDX-NAME.
           CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-SURNAME
           END-CALL.
           MOVE WS-STR2 TO WS-SDX-NAME.
           CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-FIRST
           END-CALL.

       WRITE-EXCEPTION-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           SET WS-IS-REJECT TO TRUE.
           SET EX-IS-OPEN TO TRUE.
           MOVE WS-RUN-DATE-X TO EX-LOGGED-DATE.
           MOVE SPACES TO EX-STATUS-DATE.
           MOVE WS-RUN-ID TO EX-RUN-ID.
           MOVE WS-DROP-NO TO EX-DROP-NO.
           MOVE WS-FEED-SOURCE TO EX-FEED-SOURCE.
           ADD 1 TO WS-EXC-WRITES.
           IF WS-EXC-SUPPRESS > 0
               SUBTRACT 1 FROM WS-EXC-SUPPRESS
      *THE LOOP ON THE ORIGINAL EXCEPTION. THE ACTUAL STATUS FLIP
      *HAPPENS IN THE FOLLOW-ON NAMERSLV STEP - NAMEPEXC IS DISP=MOD
      *HERE, WHERE OPEN OUTPUT WOULD APPEND THE REWRITE AFTER THE
      *HISTORY INSTEAD OF REPLACING IT. A CORRECTION THAT CANNOT BE
      *WRITTEN TO NAMEPDWK JUST LEAVES ITS EXCEPTION UNRESOLVED FOR
      *A LATER RUN - NEVER WRONGLY RESOLVED - AND IS COUNTED.
       NOTE-RESOLVED-SEQ-NO.
           MOVE 'R' TO DW-TYPE.
           MOVE NP-INSPECT-TEXT TO DW-NAME.
           MOVE 0 TO DW-FIRST-SEQ-NO.
           MOVE 0 TO DW-OCCURS.
           PERFORM WRITE-DUP-WORK-RECORD.

      *THE CALLER SETS WS-DUP-CANDIDATE FIRST - THE PERSON PATH
      *PACKS STR1/STR2/STR3, THE BUSINESS PATH USES THE STANDARDIZED
      *NAME - SO BOTH RECORD TYPES SHARE ONE SET OF NAMEPDWK
      *ENTRIES. STARTING AT THIS RECORD'S OWN KEY, THE FIRST 'D'
      *ENTRY FOR THE SAME NAME IS ITS MOST RECENT EARLIER
      *OCCURRENCE, CARRYING THE FIRST SEQ-NO AND THE OCCURRENCE
      *COUNT SO FAR. ENTRIES FURTHER ON IN THE RUN (LEFT BY AN
      *ABENDED EXECUTION) SORT AHEAD OF THE START KEY AND ARE NEVER
      *SEEN. EVERY OCCURRENCE IS THEN WRITTEN BACK AS THE NEWEST.
       CHECK-DUPLICATE-NAME.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           MOVE 'N' TO WS-DWK-ERROR-SW.
           MOVE 'D' TO DW-TYPE.
           MOVE WS-DUP-CANDIDATE TO DW-NAME.
           COMPUTE DW-REC-INVERSE = 99999999 - WS-DWK-REC-NO.
           START DUP-WORK-FILE KEY IS NOT LESS THAN DW-KEY
               INVALID KEY CONTINUE
           END-START.
           EVALUATE WS-DWK-STATUS
               WHEN '00'
                   PERFORM READ-PRIOR-OCCURRENCE
      *ON A RESTART THIS RECORD'S OWN ENTRY FROM BEFORE THE ABEND
      *COMES FIRST - THE EARLIER OCCURRENCE IS THE ONE AFTER IT.
                   IF WS-DUP-FOUND AND DW-REC-NO = WS-DWK-REC-NO
                       PERFORM READ-PRIOR-OCCURRENCE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   SET WS-DWK-ERROR TO TRUE
           END-EVALUATE.
           IF WS-DWK-ERROR
               PERFORM NOTE-DUP-WORK-FAILURE
           ELSE
               IF WS-DUP-FOUND
                   MOVE DW-FIRST-SEQ-NO TO WS-DUP-FIRST-SEQ-NO
                   COMPUTE WS-DUP-OCCURS = DW-OCCURS + 1
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE WS-DUP-FIRST-SEQ-NO TO DUP-FIRST-SEQ-NO
                   MOVE WS-DUP-OCCURS TO DUP-OCCURS
                   PERFORM WRITE-DUPLICATE-RECORD
               ELSE
                   MOVE NP-SEQ-NO TO WS-DUP-FIRST-SEQ-NO
                   MOVE 1 TO WS-DUP-OCCURS
               END-IF
               MOVE 'D' TO DW-TYPE
               MOVE WS-DUP-CANDIDATE TO DW-NAME
               MOVE WS-DUP-FIRST-SEQ-NO TO DW-FIRST-SEQ-NO
               MOVE WS-DUP-OCCURS TO DW-OCCURS
               PERFORM WRITE-DUP-WORK-RECORD
           END-IF.

       READ-PRIOR-OCCURRENCE.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           READ DUP-WORK-FILE NEXT RECORD
               AT END CONTINUE
           END-READ.
           EVALUATE WS-DWK-STATUS
               WHEN '00'
                   IF DW-IS-NAME AND DW-NAME = WS-DUP-CANDIDATE
                       SET WS-DUP-FOUND TO TRUE
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   SET WS-DWK-ERROR TO TRUE
           END-EVALUATE.

      *KEYED ON THIS RECORD'S POSITION IN THE RUN. STATUS 22 MEANS
      *THE EXECUTION THAT ABENDED ALREADY WROTE IT - THIS RUN'S
      *VALUES (THE SAME ONES) REPLACE IT.
       WRITE-DUP-WORK-RECORD.
           COMPUTE DW-REC-INVERSE = 99999999 - WS-DWK-REC-NO.
           MOVE WS-DWK-REC-NO TO DW-REC-NO.
           MOVE NP-SEQ-NO TO DW-SEQ-NO.
           WRITE DUP-WORK-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-DWK-STATUS = '22'
               REWRITE DUP-WORK-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF WS-DWK-STATUS NOT = '00'
               PERFORM NOTE-DUP-WORK-FAILURE
           END-IF.

      *A NAMEPDWK FAILURE NEVER STOPS THE RUN, BUT IT IS NEVER
      *SILENT EITHER: EACH ONE IS LOGGED AND COUNTED, AND THE COUNT
      *GOES ON THE REPORT TRAILER, THE AUDIT RECORD AND THE RETURN
      *CODE.
       NOTE-DUP-WORK-FAILURE.
           ADD 1 TO WS-DWK-FAIL-COUNT.
           DISPLAY 'NAMEJOB: NAMEPDWK STATUS ' WS-DWK-STATUS
               ' ON ' DW-TYPE ' ENTRY FOR SEQ-NO ' NP-SEQ-NO
               ' - NOT CHECKED/TRACKED'.

       WRITE-DUPLICATE-RECORD.
           MOVE NP-SEQ-NO TO DUP-SEQ-NO.
           MOVE WS-STR1 TO DUP-STR1.
           MOVE WS-STR2 TO DUP-STR2.
           MOVE WS-STR3 TO DUP-STR3.
           MOVE WS-DUP-CANDIDATE TO DUP-NAME.
           MOVE WS-RUN-ID TO DUP-RUN-ID.
           MOVE WS-DROP-NO TO DUP-DROP-NO.
           MOVE WS-FEED-SOURCE TO DUP-FEED-SOURCE.
           ADD 1 TO WS-DUP-WRITES.
           IF WS-DUP-SUPPRESS > 0
               SUBTRACT 1 FROM WS-DUP-SUPPRESS
      *WHICH ONLY FIRES ON STRING OVERFLOW.
       CHECK-SUSPECT-NAME.
           PERFORM VARYING WS-PLACEHOLDER-IDX FROM 1 BY 1
               UNTIL WS-PLACEHOLDER-IDX > WS-PLACEHOLDER-CNT
               OR WS-IS-SUSPECT
               IF WS-STR1 = WS-PLACEHOLDER-NAME(WS-PLACEHOLDER-IDX)
                   OR WS-STR3 = WS-PLACEHOLDER-NAME(WS-PLACEHOLDER-IDX)
                   SET WS-IS-SUSPECT TO TRUE
           MOVE WS-STR1 TO SU-STR1.
           MOVE WS-STR2 TO SU-STR2.
           MOVE WS-STR3 TO SU-STR3.
           MOVE WS-RUN-ID TO SU-RUN-ID.
           MOVE WS-DROP-NO TO SU-DROP-NO.
           MOVE WS-FEED-SOURCE TO SU-FEED-SOURCE.
           ADD 1 TO WS-SUS-WRITES.
           IF WS-SUS-SUPPRESS > 0
               SUBTRACT 1 FROM WS-SUS-SUPPRESS
      *NIGHT FROM THE RETURN-CODE ALONE, WITHOUT READING NAMEPRPT.
      *A REJECT-RATE BREACH (RC=8) IS KEPT DISTINCT FROM A
      *RECONCILIATION MISMATCH (RC=4) SO THE TWO CONDITIONS CAN BE
      *TOLD APART IN THE JOB LOG. NAMES LEFT UNCHECKED FOR
      *DUPLICATES BY A NAMEPDWK FAILURE ALSO GIVE RC=4.
       SET-JOB-RETURN-CODE.
           IF WS-REJECT-RATE-EXCEEDED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RECON-BAD OR WS-DWK-FAIL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           MOVE WS-SUSPECT-COUNT TO RT-SUSPECT-COUNT.
           MOVE WS-REPORT-SUSPECT-TRAILER TO REPORT-RECORD.
           PERFORM WRITE-REPORT-RECORD.
           MOVE WS-REF-VERSION TO RT-REF-VERSION.
           MOVE WS-REPORT-REF-VERSION TO REPORT-RECORD.
           PERFORM WRITE-REPORT-RECORD.
           MOVE WS-DWK-FAIL-COUNT TO RT-DWK-FAIL-COUNT.
           MOVE WS-REPORT-DWK-TRAILER TO REPORT-RECORD.
           PERFORM WRITE-REPORT-RECORD.
           MOVE WS-REMOVED-COUNT TO RT-REMOVED-COUNT.
           MOVE WS-REPORT-REMOVED-TRAILER TO REPORT-RECORD.
           PERFORM WRITE-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-REJECT-RATE.
           MOVE WS-REJECT-PCT TO RT-REJECT-PCT.
           MOVE WS-REJECT-TOLERANCE-PCT TO RT-TOLERANCE-PCT.
