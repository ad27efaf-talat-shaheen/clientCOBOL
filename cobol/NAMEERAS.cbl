      ******************************************************************
      * Author:
      * Date:
      * Purpose:name removal (erasure) run. Reads a batch of removal
      *         requests (NAMEPERQ), one per line - the request
      *         reference, the person name exactly as it arrived on
      *         the feed, and who asked for it - and takes that name
      *         out of every NAME file that holds it:
      *           - the suppression list NAMEPSUP gets the name (its
      *             feed text and, when it parses cleanly, its
      *             STR1/STR2/STR3 key), so NAMEJOB never writes it
      *             anywhere again if it turns up on a later feed.
      *             This is done first, so a run that fails further
      *             on still protects the next night.
      *           - the cumulative sequential files and their NAMEA*
      *             archives (report, extract, exceptions, suspects,
      *             duplicates) and the master change history NAMEPMHS
      *             are copied through the work file NAMEPEWK and
      *             rewritten with every name field of a matching
      *             record blanked ('NAME REMOVED' where the cleaned
      *             name was). Records are masked, never dropped, so
      *             every record count, checkpoint write count,
      *             NAMEPMCK position and NAMEARCH run split stays as
      *             it was. A masked extract record gets name type
      *             'E' (NAMEMRG and NAMEPROF skip it) and a masked
      *             exception is closed as resolved.
      *           - NAMEPIDX records are masked the same way in place.
      *           - person details on the interface batch log NAMEPOBL
      *             have the matching name key (or the key they were
      *             merged into) replaced with 'NAME REMOVED' in place,
      *             so NAMEACK still counts them against their batch.
      *           - the NAMEPMST entry for the name is deleted. The
      *             keys and occurrences deleted are appended to the
      *             cumulative control file NAMEPERC, which NAMEBAL
      *             adds back before it proves the master against
      *             NAMEMRG's running totals, and the deletion is
      *             logged (without the name) on NAMEPMHS.
      *         A record matches a request when its feed text is the
      *         request's name, or - for the files that only hold the
      *         split name - when its STR1/STR2/STR3 key is the key
      *         the name parses to (STRINGS, with the NAMEPCTL
      *         delimiter and tally, as on a live night).
      *         Master entries left as aliases pointing at a removed
      *         name are a different spelling and stay, for a request
      *         of their own, but lose their pointer: each is flagged
      *         do-not-use with its alias key blanked (logged on
      *         NAMEPMHS without the removed key), so NAMEMRG lists it
      *         as flagged instead of posting to an entry that is gone.
      *         The other way round, when the requested key is itself
      *         an alias, its entry is deleted but the survivor it
      *         points at (which holds its occurrences) is a different
      *         key: the report says the name is still held there, for
      *         the steward to confirm and request separately.
      *         The certification report NAMEPERP lists, per request
      *         (by reference - the name itself is not printed), how
      *         many records were found and removed in each file,
      *         then the records searched in each file.
      *         Every step can be repeated, so after a failure the
      *         same requests are simply run again. RC=4 when a
      *         request was rejected or found nothing, had aliases
      *         flagged or is still held on a survivor entry, RC=12
      *         on an I/O failure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEERAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO NAMEPERQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO NAMEPCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO NAMEPSUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-NAME-TEXT
               ALTERNATE RECORD KEY IS SP-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-SUP-STATUS.
           SELECT OPTIONAL REPORT-FILE ASSIGN TO NAMEPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-REPORT-FILE ASSIGN TO NAMEARPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXTRACT-FILE ASSIGN TO NAMEPEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-EXTRACT-FILE ASSIGN TO NAMEAEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NAME-PARSE-EXCEPT ASSIGN TO NAMEPEXC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-EXCEPT-FILE ASSIGN TO NAMEAEXC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPECT-FILE ASSIGN TO NAMEPSUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-SUSPECT-FILE ASSIGN TO NAMEASUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUPLICATE-FILE ASSIGN TO NAMEPDUP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-DUPLICATE-FILE ASSIGN TO NAMEADUP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-HISTORY-FILE ASSIGN TO NAMEPMHS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INDEXED-EXTRACT-FILE ASSIGN TO NAMEPIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IX-LINEAGE-KEY
               ALTERNATE RECORD KEY IS IX-SEQ-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS IX-STR3 WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT NAME-MASTER-FILE ASSIGN TO NAMEPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-NAME-KEY
               ALTERNATE RECORD KEY IS MS-SOUNDEX-KEY WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT BATCH-LOG-FILE ASSIGN TO NAMEPOBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-OBL-STATUS.
           SELECT ERASE-WORK-FILE ASSIGN TO NAMEPEWK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERASURE-CONTROL-FILE ASSIGN TO NAMEPERC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-REPORT-FILE ASSIGN TO NAMEPERP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REQUEST-RECORD.
           05  RQ-REQUEST-REF    PIC X(12).
      *THE NAME EXACTLY AS IT ARRIVED ON THE FEED (NP-UNSTR-TEXT).
           05  RQ-NAME-TEXT      PIC X(25).
           05  RQ-REQUESTED-BY   PIC X(8).
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD.
           05  CTL-TALLY-CHAR    PIC X(1).
           05  CTL-REPL-FROM     PIC X(1).
           05  CTL-REPL-TO       PIC X(1).
           05  CTL-DELIM-CHAR    PIC X(1).
           05  CTL-REJECT-TOLERANCE PIC 9(3).
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
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD PIC X(132).
       FD  ARCH-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-REPORT-RECORD PIC X(132).
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD PIC X(123).
       FD  ARCH-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-EXTRACT-RECORD PIC X(123).
       FD  NAME-PARSE-EXCEPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NAME-PARSE-EXCEPT-RECORD PIC X(118).
       FD  ARCH-EXCEPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-EXCEPT-RECORD PIC X(118).
       FD  SUSPECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUSPECT-RECORD PIC X(122).
       FD  ARCH-SUSPECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-SUSPECT-RECORD PIC X(122).
       FD  DUPLICATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUPLICATE-RECORD PIC X(92).
       FD  ARCH-DUPLICATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCH-DUPLICATE-RECORD PIC X(92).
       FD  MASTER-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MASTER-HISTORY-RECORD PIC X(301).
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
      *ONLY THE DETAIL RECORDS OF THE BATCH LOG CARRY A NAME - THE
      *BATCH AND CONTROL RECORDS (SEQUENCE 0) ARE LEFT ALONE.
       FD  BATCH-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCH-LOG-RECORD.
           05  BL-KEY.
               10  BL-BATCH-NO   PIC 9(8).
               10  BL-REC-SEQ    PIC 9(8).
           05  BL-BODY           PIC X(100).
           05  BL-DETAIL-VIEW REDEFINES BL-BODY.
               10  BL-ACTION     PIC X(1).
               10  BL-ENTITY     PIC X(1).
                   88  BL-IS-PERSON  VALUE 'P'.
               10  BL-NAME-KEY   PIC X(29).
               10  BL-RELATED-KEY PIC X(29).
               10  BL-OCCUR-COUNT PIC 9(8).
               10  BL-ACK-RESULT PIC X(1).
               10  BL-ACK-REASON PIC X(20).
               10  BL-RESULT-DATE PIC X(10).
               10  FILLER        PIC X(1).
       FD  ERASE-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ERASE-WORK-RECORD PIC X(301).
      *ONE RECORD PER RUN - WHAT NAMEBAL NEEDS TO ALLOW FOR THE
      *MASTER ENTRIES THIS PROGRAM DELETED.
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
       FD  CERT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CERT-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SUP-STATUS PIC X(2).
       01  WS-IDX-STATUS PIC X(2).
       01  WS-MST-STATUS PIC X(2).
       01  WS-OBL-STATUS PIC X(2).
       01  WS-KEY-MASKED-SW PIC X VALUE 'N'.
           88  WS-KEY-MASKED VALUE 'Y'.
       01  WS-EOF-SW PIC X VALUE 'N'.
           88  WS-EOF VALUE 'Y'.
       01  WS-IO-ERROR-SW PIC X VALUE 'N'.
           88  WS-IO-ERROR VALUE 'Y'.
       01  WS-REC-MASKED-SW PIC X VALUE 'N'.
           88  WS-REC-MASKED VALUE 'Y'.
       01  WS-REQ-READ-COUNT PIC 9(6) VALUE 0.
       01  WS-REQ-REJECTED PIC 9(6) VALUE 0.
       01  WS-REQ-OVERFLOW PIC 9(6) VALUE 0.
       01  WS-REQ-NOT-FOUND PIC 9(6) VALUE 0.
       01  WS-REQ-ALIAS-LEFT PIC 9(6) VALUE 0.
       01  WS-REQ-SURVIVOR-LEFT PIC 9(6) VALUE 0.
       01  WS-MASKED-TOTAL PIC 9(10) VALUE 0.
       01  WS-MST-KEYS-DELETED PIC 9(8) VALUE 0.
       01  WS-MST-OCCURS-DELETED PIC 9(10) VALUE 0.
       01  WS-MST-ALIASES-FLAGGED PIC 9(8) VALUE 0.
       01  WS-REQ-FOUND-TOTAL PIC 9(10) VALUE 0.
      *THE SAME STRINGS ARGUMENTS NAMEJOB PASSES, WITH THE SAME
      *NAMEPCTL OVERRIDES, SO A REQUESTED NAME SPLITS HERE EXACTLY AS
      *IT DID ON THE NIGHT IT ARRIVED.
       01  WS-TALLY-CHAR PIC X(1) VALUE 'A'.
       01  WS-DELIM-CHAR PIC X(1) VALUE SPACE.
       01  WS-NAME-CNT2 PIC 9(2) VALUE 0.
       01  WS-SUFFIX PIC X(4) VALUE SPACES.
       01  WS-PARSE-STATUS PIC X(1) VALUE 'G'.
           88  WS-PARSE-GOOD VALUE 'G'.
       COPY NAMEPARS.
      *THE REQUESTS OF THE RUN. EVERY RECORD OF EVERY FILE IS
      *CHECKED AGAINST ALL OF THEM IN ONE PASS, SO EACH FILE IS
      *READ (AND REWRITTEN) ONCE A RUN HOWEVER MANY NAMES GO.
       01  WS-REQ-MAX PIC 9(4) VALUE 500.
       01  WS-REQ-COUNT PIC 9(4) VALUE 0.
       01  WS-REQ-IX PIC 9(4) VALUE 0.
       01  WS-MATCH-IX PIC 9(4) VALUE 0.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-ENTRY OCCURS 500 TIMES.
               10  WS-REQ-REF        PIC X(12).
               10  WS-REQ-BY         PIC X(8).
               10  WS-REQ-TEXT       PIC X(25).
               10  WS-REQ-KEY        PIC X(25).
               10  WS-REQ-KEY-SW     PIC X(1).
                   88  WS-REQ-HAS-KEY    VALUE 'Y'.
               10  WS-REQ-SUP-RESULT PIC X(1).
                   88  WS-REQ-SUP-ADDED  VALUE 'A'.
                   88  WS-REQ-SUP-LISTED VALUE 'L'.
               10  WS-REQ-HITS       PIC 9(8) OCCURS 14 TIMES.
               10  WS-REQ-MST-OCCURS PIC 9(10).
               10  WS-REQ-ALIASES    PIC 9(6).
               10  WS-REQ-SURVIVOR-SW PIC X(1).
                   88  WS-REQ-SURVIVOR-HELD VALUE 'Y'.
      *WHAT A RECORD IS MATCHED ON - ITS FEED TEXT (SPACES WHERE THE
      *FILE DOES NOT CARRY IT) AND ITS STR1/STR2/STR3 KEY.
       01  WS-MATCH-TEXT PIC X(25).
       01  WS-MATCH-KEY.
           05  WS-MK-STR1 PIC X(11).
           05  WS-MK-STR2 PIC X(7).
           05  WS-MK-STR3 PIC X(7).
      *THE FILES SEARCHED, IN REPORT ORDER. WS-FILE-IX SAYS WHICH
      *ONE A MATCH IS COUNTED AGAINST.
       01  WS-FILE-COUNT PIC 9(2) VALUE 14.
       01  WS-FILE-IX PIC 9(2) VALUE 0.
       01  WS-FILE-TABLE-VALUES.
           05  FILLER PIC X(16) VALUE 'NAMEPRPTMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEARPTMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEPEXTMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEAEXTMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEPEXCMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEAEXCMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEPSUSMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEASUSMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEPDUPMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEADUPMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEPMHSMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEPIDXMASKED  '.
           05  FILLER PIC X(16) VALUE 'NAMEPMSTDELETED '.
           05  FILLER PIC X(16) VALUE 'NAMEPOBLMASKED  '.
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-VALUES.
           05  WS-FILE-DEF OCCURS 14 TIMES.
               10  WS-FILE-DD        PIC X(8).
               10  WS-FILE-ACTION    PIC X(8).
       01  WS-FILE-STATS.
           05  WS-FILE-STAT OCCURS 14 TIMES.
               10  WS-FS-READ        PIC 9(10).
               10  WS-FS-MASKED      PIC 9(10).
               10  WS-FS-STATE       PIC X(1).
                   88  WS-FS-SEARCHED    VALUE 'S'.
                   88  WS-FS-ABSENT      VALUE 'A'.
                   88  WS-FS-FAILED      VALUE 'F'.
      *THE NAMEJOB RECORD LAYOUTS, READ INTO HERE AND MASKED BEFORE
      *THEY ARE WRITTEN TO THE WORK FILE. A LIVE FILE AND ITS
      *ARCHIVE SHARE ONE LAYOUT.
       01  WS-REPORT-LINE.
           05  RL-SEQ-ZONE    PIC X(5).
           05  RL-SEQ-LAST    PIC X(1).
           05  FILLER         PIC X(7).
           05  RL-OLD-STRING  PIC X(25).
           05  FILLER         PIC X(1).
           05  RL-NEW-STRING  PIC X(25).
           05  FILLER         PIC X(1).
           05  RL-STRING-DEST PIC X(25).
           05  FILLER         PIC X(1).
           05  RL-STR3        PIC X(7).
           05  FILLER         PIC X(1).
           05  RL-STR2        PIC X(7).
           05  FILLER         PIC X(1).
           05  RL-STR1        PIC X(11).
           05  FILLER         PIC X(14).
       01  WS-EXTRACT-RECORD.
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
               88  XT-IS-ERASED   VALUE 'E'.
           05  XT-SOUNDEX-KEY    PIC X(8).
           05  XT-UNSTR-TEXT     PIC X(25).
           05  XT-PARSE-STATUS   PIC X(1).
       01  WS-EXCEPT-RECORD.
           05  EX-SEQ-NO         PIC 9(6).
           05  EX-REASON         PIC X(15).
           05  EX-INSPECT-TEXT   PIC X(25).
           05  EX-UNSTR-TEXT     PIC X(25).
           05  EX-STATUS         PIC X(1).
               88  EX-IS-RESOLVED  VALUE 'R'.
           05  EX-LOGGED-DATE    PIC X(10).
           05  EX-STATUS-DATE    PIC X(10).
           05  EX-RUN-ID         PIC X(14).
           05  EX-DROP-NO        PIC 9(4).
           05  EX-FEED-SOURCE    PIC X(8).
       01  WS-SUSPECT-RECORD.
           05  SU-SEQ-NO         PIC 9(6).
           05  SU-REASON         PIC X(15).
           05  SU-INSPECT-TEXT   PIC X(25).
           05  SU-UNSTR-TEXT     PIC X(25).
           05  SU-STR1           PIC X(11).
           05  SU-STR2           PIC X(7).
           05  SU-STR3           PIC X(7).
           05  SU-RUN-ID         PIC X(14).
           05  SU-DROP-NO        PIC 9(4).
           05  SU-FEED-SOURCE    PIC X(8).
       01  WS-DUPLICATE-RECORD.
           05  DUP-SEQ-NO        PIC 9(6).
           05  DUP-FIRST-SEQ-NO  PIC 9(6).
           05  DUP-STR1          PIC X(11).
           05  DUP-STR2          PIC X(7).
           05  DUP-STR3          PIC X(7).
           05  DUP-OCCURS        PIC 9(4).
           05  DUP-NAME          PIC X(25).
           05  DUP-RUN-ID        PIC X(14).
           05  DUP-DROP-NO       PIC 9(4).
           05  DUP-FEED-SOURCE   PIC X(8).
      *NAMEMNT'S CHANGE-HISTORY LAYOUT. THE IMAGES ARE WHOLE NAMEPMST
      *RECORDS - THE KEY IN THE FIRST 25 BYTES, THE ALIAS KEY AT 63.
       01  WS-HISTORY-RECORD.
           05  MH-DATE           PIC X(10).
           05  MH-TIME           PIC X(8).
           05  MH-ACTION         PIC X(1).
           05  MH-STEWARD        PIC X(8).
           05  MH-ENTRY-KEY      PIC X(25).
           05  MH-RELATED-KEY    PIC X(25).
           05  MH-COMMENT        PIC X(30).
           05  MH-BEFORE-IMAGE   PIC X(97).
           05  MH-AFTER-IMAGE    PIC X(97).
      *A REQUESTED KEY THAT IS ITSELF AN ALIAS IS FOLLOWED TO ITS
      *SURVIVOR THIS MANY STEPS, AS NAMEMRG FOLLOWS THE CHAIN.
       01  WS-SURVIVOR-KEY PIC X(25).
       01  WS-ALIAS-DEPTH PIC 9(2) VALUE 0.
       01  WS-ALIAS-MAX-DEPTH PIC 9(2) VALUE 10.
      *AN ALIAS ENTRY AS IT STOOD BEFORE ITS POINTER WAS BLANKED.
       01  WS-ALIAS-BEFORE PIC X(97).
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
           05  FILLER PIC X(40)
               VALUE 'NAME REMOVAL CERTIFICATION        DATE: '.
           05  RH-RUN-DATE PIC X(10).
           05  FILLER PIC X(8) VALUE '  TIME: '.
           05  RH-RUN-TIME PIC X(8).
       01  WS-REQUEST-LINE.
           05  FILLER      PIC X(8) VALUE 'REQUEST '.
           05  RQL-REF     PIC X(12).
           05  FILLER      PIC X(15) VALUE '  REQUESTED BY '.
           05  RQL-BY      PIC X(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RQL-RESULT  PIC X(60).
       01  WS-REQ-DETAIL-LINE.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  RDL-LABEL   PIC X(36).
           05  RDL-COUNT   PIC Z(9)9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RDL-ACTION  PIC X(50).
       01  WS-REQ-NOTE-LINE.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  RNL-LABEL   PIC X(36).
           05  FILLER      PIC X(12) VALUE SPACES.
           05  RNL-NOTE    PIC X(50).
       01  WS-FILE-HDR.
           05  FILLER PIC X(10) VALUE 'FILE'.
           05  FILLER PIC X(14) VALUE 'RECORDS READ'.
           05  FILLER PIC X(14) VALUE ' NAMES REMOVED'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(6)  VALUE 'STATUS'.
       01  WS-FILE-LINE.
           05  FL-FILE-DD  PIC X(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  FL-READ     PIC Z(11)9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  FL-MASKED   PIC Z(11)9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  FL-STATUS   PIC X(40).
       01  WS-SUMMARY-LINE.
           05  SL-LABEL    PIC X(40).
           05  SL-COUNT    PIC Z(9)9.
       LINKAGE SECTION.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-RUN-DATE.
           INITIALIZE WS-FILE-STATS.
           PERFORM READ-CONTROL-RECORD.
           OPEN OUTPUT CERT-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADERS.
           PERFORM LOAD-REQUESTS.
           PERFORM ADD-SUPPRESSION-ENTRIES.
           IF NOT WS-IO-ERROR
               PERFORM ERASE-SEQUENTIAL-FILES
               PERFORM ERASE-INDEXED-EXTRACT
           END-IF.
           IF NOT WS-IO-ERROR
               PERFORM ERASE-MASTER-ENTRIES
           END-IF.
           IF NOT WS-IO-ERROR
               PERFORM ERASE-BATCH-LOG
           END-IF.
           PERFORM WRITE-ERASURE-CONTROL.
           PERFORM WRITE-REQUEST-RESULTS.
           PERFORM WRITE-FILE-RESULTS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE CERT-REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REQ-REJECTED > 0
                   OR WS-REQ-OVERFLOW > 0
                   OR WS-REQ-NOT-FOUND > 0
                   OR WS-REQ-ALIAS-LEFT > 0
                   OR WS-REQ-SURVIVOR-LEFT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY 'NAMEERAS: ' WS-REQ-COUNT ' REQUESTS, '
               WS-MASKED-TOTAL ' RECORDS MASKED, '
               WS-MST-KEYS-DELETED ' MASTER ENTRIES DELETED'.
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

       WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE-X TO RH-RUN-DATE.
           MOVE WS-RUN-TIME-X TO RH-RUN-TIME.
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-HDR1.
           MOVE SPACES TO CERT-REPORT-RECORD.
           WRITE CERT-REPORT-RECORD.

      *A REQUEST WITH NO NAME, OR ONE PAST THE TABLE, IS LISTED AS
      *NOT DONE STRAIGHT AWAY - THE REST OF THE BATCH STILL RUNS.
       LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ REQUEST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF AND REQUEST-RECORD NOT = SPACES
                   ADD 1 TO WS-REQ-READ-COUNT
                   PERFORM LOAD-REQUEST
               END-IF
           END-PERFORM.
           CLOSE REQUEST-FILE.

       LOAD-REQUEST.
           MOVE RQ-REQUEST-REF TO RQL-REF.
           MOVE RQ-REQUESTED-BY TO RQL-BY.
           EVALUATE TRUE
               WHEN RQ-NAME-TEXT = SPACES
                   ADD 1 TO WS-REQ-REJECTED
                   MOVE 'REJECTED - NO NAME GIVEN' TO RQL-RESULT
                   WRITE CERT-REPORT-RECORD FROM WS-REQUEST-LINE
               WHEN WS-REQ-COUNT >= WS-REQ-MAX
                   ADD 1 TO WS-REQ-OVERFLOW
                   MOVE 'NOT PROCESSED - OVER 500 IN ONE RUN, RESUBMIT'
                       TO RQL-RESULT
                   WRITE CERT-REPORT-RECORD FROM WS-REQUEST-LINE
               WHEN OTHER
                   ADD 1 TO WS-REQ-COUNT
                   PERFORM PARSE-REQUEST-NAME
           END-EVALUATE.

      *THE SAME CALL NAMEJOB'S PROCESS-PERSON-NAME MAKES, SPLIT
      *FIELDS CLEARED FIRST FOR THE SAME REASON. ONLY A CLEAN PARSE
      *GIVES A KEY TO MATCH ON - A TRUNCATED OR DROPPED SPLIT NEVER
      *REACHED THE FILES THAT HOLD ONLY THE KEY.
       PARSE-REQUEST-NAME.
           INITIALIZE WS-REQ-ENTRY(WS-REQ-COUNT).
           MOVE RQ-REQUEST-REF TO WS-REQ-REF(WS-REQ-COUNT).
           MOVE RQ-REQUESTED-BY TO WS-REQ-BY(WS-REQ-COUNT).
           MOVE RQ-NAME-TEXT TO WS-REQ-TEXT(WS-REQ-COUNT).
           MOVE RQ-NAME-TEXT TO WS-UNSTR.
           MOVE SPACES TO WS-STR1 WS-STR2 WS-STR3.
           MOVE SPACES TO WS-SUFFIX.
           MOVE 'G' TO WS-PARSE-STATUS.
           CALL 'STRINGS' USING WS-UNSTR, WS-STR1, WS-STR2, WS-STR3,
               WS-NAME-CNT2, WS-DELIM-CHAR, WS-TALLY-CHAR,
               WS-SUFFIX, WS-PARSE-STATUS
           END-CALL.
           MOVE WS-STR1 TO WS-MK-STR1.
           MOVE WS-STR2 TO WS-MK-STR2.
           MOVE WS-STR3 TO WS-MK-STR3.
           IF WS-PARSE-GOOD AND WS-MATCH-KEY NOT = SPACES
               MOVE WS-MATCH-KEY TO WS-REQ-KEY(WS-REQ-COUNT)
               MOVE 'Y' TO WS-REQ-KEY-SW(WS-REQ-COUNT)
           ELSE
               MOVE SPACES TO WS-REQ-KEY(WS-REQ-COUNT)
               MOVE 'N' TO WS-REQ-KEY-SW(WS-REQ-COUNT)
           END-IF.

      *STATUS 22 - THE FEED TEXT IS ALREADY ON THE LIST FROM AN
      *EARLIER REQUEST OR RUN - IS NOT AN ERROR; THE FILES ARE STILL
      *SEARCHED AGAIN.
       ADD-SUPPRESSION-ENTRIES.
           OPEN I-O SUPPRESSION-FILE.
           IF WS-SUP-STATUS = '35'
               OPEN OUTPUT SUPPRESSION-FILE
               CLOSE SUPPRESSION-FILE
               OPEN I-O SUPPRESSION-FILE
           END-IF.
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY 'NAMEERAS: CANNOT OPEN NAMEPSUP, FILE STATUS '
                   WS-SUP-STATUS
               SET WS-IO-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-COUNT OR WS-IO-ERROR
                   PERFORM ADD-SUPPRESSION-ENTRY
               END-PERFORM
               CLOSE SUPPRESSION-FILE
           END-IF.

       ADD-SUPPRESSION-ENTRY.
           MOVE WS-REQ-TEXT(WS-REQ-IX) TO SP-NAME-TEXT.
           MOVE WS-REQ-KEY(WS-REQ-IX) TO SP-NAME-KEY.
           MOVE WS-REQ-REF(WS-REQ-IX) TO SP-REQUEST-REF.
           MOVE WS-REQ-BY(WS-REQ-IX) TO SP-REQUESTED-BY.
           MOVE WS-RUN-DATE-X TO SP-ADDED-DATE.
           WRITE SUPPRESSION-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           EVALUATE WS-SUP-STATUS
               WHEN '00'
               WHEN '02'
                   MOVE 'A' TO WS-REQ-SUP-RESULT(WS-REQ-IX)
               WHEN '22'
                   MOVE 'L' TO WS-REQ-SUP-RESULT(WS-REQ-IX)
               WHEN OTHER
                   DISPLAY 'NAMEERAS: NAMEPSUP WRITE FAILED, FILE '
                       'STATUS ' WS-SUP-STATUS ' REQUEST: '
                       WS-REQ-REF(WS-REQ-IX)
                   SET WS-IO-ERROR TO TRUE
           END-EVALUATE.

      *A RECORD MATCHES THE FIRST REQUEST WHOSE FEED TEXT OR KEY IT
      *CARRIES. THE FIND IS COUNTED AGAINST THAT REQUEST AND THE
      *FILE IN WS-FILE-IX, AND THE CALLER BLANKS THE NAME FIELDS.
       MATCH-NAME.
           MOVE 0 TO WS-MATCH-IX.
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > WS-REQ-COUNT OR WS-MATCH-IX > 0
               IF (WS-MATCH-TEXT NOT = SPACES
                   AND WS-MATCH-TEXT = WS-REQ-TEXT(WS-REQ-IX))
                   OR (WS-REQ-HAS-KEY(WS-REQ-IX)
                   AND WS-MATCH-KEY = WS-REQ-KEY(WS-REQ-IX))
                   MOVE WS-REQ-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IX > 0
               ADD 1 TO WS-REQ-HITS(WS-MATCH-IX, WS-FILE-IX)
               SET WS-REC-MASKED TO TRUE
           END-IF.

      *COUNTS A RECORD READ, AND A RECORD MASKED, AGAINST THE FILE.
       NOTE-RECORD-RESULT.
           ADD 1 TO WS-FS-READ(WS-FILE-IX).
           IF WS-REC-MASKED
               ADD 1 TO WS-FS-MASKED(WS-FILE-IX)
               ADD 1 TO WS-MASKED-TOTAL
           END-IF.

      *EACH FILE IS READ THROUGH THE WORK FILE WITH ITS MATCHING
      *RECORDS MASKED, AND ONLY COPIED BACK OVER THE LIVE FILE WHEN
      *SOMETHING WAS ACTUALLY MASKED.
       ERASE-SEQUENTIAL-FILES.
           MOVE 1 TO WS-FILE-IX.
           PERFORM ERASE-REPORT-FILE.
           MOVE 2 TO WS-FILE-IX.
           PERFORM ERASE-ARCH-REPORT-FILE.
           MOVE 3 TO WS-FILE-IX.
           PERFORM ERASE-EXTRACT-FILE.
           MOVE 4 TO WS-FILE-IX.
           PERFORM ERASE-ARCH-EXTRACT-FILE.
           MOVE 5 TO WS-FILE-IX.
           PERFORM ERASE-EXCEPT-FILE.
           MOVE 6 TO WS-FILE-IX.
           PERFORM ERASE-ARCH-EXCEPT-FILE.
           MOVE 7 TO WS-FILE-IX.
           PERFORM ERASE-SUSPECT-FILE.
           MOVE 8 TO WS-FILE-IX.
           PERFORM ERASE-ARCH-SUSPECT-FILE.
           MOVE 9 TO WS-FILE-IX.
           PERFORM ERASE-DUPLICATE-FILE.
           MOVE 10 TO WS-FILE-IX.
           PERFORM ERASE-ARCH-DUPLICATE-FILE.
           MOVE 11 TO WS-FILE-IX.
           PERFORM ERASE-HISTORY-FILE.

      *ONLY DETAIL LINES CARRY A NAME (A DIGIT IN COLUMN 6, THE SAME
      *FILTER NAMESORT AND NAMEBAL USE), AND ONLY AS THE SPLIT KEY.
      *THE SEQUENCE NUMBER STAYS, SO THE LINE STILL COUNTS AS A
      *DETAIL FOR NAMEBAL.
       MASK-REPORT-LINE.
           MOVE 'N' TO WS-REC-MASKED-SW.
           IF RL-SEQ-LAST IS NUMERIC
               MOVE SPACES TO WS-MATCH-TEXT
               MOVE RL-STR1 TO WS-MK-STR1
               MOVE RL-STR2 TO WS-MK-STR2
               MOVE RL-STR3 TO WS-MK-STR3
               PERFORM MATCH-NAME
           END-IF.
           IF WS-REC-MASKED
               MOVE SPACES TO RL-OLD-STRING RL-NEW-STRING
                   RL-STR1 RL-STR2 RL-STR3
               MOVE 'NAME REMOVED' TO RL-STRING-DEST
           END-IF.
           PERFORM NOTE-RECORD-RESULT.

       ERASE-REPORT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REPORT-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ REPORT-FILE INTO WS-REPORT-LINE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-REPORT-LINE
                   WRITE ERASE-WORK-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.
           CLOSE REPORT-FILE.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT REPORT-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE REPORT-RECORD FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE REPORT-FILE
           END-IF.

       ERASE-ARCH-REPORT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ARCH-REPORT-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ ARCH-REPORT-FILE INTO WS-REPORT-LINE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-REPORT-LINE
                   WRITE ERASE-WORK-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.
           CLOSE ARCH-REPORT-FILE.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT ARCH-REPORT-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE ARCH-REPORT-RECORD FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE ARCH-REPORT-FILE
           END-IF.

      *BUSINESS RECORDS HAVE NO SPLIT KEY AND ARE MATCHED ON THEIR
      *FEED TEXT ONLY. A RECORD ALREADY MASKED IS LEFT ALONE.
       MASK-EXTRACT-RECORD.
           MOVE 'N' TO WS-REC-MASKED-SW.
           IF NOT XT-IS-ERASED
               MOVE XT-UNSTR-TEXT TO WS-MATCH-TEXT
               IF XT-IS-BUSINESS
                   MOVE SPACES TO WS-MATCH-KEY
               ELSE
                   MOVE XT-STR1 TO WS-MK-STR1
                   MOVE XT-STR2 TO WS-MK-STR2
                   MOVE XT-STR3 TO WS-MK-STR3
               END-IF
               PERFORM MATCH-NAME
           END-IF.
           IF WS-REC-MASKED
               MOVE SPACES TO XT-STR1 XT-STR2 XT-STR3 XT-SUFFIX
                   XT-SOUNDEX-KEY XT-UNSTR-TEXT
               MOVE 'NAME REMOVED' TO XT-STRING-DEST
               SET XT-IS-ERASED TO TRUE
           END-IF.
           PERFORM NOTE-RECORD-RESULT.

       ERASE-EXTRACT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT EXTRACT-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ EXTRACT-FILE INTO WS-EXTRACT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-EXTRACT-RECORD
                   WRITE ERASE-WORK-RECORD FROM WS-EXTRACT-RECORD
               END-IF
           END-PERFORM.
           CLOSE EXTRACT-FILE.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT EXTRACT-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE EXTRACT-RECORD FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE EXTRACT-FILE
           END-IF.

       ERASE-ARCH-EXTRACT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ARCH-EXTRACT-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ ARCH-EXTRACT-FILE INTO WS-EXTRACT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-EXTRACT-RECORD
                   WRITE ERASE-WORK-RECORD FROM WS-EXTRACT-RECORD
               END-IF
           END-PERFORM.
           CLOSE ARCH-EXTRACT-FILE.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT ARCH-EXTRACT-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE ARCH-EXTRACT-RECORD FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE ARCH-EXTRACT-FILE
           END-IF.

      *A REJECT NEVER PARSED CLEANLY, SO IT IS MATCHED ON ITS FEED
      *TEXT ONLY. AN OPEN OR CORRECTED EXCEPTION IS CLOSED AS
      *RESOLVED, SO NAMEFIX AND NAMEAGE STOP OFFERING A BLANK NAME
      *FOR REPAIR.
       MASK-EXCEPT-RECORD.
           MOVE 'N' TO WS-REC-MASKED-SW.
           MOVE EX-UNSTR-TEXT TO WS-MATCH-TEXT.
           MOVE SPACES TO WS-MATCH-KEY.
           PERFORM MATCH-NAME.
           IF WS-REC-MASKED
               MOVE SPACES TO EX-INSPECT-TEXT EX-UNSTR-TEXT
               IF NOT EX-IS-RESOLVED
                   SET EX-IS-RESOLVED TO TRUE
                   MOVE WS-RUN-DATE-X TO EX-STATUS-DATE
               END-IF
           END-IF.
           PERFORM NOTE-RECORD-RESULT.

       ERASE-EXCEPT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT NAME-PARSE-EXCEPT.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ NAME-PARSE-EXCEPT INTO WS-EXCEPT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-EXCEPT-RECORD
                   WRITE ERASE-WORK-RECORD FROM WS-EXCEPT-RECORD
               END-IF
           END-PERFORM.
           CLOSE NAME-PARSE-EXCEPT.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT NAME-PARSE-EXCEPT
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE NAME-PARSE-EXCEPT-RECORD
                           FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE NAME-PARSE-EXCEPT
           END-IF.

       ERASE-ARCH-EXCEPT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ARCH-EXCEPT-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ ARCH-EXCEPT-FILE INTO WS-EXCEPT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-EXCEPT-RECORD
                   WRITE ERASE-WORK-RECORD FROM WS-EXCEPT-RECORD
               END-IF
           END-PERFORM.
           CLOSE ARCH-EXCEPT-FILE.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT ARCH-EXCEPT-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE ARCH-EXCEPT-RECORD FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE ARCH-EXCEPT-FILE
           END-IF.

       MASK-SUSPECT-RECORD.
           MOVE 'N' TO WS-REC-MASKED-SW.
           MOVE SU-UNSTR-TEXT TO WS-MATCH-TEXT.
           MOVE SU-STR1 TO WS-MK-STR1.
           MOVE SU-STR2 TO WS-MK-STR2.
           MOVE SU-STR3 TO WS-MK-STR3.
           PERFORM MATCH-NAME.
           IF WS-REC-MASKED
               MOVE SPACES TO SU-INSPECT-TEXT SU-UNSTR-TEXT
                   SU-STR1 SU-STR2 SU-STR3
           END-IF.
           PERFORM NOTE-RECORD-RESULT.

       ERASE-SUSPECT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SUSPECT-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ SUSPECT-FILE INTO WS-SUSPECT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-SUSPECT-RECORD
                   WRITE ERASE-WORK-RECORD FROM WS-SUSPECT-RECORD
               END-IF
           END-PERFORM.
           CLOSE SUSPECT-FILE.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT SUSPECT-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE SUSPECT-RECORD FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE SUSPECT-FILE
           END-IF.

       ERASE-ARCH-SUSPECT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ARCH-SUSPECT-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ ARCH-SUSPECT-FILE INTO WS-SUSPECT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-SUSPECT-RECORD
                   WRITE ERASE-WORK-RECORD FROM WS-SUSPECT-RECORD
               END-IF
           END-PERFORM.
           CLOSE ARCH-SUSPECT-FILE.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT ARCH-SUSPECT-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE ARCH-SUSPECT-RECORD FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE ARCH-SUSPECT-FILE
           END-IF.

      *A PERSON DUPLICATE CARRIES THE SPLIT KEY ONLY; DUP-NAME HOLDS
      *THE SAME KEY RUN TOGETHER.
       MASK-DUPLICATE-RECORD.
           MOVE 'N' TO WS-REC-MASKED-SW.
           MOVE SPACES TO WS-MATCH-TEXT.
           MOVE DUP-STR1 TO WS-MK-STR1.
           MOVE DUP-STR2 TO WS-MK-STR2.
           MOVE DUP-STR3 TO WS-MK-STR3.
           PERFORM MATCH-NAME.
           IF WS-REC-MASKED
               MOVE SPACES TO DUP-STR1 DUP-STR2 DUP-STR3
               MOVE 'NAME REMOVED' TO DUP-NAME
           END-IF.
           PERFORM NOTE-RECORD-RESULT.

       ERASE-DUPLICATE-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DUPLICATE-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ DUPLICATE-FILE INTO WS-DUPLICATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-DUPLICATE-RECORD
                   WRITE ERASE-WORK-RECORD FROM WS-DUPLICATE-RECORD
               END-IF
           END-PERFORM.
           CLOSE DUPLICATE-FILE.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT DUPLICATE-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE DUPLICATE-RECORD FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE DUPLICATE-FILE
           END-IF.

       ERASE-ARCH-DUPLICATE-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ARCH-DUPLICATE-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ ARCH-DUPLICATE-FILE INTO WS-DUPLICATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-DUPLICATE-RECORD
                   WRITE ERASE-WORK-RECORD FROM WS-DUPLICATE-RECORD
               END-IF
           END-PERFORM.
           CLOSE ARCH-DUPLICATE-FILE.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT ARCH-DUPLICATE-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE ARCH-DUPLICATE-RECORD
                           FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE ARCH-DUPLICATE-FILE
           END-IF.

      *A HISTORY RECORD ABOUT THE NAME LOSES ITS KEY AND BOTH MASTER
      *IMAGES; ONE THAT ONLY NAMES IT AS THE OTHER SIDE OF A MERGE
      *OR CORRECTION LOSES THE RELATED KEY AND THE ALIAS KEY IN THE
      *IMAGES THAT POINT AT IT.
       MASK-HISTORY-RECORD.
           MOVE 'N' TO WS-REC-MASKED-SW.
           MOVE SPACES TO WS-MATCH-TEXT.
           MOVE MH-ENTRY-KEY TO WS-MATCH-KEY.
           PERFORM MATCH-NAME.
           IF WS-MATCH-IX > 0
               MOVE SPACES TO MH-ENTRY-KEY MH-BEFORE-IMAGE
                   MH-AFTER-IMAGE
           END-IF.
           MOVE MH-RELATED-KEY TO WS-MATCH-KEY.
           PERFORM MATCH-NAME.
           IF WS-MATCH-IX > 0
               IF MH-BEFORE-IMAGE(63:25) = MH-RELATED-KEY
                   MOVE SPACES TO MH-BEFORE-IMAGE(63:25)
               END-IF
               IF MH-AFTER-IMAGE(63:25) = MH-RELATED-KEY
                   MOVE SPACES TO MH-AFTER-IMAGE(63:25)
               END-IF
               MOVE SPACES TO MH-RELATED-KEY
           END-IF.
           PERFORM NOTE-RECORD-RESULT.

       ERASE-HISTORY-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MASTER-HISTORY-FILE.
           OPEN OUTPUT ERASE-WORK-FILE.
           PERFORM UNTIL WS-EOF
               READ MASTER-HISTORY-FILE INTO WS-HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   PERFORM MASK-HISTORY-RECORD
                   WRITE ERASE-WORK-RECORD FROM WS-HISTORY-RECORD
               END-IF
           END-PERFORM.
           CLOSE MASTER-HISTORY-FILE.
           CLOSE ERASE-WORK-FILE.
           SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE.
           IF WS-FS-MASKED(WS-FILE-IX) > 0
               OPEN INPUT ERASE-WORK-FILE
               OPEN OUTPUT MASTER-HISTORY-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ERASE-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF
                       WRITE MASTER-HISTORY-RECORD
                           FROM ERASE-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE MASTER-HISTORY-FILE
           END-IF.

      *NAMEPIDX ONLY EXISTS ONCE NAMELOAD HAS RUN. ITS RECORDS ARE
      *MASKED IN PLACE - THE LINEAGE KEY DOES NOT CHANGE.
       ERASE-INDEXED-EXTRACT.
           MOVE 12 TO WS-FILE-IX.
           OPEN I-O INDEXED-EXTRACT-FILE.
           EVALUATE WS-IDX-STATUS
               WHEN '00'
                   SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF OR WS-IO-ERROR
                       READ INDEXED-EXTRACT-FILE NEXT
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ
                       IF NOT WS-EOF
                           PERFORM MASK-INDEXED-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE INDEXED-EXTRACT-FILE
               WHEN '35'
                   SET WS-FS-ABSENT(WS-FILE-IX) TO TRUE
               WHEN OTHER
                   DISPLAY 'NAMEERAS: CANNOT OPEN NAMEPIDX, FILE '
                       'STATUS ' WS-IDX-STATUS
                   SET WS-FS-FAILED(WS-FILE-IX) TO TRUE
                   SET WS-IO-ERROR TO TRUE
           END-EVALUATE.

       MASK-INDEXED-RECORD.
           MOVE 'N' TO WS-REC-MASKED-SW.
           MOVE SPACES TO WS-MATCH-TEXT.
           MOVE IX-STR1 TO WS-MK-STR1.
           MOVE IX-STR2 TO WS-MK-STR2.
           MOVE IX-STR3 TO WS-MK-STR3.
           PERFORM MATCH-NAME.
           IF WS-REC-MASKED
               MOVE SPACES TO IX-STR1 IX-STR2 IX-STR3 IX-SUFFIX
               MOVE 'NAME REMOVED' TO IX-STRING-DEST
               REWRITE INDEXED-EXTRACT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               IF WS-IDX-STATUS NOT = '00'
                   DISPLAY 'NAMEERAS: NAMEPIDX REWRITE FAILED, FILE '
                       'STATUS ' WS-IDX-STATUS
                   SET WS-FS-FAILED(WS-FILE-IX) TO TRUE
                   SET WS-IO-ERROR TO TRUE
                   MOVE 'N' TO WS-REC-MASKED-SW
               END-IF
           END-IF.
           PERFORM NOTE-RECORD-RESULT.

      *THE MASTER ONLY HOLDS SPLIT KEYS, SO A REQUEST THAT DID NOT
      *PARSE CLEANLY HAS NO ENTRY THERE. NAMEPMST ONLY EXISTS ONCE
      *NAMEMRG HAS RUN.
       ERASE-MASTER-ENTRIES.
           MOVE 13 TO WS-FILE-IX.
           OPEN I-O NAME-MASTER-FILE.
           EVALUATE WS-MST-STATUS
               WHEN '00'
                   SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE
                   OPEN EXTEND MASTER-HISTORY-FILE
                   PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
                       UNTIL WS-MATCH-IX > WS-REQ-COUNT
                       OR WS-IO-ERROR
                       IF WS-REQ-HAS-KEY(WS-MATCH-IX)
                           PERFORM DELETE-MASTER-ENTRY
                       END-IF
                   END-PERFORM
                   IF NOT WS-IO-ERROR
                       PERFORM FLAG-REMAINING-ALIASES
                   END-IF
                   CLOSE MASTER-HISTORY-FILE
                   CLOSE NAME-MASTER-FILE
               WHEN '35'
                   SET WS-FS-ABSENT(WS-FILE-IX) TO TRUE
               WHEN OTHER
                   DISPLAY 'NAMEERAS: CANNOT OPEN NAMEPMST, FILE '
                       'STATUS ' WS-MST-STATUS
                   SET WS-FS-FAILED(WS-FILE-IX) TO TRUE
                   SET WS-IO-ERROR TO TRUE
           END-EVALUATE.

      *NAMEPOBL ONLY EXISTS ONCE NAMEMRG HAS SENT A BATCH. A DETAIL
      *IS MASKED IN PLACE - ITS BATCH AND SEQUENCE DO NOT CHANGE, SO
      *AN ACKNOWLEDGMENT STILL MATCHES IT.
       ERASE-BATCH-LOG.
           MOVE 14 TO WS-FILE-IX.
           OPEN I-O BATCH-LOG-FILE.
           EVALUATE WS-OBL-STATUS
               WHEN '00'
                   SET WS-FS-SEARCHED(WS-FILE-IX) TO TRUE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF OR WS-IO-ERROR
                       READ BATCH-LOG-FILE NEXT
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ
                       IF NOT WS-EOF
                           PERFORM MASK-BATCH-LOG-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE BATCH-LOG-FILE
               WHEN '35'
                   SET WS-FS-ABSENT(WS-FILE-IX) TO TRUE
               WHEN OTHER
                   DISPLAY 'NAMEERAS: CANNOT OPEN NAMEPOBL, FILE '
                       'STATUS ' WS-OBL-STATUS
                   SET WS-FS-FAILED(WS-FILE-IX) TO TRUE
                   SET WS-IO-ERROR TO TRUE
           END-EVALUATE.

      *A PERSON DETAIL HOLDS THE MASTER KEY SENT AND, FOR A MERGE OR
      *ALIAS, THE KEY IT WAS POINTED AT - EITHER MAY BE THE NAME.
       MASK-BATCH-LOG-RECORD.
           MOVE 'N' TO WS-REC-MASKED-SW.
           MOVE 'N' TO WS-KEY-MASKED-SW.
           IF BL-BATCH-NO > 0 AND BL-REC-SEQ > 0 AND BL-IS-PERSON
               MOVE SPACES TO WS-MATCH-TEXT
               MOVE BL-NAME-KEY(1:25) TO WS-MATCH-KEY
               PERFORM MATCH-NAME
               IF WS-REC-MASKED
                   MOVE 'NAME REMOVED' TO BL-NAME-KEY
                   SET WS-KEY-MASKED TO TRUE
                   MOVE 'N' TO WS-REC-MASKED-SW
               END-IF
               IF BL-RELATED-KEY NOT = SPACES
                   MOVE BL-RELATED-KEY(1:25) TO WS-MATCH-KEY
                   PERFORM MATCH-NAME
                   IF WS-REC-MASKED
                       MOVE 'NAME REMOVED' TO BL-RELATED-KEY
                       SET WS-KEY-MASKED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-KEY-MASKED
               SET WS-REC-MASKED TO TRUE
               REWRITE BATCH-LOG-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               IF WS-OBL-STATUS NOT = '00'
                   DISPLAY 'NAMEERAS: NAMEPOBL REWRITE FAILED, FILE '
                       'STATUS ' WS-OBL-STATUS
                   SET WS-FS-FAILED(WS-FILE-IX) TO TRUE
                   SET WS-IO-ERROR TO TRUE
                   MOVE 'N' TO WS-REC-MASKED-SW
               END-IF
           END-IF.
           PERFORM NOTE-RECORD-RESULT.

      *THE DELETION IS LOGGED ON THE CHANGE HISTORY LIKE ANY OTHER
      *MASTER CHANGE, BUT WITH NO KEY OR IMAGE - ONLY THE REQUEST.
       DELETE-MASTER-ENTRY.
           MOVE WS-REQ-KEY(WS-MATCH-IX) TO MS-NAME-KEY.
           READ NAME-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE WS-MST-STATUS
               WHEN '00'
                   MOVE SPACES TO WS-SURVIVOR-KEY
                   IF MS-IS-ALIAS
                       MOVE MS-ALIAS-KEY TO WS-SURVIVOR-KEY
                   END-IF
                   DELETE NAME-MASTER-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF WS-MST-STATUS = '00'
                       ADD 1 TO WS-FS-READ(WS-FILE-IX)
                       ADD 1 TO WS-FS-MASKED(WS-FILE-IX)
                       ADD 1 TO WS-REQ-HITS(WS-MATCH-IX, WS-FILE-IX)
                       ADD 1 TO WS-MST-KEYS-DELETED
                       ADD MS-OCCUR-COUNT
                           TO WS-REQ-MST-OCCURS(WS-MATCH-IX)
                       ADD MS-OCCUR-COUNT TO WS-MST-OCCURS-DELETED
                       PERFORM LOG-MASTER-DELETION
                       IF WS-SURVIVOR-KEY NOT = SPACES
                           PERFORM FIND-SURVIVOR-ENTRY
                       END-IF
                   ELSE
                       PERFORM REPORT-MASTER-ERROR
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   PERFORM REPORT-MASTER-ERROR
           END-EVALUATE.

      *THE ENTRY DELETED WAS AN ALIAS - A SPELLING NAMEMNT MERGED OR
      *CORRECTED INTO ANOTHER ENTRY, WHICH HOLDS ITS OCCURRENCES. THAT
      *SURVIVOR IS A DIFFERENT KEY, SO IT IS NOT DELETED HERE, BUT
      *THE REQUEST IS MARKED AS STILL HELD UNLESS THE SURVIVOR IS ONE
      *OF THIS RUN'S OWN REQUESTS.
       FIND-SURVIVOR-ENTRY.
           MOVE 0 TO WS-ALIAS-DEPTH.
           MOVE 'M' TO MS-STATUS.
           PERFORM UNTIL NOT MS-IS-ALIAS
               OR WS-SURVIVOR-KEY = SPACES
               OR WS-ALIAS-DEPTH NOT < WS-ALIAS-MAX-DEPTH
               ADD 1 TO WS-ALIAS-DEPTH
               MOVE WS-SURVIVOR-KEY TO MS-NAME-KEY
               READ NAME-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-MST-STATUS
                   WHEN '00'
                       MOVE MS-NAME-KEY TO WS-SURVIVOR-KEY
                       IF MS-IS-ALIAS
                           MOVE MS-ALIAS-KEY TO WS-SURVIVOR-KEY
                       END-IF
                   WHEN '23'
                       MOVE SPACES TO WS-SURVIVOR-KEY
                   WHEN OTHER
                       PERFORM REPORT-MASTER-ERROR
                       MOVE SPACES TO WS-SURVIVOR-KEY
               END-EVALUATE
           END-PERFORM.
           IF WS-SURVIVOR-KEY NOT = SPACES
               MOVE 'Y' TO WS-REQ-SURVIVOR-SW(WS-MATCH-IX)
               PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-COUNT
                   IF WS-REQ-HAS-KEY(WS-REQ-IX)
                       AND WS-REQ-KEY(WS-REQ-IX) = WS-SURVIVOR-KEY
                       MOVE 'N' TO WS-REQ-SURVIVOR-SW(WS-MATCH-IX)
                   END-IF
               END-PERFORM
           END-IF.

       LOG-MASTER-DELETION.
           MOVE SPACES TO WS-HISTORY-RECORD.
           MOVE WS-RUN-DATE-X TO MH-DATE.
           MOVE WS-RUN-TIME-X TO MH-TIME.
           MOVE 'X' TO MH-ACTION.
           MOVE WS-REQ-BY(WS-MATCH-IX) TO MH-STEWARD.
           STRING 'NAME REMOVED - ' DELIMITED BY SIZE
               WS-REQ-REF(WS-MATCH-IX) DELIMITED BY SIZE
               INTO MH-COMMENT
           END-STRING.
           WRITE MASTER-HISTORY-RECORD FROM WS-HISTORY-RECORD.

       REPORT-MASTER-ERROR.
           DISPLAY 'NAMEERAS: NAMEPMST I/O FAILED, FILE STATUS '
               WS-MST-STATUS ' REQUEST: ' WS-REQ-REF(WS-MATCH-IX).
           SET WS-FS-FAILED(WS-FILE-IX) TO TRUE.
           SET WS-IO-ERROR TO TRUE.

      *AN ALIAS IS ANOTHER SPELLING THAT NAMEMNT POINTED AT THE
      *REMOVED ENTRY. IT IS NOT THE NAME THAT WAS ASKED FOR, SO IT
      *IS LEFT FOR THE REQUESTER TO CONFIRM AND SUBMIT SEPARATELY -
      *BUT ITS POINTER IS THE REMOVED KEY, SO THAT IS BLANKED AND THE
      *ALIAS FLAGGED DO-NOT-USE, WHICH NAMEMRG LISTS RATHER THAN
      *POSTING TO A SURVIVOR THAT NO LONGER EXISTS.
       FLAG-REMAINING-ALIASES.
           MOVE LOW-VALUES TO MS-NAME-KEY.
           START NAME-MASTER-FILE KEY IS NOT LESS THAN MS-NAME-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY MOVE 'N' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF OR WS-IO-ERROR
               READ NAME-MASTER-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF AND MS-IS-ALIAS
                   MOVE 0 TO WS-MATCH-IX
                   PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                       UNTIL WS-REQ-IX > WS-REQ-COUNT OR WS-MATCH-IX > 0
                       IF WS-REQ-HAS-KEY(WS-REQ-IX)
                           AND MS-ALIAS-KEY = WS-REQ-KEY(WS-REQ-IX)
                           MOVE WS-REQ-IX TO WS-MATCH-IX
                       END-IF
                   END-PERFORM
                   IF WS-MATCH-IX > 0
                       PERFORM FLAG-ALIAS-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

      *LOGGED AS A DO-NOT-USE FLAG WITH NO RELATED KEY, AND WITH THE
      *REMOVED KEY BLANKED IN THE BEFORE IMAGE TOO.
       FLAG-ALIAS-ENTRY.
           MOVE SPACES TO MS-ALIAS-KEY.
           MOVE NAME-MASTER-RECORD TO WS-ALIAS-BEFORE.
           MOVE 'D' TO MS-STATUS.
           MOVE WS-RUN-DATE-X TO MS-STATUS-DATE.
           REWRITE NAME-MASTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-MST-STATUS = '00'
               ADD 1 TO WS-REQ-ALIASES(WS-MATCH-IX)
               ADD 1 TO WS-MST-ALIASES-FLAGGED
               MOVE SPACES TO WS-HISTORY-RECORD
               MOVE WS-RUN-DATE-X TO MH-DATE
               MOVE WS-RUN-TIME-X TO MH-TIME
               MOVE 'D' TO MH-ACTION
               MOVE WS-REQ-BY(WS-MATCH-IX) TO MH-STEWARD
               MOVE MS-NAME-KEY TO MH-ENTRY-KEY
               STRING 'ALIAS DETACHED - ' DELIMITED BY SIZE
                   WS-REQ-REF(WS-MATCH-IX) DELIMITED BY SIZE
                   INTO MH-COMMENT
               END-STRING
               MOVE WS-ALIAS-BEFORE TO MH-BEFORE-IMAGE
               MOVE NAME-MASTER-RECORD TO MH-AFTER-IMAGE
               WRITE MASTER-HISTORY-RECORD FROM WS-HISTORY-RECORD
           ELSE
               PERFORM REPORT-MASTER-ERROR
           END-IF.

      *APPENDED EVEN AFTER A FAILURE, SO WHAT WAS DELETED BEFORE IT
      *IS STILL ALLOWED FOR - THE RERUN FINDS THOSE ENTRIES GONE AND
      *DOES NOT COUNT THEM AGAIN.
       WRITE-ERASURE-CONTROL.
           OPEN EXTEND ERASURE-CONTROL-FILE.
           MOVE WS-RUN-DATE-X TO ERC-RUN-DATE.
           MOVE WS-RUN-TIME-X TO ERC-RUN-TIME.
           MOVE WS-REQ-COUNT TO ERC-REQUEST-COUNT.
           MOVE WS-MASKED-TOTAL TO ERC-MASKED-COUNT.
           MOVE WS-MST-KEYS-DELETED TO ERC-MST-KEYS.
           MOVE WS-MST-OCCURS-DELETED TO ERC-MST-OCCURS.
           WRITE ERASURE-CONTROL-RECORD.
           CLOSE ERASURE-CONTROL-FILE.

       WRITE-REQUEST-RESULTS.
           PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
               UNTIL WS-MATCH-IX > WS-REQ-COUNT
               PERFORM WRITE-REQUEST-RESULT
           END-PERFORM.

      *ONE BLOCK PER REQUEST - WHAT WAS FOUND AND REMOVED IN EACH
      *FILE. THE NAME ITSELF IS NOT PRINTED.
       WRITE-REQUEST-RESULT.
           MOVE 0 TO WS-REQ-FOUND-TOTAL.
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > WS-FILE-COUNT
               ADD WS-REQ-HITS(WS-MATCH-IX, WS-FILE-IX)
                   TO WS-REQ-FOUND-TOTAL
           END-PERFORM.
           MOVE WS-REQ-REF(WS-MATCH-IX) TO RQL-REF.
           MOVE WS-REQ-BY(WS-MATCH-IX) TO RQL-BY.
           EVALUATE TRUE
               WHEN WS-IO-ERROR
                   MOVE 'INCOMPLETE - I/O FAILURE, RUN AGAIN'
                       TO RQL-RESULT
               WHEN WS-REQ-FOUND-TOTAL = 0
                   AND WS-REQ-SUP-LISTED(WS-MATCH-IX)
                   MOVE 'NOTHING LEFT - REMOVED BY AN EARLIER RUN'
                       TO RQL-RESULT
               WHEN WS-REQ-FOUND-TOTAL = 0
                   ADD 1 TO WS-REQ-NOT-FOUND
                   MOVE 'NOTHING FOUND - CHECK THE NAME AS FED'
                       TO RQL-RESULT
               WHEN OTHER
                   MOVE 'REMOVED' TO RQL-RESULT
           END-EVALUATE.
           WRITE CERT-REPORT-RECORD FROM WS-REQUEST-LINE.
           MOVE 'SUPPRESSION LIST NAMEPSUP:' TO RNL-LABEL.
           EVALUATE TRUE
               WHEN WS-REQ-SUP-ADDED(WS-MATCH-IX)
                   MOVE 'ADDED' TO RNL-NOTE
               WHEN WS-REQ-SUP-LISTED(WS-MATCH-IX)
                   MOVE 'ALREADY LISTED' TO RNL-NOTE
               WHEN OTHER
                   MOVE 'NOT UPDATED' TO RNL-NOTE
           END-EVALUATE.
           WRITE CERT-REPORT-RECORD FROM WS-REQ-NOTE-LINE.
           IF NOT WS-REQ-HAS-KEY(WS-MATCH-IX)
               MOVE 'NAME KEY:' TO RNL-LABEL
               MOVE 'DID NOT PARSE CLEANLY - FEED TEXT ONLY'
                   TO RNL-NOTE
               WRITE CERT-REPORT-RECORD FROM WS-REQ-NOTE-LINE
           END-IF.
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > WS-FILE-COUNT
               MOVE SPACES TO RDL-LABEL
               STRING WS-FILE-DD(WS-FILE-IX) DELIMITED BY SIZE
                   ' RECORDS FOUND:' DELIMITED BY SIZE
                   INTO RDL-LABEL
               END-STRING
               MOVE WS-REQ-HITS(WS-MATCH-IX, WS-FILE-IX) TO RDL-COUNT
               IF WS-REQ-HITS(WS-MATCH-IX, WS-FILE-IX) > 0
                   MOVE WS-FILE-ACTION(WS-FILE-IX) TO RDL-ACTION
               ELSE
                   MOVE SPACES TO RDL-ACTION
               END-IF
               WRITE CERT-REPORT-RECORD FROM WS-REQ-DETAIL-LINE
           END-PERFORM.
           MOVE 'NAMEPMST OCCURRENCES REMOVED:' TO RDL-LABEL.
           MOVE WS-REQ-MST-OCCURS(WS-MATCH-IX) TO RDL-COUNT.
           MOVE SPACES TO RDL-ACTION.
           WRITE CERT-REPORT-RECORD FROM WS-REQ-DETAIL-LINE.
           IF WS-REQ-ALIASES(WS-MATCH-IX) > 0
               ADD 1 TO WS-REQ-ALIAS-LEFT
               MOVE 'NAMEPMST ALIASES OF THE NAME:' TO RDL-LABEL
               MOVE WS-REQ-ALIASES(WS-MATCH-IX) TO RDL-COUNT
               MOVE 'POINTER BLANKED, FLAGGED DO-NOT-USE'
                   TO RDL-ACTION
               WRITE CERT-REPORT-RECORD FROM WS-REQ-DETAIL-LINE
           END-IF.
           IF WS-REQ-SURVIVOR-HELD(WS-MATCH-IX)
               ADD 1 TO WS-REQ-SURVIVOR-LEFT
               MOVE 'NAMEPMST SURVIVOR ENTRY:' TO RNL-LABEL
               MOVE 'STILL HOLDS THE NAME - CONFIRM, OWN REQUEST'
                   TO RNL-NOTE
               WRITE CERT-REPORT-RECORD FROM WS-REQ-NOTE-LINE
           END-IF.
           MOVE SPACES TO CERT-REPORT-RECORD.
           WRITE CERT-REPORT-RECORD.

      *EVERY FILE THE NAME COULD BE IN, WITH THE RECORDS SEARCHED -
      *THE PART OF THE REPORT THAT CERTIFIES NOTHING WAS SKIPPED.
       WRITE-FILE-RESULTS.
           WRITE CERT-REPORT-RECORD FROM WS-FILE-HDR.
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > WS-FILE-COUNT
               MOVE WS-FILE-DD(WS-FILE-IX) TO FL-FILE-DD
               MOVE WS-FS-READ(WS-FILE-IX) TO FL-READ
               MOVE WS-FS-MASKED(WS-FILE-IX) TO FL-MASKED
               EVALUATE TRUE
                   WHEN WS-FS-SEARCHED(WS-FILE-IX)
                       MOVE 'SEARCHED IN FULL' TO FL-STATUS
                   WHEN WS-FS-ABSENT(WS-FILE-IX)
                       MOVE 'NOT YET CREATED - NOTHING TO SEARCH'
                           TO FL-STATUS
                   WHEN WS-FS-FAILED(WS-FILE-IX)
                       MOVE 'I/O FAILURE - NOT COMPLETE' TO FL-STATUS
                   WHEN OTHER
                       MOVE 'NOT SEARCHED' TO FL-STATUS
               END-EVALUATE
               WRITE CERT-REPORT-RECORD FROM WS-FILE-LINE
           END-PERFORM.
           MOVE SPACES TO CERT-REPORT-RECORD.
           WRITE CERT-REPORT-RECORD.

       WRITE-SUMMARY-LINE.
           WRITE CERT-REPORT-RECORD FROM WS-SUMMARY-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE 'REQUESTS READ:' TO SL-LABEL.
           MOVE WS-REQ-READ-COUNT TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'REQUESTS PROCESSED:' TO SL-LABEL.
           MOVE WS-REQ-COUNT TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'REQUESTS REJECTED:' TO SL-LABEL.
           MOVE WS-REQ-REJECTED TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'REQUESTS NOT PROCESSED (OVER LIMIT):' TO SL-LABEL.
           MOVE WS-REQ-OVERFLOW TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'REQUESTS WITH NOTHING FOUND:' TO SL-LABEL.
           MOVE WS-REQ-NOT-FOUND TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'RECORDS MASKED:' TO SL-LABEL.
           MOVE WS-MASKED-TOTAL TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'NAMEPMST ENTRIES DELETED:' TO SL-LABEL.
           MOVE WS-MST-KEYS-DELETED TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'NAMEPMST OCCURRENCES DELETED:' TO SL-LABEL.
           MOVE WS-MST-OCCURS-DELETED TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'NAMEPMST ALIASES FLAGGED DO-NOT-USE:' TO SL-LABEL.
           MOVE WS-MST-ALIASES-FLAGGED TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'REQUESTS STILL HELD ON A SURVIVOR:' TO SL-LABEL.
           MOVE WS-REQ-SURVIVOR-LEFT TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO CERT-REPORT-RECORD.
           WRITE CERT-REPORT-RECORD.
           IF WS-IO-ERROR
               MOVE 'NOT CERTIFIED - I/O FAILURE, RUN THE SAME REQUESTS'
                   TO CERT-REPORT-RECORD
           ELSE
               MOVE 'CERTIFIED - EVERY FILE ABOVE SEARCHED IN FULL'
                   TO CERT-REPORT-RECORD
           END-IF.
           WRITE CERT-REPORT-RECORD.
