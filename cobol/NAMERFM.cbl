      ******************************************************************
      * Author:
      * Date:
      * Purpose:batch maintenance of the parse reference file NAMEPREF
      *         - the lists NAMEJOB and STRINGS load at start of run
      *         instead of carrying them in the code:
      *           'PH' placeholder/test names NAMEJOB sends to the
      *                suspect file (up to 11 characters)
      *           'BS' business legal-suffix forms and the canonical
      *                suffix each standardizes to (up to 12 / 4)
      *           'SP' surname particles STRINGS keeps with the
      *                surname (up to 4 characters)
      *           'GS' generational suffixes STRINGS splits off (up to
      *                4 characters)
      *         Applies add ('A'), change ('C' - a new canonical form
      *         for a 'BS' entry) and delete ('D') transactions from
      *         NAMEPRFT in the order given. A transaction that does
      *         not fit (unknown list, value too long for the list,
      *         adding an entry already there, changing or deleting
      *         one that is not, emptying a list, list full, ...) is
      *         rejected and changes nothing. NAMEPRFL lists every
      *         list before the run, every transaction with its
      *         result, and every list after it with the changed
      *         entries marked. When anything was applied NAMEPREF is
      *         rewritten with its version number moved on by one -
      *         NAMEJOB stamps that version on its audit record, so a
      *         change in a night's reject or suspect counts can be
      *         traced to the rules change behind it.
      *         A list NAMEPREF does not carry yet starts from the
      *         same built-in values NAMEJOB and STRINGS fall back on,
      *         so the first maintenance run writes out exactly the
      *         lists in use. RC=4 when any transaction was rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMERFM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFERENCE-FILE ASSIGN TO NAMEPREF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REF-TRANS-FILE ASSIGN TO NAMEPRFT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REF-LISTING-FILE ASSIGN TO NAMEPRFL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  REF-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REF-TRANS-RECORD.
           05  TX-ACTION         PIC X(1).
               88  TX-IS-ADD         VALUE 'A'.
               88  TX-IS-CHANGE      VALUE 'C'.
               88  TX-IS-DELETE      VALUE 'D'.
           05  TX-TABLE-ID       PIC X(2).
           05  TX-VALUE          PIC X(12).
           05  TX-CANON          PIC X(4).
           05  TX-CHANGED-BY     PIC X(8).
       FD  REF-LISTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REF-LISTING-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-REF-EOF-SW PIC X VALUE 'N'.
           88  WS-REF-EOF VALUE 'Y'.
       01  WS-TX-EOF-SW PIC X VALUE 'N'.
           88  WS-TX-EOF VALUE 'Y'.
       01  WS-OLD-VERSION PIC 9(6) VALUE 0.
       01  WS-NEW-VERSION PIC 9(6) VALUE 0.
       01  WS-TRANS-COUNT PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01  WS-REJECT-REASON PIC X(40).
      *THE WHOLE FILE IN MEMORY. A DELETED ENTRY STAYS IN ITS SLOT,
      *MARKED, SO THE AFTER LISTING CAN SHOW IT; IT IS NOT WRITTEN
      *BACK.
       01  WS-ENTRY-CNT PIC 9(3) VALUE 0.
       01  WS-ENTRY-MAX PIC 9(3) VALUE 200.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 200 TIMES.
               10  WE-TABLE-ID     PIC X(2).
               10  WE-VALUE        PIC X(12).
               10  WE-CANON        PIC X(4).
               10  WE-CHANGED-DATE PIC X(10).
               10  WE-CHANGED-BY   PIC X(8).
               10  WE-ACTION       PIC X(1).
                   88  WE-IS-UNCHANGED VALUE SPACE.
                   88  WE-IS-ADDED     VALUE 'A'.
                   88  WE-IS-CHANGED   VALUE 'C'.
                   88  WE-IS-DELETED   VALUE 'D'.
               10  WE-OLD-CANON    PIC X(4).
       01  WS-ENTRY-IDX PIC 9(3) VALUE 0.
       01  WS-FOUND-IDX PIC 9(3) VALUE 0.
      *THE FOUR LISTS, IN LISTING AND FILE ORDER: ID, LONGEST VALUE
      *THE LIST'S USER COMPARES, MOST ENTRIES IT HOLDS, WHETHER A
      *CANONICAL FORM GOES WITH EACH ENTRY, AND A TITLE.
       01  WS-LIST-VALUES.
           05  FILLER PIC X(2)  VALUE 'PH'.
           05  FILLER PIC 9(2)  VALUE 11.
           05  FILLER PIC 9(2)  VALUE 50.
           05  FILLER PIC X(1)  VALUE 'N'.
           05  FILLER PIC X(24) VALUE 'PLACEHOLDER NAMES'.
           05  FILLER PIC X(2)  VALUE 'BS'.
           05  FILLER PIC 9(2)  VALUE 12.
           05  FILLER PIC 9(2)  VALUE 50.
           05  FILLER PIC X(1)  VALUE 'Y'.
           05  FILLER PIC X(24) VALUE 'BUSINESS LEGAL SUFFIXES'.
           05  FILLER PIC X(2)  VALUE 'SP'.
           05  FILLER PIC 9(2)  VALUE 04.
           05  FILLER PIC 9(2)  VALUE 50.
           05  FILLER PIC X(1)  VALUE 'N'.
           05  FILLER PIC X(24) VALUE 'SURNAME PARTICLES'.
           05  FILLER PIC X(2)  VALUE 'GS'.
           05  FILLER PIC 9(2)  VALUE 04.
           05  FILLER PIC 9(2)  VALUE 20.
           05  FILLER PIC X(1)  VALUE 'N'.
           05  FILLER PIC X(24) VALUE 'GENERATIONAL SUFFIXES'.
       01  WS-LIST-TABLE REDEFINES WS-LIST-VALUES.
           05  WS-LIST OCCURS 4 TIMES.
               10  WL-TABLE-ID     PIC X(2).
               10  WL-VALUE-LEN    PIC 9(2).
               10  WL-MAX-ENTRIES  PIC 9(2).
               10  WL-HAS-CANON    PIC X(1).
               10  WL-TITLE        PIC X(24).
       01  WS-LIST-IDX PIC 9(1) VALUE 0.
       01  WS-TX-LIST-IDX PIC 9(1) VALUE 0.
       01  WS-LIST-ACTIVE PIC 9(3) VALUE 0.
       01  WS-VALUE-LEN PIC 9(2) VALUE 0.
      *THE BUILT-IN LISTS NAMEJOB AND STRINGS FALL BACK ON WHEN
      *NAMEPREF HAS NO ENTRIES FOR A LIST - A LIST MISSING FROM THE
      *FILE IS SEEDED FROM HERE SO THE BEFORE LISTING SHOWS WHAT THE
      *PROGRAMS ARE REALLY USING.
       01  WS-BUILTIN-VALUES.
           05  FILLER PIC X(18) VALUE 'PHTEST'.
           05  FILLER PIC X(18) VALUE 'PHUNKNOWN'.
           05  FILLER PIC X(18) VALUE 'PHSAMPLE'.
           05  FILLER PIC X(18) VALUE 'PHNONE'.
           05  FILLER PIC X(18) VALUE 'PHNOTAVAIL'.
           05  FILLER PIC X(18) VALUE 'PHXXX'.
           05  FILLER PIC X(18) VALUE 'BSINCORPORATEDINC'.
           05  FILLER PIC X(18) VALUE 'BSINC         INC'.
           05  FILLER PIC X(18) VALUE 'BSCORPORATION CORP'.
           05  FILLER PIC X(18) VALUE 'BSCORP        CORP'.
           05  FILLER PIC X(18) VALUE 'BSCOMPANY     CO'.
           05  FILLER PIC X(18) VALUE 'BSCO          CO'.
           05  FILLER PIC X(18) VALUE 'BSLIMITED     LTD'.
           05  FILLER PIC X(18) VALUE 'BSLTD         LTD'.
           05  FILLER PIC X(18) VALUE 'BSLLC         LLC'.
           05  FILLER PIC X(18) VALUE 'SPDE'.
           05  FILLER PIC X(18) VALUE 'SPDEL'.
           05  FILLER PIC X(18) VALUE 'SPDELA'.
           05  FILLER PIC X(18) VALUE 'SPLA'.
           05  FILLER PIC X(18) VALUE 'SPLE'.
           05  FILLER PIC X(18) VALUE 'SPDU'.
           05  FILLER PIC X(18) VALUE 'SPDA'.
           05  FILLER PIC X(18) VALUE 'SPDI'.
           05  FILLER PIC X(18) VALUE 'SPVAN'.
           05  FILLER PIC X(18) VALUE 'SPVON'.
           05  FILLER PIC X(18) VALUE 'SPDER'.
           05  FILLER PIC X(18) VALUE 'SPDEN'.
           05  FILLER PIC X(18) VALUE 'SPTER'.
           05  FILLER PIC X(18) VALUE 'SPMC'.
           05  FILLER PIC X(18) VALUE 'SPMAC'.
           05  FILLER PIC X(18) VALUE 'SPO'.
           05  FILLER PIC X(18) VALUE 'SPST'.
           05  FILLER PIC X(18) VALUE 'GSJR'.
           05  FILLER PIC X(18) VALUE 'GSSR'.
           05  FILLER PIC X(18) VALUE 'GSII'.
           05  FILLER PIC X(18) VALUE 'GSIII'.
           05  FILLER PIC X(18) VALUE 'GSIV'.
       01  WS-BUILTIN-TABLE REDEFINES WS-BUILTIN-VALUES.
           05  WS-BUILTIN OCCURS 37 TIMES.
               10  WB-TABLE-ID     PIC X(2).
               10  WB-VALUE        PIC X(12).
               10  WB-CANON        PIC X(4).
       01  WS-BUILTIN-IDX PIC 9(2) VALUE 0.
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
       01  WS-LISTING-HDR1.
           05  FILLER PIC X(34)
               VALUE 'PARSE REFERENCE DATA MAINTENANCE  '.
           05  FILLER PIC X(6) VALUE 'DATE: '.
           05  LH-RUN-DATE PIC X(10).
       01  WS-SECTION-LINE.
           05  SL-TITLE    PIC X(30).
           05  FILLER      PIC X(9) VALUE 'VERSION: '.
           05  SL-VERSION  PIC ZZZZZ9.
       01  WS-LIST-TITLE-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  LT-TABLE-ID PIC X(2).
           05  FILLER      PIC X(1) VALUE SPACE.
           05  LT-TITLE    PIC X(24).
           05  FILLER      PIC X(1) VALUE SPACE.
           05  LT-COUNT    PIC ZZ9.
           05  FILLER      PIC X(8) VALUE ' ENTRIES'.
       01  WS-ENTRY-LINE.
           05  FILLER      PIC X(6) VALUE SPACES.
           05  EL-VALUE    PIC X(12).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  EL-CANON    PIC X(4).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  EL-CHANGED-DATE PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACE.
           05  EL-CHANGED-BY PIC X(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  EL-MARK     PIC X(20).
       01  WS-TRANS-HDR.
           05  FILLER PIC X(4)  VALUE 'ACT '.
           05  FILLER PIC X(5)  VALUE 'LIST '.
           05  FILLER PIC X(14) VALUE 'VALUE'.
           05  FILLER PIC X(6)  VALUE 'CANON '.
           05  FILLER PIC X(10) VALUE 'BY'.
           05  FILLER PIC X(6)  VALUE 'RESULT'.
       01  WS-TRANS-LINE.
           05  TL-ACTION   PIC X(1).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  TL-TABLE-ID PIC X(2).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  TL-VALUE    PIC X(12).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TL-CANON    PIC X(4).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TL-CHANGED-BY PIC X(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TL-RESULT   PIC X(52).
       01  WS-SUMMARY-READ.
           05  FILLER PIC X(26) VALUE 'TRANSACTIONS READ:        '.
           05  SM-TRANS-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-APPLIED.
           05  FILLER PIC X(26) VALUE 'TRANSACTIONS APPLIED:     '.
           05  SM-APPLIED-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-REJECTED.
           05  FILLER PIC X(26) VALUE 'TRANSACTIONS REJECTED:    '.
           05  SM-REJECTED-COUNT PIC ZZZ,ZZ9.
       01  WS-SUMMARY-NOT-WRITTEN.
           05  FILLER PIC X(40)
               VALUE 'NOTHING APPLIED - NAMEPREF NOT REWRITTEN'.
       LINKAGE SECTION.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-RUN-DATE.
           PERFORM LOAD-REFERENCE-FILE.
           PERFORM SEED-MISSING-LISTS.
           OPEN INPUT REF-TRANS-FILE.
           OPEN OUTPUT REF-LISTING-FILE.
           MOVE WS-RUN-DATE-X TO LH-RUN-DATE.
           MOVE WS-LISTING-HDR1 TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.
           MOVE 'BEFORE' TO SL-TITLE.
           MOVE WS-OLD-VERSION TO SL-VERSION.
           PERFORM WRITE-ALL-LISTS.
           PERFORM WRITE-TRANS-HEADER.
           PERFORM READ-TRANS-FILE.
           PERFORM UNTIL WS-TX-EOF
               PERFORM PROCESS-TRANSACTION
               PERFORM READ-TRANS-FILE
           END-PERFORM.
           IF WS-APPLIED-COUNT > 0
               COMPUTE WS-NEW-VERSION = WS-OLD-VERSION + 1
               PERFORM WRITE-REFERENCE-FILE
           ELSE
               MOVE WS-OLD-VERSION TO WS-NEW-VERSION
           END-IF.
           MOVE 'AFTER' TO SL-TITLE.
           MOVE WS-NEW-VERSION TO SL-VERSION.
           PERFORM WRITE-ALL-LISTS.
           PERFORM WRITE-LISTING-SUMMARY.
           CLOSE REF-TRANS-FILE.
           CLOSE REF-LISTING-FILE.
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY 'NAMERFM: ' WS-APPLIED-COUNT ' APPLIED, '
               WS-REJECTED-COUNT ' REJECTED, NAMEPREF VERSION '
               WS-NEW-VERSION.
           STOP RUN.

       SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY TO WS-RD-YYYY.
           MOVE WS-RUN-MM TO WS-RD-MM.
           MOVE WS-RUN-DD TO WS-RD-DD.

      *THE FILE IS SMALL ENOUGH TO HOLD WHOLE; IT IS CLOSED AGAIN
      *BEFORE ANY TRANSACTION IS LOOKED AT AND ONLY REOPENED (OUTPUT)
      *TO WRITE THE NEW VERSION BACK.
       LOAD-REFERENCE-FILE.
           OPEN INPUT REFERENCE-FILE.
           PERFORM UNTIL WS-REF-EOF
               READ REFERENCE-FILE
                   AT END MOVE 'Y' TO WS-REF-EOF-SW
               END-READ
               IF NOT WS-REF-EOF
                   IF RF-IS-VERSION
                       MOVE RV-VERSION-NO TO WS-OLD-VERSION
                   ELSE
                       PERFORM LOAD-REFERENCE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REFERENCE-FILE.

       LOAD-REFERENCE-ENTRY.
           IF WS-ENTRY-CNT < WS-ENTRY-MAX
               ADD 1 TO WS-ENTRY-CNT
               MOVE RF-TABLE-ID TO WE-TABLE-ID(WS-ENTRY-CNT)
               MOVE RF-VALUE TO WE-VALUE(WS-ENTRY-CNT)
               MOVE RF-CANON TO WE-CANON(WS-ENTRY-CNT)
               MOVE RF-CHANGED-DATE TO WE-CHANGED-DATE(WS-ENTRY-CNT)
               MOVE RF-CHANGED-BY TO WE-CHANGED-BY(WS-ENTRY-CNT)
               MOVE SPACE TO WE-ACTION(WS-ENTRY-CNT)
           ELSE
               DISPLAY 'NAMERFM: NAMEPREF ENTRY IGNORED - TABLE FULL: '
                   RF-TABLE-ID ' ' RF-VALUE
           END-IF.

       SEED-MISSING-LISTS.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > 4
               PERFORM COUNT-LIST-ENTRIES
               IF WS-LIST-ACTIVE = 0
                   PERFORM SEED-ONE-LIST
               END-IF
           END-PERFORM.

       SEED-ONE-LIST.
           PERFORM VARYING WS-BUILTIN-IDX FROM 1 BY 1
               UNTIL WS-BUILTIN-IDX > 37
               IF WB-TABLE-ID(WS-BUILTIN-IDX) = WL-TABLE-ID(WS-LIST-IDX)
                   ADD 1 TO WS-ENTRY-CNT
                   MOVE WB-TABLE-ID(WS-BUILTIN-IDX)
                       TO WE-TABLE-ID(WS-ENTRY-CNT)
                   MOVE WB-VALUE(WS-BUILTIN-IDX)
                       TO WE-VALUE(WS-ENTRY-CNT)
                   MOVE WB-CANON(WS-BUILTIN-IDX)
                       TO WE-CANON(WS-ENTRY-CNT)
                   MOVE SPACES TO WE-CHANGED-DATE(WS-ENTRY-CNT)
                   MOVE 'BUILT-IN' TO WE-CHANGED-BY(WS-ENTRY-CNT)
                   MOVE SPACE TO WE-ACTION(WS-ENTRY-CNT)
               END-IF
           END-PERFORM.

      *LIVE (NOT DELETED) ENTRIES ON THE LIST AT WS-LIST-IDX.
       COUNT-LIST-ENTRIES.
           MOVE 0 TO WS-LIST-ACTIVE.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-CNT
               IF WE-TABLE-ID(WS-ENTRY-IDX) = WL-TABLE-ID(WS-LIST-IDX)
                   AND NOT WE-IS-DELETED(WS-ENTRY-IDX)
                   ADD 1 TO WS-LIST-ACTIVE
               END-IF
           END-PERFORM.

       READ-TRANS-FILE.
           READ REF-TRANS-FILE
               AT END MOVE 'Y' TO WS-TX-EOF-SW
           END-READ.
           IF NOT WS-TX-EOF
               ADD 1 TO WS-TRANS-COUNT
           END-IF.

      *EVERY CHECK IS MADE BEFORE THE TABLE IS TOUCHED, SO A
      *REJECTED TRANSACTION LEAVES NO TRACE BUT ITS LISTING LINE.
      *VALUES ARE KEPT IN UPPER CASE - THE NAMES THEY ARE COMPARED
      *WITH ARE.
       PROCESS-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           INSPECT TX-VALUE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT TX-CANON CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO WS-TX-LIST-IDX.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > 4
               IF WL-TABLE-ID(WS-LIST-IDX) = TX-TABLE-ID
                   MOVE WS-LIST-IDX TO WS-TX-LIST-IDX
               END-IF
           END-PERFORM.
           MOVE 12 TO WS-VALUE-LEN.
           PERFORM UNTIL WS-VALUE-LEN = 0
               OR TX-VALUE(WS-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-TX-LIST-IDX = 0
                   MOVE 'UNKNOWN LIST' TO WS-REJECT-REASON
               WHEN NOT TX-IS-ADD AND NOT TX-IS-CHANGE
                   AND NOT TX-IS-DELETE
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               WHEN WS-VALUE-LEN = 0
                   MOVE 'NO VALUE' TO WS-REJECT-REASON
               WHEN TX-VALUE(1:1) = SPACE
                   MOVE 'VALUE HAS LEADING SPACES' TO WS-REJECT-REASON
               WHEN WS-VALUE-LEN > WL-VALUE-LEN(WS-TX-LIST-IDX)
                   MOVE 'VALUE TOO LONG FOR LIST' TO WS-REJECT-REASON
               WHEN WL-HAS-CANON(WS-TX-LIST-IDX) = 'N'
                   AND TX-CANON NOT = SPACES
                   MOVE 'CANONICAL FORM ONLY ON BS LIST'
                       TO WS-REJECT-REASON
               WHEN WL-HAS-CANON(WS-TX-LIST-IDX) = 'Y'
                   AND NOT TX-IS-DELETE AND TX-CANON = SPACES
                   MOVE 'CANONICAL FORM REQUIRED' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM FIND-ENTRY
                   EVALUATE TRUE
                       WHEN TX-IS-ADD
                           PERFORM APPLY-ADD
                       WHEN TX-IS-CHANGE
                           PERFORM APPLY-CHANGE
                       WHEN OTHER
                           PERFORM APPLY-DELETE
                   END-EVALUATE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM WRITE-TRANS-LINE.

       FIND-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-CNT OR WS-FOUND-IDX > 0
               IF WE-TABLE-ID(WS-ENTRY-IDX) = TX-TABLE-ID
                   AND WE-VALUE(WS-ENTRY-IDX) = TX-VALUE
                   AND NOT WE-IS-DELETED(WS-ENTRY-IDX)
                   MOVE WS-ENTRY-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       APPLY-ADD.
           MOVE WS-TX-LIST-IDX TO WS-LIST-IDX.
           PERFORM COUNT-LIST-ENTRIES.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX > 0
                   MOVE 'ALREADY ON LIST' TO WS-REJECT-REASON
               WHEN WS-LIST-ACTIVE >= WL-MAX-ENTRIES(WS-LIST-IDX)
                   OR WS-ENTRY-CNT >= WS-ENTRY-MAX
                   MOVE 'LIST FULL' TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-ENTRY-CNT
                   MOVE TX-TABLE-ID TO WE-TABLE-ID(WS-ENTRY-CNT)
                   MOVE TX-VALUE TO WE-VALUE(WS-ENTRY-CNT)
                   MOVE TX-CANON TO WE-CANON(WS-ENTRY-CNT)
                   MOVE WS-RUN-DATE-X TO WE-CHANGED-DATE(WS-ENTRY-CNT)
                   MOVE TX-CHANGED-BY TO WE-CHANGED-BY(WS-ENTRY-CNT)
                   MOVE 'A' TO WE-ACTION(WS-ENTRY-CNT)
           END-EVALUATE.

      *ONLY A BS ENTRY HAS ANYTHING BESIDES ITS VALUE TO CHANGE - ON
      *THE OTHER LISTS A NEW VALUE IS A DELETE AND AN ADD.
       APPLY-CHANGE.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = 0
                   MOVE 'NOT ON LIST' TO WS-REJECT-REASON
               WHEN WL-HAS-CANON(WS-TX-LIST-IDX) = 'N'
                   MOVE 'NOTHING TO CHANGE - DELETE AND ADD'
                       TO WS-REJECT-REASON
               WHEN WE-CANON(WS-FOUND-IDX) = TX-CANON
                   MOVE 'CANONICAL FORM ALREADY SO'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF WE-IS-UNCHANGED(WS-FOUND-IDX)
                       MOVE WE-CANON(WS-FOUND-IDX)
                           TO WE-OLD-CANON(WS-FOUND-IDX)
                       MOVE 'C' TO WE-ACTION(WS-FOUND-IDX)
                   END-IF
                   MOVE TX-CANON TO WE-CANON(WS-FOUND-IDX)
                   MOVE WS-RUN-DATE-X TO WE-CHANGED-DATE(WS-FOUND-IDX)
                   MOVE TX-CHANGED-BY TO WE-CHANGED-BY(WS-FOUND-IDX)
           END-EVALUATE.

      *A LIST IS NEVER EMPTIED - WITH NO ENTRIES ON NAMEPREF NAMEJOB
      *AND STRINGS WOULD QUIETLY GO BACK TO THEIR BUILT-IN LISTS.
       APPLY-DELETE.
           MOVE WS-TX-LIST-IDX TO WS-LIST-IDX.
           PERFORM COUNT-LIST-ENTRIES.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = 0
                   MOVE 'NOT ON LIST' TO WS-REJECT-REASON
               WHEN WS-LIST-ACTIVE = 1
                   MOVE 'LAST ENTRY ON LIST' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'D' TO WE-ACTION(WS-FOUND-IDX)
                   MOVE WS-RUN-DATE-X TO WE-CHANGED-DATE(WS-FOUND-IDX)
                   MOVE TX-CHANGED-BY TO WE-CHANGED-BY(WS-FOUND-IDX)
           END-EVALUATE.

      *VERSION RECORD FIRST, THEN EACH LIST IN TURN.
       WRITE-REFERENCE-FILE.
           OPEN OUTPUT REFERENCE-FILE.
           MOVE SPACES TO REFERENCE-RECORD.
           MOVE 'VR' TO RF-TABLE-ID.
           MOVE WS-NEW-VERSION TO RV-VERSION-NO.
           MOVE WS-RUN-DATE-X TO RF-CHANGED-DATE.
           MOVE 'NAMERFM' TO RF-CHANGED-BY.
           WRITE REFERENCE-RECORD.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > 4
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-CNT
                   IF WE-TABLE-ID(WS-ENTRY-IDX) =
                       WL-TABLE-ID(WS-LIST-IDX)
                       AND NOT WE-IS-DELETED(WS-ENTRY-IDX)
                       PERFORM WRITE-REFERENCE-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE REFERENCE-FILE.

       WRITE-REFERENCE-ENTRY.
           MOVE SPACES TO REFERENCE-RECORD.
           MOVE WE-TABLE-ID(WS-ENTRY-IDX) TO RF-TABLE-ID.
           MOVE WE-VALUE(WS-ENTRY-IDX) TO RF-VALUE.
           MOVE WE-CANON(WS-ENTRY-IDX) TO RF-CANON.
           MOVE WE-CHANGED-DATE(WS-ENTRY-IDX) TO RF-CHANGED-DATE.
           MOVE WE-CHANGED-BY(WS-ENTRY-IDX) TO RF-CHANGED-BY.
           WRITE REFERENCE-RECORD.

      *THE BEFORE LISTING IS WRITTEN WHILE NO ENTRY IS MARKED YET;
      *THE AFTER LISTING SHOWS WHAT THE RUN DID TO EACH ONE.
       WRITE-ALL-LISTS.
           MOVE SPACES TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.
           MOVE WS-SECTION-LINE TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > 4
               PERFORM WRITE-ONE-LIST
           END-PERFORM.

       WRITE-ONE-LIST.
           PERFORM COUNT-LIST-ENTRIES.
           MOVE WL-TABLE-ID(WS-LIST-IDX) TO LT-TABLE-ID.
           MOVE WL-TITLE(WS-LIST-IDX) TO LT-TITLE.
           MOVE WS-LIST-ACTIVE TO LT-COUNT.
           MOVE WS-LIST-TITLE-LINE TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-CNT
               IF WE-TABLE-ID(WS-ENTRY-IDX) = WL-TABLE-ID(WS-LIST-IDX)
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-PERFORM.

       WRITE-ENTRY-LINE.
           MOVE WE-VALUE(WS-ENTRY-IDX) TO EL-VALUE.
           MOVE WE-CANON(WS-ENTRY-IDX) TO EL-CANON.
           MOVE WE-CHANGED-DATE(WS-ENTRY-IDX) TO EL-CHANGED-DATE.
           MOVE WE-CHANGED-BY(WS-ENTRY-IDX) TO EL-CHANGED-BY.
           EVALUATE TRUE
               WHEN WE-IS-ADDED(WS-ENTRY-IDX)
                   MOVE '** ADDED' TO EL-MARK
               WHEN WE-IS-CHANGED(WS-ENTRY-IDX)
                   MOVE SPACES TO EL-MARK
                   STRING '** CHANGED FROM ' DELIMITED BY SIZE
                       WE-OLD-CANON(WS-ENTRY-IDX) DELIMITED BY SIZE
                       INTO EL-MARK
                   END-STRING
               WHEN WE-IS-DELETED(WS-ENTRY-IDX)
                   MOVE '** DELETED' TO EL-MARK
               WHEN OTHER
                   MOVE SPACES TO EL-MARK
           END-EVALUATE.
           MOVE WS-ENTRY-LINE TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.

       WRITE-TRANS-HEADER.
           MOVE SPACES TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.
           MOVE 'TRANSACTIONS' TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.
           MOVE WS-TRANS-HDR TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.

       WRITE-TRANS-LINE.
           MOVE TX-ACTION TO TL-ACTION.
           MOVE TX-TABLE-ID TO TL-TABLE-ID.
           MOVE TX-VALUE TO TL-VALUE.
           MOVE TX-CANON TO TL-CANON.
           MOVE TX-CHANGED-BY TO TL-CHANGED-BY.
           IF WS-REJECT-REASON = SPACES
               MOVE 'APPLIED' TO TL-RESULT
           ELSE
               MOVE SPACES TO TL-RESULT
               STRING 'REJECTED - ' DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO TL-RESULT
               END-STRING
           END-IF.
           MOVE WS-TRANS-LINE TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.

       WRITE-LISTING-SUMMARY.
           MOVE SPACES TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.
           MOVE WS-TRANS-COUNT TO SM-TRANS-COUNT.
           MOVE WS-SUMMARY-READ TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.
           MOVE WS-APPLIED-COUNT TO SM-APPLIED-COUNT.
           MOVE WS-SUMMARY-APPLIED TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.
           MOVE WS-REJECTED-COUNT TO SM-REJECTED-COUNT.
           MOVE WS-SUMMARY-REJECTED TO REF-LISTING-RECORD.
           WRITE REF-LISTING-RECORD.
           IF WS-APPLIED-COUNT = 0
               MOVE WS-SUMMARY-NOT-WRITTEN TO REF-LISTING-RECORD
               WRITE REF-LISTING-RECORD
           END-IF.
