      *         field ('T'), or tokens overflowed the work table and
      *         were dropped ('D') - so the caller can reject the
      *         record instead of shipping a mangled name.
      *         The particle and generational-suffix lists are loaded
      *         from the parse reference file NAMEPREF ('SP' and 'GS'
      *         entries, kept by NAMERFM) on the first call of the
      *         run; the built-in lists below are only used when
      *         NAMEPREF has none.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRINGS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFERENCE-FILE ASSIGN TO NAMEPREF
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REFERENCE-RECORD.
           05  RF-TABLE-ID       PIC X(2).
               88  RF-IS-PARTICLE    VALUE 'SP'.
               88  RF-IS-GEN-SUFFIX  VALUE 'GS'.
           05  RF-VALUE          PIC X(12).
           05  RF-CANON          PIC X(4).
           05  RF-CHANGED-DATE   PIC X(10).
           05  RF-CHANGED-BY     PIC X(8).
       WORKING-STORAGE SECTION.
       01  WS-DELIM PIC X(1) VALUE SPACE.
       01  WS-TALLY PIC X(1) VALUE 'A'.
           05  FILLER PIC X(4) VALUE 'MAC'.
           05  FILLER PIC X(4) VALUE 'O'.
           05  FILLER PIC X(4) VALUE 'ST'.
           05  FILLER PIC X(132) VALUE SPACES.
       01  WS-PARTICLE-TABLE REDEFINES WS-PARTICLE-VALUES.
           05  WS-PARTICLE PIC X(4) OCCURS 50 TIMES.
       01  WS-PARTICLE-IDX PIC 9(2) VALUE 0.
       01  WS-PARTICLE-CNT PIC 9(2) VALUE 17.
       01  WS-PARTICLE-MAX PIC 9(2) VALUE 50.
       01  WS-PARTICLE-SW PIC X VALUE 'N'.
           88  WS-IS-PARTICLE VALUE 'Y'.
       01  WS-SUFFIX-VALUES.
           05  FILLER PIC X(4) VALUE 'II'.
           05  FILLER PIC X(4) VALUE 'III'.
           05  FILLER PIC X(4) VALUE 'IV'.
           05  FILLER PIC X(60) VALUE SPACES.
       01  WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-VALUES.
           05  WS-SUFFIX-VALUE PIC X(4) OCCURS 20 TIMES.
       01  WS-SUFFIX-IDX PIC 9(2) VALUE 0.
       01  WS-SUFFIX-CNT PIC 9(2) VALUE 5.
       01  WS-SUFFIX-MAX PIC 9(2) VALUE 20.
      *THE REFERENCE FILE IS READ ONCE PER RUN UNIT, ON THE FIRST
      *CALL - WORKING-STORAGE KEEPS THE LOADED LISTS BETWEEN CALLS.
       01  WS-REF-LOADED-SW PIC X VALUE 'N'.
           88  WS-REF-LOADED VALUE 'Y'.
       01  WS-REF-EOF-SW PIC X VALUE 'N'.
           88  WS-REF-EOF VALUE 'Y'.
       01  WS-REF-SP-LOADED PIC 9(2) VALUE 0.
       01  WS-REF-GS-LOADED PIC 9(2) VALUE 0.
       01  WS-REF-OVERFLOW PIC 9(4) VALUE 0.
       01  WS-SUFFIX-SW PIC X VALUE 'N'.
           88  WS-IS-SUFFIX VALUE 'Y'.
       01  WS-SURNAME PIC X(25).
           LS-CNT2 OPTIONAL LS-DELIM-CHAR OPTIONAL LS-TALLY-CHAR
           OPTIONAL LS-SUFFIX OPTIONAL LS-PARSE-STATUS.
       MAIN-PROCEDURE.
           IF NOT WS-REF-LOADED
               PERFORM LOAD-REFERENCE-DATA
           END-IF.
           MOVE SPACE TO WS-DELIM.
           MOVE 'A' TO WS-TALLY.
           IF ADDRESS OF LS-DELIM-CHAR NOT = NULL
           INSPECT LS-UNSTR TALLYING LS-CNT2 FOR ALL WS-TALLY.
           GOBACK.

      *A LIST ON NAMEPREF REPLACES THE BUILT-IN ONE WHOLE; WITH NO
      *FILE, OR NO ENTRIES FOR A LIST, THE BUILT-IN LIST STANDS.
      *ONLY ENTRIES THAT FIT A TOKEN COMPARE (FOUR CHARACTERS) ARE
      *TAKEN - NAMERFM DOES NOT LET LONGER ONES ON.
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
           IF WS-REF-SP-LOADED > 0
               MOVE WS-REF-SP-LOADED TO WS-PARTICLE-CNT
           END-IF.
           IF WS-REF-GS-LOADED > 0
               MOVE WS-REF-GS-LOADED TO WS-SUFFIX-CNT
           END-IF.
           IF WS-REF-OVERFLOW > 0
               DISPLAY 'STRINGS: ' WS-REF-OVERFLOW
                   ' NAMEPREF ENTRIES IGNORED - TABLE FULL'
           END-IF.
           SET WS-REF-LOADED TO TRUE.

       LOAD-REFERENCE-ENTRY.
           EVALUATE TRUE
               WHEN RF-IS-PARTICLE AND RF-VALUE(5:8) = SPACES
                   IF WS-REF-SP-LOADED = 0
                       MOVE SPACES TO WS-PARTICLE-TABLE
                   END-IF
                   IF WS-REF-SP-LOADED < WS-PARTICLE-MAX
                       ADD 1 TO WS-REF-SP-LOADED
                       MOVE RF-VALUE(1:4)
                           TO WS-PARTICLE(WS-REF-SP-LOADED)
                   ELSE
                       ADD 1 TO WS-REF-OVERFLOW
                   END-IF
               WHEN RF-IS-GEN-SUFFIX AND RF-VALUE(5:8) = SPACES
                   IF WS-REF-GS-LOADED = 0
                       MOVE SPACES TO WS-SUFFIX-TABLE
                   END-IF
                   IF WS-REF-GS-LOADED < WS-SUFFIX-MAX
                       ADD 1 TO WS-REF-GS-LOADED
                       MOVE RF-VALUE(1:4)
                           TO WS-SUFFIX-VALUE(WS-REF-GS-LOADED)
                   ELSE
                       ADD 1 TO WS-REF-OVERFLOW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *DELIMITED BY ALL SO A RUN OF DELIMITERS (INCLUDING THE SPACE
      *PADDING AT THE END OF THE FIXED FIELD) YIELDS AT MOST ONE
      *EMPTY TOKEN INSTEAD OF ONE PER SPACE. TWELVE RECEIVERS COVER
           IF WS-TOKEN-LEN(WS-TOK-IDX) > 0
               AND WS-TOKEN-LEN(WS-TOK-IDX) <= 4
               PERFORM VARYING WS-PARTICLE-IDX FROM 1 BY 1
                   UNTIL WS-PARTICLE-IDX > WS-PARTICLE-CNT
                   OR WS-IS-PARTICLE
                   IF WS-TOKEN(WS-TOK-IDX)(1:4) =
                       WS-PARTICLE(WS-PARTICLE-IDX)
                       SET WS-IS-PARTICLE TO TRUE
           IF WS-TOKEN-LEN(WS-TOK-IDX) > 0
               AND WS-TOKEN-LEN(WS-TOK-IDX) <= 4
               PERFORM VARYING WS-SUFFIX-IDX FROM 1 BY 1
                   UNTIL WS-SUFFIX-IDX > WS-SUFFIX-CNT
                   OR WS-IS-SUFFIX
                   IF WS-TOKEN(WS-TOK-IDX)(1:4) =
                       WS-SUFFIX-VALUE(WS-SUFFIX-IDX)
                       SET WS-IS-SUFFIX TO TRUE
