      ******************************************************************
      * Author:
      * Date:
      * Purpose:callable subprogram returning the four-character
      *         sound-alike (Soundex) code of a name, via
      *         CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-CODE. The code
      *         is the first letter of the name followed by three
      *         digits for the consonant sounds after it - vowels,
      *         H, W and Y carry no digit, a run of letters with the
      *         same digit counts once, and a short name is padded
      *         with zeros - so SMITH/SMYTHE (S530) and JON/JOHN
      *         (J500) come out the same. Spaces, apostrophes and
      *         hyphens inside the name are ignored ('MC COY' codes
      *         as MCCOY). A name with no letters at all returns
      *         spaces. NAMEJOB and NAMEMRG both build their
      *         sound-alike keys from it so the extract and the
      *         master can never disagree about how a name sounds.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMESDX.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SDX-WORK PIC X(25).
       01  WS-SDX-DIGITS PIC X(25).
       01  WS-SDX-RESULT PIC X(4).
       01  WS-SDX-IDX PIC 9(2) VALUE 0.
       01  WS-SDX-OUT-LEN PIC 9(1) VALUE 0.
       01  WS-SDX-PREV PIC X(1).
       01  WS-SDX-THIS PIC X(1).
      *THE DIGIT EACH LETTER CODES TO, IN ALPHABET ORDER. '9' MARKS
      *H AND W, WHICH NEITHER CODE NOR SEPARATE TWO LETTERS WITH THE
      *SAME DIGIT; '0' MARKS THE VOWELS AND Y, WHICH DO SEPARATE THEM.
       01  WS-SDX-LETTERS PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-SDX-CODES PIC X(26)
           VALUE '01230129022455012623019202'.
       LINKAGE SECTION.
       01  LS-SDX-NAME PIC X(25).
       01  LS-SDX-CODE PIC X(4).
      ******************************************************************
       PROCEDURE DIVISION USING LS-SDX-NAME, LS-SDX-CODE.
       MAIN-PROCEDURE.
           MOVE LS-SDX-NAME TO WS-SDX-WORK.
           INSPECT WS-SDX-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WS-SDX-WORK TO WS-SDX-DIGITS.
           INSPECT WS-SDX-DIGITS CONVERTING WS-SDX-LETTERS
               TO WS-SDX-CODES.
           MOVE SPACES TO WS-SDX-RESULT.
           MOVE 0 TO WS-SDX-OUT-LEN.
           PERFORM FIND-FIRST-LETTER.
           IF WS-SDX-OUT-LEN > 0
               PERFORM VARYING WS-SDX-IDX FROM WS-SDX-IDX BY 1
                   UNTIL WS-SDX-IDX > 25 OR WS-SDX-OUT-LEN = 4
                   PERFORM CODE-NEXT-LETTER
               END-PERFORM
               INSPECT WS-SDX-RESULT REPLACING ALL SPACE BY '0'
           END-IF.
           MOVE WS-SDX-RESULT TO LS-SDX-CODE.
           GOBACK.

      *THE FIRST LETTER IS KEPT AS A LETTER, NOT CODED - ANYTHING
      *AHEAD OF IT (LEADING SPACES, PUNCTUATION) IS SKIPPED.
       FIND-FIRST-LETTER.
           PERFORM VARYING WS-SDX-IDX FROM 1 BY 1
               UNTIL WS-SDX-IDX > 25 OR WS-SDX-OUT-LEN > 0
               IF WS-SDX-WORK(WS-SDX-IDX:1) IS ALPHABETIC
                   AND WS-SDX-WORK(WS-SDX-IDX:1) NOT = SPACE
                   MOVE WS-SDX-WORK(WS-SDX-IDX:1) TO WS-SDX-RESULT(1:1)
                   MOVE WS-SDX-DIGITS(WS-SDX-IDX:1) TO WS-SDX-PREV
                   MOVE 1 TO WS-SDX-OUT-LEN
               END-IF
           END-PERFORM.

      *A LETTER AFTER THE FIRST: VOWELS (AND Y) RESET THE PREVIOUS
      *DIGIT SO A REPEATED SOUND ACROSS A VOWEL CODES TWICE, H AND W
      *ARE PASSED OVER ENTIRELY, AND ANY OTHER LETTER ADDS ITS DIGIT
      *UNLESS IT REPEATS THE ONE BEFORE IT. NON-LETTERS ARE SKIPPED.
       CODE-NEXT-LETTER.
           IF WS-SDX-WORK(WS-SDX-IDX:1) IS ALPHABETIC
               AND WS-SDX-WORK(WS-SDX-IDX:1) NOT = SPACE
               MOVE WS-SDX-DIGITS(WS-SDX-IDX:1) TO WS-SDX-THIS
               EVALUATE WS-SDX-THIS
                   WHEN '0'
                       MOVE '0' TO WS-SDX-PREV
                   WHEN '9'
                       CONTINUE
                   WHEN OTHER
                       IF WS-SDX-THIS NOT = WS-SDX-PREV
                           ADD 1 TO WS-SDX-OUT-LEN
                           MOVE WS-SDX-THIS
                               TO WS-SDX-RESULT(WS-SDX-OUT-LEN:1)
                           MOVE WS-SDX-THIS TO WS-SDX-PREV
                       END-IF
               END-EVALUATE
           END-IF.
