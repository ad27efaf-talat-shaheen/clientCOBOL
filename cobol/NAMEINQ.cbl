      * Purpose:online/inquiry-style companion to NAMEJOB - keyed
      *         lookups against the indexed extract NAMEPIDX (built by
      *         NAMELOAD) instead of scanning the nightly report or
      *         the NAMESORT listing by eye. Three inquiry modes, chosen
      *         at the console: 'S' takes an NP-SEQ-NO and shows every
      *         parse of that record - one per run and drop it came
      *         in on, with the run id, drop and feed source - and
      *         'N' takes a full or partial last name (the STR3
      *         value - 'SMI' finds every SMITH) and browses
      *         forward through every match via the IX-STR3 alternate
      *         key, showing each match's SEQ-NO, STR1/STR2/STR3, and
      *         reconstructed name. 'B' takes a full or partial
      *         organization name and browses the business-name master
      *         NAMEPBMS (built by NAMEMRG) from that point, showing
      *         each standardized name with its suffix, first-seen and
      *         last-seen dates and occurrence count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INDEXED-EXTRACT-FILE ASSIGN TO NAMEPIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-LINEAGE-KEY
               ALTERNATE RECORD KEY IS IX-SEQ-NO WITH DUPLICATES
               ALTERNATE RECORD KEY IS IX-STR3 WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT BUSINESS-MASTER-FILE ASSIGN TO NAMEPBMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BUSINESS-KEY
               FILE STATUS IS WS-BMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  BUSINESS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-MASTER-RECORD.
           05  BM-BUSINESS-KEY.
               10  BM-BODY       PIC X(25).
               10  BM-SUFFIX     PIC X(4).
           05  BM-FIRST-SEEN     PIC X(10).
           05  BM-LAST-SEEN      PIC X(10).
           05  BM-OCCUR-COUNT    PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-IDX-STATUS PIC X(2).
       01  WS-BMS-STATUS PIC X(2).
       01  WS-HAVE-BMS-SW PIC X VALUE 'N'.
           88  WS-HAVE-BMS VALUE 'Y'.
       01  WS-DONE-SW PIC X VALUE 'N'.
           88  WS-DONE VALUE 'Y'.
       01  WS-BROWSE-EOF-SW PIC X VALUE 'N'.
       01  WS-INQUIRY-TYPE PIC X(1).
       01  WS-INQUIRY-SEQ-NO PIC 9(6).
       01  WS-INQUIRY-NAME PIC X(7).
       01  WS-INQUIRY-ORG PIC X(25).
       01  WS-PREFIX-LEN PIC 9(2) VALUE 0.
       01  WS-MATCH-COUNT PIC 9(6) VALUE 0.
       LINKAGE SECTION.
      ******************************************************************
                   WS-IDX-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM OPEN-BUSINESS-MASTER
               PERFORM UNTIL WS-DONE
                   PERFORM ACCEPT-INQUIRY-TYPE
               END-PERFORM
               CLOSE INDEXED-EXTRACT-FILE
               IF WS-HAVE-BMS
                   CLOSE BUSINESS-MASTER-FILE
               END-IF
           END-IF.
           STOP RUN.

      *NAMEPBMS ONLY EXISTS ONCE NAMEMRG HAS MERGED A BUSINESS
      *RECORD - UNTIL THEN THE PERSON INQUIRIES STILL WORK AND 'B'
      *JUST SAYS THE MASTER IS NOT AVAILABLE.
       OPEN-BUSINESS-MASTER.
           OPEN INPUT BUSINESS-MASTER-FILE.
           IF WS-BMS-STATUS = '00'
               SET WS-HAVE-BMS TO TRUE
           END-IF.

       ACCEPT-INQUIRY-TYPE.
           DISPLAY 'ENTER INQUIRY TYPE (S=SEQ-NO, N=LAST NAME, '
               'B=ORGANIZATION, X=END): '.
           ACCEPT WS-INQUIRY-TYPE.
           EVALUATE WS-INQUIRY-TYPE
               WHEN 'S'
                   PERFORM ACCEPT-INQUIRY-SEQ-NO
               WHEN 'N'
                   PERFORM ACCEPT-INQUIRY-NAME
               WHEN 'B'
                   PERFORM ACCEPT-INQUIRY-ORG
               WHEN 'X'
                   SET WS-DONE TO TRUE
               WHEN OTHER
               PERFORM LOOKUP-SEQ-NO
           END-IF.

      *NAMEPIDX KEEPS EVERY PARSE OF A SEQUENCE NUMBER (ONE PER RUN
      *AND DROP IT ARRIVED IN), SO POSITION ON THE IX-SEQ-NO ALTERNATE
      *KEY AND BROWSE FORWARD THROUGH ALL OF THEM, OLDEST FIRST.
       LOOKUP-SEQ-NO.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE WS-INQUIRY-SEQ-NO TO IX-SEQ-NO.
           START INDEXED-EXTRACT-FILE
               KEY IS EQUAL TO IX-SEQ-NO
               INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START.
           IF WS-IDX-STATUS NOT = '00' AND WS-IDX-STATUS NOT = '23'
               DISPLAY 'NAMEINQ: START FAILED, FILE STATUS '
                   WS-IDX-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-DONE TO TRUE
           END-IF.
           PERFORM UNTIL WS-BROWSE-EOF OR WS-DONE
               READ INDEXED-EXTRACT-FILE NEXT
                   AT END MOVE 'Y' TO WS-BROWSE-EOF-SW
               END-READ
               IF NOT WS-BROWSE-EOF
                   IF IX-SEQ-NO = WS-INQUIRY-SEQ-NO
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM DISPLAY-MATCH
                   ELSE
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MATCH-COUNT = 0 AND NOT WS-DONE
               DISPLAY 'NO RECORD FOUND FOR SEQ-NO: '
                   WS-INQUIRY-SEQ-NO
           ELSE
               IF WS-MATCH-COUNT > 1
                   DISPLAY 'PARSES FOUND: ' WS-MATCH-COUNT
               END-IF
           END-IF.

      *A FULL OR PARTIAL LAST NAME - ONLY THE KEYED-IN CHARACTERS
      *ARE COMPARED, SO 'SMI' POSITIONS AT THE FIRST STR3 >= 'SMI'
               ' STR1: ' IX-STR1
               ' SUFFIX: ' IX-SUFFIX
               ' NAME: ' IX-STRING-DEST.
           DISPLAY '        RUN: ' IX-RUN-ID
               ' DROP: ' IX-DROP-NO
               ' SOURCE: ' IX-FEED-SOURCE.

      *SAME PREFIX IDEA AS THE LAST-NAME BROWSE, OVER THE LEADING
      *PART (THE STANDARDIZED BODY) OF THE BUSINESS MASTER KEY -
      *'ACME' FINDS ACME INC, ACME LLC, ACME TOOL CO AND SO ON. KEY
      *THE NAME THE WAY NAMEJOB STANDARDIZES IT: UPPER CASE, NO
      *PUNCTUATION, NO LEGAL SUFFIX.
       ACCEPT-INQUIRY-ORG.
           DISPLAY 'ENTER FULL OR PARTIAL ORGANIZATION NAME: '.
           MOVE SPACES TO WS-INQUIRY-ORG.
           ACCEPT WS-INQUIRY-ORG.
           MOVE 0 TO WS-PREFIX-LEN.
           PERFORM VARYING WS-PREFIX-LEN FROM 25 BY -1
               UNTIL WS-PREFIX-LEN < 1
               OR WS-INQUIRY-ORG(WS-PREFIX-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT WS-HAVE-BMS
                   DISPLAY 'BUSINESS MASTER NAMEPBMS NOT AVAILABLE, '
                       'FILE STATUS ' WS-BMS-STATUS
               WHEN WS-PREFIX-LEN = 0
                   DISPLAY 'NO NAME ENTERED'
               WHEN OTHER
                   PERFORM BROWSE-BY-ORG-NAME
           END-EVALUATE.

       BROWSE-BY-ORG-NAME.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE WS-INQUIRY-ORG TO BM-BODY.
           MOVE SPACES TO BM-SUFFIX.
           START BUSINESS-MASTER-FILE
               KEY IS NOT LESS THAN BM-BUSINESS-KEY
               INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF
               READ BUSINESS-MASTER-FILE NEXT
                   AT END MOVE 'Y' TO WS-BROWSE-EOF-SW
               END-READ
               IF NOT WS-BROWSE-EOF
                   IF BM-BODY(1:WS-PREFIX-LEN) =
                       WS-INQUIRY-ORG(1:WS-PREFIX-LEN)
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM DISPLAY-ORG-MATCH
                   ELSE
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MATCH-COUNT = 0
               DISPLAY 'NO ORGANIZATIONS MATCH: ' WS-INQUIRY-ORG
           ELSE
               DISPLAY 'MATCHES FOUND: ' WS-MATCH-COUNT
           END-IF.

       DISPLAY-ORG-MATCH.
           DISPLAY 'ORGANIZATION: ' BM-BODY
               ' SUFFIX: ' BM-SUFFIX
               ' FIRST-SEEN: ' BM-FIRST-SEEN
               ' LAST-SEEN: ' BM-LAST-SEEN
               ' OCCURRENCES: ' BM-OCCUR-COUNT.
