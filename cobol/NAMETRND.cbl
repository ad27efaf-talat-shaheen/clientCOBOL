      *         of judging each night's AUDIT-RECORD in isolation.
      *         NAMEPAUD accumulates across runs, so the month to
      *         report on is passed as PARM='MM/YYYY'; with no PARM
      *         the whole history is rolled up. Each night also shows
      *         the parse reference-data version it ran with, marked
      *         where it differs from the night before, so a step in
      *         the reject trend can be laid against a rules change.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  AUD-GRAND-CNT2    PIC 9(8).
           05  AUD-REJECT-COUNT  PIC 9(6).
           05  AUD-RECON-STATUS  PIC X(1).
           05  AUD-RUN-ID        PIC X(14).
           05  AUD-DROP-COUNT    PIC 9(4).
           05  AUD-FEED-SOURCE   PIC X(8).
           05  AUD-REF-VERSION   PIC 9(6).
           05  AUD-DWK-FAIL-COUNT PIC 9(6).
           05  AUD-REMOVED-COUNT PIC 9(6).
       FD  TREND-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-MISMATCH-NIGHTS PIC 9(6) VALUE 0.
       01  WS-NOTCHECKED-NIGHTS PIC 9(6) VALUE 0.
       01  WS-TREND-ARROW PIC X(4).
       01  WS-PRIOR-REF-VERSION PIC 9(6) VALUE 0.
       01  WS-MONTH-FILTER-SW PIC X VALUE 'N'.
           88  WS-MONTH-FILTER VALUE 'Y'.
       01  WS-SELECT-MONTH.
           05  FILLER PIC X(12) VALUE 'REC-COUNT   '.
           05  FILLER PIC X(10) VALUE 'REJECTS   '.
           05  FILLER PIC X(8)  VALUE 'TREND   '.
           05  FILLER PIC X(12) VALUE 'RECON       '.
           05  FILLER PIC X(10) VALUE 'REF-DATA'.
       01  WS-DETAIL-LINE.
           05  DL-RUN-DATE  PIC X(10).
           05  FILLER       PIC X VALUE SPACE.
           05  DL-TREND     PIC X(4).
           05  FILLER       PIC X VALUE SPACE.
           05  DL-RECON     PIC X(11).
           05  FILLER       PIC X VALUE SPACE.
           05  DL-REF-VERSION PIC ZZZZZ9.
           05  FILLER       PIC X VALUE SPACE.
           05  DL-REF-CHANGED PIC X(7).
       01  WS-SUMMARY-RUNS.
           05  FILLER PIC X(24) VALUE 'TOTAL RUNS IN PERIOD:   '.
           05  SM-RUN-CNT PIC ZZZ,ZZ9.
               SET WS-HAVE-PRIOR TO TRUE
           END-IF.
           MOVE AUD-REJECT-COUNT TO WS-PRIOR-REJECT-COUNT.
      *AUDIT RECORDS FROM BEFORE THE VERSION WAS KEPT READ AS ZERO.
           IF AUD-REF-VERSION IS NOT NUMERIC
               MOVE 0 TO AUD-REF-VERSION
           END-IF.
           MOVE AUD-REF-VERSION TO DL-REF-VERSION.
           IF WS-TREND-ARROW NOT = '----'
               AND AUD-REF-VERSION NOT = WS-PRIOR-REF-VERSION
               MOVE 'CHANGED' TO DL-REF-CHANGED
           ELSE
               MOVE SPACES TO DL-REF-CHANGED
           END-IF.
           MOVE AUD-REF-VERSION TO WS-PRIOR-REF-VERSION.
           MOVE AUD-RUN-DATE TO DL-RUN-DATE.
           MOVE AUD-REC-COUNT TO DL-REC-COUNT.
           MOVE AUD-REJECT-COUNT TO DL-REJECTS.
