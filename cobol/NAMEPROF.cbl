      *           that list before they sail into production output.
      *         A monthly run of this alongside NAMETRND shows feed-
      *         source drift the per-run counts cannot.
      *         Extract records masked by a name removal (NAMEERAS)
      *         hold no name and are left out of every figure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  XT-STRING-DEST    PIC X(25).
           05  XT-CNT2           PIC 9(2).
           05  XT-SUFFIX         PIC X(4).
           05  XT-RUN-ID         PIC X(14).
           05  XT-DROP-NO        PIC 9(4).
           05  XT-FEED-SOURCE    PIC X(8).
           05  XT-NAME-TYPE      PIC X(1).
               88  XT-IS-ERASED   VALUE 'E'.
           05  XT-SOUNDEX-KEY    PIC X(8).
           05  XT-UNSTR-TEXT     PIC X(25).
           05  XT-PARSE-STATUS   PIC X(1).
       FD  PROFILE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           PERFORM WRITE-REPORT-HEADERS.
           PERFORM READ-EXTRACT-FILE.
           PERFORM UNTIL WS-EOF
               IF NOT XT-IS-ERASED
                   PERFORM PROFILE-EXTRACT-RECORD
               END-IF
               PERFORM READ-EXTRACT-FILE
           END-PERFORM.
           PERFORM WRITE-VOLUME-SECTION.
